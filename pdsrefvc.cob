       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDSREFVC.
       AUTHOR. ED LISS.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
       REMARKS. THIS PROGRAM VERIFIES THE CROSS-REFERENCE AGAINST THE
            MASTER CATALOG.  IT READS THE REFERENCE FILE PDSXREFC
            WRITES (XREF-FILE - ONE RECORD PER COPY, CALL OR PGM=
            REFERENCE, IN REFERENCED-NAME ORDER, ENDED BY A TRAILER)
            AND MATCHES IT BY NAME AGAINST CAT-FILE, READ IN KEY
            ORDER, TO PRODUCE TWO LISTS:

              BROKEN REFERENCES - EVERY REFERENCE WHOSE NAME IS NOT A
              MEMBER OF ANY CATALOGED LIBRARY, WITH THE LIBRARY AND
              MEMBER THAT MAKES IT.  THESE WILL FAIL AT COMPILE TIME
              (COPY) OR RUN TIME (CALL, PGM=).

              DEAD-CODE CANDIDATES - EVERY CATALOGED MEMBER THAT NO
              COPY, CALL OR PGM= ANYWHERE REFERS TO, EITHER BY ITS
              OWN NAME OR THROUGH ONE OF ITS ALIASES, FOR REVIEW
              BEFORE THE PDSSWEPC SWEEP.  ALIAS ENTRIES THEMSELVES
              ARE NEVER CANDIDATES.

            CTL-FILE CARDS (ALL OPTIONAL):
              LIBRARY=XXXXXXXX  (DD NAME IN 9-16) LIMITS THE DEAD-
                                CODE LIST TO THE LIBRARIES NAMED -
                                LEAVE OUT THE JCL LIBRARIES, WHOSE
                                JOBS NOTHING REFERENCES BY DESIGN.
                                NO CARD MEANS EVERY LIBRARY.
              EXTERNAL=XXXXXXXX (NAME IN 10-17) A NAME THAT LIVES
                                OUTSIDE THE CATALOGED LIBRARIES
                                (IEFBR14, SORT, VENDOR MODULES) AND
                                IS NOT BROKEN.  A TRAILING '*' MAKES
                                IT A PREFIX (IEB*).

            PDSXREFC MUST SCAN EVERY LIBRARY WHOSE MEMBERS CAN MAKE A
            REFERENCE, OR THE DEAD-CODE LIST WILL OVERSTATE.  WHEN ITS
            TRAILER SAYS THE SCAN WAS NOT COMPLETE (A BUSY LIBRARY OR
            A FULL TABLE), OR THE TRAILER IS MISSING, THE BROKEN
            REFERENCES ARE STILL LISTED BUT THE DEAD-CODE LIST IS
            WITHHELD AND RETURN CODE 8 IS SET.  OTHERWISE RETURN CODE
            4 MEANS AT LEAST ONE BROKEN REFERENCE OR CANDIDATE WAS
            FOUND.

            THE CATALOG CAN BE INCOMPLETE TOO - PDSCATBC MARKS ANY
            LIBRARY IT COULD NOT OPEN OR WAS CUT SHORT ON.  A NAME
            MISSING FROM SUCH A CATALOG MAY WELL LIVE IN THE PART IT
            NEVER SAW, SO EVERY REFERENCE THAT WOULD OTHERWISE BE
            BROKEN IS LISTED AS UNVERIFIED INSTEAD, UNDER THE
            LIBRARIES THAT WERE INCOMPLETE, AND RETURN CODE 8 IS SET
            IN PLACE OF 4.

            VERSION     DATE     COMMENTS
            -------   ---------  ---------------------------------
             1.0.0    10/2026    ORIGINAL VERSION.
             1.1.0    10/15/2026 A CATALOG PDSCATBC MARKED INCOMPLETE
                                 NO LONGER PRODUCES BROKEN REFERENCES
                                 - NAMES IT DOES NOT HOLD ARE LISTED
                                 UNVERIFIED, THE RUN IS JOURNALED
                                 PARTIAL, AND RETURN CODE 8 IS SET.
                                 THE MARKER RECORDS ARE NOT COUNTED
                                 AS MEMBERS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE    ASSIGN TO UT-S-CTLCARD.
           SELECT XREF-FILE   ASSIGN TO UT-S-XREFIN.
           SELECT PRINT-FILE  ASSIGN TO UT-S-PRINTER.
           SELECT JRNL-FILE   ASSIGN TO UT-S-JRNLOUT.
           SELECT CAT-FILE    ASSIGN TO CATALOG
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS CAT-KEY
                              FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CTL-CARD-IN                 PIC X(80).

      *    SAME LAYOUT AS PDSXREFC'S XRF-REC - KEEP THEM IN SYNC.
       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  XRF-REC.
           05  XRF-NAME                PIC X(8).
           05  XRF-LIBRARY             PIC X(8).
           05  XRF-MEMBER              PIC X(8).
           05  XRF-TYPE                PIC X(4).
           05  XRF-RUN-DATE            PIC 9(8).
           05  XRF-COMPLETE            PIC X.
           05  FILLER                  PIC X(43).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PF-PRINT-LINE               PIC X(133).

      *    ONE STANDARD END-OF-RUN RECORD FOR THE SHARED RUN JOURNAL
      *    (JCL GIVES JRNL-FILE DISP=MOD).  SAME LAYOUT AS PDSUNLDC'S
      *    JRNL-REC AND PDSJRNSC'S - KEEP THEM IN SYNC.
       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  JRNL-REC.
           05  JRNL-PROGRAM             PIC X(8).
           05  JRNL-RUN-DATE            PIC 9(8).
           05  JRNL-RUN-TIME            PIC 9(6).
           05  JRNL-LIBRARIES           PIC 9(4).
           05  JRNL-MEMBERS             PIC 9(9).
           05  JRNL-OUTCOME             PIC X(8).
           05  JRNL-NOTE                PIC X(24).
           05  FILLER                   PIC X(13).

      *    SAME LAYOUT PDSCATBC WRITES - KEEP THEM IN SYNC.
       FD  CAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAT-REC.
           05  CAT-KEY.
               10  CAT-MEMBER          PIC X(8).
               10  CAT-LIBRARY         PIC X(8).
           05  CAT-UPDATED             PIC 9(8).
           05  CAT-USERID              PIC X(8).
           05  CAT-VVMM                PIC X(5).
           05  CAT-CURRENT-LINES       PIC 9(5).
           05  CAT-ALIAS-FLAG          PIC X.
           05  CAT-TRUE-NAME           PIC X(8).
           05  CAT-BUILD-DATE          PIC 9(8).
           05  CAT-REC-TYPE            PIC X.
               88  CAT-INCOMPLETE-LIB            VALUE 'I'.
           05  FILLER                  PIC X(20).

       WORKING-STORAGE SECTION.

       77  WS-CTL-EOF                  PIC X     VALUE 'N'.
       77  WS-XREF-EOF                 PIC X     VALUE 'N'.
       77  WS-CAT-EOF                  PIC X     VALUE 'N'.
       77  WS-CAT-STATUS               PIC XX    VALUE SPACES.
       77  WS-LINE-CNT                 PIC S9(4) COMP SYNC VALUE +57.
       77  WS-LINE-MAX                 PIC S9(4) COMP SYNC VALUE +56.

       77  WS-JRNL-DATE                PIC 9(8)  VALUE ZERO.
       77  WS-JRNL-TIME-X              PIC X(8)  VALUE SPACES.

      *    WHAT THE XREF TRAILER SAID - 'Y' COMPLETE, 'N' NOT, ' '
      *    NO TRAILER WAS FOUND.
       77  WS-XREF-COMPLETE            PIC X     VALUE SPACE.
       77  WS-XREF-DATE                PIC 9(8)  VALUE ZERO.
       77  WS-LAST-NAME                PIC X(8)  VALUE LOW-VALUES.
       77  WS-PRINTED-NAME             PIC X(8)  VALUE SPACES.

       77  WS-XREF-READ                PIC 9(9)  VALUE ZERO.
       77  WS-CAT-COUNT                PIC 9(9)  VALUE ZERO.
       77  WS-BROKEN-COUNT             PIC 9(9)  VALUE ZERO.
       77  WS-BROKEN-NAMES             PIC 9(9)  VALUE ZERO.
       77  WS-EXCUSED-COUNT            PIC 9(9)  VALUE ZERO.
       77  WS-DEAD-COUNT               PIC 9(9)  VALUE ZERO.
       77  WS-SCOPE-COUNT              PIC 9(9)  VALUE ZERO.
       77  WS-ALIAS-COUNT              PIC 9(9)  VALUE ZERO.
       77  WS-UNVERIFIED-COUNT         PIC 9(9)  VALUE ZERO.

      *    THE LIBRARIES PDSCATBC MARKED INCOMPLETE.  ITS MARKERS SORT
      *    AHEAD OF EVERY MEMBER, SO PASS ONE HAS THEM ALL BEFORE THE
      *    BROKEN REFERENCES ARE JUDGED.
       01  WS-INCOMPLETE-TABLE.
           05  WS-IL-LIBRARY           PIC X(8)  OCCURS 100 TIMES
                                                 VALUE SPACES.
       77  WS-IL-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-IL-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.

      *    THE REFERENCES, IN NAME ORDER AS THEY COME OFF XREF-FILE,
      *    WITH A HIGH-VALUES SENTINEL ROW BEHIND THE LAST SO THE
      *    MATCH AGAINST THE CATALOG NEEDS NO END TEST.  WS-XR-FOUND
      *    GOES TO 'Y' WHEN ANY CATALOGED LIBRARY HOLDS THE NAME.
       01  WS-XREF-TABLE.
           05  WS-XR-ENTRY             OCCURS 5001 TIMES.
               10  WS-XR-NAME          PIC X(8)  VALUE SPACES.
               10  WS-XR-LIBRARY       PIC X(8)  VALUE SPACES.
               10  WS-XR-MEMBER        PIC X(8)  VALUE SPACES.
               10  WS-XR-TYPE          PIC X(4)  VALUE SPACES.
               10  WS-XR-FOUND         PIC X     VALUE 'N'.
       77  WS-XR-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-XR-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-XR-SCAN                  PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-NAME-REFERENCED          PIC X             VALUE 'N'.

      *    TRUE MEMBERS REFERENCED ONLY THROUGH AN ALIAS - FILLED ON
      *    THE FIRST CATALOG PASS, CONSULTED ON THE SECOND.
       01  WS-ALIAS-REF-TABLE.
           05  WS-AR-ENTRY             OCCURS 1000 TIMES.
               10  WS-AR-TRUE-NAME     PIC X(8)  VALUE SPACES.
               10  WS-AR-LIBRARY       PIC X(8)  VALUE SPACES.
       77  WS-AR-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-AR-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-AR-FOUND                 PIC X             VALUE 'N'.

      *    THE LIBRARY= CARDS.  NONE MEANS EVERY LIBRARY IS IN SCOPE.
       01  WS-SCOPE-TABLE.
           05  WS-SC-LIBRARY           PIC X(8)  OCCURS 100 TIMES
                                                 VALUE SPACES.
       77  WS-SC-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-SC-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-IN-SCOPE                 PIC X             VALUE 'N'.

      *    THE EXTERNAL= CARDS.  WS-EX-LEN IS 8 FOR A FULL NAME, OR
      *    THE LENGTH OF THE PREFIX AHEAD OF A TRAILING '*'.
       01  WS-EXTERNAL-TABLE.
           05  WS-EX-ENTRY             OCCURS 200 TIMES.
               10  WS-EX-NAME          PIC X(8)  VALUE SPACES.
               10  WS-EX-LEN           PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-EX-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-EX-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-EX-PFX-LEN               PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-EXCUSED                  PIC X             VALUE 'N'.

       01  WS-CTL-CARD.
           05  WS-CTL-TAG              PIC X(8).
           05  WS-CTL-LIBRARY          PIC X(8).
           05  FILLER                  PIC X(64).
       01  WS-CTL-EXT-CARD REDEFINES WS-CTL-CARD.
           05  WS-CTL-EXT-TAG          PIC X(9).
           05  WS-CTL-EXT-NAME         PIC X(8).
           05  FILLER                  PIC X(63).

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSREFVC V1.1.0  BROKEN REFERENCES AND DEAD CODE'.
       01  PH-XREF-LINE.
           05  FILLER                  PIC X(25)  VALUE
               ' CROSS-REFERENCE DATED   '.
           05  PH-XREF-DATE            PIC 9(8).
           05  FILLER                  PIC X(100) VALUE SPACES.
       01  BH-BROKEN-HEADING.
           05  FILLER                  PIC X(60)  VALUE
               '0BROKEN REFERENCES - NAME IS IN NO CATALOGED LIBRARY'.
       01  BH-LINE-2.
           05  FILLER                  PIC X(40)  VALUE
               '0NAME      TYPE  REFERENCED BY LIBRARY/M'.
           05  FILLER                  PIC X(5)   VALUE
               'EMBER'.
       01  BL-BROKEN-LINE.
           05  CC                      PIC X.
           05  BL-NAME                 PIC X(8).
           05  FILLER                  PIC XX.
           05  BL-TYPE                 PIC X(4).
           05  FILLER                  PIC XX.
           05  BL-LIBRARY              PIC X(8).
           05  FILLER                  PIC X.
           05  BL-MEMBER               PIC X(8).
           05  FILLER                  PIC X(99).
       01  UH-UNVERIFIED-HEADING.
           05  FILLER                  PIC X(40)  VALUE
               '0UNVERIFIED REFERENCES - NOT CATALOGED, '.
           05  FILLER                  PIC X(40)  VALUE
               'BUT THE CATALOG IS INCOMPLETE FOR -'.
       01  UL-LIBRARY-LINE.
           05  FILLER                  PIC X(11)  VALUE SPACES.
           05  UL-LIBRARY              PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(114) VALUE SPACES.
       01  DH-DEAD-HEADING.
           05  FILLER                  PIC X(40)  VALUE
               '0DEAD-CODE CANDIDATES - NO COPY, CALL OR'.
           05  FILLER                  PIC X(20)  VALUE
               ' PGM= REFERS TO THEM'.
       01  DH-LINE-2.
           05  FILLER                  PIC X(40)  VALUE
               '0LIBRARY   MEMBER    UPDATED   VV.MM  US'.
           05  FILLER                  PIC X(15)  VALUE
               'ERID      LINES'.
       01  DL-DEAD-LINE.
           05  CC                      PIC X.
           05  DL-LIBRARY              PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-MEMBER               PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-UPDATED              PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-VVMM                 PIC X(5).
           05  FILLER                  PIC XX.
           05  DL-USERID               PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-LINES                PIC ZZZZ9.
           05  FILLER                  PIC X(80).
       01  NL-NOTE-LINE.
           05  FILLER                  PIC X      VALUE '0'.
           05  NL-NOTE                 PIC X(60)  VALUE SPACES.
           05  FILLER                  PIC X(72)  VALUE SPACES.
       01  SL-SUMMARY-LINE.
           05  CC                      PIC X.
           05  SL-LABEL                PIC X(24).
           05  SL-COUNT                PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(99).

       PROCEDURE DIVISION.

       000-INITIATE.

           OPEN INPUT  CTL-FILE, XREF-FILE.
           OPEN INPUT  CAT-FILE.
           IF WS-CAT-STATUS NOT = '00'
               DISPLAY 'CATALOG OPEN FAILED (STATUS='
                       WS-CAT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT PRINT-FILE, JRNL-FILE.

           PERFORM 050-READ-CONTROL
               UNTIL WS-CTL-EOF = 'Y'.
           PERFORM 100-LOAD-XREF
               UNTIL WS-XREF-EOF = 'Y'.
           MOVE HIGH-VALUES TO WS-XR-NAME(WS-XR-COUNT + 1).

           MOVE WS-XREF-DATE TO PH-XREF-DATE.
           WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING.
           WRITE PF-PRINT-LINE FROM PH-XREF-LINE.
           MOVE 2 TO WS-LINE-CNT.

           PERFORM 200-FIRST-CATALOG-PASS.
           PERFORM 400-PRINT-BROKEN.

           IF WS-XREF-COMPLETE = 'Y'
               PERFORM 500-SECOND-CATALOG-PASS
           ELSE
               PERFORM 590-DEAD-CODE-WITHHELD.

           PERFORM 850-PRINT-SUMMARY.
           PERFORM 950-WRITE-JOURNAL.

           DISPLAY 'REFERENCES READ=' WS-XREF-READ.
           DISPLAY 'CATALOG RECORDS=' WS-CAT-COUNT.
           DISPLAY 'BROKEN REFERENCES=' WS-BROKEN-COUNT.
           IF WS-UNVERIFIED-COUNT > ZERO
               DISPLAY 'UNVERIFIED REFERENCES=' WS-UNVERIFIED-COUNT.
           DISPLAY 'DEAD-CODE CANDIDATES=' WS-DEAD-COUNT.
           DISPLAY 'PDSREFVC CONCLUDED'.
           CLOSE CTL-FILE, XREF-FILE, CAT-FILE, PRINT-FILE,
                 JRNL-FILE.
           IF WS-XREF-COMPLETE NOT = 'Y'
              OR WS-UNVERIFIED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-BROKEN-COUNT > ZERO
              OR WS-DEAD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.

           GOBACK.

      *    FILES ONE LIBRARY= OR EXTERNAL= CARD.  BLANK CARDS ARE
      *    SKIPPED; ANYTHING ELSE IS A SETUP ERROR.
       050-READ-CONTROL.
           READ CTL-FILE INTO WS-CTL-CARD
               AT END MOVE 'Y' TO WS-CTL-EOF.
           IF WS-CTL-EOF = 'Y'
               NEXT SENTENCE
           ELSE
           IF WS-CTL-CARD = SPACES
               NEXT SENTENCE
           ELSE
           IF WS-CTL-TAG = 'LIBRARY='
               PERFORM 060-FILE-LIBRARY
           ELSE
           IF WS-CTL-EXT-TAG = 'EXTERNAL='
               PERFORM 070-FILE-EXTERNAL
           ELSE
               DISPLAY 'UNRECOGNIZED CONTROL CARD: ' WS-CTL-CARD
               DISPLAY 'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       060-FILE-LIBRARY.
           IF WS-CTL-LIBRARY = SPACES
               DISPLAY 'LIBRARY= CARD NAMES NO LIBRARY; '
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-SC-COUNT >= 100
               DISPLAY 'MORE THAN 100 LIBRARY= CARDS; '
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-SC-COUNT.
           MOVE WS-CTL-LIBRARY TO WS-SC-LIBRARY(WS-SC-COUNT).

      *    THE PREFIX LENGTH IS FOUND ONCE, HERE, THE WAY PDSCOPYC'S
      *    066-MATCH-ENTRY FINDS A TICKET ENTRY'S.
       070-FILE-EXTERNAL.
           IF WS-CTL-EXT-NAME = SPACES
               DISPLAY 'EXTERNAL= CARD NAMES NOTHING; '
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-EX-COUNT >= 200
               DISPLAY 'MORE THAN 200 EXTERNAL= CARDS; '
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-EX-COUNT.
           MOVE WS-CTL-EXT-NAME TO WS-EX-NAME(WS-EX-COUNT).
           MOVE ZERO TO WS-EX-PFX-LEN.
           PERFORM 071-COUNT-PFX-CHAR
               UNTIL WS-EX-PFX-LEN >= 8
                  OR WS-CTL-EXT-NAME(WS-EX-PFX-LEN + 1:1) = '*'.
           MOVE WS-EX-PFX-LEN TO WS-EX-LEN(WS-EX-COUNT).

       071-COUNT-PFX-CHAR.
           ADD 1 TO WS-EX-PFX-LEN.

      *    LOADS ONE REFERENCE.  THE TRAILER ENDS THE LOAD; A FILE
      *    OUT OF NAME ORDER WOULD DEFEAT THE MATCH AND IS REFUSED.
       100-LOAD-XREF.
           READ XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF.
           IF WS-XREF-EOF = 'Y'
               NEXT SENTENCE
           ELSE
           IF XRF-NAME = HIGH-VALUES
               MOVE XRF-COMPLETE  TO WS-XREF-COMPLETE
               MOVE XRF-RUN-DATE  TO WS-XREF-DATE
               MOVE 'Y'           TO WS-XREF-EOF
           ELSE
           IF XRF-NAME < WS-LAST-NAME
               DISPLAY 'XREF FILE OUT OF NAME ORDER AT ' XRF-NAME
                       '; EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
           IF WS-XR-COUNT >= 5000
               DISPLAY 'XREF TABLE FULL AT 5000 REFERENCES; '
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO WS-XREF-READ
               ADD 1 TO WS-XR-COUNT
               MOVE XRF-NAME      TO WS-XR-NAME(WS-XR-COUNT)
               MOVE XRF-LIBRARY   TO WS-XR-LIBRARY(WS-XR-COUNT)
               MOVE XRF-MEMBER    TO WS-XR-MEMBER(WS-XR-COUNT)
               MOVE XRF-TYPE      TO WS-XR-TYPE(WS-XR-COUNT)
               MOVE XRF-RUN-DATE  TO WS-XREF-DATE
               MOVE XRF-NAME      TO WS-LAST-NAME.

      *    POSITIONS CAT-FILE AT ITS FIRST KEY AND THE MATCH AT THE
      *    FIRST REFERENCE - EACH PASS STARTS HERE.
       150-START-CATALOG.
           MOVE 'N'        TO WS-CAT-EOF.
           MOVE 1          TO WS-XR-IDX.
           MOVE LOW-VALUES TO CAT-KEY.
           START CAT-FILE KEY NOT < CAT-KEY
               INVALID KEY MOVE 'Y' TO WS-CAT-EOF.
           IF WS-CAT-EOF NOT = 'Y'
               PERFORM 160-READ-CATALOG.

       160-READ-CATALOG.
           READ CAT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CAT-EOF.
           IF WS-CAT-EOF NOT = 'Y'
              AND WS-CAT-STATUS NOT = '00'
              AND WS-CAT-STATUS NOT = '02'
               DISPLAY 'CATALOG READ FAILED (STATUS='
                       WS-CAT-STATUS '); EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *    BOTH FILES ARE IN NAME ORDER, SO THE REFERENCE POINTER ONLY
      *    EVER MOVES FORWARD - PAST EVERY NAME BELOW THE CATALOG
      *    MEMBER - AND THEN SAYS WHETHER ANY REFERENCE NAMES IT.
       170-MATCH-REFERENCES.
           PERFORM 171-ADVANCE-REFERENCE
               UNTIL WS-XR-NAME(WS-XR-IDX) NOT < CAT-MEMBER.
           IF WS-XR-NAME(WS-XR-IDX) = CAT-MEMBER
               MOVE 'Y' TO WS-NAME-REFERENCED
           ELSE
               MOVE 'N' TO WS-NAME-REFERENCED.

       171-ADVANCE-REFERENCE.
           ADD 1 TO WS-XR-IDX.

      *    PASS ONE - MARKS EVERY REFERENCE WHOSE NAME IS CATALOGED,
      *    AND FILES THE TRUE MEMBER BEHIND EVERY REFERENCED ALIAS.
      *    AN INCOMPLETE-LIBRARY MARKER ONLY FILES ITS LIBRARY.
       200-FIRST-CATALOG-PASS.
           PERFORM 150-START-CATALOG.
           PERFORM 210-FIRST-PASS-ONE
               UNTIL WS-CAT-EOF = 'Y'.

       210-FIRST-PASS-ONE.
           IF CAT-REC-TYPE = 'I'
               PERFORM 250-FILE-INCOMPLETE
           ELSE
               PERFORM 215-FIRST-PASS-MEMBER.
           PERFORM 160-READ-CATALOG.

       215-FIRST-PASS-MEMBER.
           ADD 1 TO WS-CAT-COUNT.
           PERFORM 170-MATCH-REFERENCES.
           IF WS-NAME-REFERENCED = 'Y'
               PERFORM 220-MARK-FOUND
                   VARYING WS-XR-SCAN FROM WS-XR-IDX BY 1
                     UNTIL WS-XR-NAME(WS-XR-SCAN) NOT = CAT-MEMBER
               IF CAT-ALIAS-FLAG = 'A'
                   PERFORM 230-FILE-ALIAS-REF.

       220-MARK-FOUND.
           MOVE 'Y' TO WS-XR-FOUND(WS-XR-SCAN).

       230-FILE-ALIAS-REF.
           PERFORM 240-FIND-ALIAS-REF.
           IF WS-AR-FOUND = 'Y'
               NEXT SENTENCE
           ELSE
           IF WS-AR-COUNT >= 1000
               DISPLAY 'ALIAS TABLE FULL AT 1000; ' CAT-TRUE-NAME
                       ' IN ' CAT-LIBRARY ' MAY LIST AS DEAD CODE'
           ELSE
               ADD 1 TO WS-AR-COUNT
               MOVE CAT-TRUE-NAME TO WS-AR-TRUE-NAME(WS-AR-COUNT)
               MOVE CAT-LIBRARY   TO WS-AR-LIBRARY(WS-AR-COUNT).

      *    LOOKS FOR CAT-TRUE-NAME (PASS ONE) OR CAT-MEMBER (PASS
      *    TWO) IN THE SAME LIBRARY - WS-AR-FOUND SAYS WHETHER IT IS
      *    THERE.
       240-FIND-ALIAS-REF.
           MOVE 'N' TO WS-AR-FOUND.
           PERFORM 241-TEST-ALIAS-REF
               VARYING WS-AR-IDX FROM 1 BY 1
                 UNTIL WS-AR-IDX > WS-AR-COUNT
                    OR WS-AR-FOUND = 'Y'.

       241-TEST-ALIAS-REF.
           IF WS-AR-LIBRARY(WS-AR-IDX) = CAT-LIBRARY
               IF CAT-ALIAS-FLAG = 'A'
                   IF WS-AR-TRUE-NAME(WS-AR-IDX) = CAT-TRUE-NAME
                       MOVE 'Y' TO WS-AR-FOUND
                   ELSE
                       NEXT SENTENCE
               ELSE
                   IF WS-AR-TRUE-NAME(WS-AR-IDX) = CAT-MEMBER
                       MOVE 'Y' TO WS-AR-FOUND.

      *    A LIBRARY LEFT OUT OF THE LIST WOULD TURN ITS MEMBERS INTO
      *    FALSE BROKEN REFERENCES, SO OVERFLOW ENDS THE RUN.
       250-FILE-INCOMPLETE.
           IF WS-IL-COUNT >= 100
               DISPLAY 'MORE THAN 100 INCOMPLETE LIBRARIES; '
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-IL-COUNT.
           MOVE CAT-LIBRARY TO WS-IL-LIBRARY(WS-IL-COUNT).

      *    THE BROKEN-REFERENCE SECTION - EVERY REFERENCE NO CATALOG
      *    RECORD MATCHED, UNLESS AN EXTERNAL= CARD EXCUSES IT.  WITH
      *    ANY LIBRARY INCOMPLETE NONE OF THEM CAN BE CALLED BROKEN;
      *    THEY ARE COUNTED HERE AND LISTED IN THEIR OWN SECTION.
       400-PRINT-BROKEN.
           WRITE PF-PRINT-LINE FROM BH-BROKEN-HEADING.
           WRITE PF-PRINT-LINE FROM BH-LINE-2.
           ADD 2 TO WS-LINE-CNT.
           MOVE LOW-VALUES TO WS-LAST-NAME.
           PERFORM 410-TEST-ONE-REFERENCE
               VARYING WS-XR-IDX FROM 1 BY 1
                 UNTIL WS-XR-IDX > WS-XR-COUNT.
           IF WS-UNVERIFIED-COUNT > ZERO
               MOVE 'NONE CONFIRMED - SEE UNVERIFIED REFERENCES'
                                       TO NL-NOTE
               WRITE PF-PRINT-LINE FROM NL-NOTE-LINE
               ADD 2 TO WS-LINE-CNT
               PERFORM 450-PRINT-UNVERIFIED
           ELSE
           IF WS-BROKEN-COUNT = ZERO
               MOVE 'NONE - EVERY REFERENCED NAME IS CATALOGED'
                                       TO NL-NOTE
               WRITE PF-PRINT-LINE FROM NL-NOTE-LINE
               ADD 2 TO WS-LINE-CNT.

       410-TEST-ONE-REFERENCE.
           IF WS-XR-FOUND(WS-XR-IDX) = 'Y'
               NEXT SENTENCE
           ELSE
               PERFORM 420-TEST-EXTERNAL
               IF WS-EXCUSED = 'Y'
                   ADD 1 TO WS-EXCUSED-COUNT
               ELSE
               IF WS-IL-COUNT > ZERO
                   ADD 1 TO WS-UNVERIFIED-COUNT
               ELSE
                   ADD 1 TO WS-BROKEN-COUNT
                   PERFORM 430-PRINT-BROKEN-LINE.

       420-TEST-EXTERNAL.
           MOVE 'N' TO WS-EXCUSED.
           PERFORM 421-MATCH-EXTERNAL
               VARYING WS-EX-IDX FROM 1 BY 1
                 UNTIL WS-EX-IDX > WS-EX-COUNT
                    OR WS-EXCUSED = 'Y'.

       421-MATCH-EXTERNAL.
           IF WS-EX-LEN(WS-EX-IDX) = ZERO
               MOVE 'Y' TO WS-EXCUSED
           ELSE
           IF WS-EX-LEN(WS-EX-IDX) = 8
              AND WS-EX-NAME(WS-EX-IDX) = WS-XR-NAME(WS-XR-IDX)
               MOVE 'Y' TO WS-EXCUSED
           ELSE
           IF WS-EX-LEN(WS-EX-IDX) < 8
              AND WS-EX-NAME(WS-EX-IDX)(1:WS-EX-LEN(WS-EX-IDX)) =
                  WS-XR-NAME(WS-XR-IDX)(1:WS-EX-LEN(WS-EX-IDX))
               MOVE 'Y' TO WS-EXCUSED.

      *    THE NAME PRINTS ONLY ON THE FIRST LINE OF ITS BLOCK (AND
      *    AGAIN AT THE TOP OF A NEW PAGE), THE SAME AS PDSXREFC'S
      *    WHERE-USED SECTION.
       430-PRINT-BROKEN-LINE.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM PH-XREF-LINE
               WRITE PF-PRINT-LINE FROM BH-LINE-2
               MOVE 4     TO WS-LINE-CNT
               MOVE SPACES TO WS-PRINTED-NAME.
           MOVE SPACES                   TO BL-BROKEN-LINE.
           IF WS-XR-NAME(WS-XR-IDX) NOT = WS-LAST-NAME
               ADD 1 TO WS-BROKEN-NAMES
               MOVE WS-XR-NAME(WS-XR-IDX) TO WS-LAST-NAME.
           IF WS-XR-NAME(WS-XR-IDX) NOT = WS-PRINTED-NAME
               MOVE WS-XR-NAME(WS-XR-IDX) TO BL-NAME
               MOVE WS-XR-NAME(WS-XR-IDX) TO WS-PRINTED-NAME.
           MOVE WS-XR-TYPE(WS-XR-IDX)    TO BL-TYPE.
           MOVE WS-XR-LIBRARY(WS-XR-IDX) TO BL-LIBRARY.
           MOVE WS-XR-MEMBER(WS-XR-IDX)  TO BL-MEMBER.
           WRITE PF-PRINT-LINE FROM BL-BROKEN-LINE.
           ADD 1 TO WS-LINE-CNT.

      *    THE UNVERIFIED SECTION - THE INCOMPLETE LIBRARIES, THEN
      *    EVERY REFERENCE 410 HELD BACK, IN THE SAME FORM AS THE
      *    BROKEN LIST.
       450-PRINT-UNVERIFIED.
           WRITE PF-PRINT-LINE FROM UH-UNVERIFIED-HEADING.
           ADD 2 TO WS-LINE-CNT.
           PERFORM 455-PRINT-INCOMPLETE-LIB
               VARYING WS-IL-IDX FROM 1 BY 1
                 UNTIL WS-IL-IDX > WS-IL-COUNT.
           WRITE PF-PRINT-LINE FROM BH-LINE-2.
           ADD 2 TO WS-LINE-CNT.
           MOVE LOW-VALUES TO WS-LAST-NAME.
           MOVE SPACES     TO WS-PRINTED-NAME.
           PERFORM 460-TEST-UNVERIFIED
               VARYING WS-XR-IDX FROM 1 BY 1
                 UNTIL WS-XR-IDX > WS-XR-COUNT.

       455-PRINT-INCOMPLETE-LIB.
           MOVE WS-IL-LIBRARY(WS-IL-IDX) TO UL-LIBRARY.
           WRITE PF-PRINT-LINE FROM UL-LIBRARY-LINE.
           ADD 1 TO WS-LINE-CNT.

       460-TEST-UNVERIFIED.
           IF WS-XR-FOUND(WS-XR-IDX) NOT = 'Y'
               PERFORM 420-TEST-EXTERNAL
               IF WS-EXCUSED NOT = 'Y'
                   PERFORM 430-PRINT-BROKEN-LINE.

      *    PASS TWO - EVERY TRUE MEMBER IN A LIBRARY IN SCOPE THAT NO
      *    REFERENCE NAMES, DIRECTLY OR THROUGH AN ALIAS.
       500-SECOND-CATALOG-PASS.
           WRITE PF-PRINT-LINE FROM DH-DEAD-HEADING.
           WRITE PF-PRINT-LINE FROM DH-LINE-2.
           ADD 2 TO WS-LINE-CNT.
           PERFORM 150-START-CATALOG.
           PERFORM 510-SECOND-PASS-ONE
               UNTIL WS-CAT-EOF = 'Y'.
           IF WS-DEAD-COUNT = ZERO
               MOVE 'NONE - EVERY MEMBER IN SCOPE IS REFERENCED'
                                       TO NL-NOTE
               WRITE PF-PRINT-LINE FROM NL-NOTE-LINE.

       510-SECOND-PASS-ONE.
           IF CAT-REC-TYPE NOT = 'I'
               PERFORM 515-SECOND-PASS-MEMBER.
           PERFORM 160-READ-CATALOG.

       515-SECOND-PASS-MEMBER.
           PERFORM 170-MATCH-REFERENCES.
           IF CAT-ALIAS-FLAG = 'A'
               ADD 1 TO WS-ALIAS-COUNT
           ELSE
               PERFORM 520-TEST-SCOPE
               IF WS-IN-SCOPE = 'Y'
                   ADD 1 TO WS-SCOPE-COUNT
                   IF WS-NAME-REFERENCED NOT = 'Y'
                       PERFORM 240-FIND-ALIAS-REF
                       IF WS-AR-FOUND NOT = 'Y'
                           ADD 1 TO WS-DEAD-COUNT
                           PERFORM 530-PRINT-DEAD-LINE.

       520-TEST-SCOPE.
           IF WS-SC-COUNT = ZERO
               MOVE 'Y' TO WS-IN-SCOPE
           ELSE
               MOVE 'N' TO WS-IN-SCOPE
               PERFORM 521-MATCH-SCOPE
                   VARYING WS-SC-IDX FROM 1 BY 1
                     UNTIL WS-SC-IDX > WS-SC-COUNT
                        OR WS-IN-SCOPE = 'Y'.

       521-MATCH-SCOPE.
           IF WS-SC-LIBRARY(WS-SC-IDX) = CAT-LIBRARY
               MOVE 'Y' TO WS-IN-SCOPE.

      *    A MEMBER CATALOGED WITHOUT ISPF STATS CARRIES A ZERO DATE;
      *    IT PRINTS BLANK RATHER THAN AS 00000000.
       530-PRINT-DEAD-LINE.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM PH-XREF-LINE
               WRITE PF-PRINT-LINE FROM DH-LINE-2
               MOVE 4     TO WS-LINE-CNT.
           MOVE SPACES            TO DL-DEAD-LINE.
           MOVE CAT-LIBRARY       TO DL-LIBRARY.
           MOVE CAT-MEMBER        TO DL-MEMBER.
           IF CAT-UPDATED NOT = ZERO
               MOVE CAT-UPDATED   TO DL-UPDATED.
           MOVE CAT-VVMM          TO DL-VVMM.
           MOVE CAT-USERID        TO DL-USERID.
           MOVE CAT-CURRENT-LINES TO DL-LINES.
           WRITE PF-PRINT-LINE FROM DL-DEAD-LINE.
           ADD 1 TO WS-LINE-CNT.

       590-DEAD-CODE-WITHHELD.
           WRITE PF-PRINT-LINE FROM DH-DEAD-HEADING.
           IF WS-XREF-COMPLETE = 'N'
               MOVE 'WITHHELD - THE CROSS-REFERENCE SCAN WAS INCOMPLETE'
                                       TO NL-NOTE
           ELSE
               MOVE 'WITHHELD - THE XREF FILE HAS NO TRAILER RECORD'
                                       TO NL-NOTE.
           WRITE PF-PRINT-LINE FROM NL-NOTE-LINE.

       850-PRINT-SUMMARY.
           MOVE SPACES                TO SL-SUMMARY-LINE.
           MOVE '0'                   TO CC OF SL-SUMMARY-LINE.
           MOVE 'REFERENCES READ       = ' TO SL-LABEL.
           MOVE WS-XREF-READ          TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE SPACE                 TO CC OF SL-SUMMARY-LINE.
           MOVE 'CATALOG RECORDS READ  = ' TO SL-LABEL.
           MOVE WS-CAT-COUNT          TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'BROKEN REFERENCES     = ' TO SL-LABEL.
           MOVE WS-BROKEN-COUNT       TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           IF WS-IL-COUNT > ZERO
               MOVE 'UNVERIFIED REFERENCES = ' TO SL-LABEL
               MOVE WS-UNVERIFIED-COUNT TO SL-COUNT
               WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'NAMES NOT CATALOGED   = ' TO SL-LABEL.
           MOVE WS-BROKEN-NAMES       TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'EXTERNAL REFERENCES   = ' TO SL-LABEL.
           MOVE WS-EXCUSED-COUNT      TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           IF WS-XREF-COMPLETE = 'Y'
               MOVE 'MEMBERS IN SCOPE      = ' TO SL-LABEL
               MOVE WS-SCOPE-COUNT    TO SL-COUNT
               WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE
               MOVE 'ALIASES PASSED OVER   = ' TO SL-LABEL
               MOVE WS-ALIAS-COUNT    TO SL-COUNT
               WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE
               MOVE 'DEAD-CODE CANDIDATES  = ' TO SL-LABEL
               MOVE WS-DEAD-COUNT     TO SL-COUNT
               WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.

      *    THE ONE STANDARD END-OF-RUN RECORD FOR PDSJRNSC'S DAILY
      *    SUMMARY.  A BROKEN REFERENCE OUTRANKS DEAD CODE - IT WILL
      *    ABEND SOMETHING.  AN INCOMPLETE XREF OR CATALOG MAKES THE
      *    RUN PARTIAL.
       950-WRITE-JOURNAL.
           ACCEPT WS-JRNL-DATE   FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-TIME-X FROM TIME.
           MOVE SPACES              TO JRNL-REC.
           MOVE 'PDSREFVC'          TO JRNL-PROGRAM.
           MOVE WS-JRNL-DATE        TO JRNL-RUN-DATE.
           MOVE WS-JRNL-TIME-X(1:6) TO JRNL-RUN-TIME.
           MOVE WS-SC-COUNT         TO JRNL-LIBRARIES.
           MOVE WS-CAT-COUNT        TO JRNL-MEMBERS.
           IF WS-BROKEN-COUNT > ZERO
               MOVE 'BROKEN'        TO JRNL-OUTCOME
               MOVE 'BROKEN REFERENCES'     TO JRNL-NOTE
           ELSE
           IF WS-XREF-COMPLETE NOT = 'Y'
               MOVE 'PARTIAL'       TO JRNL-OUTCOME
               MOVE 'XREF SCAN INCOMPLETE'  TO JRNL-NOTE
           ELSE
           IF WS-UNVERIFIED-COUNT > ZERO
               MOVE 'PARTIAL'       TO JRNL-OUTCOME
               MOVE 'CATALOG INCOMPLETE'    TO JRNL-NOTE
           ELSE
           IF WS-DEAD-COUNT > ZERO
               MOVE 'OK'            TO JRNL-OUTCOME
               MOVE 'DEAD-CODE CANDIDATES'  TO JRNL-NOTE
           ELSE
               MOVE 'OK'            TO JRNL-OUTCOME.
           WRITE JRNL-REC.
