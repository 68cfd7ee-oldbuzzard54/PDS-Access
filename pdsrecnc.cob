       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDSRECNC.
       AUTHOR. ED LISS.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
       REMARKS. THIS PROGRAM RECONCILES WHAT CHANGED IN THE LIBRARIES
            OVERNIGHT AGAINST THE SHARED AUDIT TRAIL.  IT RUNS AS THE
            STEP AFTER PDSCATBC, WHICH NOW KEEPS LAST NIGHT'S CATALOG
            AS A PRIOR GENERATION (PRIOR-FILE, IN KEY ORDER) BEFORE
            IT REBUILDS CAT-FILE.  THE TWO CATALOGS ARE MATCHED KEY
            BY KEY (CAT-MEMBER PLUS CAT-LIBRARY) AND EVERY MEMBER IS
            CLASSED AS ADDED, DELETED, UPDATED (CAT-UPDATED OR
            CAT-VVMM MOVED) OR UNCHANGED.  EACH ADD, DELETE, AND
            UPDATE IS THEN LOOKED FOR IN AUDIT-FILE - A RECORD FROM
            ONE OF THE SANCTIONED TOOLS (PDSCOPYC, PDSREPLC,
            PDSSWEPC, OR PDSMERGC) FOR THE SAME LIBRARY AND MEMBER,
            WHOSE OPERATION FITS THE CHANGE (ARCHIVE FOR A DELETE,
            ADD OR RESTORE FOR AN ADD, REPLACE OR RESTORE FOR AN
            UPDATE), DATED WITHIN
            THE WINDOW BETWEEN THE TWO CATALOG BUILDS (CAT-BUILD-
            DATE OF THE PRIOR GENERATION THROUGH CAT-BUILD-DATE OF
            THE NEW ONE, BOTH DAYS INCLUDED).  EVERY CHANGE IS LISTED
            WITH THE AUDIT RECORD THAT EXPLAINS IT; ANY CHANGE NO
            AUDIT RECORD EXPLAINS IS ALSO LISTED ON AN 'UNEXPLAINED
            CHANGES' EXCEPTION PAGE WITH THE USERID RESPONSIBLE (THE
            NEW COPY'S CAT-USERID, OR THE LAST OWNER'S FOR A DELETE),
            SO THE AUDITORS CAN SEE WHO CHANGED PRODUCTION OUTSIDE
            THE SANCTIONED TOOLS.  ALIAS ENTRIES ARE COUNTED BUT NOT
            RECONCILED - THEIR TRUE MEMBER CARRIES THE CHANGE.  AN
            EMPTY PRIOR GENERATION (THE FIRST NIGHT) HAS NOTHING TO
            RECONCILE AND SAYS SO.  A LIBRARY PDSCATBC MARKED
            INCOMPLETE (BUSY, OR CUT SHORT BY AN ENQUEUE) IN EITHER
            GENERATION IS NOT RECONCILED AT ALL - HALF A DIRECTORY
            WOULD SHOW AS A PAGE OF FALSE DELETES OR ADDS - AND IS
            LISTED AS SUCH ON BOTH PAGES, AND THE RUN IS JOURNALED
            PARTIAL.  RETURN CODE 8 MEANS A LIBRARY WAS NOT
            RECONCILED OR THE EXCEPTION PAGE COULD NOT LIST EVERY
            UNEXPLAINED CHANGE (MORE THAN 1000 - THE PAGE SAYS HOW
            MANY WERE LEFT OFF AND THE RUN IS JOURNALED PARTIAL);
            OTHERWISE RETURN CODE 4 MEANS AT LEAST ONE CHANGE WAS
            UNEXPLAINED.  THE AUDIT TABLE FILLING UP ENDS
            THE RUN WITH RETURN CODE 16, SINCE A DROPPED AUDIT
            RECORD WOULD SHOW AS A FALSE EXCEPTION.

            VERSION     DATE     COMMENTS
            -------   ---------  ---------------------------------
             1.0.0    10/2026    ORIGINAL VERSION.
             1.1.0    10/15/2026 PDSMERGC ADDED TO THE SANCTIONED
                                 TOOLS.  LIBRARIES PDSCATBC MARKED
                                 INCOMPLETE IN EITHER GENERATION ARE
                                 LISTED 'NOT RECONCILED' INSTEAD OF
                                 BEING MATCHED, AND THE RUN IS
                                 JOURNALED PARTIAL.  A FULL AUDIT
                                 TABLE NOW ENDS THE RUN INSTEAD OF
                                 DROPPING RECORDS.
             1.2.0    10/15/2026 THE EXCEPTION PAGE IS NOW PRINTED ON
                                 THE FIRST NIGHT TOO, SAYING THE
                                 PRIOR GENERATION IS EMPTY.
             1.3.0    10/15/2026 AN AUDIT RECORD EXPLAINS A CHANGE
                                 ONLY IF ITS OPERATION FITS THE
                                 CHANGE.  A FULL EXCEPTION TABLE IS
                                 NOTED ON THE EXCEPTION PAGE, THE
                                 RUN IS JOURNALED PARTIAL, AND THE
                                 RETURN CODE IS 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-FILE  ASSIGN TO UT-S-CATPRIOR.
           SELECT AUDIT-FILE  ASSIGN TO UT-S-AUDTIN.
           SELECT PRINT-FILE  ASSIGN TO UT-S-PRINTER.
           SELECT JRNL-FILE   ASSIGN TO UT-S-JRNLOUT.
           SELECT CAT-FILE    ASSIGN TO CATALOG
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS CAT-KEY
                              FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    LAST NIGHT'S CATALOG AS PDSCATBC COPIED IT OFF BEFORE THE
      *    REBUILD - THE SAME LAYOUT AS CAT-REC, IN KEY ORDER.
       FD  PRIOR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PRIOR-REC.
           05  PRI-KEY.
               10  PRI-MEMBER          PIC X(8).
               10  PRI-LIBRARY         PIC X(8).
           05  PRI-UPDATED             PIC 9(8).
           05  PRI-USERID              PIC X(8).
           05  PRI-VVMM                PIC X(5).
           05  PRI-CURRENT-LINES       PIC 9(5).
           05  PRI-ALIAS-FLAG          PIC X.
           05  PRI-TRUE-NAME           PIC X(8).
           05  PRI-BUILD-DATE          PIC 9(8).
           05  PRI-REC-TYPE            PIC X.
           05  FILLER                  PIC X(20).

      *    SAME LAYOUT AS THE AUDT-REC THE WRITERS (PDSCOPYC,
      *    PDSREPLC, PDSSWEPC, AND PDSMERGC) APPEND - KEEP THEM IN
      *    SYNC.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AUDT-REC.
           05  AUDT-RUN-DATE           PIC 9(8).
           05  AUDT-RUN-TIME           PIC 9(6).
           05  AUDT-PROGRAM            PIC X(8).
           05  AUDT-LIBRARY            PIC X(8).
           05  AUDT-MEMBER             PIC X(8).
           05  AUDT-OPERATION          PIC X(8).
           05  AUDT-PRIOR-USERID       PIC X(8).
           05  AUDT-PRIOR-UPDATED      PIC 9(7).
           05  AUDT-PRIOR-VVMM         PIC X(5).
           05  AUDT-NEW-NAME           PIC X(8).
           05  AUDT-TICKET             PIC X(6).

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

      *    TONIGHT'S CATALOG, JUST REBUILT.  SAME LAYOUT PDSCATBC
      *    WRITES - KEEP THEM IN SYNC.
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

       77  WS-PRIOR-EOF                PIC X     VALUE 'N'.
       77  WS-CAT-EOF                  PIC X     VALUE 'N'.
       77  WS-AUDIT-EOF                PIC X     VALUE 'N'.
       77  WS-CAT-STATUS               PIC XX    VALUE SPACES.
       77  WS-LINE-CNT                 PIC S9(4) COMP SYNC VALUE +57.
       77  WS-LINE-MAX                 PIC S9(4) COMP SYNC VALUE +56.

       77  WS-JRNL-DATE                PIC 9(8)  VALUE ZERO.
       77  WS-JRNL-TIME-X              PIC X(8)  VALUE SPACES.

      *    THE KEYS THE MATCH RUNS ON - HIGH-VALUES ONCE A FILE IS
      *    EXHAUSTED, SO THE OTHER FILE'S REMAINDER DRAINS THROUGH
      *    THE SAME COMPARE.
       77  WS-PRIOR-KEY                PIC X(16) VALUE SPACES.
       77  WS-NEW-KEY                  PIC X(16) VALUE SPACES.

      *    THE AUDIT WINDOW - FROM THE PRIOR GENERATION'S BUILD DATE
      *    THROUGH THE NEW CATALOG'S.  A GENERATION WRITTEN BEFORE
      *    PDSCATBC STAMPED BUILD DATES LEAVES THAT END OPEN.
       77  WS-FROM-DATE                PIC 9(8)  VALUE ZERO.
       77  WS-TO-DATE                  PIC 9(8)  VALUE 99999999.

       77  WS-PRIOR-COUNT              PIC 9(9)  VALUE ZERO.
       77  WS-CAT-COUNT                PIC 9(9)  VALUE ZERO.
       77  WS-COMPARED-COUNT           PIC 9(9)  VALUE ZERO.
       77  WS-ADDED-COUNT              PIC 9(9)  VALUE ZERO.
       77  WS-DELETED-COUNT            PIC 9(9)  VALUE ZERO.
       77  WS-UPDATED-COUNT            PIC 9(9)  VALUE ZERO.
       77  WS-UNCHANGED-COUNT          PIC 9(9)  VALUE ZERO.
       77  WS-ALIAS-COUNT              PIC 9(9)  VALUE ZERO.
       77  WS-EXPLAINED-COUNT          PIC 9(9)  VALUE ZERO.
       77  WS-UNEXPLAINED-COUNT        PIC 9(9)  VALUE ZERO.
       77  WS-AUDIT-READ               PIC 9(9)  VALUE ZERO.
       77  WS-NOT-RECONCILED           PIC 9(9)  VALUE ZERO.
       77  WS-AUDIT-FULL               PIC X     VALUE 'N'.

      *    THE LIBRARIES PDSCATBC MARKED INCOMPLETE, IN EITHER
      *    GENERATION.  ITS MARKERS SORT AHEAD OF EVERY MEMBER, SO
      *    THE TABLE IS WHOLE BEFORE THE FIRST KEY IS COMPARED.
       01  WS-INCOMPLETE-TABLE.
           05  WS-IL-ENTRY             OCCURS 100 TIMES.
               10  WS-IL-LIBRARY       PIC X(8)  VALUE SPACES.
               10  WS-IL-PRIOR         PIC X     VALUE 'N'.
               10  WS-IL-NEW           PIC X     VALUE 'N'.
       77  WS-IL-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-IL-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-IL-FOUND                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-IL-SEARCH                PIC X(8)  VALUE SPACES.

      *    THE AUDIT RECORDS THAT CAN EXPLAIN A CHANGE - ONLY THOSE
      *    FROM THE SANCTIONED TOOLS, DATED INSIDE THE WINDOW.
       01  WS-AUDIT-TABLE.
           05  WS-AT-ENTRY             OCCURS 3000 TIMES.
               10  WS-AT-LIBRARY       PIC X(8)  VALUE SPACES.
               10  WS-AT-MEMBER        PIC X(8)  VALUE SPACES.
               10  WS-AT-PROGRAM       PIC X(8)  VALUE SPACES.
               10  WS-AT-OPERATION     PIC X(8)  VALUE SPACES.
               10  WS-AT-DATE          PIC 9(8)  VALUE ZERO.
       77  WS-AT-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-AT-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-AT-FOUND                 PIC X             VALUE 'N'.
       77  WS-AT-MATCH                 PIC S9(4) COMP SYNC VALUE ZERO.

      *    THE CHANGE BEING RECONCILED - FILLED FROM WHICHEVER SIDE
      *    (OR BOTH) OF THE MATCH THE MEMBER TURNED UP ON.
       01  WS-CHANGE.
           05  WS-CHG-TYPE             PIC X(8)  VALUE SPACES.
           05  WS-CHG-LIBRARY          PIC X(8)  VALUE SPACES.
           05  WS-CHG-MEMBER           PIC X(8)  VALUE SPACES.
           05  WS-CHG-USERID           PIC X(8)  VALUE SPACES.
           05  WS-CHG-OLD-UPDATED      PIC X(8)  VALUE SPACES.
           05  WS-CHG-OLD-VVMM         PIC X(5)  VALUE SPACES.
           05  WS-CHG-NEW-UPDATED      PIC X(8)  VALUE SPACES.
           05  WS-CHG-NEW-VVMM         PIC X(5)  VALUE SPACES.

      *    THE UNEXPLAINED CHANGES, HELD FOR THE EXCEPTION PAGE.
       01  WS-EXCEPTION-TABLE.
           05  WS-XT-ENTRY             OCCURS 1000 TIMES.
               10  WS-XT-LIBRARY       PIC X(8)  VALUE SPACES.
               10  WS-XT-MEMBER        PIC X(8)  VALUE SPACES.
               10  WS-XT-TYPE          PIC X(8)  VALUE SPACES.
               10  WS-XT-USERID        PIC X(8)  VALUE SPACES.
               10  WS-XT-UPDATED       PIC X(8)  VALUE SPACES.
               10  WS-XT-VVMM          PIC X(5)  VALUE SPACES.
       77  WS-XT-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-XT-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-XT-FULL                  PIC X     VALUE 'N'.
       77  WS-XT-DROPPED               PIC 9(9)  VALUE ZERO.

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSRECNC V1.3.0  CATALOG CHANGE RECONCILIATION'.
       01  PH-WINDOW-LINE.
           05  FILLER                  PIC X(26)  VALUE
               ' AUDIT RECORDS DATED FROM '.
           05  PH-FROM-DATE            PIC 9(8).
           05  FILLER                  PIC X(9)   VALUE
               ' THROUGH '.
           05  PH-TO-DATE              PIC 9(8).
           05  FILLER                  PIC X(82)  VALUE SPACES.
       01  PH-LINE-3.
           05  FILLER                  PIC X(40)  VALUE
               '0LIBRARY   MEMBER    CHANGE    PRIOR-UPD'.
           05  FILLER                  PIC X(48)  VALUE
               ' VV.MM  NEW-UPD   VV.MM  USERID    AUDIT RECORD'.
       01  DL-DETAIL-LINE.
           05  CC                      PIC X.
           05  DL-LIBRARY              PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-MEMBER               PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-CHANGE               PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-OLD-UPDATED          PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-OLD-VVMM             PIC X(5).
           05  FILLER                  PIC XX.
           05  DL-NEW-UPDATED          PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-NEW-VVMM             PIC X(5).
           05  FILLER                  PIC XX.
           05  DL-USERID               PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-AUDIT.
               10  DL-AUDIT-PROGRAM    PIC X(8).
               10  FILLER              PIC X.
               10  DL-AUDIT-OPERATION  PIC X(8).
               10  FILLER              PIC X.
               10  DL-AUDIT-DATE       PIC X(8).
           05  FILLER                  PIC X(34).
       01  IL-INCOMPLETE-LINE.
           05  FILLER                  PIC X      VALUE SPACE.
           05  IL-LIBRARY              PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC XX     VALUE SPACES.
           05  FILLER                  PIC X(39)  VALUE
               'NOT RECONCILED - CATALOG INCOMPLETE IN '.
           05  IL-GENERATION           PIC X(16)  VALUE SPACES.
           05  FILLER                  PIC X(67)  VALUE SPACES.
       01  NL-NOTE-LINE.
           05  FILLER                  PIC X      VALUE '0'.
           05  NL-NOTE                 PIC X(60)  VALUE SPACES.
           05  FILLER                  PIC X(72)  VALUE SPACES.
       01  SL-SUMMARY-LINE.
           05  CC                      PIC X.
           05  SL-LABEL                PIC X(24).
           05  SL-COUNT                PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(99).
       01  XH-EXCEPTION-HEADING.
           05  FILLER                  PIC X(60)  VALUE
               '1PDSRECNC V1.3.0  EXCEPTIONS - UNEXPLAINED CHANGES'.
       01  XH-LINE-2.
           05  FILLER                  PIC X(31)  VALUE
               '0LIBRARY   MEMBER    CHANGE    '.
           05  FILLER                  PIC X(27)  VALUE
               'USERID    UPDATED   VV.MM'.
       01  XL-EXCEPTION-LINE.
           05  XL-CC                   PIC X.
           05  XL-LIBRARY              PIC X(8).
           05  FILLER                  PIC XX.
           05  XL-MEMBER               PIC X(8).
           05  FILLER                  PIC XX.
           05  XL-CHANGE               PIC X(8).
           05  FILLER                  PIC XX.
           05  XL-USERID               PIC X(8).
           05  FILLER                  PIC XX.
           05  XL-UPDATED              PIC X(8).
           05  FILLER                  PIC XX.
           05  XL-VVMM                 PIC X(5).
           05  FILLER                  PIC X(77).
       01  XT-TOTAL-LINE.
           05  FILLER                  PIC X      VALUE '0'.
           05  FILLER                  PIC X(24)  VALUE
               'UNEXPLAINED CHANGES   = '.
           05  XT-COUNT                PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(99)  VALUE SPACES.
       01  XT-INCOMPLETE-LINE.
           05  FILLER                  PIC X      VALUE '0'.
           05  FILLER                  PIC X(28)  VALUE
               'EXCEPTION PAGE INCOMPLETE - '.
           05  XT-DROPPED              PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(11)  VALUE
               ' NOT LISTED'.
           05  FILLER                  PIC X(84)  VALUE SPACES.

       PROCEDURE DIVISION.

       000-INITIATE.

           OPEN INPUT  PRIOR-FILE, AUDIT-FILE.
           OPEN INPUT  CAT-FILE.
           IF WS-CAT-STATUS NOT = '00'
               DISPLAY 'CATALOG OPEN FAILED (STATUS='
                       WS-CAT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT PRINT-FILE, JRNL-FILE.

           PERFORM 110-READ-PRIOR.
           MOVE LOW-VALUES TO CAT-KEY.
           START CAT-FILE KEY NOT < CAT-KEY
               INVALID KEY MOVE 'Y' TO WS-CAT-EOF.
           IF WS-CAT-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-NEW-KEY
           ELSE
               PERFORM 120-READ-CATALOG.
           PERFORM 050-SET-WINDOW.

           PERFORM 150-LOAD-AUDIT
               UNTIL WS-AUDIT-EOF = 'Y'.

           WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING.
           WRITE PF-PRINT-LINE FROM PH-WINDOW-LINE.
           WRITE PF-PRINT-LINE FROM PH-LINE-3.
           MOVE 4 TO WS-LINE-CNT.
           PERFORM 190-PRINT-INCOMPLETE
               VARYING WS-IL-IDX FROM 1 BY 1
                 UNTIL WS-IL-IDX > WS-IL-COUNT.

           IF WS-PRIOR-EOF = 'Y'
               MOVE 'PRIOR GENERATION IS EMPTY - NOTHING TO RECONCILE'
                                       TO NL-NOTE
               WRITE PF-PRINT-LINE FROM NL-NOTE-LINE
           ELSE
               PERFORM 200-COMPARE-ONE
                   UNTIL WS-PRIOR-KEY = HIGH-VALUES
                     AND WS-NEW-KEY   = HIGH-VALUES.
           PERFORM 600-PRINT-EXCEPTIONS.

           PERFORM 850-PRINT-SUMMARY.
           PERFORM 950-WRITE-JOURNAL.

           DISPLAY 'PRIOR CATALOG RECORDS=' WS-PRIOR-COUNT.
           DISPLAY 'CURRENT CATALOG RECORDS=' WS-CAT-COUNT.
           DISPLAY 'CHANGES EXPLAINED=' WS-EXPLAINED-COUNT.
           DISPLAY 'CHANGES UNEXPLAINED=' WS-UNEXPLAINED-COUNT.
           IF WS-IL-COUNT > ZERO
               DISPLAY 'MEMBERS NOT RECONCILED=' WS-NOT-RECONCILED.
           IF WS-XT-FULL = 'Y'
               DISPLAY 'EXCEPTIONS NOT LISTED=' WS-XT-DROPPED.
           DISPLAY 'PDSRECNC CONCLUDED'.
           CLOSE PRIOR-FILE, AUDIT-FILE, CAT-FILE, PRINT-FILE,
                 JRNL-FILE.
           IF WS-IL-COUNT > ZERO
              OR WS-XT-FULL = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-UNEXPLAINED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.

           GOBACK.

      *    THE AUDIT WINDOW COMES FROM THE BUILD DATES PDSCATBC
      *    STAMPS ON EVERY CATALOG RECORD - THE FIRST RECORD OF EACH
      *    GENERATION SPEAKS FOR THE WHOLE BUILD.
       050-SET-WINDOW.
           IF WS-PRIOR-EOF NOT = 'Y'
              AND PRI-BUILD-DATE IS NUMERIC
               MOVE PRI-BUILD-DATE TO WS-FROM-DATE.
           IF WS-CAT-EOF NOT = 'Y'
              AND CAT-BUILD-DATE IS NUMERIC
              AND CAT-BUILD-DATE NOT = ZERO
               MOVE CAT-BUILD-DATE TO WS-TO-DATE.
           MOVE WS-FROM-DATE TO PH-FROM-DATE.
           MOVE WS-TO-DATE   TO PH-TO-DATE.

      *    BOTH READS STEP OVER PDSCATBC'S INCOMPLETE-LIBRARY MARKERS,
      *    FILING EACH LIBRARY THEY NAME, SO ONLY MEMBERS REACH THE
      *    MATCH.
       110-READ-PRIOR.
           PERFORM 111-READ-PRIOR-REC.
           PERFORM 112-FILE-PRIOR-MARKER
               UNTIL WS-PRIOR-EOF = 'Y'
                  OR PRI-REC-TYPE NOT = 'I'.
           IF WS-PRIOR-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-PRIOR-KEY
           ELSE
               ADD 1 TO WS-PRIOR-COUNT
               MOVE PRI-KEY     TO WS-PRIOR-KEY.

       111-READ-PRIOR-REC.
           READ PRIOR-FILE
               AT END MOVE 'Y' TO WS-PRIOR-EOF.

       112-FILE-PRIOR-MARKER.
           MOVE PRI-LIBRARY TO WS-IL-SEARCH.
           PERFORM 130-FILE-INCOMPLETE.
           MOVE 'Y'         TO WS-IL-PRIOR(WS-IL-FOUND).
           PERFORM 111-READ-PRIOR-REC.

       120-READ-CATALOG.
           PERFORM 121-READ-CATALOG-REC.
           PERFORM 122-FILE-CAT-MARKER
               UNTIL WS-CAT-EOF = 'Y'
                  OR CAT-REC-TYPE NOT = 'I'.
           IF WS-CAT-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-NEW-KEY
           ELSE
               ADD 1 TO WS-CAT-COUNT
               MOVE CAT-KEY     TO WS-NEW-KEY.

       121-READ-CATALOG-REC.
           READ CAT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CAT-EOF.
           IF WS-CAT-EOF NOT = 'Y'
              AND WS-CAT-STATUS NOT = '00'
              AND WS-CAT-STATUS NOT = '02'
               DISPLAY 'CATALOG READ FAILED (STATUS='
                       WS-CAT-STATUS '); EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       122-FILE-CAT-MARKER.
           MOVE CAT-LIBRARY TO WS-IL-SEARCH.
           PERFORM 130-FILE-INCOMPLETE.
           MOVE 'Y'         TO WS-IL-NEW(WS-IL-FOUND).
           PERFORM 121-READ-CATALOG-REC.

      *    FINDS WS-IL-SEARCH IN THE INCOMPLETE TABLE, ADDING IT IF
      *    IT IS NOT THERE YET - WS-IL-FOUND IS LEFT AT ITS ENTRY.  A
      *    LIBRARY THAT COULD NOT BE HELD WOULD BE RECONCILED AS IF
      *    ITS CATALOG WERE WHOLE, SO OVERFLOW ENDS THE RUN.
       130-FILE-INCOMPLETE.
           PERFORM 135-FIND-INCOMPLETE.
           IF WS-IL-FOUND = ZERO
               IF WS-IL-COUNT >= 100
                   DISPLAY 'MORE THAN 100 INCOMPLETE LIBRARIES; '
                           'EXECUTION TERMINATED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO WS-IL-COUNT
                   MOVE WS-IL-SEARCH TO WS-IL-LIBRARY(WS-IL-COUNT)
                   MOVE WS-IL-COUNT  TO WS-IL-FOUND.

      *    WS-IL-FOUND IS ZERO WHEN WS-IL-SEARCH WAS CATALOGED IN FULL
      *    IN BOTH GENERATIONS.
       135-FIND-INCOMPLETE.
           MOVE ZERO TO WS-IL-FOUND.
           PERFORM 136-MATCH-INCOMPLETE
               VARYING WS-IL-IDX FROM 1 BY 1
                 UNTIL WS-IL-IDX > WS-IL-COUNT
                    OR WS-IL-FOUND > ZERO.

       136-MATCH-INCOMPLETE.
           IF WS-IL-LIBRARY(WS-IL-IDX) = WS-IL-SEARCH
               MOVE WS-IL-IDX TO WS-IL-FOUND.

      *    FILES ONE AUDIT RECORD IF IT CAN EXPLAIN A CHANGE - WRITTEN
      *    BY A SANCTIONED TOOL AND DATED INSIDE THE WINDOW.  ANY
      *    OTHER RECORD IS READ PAST.  A RECORD THAT SHOULD BE FILED
      *    BUT FINDS THE TABLE FULL ENDS THE RUN - LEFT OUT, IT WOULD
      *    TURN THE CHANGE IT EXPLAINS INTO A FALSE EXCEPTION.
       150-LOAD-AUDIT.
           READ AUDIT-FILE
               AT END MOVE 'Y' TO WS-AUDIT-EOF.
           IF WS-AUDIT-EOF NOT = 'Y'
               ADD 1 TO WS-AUDIT-READ
               IF AUDT-PROGRAM NOT = 'PDSCOPYC'
                  AND AUDT-PROGRAM NOT = 'PDSREPLC'
                  AND AUDT-PROGRAM NOT = 'PDSSWEPC'
                  AND AUDT-PROGRAM NOT = 'PDSMERGC'
                   NEXT SENTENCE
               ELSE
               IF AUDT-RUN-DATE < WS-FROM-DATE
                  OR AUDT-RUN-DATE > WS-TO-DATE
                   NEXT SENTENCE
               ELSE
               IF WS-AT-COUNT >= 3000
                   DISPLAY 'AUDIT TABLE FULL AT 3000 RECORDS AT '
                           AUDT-LIBRARY ' ' AUDT-MEMBER
                           '; EXECUTION TERMINATED'
                   MOVE 'Y' TO WS-AUDIT-FULL
                   PERFORM 950-WRITE-JOURNAL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO WS-AT-COUNT
                   MOVE AUDT-LIBRARY   TO WS-AT-LIBRARY(WS-AT-COUNT)
                   MOVE AUDT-MEMBER    TO WS-AT-MEMBER(WS-AT-COUNT)
                   MOVE AUDT-PROGRAM   TO WS-AT-PROGRAM(WS-AT-COUNT)
                   MOVE AUDT-OPERATION TO
                        WS-AT-OPERATION(WS-AT-COUNT)
                   MOVE AUDT-RUN-DATE  TO WS-AT-DATE(WS-AT-COUNT).

      *    ONE STEP OF THE MATCH.  A KEY ONLY IN THE PRIOR GENERATION
      *    WAS DELETED, ONE ONLY IN THE NEW CATALOG WAS ADDED, AND ONE
      *    IN BOTH IS UPDATED WHEN ITS DATE OR VV.MM MOVED.
       200-COMPARE-ONE.
           IF WS-PRIOR-KEY < WS-NEW-KEY
               PERFORM 210-MEMBER-DELETED
               PERFORM 110-READ-PRIOR
           ELSE
           IF WS-PRIOR-KEY > WS-NEW-KEY
               PERFORM 220-MEMBER-ADDED
               PERFORM 120-READ-CATALOG
           ELSE
               PERFORM 230-MEMBER-MATCHED
               PERFORM 110-READ-PRIOR
               PERFORM 120-READ-CATALOG.

      *    A MEMBER OF A LIBRARY MARKED INCOMPLETE IS COUNTED BUT NOT
      *    CLASSED - ITS LIBRARY IS LISTED 'NOT RECONCILED' INSTEAD.
       210-MEMBER-DELETED.
           ADD 1 TO WS-COMPARED-COUNT.
           MOVE PRI-LIBRARY TO WS-IL-SEARCH.
           PERFORM 135-FIND-INCOMPLETE.
           IF WS-IL-FOUND > ZERO
               ADD 1 TO WS-NOT-RECONCILED
           ELSE
           IF PRI-ALIAS-FLAG = 'A'
               ADD 1 TO WS-ALIAS-COUNT
           ELSE
               ADD 1 TO WS-DELETED-COUNT
               MOVE SPACES         TO WS-CHANGE
               MOVE 'DELETED'      TO WS-CHG-TYPE
               MOVE PRI-LIBRARY    TO WS-CHG-LIBRARY
               MOVE PRI-MEMBER     TO WS-CHG-MEMBER
               MOVE PRI-USERID     TO WS-CHG-USERID
               PERFORM 240-TAKE-OLD-STATS
               PERFORM 300-RECONCILE-CHANGE.

       220-MEMBER-ADDED.
           ADD 1 TO WS-COMPARED-COUNT.
           MOVE CAT-LIBRARY TO WS-IL-SEARCH.
           PERFORM 135-FIND-INCOMPLETE.
           IF WS-IL-FOUND > ZERO
               ADD 1 TO WS-NOT-RECONCILED
           ELSE
           IF CAT-ALIAS-FLAG = 'A'
               ADD 1 TO WS-ALIAS-COUNT
           ELSE
               ADD 1 TO WS-ADDED-COUNT
               MOVE SPACES         TO WS-CHANGE
               MOVE 'ADDED'        TO WS-CHG-TYPE
               MOVE CAT-LIBRARY    TO WS-CHG-LIBRARY
               MOVE CAT-MEMBER     TO WS-CHG-MEMBER
               MOVE CAT-USERID     TO WS-CHG-USERID
               PERFORM 245-TAKE-NEW-STATS
               PERFORM 300-RECONCILE-CHANGE.

       230-MEMBER-MATCHED.
           ADD 1 TO WS-COMPARED-COUNT.
           MOVE CAT-LIBRARY TO WS-IL-SEARCH.
           PERFORM 135-FIND-INCOMPLETE.
           IF WS-IL-FOUND > ZERO
               ADD 1 TO WS-NOT-RECONCILED
           ELSE
           IF CAT-ALIAS-FLAG = 'A'
              OR PRI-ALIAS-FLAG = 'A'
               ADD 1 TO WS-ALIAS-COUNT
           ELSE
           IF CAT-UPDATED = PRI-UPDATED
              AND CAT-VVMM = PRI-VVMM
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               ADD 1 TO WS-UPDATED-COUNT
               MOVE SPACES         TO WS-CHANGE
               MOVE 'UPDATED'      TO WS-CHG-TYPE
               MOVE CAT-LIBRARY    TO WS-CHG-LIBRARY
               MOVE CAT-MEMBER     TO WS-CHG-MEMBER
               MOVE CAT-USERID     TO WS-CHG-USERID
               PERFORM 240-TAKE-OLD-STATS
               PERFORM 245-TAKE-NEW-STATS
               PERFORM 300-RECONCILE-CHANGE.

      *    A MEMBER CATALOGED WITHOUT ISPF STATS CARRIES A ZERO DATE;
      *    IT PRINTS BLANK RATHER THAN AS 00000000.
       240-TAKE-OLD-STATS.
           IF PRI-UPDATED NOT = ZERO
               MOVE PRI-UPDATED    TO WS-CHG-OLD-UPDATED.
           MOVE PRI-VVMM           TO WS-CHG-OLD-VVMM.

       245-TAKE-NEW-STATS.
           IF CAT-UPDATED NOT = ZERO
               MOVE CAT-UPDATED    TO WS-CHG-NEW-UPDATED.
           MOVE CAT-VVMM           TO WS-CHG-NEW-VVMM.

      *    LOOKS THE CHANGE UP IN THE AUDIT TABLE AND LISTS IT.  NO
      *    MATCHING AUDIT RECORD MAKES IT AN EXCEPTION.  A RECORD
      *    MATCHES ONLY IF ITS OPERATION FITS THE CHANGE - A SWEEP'S
      *    ARCHIVE DOES NOT EXPLAIN A MEMBER THAT WAS UPDATED.
       300-RECONCILE-CHANGE.
           MOVE 'N'  TO WS-AT-FOUND.
           MOVE ZERO TO WS-AT-MATCH.
           PERFORM 310-SEARCH-AUDIT
               VARYING WS-AT-IDX FROM 1 BY 1
                 UNTIL WS-AT-IDX > WS-AT-COUNT
                    OR WS-AT-FOUND = 'Y'.
           IF WS-AT-FOUND = 'Y'
               ADD 1 TO WS-EXPLAINED-COUNT
           ELSE
               ADD 1 TO WS-UNEXPLAINED-COUNT
               PERFORM 320-FILE-EXCEPTION.
           PERFORM 800-PRINT-CHANGE.

       310-SEARCH-AUDIT.
           IF WS-AT-LIBRARY(WS-AT-IDX) = WS-CHG-LIBRARY
              AND WS-AT-MEMBER(WS-AT-IDX) = WS-CHG-MEMBER
              AND ((WS-CHG-TYPE = 'DELETED'
                    AND WS-AT-OPERATION(WS-AT-IDX) = 'ARCHIVE')
                OR (WS-CHG-TYPE = 'ADDED'
                    AND (WS-AT-OPERATION(WS-AT-IDX) = 'ADD'
                      OR WS-AT-OPERATION(WS-AT-IDX) = 'RESTORE'))
                OR (WS-CHG-TYPE = 'UPDATED'
                    AND (WS-AT-OPERATION(WS-AT-IDX) = 'REPLACE'
                      OR WS-AT-OPERATION(WS-AT-IDX) = 'RESTORE')))
               MOVE 'Y'       TO WS-AT-FOUND
               MOVE WS-AT-IDX TO WS-AT-MATCH.

      *    PAST 1000 EXCEPTIONS THE CHANGE IS STILL LISTED AND
      *    COUNTED, BUT ONLY THE TALLY OF THOSE LEFT OFF REACHES THE
      *    EXCEPTION PAGE.
       320-FILE-EXCEPTION.
           IF WS-XT-COUNT >= 1000
               DISPLAY 'EXCEPTION TABLE FULL AT 1000; '
                       WS-CHG-LIBRARY ' ' WS-CHG-MEMBER
                       ' NOT ON EXCEPTION PAGE'
               MOVE 'Y' TO WS-XT-FULL
               ADD 1 TO WS-XT-DROPPED
           ELSE
               ADD 1 TO WS-XT-COUNT
               MOVE WS-CHG-LIBRARY TO WS-XT-LIBRARY(WS-XT-COUNT)
               MOVE WS-CHG-MEMBER  TO WS-XT-MEMBER(WS-XT-COUNT)
               MOVE WS-CHG-TYPE    TO WS-XT-TYPE(WS-XT-COUNT)
               MOVE WS-CHG-USERID  TO WS-XT-USERID(WS-XT-COUNT)
               IF WS-CHG-TYPE = 'DELETED'
                   MOVE WS-CHG-OLD-UPDATED TO
                        WS-XT-UPDATED(WS-XT-COUNT)
                   MOVE WS-CHG-OLD-VVMM    TO WS-XT-VVMM(WS-XT-COUNT)
               ELSE
                   MOVE WS-CHG-NEW-UPDATED TO
                        WS-XT-UPDATED(WS-XT-COUNT)
                   MOVE WS-CHG-NEW-VVMM    TO WS-XT-VVMM(WS-XT-COUNT).

      *    THE EXCEPTION PAGE - ALWAYS PRINTED, SO A CLEAN NIGHT SAYS
      *    SO IN WRITING INSTEAD OF BY THE PAGE BEING MISSING.  THE
      *    FIRST NIGHT, WITH NO PRIOR GENERATION, SAYS THAT INSTEAD.
       600-PRINT-EXCEPTIONS.
           WRITE PF-PRINT-LINE FROM XH-EXCEPTION-HEADING.
           WRITE PF-PRINT-LINE FROM PH-WINDOW-LINE.
           WRITE PF-PRINT-LINE FROM XH-LINE-2.
           MOVE 4 TO WS-LINE-CNT.
           PERFORM 190-PRINT-INCOMPLETE
               VARYING WS-IL-IDX FROM 1 BY 1
                 UNTIL WS-IL-IDX > WS-IL-COUNT.
           IF WS-PRIOR-COUNT = ZERO
               MOVE 'PRIOR GENERATION IS EMPTY - NOTHING TO RECONCILE'
                                       TO NL-NOTE
               WRITE PF-PRINT-LINE FROM NL-NOTE-LINE
           ELSE
           IF WS-UNEXPLAINED-COUNT = ZERO
              AND WS-IL-COUNT > ZERO
               MOVE 'NONE IN THE LIBRARIES RECONCILED'
                                       TO NL-NOTE
               WRITE PF-PRINT-LINE FROM NL-NOTE-LINE
           ELSE
           IF WS-UNEXPLAINED-COUNT = ZERO
               MOVE 'NONE - EVERY CHANGE MATCHED AN AUDIT RECORD'
                                       TO NL-NOTE
               WRITE PF-PRINT-LINE FROM NL-NOTE-LINE
           ELSE
               PERFORM 610-PRINT-ONE-EXCEPTION
                   VARYING WS-XT-IDX FROM 1 BY 1
                     UNTIL WS-XT-IDX > WS-XT-COUNT
               MOVE WS-UNEXPLAINED-COUNT TO XT-COUNT
               WRITE PF-PRINT-LINE FROM XT-TOTAL-LINE.
           IF WS-XT-FULL = 'Y'
               MOVE WS-XT-DROPPED TO XT-DROPPED
               WRITE PF-PRINT-LINE FROM XT-INCOMPLETE-LINE.

       610-PRINT-ONE-EXCEPTION.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM XH-EXCEPTION-HEADING
               WRITE PF-PRINT-LINE FROM PH-WINDOW-LINE
               WRITE PF-PRINT-LINE FROM XH-LINE-2
               MOVE 4     TO WS-LINE-CNT.
           MOVE SPACES                    TO XL-EXCEPTION-LINE.
           MOVE WS-XT-LIBRARY(WS-XT-IDX)  TO XL-LIBRARY.
           MOVE WS-XT-MEMBER(WS-XT-IDX)   TO XL-MEMBER.
           MOVE WS-XT-TYPE(WS-XT-IDX)     TO XL-CHANGE.
           MOVE WS-XT-USERID(WS-XT-IDX)   TO XL-USERID.
           MOVE WS-XT-UPDATED(WS-XT-IDX)  TO XL-UPDATED.
           MOVE WS-XT-VVMM(WS-XT-IDX)     TO XL-VVMM.
           WRITE PF-PRINT-LINE FROM XL-EXCEPTION-LINE.
           ADD 1 TO WS-LINE-CNT.

      *    ONE LINE PER LIBRARY LEFT OUT OF THE MATCH, SAYING WHICH
      *    GENERATION'S CATALOG OF IT WAS INCOMPLETE.  PRINTED UNDER
      *    THE HEADINGS OF BOTH PAGES.
       190-PRINT-INCOMPLETE.
           MOVE WS-IL-LIBRARY(WS-IL-IDX) TO IL-LIBRARY.
           IF WS-IL-PRIOR(WS-IL-IDX) = 'Y'
              AND WS-IL-NEW(WS-IL-IDX) = 'Y'
               MOVE 'BOTH GENERATIONS' TO IL-GENERATION
           ELSE
           IF WS-IL-PRIOR(WS-IL-IDX) = 'Y'
               MOVE 'PRIOR GENERATION' TO IL-GENERATION
           ELSE
               MOVE 'NEW CATALOG'      TO IL-GENERATION.
           WRITE PF-PRINT-LINE FROM IL-INCOMPLETE-LINE.
           ADD 1 TO WS-LINE-CNT.

       800-PRINT-CHANGE.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM PH-WINDOW-LINE
               WRITE PF-PRINT-LINE FROM PH-LINE-3
               MOVE 4     TO WS-LINE-CNT.
           MOVE SPACES             TO DL-DETAIL-LINE.
           MOVE WS-CHG-LIBRARY     TO DL-LIBRARY.
           MOVE WS-CHG-MEMBER      TO DL-MEMBER.
           MOVE WS-CHG-TYPE        TO DL-CHANGE.
           MOVE WS-CHG-OLD-UPDATED TO DL-OLD-UPDATED.
           MOVE WS-CHG-OLD-VVMM    TO DL-OLD-VVMM.
           MOVE WS-CHG-NEW-UPDATED TO DL-NEW-UPDATED.
           MOVE WS-CHG-NEW-VVMM    TO DL-NEW-VVMM.
           MOVE WS-CHG-USERID      TO DL-USERID.
           IF WS-AT-FOUND = 'Y'
               MOVE WS-AT-PROGRAM(WS-AT-MATCH)   TO DL-AUDIT-PROGRAM
               MOVE WS-AT-OPERATION(WS-AT-MATCH) TO
                    DL-AUDIT-OPERATION
               MOVE WS-AT-DATE(WS-AT-MATCH)      TO DL-AUDIT-DATE
           ELSE
               MOVE '*** UNEXPLAINED ***'        TO DL-AUDIT.
           WRITE PF-PRINT-LINE FROM DL-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.

      *    THE RECONCILIATION COUNTS, AT THE FOOT OF THE RUN.
       850-PRINT-SUMMARY.
           MOVE SPACES                TO SL-SUMMARY-LINE.
           MOVE '0'                   TO CC OF SL-SUMMARY-LINE.
           MOVE 'PRIOR CATALOG RECORDS = ' TO SL-LABEL.
           MOVE WS-PRIOR-COUNT        TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE SPACE                 TO CC OF SL-SUMMARY-LINE.
           MOVE 'NEW CATALOG RECORDS   = ' TO SL-LABEL.
           MOVE WS-CAT-COUNT          TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'MEMBERS ADDED         = ' TO SL-LABEL.
           MOVE WS-ADDED-COUNT        TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'MEMBERS DELETED       = ' TO SL-LABEL.
           MOVE WS-DELETED-COUNT      TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'MEMBERS UPDATED       = ' TO SL-LABEL.
           MOVE WS-UPDATED-COUNT      TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'MEMBERS UNCHANGED     = ' TO SL-LABEL.
           MOVE WS-UNCHANGED-COUNT    TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'ALIASES NOT RECONCILED= ' TO SL-LABEL.
           MOVE WS-ALIAS-COUNT        TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'MEMBERS NOT RECONCILED= ' TO SL-LABEL.
           MOVE WS-NOT-RECONCILED     TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'AUDIT RECORDS READ    = ' TO SL-LABEL.
           MOVE WS-AUDIT-READ         TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'CHANGES EXPLAINED     = ' TO SL-LABEL.
           MOVE WS-EXPLAINED-COUNT    TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'CHANGES UNEXPLAINED   = ' TO SL-LABEL.
           MOVE WS-UNEXPLAINED-COUNT  TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.

      *    THE ONE STANDARD END-OF-RUN RECORD FOR PDSJRNSC'S DAILY
      *    SUMMARY.  AN UNEXPLAINED CHANGE IS WORTH A FLAG ON THE
      *    MORNING PAGE, AND SO IS A LIBRARY LEFT UNRECONCILED.  A
      *    FULL AUDIT TABLE JOURNALS THE RUN AS IT ENDS.
       950-WRITE-JOURNAL.
           ACCEPT WS-JRNL-DATE   FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-TIME-X FROM TIME.
           MOVE SPACES              TO JRNL-REC.
           MOVE 'PDSRECNC'          TO JRNL-PROGRAM.
           MOVE WS-JRNL-DATE        TO JRNL-RUN-DATE.
           MOVE WS-JRNL-TIME-X(1:6) TO JRNL-RUN-TIME.
           MOVE ZERO                TO JRNL-LIBRARIES.
           MOVE WS-COMPARED-COUNT   TO JRNL-MEMBERS.
           IF WS-AUDIT-FULL = 'Y'
               MOVE 'ERROR'         TO JRNL-OUTCOME
               MOVE 'AUDIT TABLE FULL'      TO JRNL-NOTE
           ELSE
           IF WS-XT-FULL = 'Y'
               MOVE 'PARTIAL'       TO JRNL-OUTCOME
               MOVE 'EXCEPTION PAGE TRUNCATED' TO JRNL-NOTE
           ELSE
           IF WS-UNEXPLAINED-COUNT > ZERO
               MOVE 'UNEXPL'        TO JRNL-OUTCOME
               IF WS-IL-COUNT > ZERO
                   MOVE 'UNEXPLAINED, PARTIAL RUN' TO JRNL-NOTE
               ELSE
                   MOVE 'UNEXPLAINED CHANGES'   TO JRNL-NOTE
           ELSE
           IF WS-IL-COUNT > ZERO
               MOVE 'PARTIAL'       TO JRNL-OUTCOME
               MOVE 'LIBRARY NOT RECONCILED' TO JRNL-NOTE
           ELSE
           IF WS-PRIOR-EOF = 'Y'
              AND WS-PRIOR-COUNT = ZERO
               MOVE 'OK'            TO JRNL-OUTCOME
               MOVE 'NO PRIOR GENERATION'   TO JRNL-NOTE
           ELSE
               MOVE 'OK'            TO JRNL-OUTCOME.
           WRITE JRNL-REC.
