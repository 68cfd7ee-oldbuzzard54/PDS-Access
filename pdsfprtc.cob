       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDSFPRTC.
       AUTHOR. ED LISS.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
       REMARKS. THIS PROGRAM FINGERPRINTS THE TEXT OF EVERY MEMBER OF
            THE PDS LIBRARIES NAMED ON CTL-FILE (ONE DD NAME PER
            CARD, THE SAME CONTROL FILE PDSUNLDC'S LIBRARY LOOP
            READS), SO A PRODUCTION LIBRARY CAN BE PROVED TO HOLD
            WHAT WAS RELEASED EVEN WHEN ITS ISPF STATS CANNOT BE
            TRUSTED - A MEMBER RELOADED BY IEBUPDTE, OR EDITED WITH
            STATS OFF, CAN CHANGE TEXT WITHOUT TOUCHING PDS-DATE-
            UPDATED OR THE VERSION AND MOD LEVEL.  THE EXEC PARM
            PICKS THE MODE:

            BASELINE - EVERY MEMBER IS READ THROUGH GETPDS AND ONE
                       FINGERPRINT RECORD (LIBRARY, MEMBER, RECORD
                       COUNT, A CHECKSUM OF THE TEXT, AND THE STATS
                       AS THEY STOOD) IS WRITTEN TO BASE-OUT.  THE
                       REPORT LISTS EVERY MEMBER FINGERPRINTED.

            VERIFY   - EVERY MEMBER IS READ AGAIN AND ITS FINGERPRINT
                       MATCHED AGAINST THE BASELINE ON BASE-IN.  THE
                       REPORT LISTS EVERY MEMBER WHOSE TEXT NO LONGER
                       MATCHES (CALLED OUT SEPARATELY WHEN THE STATS
                       WERE LEFT UNTOUCHED), EVERY MEMBER ADDED, AND
                       EVERY MEMBER REMOVED SINCE THE BASELINE.

            THE CHECKSUM IS THE ADLER-32 RECIPE - TWO RUNNING SUMS
            OF THE BYTE VALUES, MODULO 65521, PACKED INTO ONE TEN-
            DIGIT NUMBER - TAKEN OVER ALL 80 BYTES OF EVERY RECORD,
            SO A CHANGED, INSERTED, DELETED OR REORDERED LINE ALL
            SHOW.  ALIAS DIRECTORY ENTRIES ARE NOT FINGERPRINTED -
            THEIR TEXT IS THE TRUE MEMBER'S.  A LIBRARY (OR MEMBER)
            THAT CANNOT BE READ TO THE END BECAUSE ANOTHER JOB HOLDS
            IT IS REPORTED AS NOT BASELINED OR NOT VERIFIED, AND NO
            MEMBER OF AN INCOMPLETE LIBRARY IS CALLED REMOVED.
            RETURN CODE 4 MEANS VERIFY FOUND AT LEAST ONE CHANGED,
            ADDED OR REMOVED MEMBER; RETURN CODE 8 MEANS SOME
            LIBRARY OR MEMBER COULD NOT BE READ, SO THE BASELINE OR
            THE VERIFY IS NOT COMPLETE AND CANNOT BE ATTESTED.

            VERSION     DATE     COMMENTS
            -------   ---------  ---------------------------------
             1.0.0    10/2026    ORIGINAL VERSION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE    ASSIGN TO UT-S-CTLCARD.
           SELECT PRINT-FILE  ASSIGN TO UT-S-PRINTER.
           SELECT JRNL-FILE   ASSIGN TO UT-S-JRNLOUT.
           SELECT BASE-OUT    ASSIGN TO UT-S-BASEOUT.
           SELECT BASE-IN     ASSIGN TO UT-S-BASEIN.

       DATA DIVISION.
       FILE SECTION.
      *    CTL-FILE SUPPLIES THE LIST OF DD NAMES TO FINGERPRINT, ONE
      *    PER CARD.  VERIFY SHOULD BE RUN WITH THE SAME DECK THE
      *    BASELINE WAS TAKEN WITH - A LIBRARY LEFT OFF THE DECK IS
      *    SIMPLY NOT VERIFIED.
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CTL-CARD-IN.
           05  CTL-DDNAME              PIC X(8).
           05  FILLER                  PIC X(72).

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

      *    THE BASELINE A BASELINE RUN WRITES - ONE FINGERPRINT RECORD
      *    PER MEMBER, IN CONTROL-CARD ORDER AND THEN DIRECTORY ORDER.
      *    THE STATS ARE EDITED THE SAME WAY PDSCATBC EDITS THEM FOR
      *    THE CATALOG (DATE AS YYYYMMDD, VERSION AND MOD AS 'VV.MM'),
      *    AND ARE ZERO/BLANK FOR A MEMBER THAT HAS NO STATS.
       FD  BASE-OUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FPO-REC.
           05  FPO-LIBRARY             PIC X(8).
           05  FPO-MEMBER              PIC X(8).
           05  FPO-RECORDS             PIC 9(7).
           05  FPO-CHECKSUM            PIC 9(10).
           05  FPO-UPDATED             PIC 9(8).
           05  FPO-VVMM                PIC X(5).
           05  FPO-USERID              PIC X(8).
           05  FPO-CURRENT-LINES       PIC 9(5).
           05  FPO-BASE-DATE           PIC 9(8).
           05  FILLER                  PIC X(13).

      *    THE BASELINE A VERIFY RUN READS BACK - SAME LAYOUT AS
      *    FPO-REC ABOVE, KEEP THE TWO IN SYNC.
       FD  BASE-IN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FP-REC.
           05  FP-LIBRARY              PIC X(8).
           05  FP-MEMBER               PIC X(8).
           05  FP-RECORDS              PIC 9(7).
           05  FP-CHECKSUM             PIC 9(10).
           05  FP-UPDATED              PIC 9(8).
           05  FP-VVMM                 PIC X(5).
           05  FP-USERID               PIC X(8).
           05  FP-CURRENT-LINES        PIC 9(5).
           05  FP-BASE-DATE            PIC 9(8).
           05  FILLER                  PIC X(13).

       WORKING-STORAGE SECTION.

       77  WS-JRNL-DATE                PIC 9(8)  VALUE ZERO.
       77  WS-JRNL-TIME-X              PIC X(8)  VALUE SPACES.
      *    SET THE MOMENT ANY LIBRARY OR MEMBER CANNOT BE READ TO THE
      *    END, SO THE JOURNAL AND THE RETURN CODE CAN SAY THE
      *    BASELINE OR VERIFY IS NOT COMPLETE.
       77  WS-ANY-BUSY                 PIC X     VALUE 'N'.

      *    'BASELINE' OR 'VERIFY' FROM THE EXEC PARM.
       77  WS-MODE                     PIC X(8)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(8)  VALUE ZERO.

       77  WS-CTL-EOF                  PIC X             VALUE 'N'.
       77  WS-BASE-EOF                 PIC X             VALUE 'N'.
       77  WS-CURRENT-DDNAME           PIC X(8)          VALUE SPACES.
       77  WS-LIBRARY-COUNT            PIC 9(4) COMP SYNC VALUE ZERO.
       77  WS-LIB-BUSY                 PIC X             VALUE 'N'.
      *    AN ENQUEUE CONFLICT THAT SURFACES MID-LIBRARY CUTS THE
      *    DIRECTORY WALK SHORT.  WS-MEMBER-BUSY KEEPS THE CUT-OFF
      *    MEMBER FROM BEING FINGERPRINTED OR COMPARED ON PART OF ITS
      *    TEXT, WS-LIB-INCOMPLETE KEEPS THE MEMBERS THE WALK NEVER
      *    REACHED FROM BEING CALLED REMOVED, AND WS-BUSY-NOTED LIMITS
      *    THE 'INCOMPLETE' REPORT LINE TO ONE PER LIBRARY.
       77  WS-MEMBER-BUSY              PIC X             VALUE 'N'.
       77  WS-LIB-INCOMPLETE           PIC X             VALUE 'N'.
       77  WS-BUSY-NOTED               PIC X             VALUE 'N'.
       77  WS-LINE-CNT                 PIC S9(4) COMP SYNC VALUE +57.
       77  WS-LINE-MAX                 PIC S9(4) COMP SYNC VALUE +56.
       77  WS-CHAR-INDEX               PIC S9(4) COMP SYNC.

       77  WS-MEMBER-COUNT             PIC 9(9)            VALUE ZERO.
       77  WS-ALIAS-COUNT              PIC 9(9)            VALUE ZERO.
       77  WS-UNCHANGED-COUNT          PIC 9(9)            VALUE ZERO.
       77  WS-CHANGED-COUNT            PIC 9(9)            VALUE ZERO.
       77  WS-UNTOUCHED-COUNT          PIC 9(9)            VALUE ZERO.
       77  WS-ADDED-COUNT              PIC 9(9)            VALUE ZERO.
       77  WS-REMOVED-COUNT            PIC 9(9)            VALUE ZERO.
       77  WS-NOT-READ-COUNT           PIC 9(9)            VALUE ZERO.

      *    THE MEMBER BEING FINGERPRINTED - ITS NAME AND STATS ARE
      *    CAPTURED FROM THE LOCATE BEFORE THE FIRST READ OVERLAYS
      *    THEM IN PDSGET-RECORD.
       77  WS-CUR-MEMBER               PIC X(8)          VALUE SPACES.
       77  WS-CUR-RECORDS              PIC 9(7)          VALUE ZERO.
       77  WS-CUR-CHECKSUM             PIC 9(10)         VALUE ZERO.
       77  WS-CUR-UPDATED              PIC 9(8)          VALUE ZERO.
       77  WS-CUR-VVMM                 PIC X(5)          VALUE SPACES.
       77  WS-CUR-USERID               PIC X(8)          VALUE SPACES.
       77  WS-CUR-LINES                PIC 9(5)          VALUE ZERO.

      *    THE CHECKSUM WORK AREAS.  WS-CK-BYTE-PAIR PUTS A LOW-VALUE
      *    BYTE IN FRONT OF THE TEXT BYTE BEING SUMMED, SO THE
      *    HALFWORD REDEFINING IT HOLDS THAT BYTE'S VALUE (0-255).
      *    THE TWO SUMS ARE REDUCED MODULO 65521 AT THE END OF EVERY
      *    RECORD, WHICH KEEPS THEM WELL INSIDE A FULLWORD.
       01  WS-CK-BYTE-PAIR.
           05  FILLER                  PIC X     VALUE LOW-VALUE.
           05  WS-CK-BYTE              PIC X     VALUE LOW-VALUE.
       01  WS-CK-BYTE-VALUE            REDEFINES WS-CK-BYTE-PAIR
                                       PIC S9(4) COMP.
       77  WS-CK-SUM-A                 PIC S9(9) COMP SYNC VALUE +1.
       77  WS-CK-SUM-B                 PIC S9(9) COMP SYNC VALUE ZERO.
       77  WS-CK-QUOTIENT              PIC S9(9) COMP SYNC VALUE ZERO.
       77  WS-CK-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.

      *    THE CURRENT LIBRARY'S BASELINE, LOADED FROM BASE-IN AT THE
      *    START OF EACH LIBRARY ON A VERIFY RUN.  A MEMBER FOUND IN
      *    THE DIRECTORY IS MARKED MATCHED; ANY ENTRY STILL UNMATCHED
      *    AFTER A COMPLETE WALK WAS REMOVED.  THE TABLE HOLDS 2000
      *    MEMBERS, THE SAME CAP PDSCMPRC PUTS ON A DIRECTORY - BUT A
      *    BASELINE ENTRY DROPPED HERE WOULD SURFACE AS A FALSE
      *    'ADDED', SO OVERFLOW ENDS THE RUN INSTEAD OF SKIPPING.
       01  WS-BASELINE-TABLE.
           05  WS-BL-ENTRY             OCCURS 2000 TIMES.
               10  WS-BL-MEMBER        PIC X(8)  VALUE SPACES.
               10  WS-BL-RECORDS       PIC 9(7)  VALUE ZERO.
               10  WS-BL-CHECKSUM      PIC 9(10) VALUE ZERO.
               10  WS-BL-UPDATED       PIC 9(8)  VALUE ZERO.
               10  WS-BL-VVMM          PIC X(5)  VALUE SPACES.
               10  WS-BL-USERID        PIC X(8)  VALUE SPACES.
               10  WS-BL-LINES         PIC 9(5)  VALUE ZERO.
               10  WS-BL-MATCHED       PIC X     VALUE 'N'.
       77  WS-BL-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-BL-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-BL-FOUND                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-BASE-DATE                PIC 9(8)          VALUE ZERO.

       01  WS-VVMM-EDIT.
           05  WS-VVMM-VV              PIC 99.
           05  FILLER                  PIC X     VALUE '.'.
           05  WS-VVMM-MM              PIC 99.

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(40)  VALUE
               '1PDSFPRTC V1.0.0  CONTENT FINGERPRINT - '.
           05  PH-MODE                 PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE '   RUN OF '.
           05  PH-RUN-DATE             PIC 9(8)   VALUE ZERO.
           05  FILLER                  PIC X(67)  VALUE SPACES.
       01  PH-LINE-2.
           05  FILLER                  PIC X(53)  VALUE '0'.
           05  FILLER                  PIC X(20)  VALUE
               '---- BASELINE ----'.
           05  FILLER                  PIC X(20)  VALUE
               '---- CURRENT -----'.
           05  FILLER                  PIC X(40)  VALUE
               '------ STATS -------'.
       01  PH-LINE-3.
           05  FILLER                  PIC X(11)  VALUE ' LIBRARY'.
           05  FILLER                  PIC X(10)  VALUE 'MEMBER'.
           05  FILLER                  PIC X(32)  VALUE 'STATUS'.
           05  FILLER                  PIC X(20)  VALUE
               'RECORDS   CHECKSUM'.
           05  FILLER                  PIC X(20)  VALUE
               'RECORDS   CHECKSUM'.
           05  FILLER                  PIC X(40)  VALUE
               'UPDATED  VV.MM USERID'.
       01  DL-DETAIL-LINE.
           05  CC                      PIC X.
           05  DL-DDNAME               PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-MEMBER               PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-STATUS               PIC X(30).
           05  FILLER                  PIC XX.
           05  DL-BASE-RECORDS         PIC ZZZZZZ9.
           05  FILLER                  PIC X.
           05  DL-BASE-CHECKSUM        PIC ZZZZZZZZZ9.
           05  FILLER                  PIC XX.
           05  DL-NOW-RECORDS          PIC ZZZZZZ9.
           05  FILLER                  PIC X.
           05  DL-NOW-CHECKSUM         PIC ZZZZZZZZZ9.
           05  FILLER                  PIC XX.
           05  DL-UPDATED              PIC X(8).
           05  FILLER                  PIC X.
           05  DL-VVMM                 PIC X(5).
           05  FILLER                  PIC X.
           05  DL-USERID               PIC X(8).
           05  FILLER                  PIC X(17).
       01  LL-LIBRARY-LINE.
           05  FILLER                  PIC X      VALUE '0'.
           05  LL-DDNAME               PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC XX     VALUE SPACES.
           05  LL-TEXT                 PIC X(36)  VALUE SPACES.
           05  LL-DATE                 PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(78)  VALUE SPACES.
       01  SL-SUMMARY-LINE.
           05  CC                      PIC X.
           05  SL-LABEL                PIC X(24).
           05  SL-COUNT                PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(99).
           EJECT
       COPY DATECNVC.
      ***#INCLUDE DATECNVC.COB
           EJECT
       COPY GETPDSPA.
      ***#INCLUDE GETPDSPA.COB
       EJECT

      *    HOLDS THE 8 UNPUNCTUATED DIGITS DATECNV RETURNS.
       01  WS-DATE-EDIT-01.
           05  WS-DATE-EDIT-X           PIC X(8).

       LINKAGE SECTION.
       01  EXEC-PARM.
           05  EXEC-LEN               PIC S9(4)  COMP.
           05  EXEC-CHAR              OCCURS 100 TIMES
                                      PIC X.
       PROCEDURE DIVISION USING EXEC-PARM.

       000-INITIATE.

           PERFORM 070-SET-MODE THRU 070-EXIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  CTL-FILE.
           OPEN OUTPUT PRINT-FILE, JRNL-FILE.
           IF WS-MODE = 'BASELINE'
               OPEN OUTPUT BASE-OUT.
           DISPLAY 'PDSFPRTC MODE IS ' WS-MODE.

           MOVE WS-MODE     TO PH-MODE.
           MOVE WS-RUN-DATE TO PH-RUN-DATE.
           WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING.
           WRITE PF-PRINT-LINE FROM PH-LINE-2.
           WRITE PF-PRINT-LINE FROM PH-LINE-3.
           MOVE 4 TO WS-LINE-CNT.

           PERFORM 050-NEXT-LIBRARY
               UNTIL WS-CTL-EOF = 'Y'.

           PERFORM 850-PRINT-SUMMARY.
           PERFORM 950-WRITE-JOURNAL.

           DISPLAY 'LIBRARIES PROCESSED=' WS-LIBRARY-COUNT.
           DISPLAY 'MEMBERS FINGERPRINTED=' WS-MEMBER-COUNT.
           IF WS-MODE = 'VERIFY'
               DISPLAY 'TEXT CHANGED=' WS-CHANGED-COUNT
               DISPLAY 'ADDED=' WS-ADDED-COUNT
               DISPLAY 'REMOVED=' WS-REMOVED-COUNT.
           DISPLAY 'PDSFPRTC CONCLUDED'.
           IF WS-MODE = 'BASELINE'
               CLOSE BASE-OUT.
           CLOSE CTL-FILE, PRINT-FILE, JRNL-FILE.
           IF WS-ANY-BUSY = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-CHANGED-COUNT > ZERO
              OR WS-ADDED-COUNT > ZERO
              OR WS-REMOVED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE.

           GOBACK.

      *    THE ONE STANDARD END-OF-RUN RECORD FOR PDSJRNSC'S DAILY
      *    SUMMARY.  A BASELINE OR VERIFY THAT COULD NOT READ
      *    EVERYTHING IS BUSY; A VERIFY THAT FOUND A DIFFERENCE IS
      *    MISMATCH.
       950-WRITE-JOURNAL.
           ACCEPT WS-JRNL-DATE   FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-TIME-X FROM TIME.
           MOVE SPACES              TO JRNL-REC.
           MOVE 'PDSFPRTC'          TO JRNL-PROGRAM.
           MOVE WS-JRNL-DATE        TO JRNL-RUN-DATE.
           MOVE WS-JRNL-TIME-X(1:6) TO JRNL-RUN-TIME.
           MOVE WS-LIBRARY-COUNT    TO JRNL-LIBRARIES.
           MOVE WS-MEMBER-COUNT     TO JRNL-MEMBERS.
           IF WS-ANY-BUSY = 'Y'
               MOVE 'BUSY'          TO JRNL-OUTCOME
               IF WS-MODE = 'BASELINE'
                   MOVE 'BASELINE INCOMPLETE-BUSY' TO JRNL-NOTE
               ELSE
                   MOVE 'VERIFY INCOMPLETE-BUSY' TO JRNL-NOTE
           ELSE
           IF WS-CHANGED-COUNT > ZERO
              OR WS-ADDED-COUNT > ZERO
              OR WS-REMOVED-COUNT > ZERO
               MOVE 'MISMATCH'      TO JRNL-OUTCOME
               MOVE 'TEXT DIFFERS FROM BASELN' TO JRNL-NOTE
           ELSE
               MOVE 'OK'            TO JRNL-OUTCOME
               IF WS-MODE = 'BASELINE'
                   MOVE 'BASELINE WRITTEN' TO JRNL-NOTE
               ELSE
                   MOVE 'TEXT MATCHES BASELINE' TO JRNL-NOTE.
           WRITE JRNL-REC.

      *    READS ONE DD NAME FROM THE CONTROL FILE AND FINGERPRINTS
      *    THAT LIBRARY.  BLANK CARDS ARE SKIPPED SO A COMMENTED-DOWN
      *    CONTROL DECK STILL RUNS.
       050-NEXT-LIBRARY.
           READ CTL-FILE INTO CTL-CARD-IN
               AT END MOVE 'Y' TO WS-CTL-EOF.
           IF WS-CTL-EOF NOT = 'Y'
               IF CTL-DDNAME NOT = SPACES
                   PERFORM 055-PROCESS-LIBRARY.

      *    ON A VERIFY RUN THE LIBRARY'S BASELINE IS LOADED FIRST.
      *    A LIBRARY THAT CAME BACK BUSY WAS NEVER OPENED, SO NO CLOSE
      *    IS ISSUED FOR IT.  THE REMOVED-MEMBER PASS ONLY RUNS WHEN
      *    THE WHOLE DIRECTORY WAS WALKED.
       055-PROCESS-LIBRARY.
           MOVE CTL-DDNAME  TO WS-CURRENT-DDNAME.
           MOVE 'N'         TO WS-BUSY-NOTED.
           MOVE 'N'         TO WS-LIB-INCOMPLETE.
           IF WS-MODE = 'VERIFY'
               PERFORM 150-LOAD-BASELINE
               PERFORM 830-PRINT-BASELINE-DATE.
           PERFORM 100-OPEN-PDS.
           IF WS-LIB-BUSY NOT = 'Y'
               PERFORM 600-CLOSE-PDS.
           IF WS-MODE = 'VERIFY'
               IF WS-LIB-BUSY NOT = 'Y'
                  AND WS-LIB-INCOMPLETE NOT = 'Y'
                   PERFORM 750-REPORT-REMOVED
                       VARYING WS-BL-IDX FROM 1 BY 1
                         UNTIL WS-BL-IDX > WS-BL-COUNT.
           ADD 1 TO WS-LIBRARY-COUNT.

      *    THE MODE IS THE WHOLE EXEC PARM - 'BASELINE' OR 'VERIFY'.
      *    ANYTHING ELSE IS A SETUP ERROR.
       070-SET-MODE.
           IF EXEC-LEN < 1 OR EXEC-LEN > 8
               DISPLAY 'EXEC PARM MUST BE BASELINE OR VERIFY'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 071-COPY-PARM-CHAR
               VARYING WS-CHAR-INDEX FROM 1 BY 1
                 UNTIL WS-CHAR-INDEX > EXEC-LEN.
           IF WS-MODE NOT = 'BASELINE'
              AND WS-MODE NOT = 'VERIFY'
               DISPLAY 'EXEC PARM MUST BE BASELINE OR VERIFY'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
       070-EXIT.
           EXIT.

       071-COPY-PARM-CHAR.
           MOVE EXEC-CHAR(WS-CHAR-INDEX) TO
                WS-MODE(WS-CHAR-INDEX:1).

       100-OPEN-PDS.
           MOVE 'N' TO WS-LIB-BUSY.
           MOVE PDSGET-REQUEST-OPEN TO PDSGET-REQUEST.
           MOVE WS-CURRENT-DDNAME TO PDSGET-MEMBER.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 0
               PERFORM 200-START-DIR
           ELSE
           IF RETURN-CODE EQUAL 4
               DISPLAY 'OPEN FAILED (RC=4)'
               MOVE 'Y' TO WS-LIB-BUSY
               PERFORM 820-PRINT-BUSY
           ELSE
           IF RETURN-CODE EQUAL 12
               DISPLAY 'LIBRARY ' WS-CURRENT-DDNAME
                       ' ENQUEUED BY ANOTHER JOB (RC=12); '
                       'NOT FINGERPRINTED'
               MOVE 'Y' TO WS-LIB-BUSY
               PERFORM 820-PRINT-BUSY
           ELSE
           IF RETURN-CODE EQUAL 8
               DISPLAY 'OPEN FAILED (RC=8); EXECUTION TERMINATED'
               STOP RUN.

      *    LOADS THE CURRENT LIBRARY'S FINGERPRINTS FROM BASE-IN.  THE
      *    BASELINE IS READ FROM THE TOP FOR EVERY LIBRARY, SO THE
      *    CONTROL DECK NEED NOT LIST THE LIBRARIES IN THE ORDER THE
      *    BASELINE WAS TAKEN IN.
       150-LOAD-BASELINE.
           MOVE ZERO TO WS-BL-COUNT.
           MOVE ZERO TO WS-BASE-DATE.
           MOVE 'N'  TO WS-BASE-EOF.
           OPEN INPUT BASE-IN.
           PERFORM 160-READ-BASELINE.
           PERFORM 170-STORE-BASELINE
               UNTIL WS-BASE-EOF = 'Y'.
           CLOSE BASE-IN.

       160-READ-BASELINE.
           READ BASE-IN
               AT END MOVE 'Y' TO WS-BASE-EOF.

       170-STORE-BASELINE.
           IF FP-LIBRARY = WS-CURRENT-DDNAME
               IF WS-BL-COUNT < 2000
                   ADD 1 TO WS-BL-COUNT
                   MOVE FP-MEMBER     TO WS-BL-MEMBER(WS-BL-COUNT)
                   MOVE FP-RECORDS    TO WS-BL-RECORDS(WS-BL-COUNT)
                   MOVE FP-CHECKSUM   TO WS-BL-CHECKSUM(WS-BL-COUNT)
                   MOVE FP-UPDATED    TO WS-BL-UPDATED(WS-BL-COUNT)
                   MOVE FP-VVMM       TO WS-BL-VVMM(WS-BL-COUNT)
                   MOVE FP-USERID     TO WS-BL-USERID(WS-BL-COUNT)
                   MOVE FP-CURRENT-LINES TO WS-BL-LINES(WS-BL-COUNT)
                   MOVE 'N'           TO WS-BL-MATCHED(WS-BL-COUNT)
                   MOVE FP-BASE-DATE  TO WS-BASE-DATE
               ELSE
                   DISPLAY 'BASELINE FOR ' WS-CURRENT-DDNAME
                           ' EXCEEDS 2000 MEMBERS; EXECUTION '
                           'TERMINATED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.
           PERFORM 160-READ-BASELINE.

       200-START-DIR.
           MOVE PDSGET-REQUEST-START TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 0
               PERFORM 300-NEXT-DIR
           ELSE
           IF RETURN-CODE EQUAL 4
               DISPLAY 'START FAILED (RC=4)'
               MOVE 'Y' TO WS-LIB-INCOMPLETE
               PERFORM 820-PRINT-BUSY
           ELSE
           IF RETURN-CODE EQUAL 8
               DISPLAY 'START FAILED (RC=8); EXECUTION TERMINATED'
               STOP RUN.

       300-NEXT-DIR.
           MOVE ZERO TO RETURN-CODE.
           PERFORM 310-NEXT-DIR
               UNTIL RETURN-CODE NOT = ZERO.

       310-NEXT-DIR.
           MOVE PDSGET-REQUEST-NEXT  TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 0
               PERFORM 400-LOCATE-MEMBER
               MOVE ZERO TO RETURN-CODE
           ELSE
           IF RETURN-CODE EQUAL 4
               DISPLAY 'END OF DIRECTORY (RC=4)'
           ELSE
           IF RETURN-CODE EQUAL 12
               DISPLAY 'LIBRARY ' WS-CURRENT-DDNAME
                       ' ENQUEUED BY ANOTHER JOB DURING NEXT'
               MOVE 'Y' TO WS-LIB-INCOMPLETE
               PERFORM 820-PRINT-BUSY
           ELSE
           IF RETURN-CODE EQUAL 8
               DISPLAY 'NEXT FAILED (RC=8); EXECUTION TERMINATED'
               STOP RUN.

      *    AN ALIAS ENTRY IS COUNTED AND PASSED OVER - ITS TEXT IS THE
      *    TRUE MEMBER'S, WHICH HAS (OR WILL HAVE) ITS OWN FINGERPRINT.
       400-LOCATE-MEMBER.
           MOVE PDSGET-REQUEST-LOCATE TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 0
               IF PDS-ALIAS-FLAG = 'A'
                   ADD 1 TO WS-ALIAS-COUNT
               ELSE
                   PERFORM 410-CAPTURE-STATS
                   PERFORM 500-READ-MEMBER
                   PERFORM 420-FILE-MEMBER
           ELSE
           IF RETURN-CODE EQUAL 4
               DISPLAY 'MEMBER NOT FOUND (RC=4)'
           ELSE
           IF RETURN-CODE EQUAL 8
               DISPLAY 'LOCATE FAILED (RC=8); EXECUTION TERMINATED'
               STOP RUN.

      *    EDITS THE LOCATE STATS THE SAME WAY PDSCATBC'S 510-EDIT-
      *    STATS DOES FOR THE CATALOG - THE DATE THROUGH DATECNV TO
      *    YYYYMMDD, VERSION AND MOD THROUGH THE GETPDSPA PACKED-BYTE
      *    RECIPE TO 'VV.MM'.  A MEMBER WITH NO STATS GETS ZEROS AND
      *    BLANKS.
       410-CAPTURE-STATS.
           MOVE PDSGET-MEMBER      TO WS-CUR-MEMBER.
           MOVE PDS-USER-ID        TO WS-CUR-USERID.
           IF PDS-USER-ID = SPACES
               MOVE ZERO           TO WS-CUR-UPDATED
               MOVE ZERO           TO WS-CUR-LINES
               MOVE SPACES         TO WS-CUR-VVMM
           ELSE
               MOVE PDS-DATE-UPDATED   TO DC-INPUT-DATE
               MOVE 'YYYYDDD '         TO DC-INPUT-FORMAT
               MOVE 'YYYYMMDD'         TO DC-OUTPUT-FORMAT
               CALL 'DATECNV'  USING   DATECNV-PARM
               MOVE DC-OUTPUT-DATE     TO WS-DATE-EDIT-X
               MOVE WS-DATE-EDIT-X     TO WS-CUR-UPDATED
               MOVE PDS-CURRENT-LINES  TO WS-CUR-LINES
               MOVE ZERO               TO PDS-VER-WORK
               MOVE PDS-VERSION        TO PDS-VER-CHAR
               MOVE PDS-VER-WORK       TO PDS-VER-4-DIGIT
               MOVE PDS-VER-DIGITS     TO WS-VVMM-VV
               MOVE ZERO               TO PDS-MOD-WORK
               MOVE PDS-MOD            TO PDS-MOD-CHAR
               MOVE PDS-MOD-WORK       TO PDS-MOD-4-DIGIT
               MOVE PDS-MOD-DIGITS     TO WS-VVMM-MM
               MOVE WS-VVMM-EDIT       TO WS-CUR-VVMM.

      *    A MEMBER WHOSE READ WAS CUT OFF BY AN ENQUEUE CONFLICT HAS
      *    NO TRUSTWORTHY FINGERPRINT, SO IT IS NEITHER WRITTEN TO THE
      *    BASELINE NOR COMPARED AGAINST IT - IT IS COUNTED AS NOT
      *    READ AND THE LIBRARY IS MARKED INCOMPLETE.
       420-FILE-MEMBER.
           IF WS-MEMBER-BUSY = 'Y'
               ADD 1 TO WS-NOT-READ-COUNT
               MOVE 'Y' TO WS-LIB-INCOMPLETE
           ELSE
               ADD 1 TO WS-MEMBER-COUNT
               IF WS-MODE = 'BASELINE'
                   PERFORM 650-WRITE-BASELINE
               ELSE
                   PERFORM 700-VERIFY-MEMBER.

      *    READS THE MEMBER TO THE END, COUNTING ITS RECORDS AND
      *    RUNNING THE CHECKSUM OVER EVERY ONE OF THEM.
       500-READ-MEMBER.
           MOVE ZERO TO WS-CUR-RECORDS.
           MOVE +1   TO WS-CK-SUM-A.
           MOVE ZERO TO WS-CK-SUM-B.
           MOVE 'N'  TO WS-MEMBER-BUSY.
           MOVE PDSGET-REQUEST-READ TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           PERFORM 510-SUM-RECORD
               UNTIL RETURN-CODE NOT EQUAL 0.
           IF RETURN-CODE EQUAL 12
               DISPLAY 'LIBRARY ' WS-CURRENT-DDNAME
                       ' ENQUEUED BY ANOTHER JOB DURING READ OF '
                       WS-CUR-MEMBER
               MOVE 'Y' TO WS-MEMBER-BUSY
               PERFORM 820-PRINT-BUSY
           ELSE
           IF RETURN-CODE EQUAL 8
               DISPLAY 'READ FAILED (RC=8); EXECUTION TERMINATED'
               STOP RUN.
           COMPUTE WS-CUR-CHECKSUM = WS-CK-SUM-B * 65536
                                   + WS-CK-SUM-A.

       510-SUM-RECORD.
           ADD 1 TO WS-CUR-RECORDS.
           PERFORM 511-SUM-CHAR
               VARYING WS-CK-IDX FROM 1 BY 1
                 UNTIL WS-CK-IDX > 80.
           DIVIDE WS-CK-SUM-A BY 65521 GIVING WS-CK-QUOTIENT
               REMAINDER WS-CK-SUM-A.
           DIVIDE WS-CK-SUM-B BY 65521 GIVING WS-CK-QUOTIENT
               REMAINDER WS-CK-SUM-B.
           PERFORM 900-CALL-PDSGET.

       511-SUM-CHAR.
           MOVE PDSGET-RECORD80(WS-CK-IDX:1) TO WS-CK-BYTE.
           ADD WS-CK-BYTE-VALUE TO WS-CK-SUM-A.
           ADD WS-CK-SUM-A      TO WS-CK-SUM-B.

       600-CLOSE-PDS.
           MOVE PDSGET-REQUEST-CLOSE TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 4
               DISPLAY 'CLOSE FAILED (RC=4)'
           ELSE
           IF RETURN-CODE EQUAL 8
               DISPLAY 'CLOSE FAILED (RC=8); EXECUTION TERMINATED'
               STOP RUN.

       650-WRITE-BASELINE.
           MOVE SPACES             TO FPO-REC.
           MOVE WS-CURRENT-DDNAME  TO FPO-LIBRARY.
           MOVE WS-CUR-MEMBER      TO FPO-MEMBER.
           MOVE WS-CUR-RECORDS     TO FPO-RECORDS.
           MOVE WS-CUR-CHECKSUM    TO FPO-CHECKSUM.
           MOVE WS-CUR-UPDATED     TO FPO-UPDATED.
           MOVE WS-CUR-VVMM        TO FPO-VVMM.
           MOVE WS-CUR-USERID      TO FPO-USERID.
           MOVE WS-CUR-LINES       TO FPO-CURRENT-LINES.
           MOVE WS-RUN-DATE        TO FPO-BASE-DATE.
           WRITE FPO-REC.
           PERFORM 800-PRINT-DETAIL-SETUP.
           MOVE 'BASELINED'        TO DL-STATUS.
           MOVE WS-CUR-RECORDS     TO DL-BASE-RECORDS.
           MOVE WS-CUR-CHECKSUM    TO DL-BASE-CHECKSUM.
           PERFORM 805-PRINT-CURRENT-STATS.
           PERFORM 810-WRITE-DETAIL.

      *    MATCHES THE MEMBER JUST READ AGAINST THE LIBRARY'S BASELINE.
      *    ONLY A DIFFERENCE IS PRINTED.  A CHANGE TO THE TEXT THAT
      *    LEFT EVERY STAT AS IT WAS AT BASELINE TIME IS CALLED OUT ON
      *    ITS OWN - THAT IS THE CHANGE NO STATS-BASED CHECK WOULD
      *    EVER HAVE SEEN.
       700-VERIFY-MEMBER.
           MOVE ZERO TO WS-BL-FOUND.
           PERFORM 710-FIND-BASELINE
               VARYING WS-BL-IDX FROM 1 BY 1
                 UNTIL WS-BL-IDX > WS-BL-COUNT
                    OR WS-BL-FOUND > ZERO.
           IF WS-BL-FOUND = ZERO
               ADD 1 TO WS-ADDED-COUNT
               PERFORM 800-PRINT-DETAIL-SETUP
               MOVE 'ADDED SINCE BASELINE' TO DL-STATUS
               MOVE WS-CUR-RECORDS     TO DL-NOW-RECORDS
               MOVE WS-CUR-CHECKSUM    TO DL-NOW-CHECKSUM
               PERFORM 805-PRINT-CURRENT-STATS
               PERFORM 810-WRITE-DETAIL
           ELSE
               MOVE 'Y' TO WS-BL-MATCHED(WS-BL-FOUND)
               IF WS-CUR-RECORDS  = WS-BL-RECORDS(WS-BL-FOUND)
                  AND WS-CUR-CHECKSUM = WS-BL-CHECKSUM(WS-BL-FOUND)
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   PERFORM 720-REPORT-CHANGED.

       710-FIND-BASELINE.
           IF WS-BL-MEMBER(WS-BL-IDX) = WS-CUR-MEMBER
               MOVE WS-BL-IDX TO WS-BL-FOUND.

       720-REPORT-CHANGED.
           ADD 1 TO WS-CHANGED-COUNT.
           PERFORM 800-PRINT-DETAIL-SETUP.
           IF WS-CUR-UPDATED = WS-BL-UPDATED(WS-BL-FOUND)
              AND WS-CUR-VVMM   = WS-BL-VVMM(WS-BL-FOUND)
              AND WS-CUR-USERID = WS-BL-USERID(WS-BL-FOUND)
              AND WS-CUR-LINES  = WS-BL-LINES(WS-BL-FOUND)
               ADD 1 TO WS-UNTOUCHED-COUNT
               MOVE 'TEXT CHANGED - STATS UNTOUCHED' TO DL-STATUS
           ELSE
               MOVE 'TEXT CHANGED'    TO DL-STATUS.
           MOVE WS-BL-RECORDS(WS-BL-FOUND)  TO DL-BASE-RECORDS.
           MOVE WS-BL-CHECKSUM(WS-BL-FOUND) TO DL-BASE-CHECKSUM.
           MOVE WS-CUR-RECORDS     TO DL-NOW-RECORDS.
           MOVE WS-CUR-CHECKSUM    TO DL-NOW-CHECKSUM.
           PERFORM 805-PRINT-CURRENT-STATS.
           PERFORM 810-WRITE-DETAIL.

      *    ONE PASS OF THE BASELINE TABLE AFTER A COMPLETE DIRECTORY
      *    WALK - ANY ENTRY NO MEMBER MATCHED WAS REMOVED.  THE STATS
      *    SHOWN ARE THE ONES THE MEMBER HAD AT BASELINE TIME.
       750-REPORT-REMOVED.
           IF WS-BL-MATCHED(WS-BL-IDX) NOT = 'Y'
               ADD 1 TO WS-REMOVED-COUNT
               PERFORM 800-PRINT-DETAIL-SETUP
               MOVE WS-BL-MEMBER(WS-BL-IDX)   TO DL-MEMBER
               MOVE 'REMOVED SINCE BASELINE'  TO DL-STATUS
               MOVE WS-BL-RECORDS(WS-BL-IDX)  TO DL-BASE-RECORDS
               MOVE WS-BL-CHECKSUM(WS-BL-IDX) TO DL-BASE-CHECKSUM
               PERFORM 755-PRINT-BASELINE-STATS
               PERFORM 810-WRITE-DETAIL.

       755-PRINT-BASELINE-STATS.
           IF WS-BL-USERID(WS-BL-IDX) = SPACES
               MOVE 'NO STATS'                TO DL-UPDATED
           ELSE
               MOVE WS-BL-UPDATED(WS-BL-IDX)  TO DL-UPDATED
               MOVE WS-BL-VVMM(WS-BL-IDX)     TO DL-VVMM
               MOVE WS-BL-USERID(WS-BL-IDX)   TO DL-USERID.

       800-PRINT-DETAIL-SETUP.
           MOVE SPACES             TO DL-DETAIL-LINE.
           MOVE WS-CURRENT-DDNAME  TO DL-DDNAME.
           MOVE WS-CUR-MEMBER      TO DL-MEMBER.

       805-PRINT-CURRENT-STATS.
           IF WS-CUR-USERID = SPACES
               MOVE 'NO STATS'     TO DL-UPDATED
           ELSE
               MOVE WS-CUR-UPDATED TO DL-UPDATED
               MOVE WS-CUR-VVMM    TO DL-VVMM
               MOVE WS-CUR-USERID  TO DL-USERID.

       810-WRITE-DETAIL.
           PERFORM 840-CHECK-PAGE.
           WRITE PF-PRINT-LINE FROM DL-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.

      *    ONE 'INCOMPLETE' LINE PER LIBRARY, HOWEVER MANY TIMES THE
      *    CONFLICT SURFACES ON THE WAY OUT OF IT.
       820-PRINT-BUSY.
           MOVE 'Y' TO WS-ANY-BUSY.
           IF WS-BUSY-NOTED = 'N'
               MOVE 'Y' TO WS-BUSY-NOTED
               PERFORM 821-WRITE-BUSY-LINE.

       821-WRITE-BUSY-LINE.
           MOVE SPACES            TO LL-TEXT, LL-DATE.
           MOVE WS-CURRENT-DDNAME TO LL-DDNAME.
           IF WS-LIB-BUSY = 'Y'
               IF WS-MODE = 'BASELINE'
                   MOVE 'NOT BASELINED - LIBRARY BUSY' TO LL-TEXT
               ELSE
                   MOVE 'NOT VERIFIED - LIBRARY BUSY' TO LL-TEXT
           ELSE
               IF WS-MODE = 'BASELINE'
                   MOVE 'BASELINE INCOMPLETE - LIBRARY BUSY'
                                  TO LL-TEXT
               ELSE
                   MOVE 'VERIFY INCOMPLETE - LIBRARY BUSY'
                                  TO LL-TEXT.
           PERFORM 840-CHECK-PAGE.
           WRITE PF-PRINT-LINE FROM LL-LIBRARY-LINE.
           ADD 2 TO WS-LINE-CNT.

      *    ON A VERIFY RUN EACH LIBRARY OPENS WITH THE DATE ITS
      *    BASELINE WAS TAKEN - OR A WARNING THAT THERE IS NONE, IN
      *    WHICH CASE EVERY MEMBER WILL SHOW AS ADDED.
       830-PRINT-BASELINE-DATE.
           MOVE SPACES            TO LL-TEXT, LL-DATE.
           MOVE WS-CURRENT-DDNAME TO LL-DDNAME.
           IF WS-BL-COUNT > ZERO
               MOVE 'VERIFIED AGAINST BASELINE OF'  TO LL-TEXT
               MOVE WS-BASE-DATE  TO LL-DATE
           ELSE
               MOVE 'NO BASELINE ON FILE FOR LIBRARY' TO LL-TEXT.
           PERFORM 840-CHECK-PAGE.
           WRITE PF-PRINT-LINE FROM LL-LIBRARY-LINE.
           ADD 2 TO WS-LINE-CNT.

       840-CHECK-PAGE.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM PH-LINE-2
               WRITE PF-PRINT-LINE FROM PH-LINE-3
               MOVE 4     TO WS-LINE-CNT.

       850-PRINT-SUMMARY.
           MOVE SPACES                TO SL-SUMMARY-LINE.
           MOVE '0'                   TO CC OF SL-SUMMARY-LINE.
           MOVE 'LIBRARIES PROCESSED   = ' TO SL-LABEL.
           MOVE WS-LIBRARY-COUNT      TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE SPACE                 TO CC OF SL-SUMMARY-LINE.
           MOVE 'MEMBERS FINGERPRINTED = ' TO SL-LABEL.
           MOVE WS-MEMBER-COUNT       TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'MEMBERS NOT READ-BUSY = ' TO SL-LABEL.
           MOVE WS-NOT-READ-COUNT     TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'ALIASES PASSED OVER   = ' TO SL-LABEL.
           MOVE WS-ALIAS-COUNT        TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           IF WS-MODE = 'VERIFY'
               PERFORM 860-PRINT-VERIFY-SUMMARY.

       860-PRINT-VERIFY-SUMMARY.
           MOVE 'TEXT UNCHANGED        = ' TO SL-LABEL.
           MOVE WS-UNCHANGED-COUNT    TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'TEXT CHANGED          = ' TO SL-LABEL.
           MOVE WS-CHANGED-COUNT      TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE '  WITH STATS UNTOUCHED= ' TO SL-LABEL.
           MOVE WS-UNTOUCHED-COUNT    TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'ADDED SINCE BASELINE  = ' TO SL-LABEL.
           MOVE WS-ADDED-COUNT        TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE 'REMOVED SINCE BASELINE= ' TO SL-LABEL.
           MOVE WS-REMOVED-COUNT      TO SL-COUNT.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.

       900-CALL-PDSGET.
           CALL 'GETPDS'   USING PDSGET-REQUEST,
                                 PDSGET-MEMBER,
                                 PDSGET-RECORD.
