       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDSDIFFC.
       AUTHOR. ED LISS.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
       REMARKS. THIS PROGRAM COMPARES THE TEXT OF NAMED MEMBERS
            BETWEEN TWO PDS LIBRARIES, LINE BY LINE, AND PRINTS A
            SIDE-BY-SIDE LISTING OF EVERY LINE INSERTED, DELETED OR
            CHANGED, WITH ITS LINE NUMBER IN EACH COPY, SO A TEST-
            TO-PRODUCTION CHANGE CAN BE REVIEWED AND SIGNED OFF FROM
            THE LISTING ALONE INSTEAD OF BROWSING BOTH COPIES BY
            HAND.  PDSCMPRC'S 740-CHECK-DIFFERS ONLY SAYS A MEMBER
            DIFFERS; THIS PROGRAM SHOWS WHAT DIFFERS.
            CTL-FILE TAKES THE SAME DD-A AND DD-B CARDS PDSCMPRC
            TAKES (DD-A ON THE FIRST CARD, DD-B ON THE SECOND),
            FOLLOWED BY ONE MEMBER= CARD PER MEMBER TO COMPARE.
            SELECT= CARDS ARE ACCEPTED THE SAME AS MEMBER= CARDS, SO
            THE DECK PDSCMPRC PUNCHES TO SEL-FILE CAN BE
            CONCATENATED BEHIND THE TWO DD CARDS AS IT STANDS.
            EACH MEMBER IS READ FROM LIBRARY A, THEN FROM LIBRARY B
            (GETPDS ONLY KEEPS ONE PDS OPEN AT A TIME), INTO A TABLE
            PER LIBRARY, AND THE TWO TABLES ARE MATCHED TOP TO
            BOTTOM.  WHERE THE COPIES PART COMPANY THE NEAREST POINT
            AT WHICH THEY COME BACK TOGETHER (A LINE ALIKE IN BOTH,
            WITHIN WS-DF-LOOKAHEAD LINES OF EITHER COPY) IS
            FOUND, AND THE LINES SKIPPED OVER ON EACH SIDE ARE
            PAIRED OFF AS CHANGED, WITH ANY LEFT OVER REPORTED AS
            DELETED (ONLY IN A) OR INSERTED (ONLY IN B).  A MEMBER
            FOUND IN ONLY ONE LIBRARY COMES OUT AS ALL DELETED OR
            ALL INSERTED.  A SUMMARY PAGE GIVES THE COUNTS FOR EACH
            MEMBER.  RETURN CODE 0 MEANS EVERY MEMBER WAS IDENTICAL,
            4 THAT AT LEAST ONE DIFFERED (OR WAS IN ONLY ONE
            LIBRARY), AND 8 THAT A MEMBER WAS IN NEITHER LIBRARY OR
            RAN PAST THE 5000-LINE TABLE AND WAS ONLY PARTLY
            COMPARED.

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

       DATA DIVISION.
       FILE SECTION.
      *    CTL-FILE SUPPLIES THE TWO DD NAMES TO COMPARE, ONE PER
      *    CARD - DD-A FIRST, THEN DD-B - AND THEN THE MEMBERS TO
      *    COMPARE, ONE MEMBER= (OR SELECT=) CARD EACH.  A SELECT=
      *    CARD HAS THE SAME LAYOUT PDSCMPRC PUNCHES TO SEL-FILE.
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CTL-CARD-IN.
           05  CTL-DDNAME              PIC X(8).
           05  FILLER                  PIC X(72).
       01  CTL-MEMBER-CARD.
           05  CTL-MBR-TAG             PIC X(7).
           05  CTL-MBR-NAME            PIC X(8).
           05  FILLER                  PIC X(65).

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

       WORKING-STORAGE SECTION.

       77  WS-JRNL-DATE                PIC 9(8)  VALUE ZERO.
       77  WS-JRNL-TIME-X              PIC X(8)  VALUE SPACES.

       77  WS-CTL-EOF                  PIC X     VALUE 'N'.
       77  WS-DDNAME-A                 PIC X(8)  VALUE SPACES.
       77  WS-DDNAME-B                 PIC X(8)  VALUE SPACES.
       77  WS-CURRENT-DDNAME           PIC X(8)  VALUE SPACES.
       77  WS-LOAD-TARGET              PIC X     VALUE 'A'.
       77  WS-LINE-CNT                 PIC S9(4) COMP SYNC VALUE +57.
       77  WS-LINE-MAX                 PIC S9(4) COMP SYNC VALUE +56.

      *    THE HIGHEST RETURN CODE ANY MEMBER HAS EARNED SO FAR - SEE
      *    THE REMARKS FOR WHAT 0/4/8 MEAN.
       77  WS-HIGH-RC                  PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-DIFFER-COUNT             PIC 9(4)  VALUE ZERO.
       77  WS-IDENTICAL-COUNT          PIC 9(4)  VALUE ZERO.

      *    ONE ROW PER MEMBER= / SELECT= CARD, CARRYING THE COUNTS
      *    THE SUMMARY PAGE PRINTS ONCE EVERY MEMBER HAS BEEN
      *    COMPARED.  THE SAME 500-ENTRY CAP AND DIAGNOSTIC AS
      *    PDSUNLDC'S SELECT LIST.
       01  WS-MEMBER-LIST.
           05  WS-ML-ENTRY             OCCURS 500 TIMES.
               10  WS-ML-MEMBER        PIC X(8).
               10  WS-ML-LINES-A       PIC 9(5).
               10  WS-ML-LINES-B       PIC 9(5).
               10  WS-ML-INSERTED      PIC 9(5).
               10  WS-ML-DELETED       PIC 9(5).
               10  WS-ML-CHANGED       PIC 9(5).
               10  WS-ML-STATUS        PIC X(20).
       77  WS-ML-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-ML-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.

      *    THE TEXT OF THE CURRENT MEMBER, ONE TABLE PER LIBRARY -
      *    THE SAME 5000-RECORD BUFFER PDSCOPYC'S WS-RECORD-TABLE
      *    HOLDS.  A MEMBER LONGER THAN THAT IS COMPARED AS FAR AS
      *    THE TABLE GOES AND FLAGGED TRUNCATED ON THE REPORT.
       01  WS-TEXT-A.
           05  WS-TA-REC               OCCURS 5000 TIMES PIC X(80).
       77  WS-TA-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-FOUND-A                  PIC X     VALUE 'N'.
       77  WS-TRUNC-A                  PIC X     VALUE 'N'.

       01  WS-TEXT-B.
           05  WS-TB-REC               OCCURS 5000 TIMES PIC X(80).
       77  WS-TB-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-FOUND-B                  PIC X     VALUE 'N'.
       77  WS-TRUNC-B                  PIC X     VALUE 'N'.

      *    MATCHING WORK FIELDS.  WS-DF-A-IDX/WS-DF-B-IDX ARE THE NEXT
      *    LINE NOT YET ACCOUNTED FOR IN EACH COPY.  WHEN THE TWO
      *    LINES THERE DIFFER, 710-FIND-RESYNC TRIES EVERY SPLIT OF
      *    AN EVER-WIDER DISTANCE (WS-DF-SKIP-A LINES OF A PLUS
      *    WS-DF-SKIP-B LINES OF B), SO THE SMALLEST DIFFERENCE THAT
      *    EXPLAINS THE TWO COPIES IS THE ONE REPORTED.  NEITHER SIDE
      *    IS SEARCHED MORE THAN WS-DF-LOOKAHEAD LINES AHEAD; PAST
      *    THAT THE TWO LINES ARE SIMPLY CALLED CHANGED AND MATCHING
      *    PICKS UP AGAIN ON THE NEXT PAIR.
       77  WS-DF-A-IDX                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-DF-B-IDX                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-DF-LOOKAHEAD             PIC S9(4) COMP SYNC VALUE +50.
       77  WS-DF-MAX-DIST              PIC S9(4) COMP SYNC VALUE +100.
       77  WS-DF-DIST                  PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-DF-SKIP-A                PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-DF-SKIP-B                PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-DF-TRY-A                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-DF-TRY-B                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-DF-GAP-A                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-DF-GAP-B                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-DF-PAIRS                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-DF-EXTRA                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-DF-RESYNC                PIC X     VALUE 'N'.
       77  WS-DF-INSERTED              PIC 9(5)  VALUE ZERO.
       77  WS-DF-DELETED               PIC 9(5)  VALUE ZERO.
       77  WS-DF-CHANGED               PIC 9(5)  VALUE ZERO.
       77  WS-DF-UNCHANGED             PIC 9(5)  VALUE ZERO.

      *    THE FLAG 800-PRINT-DIFF PUTS AT THE LEFT OF THE LINE, AND
      *    WHETHER EACH SIDE OF THE LINE CARRIES A RECORD.
       77  WS-DIFF-FLAG                PIC X(3)  VALUE SPACES.
       77  WS-SIDE-A                   PIC X     VALUE 'N'.
       77  WS-SIDE-B                   PIC X     VALUE 'N'.

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(42)  VALUE
               '1PDSDIFFC V1.0.0  PDS MEMBER TEXT COMPARE'.
           05  FILLER                  PIC X(4)   VALUE 'A = '.
           05  PH-DDNAME-A             PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE '   B = '.
           05  PH-DDNAME-B             PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE SPACES.
       01  PH-LINE-2.
           05  FILLER                  PIC X(5)   VALUE '0FLG '.
           05  FILLER                  PIC X(6)   VALUE 'LINE-A'.
           05  FILLER                  PIC X(58)  VALUE ' TEXT IN A'.
           05  FILLER                  PIC X(6)   VALUE 'LINE-B'.
           05  FILLER                  PIC X(58)  VALUE ' TEXT IN B'.

      *    ONE SIDE-BY-SIDE LINE - A'S RECORD ON THE LEFT, B'S ON THE
      *    RIGHT, EITHER SIDE LEFT BLANK WHEN THE LINE IS IN ONLY ONE
      *    COPY.  THE FLAG IS CHG, DEL (IN A ONLY) OR INS (IN B
      *    ONLY).  ONLY COLUMNS 1-56 OF EACH RECORD FIT; WHEN EITHER
      *    SIDE HAS ANYTHING IN COLUMNS 57-80, 805-PRINT-OVERFLOW
      *    PRINTS THEM ON A SECOND LINE FLAGGED ' + ' UNDERNEATH.
       01  DL-DIFF-LINE.
           05  CC                      PIC X.
           05  DL-FLAG                 PIC X(3).
           05  FILLER                  PIC X.
           05  DL-LINE-A               PIC ZZZZ9.
           05  FILLER                  PIC X.
           05  DL-TEXT-A               PIC X(56).
           05  FILLER                  PIC XX.
           05  DL-LINE-B               PIC ZZZZ9.
           05  FILLER                  PIC X.
           05  DL-TEXT-B               PIC X(56).
           05  FILLER                  PIC XX.

       01  MH-MEMBER-LINE.
           05  FILLER                  PIC X      VALUE '0'.
           05  FILLER                  PIC X(7)   VALUE 'MEMBER '.
           05  MH-MEMBER               PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE '   A: '.
           05  MH-DDNAME-A             PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE ' ('.
           05  MH-LINES-A              PIC ZZZZ9.
           05  FILLER                  PIC X(13)  VALUE
               ' LINES)   B: '.
           05  MH-DDNAME-B             PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE ' ('.
           05  MH-LINES-B              PIC ZZZZ9.
           05  FILLER                  PIC X(7)   VALUE ' LINES)'.
           05  FILLER                  PIC X(61)  VALUE SPACES.

       01  MT-TOTAL-LINE.
           05  FILLER                  PIC X      VALUE SPACE.
           05  FILLER                  PIC X(9)   VALUE 'INSERTED='.
           05  MT-INSERTED             PIC ZZZZ9.
           05  FILLER                  PIC X(10)  VALUE '  DELETED='.
           05  MT-DELETED              PIC ZZZZ9.
           05  FILLER                  PIC X(10)  VALUE '  CHANGED='.
           05  MT-CHANGED              PIC ZZZZ9.
           05  FILLER                  PIC X(12)  VALUE
               '  UNCHANGED='.
           05  MT-UNCHANGED            PIC ZZZZ9.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  MT-STATUS               PIC X(20)  VALUE SPACES.
           05  FILLER                  PIC X(47)  VALUE SPACES.

      *    SUMMARY PAGE - ONE LINE PER MEMBER COMPARED.
       01  SH-PAGE-HEADING.
           05  FILLER                  PIC X(42)  VALUE
               '1PDSDIFFC V1.0.0  MEMBER COMPARE SUMMARY'.
           05  FILLER                  PIC X(4)   VALUE 'A = '.
           05  SH-DDNAME-A             PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE '   B = '.
           05  SH-DDNAME-B             PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE SPACES.
       01  SH-LINE-2.
           05  FILLER                  PIC X(26)  VALUE
               '0MEMBER   LINES-A LINES-B '.
           05  FILLER                  PIC X(34)  VALUE
               'INSERTED DELETED CHANGED  STATUS'.
       01  SH-DETAIL-LINE.
           05  SH-CC                   PIC X.
           05  SH-MEMBER               PIC X(8).
           05  FILLER                  PIC X(3).
           05  SH-LINES-A              PIC ZZZZ9.
           05  FILLER                  PIC X(3).
           05  SH-LINES-B              PIC ZZZZ9.
           05  FILLER                  PIC X(4).
           05  SH-INSERTED             PIC ZZZZ9.
           05  FILLER                  PIC X(3).
           05  SH-DELETED              PIC ZZZZ9.
           05  FILLER                  PIC X(3).
           05  SH-CHANGED              PIC ZZZZ9.
           05  FILLER                  PIC XX.
           05  SH-STATUS               PIC X(20).
           05  FILLER                  PIC X(60).
       01  SL-SUMMARY-LINE.
           05  FILLER                  PIC X      VALUE '0'.
           05  FILLER                  PIC X(19)  VALUE
               'MEMBERS COMPARED = '.
           05  SL-MEMBERS              PIC ZZZ9.
           05  FILLER                  PIC X(15)  VALUE
               '   IDENTICAL = '.
           05  SL-IDENTICAL            PIC ZZZ9.
           05  FILLER                  PIC X(19)  VALUE
               '   NOT IDENTICAL = '.
           05  SL-DIFFER               PIC ZZZ9.
           05  FILLER                  PIC X(60).
           EJECT
       COPY GETPDSPA.
      ***#INCLUDE GETPDSPA.COB
       EJECT
       PROCEDURE DIVISION.

       000-INITIATE.

           OPEN INPUT  CTL-FILE.
           OPEN OUTPUT PRINT-FILE, JRNL-FILE.

           READ CTL-FILE INTO CTL-CARD-IN
               AT END
                   DISPLAY 'MISSING DD-A CONTROL CARD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.
           MOVE CTL-DDNAME TO WS-DDNAME-A.

           READ CTL-FILE INTO CTL-CARD-IN
               AT END
                   DISPLAY 'MISSING DD-B CONTROL CARD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.
           MOVE CTL-DDNAME TO WS-DDNAME-B.

           PERFORM 020-READ-MEMBER-CARD
               UNTIL WS-CTL-EOF = 'Y'.
           CLOSE CTL-FILE.
           IF WS-ML-COUNT = ZERO
               DISPLAY 'NO MEMBER= OR SELECT= CONTROL CARDS'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE WS-DDNAME-A TO PH-DDNAME-A, SH-DDNAME-A, MH-DDNAME-A.
           MOVE WS-DDNAME-B TO PH-DDNAME-B, SH-DDNAME-B, MH-DDNAME-B.
           WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING.
           WRITE PF-PRINT-LINE FROM PH-LINE-2.
           MOVE 3 TO WS-LINE-CNT.

           PERFORM 050-COMPARE-MEMBER
               VARYING WS-ML-IDX FROM 1 BY 1
                 UNTIL WS-ML-IDX > WS-ML-COUNT.

           PERFORM 850-PRINT-SUMMARY.

           PERFORM 950-WRITE-JOURNAL.

           DISPLAY 'MEMBERS COMPARED=' WS-ML-COUNT.
           DISPLAY 'MEMBERS NOT IDENTICAL=' WS-DIFFER-COUNT.
           DISPLAY 'PDSDIFFC CONCLUDED'.
           CLOSE PRINT-FILE, JRNL-FILE.

           MOVE WS-HIGH-RC TO RETURN-CODE.
           GOBACK.

      *    THE ONE STANDARD END-OF-RUN RECORD FOR PDSJRNSC'S DAILY
      *    SUMMARY.  DIFFERENCES ARE WHAT THIS PROGRAM IS RUN TO
      *    FIND, SO THE OUTCOME IS OK EITHER WAY; THE NOTE SAYS
      *    WHETHER ANY TURNED UP.
       950-WRITE-JOURNAL.
           ACCEPT WS-JRNL-DATE   FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-TIME-X FROM TIME.
           MOVE SPACES              TO JRNL-REC.
           MOVE 'PDSDIFFC'          TO JRNL-PROGRAM.
           MOVE WS-JRNL-DATE        TO JRNL-RUN-DATE.
           MOVE WS-JRNL-TIME-X(1:6) TO JRNL-RUN-TIME.
           MOVE 2                   TO JRNL-LIBRARIES.
           MOVE WS-ML-COUNT         TO JRNL-MEMBERS.
           MOVE 'OK'                TO JRNL-OUTCOME.
           IF WS-DIFFER-COUNT > ZERO
               MOVE 'DIFFERENCES FOUND'  TO JRNL-NOTE
           ELSE
               MOVE 'ALL MEMBERS IDENTICAL' TO JRNL-NOTE.
           WRITE JRNL-REC.

      *    FILES ONE MEMBER= OR SELECT= CARD'S MEMBER NAME.  ANY
      *    OTHER NON-BLANK CARD AFTER THE TWO DD CARDS IS DIAGNOSED
      *    AND IGNORED.
       020-READ-MEMBER-CARD.
           READ CTL-FILE INTO CTL-CARD-IN
               AT END MOVE 'Y' TO WS-CTL-EOF.
           IF WS-CTL-EOF NOT = 'Y'
               IF CTL-MBR-TAG = 'MEMBER=' OR CTL-MBR-TAG = 'SELECT='
                   PERFORM 025-ADD-MEMBER
               ELSE
               IF CTL-CARD-IN NOT = SPACES
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                           CTL-CARD-IN.

       025-ADD-MEMBER.
           IF WS-ML-COUNT < 500
               ADD 1 TO WS-ML-COUNT
               MOVE CTL-MBR-NAME TO WS-ML-MEMBER(WS-ML-COUNT)
           ELSE
               DISPLAY 'MEMBER LIST FULL AT 500 MEMBERS; '
                       CTL-MBR-NAME ' NOT COMPARED'.

      *    READS BOTH COPIES OF ONE MEMBER, MATCHES THEM, AND FILES
      *    THE COUNTS FOR THE SUMMARY PAGE.  A MEMBER IN NEITHER
      *    LIBRARY HAS NOTHING TO MATCH AND ONLY GETS ITS HEADING
      *    AND TOTAL LINE.
       050-COMPARE-MEMBER.
           MOVE 'A'            TO WS-LOAD-TARGET.
           MOVE WS-DDNAME-A    TO WS-CURRENT-DDNAME.
           PERFORM 100-OPEN-PDS.
           PERFORM 400-LOCATE-MEMBER.
           PERFORM 600-CLOSE-PDS.

           MOVE 'B'            TO WS-LOAD-TARGET.
           MOVE WS-DDNAME-B    TO WS-CURRENT-DDNAME.
           PERFORM 100-OPEN-PDS.
           PERFORM 400-LOCATE-MEMBER.
           PERFORM 600-CLOSE-PDS.

           MOVE ZERO TO WS-DF-INSERTED, WS-DF-DELETED,
                        WS-DF-CHANGED, WS-DF-UNCHANGED.
           PERFORM 810-PRINT-MEMBER-HEADING.
           IF WS-FOUND-A = 'Y' OR WS-FOUND-B = 'Y'
               PERFORM 700-MATCH-TEXT.
           PERFORM 060-SET-STATUS.
           PERFORM 820-PRINT-MEMBER-TOTAL.

      *    DECIDES THE MEMBER'S STATUS AND RAISES WS-HIGH-RC TO
      *    MATCH.  A TRUNCATED COMPARE OVERRIDES EVERYTHING ELSE -
      *    WHATEVER IT FOUND, IT DID NOT SEE THE WHOLE MEMBER.
       060-SET-STATUS.
           MOVE WS-TA-COUNT     TO WS-ML-LINES-A(WS-ML-IDX).
           MOVE WS-TB-COUNT     TO WS-ML-LINES-B(WS-ML-IDX).
           MOVE WS-DF-INSERTED  TO WS-ML-INSERTED(WS-ML-IDX).
           MOVE WS-DF-DELETED   TO WS-ML-DELETED(WS-ML-IDX).
           MOVE WS-DF-CHANGED   TO WS-ML-CHANGED(WS-ML-IDX).
           IF WS-FOUND-A = 'N' AND WS-FOUND-B = 'N'
               MOVE 'NOT FOUND'         TO WS-ML-STATUS(WS-ML-IDX)
               MOVE 8 TO WS-HIGH-RC
           ELSE
           IF WS-TRUNC-A = 'Y' OR WS-TRUNC-B = 'Y'
               MOVE 'TRUNCATED AT 5000'  TO WS-ML-STATUS(WS-ML-IDX)
               MOVE 8 TO WS-HIGH-RC
           ELSE
           IF WS-FOUND-A = 'N'
               MOVE 'ONLY IN B'          TO WS-ML-STATUS(WS-ML-IDX)
           ELSE
           IF WS-FOUND-B = 'N'
               MOVE 'ONLY IN A'          TO WS-ML-STATUS(WS-ML-IDX)
           ELSE
           IF WS-DF-INSERTED = ZERO AND WS-DF-DELETED = ZERO
              AND WS-DF-CHANGED = ZERO
               MOVE 'IDENTICAL'          TO WS-ML-STATUS(WS-ML-IDX)
           ELSE
               MOVE 'DIFFERS'            TO WS-ML-STATUS(WS-ML-IDX).
           IF WS-ML-STATUS(WS-ML-IDX) = 'IDENTICAL'
               ADD 1 TO WS-IDENTICAL-COUNT
           ELSE
               ADD 1 TO WS-DIFFER-COUNT
               IF WS-HIGH-RC < 4
                   MOVE 4 TO WS-HIGH-RC.

      *    A LIBRARY THAT CANNOT BE OPENED WOULD MAKE EVERY MEMBER
      *    LOOK ALL-INSERTED OR ALL-DELETED, SO - AS IN PDSCMPRC -
      *    IT ENDS THE RUN RATHER THAN PRODUCING A FALSE COMPARE.
       100-OPEN-PDS.
           MOVE PDSGET-REQUEST-OPEN TO PDSGET-REQUEST.
           MOVE WS-CURRENT-DDNAME TO PDSGET-MEMBER.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 0
               PERFORM 200-START-DIR
           ELSE
           IF RETURN-CODE EQUAL 4
               DISPLAY 'OPEN FAILED (RC=4) ON ' WS-CURRENT-DDNAME
                       '; EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
           IF RETURN-CODE EQUAL 12
               DISPLAY 'LIBRARY ' WS-CURRENT-DDNAME
                       ' ENQUEUED BY ANOTHER JOB (RC=12); '
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
           IF RETURN-CODE EQUAL 8
               DISPLAY 'OPEN FAILED (RC=8); EXECUTION TERMINATED'
               STOP RUN.

       200-START-DIR.
           MOVE PDSGET-REQUEST-START TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY 'START FAILED ON ' WS-CURRENT-DDNAME
                       ' (RC=' RETURN-CODE '); EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *    LOCATES THE CURRENT MEMBER IN THE LIBRARY JUST OPENED AND,
      *    IF IT IS THERE, READS ITS TEXT INTO THAT LIBRARY'S TABLE.
      *    RC=4 MEANS THE MEMBER IS NOT IN THIS LIBRARY, WHICH IS A
      *    RESULT, NOT AN ERROR.
       400-LOCATE-MEMBER.
           IF WS-LOAD-TARGET = 'A'
               MOVE ZERO TO WS-TA-COUNT
               MOVE 'N'  TO WS-FOUND-A
               MOVE 'N'  TO WS-TRUNC-A
           ELSE
               MOVE ZERO TO WS-TB-COUNT
               MOVE 'N'  TO WS-FOUND-B
               MOVE 'N'  TO WS-TRUNC-B.
           MOVE WS-ML-MEMBER(WS-ML-IDX) TO PDSGET-MEMBER.
           MOVE PDSGET-REQUEST-LOCATE   TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 0
               PERFORM 500-READ-MEMBER
           ELSE
           IF RETURN-CODE EQUAL 4
               DISPLAY 'MEMBER ' WS-ML-MEMBER(WS-ML-IDX)
                       ' NOT IN ' WS-CURRENT-DDNAME
           ELSE
               DISPLAY 'LOCATE FAILED ON ' WS-CURRENT-DDNAME
                       ' (RC=' RETURN-CODE '); EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       500-READ-MEMBER.
           IF WS-LOAD-TARGET = 'A'
               MOVE 'Y' TO WS-FOUND-A
           ELSE
               MOVE 'Y' TO WS-FOUND-B.
           MOVE PDSGET-REQUEST-READ TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           PERFORM 510-STORE-RECORD
               UNTIL RETURN-CODE NOT EQUAL 0.
           IF RETURN-CODE EQUAL 12
               DISPLAY 'LIBRARY ' WS-CURRENT-DDNAME
                       ' ENQUEUED BY ANOTHER JOB DURING READ OF '
                       PDSGET-MEMBER '; EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
           IF RETURN-CODE NOT EQUAL 4
               DISPLAY 'READ FAILED ON ' WS-CURRENT-DDNAME
                       ' (RC=' RETURN-CODE '); EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *    FILES ONE TEXT RECORD INTO THE CURRENT LIBRARY'S TABLE.
      *    PAST 5000 RECORDS THE REST OF THE MEMBER IS STILL READ
      *    (SO GETPDS FINISHES THE MEMBER CLEANLY) BUT NOT KEPT.
       510-STORE-RECORD.
           IF WS-LOAD-TARGET = 'A'
               IF WS-TA-COUNT < 5000
                   ADD 1 TO WS-TA-COUNT
                   MOVE PDSGET-RECORD80 TO WS-TA-REC(WS-TA-COUNT)
               ELSE
               IF WS-TRUNC-A = 'N'
                   MOVE 'Y' TO WS-TRUNC-A
                   DISPLAY 'MEMBER ' PDSGET-MEMBER ' IN '
                           WS-CURRENT-DDNAME
                           ' EXCEEDS 5000 RECORDS; REST NOT COMPARED'
               ELSE
                   NEXT SENTENCE
           ELSE
               IF WS-TB-COUNT < 5000
                   ADD 1 TO WS-TB-COUNT
                   MOVE PDSGET-RECORD80 TO WS-TB-REC(WS-TB-COUNT)
               ELSE
               IF WS-TRUNC-B = 'N'
                   MOVE 'Y' TO WS-TRUNC-B
                   DISPLAY 'MEMBER ' PDSGET-MEMBER ' IN '
                           WS-CURRENT-DDNAME
                           ' EXCEEDS 5000 RECORDS; REST NOT COMPARED'.
           MOVE PDSGET-REQUEST-READ TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.

       600-CLOSE-PDS.
           MOVE PDSGET-REQUEST-CLOSE TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 4
               DISPLAY 'CLOSE FAILED (RC=4)'
           ELSE
           IF RETURN-CODE EQUAL 8
               DISPLAY 'CLOSE FAILED (RC=8); EXECUTION TERMINATED'
               STOP RUN.

      *    MATCHES THE TWO TABLES FROM THE TOP, ONE STEP PER TRIP,
      *    UNTIL EVERY LINE OF BOTH COPIES HAS BEEN ACCOUNTED FOR.
       700-MATCH-TEXT.
           MOVE 1 TO WS-DF-A-IDX.
           MOVE 1 TO WS-DF-B-IDX.
           PERFORM 705-MATCH-STEP
               UNTIL WS-DF-A-IDX > WS-TA-COUNT
                 AND WS-DF-B-IDX > WS-TB-COUNT.

       705-MATCH-STEP.
           IF WS-DF-A-IDX > WS-TA-COUNT
               PERFORM 740-INSERTED-LINE
           ELSE
           IF WS-DF-B-IDX > WS-TB-COUNT
               PERFORM 750-DELETED-LINE
           ELSE
           IF WS-TA-REC(WS-DF-A-IDX) = WS-TB-REC(WS-DF-B-IDX)
               ADD 1 TO WS-DF-UNCHANGED
               ADD 1 TO WS-DF-A-IDX
               ADD 1 TO WS-DF-B-IDX
           ELSE
               PERFORM 710-FIND-RESYNC
               IF WS-DF-RESYNC = 'Y'
                   PERFORM 720-REPORT-GAP
               ELSE
                   PERFORM 730-CHANGED-LINE.

      *    LOOKS FOR THE NEAREST POINT PAST THE CURRENT LINES WHERE
      *    THE TWO COPIES AGREE AGAIN, TRYING EVERY DISTANCE FROM 1
      *    UP AND, AT EACH DISTANCE, EVERY WAY OF SPLITTING IT
      *    BETWEEN THE TWO COPIES.  THE FIRST HIT IS THE SMALLEST
      *    DIFFERENCE, AND ITS SPLIT IS KEPT IN WS-DF-GAP-A/-B.
       710-FIND-RESYNC.
           MOVE 'N' TO WS-DF-RESYNC.
           PERFORM 711-TRY-DISTANCE
               VARYING WS-DF-DIST FROM 1 BY 1
                 UNTIL WS-DF-DIST > WS-DF-MAX-DIST
                    OR WS-DF-RESYNC = 'Y'.

       711-TRY-DISTANCE.
           PERFORM 712-TRY-SPLIT
               VARYING WS-DF-SKIP-A FROM 0 BY 1
                 UNTIL WS-DF-SKIP-A > WS-DF-DIST
                    OR WS-DF-RESYNC = 'Y'.

      *    ONE CANDIDATE RESYNC POINT.  A MATCHING LINE WITH TEXT ON
      *    IT IS ENOUGH; A MATCHING BLANK LINE COUNTS ONLY IF THE
      *    LINE AFTER IT MATCHES TOO (OR ONE COPY ENDS THERE) - A
      *    LONE BLANK LINE IN COMMON IS NOT ENOUGH TO SAY THE TWO
      *    COPIES HAVE COME BACK TOGETHER.
       712-TRY-SPLIT.
           COMPUTE WS-DF-SKIP-B = WS-DF-DIST - WS-DF-SKIP-A.
           COMPUTE WS-DF-TRY-A  = WS-DF-A-IDX + WS-DF-SKIP-A.
           COMPUTE WS-DF-TRY-B  = WS-DF-B-IDX + WS-DF-SKIP-B.
           IF WS-DF-SKIP-A NOT > WS-DF-LOOKAHEAD
              AND WS-DF-SKIP-B NOT > WS-DF-LOOKAHEAD
              AND WS-DF-TRY-A NOT > WS-TA-COUNT
              AND WS-DF-TRY-B NOT > WS-TB-COUNT
               IF WS-TA-REC(WS-DF-TRY-A) = WS-TB-REC(WS-DF-TRY-B)
                   IF WS-TA-REC(WS-DF-TRY-A) NOT = SPACES
                       PERFORM 713-ACCEPT-RESYNC
                   ELSE
                   IF WS-DF-TRY-A = WS-TA-COUNT
                      OR WS-DF-TRY-B = WS-TB-COUNT
                       PERFORM 713-ACCEPT-RESYNC
                   ELSE
                   IF WS-TA-REC(WS-DF-TRY-A + 1) =
                      WS-TB-REC(WS-DF-TRY-B + 1)
                       PERFORM 713-ACCEPT-RESYNC.

       713-ACCEPT-RESYNC.
           MOVE 'Y'          TO WS-DF-RESYNC.
           MOVE WS-DF-SKIP-A TO WS-DF-GAP-A.
           MOVE WS-DF-SKIP-B TO WS-DF-GAP-B.

      *    REPORTS THE LINES SKIPPED OVER TO REACH THE RESYNC POINT -
      *    AS MANY AS PAIR UP ARE CHANGED LINES, AND WHATEVER IS
      *    LEFT OVER ON ONE SIDE IS DELETED (A) OR INSERTED (B).
       720-REPORT-GAP.
           IF WS-DF-GAP-A < WS-DF-GAP-B
               MOVE WS-DF-GAP-A TO WS-DF-PAIRS
           ELSE
               MOVE WS-DF-GAP-B TO WS-DF-PAIRS.
           PERFORM 730-CHANGED-LINE WS-DF-PAIRS TIMES.
           COMPUTE WS-DF-EXTRA = WS-DF-GAP-A - WS-DF-PAIRS.
           PERFORM 750-DELETED-LINE WS-DF-EXTRA TIMES.
           COMPUTE WS-DF-EXTRA = WS-DF-GAP-B - WS-DF-PAIRS.
           PERFORM 740-INSERTED-LINE WS-DF-EXTRA TIMES.

       730-CHANGED-LINE.
           MOVE 'CHG' TO WS-DIFF-FLAG.
           MOVE 'Y'   TO WS-SIDE-A.
           MOVE 'Y'   TO WS-SIDE-B.
           PERFORM 800-PRINT-DIFF.
           ADD 1 TO WS-DF-CHANGED.
           ADD 1 TO WS-DF-A-IDX.
           ADD 1 TO WS-DF-B-IDX.

       740-INSERTED-LINE.
           MOVE 'INS' TO WS-DIFF-FLAG.
           MOVE 'N'   TO WS-SIDE-A.
           MOVE 'Y'   TO WS-SIDE-B.
           PERFORM 800-PRINT-DIFF.
           ADD 1 TO WS-DF-INSERTED.
           ADD 1 TO WS-DF-B-IDX.

       750-DELETED-LINE.
           MOVE 'DEL' TO WS-DIFF-FLAG.
           MOVE 'Y'   TO WS-SIDE-A.
           MOVE 'N'   TO WS-SIDE-B.
           PERFORM 800-PRINT-DIFF.
           ADD 1 TO WS-DF-DELETED.
           ADD 1 TO WS-DF-A-IDX.

      *    PRINTS ONE SIDE-BY-SIDE LINE FOR THE RECORDS AT THE
      *    CURRENT POSITIONS, LEAVING A SIDE BLANK WHEN THE LINE IS
      *    NOT IN THAT COPY.
       800-PRINT-DIFF.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM PH-LINE-2
               MOVE 3     TO WS-LINE-CNT.
           MOVE SPACES       TO DL-DIFF-LINE.
           MOVE WS-DIFF-FLAG TO DL-FLAG.
           IF WS-SIDE-A = 'Y'
               MOVE WS-DF-A-IDX                  TO DL-LINE-A
               MOVE WS-TA-REC(WS-DF-A-IDX)(1:56) TO DL-TEXT-A.
           IF WS-SIDE-B = 'Y'
               MOVE WS-DF-B-IDX                  TO DL-LINE-B
               MOVE WS-TB-REC(WS-DF-B-IDX)(1:56) TO DL-TEXT-B.
           WRITE PF-PRINT-LINE FROM DL-DIFF-LINE.
           ADD 1 TO WS-LINE-CNT.
           MOVE SPACES       TO DL-DIFF-LINE.
           IF WS-SIDE-A = 'Y'
               MOVE WS-TA-REC(WS-DF-A-IDX)(57:24) TO DL-TEXT-A.
           IF WS-SIDE-B = 'Y'
               MOVE WS-TB-REC(WS-DF-B-IDX)(57:24) TO DL-TEXT-B.
           IF DL-TEXT-A NOT = SPACES OR DL-TEXT-B NOT = SPACES
               PERFORM 805-PRINT-OVERFLOW.

      *    COLUMNS 57-80 OF THE LINE JUST PRINTED, UNDER ITS OWN
      *    TEXT, SO A CHANGE OUT IN THE SEQUENCE AREA OR PAST COLUMN
      *    56 IS NOT LOST OFF THE EDGE OF THE LISTING.
       805-PRINT-OVERFLOW.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM PH-LINE-2
               MOVE 3     TO WS-LINE-CNT.
           MOVE ' + '        TO DL-FLAG.
           WRITE PF-PRINT-LINE FROM DL-DIFF-LINE.
           ADD 1 TO WS-LINE-CNT.

      *    A NEW MEMBER ALWAYS STARTS WITH ROOM FOR ITS HEADING AND
      *    AT LEAST A FEW LINES UNDER IT.
       810-PRINT-MEMBER-HEADING.
           IF WS-LINE-CNT > WS-LINE-MAX - 4
               WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM PH-LINE-2
               MOVE 3     TO WS-LINE-CNT.
           MOVE WS-ML-MEMBER(WS-ML-IDX) TO MH-MEMBER.
           MOVE WS-TA-COUNT             TO MH-LINES-A.
           MOVE WS-TB-COUNT             TO MH-LINES-B.
           WRITE PF-PRINT-LINE FROM MH-MEMBER-LINE.
           ADD 2 TO WS-LINE-CNT.

       820-PRINT-MEMBER-TOTAL.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM PH-LINE-2
               MOVE 3     TO WS-LINE-CNT.
           MOVE WS-DF-INSERTED          TO MT-INSERTED.
           MOVE WS-DF-DELETED           TO MT-DELETED.
           MOVE WS-DF-CHANGED           TO MT-CHANGED.
           MOVE WS-DF-UNCHANGED         TO MT-UNCHANGED.
           MOVE WS-ML-STATUS(WS-ML-IDX) TO MT-STATUS.
           WRITE PF-PRINT-LINE FROM MT-TOTAL-LINE.
           ADD 1 TO WS-LINE-CNT.

      *    THE SUMMARY PAGE - ONE LINE PER MEMBER, IN CONTROL-CARD
      *    ORDER, AND A TOTAL LINE.
       850-PRINT-SUMMARY.
           WRITE PF-PRINT-LINE FROM SH-PAGE-HEADING.
           WRITE PF-PRINT-LINE FROM SH-LINE-2.
           MOVE 3 TO WS-LINE-CNT.
           PERFORM 851-PRINT-SUMMARY-LINE
               VARYING WS-ML-IDX FROM 1 BY 1
                 UNTIL WS-ML-IDX > WS-ML-COUNT.
           MOVE WS-ML-COUNT        TO SL-MEMBERS.
           MOVE WS-IDENTICAL-COUNT TO SL-IDENTICAL.
           MOVE WS-DIFFER-COUNT    TO SL-DIFFER.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.

       851-PRINT-SUMMARY-LINE.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM SH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM SH-LINE-2
               MOVE 3     TO WS-LINE-CNT.
           MOVE SPACES                    TO SH-DETAIL-LINE.
           MOVE WS-ML-MEMBER(WS-ML-IDX)   TO SH-MEMBER.
           MOVE WS-ML-LINES-A(WS-ML-IDX)  TO SH-LINES-A.
           MOVE WS-ML-LINES-B(WS-ML-IDX)  TO SH-LINES-B.
           MOVE WS-ML-INSERTED(WS-ML-IDX) TO SH-INSERTED.
           MOVE WS-ML-DELETED(WS-ML-IDX)  TO SH-DELETED.
           MOVE WS-ML-CHANGED(WS-ML-IDX)  TO SH-CHANGED.
           MOVE WS-ML-STATUS(WS-ML-IDX)   TO SH-STATUS.
           WRITE PF-PRINT-LINE FROM SH-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.

       900-CALL-PDSGET.
           CALL 'GETPDS'   USING PDSGET-REQUEST,
                                 PDSGET-MEMBER,
                                 PDSGET-RECORD.
