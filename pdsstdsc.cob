       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDSSTDSC.
       AUTHOR. ED LISS.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
       REMARKS. THIS PROGRAM CHECKS EVERY RECORD OF EVERY MEMBER OF
            THE PDS LIBRARIES NAMED ON CTL-FILE (ONE DD NAME PER
            CARD, THE SAME LIBRARY LOOP PDSSRCHC AND PDSXREFC USE)
            AGAINST THE SHOP'S WRITTEN CODING STANDARDS, SO THEY ARE
            ENFORCED BEFORE CODE IS PROMOTED INSTEAD OF LEFT TO
            REVIEWS.  EACH MEMBER IS CLASSIFIED COBOL, COPYBOOK, OR
            JCL THE WAY PDSUNLDC CLASSIFIES ITS CONTENT, AND ONLY THE
            RULES FOR THAT KIND OF TEXT ARE APPLIED:

            COL72     ALL       TEXT IN COLUMNS 73-80.
            TABS      ALL       A TAB CHARACTER ANYWHERE ON THE LINE.
            LOWER     COBOL,    LOWERCASE LETTERS OUTSIDE COMMENT
                      COPYBOOK, LINES AND QUOTED LITERALS (JCL
                      JCL       INSTREAM DATA IS NOT CHECKED).
            AUTHOR    COBOL     NO AUTHOR PARAGRAPH.
            REMARKS   COBOL     NO REMARKS PARAGRAPH.
            STEPNAME  JCL       AN EXEC CARD WITH NO STEP NAME.
            JOBCLASS  JCL       A JOB CARD (CONTINUATIONS INCLUDED)
                                WITH NO CLASS= OR NO MSGCLASS=.

            A MEMBER PDSUNLDC WOULD LEAVE UNCLASSIFIED IS SHOWN AS
            OTHER AND GETS ONLY THE COL72 AND TABS RULES.  EVERY RULE
            IS ON BY DEFAULT; RULE-FILE CARDS (RULE NAME IN COLUMNS
            1-8, ON OR OFF IN 10-12, SEVERITY 1-9 IN 14) SWITCH A
            RULE OFF OR CHANGE ITS SEVERITY.  EACH VIOLATION COSTS
            ITS MEMBER THE RULE'S SEVERITY IN POINTS FROM A SCORE OF
            100 (NEVER BELOW 0).  THE LISTING SHOWS EVERY VIOLATION
            BY LIBRARY, MEMBER, AND LINE, AND A SCORE LINE FOR EVERY
            MEMBER; A SUMMARY PAGE TOTALS MEMBERS, CLEAN MEMBERS,
            VIOLATIONS, AND AVERAGE SCORE BY THE MEMBER'S ISPF
            USERID (PDS-USER-ID), AND HITS BY RULE.  RETURN CODE 4
            MEANS VIOLATIONS WERE FOUND; 8 MEANS A LIBRARY OR MEMBER
            COULD NOT BE CHECKED BECAUSE ANOTHER JOB HELD IT.

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
           SELECT RULE-FILE   ASSIGN TO UT-S-RULES.
           SELECT PRINT-FILE  ASSIGN TO UT-S-PRINTER.
           SELECT JRNL-FILE   ASSIGN TO UT-S-JRNLOUT.

       DATA DIVISION.
       FILE SECTION.
      *    CTL-FILE SUPPLIES THE LIST OF DD NAMES TO CHECK, ONE PER
      *    CARD, SO A SINGLE RUN CAN COVER EVERY LIBRARY AN
      *    APPLICATION OWNS.
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CTL-CARD-IN.
           05  CTL-DDNAME              PIC X(8).
           05  FILLER                  PIC X(72).

      *    RULE-FILE OVERRIDES THE DEFAULT RULE SETTINGS - SEE THE
      *    REMARKS.  AN EMPTY RULE-FILE RUNS EVERY RULE AT ITS
      *    DEFAULT SEVERITY.
       FD  RULE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RULE-CARD-IN.
           05  RULE-CARD-NAME          PIC X(8).
           05  FILLER                  PIC X.
           05  RULE-CARD-SETTING       PIC X(3).
           05  FILLER                  PIC X.
           05  RULE-CARD-SEV           PIC X.
           05  RULE-CARD-SEV-9         REDEFINES RULE-CARD-SEV
                                       PIC 9.
           05  FILLER                  PIC X(66).

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
      *    SET THE MOMENT ANY LIBRARY IS SKIPPED OR CUT SHORT BY AN
      *    ENQUEUE CONFLICT - A MEMBER THAT WAS NOT CHECKED MUST NOT
      *    LOOK AS THOUGH IT PASSED.
       77  WS-ANY-BUSY                 PIC X     VALUE 'N'.

       77  WS-CTL-EOF                  PIC X             VALUE 'N'.
       77  WS-RULE-EOF                 PIC X             VALUE 'N'.
       77  WS-CURRENT-DDNAME           PIC X(8)          VALUE SPACES.
       77  WS-LIBRARY-COUNT            PIC 9(4) COMP SYNC VALUE ZERO.
       77  WS-LIB-BUSY                 PIC X             VALUE 'N'.
       77  WS-MEMBER-BUSY              PIC X             VALUE 'N'.
       77  WS-BUSY-NOTED               PIC X             VALUE 'N'.
       77  WS-MEMBER-COUNT             PIC 9(9)            VALUE ZERO.
       77  WS-CLEAN-COUNT              PIC 9(9)            VALUE ZERO.
       77  WS-VIOLATION-COUNT          PIC 9(9)            VALUE ZERO.
       77  WS-SCORE-SUM                PIC 9(11)           VALUE ZERO.
       77  WS-LINE-CNT                 PIC S9(4) COMP SYNC VALUE +57.
       77  WS-LINE-MAX                 PIC S9(4) COMP SYNC VALUE +56.

      *    THE RULES, IN A FIXED ORDER - NAME, ON SWITCH, AND DEFAULT
      *    SEVERITY.  THE WS-R- ITEMS BELOW NAME EACH RULE'S ROW.
       01  WS-RULE-VALUES.
           05  FILLER                  PIC X(10) VALUE 'COL72   Y5'.
           05  FILLER                  PIC X(10) VALUE 'TABS    Y5'.
           05  FILLER                  PIC X(10) VALUE 'LOWER   Y2'.
           05  FILLER                  PIC X(10) VALUE 'AUTHOR  Y3'.
           05  FILLER                  PIC X(10) VALUE 'REMARKS Y3'.
           05  FILLER                  PIC X(10) VALUE 'STEPNAMEY4'.
           05  FILLER                  PIC X(10) VALUE 'JOBCLASSY4'.
       01  WS-RULE-TABLE               REDEFINES WS-RULE-VALUES.
           05  WS-RULE-ENTRY           OCCURS 7 TIMES.
               10  WS-RULE-NAME        PIC X(8).
               10  WS-RULE-ON          PIC X.
               10  WS-RULE-SEV         PIC 9.
       01  WS-RULE-HIT-TABLE.
           05  WS-RULE-HITS            PIC 9(9)  VALUE ZERO
                                       OCCURS 7 TIMES.
       77  WS-RULE-COUNT               PIC S9(4) COMP SYNC VALUE +7.
       77  WS-RULE-IDX                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-RULE-FOUND               PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-R-COL72                  PIC S9(4) COMP SYNC VALUE +1.
       77  WS-R-TABS                   PIC S9(4) COMP SYNC VALUE +2.
       77  WS-R-LOWER                  PIC S9(4) COMP SYNC VALUE +3.
       77  WS-R-AUTHOR                 PIC S9(4) COMP SYNC VALUE +4.
       77  WS-R-REMARKS                PIC S9(4) COMP SYNC VALUE +5.
       77  WS-R-STEPNAME               PIC S9(4) COMP SYNC VALUE +6.
       77  WS-R-JOBCLASS               PIC S9(4) COMP SYNC VALUE +7.

      *    THE VIOLATION BEING REPORTED - RULE ROW, LINE NUMBER (ZERO
      *    FOR A FINDING ABOUT THE MEMBER AS A WHOLE), AND THE TEXT
      *    TO SHOW (THE LINE ITSELF, OR A MESSAGE).
       77  WS-VIO-RULE                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-VIO-LINE-NO              PIC 9(7)            VALUE ZERO.
       01  WS-VIO-TEXT                 PIC X(80) VALUE SPACES.

      *    THE CURRENT MEMBER - RUNNING RECORD NUMBER, THE ALIAS
      *    FLAG/TRUE NAME AND USERID CAPTURED FROM THE LOCATE STATS
      *    BEFORE THE FIRST READ OVERLAYS THEM, AND ITS TALLY.
       77  WS-RECORD-NUMBER            PIC 9(7)            VALUE ZERO.
       77  WS-ALIAS-FLAG               PIC X             VALUE SPACE.
       77  WS-TRUE-NAME                PIC X(8)          VALUE SPACES.
       77  WS-MEMBER-USERID            PIC X(8)          VALUE SPACES.
       77  WS-MEMBER-TYPE              PIC X(10)         VALUE SPACES.
       77  WS-MEMBER-VIOLATIONS        PIC 9(7)            VALUE ZERO.
       77  WS-MEMBER-POINTS            PIC 9(9)            VALUE ZERO.
       77  WS-MEMBER-SCORE             PIC 9(3)            VALUE ZERO.

      *    WHICH RULE SET THE CURRENT MEMBER GETS, SET ONCE ITS
      *    CONTENT TYPE IS KNOWN (530-SET-RULE-SET).
       77  WS-DO-LOWER                 PIC X             VALUE 'N'.
       77  WS-DO-COBOL                 PIC X             VALUE 'N'.
       77  WS-DO-JCL                   PIC X             VALUE 'N'.
       77  WS-HAS-AUTHOR               PIC X             VALUE 'N'.
       77  WS-HAS-REMARKS              PIC X             VALUE 'N'.

      *    THE CONTENT TYPE IS DECIDED FROM THE FIRST WS-CT-SCAN-MAX
      *    RECORDS, BUT THOSE RECORDS NEED THE SAME RULES AS THE
      *    REST, SO THEY ARE HELD HERE UNTIL THE TYPE IS KNOWN AND
      *    THEN CHECKED (520-RELEASE-HELD).  THE TABLE IS THE SAME
      *    SIZE AS THE SCAN WINDOW.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-LINE            PIC X(80) OCCURS 10 TIMES.
       77  WS-HOLD-COUNT               PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-HOLD-IDX                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-RELEASED                 PIC X             VALUE 'N'.

      *    SAME CONTENT-TYPE WORK AREAS AND SCAN WINDOW AS PDSUNLDC'S
      *    691-SCAN-CONTENT-TYPE - KEEP THEM IN SYNC.
       77  WS-CT-SCANNED               PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-CT-SCAN-MAX              PIC S9(4) COMP SYNC VALUE 10.
       77  WS-CT-DECIDED               PIC X             VALUE 'N'.
       77  WS-CT-TYPE                  PIC X(10)         VALUE SPACES.

      *    ONE LINE BEING CHECKED.  WS-LC-FROM/-TO BOUND THE COLUMNS
      *    THE LOWERCASE RULE LOOKS AT (BOTH ZERO WHEN IT DOES NOT
      *    APPLY TO THE LINE); WS-IN-QUOTE HOLDS THE QUOTE CHARACTER
      *    OF A LITERAL BEING PASSED OVER.  X'05' IS THE TAB; X'09'
      *    IS ONE THAT CAME UP FROM A PC UNTRANSLATED.
       01  WS-CHK-LINE                 PIC X(80) VALUE SPACES.
       77  WS-CHK-LINE-NO              PIC 9(7)            VALUE ZERO.
       77  WS-CHK-CHAR                 PIC X             VALUE SPACE.
       77  WS-COL                      PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-LC-FROM                  PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-LC-TO                    PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-IN-QUOTE                 PIC X             VALUE SPACE.
       77  WS-LINE-TAB                 PIC X             VALUE 'N'.
       77  WS-LINE-LOWER               PIC X             VALUE 'N'.
       77  WS-TAB-EBCDIC               PIC X             VALUE X'05'.
       77  WS-TAB-ASCII                PIC X             VALUE X'09'.

      *    JCL STATEMENT PARSING.  A JOB STATEMENT IS FOLLOWED ACROSS
      *    ITS CONTINUATION CARDS (A CARD WHOSE LAST OPERAND ENDS IN
      *    A COMMA IS CONTINUED ON THE NEXT '// ' CARD) AND CHECKED
      *    FOR CLASS= AND MSGCLASS= WHEN IT ENDS.
       77  WS-JCL-COL                  PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-IN-JOB                   PIC X             VALUE 'N'.
       77  WS-JOB-CONTINUED            PIC X             VALUE 'N'.
       77  WS-JOB-LINE-NO              PIC 9(7)            VALUE ZERO.
       77  WS-JOB-HAS-CLASS            PIC X             VALUE 'N'.
       77  WS-JOB-HAS-MSGCLASS         PIC X             VALUE 'N'.

      *    PER-USERID TOTALS FOR THE SUMMARY PAGE.  A MEMBER WITH NO
      *    ISPF STATS IS TALLIED UNDER 'NO STATS'.  SAME 200-ROW CAP
      *    AND FULL-TABLE HANDLING AS PDSUNLDC'S CHARGEBACK TABLE.
       01  WS-USERID-TABLE.
           05  WS-US-ENTRY             OCCURS 200 TIMES.
               10  WS-US-USERID        PIC X(8)  VALUE SPACES.
               10  WS-US-MEMBERS       PIC 9(7)  VALUE ZERO.
               10  WS-US-CLEAN         PIC 9(7)  VALUE ZERO.
               10  WS-US-VIOLATIONS    PIC 9(9)  VALUE ZERO.
               10  WS-US-SCORE-SUM     PIC 9(9)  VALUE ZERO.
       01  WS-US-SWAP-ENTRY.
           05  FILLER                  PIC X(8).
           05  FILLER                  PIC 9(7).
           05  FILLER                  PIC 9(7).
           05  FILLER                  PIC 9(9).
           05  FILLER                  PIC 9(9).
       77  WS-US-COUNT-ENTRIES         PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-US-FOUND                 PIC X             VALUE 'N'.
       77  WS-US-IDX                   PIC S9(4) COMP SYNC.
       77  WS-US-OUTER                 PIC S9(4) COMP SYNC.
       77  WS-US-INNER                 PIC S9(4) COMP SYNC.
       77  WS-US-MIN-IDX               PIC S9(4) COMP SYNC.
       77  WS-AVG-SCORE                PIC 9(3)            VALUE ZERO.

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSSTDSC V1.0.0  CODING STANDARDS CHECK'.
       01  PH-LINE-2.
           05  FILLER                  PIC X(48)  VALUE
               '0LIBRARY   MEMBER       LINE  RULE    SEV   TEXT'.
       01  DL-DETAIL-LINE.
           05  CC                      PIC X.
           05  DL-DDNAME               PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-MEMBER               PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-LINE-NO              PIC ZZZZZZ9.
           05  FILLER                  PIC XX.
           05  DL-RULE                 PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-SEV                  PIC 9.
           05  FILLER                  PIC XXX.
           05  DL-TEXT                 PIC X(80).
           05  FILLER                  PIC X(9).
       01  SC-SCORE-LINE.
           05  FILLER                  PIC X     VALUE SPACE.
           05  SC-DDNAME               PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  SC-MEMBER               PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
               '   SCORE = '.
           05  SC-SCORE                PIC ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SC-TYPE                 PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE 'USERID '.
           05  SC-USERID               PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  SC-VIOLATIONS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE ' VIOLATIONS'.
           05  FILLER                  PIC X(52) VALUE SPACES.
       01  AL-ALIAS-LINE.
           05  FILLER                  PIC X     VALUE SPACE.
           05  AL-DDNAME               PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  AL-MEMBER               PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'ALIAS OF '.
           05  AL-TRUE-NAME            PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(23) VALUE
               ' - NOT CHECKED'.
           05  FILLER                  PIC X(63) VALUE SPACES.
       01  BL-BUSY-LINE.
           05  FILLER                  PIC X     VALUE SPACE.
           05  BL-DDNAME               PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X(31) VALUE
               'CHECK INCOMPLETE - LIBRARY BUSY'.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  SH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSSTDSC V1.0.0  STANDARDS SUMMARY BY USERID'.
       01  SH-LINE-2.
           05  FILLER                  PIC X(11)  VALUE '0USERID'.
           05  FILLER                  PIC X(11)  VALUE '  MEMBERS'.
           05  FILLER                  PIC X(11)  VALUE '    CLEAN'.
           05  FILLER                  PIC X(12)  VALUE 'VIOLATIONS'.
           05  FILLER                  PIC X(88)  VALUE 'AVG SCORE'.
       01  SH-DETAIL-LINE.
           05  SH-CC                   PIC X.
           05  SH-USERID               PIC X(8).
           05  FILLER                  PIC XX.
           05  SH-MEMBERS              PIC ZZZZZZZZ9.
           05  FILLER                  PIC XX.
           05  SH-CLEAN                PIC ZZZZZZZZ9.
           05  FILLER                  PIC XX.
           05  SH-VIOLATIONS           PIC ZZZZZZZZZ9.
           05  FILLER                  PIC XX.
           05  SH-AVG-SCORE            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(79).
       01  RH-RULE-HEADING.
           05  FILLER                  PIC X(133) VALUE
               '0RULE      SETTING  SEV       HITS'.
       01  RL-RULE-LINE.
           05  FILLER                  PIC X      VALUE SPACE.
           05  RL-RULE                 PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC XX     VALUE SPACES.
           05  RL-SETTING              PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE SPACES.
           05  RL-SEV                  PIC 9      VALUE ZERO.
           05  FILLER                  PIC XX     VALUE SPACES.
           05  RL-HITS                 PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(101) VALUE SPACES.
           EJECT
       COPY GETPDSPA.
      ***#INCLUDE GETPDSPA.COB
       EJECT
       PROCEDURE DIVISION.

       000-INITIATE.

           OPEN INPUT  CTL-FILE, RULE-FILE.
           OPEN OUTPUT PRINT-FILE, JRNL-FILE.
           PERFORM 040-READ-RULE
               UNTIL WS-RULE-EOF = 'Y'.
           CLOSE RULE-FILE.

           WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING.
           WRITE PF-PRINT-LINE FROM PH-LINE-2.
           MOVE 3 TO WS-LINE-CNT.

           PERFORM 050-NEXT-LIBRARY
               UNTIL WS-CTL-EOF = 'Y'.

           PERFORM 740-PRINT-SUMMARY.

           DISPLAY 'LIBRARIES PROCESSED=' WS-LIBRARY-COUNT.
           DISPLAY 'MEMBERS CHECKED=' WS-MEMBER-COUNT.
           DISPLAY 'VIOLATIONS=' WS-VIOLATION-COUNT.
           PERFORM 950-WRITE-JOURNAL.

           DISPLAY 'PDSSTDSC CONCLUDED'.
           CLOSE CTL-FILE, PRINT-FILE, JRNL-FILE.
           IF WS-ANY-BUSY = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-VIOLATION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE.

           GOBACK.

      *    THE ONE STANDARD END-OF-RUN RECORD FOR PDSJRNSC'S DAILY
      *    SUMMARY.
       950-WRITE-JOURNAL.
           ACCEPT WS-JRNL-DATE   FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-TIME-X FROM TIME.
           MOVE SPACES              TO JRNL-REC.
           MOVE 'PDSSTDSC'          TO JRNL-PROGRAM.
           MOVE WS-JRNL-DATE        TO JRNL-RUN-DATE.
           MOVE WS-JRNL-TIME-X(1:6) TO JRNL-RUN-TIME.
           MOVE WS-LIBRARY-COUNT    TO JRNL-LIBRARIES.
           MOVE WS-MEMBER-COUNT     TO JRNL-MEMBERS.
           IF WS-ANY-BUSY = 'Y'
               MOVE 'BUSY'          TO JRNL-OUTCOME
               MOVE 'CHECK INCOMPLETE-BUSY' TO JRNL-NOTE
           ELSE
           IF WS-VIOLATION-COUNT > ZERO
               MOVE 'VIOLATED'      TO JRNL-OUTCOME
               MOVE 'STANDARDS VIOLATIONS'  TO JRNL-NOTE
           ELSE
               MOVE 'OK'            TO JRNL-OUTCOME.
           WRITE JRNL-REC.

      *    ONE RULE-FILE CARD.  A CARD THAT CANNOT BE APPLIED ENDS THE
      *    RUN - A CHECK SILENTLY LEFT AT THE WRONG SETTING WOULD
      *    PASS CODE THE SHOP MEANT TO STOP.
       040-READ-RULE.
           READ RULE-FILE
               AT END MOVE 'Y' TO WS-RULE-EOF.
           IF WS-RULE-EOF NOT = 'Y'
               IF RULE-CARD-IN NOT = SPACES
                   PERFORM 045-APPLY-RULE-CARD THRU 045-EXIT.

       045-APPLY-RULE-CARD.
           MOVE ZERO TO WS-RULE-FOUND.
           PERFORM 046-FIND-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > WS-RULE-COUNT
                    OR WS-RULE-FOUND > ZERO.
           IF WS-RULE-FOUND = ZERO
               DISPLAY 'UNKNOWN RULE: ' RULE-CARD-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF RULE-CARD-SETTING = 'ON'
               MOVE 'Y' TO WS-RULE-ON(WS-RULE-FOUND)
           ELSE
           IF RULE-CARD-SETTING = 'OFF'
               MOVE 'N' TO WS-RULE-ON(WS-RULE-FOUND)
           ELSE
               DISPLAY 'RULE SETTING MUST BE ON OR OFF: '
                       RULE-CARD-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF RULE-CARD-SEV = SPACE
               GO TO 045-EXIT.
           IF RULE-CARD-SEV NOT NUMERIC OR RULE-CARD-SEV-9 = ZERO
               DISPLAY 'RULE SEVERITY MUST BE 1-9: ' RULE-CARD-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE RULE-CARD-SEV-9 TO WS-RULE-SEV(WS-RULE-FOUND).
       045-EXIT.
           EXIT.

       046-FIND-RULE.
           IF WS-RULE-NAME(WS-RULE-IDX) = RULE-CARD-NAME
               MOVE WS-RULE-IDX TO WS-RULE-FOUND.

      *    READS ONE DD NAME FROM THE CONTROL FILE AND CHECKS THAT
      *    LIBRARY.  BLANK CARDS ARE SKIPPED SO A COMMENTED-DOWN
      *    CONTROL DECK STILL RUNS.
       050-NEXT-LIBRARY.
           READ CTL-FILE INTO CTL-CARD-IN
               AT END MOVE 'Y' TO WS-CTL-EOF.
           IF WS-CTL-EOF NOT = 'Y'
               IF CTL-DDNAME NOT = SPACES
                   PERFORM 055-CHECK-LIBRARY.

      *    CHECKS THE LIBRARY NAMED ON THE CARD JUST READ.  A
      *    LIBRARY THAT CAME BACK BUSY WAS NEVER OPENED, SO NO CLOSE
      *    IS ISSUED FOR IT.
       055-CHECK-LIBRARY.
           MOVE CTL-DDNAME  TO WS-CURRENT-DDNAME.
           MOVE 'N'         TO WS-BUSY-NOTED.
           PERFORM 100-OPEN-PDS.
           IF WS-LIB-BUSY NOT = 'Y'
               PERFORM 600-CLOSE-PDS.
           ADD 1 TO WS-LIBRARY-COUNT.

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
           ELSE
           IF RETURN-CODE EQUAL 12
               DISPLAY 'LIBRARY ' WS-CURRENT-DDNAME
                       ' ENQUEUED BY ANOTHER JOB (RC=12); '
                       'NOT CHECKED'
               MOVE 'Y' TO WS-LIB-BUSY
               PERFORM 820-PRINT-BUSY
           ELSE
           IF RETURN-CODE EQUAL 8
               DISPLAY 'OPEN FAILED (RC=8); EXECUTION TERMINATED'
               STOP RUN.

       200-START-DIR.
           MOVE PDSGET-REQUEST-START TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 0
               PERFORM 300-NEXT-DIR
           ELSE
           IF RETURN-CODE EQUAL 4
               DISPLAY 'START FAILED (RC=4)'
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
               PERFORM 820-PRINT-BUSY
           ELSE
           IF RETURN-CODE EQUAL 8
               DISPLAY 'NEXT FAILED (RC=8); EXECUTION TERMINATED'
               STOP RUN.

      *    AN ALIAS ENTRY IS REPORTED ON ITS OWN LINE AND NOT READ -
      *    ITS TEXT IS THE TRUE MEMBER'S AND IS CHECKED (AND SCORED)
      *    UNDER THE TRUE NAME.
       400-LOCATE-MEMBER.
           MOVE PDSGET-REQUEST-LOCATE TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 0
               MOVE PDS-ALIAS-FLAG TO WS-ALIAS-FLAG
               MOVE PDS-TRUE-NAME  TO WS-TRUE-NAME
               MOVE PDS-USER-ID    TO WS-MEMBER-USERID
               IF WS-ALIAS-FLAG = 'A'
                   PERFORM 810-PRINT-ALIAS
               ELSE
                   PERFORM 410-START-MEMBER
                   PERFORM 500-READ-MEMBER
                   PERFORM 420-FINISH-MEMBER
           ELSE
           IF RETURN-CODE EQUAL 4
               DISPLAY 'MEMBER NOT FOUND (RC=4)'
           ELSE
           IF RETURN-CODE EQUAL 8
               DISPLAY 'LOCATE FAILED (RC=8); EXECUTION TERMINATED'
               STOP RUN.

       410-START-MEMBER.
           PERFORM 690-INIT-CONTENT-TYPE.
           IF WS-MEMBER-USERID = SPACES
               MOVE 'NO STATS' TO WS-MEMBER-USERID.
           MOVE ZERO TO WS-HOLD-COUNT, WS-MEMBER-VIOLATIONS,
                        WS-MEMBER-POINTS.
           MOVE 'N'  TO WS-RELEASED, WS-IN-JOB, WS-HAS-AUTHOR,
                        WS-HAS-REMARKS, WS-DO-LOWER, WS-DO-COBOL,
                        WS-DO-JCL.

      *    A MEMBER WHOSE READ WAS CUT OFF BY AN ENQUEUE CONFLICT WAS
      *    NOT FULLY CHECKED, SO IT IS NEITHER SCORED NOR COUNTED -
      *    A PARTIAL SCORE WOULD FLATTER IT.  OTHERWISE ANY RECORDS
      *    STILL HELD (A MEMBER SHORTER THAN THE SCAN WINDOW) ARE
      *    CHECKED, THE MEMBER-WIDE RULES ARE APPLIED, AND THE SCORE
      *    IS PRINTED AND TALLIED.
       420-FINISH-MEMBER.
           IF WS-MEMBER-BUSY = 'N'
               IF WS-RELEASED = 'N'
                   PERFORM 520-RELEASE-HELD.
           IF WS-MEMBER-BUSY = 'N'
               PERFORM 430-SCORE-MEMBER.

       430-SCORE-MEMBER.
           IF WS-IN-JOB = 'Y'
               PERFORM 570-CLOSE-JOB-CARD.
           MOVE ZERO TO WS-VIO-LINE-NO.
           IF WS-DO-COBOL = 'Y' AND WS-HAS-AUTHOR = 'N'
               MOVE WS-R-AUTHOR TO WS-VIO-RULE
               MOVE 'NO AUTHOR PARAGRAPH' TO WS-VIO-TEXT
               PERFORM 700-PRINT-VIOLATION THRU 700-EXIT.
           IF WS-DO-COBOL = 'Y' AND WS-HAS-REMARKS = 'N'
               MOVE WS-R-REMARKS TO WS-VIO-RULE
               MOVE 'NO REMARKS PARAGRAPH' TO WS-VIO-TEXT
               PERFORM 700-PRINT-VIOLATION THRU 700-EXIT.
           IF WS-MEMBER-POINTS > 99
               MOVE ZERO TO WS-MEMBER-SCORE
           ELSE
               COMPUTE WS-MEMBER-SCORE = 100 - WS-MEMBER-POINTS.
           ADD 1 TO WS-MEMBER-COUNT.
           ADD WS-MEMBER-SCORE TO WS-SCORE-SUM.
           IF WS-MEMBER-VIOLATIONS = ZERO
               ADD 1 TO WS-CLEAN-COUNT.
           PERFORM 710-PRINT-SCORE.
           PERFORM 720-ACCUM-USERID.

       500-READ-MEMBER.
           MOVE ZERO TO WS-RECORD-NUMBER.
           MOVE 'N'  TO WS-MEMBER-BUSY.
           MOVE PDSGET-REQUEST-READ TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           PERFORM 510-TAKE-RECORD
               UNTIL RETURN-CODE NOT EQUAL 0.
           IF RETURN-CODE EQUAL 12
               DISPLAY 'LIBRARY ' WS-CURRENT-DDNAME
                       ' ENQUEUED BY ANOTHER JOB DURING READ OF '
                       PDSGET-MEMBER
               MOVE 'Y' TO WS-MEMBER-BUSY
               PERFORM 820-PRINT-BUSY
           ELSE
           IF RETURN-CODE EQUAL 8
               DISPLAY 'READ FAILED (RC=8); EXECUTION TERMINATED'
               STOP RUN.

      *    ONE RECORD OF THE CURRENT MEMBER.  UNTIL THE CONTENT TYPE
      *    IS SETTLED THE RECORD IS CLASSIFIED AND HELD; AFTER THAT
      *    IT IS CHECKED AS IT GOES BY.
       510-TAKE-RECORD.
           ADD 1 TO WS-RECORD-NUMBER.
           IF WS-RELEASED = 'Y'
               MOVE PDSGET-RECORD80  TO WS-CHK-LINE
               MOVE WS-RECORD-NUMBER TO WS-CHK-LINE-NO
               PERFORM 550-CHECK-LINE
           ELSE
               PERFORM 691-SCAN-CONTENT-TYPE
               ADD 1 TO WS-HOLD-COUNT
               MOVE PDSGET-RECORD80 TO WS-HOLD-LINE(WS-HOLD-COUNT)
               IF WS-CT-DECIDED = 'Y'
                  OR WS-CT-SCANNED NOT < WS-CT-SCAN-MAX
                   PERFORM 520-RELEASE-HELD.
           PERFORM 900-CALL-PDSGET.

      *    THE CONTENT TYPE IS NOW AS SETTLED AS IT WILL GET - PICK
      *    THE RULE SET AND CHECK THE RECORDS HELD SO FAR.
       520-RELEASE-HELD.
           MOVE 'Y' TO WS-RELEASED.
           PERFORM 530-SET-RULE-SET.
           PERFORM 521-RELEASE-ONE
               VARYING WS-HOLD-IDX FROM 1 BY 1
                 UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.

       521-RELEASE-ONE.
           MOVE WS-HOLD-LINE(WS-HOLD-IDX) TO WS-CHK-LINE.
           MOVE WS-HOLD-IDX               TO WS-CHK-LINE-NO.
           PERFORM 550-CHECK-LINE.

       530-SET-RULE-SET.
           IF WS-CT-TYPE = 'COBOL'
               MOVE 'Y' TO WS-DO-LOWER, WS-DO-COBOL
           ELSE
           IF WS-CT-TYPE = 'COPYBOOK'
               MOVE 'Y' TO WS-DO-LOWER
           ELSE
           IF WS-CT-TYPE = 'JCL'
               MOVE 'Y' TO WS-DO-LOWER, WS-DO-JCL.
           IF WS-CT-TYPE = SPACES
               MOVE 'OTHER'    TO WS-MEMBER-TYPE
           ELSE
               MOVE WS-CT-TYPE TO WS-MEMBER-TYPE.

      *    APPLIES THE LINE RULES TO WS-CHK-LINE.  ONE CHARACTER PASS
      *    FINDS BOTH TABS AND LOWERCASE; EACH RULE IS REPORTED AT
      *    MOST ONCE PER LINE.  THE LOWERCASE RULE COVERS COLUMNS
      *    8-72 OF A COBOL OR COPYBOOK LINE THAT IS NOT A COMMENT,
      *    AND COLUMNS 3-71 OF A JCL STATEMENT THAT IS NOT A '//*'
      *    COMMENT - INSTREAM DATA IS LEFT ALONE.
       550-CHECK-LINE.
           MOVE 'N'   TO WS-LINE-TAB, WS-LINE-LOWER.
           MOVE SPACE TO WS-IN-QUOTE.
           MOVE ZERO  TO WS-LC-FROM, WS-LC-TO.
           IF WS-DO-LOWER = 'Y' AND WS-DO-JCL = 'Y'
              AND WS-CHK-LINE(1:2) = '//'
              AND WS-CHK-LINE(3:1) NOT = '*'
               MOVE 3  TO WS-LC-FROM
               MOVE 71 TO WS-LC-TO.
           IF WS-DO-LOWER = 'Y' AND WS-DO-JCL = 'N'
              AND WS-CHK-LINE(7:1) NOT = '*'
              AND WS-CHK-LINE(7:1) NOT = '/'
               MOVE 8  TO WS-LC-FROM
               MOVE 72 TO WS-LC-TO.
           PERFORM 551-TEST-CHAR
               VARYING WS-COL FROM 1 BY 1
                 UNTIL WS-COL > 80.
           IF WS-DO-JCL = 'Y'
               PERFORM 560-CHECK-JCL THRU 560-EXIT.
           IF WS-DO-COBOL = 'Y'
               PERFORM 555-CHECK-COBOL-HEADER.
           MOVE WS-CHK-LINE    TO WS-VIO-TEXT.
           MOVE WS-CHK-LINE-NO TO WS-VIO-LINE-NO.
           IF WS-CHK-LINE(73:8) NOT = SPACES
               MOVE WS-R-COL72 TO WS-VIO-RULE
               PERFORM 700-PRINT-VIOLATION THRU 700-EXIT.
           IF WS-LINE-TAB = 'Y'
               MOVE WS-R-TABS  TO WS-VIO-RULE
               PERFORM 700-PRINT-VIOLATION THRU 700-EXIT.
           IF WS-LINE-LOWER = 'Y'
               MOVE WS-R-LOWER TO WS-VIO-RULE
               PERFORM 700-PRINT-VIOLATION THRU 700-EXIT.

       551-TEST-CHAR.
           MOVE WS-CHK-LINE(WS-COL:1) TO WS-CHK-CHAR.
           IF WS-CHK-CHAR = WS-TAB-EBCDIC OR WS-CHK-CHAR = WS-TAB-ASCII
               MOVE 'Y' TO WS-LINE-TAB.
           IF WS-COL < WS-LC-FROM OR WS-COL > WS-LC-TO
               NEXT SENTENCE
           ELSE
           IF WS-IN-QUOTE NOT = SPACE
               IF WS-CHK-CHAR = WS-IN-QUOTE
                   MOVE SPACE TO WS-IN-QUOTE
               ELSE
                   NEXT SENTENCE
           ELSE
           IF WS-CHK-CHAR = QUOTE OR WS-CHK-CHAR = ''''
               MOVE WS-CHK-CHAR TO WS-IN-QUOTE
           ELSE
           IF WS-CHK-CHAR IS ALPHABETIC-LOWER
              AND WS-CHK-CHAR NOT = SPACE
               MOVE 'Y' TO WS-LINE-LOWER.

      *    AUTHOR AND REMARKS ARE LOOKED FOR IN COLUMN 8, WHERE THIS
      *    SHOP'S SOURCE FORMAT ALWAYS STARTS THEM.
       555-CHECK-COBOL-HEADER.
           IF WS-CHK-LINE(7:1) NOT = '*' AND WS-CHK-LINE(7:1) NOT = '/'
              AND WS-CHK-LINE(8:7) = 'AUTHOR.'
               MOVE 'Y' TO WS-HAS-AUTHOR.
           IF WS-CHK-LINE(7:1) NOT = '*' AND WS-CHK-LINE(7:1) NOT = '/'
              AND WS-CHK-LINE(8:8) = 'REMARKS.'
               MOVE 'Y' TO WS-HAS-REMARKS.

      *    JCL STATEMENT RULES.  A CONTINUATION OF AN OPEN JOB
      *    STATEMENT IS ONLY SCANNED FOR ITS KEYWORDS; ANY OTHER CARD
      *    CLOSES THE JOB STATEMENT FIRST.  THE NAME FIELD STARTS IN
      *    COLUMN 3 AND IS EMPTY WHEN COLUMN 3 IS BLANK; THE
      *    OPERATION IS THE NEXT WORD.
       560-CHECK-JCL.
           IF WS-IN-JOB = 'Y'
               IF WS-JOB-CONTINUED = 'Y'
                  AND WS-CHK-LINE(1:3) = '// '
                   PERFORM 565-SCAN-JOB-KEYWORDS
                   PERFORM 567-TEST-CONTINUED
                   GO TO 560-EXIT
               ELSE
                   PERFORM 570-CLOSE-JOB-CARD.
           IF WS-CHK-LINE(1:2) NOT = '//' OR WS-CHK-LINE(3:1) = '*'
               GO TO 560-EXIT.
           MOVE 3 TO WS-JCL-COL.
           PERFORM 561-NEXT-JCL-COL
               UNTIL WS-JCL-COL > 71
                  OR WS-CHK-LINE(WS-JCL-COL:1) = SPACE.
           PERFORM 561-NEXT-JCL-COL
               UNTIL WS-JCL-COL > 71
                  OR WS-CHK-LINE(WS-JCL-COL:1) NOT = SPACE.
           IF WS-JCL-COL > 71
               GO TO 560-EXIT.
           IF WS-CHK-LINE(WS-JCL-COL:5) = 'EXEC '
              AND WS-CHK-LINE(3:1) = SPACE
               MOVE WS-R-STEPNAME  TO WS-VIO-RULE
               MOVE WS-CHK-LINE    TO WS-VIO-TEXT
               MOVE WS-CHK-LINE-NO TO WS-VIO-LINE-NO
               PERFORM 700-PRINT-VIOLATION THRU 700-EXIT.
           IF WS-CHK-LINE(WS-JCL-COL:4) = 'JOB '
               MOVE 'Y'            TO WS-IN-JOB
               MOVE WS-CHK-LINE-NO TO WS-JOB-LINE-NO
               MOVE 'N'            TO WS-JOB-HAS-CLASS,
                                      WS-JOB-HAS-MSGCLASS
               PERFORM 565-SCAN-JOB-KEYWORDS
               PERFORM 567-TEST-CONTINUED.
       560-EXIT.
           EXIT.

       561-NEXT-JCL-COL.
           ADD 1 TO WS-JCL-COL.

      *    CLASS= ONLY COUNTS AS A KEYWORD OF ITS OWN - PRECEDED BY A
      *    COMMA OR BLANK - SO MSGCLASS= DOES NOT SATISFY IT.
       565-SCAN-JOB-KEYWORDS.
           PERFORM 566-TEST-KEYWORD
               VARYING WS-JCL-COL FROM 3 BY 1
                 UNTIL WS-JCL-COL > 66.

       566-TEST-KEYWORD.
           IF WS-CHK-LINE(WS-JCL-COL:9) = 'MSGCLASS='
               MOVE 'Y' TO WS-JOB-HAS-MSGCLASS.
           IF WS-CHK-LINE(WS-JCL-COL:6) = 'CLASS='
              AND (WS-CHK-LINE(WS-JCL-COL - 1:1) = ','
                   OR WS-CHK-LINE(WS-JCL-COL - 1:1) = SPACE)
               MOVE 'Y' TO WS-JOB-HAS-CLASS.

      *    THE STATEMENT IS CONTINUED WHEN THE LAST NON-BLANK IN
      *    COLUMNS 3-71 IS A COMMA.
       567-TEST-CONTINUED.
           MOVE 71 TO WS-JCL-COL.
           PERFORM 568-PRIOR-JCL-COL
               UNTIL WS-JCL-COL < 3
                  OR WS-CHK-LINE(WS-JCL-COL:1) NOT = SPACE.
           IF WS-JCL-COL < 3
               MOVE 'N' TO WS-JOB-CONTINUED
           ELSE
           IF WS-CHK-LINE(WS-JCL-COL:1) = ','
               MOVE 'Y' TO WS-JOB-CONTINUED
           ELSE
               MOVE 'N' TO WS-JOB-CONTINUED.

       568-PRIOR-JCL-COL.
           SUBTRACT 1 FROM WS-JCL-COL.

      *    THE JOB STATEMENT HAS ENDED - REPORT IT AGAINST THE JOB
      *    CARD'S OWN LINE IF EITHER KEYWORD NEVER TURNED UP.
       570-CLOSE-JOB-CARD.
           MOVE 'N'            TO WS-IN-JOB.
           MOVE WS-R-JOBCLASS  TO WS-VIO-RULE.
           MOVE WS-JOB-LINE-NO TO WS-VIO-LINE-NO.
           IF WS-JOB-HAS-CLASS = 'N' AND WS-JOB-HAS-MSGCLASS = 'N'
               MOVE 'JOB CARD HAS NO CLASS= AND NO MSGCLASS='
                                    TO WS-VIO-TEXT
               PERFORM 700-PRINT-VIOLATION THRU 700-EXIT
           ELSE
           IF WS-JOB-HAS-CLASS = 'N'
               MOVE 'JOB CARD HAS NO CLASS=' TO WS-VIO-TEXT
               PERFORM 700-PRINT-VIOLATION THRU 700-EXIT
           ELSE
           IF WS-JOB-HAS-MSGCLASS = 'N'
               MOVE 'JOB CARD HAS NO MSGCLASS=' TO WS-VIO-TEXT
               PERFORM 700-PRINT-VIOLATION THRU 700-EXIT.

       600-CLOSE-PDS.
           MOVE PDSGET-REQUEST-CLOSE TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 4
               DISPLAY 'CLOSE FAILED (RC=4)'
           ELSE
           IF RETURN-CODE EQUAL 8
               DISPLAY 'CLOSE FAILED (RC=8); EXECUTION TERMINATED'
               STOP RUN.

      *    THE SAME RECIPE PDSUNLDC'S 690-INIT-CONTENT-TYPE AND
      *    691-SCAN-CONTENT-TYPE USE - KEEP THEM IN SYNC.  JCL IS
      *    RECOGNIZED BY A LEADING '//' IN COLUMN 1; COBOL BY
      *    'IDENTIFICATION DIVISION' IN COLUMN 8; COPYBOOK BY A BARE
      *    LEVEL-NUMBER ENTRY IN COLUMNS 8-10 ON A LINE THAT ISN'T A
      *    COLUMN-7 COMMENT, WITH NO IDENTIFICATION DIVISION AHEAD OF
      *    IT.
       690-INIT-CONTENT-TYPE.
           MOVE ZERO   TO WS-CT-SCANNED.
           MOVE 'N'    TO WS-CT-DECIDED.
           MOVE SPACES TO WS-CT-TYPE.

       691-SCAN-CONTENT-TYPE.
           IF WS-CT-DECIDED = 'N' AND WS-CT-SCANNED < WS-CT-SCAN-MAX
               ADD 1 TO WS-CT-SCANNED
               IF PDSGET-RECORD80(1:2) = '//'
                   MOVE 'JCL'       TO WS-CT-TYPE
                   MOVE 'Y'         TO WS-CT-DECIDED
               ELSE
               IF PDSGET-RECORD80(8:23) = 'IDENTIFICATION DIVISION'
                   MOVE 'COBOL'     TO WS-CT-TYPE
                   MOVE 'Y'         TO WS-CT-DECIDED
               ELSE
               IF PDSGET-RECORD80(7:1) NOT = '*'
                  AND PDSGET-RECORD80(8:1) IS NUMERIC
                  AND PDSGET-RECORD80(9:1) IS NUMERIC
                  AND PDSGET-RECORD80(10:1) = SPACE
                   MOVE 'COPYBOOK'  TO WS-CT-TYPE
                   MOVE 'Y'         TO WS-CT-DECIDED.

      *    ONE VIOLATION LINE, IF THE RULE IS SWITCHED ON, CHARGED TO
      *    THE MEMBER'S SCORE AND THE RULE'S HIT COUNT.  A MEMBER-
      *    WIDE FINDING (LINE ZERO) LEAVES THE LINE COLUMN BLANK.
       700-PRINT-VIOLATION.
           IF WS-RULE-ON(WS-VIO-RULE) NOT = 'Y'
               GO TO 700-EXIT.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM PH-LINE-2
               MOVE 3     TO WS-LINE-CNT.
           MOVE SPACES                   TO DL-DETAIL-LINE.
           MOVE WS-CURRENT-DDNAME        TO DL-DDNAME.
           MOVE PDSGET-MEMBER            TO DL-MEMBER.
           IF WS-VIO-LINE-NO > ZERO
               MOVE WS-VIO-LINE-NO       TO DL-LINE-NO.
           MOVE WS-RULE-NAME(WS-VIO-RULE) TO DL-RULE.
           MOVE WS-RULE-SEV(WS-VIO-RULE)  TO DL-SEV.
           MOVE WS-VIO-TEXT              TO DL-TEXT.
           WRITE PF-PRINT-LINE FROM DL-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-MEMBER-VIOLATIONS.
           ADD 1 TO WS-VIOLATION-COUNT.
           ADD 1 TO WS-RULE-HITS(WS-VIO-RULE).
           ADD WS-RULE-SEV(WS-VIO-RULE) TO WS-MEMBER-POINTS.
       700-EXIT.
           EXIT.

       710-PRINT-SCORE.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM PH-LINE-2
               MOVE 3     TO WS-LINE-CNT.
           MOVE WS-CURRENT-DDNAME    TO SC-DDNAME.
           MOVE PDSGET-MEMBER        TO SC-MEMBER.
           MOVE WS-MEMBER-SCORE      TO SC-SCORE.
           MOVE WS-MEMBER-TYPE       TO SC-TYPE.
           MOVE WS-MEMBER-USERID     TO SC-USERID.
           MOVE WS-MEMBER-VIOLATIONS TO SC-VIOLATIONS.
           WRITE PF-PRINT-LINE FROM SC-SCORE-LINE.
           ADD 1 TO WS-LINE-CNT.

      *    TALLIES THE MEMBER JUST SCORED AGAINST ITS USERID, ADDING
      *    A NEW ROW THE FIRST TIME A USERID IS SEEN.
       720-ACCUM-USERID.
           MOVE 'N' TO WS-US-FOUND.
           PERFORM 721-SEARCH-USERID
               VARYING WS-US-IDX FROM 1 BY 1
                 UNTIL WS-US-IDX > WS-US-COUNT-ENTRIES
                    OR WS-US-FOUND = 'Y'.
           IF WS-US-FOUND = 'N'
               IF WS-US-COUNT-ENTRIES < 200
                   ADD 1 TO WS-US-COUNT-ENTRIES
                   MOVE WS-US-COUNT-ENTRIES TO WS-US-IDX
                   MOVE WS-MEMBER-USERID    TO WS-US-USERID(WS-US-IDX)
                   PERFORM 722-TALLY-ROW
               ELSE
                   DISPLAY 'USERID TABLE FULL AT 200 USERIDS; '
                           WS-MEMBER-USERID ' NOT TRACKED'.

       721-SEARCH-USERID.
           IF WS-US-USERID(WS-US-IDX) = WS-MEMBER-USERID
               PERFORM 722-TALLY-ROW
               MOVE 'Y' TO WS-US-FOUND.

       722-TALLY-ROW.
           ADD 1                    TO WS-US-MEMBERS(WS-US-IDX).
           ADD WS-MEMBER-VIOLATIONS TO WS-US-VIOLATIONS(WS-US-IDX).
           ADD WS-MEMBER-SCORE      TO WS-US-SCORE-SUM(WS-US-IDX).
           IF WS-MEMBER-VIOLATIONS = ZERO
               ADD 1                TO WS-US-CLEAN(WS-US-IDX).

      *    SORTS THE USERID TABLE INTO ASCENDING USERID SEQUENCE - THE
      *    SAME SMALL SELECTION SORT AS PDSUNLDC'S 730-SORT-USERID-
      *    TABLE.
       730-SORT-USERID-TABLE.
           IF WS-US-COUNT-ENTRIES > 1
               PERFORM 731-SORT-OUTER
                   VARYING WS-US-OUTER FROM 1 BY 1
                     UNTIL WS-US-OUTER >= WS-US-COUNT-ENTRIES.

       731-SORT-OUTER.
           MOVE WS-US-OUTER TO WS-US-MIN-IDX.
           PERFORM 732-SORT-INNER
               VARYING WS-US-INNER FROM WS-US-OUTER BY 1
                 UNTIL WS-US-INNER > WS-US-COUNT-ENTRIES.
           IF WS-US-MIN-IDX NOT = WS-US-OUTER
               PERFORM 733-SWAP-ENTRIES.

       732-SORT-INNER.
           IF WS-US-USERID(WS-US-INNER) < WS-US-USERID(WS-US-MIN-IDX)
               MOVE WS-US-INNER TO WS-US-MIN-IDX.

       733-SWAP-ENTRIES.
           MOVE WS-US-ENTRY(WS-US-OUTER)   TO WS-US-SWAP-ENTRY.
           MOVE WS-US-ENTRY(WS-US-MIN-IDX) TO WS-US-ENTRY(WS-US-OUTER).
           MOVE WS-US-SWAP-ENTRY           TO
                WS-US-ENTRY(WS-US-MIN-IDX).

      *    THE SUMMARY PAGE - ONE LINE PER USERID IN ASCENDING ORDER,
      *    A TOTAL LINE THAT AGREES WITH THE MEMBERS CHECKED, AND THE
      *    SETTING AND HIT COUNT OF EVERY RULE.
       740-PRINT-SUMMARY.
           PERFORM 730-SORT-USERID-TABLE.
           WRITE PF-PRINT-LINE FROM SH-PAGE-HEADING.
           WRITE PF-PRINT-LINE FROM SH-LINE-2.
           MOVE 3 TO WS-LINE-CNT.
           PERFORM 741-PRINT-USERID-LINE
               VARYING WS-US-OUTER FROM 1 BY 1
                 UNTIL WS-US-OUTER > WS-US-COUNT-ENTRIES.
           MOVE '0'                TO SH-CC.
           MOVE 'TOTAL'            TO SH-USERID.
           MOVE WS-MEMBER-COUNT    TO SH-MEMBERS.
           MOVE WS-CLEAN-COUNT     TO SH-CLEAN.
           MOVE WS-VIOLATION-COUNT TO SH-VIOLATIONS.
           MOVE ZERO               TO WS-AVG-SCORE.
           IF WS-MEMBER-COUNT > ZERO
               COMPUTE WS-AVG-SCORE ROUNDED =
                       WS-SCORE-SUM / WS-MEMBER-COUNT.
           MOVE WS-AVG-SCORE       TO SH-AVG-SCORE.
           WRITE PF-PRINT-LINE FROM SH-DETAIL-LINE.
           WRITE PF-PRINT-LINE FROM RH-RULE-HEADING.
           PERFORM 745-PRINT-RULE-LINE
               VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > WS-RULE-COUNT.

       741-PRINT-USERID-LINE.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM SH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM SH-LINE-2
               MOVE 3     TO WS-LINE-CNT.
           MOVE SPACE                        TO SH-CC.
           MOVE WS-US-USERID(WS-US-OUTER)    TO SH-USERID.
           MOVE WS-US-MEMBERS(WS-US-OUTER)   TO SH-MEMBERS.
           MOVE WS-US-CLEAN(WS-US-OUTER)     TO SH-CLEAN.
           MOVE WS-US-VIOLATIONS(WS-US-OUTER) TO SH-VIOLATIONS.
           COMPUTE WS-AVG-SCORE ROUNDED =
                   WS-US-SCORE-SUM(WS-US-OUTER)
                 / WS-US-MEMBERS(WS-US-OUTER).
           MOVE WS-AVG-SCORE                 TO SH-AVG-SCORE.
           WRITE PF-PRINT-LINE FROM SH-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.

       745-PRINT-RULE-LINE.
           MOVE WS-RULE-NAME(WS-RULE-IDX) TO RL-RULE.
           IF WS-RULE-ON(WS-RULE-IDX) = 'Y'
               MOVE 'ON'                  TO RL-SETTING
           ELSE
               MOVE 'OFF'                 TO RL-SETTING.
           MOVE WS-RULE-SEV(WS-RULE-IDX)  TO RL-SEV.
           MOVE WS-RULE-HITS(WS-RULE-IDX) TO RL-HITS.
           WRITE PF-PRINT-LINE FROM RL-RULE-LINE.

      *    ONE 'CHECK INCOMPLETE' LINE PER LIBRARY, HOWEVER MANY
      *    TIMES THE CONFLICT SURFACES ON THE WAY OUT OF IT.
       820-PRINT-BUSY.
           MOVE 'Y' TO WS-ANY-BUSY.
           IF WS-BUSY-NOTED = 'N'
               MOVE 'Y' TO WS-BUSY-NOTED
               PERFORM 821-WRITE-BUSY-LINE.

       821-WRITE-BUSY-LINE.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM PH-LINE-2
               MOVE 3     TO WS-LINE-CNT.
           MOVE WS-CURRENT-DDNAME TO BL-DDNAME.
           WRITE PF-PRINT-LINE FROM BL-BUSY-LINE.
           ADD 1 TO WS-LINE-CNT.

       810-PRINT-ALIAS.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM PH-LINE-2
               MOVE 3     TO WS-LINE-CNT.
           MOVE WS-CURRENT-DDNAME  TO AL-DDNAME.
           MOVE PDSGET-MEMBER      TO AL-MEMBER.
           MOVE WS-TRUE-NAME       TO AL-TRUE-NAME.
           WRITE PF-PRINT-LINE FROM AL-ALIAS-LINE.
           ADD 1 TO WS-LINE-CNT.

       900-CALL-PDSGET.
           CALL 'GETPDS'   USING PDSGET-REQUEST,
                                 PDSGET-MEMBER,
                                 PDSGET-RECORD.
