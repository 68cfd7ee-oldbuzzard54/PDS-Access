            THE SAME WAY PDSHISTC'S PERIOD IS WHATEVER HIST-FILE
            HOLDS; THIS PROGRAM DOES NOT FILTER BY DATE ITSELF.

            A SECOND PAGE CHECKS THE SLICE AGAINST THE SCHEDULE ON
            SCHED-FILE - ONE CARD PER SUITE PROGRAM THAT IS EXPECTED
            TO RUN, WITH THE DAYS IT RUNS AND THE LATEST ACCEPTABLE
            COMPLETION TIME - FOR THE BUSINESS DATE, SO A JOB THAT
            NEVER RAN AT ALL SHOWS UP INSTEAD OF LEAVING A QUIET
            PAGE.  EVERY SCHEDULED PROGRAM DUE ON THE BUSINESS DATE
            THAT DID NOT RUN IS REPORTED 'MISSED', ONE WHOSE FIRST
            RUN FINISHED AFTER ITS DEADLINE 'LATE', AND ONE THAT RAN
            MORE THAN ONCE 'RAN TWICE'.  RETURN CODE 8 MEANS A RUN
            WAS MISSED (OR A SCHEDULE CARD IS BAD); RETURN CODE 4
            MEANS ONLY LATE OR DOUBLE RUNS - EITHER WAY THE
            SCHEDULER CAN PAGE ON-CALL OFF THE STEP.

            SCHEDULE CARD LAYOUT (A '*' IN COLUMN 1 IS A COMMENT):

            BUSDATE=YYYYMMDD   OPTIONAL, FIRST CARD ONLY - THE
                               BUSINESS DATE TO CHECK.  WITHOUT IT
                               THE EARLIEST RUN DATE IN THE SLICE IS
                               USED (TODAY'S DATE IF THE SLICE IS
                               EMPTY).
            COLS  1-8          PROGRAM NAME, AS IN JRNL-PROGRAM.
            COLS 10-17         DAYS IT RUNS - DAILY, WEEKDAYS (MON
                               THRU FRI), MONTHEND (LAST CALENDAR
                               DAY OF THE MONTH), OR ONE WEEKDAY AS
                               MON, TUE, WED, THU, FRI, SAT, SUN.
            COLS 19-22         LATEST ACCEPTABLE COMPLETION, HHMM.
            COLS 24-25         '+1' WHEN THE DEADLINE FALLS ON THE
                               NEXT CALENDAR DAY (AN OVERNIGHT JOB),
                               OTHERWISE BLANK.
            COLS 27-56         DESCRIPTION, PRINTED ON EXCEPTIONS.

            A RUN COUNTS TOWARD THE BUSINESS DATE WHEN IT FINISHED ON
            THAT DATE.  FOR A '+1' CARD THE WINDOW INSTEAD OPENS AT
            THE DUE TIME ON THE BUSINESS DATE AND RUNS TO THE END OF
            THE NEXT DAY - A FINISH ON THE BUSINESS DATE AT OR BEFORE
            THE DUE TIME IS THE PREVIOUS NIGHT'S CYCLE, NOT THIS ONE.

            VERSION     DATE     COMMENTS
            -------   ---------  ---------------------------------
             1.0.0    09/2026    ORIGINAL VERSION.
             1.1.0    10/15/2026 ADDED THE SCHEDULE CHECK - SCHED-
                                 FILE LISTS THE RUNS EXPECTED EACH
                                 DAY AND A SECOND PAGE REPORTS ANY
                                 MISSED, LATE, OR DOUBLE RUN FOR
                                 THE BUSINESS DATE, WITH A NONZERO
                                 RETURN CODE FOR THE SCHEDULER.
             1.2.0    10/15/2026 A '+1' CARD NO LONGER COUNTS THE
                                 PREVIOUS NIGHT'S RUN, WHICH ALSO
                                 FINISHES EARLY ON THE BUSINESS
                                 DATE - ONLY A FINISH AFTER THE DUE
                                 TIME ON THE BUSINESS DATE, OR ANY
                                 TIME THE NEXT DAY, BELONGS TO IT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE   ASSIGN TO UT-S-JRNLIN.
           SELECT PRINT-FILE  ASSIGN TO UT-S-PRINTER.
           SELECT SCHED-FILE  ASSIGN TO UT-S-SCHEDIN.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS.
       01  PF-PRINT-LINE               PIC X(133).

      *    ONE CARD PER SCHEDULED RUN - SEE THE LAYOUT IN THE REMARKS.
       FD  SCHED-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SCH-CARD.
           05  SCH-PROGRAM             PIC X(8).
           05  FILLER                  PIC X.
           05  SCH-DAYS                PIC X(8).
           05  FILLER                  PIC X.
           05  SCH-DUE-TIME            PIC X(4).
           05  SCH-DUE-TIME-9          REDEFINES SCH-DUE-TIME
                                       PIC 9(4).
           05  FILLER                  PIC X.
           05  SCH-DUE-DAY             PIC X(2).
           05  FILLER                  PIC X.
           05  SCH-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(24).
       01  SCH-DATE-CARD.
           05  SCH-DATE-TAG            PIC X(8).
           05  SCH-DATE-VALUE          PIC X(8).
           05  SCH-DATE-VALUE-9        REDEFINES SCH-DATE-VALUE
                                       PIC 9(8).
           05  FILLER                  PIC X(64).

       WORKING-STORAGE SECTION.

       77  WS-JRNL-EOF                 PIC X     VALUE 'N'.
       77  WS-LINE-CNT                 PIC S9(4) COMP SYNC VALUE +57.
       77  WS-LINE-MAX                 PIC S9(4) COMP SYNC VALUE +56.

      *    EVERY RUN IN THE SLICE IS KEPT HERE FOR THE SCHEDULE CHECK
      *    - ITS PROGRAM AND WHEN IT FINISHED (DATE PLUS HHMM, SO ONE
      *    COMPARE ORDERS TWO RUNS OR A RUN AND A DEADLINE).  A SLICE
      *    OF MORE THAN 1000 RUNS IS CHECKED ON ITS FIRST 1000, WITH A
      *    WARNING ON THE EXCEPTION PAGE.
       01  WS-RUN-TABLE.
           05  WS-RT-ENTRY             OCCURS 1000 TIMES.
               10  WS-RT-PROGRAM       PIC X(8)  VALUE SPACES.
               10  WS-RT-STAMP.
                   15  WS-RT-DATE      PIC 9(8)  VALUE ZERO.
                   15  WS-RT-HHMM      PIC 9(4)  VALUE ZERO.
       77  WS-RT-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-RT-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-RT-FULL                  PIC X     VALUE 'N'.

       77  WS-SCHED-EOF                PIC X     VALUE 'N'.
       77  WS-FIRST-RUN-DATE           PIC 9(8)  VALUE ZERO.
       77  WS-ENTRY-COUNT              PIC 9(5)  VALUE ZERO.
       77  WS-DUE-COUNT                PIC 9(5)  VALUE ZERO.
       77  WS-MISSED-COUNT             PIC 9(5)  VALUE ZERO.
       77  WS-LATE-COUNT               PIC 9(5)  VALUE ZERO.
       77  WS-TWICE-COUNT              PIC 9(5)  VALUE ZERO.
       77  WS-BAD-CARD-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-ENTRY-DUE                PIC X     VALUE 'N'.
       77  WS-CARD-ERROR               PIC X(30) VALUE SPACES.
       77  WS-MATCH-COUNT              PIC 9(4)  VALUE ZERO.

      *    THE BUSINESS DATE, THE DAY AFTER IT, AND ITS DAY OF THE
      *    WEEK.  THE NEXT DAY ANSWERS BOTH '+1' DEADLINES AND THE
      *    MONTH-END TEST (THE BUSINESS DATE IS MONTH-END WHEN THE
      *    NEXT DAY IS THE 1ST).
       01  WS-BUS-DATE.
           05  WS-BUS-YYYY             PIC 9(4).
           05  WS-BUS-MM               PIC 99.
           05  WS-BUS-DD               PIC 99.
       01  WS-BUS-DATE-9               REDEFINES WS-BUS-DATE
                                       PIC 9(8).
       01  WS-NEXT-DATE.
           05  WS-NEXT-YYYY            PIC 9(4).
           05  WS-NEXT-MM              PIC 99.
           05  WS-NEXT-DD              PIC 99.
       01  WS-NEXT-DATE-9              REDEFINES WS-NEXT-DATE
                                       PIC 9(8).
       77  WS-BUS-DAY-NAME             PIC X(3)  VALUE SPACES.
       77  WS-MONTH-END                PIC X     VALUE 'N'.

       01  WS-MONTH-DAYS-VALUES        PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE         REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 99    OCCURS 12 TIMES.
       77  WS-DAYS-IN-MONTH            PIC 99    VALUE ZERO.
       77  WS-LEAP-REM-4               PIC 9(4)  VALUE ZERO.
       77  WS-LEAP-REM-100             PIC 9(4)  VALUE ZERO.
       77  WS-LEAP-REM-400             PIC 9(4)  VALUE ZERO.

      *    ZELLER'S CONGRUENCE WORK AREAS.  THE REMAINDER COMES BACK
      *    0 FOR SATURDAY, 1 FOR SUNDAY, 2 FOR MONDAY ... 6 FOR
      *    FRIDAY - WS-DAY-NAMES IS LAID OUT IN THAT ORDER.
       01  WS-DAY-NAME-VALUES          PIC X(21) VALUE
               'SATSUNMONTUEWEDTHUFRI'.
       01  WS-DAY-NAME-TABLE           REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAMES            PIC X(3)  OCCURS 7 TIMES.
       77  WS-Z-MONTH                  PIC 9(4)  VALUE ZERO.
       77  WS-Z-YEAR                   PIC 9(4)  VALUE ZERO.
       77  WS-Z-CENTURY                PIC 9(4)  VALUE ZERO.
       77  WS-Z-YEAR-OF-CENT           PIC 9(4)  VALUE ZERO.
       77  WS-Z-TERM                   PIC 9(6)  VALUE ZERO.
       77  WS-Z-SUM                    PIC 9(6)  VALUE ZERO.
       77  WS-Z-QUOTIENT               PIC 9(6)  VALUE ZERO.
       77  WS-Z-DAY                    PIC 9     VALUE ZERO.

      *    THE CURRENT CARD'S DEADLINE AND THE EARLIEST FINISH AMONG
      *    THE RUNS THAT COUNT FOR IT - SAME SHAPE AS WS-RT-STAMP.
       01  WS-DUE-STAMP.
           05  WS-DUE-DATE             PIC 9(8)  VALUE ZERO.
           05  WS-DUE-HHMM             PIC 9(4)  VALUE ZERO.
       01  WS-FIRST-STAMP.
           05  WS-FIRST-DATE           PIC 9(8)  VALUE ZERO.
           05  WS-FIRST-HHMM           PIC 9(4)  VALUE ZERO.

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSJRNSC V1.2.0  DAILY OPERATIONS SUMMARY'.
       01  PH-LINE-2.
           05  FILLER                  PIC X(50)  VALUE
               '0PROGRAM   RUN-DATE  RUN-TIME   LIBS    MEMBERS'.
               '   MEMBERS ='.
           05  SL-MEMBERS              PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(35).
       01  XH-SCHEDULE-HEADING.
           05  FILLER                  PIC X(51)  VALUE
               '1PDSJRNSC V1.2.0  SCHEDULE CHECK FOR BUSINESS DATE '.
           05  XH-BUS-DATE             PIC 9(8)   VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE ' ('.
           05  XH-DAY-NAME             PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X      VALUE ')'.
           05  XH-MONTH-END            PIC X(12)  VALUE SPACES.
           05  FILLER                  PIC X(56)  VALUE SPACES.
       01  XH-LINE-2.
           05  FILLER                  PIC X(11)  VALUE '0PROGRAM'.
           05  FILLER                  PIC X(10)  VALUE 'DAYS'.
           05  FILLER                  PIC X(16)  VALUE 'DUE BY'.
           05  FILLER                  PIC X(12)  VALUE 'EXCEPTION'.
           05  FILLER                  PIC X(6)   VALUE 'RUNS'.
           05  FILLER                  PIC X(16)  VALUE
               'FIRST FINISH'.
           05  FILLER                  PIC X(62)  VALUE
               'DESCRIPTION'.
       01  XL-EXCEPTION-LINE.
           05  CC                      PIC X.
           05  XL-PROGRAM              PIC X(8).
           05  FILLER                  PIC XX.
           05  XL-DAYS                 PIC X(8).
           05  FILLER                  PIC XX.
           05  XL-DUE-DATE             PIC X(8).
           05  FILLER                  PIC X.
           05  XL-DUE-TIME             PIC X(5).
           05  FILLER                  PIC XX.
           05  XL-EXCEPTION            PIC X(10).
           05  FILLER                  PIC XX.
           05  XL-RUNS                 PIC ZZZ9.
           05  FILLER                  PIC XX.
           05  XL-FIRST-DATE           PIC X(8).
           05  FILLER                  PIC X.
           05  XL-FIRST-TIME           PIC X(5).
           05  FILLER                  PIC XX.
           05  XL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(32).
       01  XN-NOTE-LINE.
           05  FILLER                  PIC X      VALUE '0'.
           05  XN-NOTE                 PIC X(60)  VALUE SPACES.
           05  FILLER                  PIC X(72)  VALUE SPACES.
       01  XT-TOTAL-LINE.
           05  CC                      PIC X.
           05  XT-LABEL                PIC X(24).
           05  XT-COUNT                PIC ZZZZ9.
           05  FILLER                  PIC X(103).

       PROCEDURE DIVISION.

           MOVE WS-TOTAL-MEMBERS   TO SL-MEMBERS.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.

           PERFORM 300-CHECK-SCHEDULE THRU 300-EXIT.

           DISPLAY 'RUNS SUMMARIZED=' WS-RUN-COUNT.
           DISPLAY 'RUNS NEEDING ATTENTION=' WS-ATTENTION-COUNT.
           DISPLAY 'SCHEDULED RUNS DUE=' WS-DUE-COUNT.
           DISPLAY 'MISSED=' WS-MISSED-COUNT ' LATE=' WS-LATE-COUNT
                   ' RAN TWICE=' WS-TWICE-COUNT.
           DISPLAY 'PDSJRNSC CONCLUDED'.
           CLOSE JRNL-FILE, PRINT-FILE.
           IF WS-MISSED-COUNT > ZERO
              OR WS-BAD-CARD-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-LATE-COUNT > ZERO
              OR WS-TWICE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE.

           GOBACK.

           ADD JRNL-LIBRARIES  TO WS-TOTAL-LIBRARIES.
           ADD JRNL-MEMBERS    TO WS-TOTAL-MEMBERS.
           PERFORM 800-PRINT-RUN.
           PERFORM 210-STORE-RUN.
           PERFORM 100-READ-JOURNAL.

       210-STORE-RUN.
           IF WS-FIRST-RUN-DATE = ZERO
              OR JRNL-RUN-DATE < WS-FIRST-RUN-DATE
               MOVE JRNL-RUN-DATE TO WS-FIRST-RUN-DATE.
           IF WS-RT-COUNT < 1000
               ADD 1 TO WS-RT-COUNT
               MOVE JRNL-PROGRAM  TO WS-RT-PROGRAM(WS-RT-COUNT)
               MOVE JRNL-RUN-DATE TO WS-RT-DATE(WS-RT-COUNT)
               MOVE JRNL-RUN-TIME(1:4) TO WS-RT-HHMM(WS-RT-COUNT)
           ELSE
               MOVE 'Y' TO WS-RT-FULL.

      *    THE SCHEDULE CHECK.  THE BUSINESS DATE IS SETTLED FIRST
      *    (A BUSDATE= CARD, ELSE THE SLICE'S EARLIEST RUN DATE, ELSE
      *    TODAY), THEN EVERY SCHEDULE CARD IS TESTED AGAINST THE RUN
      *    TABLE ON ITS OWN EXCEPTION PAGE.
       300-CHECK-SCHEDULE.
           OPEN INPUT SCHED-FILE.
           PERFORM 310-READ-SCHEDULE.
           IF WS-SCHED-EOF NOT = 'Y'
              AND SCH-DATE-TAG = 'BUSDATE='
               PERFORM 320-TAKE-BUSDATE-CARD
               PERFORM 310-READ-SCHEDULE
           ELSE
           IF WS-FIRST-RUN-DATE NOT = ZERO
               MOVE WS-FIRST-RUN-DATE TO WS-BUS-DATE-9
           ELSE
               ACCEPT WS-BUS-DATE-9 FROM DATE YYYYMMDD.
           PERFORM 500-SET-DATE-FACTS.

           MOVE WS-BUS-DATE-9   TO XH-BUS-DATE.
           MOVE WS-BUS-DAY-NAME TO XH-DAY-NAME.
           IF WS-MONTH-END = 'Y'
               MOVE '  MONTH-END' TO XH-MONTH-END.
           WRITE PF-PRINT-LINE FROM XH-SCHEDULE-HEADING.
           WRITE PF-PRINT-LINE FROM XH-LINE-2.
           MOVE 3 TO WS-LINE-CNT.

           PERFORM 400-CHECK-ENTRY
               UNTIL WS-SCHED-EOF = 'Y'.
           CLOSE SCHED-FILE.

           IF WS-RT-FULL = 'Y'
               MOVE 'SLICE EXCEEDS 1000 RUNS - FIRST 1000 CHECKED ONLY'
                                  TO XN-NOTE
               WRITE PF-PRINT-LINE FROM XN-NOTE-LINE.
           IF WS-MISSED-COUNT   = ZERO
              AND WS-LATE-COUNT  = ZERO
              AND WS-TWICE-COUNT = ZERO
              AND WS-BAD-CARD-COUNT = ZERO
               MOVE 'NO SCHEDULE EXCEPTIONS' TO XN-NOTE
               WRITE PF-PRINT-LINE FROM XN-NOTE-LINE.
           PERFORM 850-PRINT-SCHEDULE-TOTALS.
       300-EXIT.
           EXIT.

       310-READ-SCHEDULE.
           READ SCHED-FILE
               AT END MOVE 'Y' TO WS-SCHED-EOF.

      *    A BUSDATE= CARD THAT IS NOT A REAL YYYYMMDD DATE WOULD
      *    CHECK THE WRONG DAY, SO IT ENDS THE RUN.
       320-TAKE-BUSDATE-CARD.
           IF SCH-DATE-VALUE NOT NUMERIC
               DISPLAY 'BUSDATE= CARD IS NOT YYYYMMDD: '
                       SCH-DATE-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE SCH-DATE-VALUE-9 TO WS-BUS-DATE-9.
           IF WS-BUS-MM < 1 OR WS-BUS-MM > 12 OR WS-BUS-DD < 1
               DISPLAY 'BUSDATE= CARD IS NOT YYYYMMDD: '
                       SCH-DATE-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 510-SET-MONTH-LENGTH.
           IF WS-BUS-DD > WS-DAYS-IN-MONTH
               DISPLAY 'BUSDATE= CARD IS NOT YYYYMMDD: '
                       SCH-DATE-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY 'BUSINESS DATE SET BY CARD TO ' WS-BUS-DATE-9.

      *    ONE SCHEDULE CARD.  COMMENT AND BLANK CARDS ARE SKIPPED.
       400-CHECK-ENTRY.
           IF SCH-CARD(1:1) = '*' OR SCH-CARD = SPACES
               NEXT SENTENCE
           ELSE
               ADD 1 TO WS-ENTRY-COUNT
               PERFORM 410-EDIT-CARD
               IF WS-CARD-ERROR NOT = SPACES
                   ADD 1 TO WS-BAD-CARD-COUNT
                   PERFORM 820-SETUP-EXCEPTION
                   MOVE 'BAD CARD'     TO XL-EXCEPTION
                   MOVE WS-CARD-ERROR  TO XL-DESCRIPTION
                   PERFORM 830-WRITE-EXCEPTION
               ELSE
                   PERFORM 420-TEST-DAYS
                   IF WS-ENTRY-DUE = 'Y'
                       ADD 1 TO WS-DUE-COUNT
                       PERFORM 430-MATCH-RUNS.
           PERFORM 310-READ-SCHEDULE.

       410-EDIT-CARD.
           MOVE SPACES TO WS-CARD-ERROR.
           IF SCH-PROGRAM = SPACES
               MOVE 'NO PROGRAM NAME'        TO WS-CARD-ERROR
           ELSE
           IF SCH-DUE-TIME NOT NUMERIC
               MOVE 'DUE TIME NOT HHMM'      TO WS-CARD-ERROR
           ELSE
           IF SCH-DUE-TIME(1:2) > '23' OR SCH-DUE-TIME(3:2) > '59'
               MOVE 'DUE TIME NOT HHMM'      TO WS-CARD-ERROR
           ELSE
           IF SCH-DUE-DAY NOT = SPACES AND SCH-DUE-DAY NOT = '+1'
               MOVE 'DUE DAY NOT BLANK OR +1' TO WS-CARD-ERROR
           ELSE
           IF SCH-DAYS NOT = 'DAILY'    AND SCH-DAYS NOT = 'WEEKDAYS'
              AND SCH-DAYS NOT = 'MONTHEND'
              AND SCH-DAYS NOT = 'MON' AND SCH-DAYS NOT = 'TUE'
              AND SCH-DAYS NOT = 'WED' AND SCH-DAYS NOT = 'THU'
              AND SCH-DAYS NOT = 'FRI' AND SCH-DAYS NOT = 'SAT'
              AND SCH-DAYS NOT = 'SUN'
               MOVE 'UNKNOWN DAYS VALUE'     TO WS-CARD-ERROR.

      *    IS THIS CARD'S PROGRAM DUE ON THE BUSINESS DATE?
       420-TEST-DAYS.
           MOVE 'N' TO WS-ENTRY-DUE.
           IF SCH-DAYS = 'DAILY'
               MOVE 'Y' TO WS-ENTRY-DUE
           ELSE
           IF SCH-DAYS = 'WEEKDAYS'
               IF WS-BUS-DAY-NAME NOT = 'SAT'
                  AND WS-BUS-DAY-NAME NOT = 'SUN'
                   MOVE 'Y' TO WS-ENTRY-DUE
               ELSE
                   NEXT SENTENCE
           ELSE
           IF SCH-DAYS = 'MONTHEND'
               IF WS-MONTH-END = 'Y'
                   MOVE 'Y' TO WS-ENTRY-DUE
               ELSE
                   NEXT SENTENCE
           ELSE
           IF SCH-DAYS = WS-BUS-DAY-NAME
               MOVE 'Y' TO WS-ENTRY-DUE.

      *    COUNTS THE RUNS OF THIS PROGRAM THAT BELONG TO THE BUSINESS
      *    DATE AND FINDS THE EARLIEST FINISH, THEN CALLS THE
      *    EXCEPTION.  A PROGRAM THAT RAN TWICE AND ALSO FINISHED LATE
      *    THE FIRST TIME GETS A LINE FOR EACH.
       430-MATCH-RUNS.
           MOVE WS-BUS-DATE-9     TO WS-DUE-DATE.
           IF SCH-DUE-DAY = '+1'
               MOVE WS-NEXT-DATE-9 TO WS-DUE-DATE.
           MOVE SCH-DUE-TIME-9    TO WS-DUE-HHMM.
           MOVE ZERO              TO WS-MATCH-COUNT.
           MOVE HIGH-VALUES       TO WS-FIRST-STAMP.
           PERFORM 440-TEST-RUN
               VARYING WS-RT-IDX FROM 1 BY 1
                 UNTIL WS-RT-IDX > WS-RT-COUNT.
           IF WS-MATCH-COUNT = ZERO
               ADD 1 TO WS-MISSED-COUNT
               PERFORM 820-SETUP-EXCEPTION
               MOVE 'MISSED'          TO XL-EXCEPTION
               PERFORM 830-WRITE-EXCEPTION
           ELSE
               IF WS-FIRST-STAMP > WS-DUE-STAMP
                   ADD 1 TO WS-LATE-COUNT
                   PERFORM 820-SETUP-EXCEPTION
                   MOVE 'LATE'        TO XL-EXCEPTION
                   PERFORM 830-WRITE-EXCEPTION.
           IF WS-MATCH-COUNT > 1
               ADD 1 TO WS-TWICE-COUNT
               PERFORM 820-SETUP-EXCEPTION
               MOVE 'RAN TWICE'       TO XL-EXCEPTION
               PERFORM 830-WRITE-EXCEPTION.

      *    AN OVERNIGHT ('+1') JOB'S PREVIOUS CYCLE FINISHES IN THE
      *    EARLY HOURS OF THE BUSINESS DATE, SO ON THAT DATE ONLY A
      *    FINISH AFTER THE DUE TIME IS THIS CYCLE'S; ANY FINISH ON
      *    THE NEXT DAY IS.
       440-TEST-RUN.
           IF WS-RT-PROGRAM(WS-RT-IDX) NOT = SCH-PROGRAM
               NEXT SENTENCE
           ELSE
           IF SCH-DUE-DAY = '+1'
               IF WS-RT-DATE(WS-RT-IDX) = WS-NEXT-DATE-9
                  OR (WS-RT-DATE(WS-RT-IDX) = WS-BUS-DATE-9
                      AND WS-RT-HHMM(WS-RT-IDX) > SCH-DUE-TIME-9)
                   PERFORM 445-COUNT-RUN
               ELSE
                   NEXT SENTENCE
           ELSE
           IF WS-RT-DATE(WS-RT-IDX) = WS-BUS-DATE-9
               PERFORM 445-COUNT-RUN.

       445-COUNT-RUN.
           ADD 1 TO WS-MATCH-COUNT.
           IF WS-RT-STAMP(WS-RT-IDX) < WS-FIRST-STAMP
               MOVE WS-RT-STAMP(WS-RT-IDX) TO WS-FIRST-STAMP.

      *    WORKS OUT THE DAY AFTER THE BUSINESS DATE, WHETHER THE
      *    BUSINESS DATE IS MONTH-END, AND ITS DAY OF THE WEEK.
       500-SET-DATE-FACTS.
           PERFORM 510-SET-MONTH-LENGTH.
           MOVE WS-BUS-DATE-9 TO WS-NEXT-DATE-9.
           IF WS-BUS-DD < WS-DAYS-IN-MONTH
               ADD 1 TO WS-NEXT-DD
               MOVE 'N' TO WS-MONTH-END
           ELSE
               MOVE 'Y' TO WS-MONTH-END
               MOVE 1   TO WS-NEXT-DD
               IF WS-BUS-MM < 12
                   ADD 1 TO WS-NEXT-MM
               ELSE
                   MOVE 1 TO WS-NEXT-MM
                   ADD 1 TO WS-NEXT-YYYY.
           PERFORM 520-SET-DAY-OF-WEEK.

      *    DAYS IN THE BUSINESS DATE'S MONTH - FEBRUARY HAS 29 IN A
      *    YEAR DIVISIBLE BY 4, EXCEPT CENTURY YEARS NOT DIVISIBLE BY
      *    400.
       510-SET-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS(WS-BUS-MM) TO WS-DAYS-IN-MONTH.
           IF WS-BUS-MM = 2
               DIVIDE WS-BUS-YYYY BY 4   GIVING WS-Z-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-BUS-YYYY BY 100 GIVING WS-Z-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-BUS-YYYY BY 400 GIVING WS-Z-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                  AND (WS-LEAP-REM-100 NOT = ZERO
                       OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-DAYS-IN-MONTH.

      *    ZELLER'S CONGRUENCE - JANUARY AND FEBRUARY COUNT AS MONTHS
      *    13 AND 14 OF THE YEAR BEFORE.  EVERY DIVISION TRUNCATES.
       520-SET-DAY-OF-WEEK.
           MOVE WS-BUS-MM   TO WS-Z-MONTH.
           MOVE WS-BUS-YYYY TO WS-Z-YEAR.
           IF WS-Z-MONTH < 3
               ADD 12 TO WS-Z-MONTH
               SUBTRACT 1 FROM WS-Z-YEAR.
           DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
               REMAINDER WS-Z-YEAR-OF-CENT.
           COMPUTE WS-Z-TERM = 13 * (WS-Z-MONTH + 1).
           DIVIDE WS-Z-TERM BY 5 GIVING WS-Z-TERM.
           COMPUTE WS-Z-SUM = WS-BUS-DD + WS-Z-TERM
                            + WS-Z-YEAR-OF-CENT + 5 * WS-Z-CENTURY.
           DIVIDE WS-Z-YEAR-OF-CENT BY 4 GIVING WS-Z-QUOTIENT.
           ADD WS-Z-QUOTIENT TO WS-Z-SUM.
           DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-QUOTIENT.
           ADD WS-Z-QUOTIENT TO WS-Z-SUM.
           DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOTIENT
               REMAINDER WS-Z-DAY.
           MOVE WS-DAY-NAMES(WS-Z-DAY + 1) TO WS-BUS-DAY-NAME.

       800-PRINT-RUN.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING
               ADD 1 TO WS-ATTENTION-COUNT.
           WRITE PF-PRINT-LINE FROM DL-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.

       820-SETUP-EXCEPTION.
           MOVE SPACES             TO XL-EXCEPTION-LINE.
           MOVE SCH-PROGRAM        TO XL-PROGRAM.
           MOVE SCH-DAYS           TO XL-DAYS.
           MOVE SCH-DESCRIPTION    TO XL-DESCRIPTION.
           IF WS-CARD-ERROR = SPACES
               MOVE WS-DUE-DATE        TO XL-DUE-DATE
               MOVE WS-DUE-HHMM(1:2)   TO XL-DUE-TIME(1:2)
               MOVE ':'                TO XL-DUE-TIME(3:1)
               MOVE WS-DUE-HHMM(3:2)   TO XL-DUE-TIME(4:2)
               MOVE WS-MATCH-COUNT     TO XL-RUNS.
           IF WS-CARD-ERROR = SPACES
              AND WS-MATCH-COUNT > ZERO
               MOVE WS-FIRST-DATE      TO XL-FIRST-DATE
               MOVE WS-FIRST-HHMM(1:2) TO XL-FIRST-TIME(1:2)
               MOVE ':'                TO XL-FIRST-TIME(3:1)
               MOVE WS-FIRST-HHMM(3:2) TO XL-FIRST-TIME(4:2).

       830-WRITE-EXCEPTION.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM XH-SCHEDULE-HEADING
               WRITE PF-PRINT-LINE FROM XH-LINE-2
               MOVE 3     TO WS-LINE-CNT.
           WRITE PF-PRINT-LINE FROM XL-EXCEPTION-LINE.
           ADD 1 TO WS-LINE-CNT.

       850-PRINT-SCHEDULE-TOTALS.
           MOVE SPACES                TO XT-TOTAL-LINE.
           MOVE '0'                   TO CC OF XT-TOTAL-LINE.
           MOVE 'SCHEDULE ENTRIES      = ' TO XT-LABEL.
           MOVE WS-ENTRY-COUNT        TO XT-COUNT.
           WRITE PF-PRINT-LINE FROM XT-TOTAL-LINE.
           MOVE SPACE                 TO CC OF XT-TOTAL-LINE.
           MOVE 'DUE ON BUSINESS DATE  = ' TO XT-LABEL.
           MOVE WS-DUE-COUNT          TO XT-COUNT.
           WRITE PF-PRINT-LINE FROM XT-TOTAL-LINE.
           MOVE 'MISSED                = ' TO XT-LABEL.
           MOVE WS-MISSED-COUNT       TO XT-COUNT.
           WRITE PF-PRINT-LINE FROM XT-TOTAL-LINE.
           MOVE 'LATE                  = ' TO XT-LABEL.
           MOVE WS-LATE-COUNT         TO XT-COUNT.
           WRITE PF-PRINT-LINE FROM XT-TOTAL-LINE.
           MOVE 'RAN TWICE             = ' TO XT-LABEL.
           MOVE WS-TWICE-COUNT        TO XT-COUNT.
           WRITE PF-PRINT-LINE FROM XT-TOTAL-LINE.
           MOVE 'BAD SCHEDULE CARDS    = ' TO XT-LABEL.
           MOVE WS-BAD-CARD-COUNT     TO XT-COUNT.
           WRITE PF-PRINT-LINE FROM XT-TOTAL-LINE.
