       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDSRETNC.
       AUTHOR. ED LISS.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
       REMARKS. THIS PROGRAM ROLLS OFF THE SUITE'S APPEND-ONLY
            DATASETS - THE CHARGEBACK HISTORY (HIST-FILE, SEE
            PDSUNLDC), THE AUDIT TRAIL (AUDIT-FILE, SEE PDSCOPYC,
            PDSREPLC, AND PDSSWEPC), THE RUN JOURNAL (JRNL-FILE, SEE
            PDSUNLDC), AND PDSCOPYC'S VAULT - UNDER A WRITTEN POLICY
            INSTEAD OF A HAND RESET.  EACH DATASET IS READ ONCE AND
            SPLIT INTO A RETAINED COPY AND AN AGED-OFF ARCHIVE COPY;
            NOTHING IS DELETED.  THE JCL THEN PUTS THE RETAINED COPY
            BACK AS THE LIVE DATASET AND FILES THE ARCHIVE COPY (A
            GDG IS THE USUAL HOME), SO MONTH-END CAN ROLL THE FILES
            SAFELY.  THE REPORT RECONCILES RECORDS IN AGAINST RECORDS
            KEPT PLUS RECORDS ARCHIVED FOR EVERY DATASET.

            POLICY CARDS (CTL-FILE, ONE PER DATASET, ANY ORDER):

            COLS  1-8          DATASET - HIST, AUDIT, JRNL OR VAULT.
            COLS 10-14         KEEP-DAYS - RECORDS DATED WITHIN THIS
                               MANY DAYS OF THE AS-OF DATE ARE KEPT,
                               OLDER ONES ARE ARCHIVED.
            COLS 16-18         KEEP-GENS - VAULT ONLY.  THE NEWEST
                               THIS MANY GENERATIONS OF EACH MEMBER
                               ARE KEPT HOWEVER OLD THEY ARE.

            AN OPTIONAL ASOF=YYYYMMDD CARD SETS THE DATE THE KEEP-
            DAYS ARE COUNTED BACK FROM (TODAY IF OMITTED), SO A
            MONTH-END ROLL CAN BE RERUN FOR THE SAME CUTOFF.  A
            DATASET WITH NO POLICY CARD IS COPIED WHOLE TO ITS
            RETAINED COPY - NOTHING IS AGED OFF WITHOUT A POLICY.

            A HISTORY, AUDIT, OR JOURNAL RECORD IS DATED BY ITS RUN
            DATE.  A VAULT GENERATION - TAG CARD, STATS CARD, ./ ADD
            CARD AND TEXT - IS DATED BY THE SAVED= DATE ON ITS TAG
            CARD AND ALWAYS MOVES AS ONE PIECE; IT IS ARCHIVED ONLY
            WHEN IT IS BOTH OLDER THAN KEEP-DAYS AND NOT AMONG ITS
            MEMBER'S NEWEST KEEP-GENS GENERATIONS.  A RECORD (OR
            GENERATION) WHOSE DATE IS NOT NUMERIC IS ALWAYS KEPT.

            THIS RUN'S OWN JOURNAL RECORD IS APPENDED TO THE RETAINED
            JOURNAL COPY, SINCE THE LIVE JOURNAL IS THE ONE BEING
            ROLLED.  RETURN CODE 8 MEANS A DATASET DID NOT RECONCILE.

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
           SELECT HIST-IN     ASSIGN TO UT-S-HISTIN.
           SELECT HIST-KEEP   ASSIGN TO UT-S-HISTKEEP.
           SELECT HIST-ARCH   ASSIGN TO UT-S-HISTARCH.
           SELECT AUDIT-IN    ASSIGN TO UT-S-AUDTIN.
           SELECT AUDIT-KEEP  ASSIGN TO UT-S-AUDTKEEP.
           SELECT AUDIT-ARCH  ASSIGN TO UT-S-AUDTARCH.
           SELECT JRNL-IN     ASSIGN TO UT-S-JRNLIN.
           SELECT JRNL-KEEP   ASSIGN TO UT-S-JRNLKEEP.
           SELECT JRNL-ARCH   ASSIGN TO UT-S-JRNLARCH.
           SELECT VAULT-IN    ASSIGN TO UT-S-VAULTIN.
           SELECT VAULT-KEEP  ASSIGN TO UT-S-VLTKEEP.
           SELECT VAULT-ARCH  ASSIGN TO UT-S-VLTARCH.

       DATA DIVISION.
       FILE SECTION.
      *    THE RETENTION POLICY - SEE THE CARD LAYOUT IN THE REMARKS.
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CTL-POLICY-CARD.
           05  CTL-DATASET             PIC X(8).
           05  FILLER                  PIC X.
           05  CTL-KEEP-DAYS           PIC X(5).
           05  CTL-KEEP-DAYS-9         REDEFINES CTL-KEEP-DAYS
                                       PIC 9(5).
           05  FILLER                  PIC X.
           05  CTL-KEEP-GENS           PIC X(3).
           05  CTL-KEEP-GENS-9         REDEFINES CTL-KEEP-GENS
                                       PIC 9(3).
           05  FILLER                  PIC X(62).
       01  CTL-ASOF-CARD.
           05  CTL-ASOF-TAG            PIC X(5).
           05  CTL-ASOF-VALUE          PIC X(8).
           05  CTL-ASOF-VALUE-9        REDEFINES CTL-ASOF-VALUE
                                       PIC 9(8).
           05  FILLER                  PIC X(67).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PF-PRINT-LINE               PIC X(133).

      *    THE CHARGEBACK HISTORY - SAME LAYOUT AS PDSUNLDC'S AND
      *    PDSHISTC'S HIST-REC, KEEP THEM IN SYNC.  ONLY THE RUN DATE
      *    MATTERS HERE; THE RECORD IS COPIED WHOLE.
       FD  HIST-IN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HIST-REC.
           05  HIST-RUN-DATE            PIC X(8).
           05  FILLER                   PIC X(72).
       FD  HIST-KEEP
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HIST-KEEP-REC               PIC X(80).
       FD  HIST-ARCH
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HIST-ARCH-REC               PIC X(80).

      *    THE AUDIT TRAIL - SAME LAYOUT AS THE AUDT-REC PDSCOPYC,
      *    PDSREPLC, AND PDSSWEPC APPEND, KEEP THEM IN SYNC.
       FD  AUDIT-IN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AUDT-REC.
           05  AUDT-RUN-DATE           PIC X(8).
           05  FILLER                  PIC X(72).
       FD  AUDIT-KEEP
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-KEEP-REC              PIC X(80).
       FD  AUDIT-ARCH
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-ARCH-REC              PIC X(80).

      *    THE RUN JOURNAL - SAME LAYOUT AS PDSUNLDC'S JRNL-REC AND
      *    PDSJRNSC'S, KEEP THEM IN SYNC.  JRNL-KEEP-REC IS SPELLED
      *    OUT BECAUSE THIS RUN'S OWN RECORD IS WRITTEN THROUGH IT.
       FD  JRNL-IN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  JRNL-IN-REC.
           05  FILLER                  PIC X(8).
           05  JRNL-IN-RUN-DATE        PIC X(8).
           05  FILLER                  PIC X(64).
       FD  JRNL-KEEP
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
       FD  JRNL-ARCH
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  JRNL-ARCH-REC               PIC X(80).

      *    PDSCOPYC'S VAULT - AN ./ ADD DECK OF GENERATIONS, EACH A
      *    TAG CARD, A STATS CARD, THE ./ ADD CARD, AND THE TEXT.
      *    VLT-TAG-CARD IS THE SAME LAYOUT AS PDSCOPYC'S WS-VAULT-
      *    TAG-REC - KEEP THEM IN SYNC.
       FD  VAULT-IN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VLT-REC                     PIC X(80).
       01  VLT-TAG-CARD.
           05  VLT-TAG                 PIC X(14).
           05  VLT-TAG-MEMBER          PIC X(8).
           05  VLT-TAG-SAVED           PIC X(7).
           05  VLT-TAG-DATE            PIC X(8).
           05  FILLER                  PIC X(43).
       FD  VAULT-KEEP
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VAULT-KEEP-REC              PIC X(80).
       FD  VAULT-ARCH
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VAULT-ARCH-REC              PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-JRNL-DATE                PIC 9(8)  VALUE ZERO.
       77  WS-JRNL-TIME-X              PIC X(8)  VALUE SPACES.
       77  WS-CTL-EOF                  PIC X     VALUE 'N'.
       77  WS-IN-EOF                   PIC X     VALUE 'N'.
       77  WS-ANY-UNBALANCED           PIC X     VALUE 'N'.
       77  WS-LINE-CNT                 PIC S9(4) COMP SYNC VALUE +57.

      *    THE DATE KEEP-DAYS ARE COUNTED BACK FROM - AN ASOF= CARD,
      *    ELSE TODAY.
       77  WS-ASOF-DATE                PIC 9(8)  VALUE ZERO.

      *    ONE SET OF POLICY, CUTOFF AND COUNTS PER DATASET.  A
      *    CUTOFF OF ZERO (NO POLICY CARD) AGES NOTHING OFF - NO DATE
      *    IS BELOW IT.
       77  WS-HIST-POLICY              PIC X     VALUE 'N'.
       77  WS-HIST-DAYS                PIC 9(5)  VALUE ZERO.
       77  WS-HIST-CUTOFF              PIC 9(8)  VALUE ZERO.
       77  WS-HIST-IN                  PIC 9(9)  VALUE ZERO.
       77  WS-HIST-KEPT                PIC 9(9)  VALUE ZERO.
       77  WS-HIST-ARCHIVED            PIC 9(9)  VALUE ZERO.
       77  WS-HIST-UNDATED             PIC 9(9)  VALUE ZERO.

       77  WS-AUDIT-POLICY             PIC X     VALUE 'N'.
       77  WS-AUDIT-DAYS               PIC 9(5)  VALUE ZERO.
       77  WS-AUDIT-CUTOFF             PIC 9(8)  VALUE ZERO.
       77  WS-AUDIT-IN                 PIC 9(9)  VALUE ZERO.
       77  WS-AUDIT-KEPT               PIC 9(9)  VALUE ZERO.
       77  WS-AUDIT-ARCHIVED           PIC 9(9)  VALUE ZERO.
       77  WS-AUDIT-UNDATED            PIC 9(9)  VALUE ZERO.

       77  WS-JRNL-POLICY              PIC X     VALUE 'N'.
       77  WS-JRNL-DAYS                PIC 9(5)  VALUE ZERO.
       77  WS-JRNL-CUTOFF              PIC 9(8)  VALUE ZERO.
       77  WS-JRNL-IN                  PIC 9(9)  VALUE ZERO.
       77  WS-JRNL-KEPT                PIC 9(9)  VALUE ZERO.
       77  WS-JRNL-ARCHIVED            PIC 9(9)  VALUE ZERO.
       77  WS-JRNL-UNDATED             PIC 9(9)  VALUE ZERO.

       77  WS-VAULT-POLICY             PIC X     VALUE 'N'.
       77  WS-VAULT-DAYS               PIC 9(5)  VALUE ZERO.
       77  WS-VAULT-GENS               PIC 9(3)  VALUE ZERO.
       77  WS-VAULT-CUTOFF             PIC 9(8)  VALUE ZERO.
       77  WS-VAULT-IN                 PIC 9(9)  VALUE ZERO.
       77  WS-VAULT-KEPT               PIC 9(9)  VALUE ZERO.
       77  WS-VAULT-ARCHIVED           PIC 9(9)  VALUE ZERO.
       77  WS-VAULT-UNDATED            PIC 9(9)  VALUE ZERO.
       77  WS-GENS-IN                  PIC 9(9)  VALUE ZERO.
       77  WS-GENS-KEPT                PIC 9(9)  VALUE ZERO.
       77  WS-GENS-ARCHIVED            PIC 9(9)  VALUE ZERO.

      *    WHERE THE VAULT RECORDS NOW BEING READ ARE GOING - SET AT
      *    EACH TAG CARD AND HELD FOR THE REST OF THAT GENERATION.
      *    ANY CARDS AHEAD OF THE FIRST TAG CARD ARE KEPT.
       77  WS-GEN-DEST                 PIC X     VALUE 'K'.

      *    GENERATIONS PER MEMBER, COUNTED ON A FIRST PASS OF THE
      *    VAULT SO THE SECOND PASS KNOWS WHICH OF A MEMBER'S
      *    GENERATIONS ARE ITS NEWEST - THE VAULT IS APPENDED IN
      *    TIME ORDER, SO THEY ARE THE LAST ONES MET.  A VAULT WITH
      *    MORE THAN 2000 MEMBERS ENDS THE RUN; GUESSING WOULD RISK
      *    ARCHIVING A GENERATION THE POLICY SAYS TO KEEP.
       01  WS-VAULT-MEMBER-TABLE.
           05  WS-VG-ENTRY             OCCURS 2000 TIMES.
               10  WS-VG-MEMBER        PIC X(8)  VALUE SPACES.
               10  WS-VG-TOTAL         PIC 9(5)  VALUE ZERO.
               10  WS-VG-SEEN          PIC 9(5)  VALUE ZERO.
       77  WS-VG-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-VG-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-VG-FOUND                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-VG-NEWER                 PIC 9(5)  VALUE ZERO.

      *    CUTOFF ARITHMETIC - THE AS-OF DATE STEPPED BACK ONE DAY AT
      *    A TIME.
       01  WS-CUT-DATE.
           05  WS-CUT-YYYY             PIC 9(4).
           05  WS-CUT-MM               PIC 99.
           05  WS-CUT-DD               PIC 99.
       01  WS-CUT-DATE-9               REDEFINES WS-CUT-DATE
                                       PIC 9(8).
       77  WS-CUT-DAYS                 PIC 9(5)  VALUE ZERO.
       01  WS-MONTH-DAYS-VALUES        PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE         REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 99    OCCURS 12 TIMES.
       77  WS-LEAP-QUOTIENT            PIC 9(4)  VALUE ZERO.
       77  WS-LEAP-REM-4               PIC 9(4)  VALUE ZERO.
       77  WS-LEAP-REM-100             PIC 9(4)  VALUE ZERO.
       77  WS-LEAP-REM-400             PIC 9(4)  VALUE ZERO.

       77  WS-EDIT-COUNT               PIC ZZZZZZZZ9.

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(43)  VALUE
               '1PDSRETNC V1.0.0  RETENTION ROLL-OFF AS OF '.
           05  PH-ASOF-DATE            PIC 9(8)   VALUE ZERO.
           05  FILLER                  PIC X(82)  VALUE SPACES.
       01  PH-LINE-2.
           05  FILLER                  PIC X(12)  VALUE '0DATASET'.
           05  FILLER                  PIC X(11)  VALUE 'KEEP-DAYS'.
           05  FILLER                  PIC X(11)  VALUE 'KEEP-GENS'.
           05  FILLER                  PIC X(10)  VALUE 'CUTOFF'.
           05  FILLER                  PIC X(9)   VALUE 'UNIT'.
           05  FILLER                  PIC X(11)  VALUE '       IN'.
           05  FILLER                  PIC X(11)  VALUE '     KEPT'.
           05  FILLER                  PIC X(11)  VALUE ' ARCHIVED'.
           05  FILLER                  PIC X(47)  VALUE
               'RECONCILIATION'.
       01  DL-DETAIL-LINE.
           05  CC                      PIC X.
           05  DL-DATASET              PIC X(8).
           05  FILLER                  PIC X(3).
           05  DL-KEEP-DAYS            PIC X(9).
           05  FILLER                  PIC XX.
           05  DL-KEEP-GENS            PIC X(9).
           05  FILLER                  PIC XX.
           05  DL-CUTOFF               PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-UNIT                 PIC X(7).
           05  FILLER                  PIC XX.
           05  DL-IN                   PIC ZZZZZZZZ9.
           05  FILLER                  PIC XX.
           05  DL-KEPT                 PIC ZZZZZZZZ9.
           05  FILLER                  PIC XX.
           05  DL-ARCHIVED             PIC ZZZZZZZZ9.
           05  FILLER                  PIC XX.
           05  DL-STATUS               PIC X(14).
           05  FILLER                  PIC X(33).
       01  NL-NOTE-LINE.
           05  FILLER                  PIC X(12)  VALUE SPACES.
           05  NL-COUNT                PIC ZZZZZZZZ9.
           05  FILLER                  PIC X      VALUE SPACE.
           05  NL-NOTE                 PIC X(60)  VALUE SPACES.
           05  FILLER                  PIC X(51)  VALUE SPACES.

       PROCEDURE DIVISION.

       000-INITIATE.

           ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  CTL-FILE.
           PERFORM 050-READ-POLICY
               UNTIL WS-CTL-EOF = 'Y'.
           CLOSE CTL-FILE.
           PERFORM 070-SET-CUTOFFS.
           DISPLAY 'RETENTION AS OF ' WS-ASOF-DATE.

           OPEN OUTPUT PRINT-FILE.
           MOVE WS-ASOF-DATE TO PH-ASOF-DATE.
           WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING.
           WRITE PF-PRINT-LINE FROM PH-LINE-2.
           MOVE 3 TO WS-LINE-CNT.

           PERFORM 100-ROLL-HISTORY.
           PERFORM 200-ROLL-AUDIT.
           PERFORM 300-ROLL-JOURNAL.
           PERFORM 400-ROLL-VAULT.

           PERFORM 800-PRINT-HISTORY.
           PERFORM 810-PRINT-AUDIT.
           PERFORM 820-PRINT-JOURNAL.
           PERFORM 830-PRINT-VAULT.

           PERFORM 950-WRITE-JOURNAL.
           CLOSE JRNL-KEEP, PRINT-FILE.

           DISPLAY 'HISTORY RECORDS IN=' WS-HIST-IN
                   ' KEPT=' WS-HIST-KEPT ' ARCHIVED=' WS-HIST-ARCHIVED.
           DISPLAY 'AUDIT RECORDS IN=' WS-AUDIT-IN
                   ' KEPT=' WS-AUDIT-KEPT ' ARCHIVED='
                   WS-AUDIT-ARCHIVED.
           DISPLAY 'JOURNAL RECORDS IN=' WS-JRNL-IN
                   ' KEPT=' WS-JRNL-KEPT ' ARCHIVED=' WS-JRNL-ARCHIVED.
           DISPLAY 'VAULT RECORDS IN=' WS-VAULT-IN
                   ' KEPT=' WS-VAULT-KEPT ' ARCHIVED='
                   WS-VAULT-ARCHIVED.
           DISPLAY 'VAULT GENERATIONS IN=' WS-GENS-IN
                   ' KEPT=' WS-GENS-KEPT ' ARCHIVED=' WS-GENS-ARCHIVED.
           DISPLAY 'PDSRETNC CONCLUDED'.
           IF WS-ANY-UNBALANCED = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE.

           GOBACK.

      *    THE ONE STANDARD END-OF-RUN RECORD FOR PDSJRNSC'S DAILY
      *    SUMMARY, APPENDED TO THE RETAINED JOURNAL COPY AFTER ITS
      *    RECONCILIATION WAS TAKEN - IT IS NOT IN THE KEPT COUNT.
      *    THE MEMBERS COLUMN CARRIES THE RECORDS ARCHIVED.
       950-WRITE-JOURNAL.
           ACCEPT WS-JRNL-DATE   FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-TIME-X FROM TIME.
           MOVE SPACES              TO JRNL-REC.
           MOVE 'PDSRETNC'          TO JRNL-PROGRAM.
           MOVE WS-JRNL-DATE        TO JRNL-RUN-DATE.
           MOVE WS-JRNL-TIME-X(1:6) TO JRNL-RUN-TIME.
           MOVE ZERO                TO JRNL-LIBRARIES.
           COMPUTE JRNL-MEMBERS = WS-HIST-ARCHIVED + WS-AUDIT-ARCHIVED
                                + WS-JRNL-ARCHIVED
                                + WS-VAULT-ARCHIVED.
           IF WS-ANY-UNBALANCED = 'Y'
               MOVE 'ERROR'         TO JRNL-OUTCOME
               MOVE 'ROLL DID NOT RECONCILE' TO JRNL-NOTE
           ELSE
               MOVE 'OK'            TO JRNL-OUTCOME
               MOVE 'RECORDS ARCHIVED'       TO JRNL-NOTE.
           WRITE JRNL-REC.

      *    ONE POLICY CARD.  ANY CARD THAT CANNOT BE APPLIED IS A
      *    SETUP ERROR - A RETENTION RUN ON A MISREAD POLICY COULD
      *    AGE OFF RECORDS THAT MUST BE KEPT.
       050-READ-POLICY.
           READ CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF.
           IF WS-CTL-EOF NOT = 'Y'
               IF CTL-POLICY-CARD NOT = SPACES
                   PERFORM 060-APPLY-POLICY THRU 060-EXIT.

       060-APPLY-POLICY.
           IF CTL-ASOF-TAG = 'ASOF='
               PERFORM 065-TAKE-ASOF-CARD
               GO TO 060-EXIT.
           IF CTL-KEEP-DAYS NOT NUMERIC
               DISPLAY 'KEEP-DAYS NOT NUMERIC: ' CTL-POLICY-CARD
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF CTL-KEEP-GENS = SPACES
               MOVE ZERO TO CTL-KEEP-GENS-9.
           IF CTL-KEEP-GENS NOT NUMERIC
               DISPLAY 'KEEP-GENS NOT NUMERIC: ' CTL-POLICY-CARD
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF CTL-DATASET NOT = 'VAULT'
              AND CTL-KEEP-GENS-9 NOT = ZERO
               DISPLAY 'KEEP-GENS APPLIES TO VAULT ONLY: '
                       CTL-POLICY-CARD
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF CTL-DATASET = 'HIST'
              AND WS-HIST-POLICY = 'N'
               MOVE 'Y'             TO WS-HIST-POLICY
               MOVE CTL-KEEP-DAYS-9 TO WS-HIST-DAYS
           ELSE
           IF CTL-DATASET = 'AUDIT'
              AND WS-AUDIT-POLICY = 'N'
               MOVE 'Y'             TO WS-AUDIT-POLICY
               MOVE CTL-KEEP-DAYS-9 TO WS-AUDIT-DAYS
           ELSE
           IF CTL-DATASET = 'JRNL'
              AND WS-JRNL-POLICY = 'N'
               MOVE 'Y'             TO WS-JRNL-POLICY
               MOVE CTL-KEEP-DAYS-9 TO WS-JRNL-DAYS
           ELSE
           IF CTL-DATASET = 'VAULT'
              AND WS-VAULT-POLICY = 'N'
               MOVE 'Y'             TO WS-VAULT-POLICY
               MOVE CTL-KEEP-DAYS-9 TO WS-VAULT-DAYS
               MOVE CTL-KEEP-GENS-9 TO WS-VAULT-GENS
           ELSE
               DISPLAY 'UNKNOWN OR DUPLICATE POLICY CARD: '
                       CTL-POLICY-CARD
               MOVE 16 TO RETURN-CODE
               STOP RUN.
       060-EXIT.
           EXIT.

       065-TAKE-ASOF-CARD.
           IF CTL-ASOF-VALUE NOT NUMERIC
               DISPLAY 'ASOF= CARD IS NOT YYYYMMDD: ' CTL-ASOF-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE CTL-ASOF-VALUE-9 TO WS-CUT-DATE-9.
           IF WS-CUT-MM < 1 OR WS-CUT-MM > 12 OR WS-CUT-DD < 1
              OR WS-CUT-DD > 31
               DISPLAY 'ASOF= CARD IS NOT YYYYMMDD: ' CTL-ASOF-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE CTL-ASOF-VALUE-9 TO WS-ASOF-DATE.

      *    EACH DATASET WITH A POLICY GETS ITS CUTOFF - THE AS-OF
      *    DATE LESS KEEP-DAYS.  A RECORD DATED BEFORE THE CUTOFF IS
      *    ARCHIVED; ONE DATED ON OR AFTER IT IS KEPT.
       070-SET-CUTOFFS.
           IF WS-HIST-POLICY = 'Y'
               MOVE WS-HIST-DAYS   TO WS-CUT-DAYS
               PERFORM 075-COUNT-BACK
               MOVE WS-CUT-DATE-9  TO WS-HIST-CUTOFF.
           IF WS-AUDIT-POLICY = 'Y'
               MOVE WS-AUDIT-DAYS  TO WS-CUT-DAYS
               PERFORM 075-COUNT-BACK
               MOVE WS-CUT-DATE-9  TO WS-AUDIT-CUTOFF.
           IF WS-JRNL-POLICY = 'Y'
               MOVE WS-JRNL-DAYS   TO WS-CUT-DAYS
               PERFORM 075-COUNT-BACK
               MOVE WS-CUT-DATE-9  TO WS-JRNL-CUTOFF.
           IF WS-VAULT-POLICY = 'Y'
               MOVE WS-VAULT-DAYS  TO WS-CUT-DAYS
               PERFORM 075-COUNT-BACK
               MOVE WS-CUT-DATE-9  TO WS-VAULT-CUTOFF.

       075-COUNT-BACK.
           MOVE WS-ASOF-DATE TO WS-CUT-DATE-9.
           PERFORM 076-BACK-ONE-DAY WS-CUT-DAYS TIMES.

       076-BACK-ONE-DAY.
           IF WS-CUT-DD > 1
               SUBTRACT 1 FROM WS-CUT-DD
           ELSE
               IF WS-CUT-MM > 1
                   SUBTRACT 1 FROM WS-CUT-MM
                   PERFORM 077-LAST-DAY-OF-MONTH
               ELSE
                   MOVE 12 TO WS-CUT-MM
                   SUBTRACT 1 FROM WS-CUT-YYYY
                   PERFORM 077-LAST-DAY-OF-MONTH.

      *    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT
      *    CENTURY YEARS NOT DIVISIBLE BY 400.
       077-LAST-DAY-OF-MONTH.
           MOVE WS-MONTH-DAYS(WS-CUT-MM) TO WS-CUT-DD.
           IF WS-CUT-MM = 2
               DIVIDE WS-CUT-YYYY BY 4   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CUT-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CUT-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                  AND (WS-LEAP-REM-100 NOT = ZERO
                       OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-CUT-DD.

      *    THE CHARGEBACK HISTORY, ONE RECORD AT A TIME.
       100-ROLL-HISTORY.
           OPEN INPUT  HIST-IN.
           OPEN OUTPUT HIST-KEEP, HIST-ARCH.
           MOVE 'N' TO WS-IN-EOF.
           PERFORM 110-READ-HISTORY.
           PERFORM 120-SPLIT-HISTORY
               UNTIL WS-IN-EOF = 'Y'.
           CLOSE HIST-IN, HIST-KEEP, HIST-ARCH.

       110-READ-HISTORY.
           READ HIST-IN
               AT END MOVE 'Y' TO WS-IN-EOF.

       120-SPLIT-HISTORY.
           ADD 1 TO WS-HIST-IN.
           IF HIST-RUN-DATE NOT NUMERIC
               ADD 1 TO WS-HIST-UNDATED
               ADD 1 TO WS-HIST-KEPT
               WRITE HIST-KEEP-REC FROM HIST-REC
           ELSE
           IF HIST-RUN-DATE < WS-HIST-CUTOFF
               ADD 1 TO WS-HIST-ARCHIVED
               WRITE HIST-ARCH-REC FROM HIST-REC
           ELSE
               ADD 1 TO WS-HIST-KEPT
               WRITE HIST-KEEP-REC FROM HIST-REC.
           PERFORM 110-READ-HISTORY.

      *    THE AUDIT TRAIL, ONE RECORD AT A TIME.
       200-ROLL-AUDIT.
           OPEN INPUT  AUDIT-IN.
           OPEN OUTPUT AUDIT-KEEP, AUDIT-ARCH.
           MOVE 'N' TO WS-IN-EOF.
           PERFORM 210-READ-AUDIT.
           PERFORM 220-SPLIT-AUDIT
               UNTIL WS-IN-EOF = 'Y'.
           CLOSE AUDIT-IN, AUDIT-KEEP, AUDIT-ARCH.

       210-READ-AUDIT.
           READ AUDIT-IN
               AT END MOVE 'Y' TO WS-IN-EOF.

       220-SPLIT-AUDIT.
           ADD 1 TO WS-AUDIT-IN.
           IF AUDT-RUN-DATE NOT NUMERIC
               ADD 1 TO WS-AUDIT-UNDATED
               ADD 1 TO WS-AUDIT-KEPT
               WRITE AUDIT-KEEP-REC FROM AUDT-REC
           ELSE
           IF AUDT-RUN-DATE < WS-AUDIT-CUTOFF
               ADD 1 TO WS-AUDIT-ARCHIVED
               WRITE AUDIT-ARCH-REC FROM AUDT-REC
           ELSE
               ADD 1 TO WS-AUDIT-KEPT
               WRITE AUDIT-KEEP-REC FROM AUDT-REC.
           PERFORM 210-READ-AUDIT.

      *    THE RUN JOURNAL, ONE RECORD AT A TIME.  JRNL-KEEP STAYS
      *    OPEN FOR THIS RUN'S OWN RECORD AT THE END.
       300-ROLL-JOURNAL.
           OPEN INPUT  JRNL-IN.
           OPEN OUTPUT JRNL-KEEP, JRNL-ARCH.
           MOVE 'N' TO WS-IN-EOF.
           PERFORM 310-READ-JOURNAL.
           PERFORM 320-SPLIT-JOURNAL
               UNTIL WS-IN-EOF = 'Y'.
           CLOSE JRNL-IN, JRNL-ARCH.

       310-READ-JOURNAL.
           READ JRNL-IN
               AT END MOVE 'Y' TO WS-IN-EOF.

       320-SPLIT-JOURNAL.
           ADD 1 TO WS-JRNL-IN.
           IF JRNL-IN-RUN-DATE NOT NUMERIC
               ADD 1 TO WS-JRNL-UNDATED
               ADD 1 TO WS-JRNL-KEPT
               WRITE JRNL-REC FROM JRNL-IN-REC
           ELSE
           IF JRNL-IN-RUN-DATE < WS-JRNL-CUTOFF
               ADD 1 TO WS-JRNL-ARCHIVED
               WRITE JRNL-ARCH-REC FROM JRNL-IN-REC
           ELSE
               ADD 1 TO WS-JRNL-KEPT
               WRITE JRNL-REC FROM JRNL-IN-REC.
           PERFORM 310-READ-JOURNAL.

      *    THE VAULT TAKES TWO PASSES - ONE TO COUNT EACH MEMBER'S
      *    GENERATIONS, ONE TO SPLIT THE DECK A WHOLE GENERATION AT
      *    A TIME.
       400-ROLL-VAULT.
           OPEN INPUT  VAULT-IN.
           MOVE 'N' TO WS-IN-EOF.
           PERFORM 410-READ-VAULT.
           PERFORM 420-COUNT-GENERATION
               UNTIL WS-IN-EOF = 'Y'.
           CLOSE VAULT-IN.

           OPEN INPUT  VAULT-IN.
           OPEN OUTPUT VAULT-KEEP, VAULT-ARCH.
           MOVE 'N' TO WS-IN-EOF.
           MOVE 'K' TO WS-GEN-DEST.
           PERFORM 410-READ-VAULT.
           PERFORM 450-SPLIT-VAULT
               UNTIL WS-IN-EOF = 'Y'.
           CLOSE VAULT-IN, VAULT-KEEP, VAULT-ARCH.

       410-READ-VAULT.
           READ VAULT-IN
               AT END MOVE 'Y' TO WS-IN-EOF.

       420-COUNT-GENERATION.
           IF VLT-TAG = './  *   VAULT '
               PERFORM 430-FIND-MEMBER
               ADD 1 TO WS-VG-TOTAL(WS-VG-FOUND).
           PERFORM 410-READ-VAULT.

      *    FINDS (OR ADDS) THE TAG CARD'S MEMBER IN THE GENERATION
      *    TABLE, LEAVING ITS ROW IN WS-VG-FOUND.
       430-FIND-MEMBER.
           MOVE ZERO TO WS-VG-FOUND.
           PERFORM 431-TEST-MEMBER
               VARYING WS-VG-IDX FROM 1 BY 1
                 UNTIL WS-VG-IDX > WS-VG-COUNT
                    OR WS-VG-FOUND > ZERO.
           IF WS-VG-FOUND = ZERO
               IF WS-VG-COUNT < 2000
                   ADD 1 TO WS-VG-COUNT
                   MOVE WS-VG-COUNT    TO WS-VG-FOUND
                   MOVE VLT-TAG-MEMBER TO WS-VG-MEMBER(WS-VG-FOUND)
               ELSE
                   DISPLAY 'VAULT HOLDS MORE THAN 2000 MEMBERS; '
                           'EXECUTION TERMINATED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.

       431-TEST-MEMBER.
           IF WS-VG-MEMBER(WS-VG-IDX) = VLT-TAG-MEMBER
               MOVE WS-VG-IDX TO WS-VG-FOUND.

      *    A TAG CARD OPENS A GENERATION AND DECIDES WHERE ALL OF IT
      *    GOES; EVERY OTHER CARD FOLLOWS THE GENERATION IT IS IN.
       450-SPLIT-VAULT.
           ADD 1 TO WS-VAULT-IN.
           IF VLT-TAG = './  *   VAULT '
               PERFORM 460-DECIDE-GENERATION.
           IF WS-GEN-DEST = 'A'
               ADD 1 TO WS-VAULT-ARCHIVED
               WRITE VAULT-ARCH-REC FROM VLT-REC
           ELSE
               ADD 1 TO WS-VAULT-KEPT
               WRITE VAULT-KEEP-REC FROM VLT-REC.
           PERFORM 410-READ-VAULT.

      *    WS-VG-NEWER IS HOW MANY OF THIS MEMBER'S GENERATIONS COME
      *    AFTER THIS ONE IN THE DECK.  FEWER THAN KEEP-GENS MEANS IT
      *    IS ONE OF THE NEWEST AND IS KEPT WHATEVER ITS AGE.
       460-DECIDE-GENERATION.
           ADD 1 TO WS-GENS-IN.
           PERFORM 430-FIND-MEMBER.
           ADD 1 TO WS-VG-SEEN(WS-VG-FOUND).
           COMPUTE WS-VG-NEWER = WS-VG-TOTAL(WS-VG-FOUND)
                               - WS-VG-SEEN(WS-VG-FOUND).
           IF WS-VG-NEWER < WS-VAULT-GENS
               MOVE 'K' TO WS-GEN-DEST
           ELSE
           IF VLT-TAG-DATE NOT NUMERIC
               ADD 1 TO WS-VAULT-UNDATED
               MOVE 'K' TO WS-GEN-DEST
           ELSE
           IF VLT-TAG-DATE < WS-VAULT-CUTOFF
               MOVE 'A' TO WS-GEN-DEST
           ELSE
               MOVE 'K' TO WS-GEN-DEST.
           IF WS-GEN-DEST = 'A'
               ADD 1 TO WS-GENS-ARCHIVED
           ELSE
               ADD 1 TO WS-GENS-KEPT.

      *    ONE REPORT LINE PER DATASET (TWO FOR THE VAULT - RECORDS
      *    AND GENERATIONS), EACH PROVING IN = KEPT + ARCHIVED.
       800-PRINT-HISTORY.
           PERFORM 850-SETUP-LINE.
           MOVE 'HIST'             TO DL-DATASET.
           IF WS-HIST-POLICY = 'Y'
               MOVE WS-HIST-DAYS   TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT  TO DL-KEEP-DAYS
               MOVE WS-HIST-CUTOFF TO DL-CUTOFF.
           MOVE WS-HIST-IN         TO DL-IN.
           MOVE WS-HIST-KEPT       TO DL-KEPT.
           MOVE WS-HIST-ARCHIVED   TO DL-ARCHIVED.
           IF WS-HIST-IN NOT = WS-HIST-KEPT + WS-HIST-ARCHIVED
               MOVE 'Y'            TO WS-ANY-UNBALANCED
               MOVE 'OUT OF BALANCE' TO DL-STATUS.
           WRITE PF-PRINT-LINE FROM DL-DETAIL-LINE.
           MOVE WS-HIST-UNDATED    TO NL-COUNT.
           IF WS-HIST-UNDATED > ZERO
               WRITE PF-PRINT-LINE FROM NL-NOTE-LINE.

       810-PRINT-AUDIT.
           PERFORM 850-SETUP-LINE.
           MOVE 'AUDIT'            TO DL-DATASET.
           IF WS-AUDIT-POLICY = 'Y'
               MOVE WS-AUDIT-DAYS  TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT  TO DL-KEEP-DAYS
               MOVE WS-AUDIT-CUTOFF TO DL-CUTOFF.
           MOVE WS-AUDIT-IN        TO DL-IN.
           MOVE WS-AUDIT-KEPT      TO DL-KEPT.
           MOVE WS-AUDIT-ARCHIVED  TO DL-ARCHIVED.
           IF WS-AUDIT-IN NOT = WS-AUDIT-KEPT + WS-AUDIT-ARCHIVED
               MOVE 'Y'            TO WS-ANY-UNBALANCED
               MOVE 'OUT OF BALANCE' TO DL-STATUS.
           WRITE PF-PRINT-LINE FROM DL-DETAIL-LINE.
           MOVE WS-AUDIT-UNDATED   TO NL-COUNT.
           IF WS-AUDIT-UNDATED > ZERO
               WRITE PF-PRINT-LINE FROM NL-NOTE-LINE.

       820-PRINT-JOURNAL.
           PERFORM 850-SETUP-LINE.
           MOVE 'JRNL'             TO DL-DATASET.
           IF WS-JRNL-POLICY = 'Y'
               MOVE WS-JRNL-DAYS   TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT  TO DL-KEEP-DAYS
               MOVE WS-JRNL-CUTOFF TO DL-CUTOFF.
           MOVE WS-JRNL-IN         TO DL-IN.
           MOVE WS-JRNL-KEPT       TO DL-KEPT.
           MOVE WS-JRNL-ARCHIVED   TO DL-ARCHIVED.
           IF WS-JRNL-IN NOT = WS-JRNL-KEPT + WS-JRNL-ARCHIVED
               MOVE 'Y'            TO WS-ANY-UNBALANCED
               MOVE 'OUT OF BALANCE' TO DL-STATUS.
           WRITE PF-PRINT-LINE FROM DL-DETAIL-LINE.
           MOVE WS-JRNL-UNDATED    TO NL-COUNT.
           IF WS-JRNL-UNDATED > ZERO
               WRITE PF-PRINT-LINE FROM NL-NOTE-LINE.

       830-PRINT-VAULT.
           PERFORM 850-SETUP-LINE.
           MOVE 'VAULT'            TO DL-DATASET.
           IF WS-VAULT-POLICY = 'Y'
               MOVE WS-VAULT-DAYS  TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT  TO DL-KEEP-DAYS
               MOVE WS-VAULT-GENS  TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT  TO DL-KEEP-GENS
               MOVE WS-VAULT-CUTOFF TO DL-CUTOFF.
           MOVE WS-VAULT-IN        TO DL-IN.
           MOVE WS-VAULT-KEPT      TO DL-KEPT.
           MOVE WS-VAULT-ARCHIVED  TO DL-ARCHIVED.
           IF WS-VAULT-IN NOT = WS-VAULT-KEPT + WS-VAULT-ARCHIVED
               MOVE 'Y'            TO WS-ANY-UNBALANCED
               MOVE 'OUT OF BALANCE' TO DL-STATUS.
           WRITE PF-PRINT-LINE FROM DL-DETAIL-LINE.
           MOVE SPACES             TO DL-DATASET, DL-KEEP-DAYS,
                                      DL-KEEP-GENS, DL-CUTOFF.
           MOVE SPACE              TO CC OF DL-DETAIL-LINE.
           MOVE 'GENS'             TO DL-UNIT.
           MOVE 'BALANCED'         TO DL-STATUS.
           MOVE WS-GENS-IN         TO DL-IN.
           MOVE WS-GENS-KEPT       TO DL-KEPT.
           MOVE WS-GENS-ARCHIVED   TO DL-ARCHIVED.
           IF WS-GENS-IN NOT = WS-GENS-KEPT + WS-GENS-ARCHIVED
               MOVE 'Y'            TO WS-ANY-UNBALANCED
               MOVE 'OUT OF BALANCE' TO DL-STATUS.
           WRITE PF-PRINT-LINE FROM DL-DETAIL-LINE.
           MOVE WS-VAULT-UNDATED   TO NL-COUNT.
           IF WS-VAULT-UNDATED > ZERO
               MOVE 'UNDATED GENERATIONS KEPT' TO NL-NOTE
               WRITE PF-PRINT-LINE FROM NL-NOTE-LINE.

      *    A DATASET WITH NO POLICY CARD SHOWS 'NO POLICY' AND NO
      *    CUTOFF - EVERYTHING IN IT WAS KEPT.
       850-SETUP-LINE.
           MOVE SPACES             TO DL-DETAIL-LINE.
           MOVE '0'                TO CC OF DL-DETAIL-LINE.
           MOVE 'NO POLICY'        TO DL-KEEP-DAYS.
           MOVE 'RECORDS'          TO DL-UNIT.
           MOVE 'BALANCED'         TO DL-STATUS.
           MOVE 'UNDATED RECORDS KEPT' TO NL-NOTE.
