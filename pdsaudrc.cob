            WRITTEN BY PDSCOPYC, PDSREPLC, AND FRIENDS, EACH CARRYING
            THE MEMBER'S STATS AS THEY STOOD BEFORE THE CHANGE).
            CTL-FILE MAY SUPPLY ANY COMBINATION OF LIBRARY=, MEMBER=,
            FROM=YYYYMMDD, TO=YYYYMMDD, AND TICKET= CARDS TO FILTER THE
            LISTING; NO CARDS AT ALL PRINTS EVERYTHING.  THIS IS THE
            REPORT THAT GOES TO THE AUDITORS - WHO REPLACED OR
            REMOVED WHAT, WHEN, AND WHAT WAS THERE BEFORE.
            VERSION     DATE     COMMENTS
            -------   ---------  ---------------------------------
             1.0.0    09/2026    ORIGINAL VERSION.
             1.1.0    10/15/2026 THE WRITERS NOW STAMP THE CHANGE
                                 TICKET EACH UPDATE RAN UNDER INTO
                                 THE AUDIT RECORD (AUDT-TICKET, CUT
                                 FROM THE OLD TRAILING FILLER - SEE
                                 PDSTKTMC).  IT IS PRINTED IN A NEW
                                 TICKET COLUMN, AND A NEW
                                 TICKET=NNNNNN FILTER CARD LISTS
                                 EVERYTHING DONE UNDER ONE TICKET.
             1.2.0    10/15/2026 TICKET HEADING MOVED LEFT ONE
                                 COLUMN TO SIT OVER ITS COLUMN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  AUDT-PRIOR-UPDATED      PIC 9(7).
           05  AUDT-PRIOR-VVMM         PIC X(5).
           05  AUDT-NEW-NAME           PIC X(8).
           05  AUDT-TICKET             PIC X(6).

      *    OPTIONAL FILTER CARDS, ANY COMBINATION, IN ANY ORDER.
       FD  CTL-FILE
           05  CTL-TO-TAG              PIC X(3).
           05  CTL-TO-VALUE            PIC X(8).
           05  FILLER                  PIC X(69).
       01  CTL-TKT-CARD.
           05  CTL-TKT-TAG             PIC X(7).
           05  CTL-TKT-VALUE           PIC X(6).
           05  FILLER                  PIC X(67).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
       77  WS-FROM-ACTIVE              PIC X     VALUE 'N'.
       77  WS-TO-DATE                  PIC 9(8)  VALUE 99999999.
       77  WS-TO-ACTIVE                PIC X     VALUE 'N'.
       77  WS-TKT-FILTER               PIC X(6)  VALUE SPACES.
       77  WS-TKT-ACTIVE               PIC X     VALUE 'N'.
       77  WS-DATE-WORK-X              PIC X(8)  VALUE SPACES.
       77  WS-RECORD-WANTED            PIC X     VALUE 'N'.

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSAUDRC V1.2.0  MEMBER CHANGE AUDIT TRAIL'.
       01  PH-LINE-2.
           05  FILLER                  PIC X(51)  VALUE
               '0RUN-DATE  RUN-TIME  PROGRAM   LIBRARY   MEMBER'.
           05  FILLER                  PIC X(49)  VALUE
               '    OPER      PRIOR-ID  UPDATED  VV.MM  NEW-NAME'.
           05  FILLER                  PIC X(6)   VALUE
               'TICKET'.
       01  DL-DETAIL-LINE.
           05  CC                      PIC X.
           05  DL-DATE                 PIC X(8).
           05  DL-VVMM                 PIC X(5).
           05  FILLER                  PIC XX.
           05  DL-NEW-NAME             PIC X(8).
           05  FILLER                  PIC X(5).
           05  DL-TICKET               PIC X(6).
           05  FILLER                  PIC X(27).
       01  SL-SUMMARY-LINE.
           05  FILLER                  PIC X      VALUE '0'.
           05  FILLER                  PIC X(22)  VALUE
                   MOVE CTL-MEM-VALUE TO WS-MEM-FILTER
                   MOVE 'Y'           TO WS-MEM-ACTIVE
               ELSE
               IF CTL-TKT-TAG = 'TICKET='
                   MOVE CTL-TKT-VALUE TO WS-TKT-FILTER
                   MOVE 'Y'           TO WS-TKT-ACTIVE
               ELSE
               IF CTL-FROM-TAG = 'FROM='
                   PERFORM 060-SET-FROM-DATE
               ELSE
           IF WS-TO-ACTIVE = 'Y'
              AND AUDT-RUN-DATE > WS-TO-DATE
               MOVE 'N' TO WS-RECORD-WANTED.
           IF WS-TKT-ACTIVE = 'Y'
              AND AUDT-TICKET NOT = WS-TKT-FILTER
               MOVE 'N' TO WS-RECORD-WANTED.

       800-PRINT-DETAIL.
           IF WS-LINE-CNT > WS-LINE-MAX
           MOVE AUDT-PRIOR-UPDATED TO DL-UPDATED.
           MOVE AUDT-PRIOR-VVMM    TO DL-VVMM.
           MOVE AUDT-NEW-NAME      TO DL-NEW-NAME.
           MOVE AUDT-TICKET        TO DL-TICKET.
           WRITE PF-PRINT-LINE FROM DL-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-PRINTED-COUNT.
