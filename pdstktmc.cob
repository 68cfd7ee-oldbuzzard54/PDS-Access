       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDSTKTMC.
       AUTHOR. ED LISS.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
       REMARKS. THIS PROGRAM MAINTAINS THE CHANGE-TICKET APPROVAL
            FILE (TICKET-FILE - A KSDS KEYED ON THE SIX-CHARACTER
            CHANGE-TICKET NUMBER) THAT GATES EVERY PRODUCTION UPDATE
            THE SUITE MAKES.  PDSCOPYC, PDSREPLC (OUTSIDE A TRIAL
            RUN), AND PDSSWEPC (OUTSIDE A REPORT RUN) EACH TAKE A
            TICKET= CARD AND REFUSE ANY MEMBER THE TICKET DOES NOT
            COVER.  A TICKET NAMES ONE TARGET LIBRARY DD, UP TO 20
            MEMBER NAMES OR PREFIXES (A TRAILING '*' MAKES AN ENTRY A
            PREFIX; '*' ALONE COVERS THE WHOLE LIBRARY), THE
            REQUESTER AND APPROVER USERIDS, AND AN EFFECTIVE/EXPIRY
            DATE WINDOW.  IT COVERS NOTHING UNTIL IT IS APPROVED, AND
            NOTHING ONCE IT IS REVOKED.  CTL-FILE CARRIES ONE
            TRANSACTION PER CARD, FUNCTION IN COLUMNS 1-8 AND TICKET
            NUMBER IN 10-15:
              ADD      - 17-24 LIBRARY DD, 26-33 REQUESTER,
                         35-42 EFFECTIVE YYYYMMDD, 44-51 EXPIRY
                         YYYYMMDD, 53-80 DESCRIPTION.  THE TICKET IS
                         FILED PENDING.
              MEMBER   - UP TO SEVEN NAMES OR PREFIXES, EIGHT
                         COLUMNS EACH FROM COLUMN 17 WITH ONE BLANK
                         BETWEEN, ADDED TO A PENDING TICKET.  AN
                         APPROVED TICKET'S SCOPE IS FROZEN.
              APPROVE  - 17-24 APPROVER, WHO MAY NOT BE THE
                         REQUESTER.
              REVOKE   - 17-24 USERID REVOKING IT.
              LIST     - ONE TICKET, OR EVERY TICKET ON FILE WHEN
                         THE TICKET COLUMNS ARE BLANK.
            EVERY CARD IS LOGGED WITH ITS RESULT.  A REJECTED CARD
            CHANGES NOTHING AND SETS RETURN CODE 4.

            VERSION     DATE     COMMENTS
            -------   ---------  ---------------------------------
             1.0.0    10/2026    ORIGINAL VERSION.
             1.1.0    10/15/2026 THE JOURNAL RECORD IS NOW STAMPED
                                 WITH THE DATE AND TIME IT IS
                                 WRITTEN, NOT THE START OF THE RUN.
             1.2.0    10/15/2026 A DOUBLE-SPACED LOG LINE NOW COUNTS
                                 AS TWO LINES TOWARD THE PAGE BREAK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE    ASSIGN TO UT-S-CTLCARD.
           SELECT PRINT-FILE  ASSIGN TO UT-S-PRINTER.
           SELECT JRNL-FILE   ASSIGN TO UT-S-JRNLOUT.
           SELECT TICKET-FILE ASSIGN TO TICKETS
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS TKT-NUMBER
                              FILE STATUS IS WS-TKT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE TRANSACTION PER CARD - SEE THE REMARKS FOR THE
      *    COLUMNS EACH FUNCTION USES.
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CTL-CARD-IN.
           05  CTL-FUNCTION            PIC X(8).
           05  FILLER                  PIC X.
           05  CTL-TICKET              PIC X(6).
           05  FILLER                  PIC X.
           05  CTL-DATA                PIC X(64).
       01  CTL-ADD-CARD.
           05  FILLER                  PIC X(16).
           05  CTL-ADD-LIBRARY         PIC X(8).
           05  FILLER                  PIC X.
           05  CTL-ADD-REQUESTER       PIC X(8).
           05  FILLER                  PIC X.
           05  CTL-ADD-EFFECTIVE       PIC X(8).
           05  FILLER                  PIC X.
           05  CTL-ADD-EXPIRY          PIC X(8).
           05  FILLER                  PIC X.
           05  CTL-ADD-DESCRIPTION     PIC X(28).
       01  CTL-MEMBER-CARD.
           05  FILLER                  PIC X(16).
           05  CTL-MBR-ENTRY           OCCURS 7 TIMES.
               10  CTL-MBR-NAME        PIC X(8).
               10  FILLER              PIC X.
           05  FILLER                  PIC X.
       01  CTL-USER-CARD.
           05  FILLER                  PIC X(16).
           05  CTL-USERID              PIC X(8).
           05  FILLER                  PIC X(56).

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

      *    ONE RECORD PER CHANGE TICKET.  TKT-STATUS IS 'P' PENDING,
      *    'A' APPROVED, OR 'R' REVOKED.  PDSCOPYC, PDSREPLC, AND
      *    PDSSWEPC READ THIS LAYOUT BACK - KEEP THEM IN SYNC.
       FD  TICKET-FILE
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           05  TKT-NUMBER              PIC X(6).
           05  TKT-STATUS              PIC X.
           05  TKT-LIBRARY             PIC X(8).
           05  TKT-REQUESTER           PIC X(8).
           05  TKT-APPROVER            PIC X(8).
           05  TKT-EFFECTIVE           PIC 9(8).
           05  TKT-EXPIRY              PIC 9(8).
           05  TKT-ADDED-DATE          PIC 9(8).
           05  TKT-APPROVED-DATE       PIC 9(8).
           05  TKT-REVOKED-DATE        PIC 9(8).
           05  TKT-REVOKED-BY          PIC X(8).
           05  TKT-MEMBER-COUNT        PIC 99.
           05  TKT-MEMBER              OCCURS 20 TIMES
                                       PIC X(8).
           05  TKT-DESCRIPTION         PIC X(28).
           05  FILLER                  PIC X(31).

       WORKING-STORAGE SECTION.

       77  WS-CTL-EOF                  PIC X     VALUE 'N'.
       77  WS-TKT-EOF                  PIC X     VALUE 'N'.
       77  WS-TKT-STATUS               PIC XX    VALUE SPACES.
       77  WS-TKT-FOUND                PIC X     VALUE 'N'.
       77  WS-LINE-CNT                 PIC S9(4) COMP SYNC VALUE +57.
       77  WS-LINE-MAX                 PIC S9(4) COMP SYNC VALUE +56.
       77  WS-CARD-COUNT               PIC 9(9)  VALUE ZERO.
       77  WS-ACCEPTED-COUNT           PIC 9(9)  VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(9)  VALUE ZERO.
       77  WS-LISTED-COUNT             PIC 9(9)  VALUE ZERO.
       77  WS-CARD-IDX                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-CARD-NAMES               PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-MBR-IDX                  PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-ML-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.

       77  WS-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       77  WS-JRNL-DATE                PIC 9(8)  VALUE ZERO.
       77  WS-JRNL-TIME-X              PIC X(8)  VALUE SPACES.

      *    THE OUTCOME OF THE CARD IN HAND - A REJECTION REASON, OR
      *    WHAT WAS DONE.
       77  WS-REJECTED                 PIC X     VALUE 'N'.
       77  WS-RESULT                   PIC X(40) VALUE SPACES.
       01  WS-COUNT-RESULT.
           05  WS-CR-COUNT             PIC Z9.
           05  FILLER                  PIC X(38) VALUE
               ' MEMBER ENTRIES ON TICKET'.

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSTKTMC V1.2.0  CHANGE TICKET MAINTENANCE'.
       01  PH-LINE-2.
           05  FILLER                  PIC X(61)  VALUE
               '0FUNCTION  TICKET  RESULT'.
           05  FILLER                  PIC X(15)  VALUE
               'CARD COLS 17-80'.
       01  DL-DETAIL-LINE.
           05  CC                      PIC X.
           05  DL-FUNCTION             PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-TICKET               PIC X(6).
           05  FILLER                  PIC XX.
           05  DL-RESULT               PIC X(40).
           05  FILLER                  PIC XX.
           05  DL-CARD                 PIC X(64).
           05  FILLER                  PIC X(8).
       01  TL-TICKET-LINE.
           05  FILLER                  PIC X(11)  VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE 'STATUS '.
           05  TL-STATUS               PIC X(8).
           05  FILLER                  PIC X(10)  VALUE
               '  LIBRARY '.
           05  TL-LIBRARY              PIC X(8).
           05  FILLER                  PIC X(12)  VALUE
               '  REQUESTER '.
           05  TL-REQUESTER            PIC X(8).
           05  FILLER                  PIC X(11)  VALUE
               '  APPROVER '.
           05  TL-APPROVER             PIC X(8).
           05  FILLER                  PIC X(9)   VALUE
               '  WINDOW '.
           05  TL-EFFECTIVE            PIC 9(8).
           05  FILLER                  PIC X      VALUE '-'.
           05  TL-EXPIRY               PIC 9(8).
           05  FILLER                  PIC X(24)  VALUE SPACES.
       01  TL-DATES-LINE.
           05  FILLER                  PIC X(11)  VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE 'ADDED '.
           05  TL-ADDED                PIC 9(8).
           05  FILLER                  PIC X(11)  VALUE
               '  APPROVED '.
           05  TL-APPROVED             PIC X(8).
           05  FILLER                  PIC X(10)  VALUE
               '  REVOKED '.
           05  TL-REVOKED              PIC X(8).
           05  FILLER                  PIC X(4)   VALUE ' BY '.
           05  TL-REVOKED-BY           PIC X(8).
           05  FILLER                  PIC XX     VALUE SPACES.
           05  TL-DESCRIPTION          PIC X(28).
           05  FILLER                  PIC X(29)  VALUE SPACES.
       01  ML-MEMBER-LINE.
           05  FILLER                  PIC X(11)  VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE 'MEMBERS '.
           05  ML-ENTRY                OCCURS 10 TIMES.
               10  ML-MEMBER           PIC X(8).
               10  FILLER              PIC X.
           05  FILLER                  PIC X(24)  VALUE SPACES.
       01  SL-SUMMARY-LINE.
           05  FILLER                  PIC X      VALUE '0'.
           05  FILLER                  PIC X(13)  VALUE
               'CARDS READ = '.
           05  SL-CARDS                PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(14)  VALUE
               '   ACCEPTED = '.
           05  SL-ACCEPTED             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(14)  VALUE
               '   REJECTED = '.
           05  SL-REJECTED             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(64)  VALUE SPACES.

       PROCEDURE DIVISION.

       000-INITIATE.

           OPEN INPUT  CTL-FILE.
           OPEN OUTPUT PRINT-FILE, JRNL-FILE.
           OPEN I-O    TICKET-FILE.
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'TICKET FILE OPEN FAILED (STATUS='
                       WS-TKT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-RUN-DATE    FROM DATE YYYYMMDD.

           WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING.
           WRITE PF-PRINT-LINE FROM PH-LINE-2.
           MOVE 3 TO WS-LINE-CNT.

           PERFORM 050-NEXT-CARD
               UNTIL WS-CTL-EOF = 'Y'.

           MOVE WS-CARD-COUNT     TO SL-CARDS.
           MOVE WS-ACCEPTED-COUNT TO SL-ACCEPTED.
           MOVE WS-REJECTED-COUNT TO SL-REJECTED.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.

           DISPLAY 'CARDS READ=' WS-CARD-COUNT.
           DISPLAY 'CARDS REJECTED=' WS-REJECTED-COUNT.
           PERFORM 950-WRITE-JOURNAL.
           DISPLAY 'PDSTKTMC CONCLUDED'.
           CLOSE CTL-FILE, PRINT-FILE, JRNL-FILE, TICKET-FILE.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.

           GOBACK.

      *    THE ONE STANDARD END-OF-RUN RECORD FOR PDSJRNSC'S DAILY
      *    SUMMARY.  A REJECTED CARD IS WORTH A FLAG - SOMEBODY'S
      *    TICKET IS NOT IN THE STATE THEY THINK IT IS.
       950-WRITE-JOURNAL.
           ACCEPT WS-JRNL-DATE   FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-TIME-X FROM TIME.
           MOVE SPACES              TO JRNL-REC.
           MOVE 'PDSTKTMC'          TO JRNL-PROGRAM.
           MOVE WS-JRNL-DATE        TO JRNL-RUN-DATE.
           MOVE WS-JRNL-TIME-X(1:6) TO JRNL-RUN-TIME.
           MOVE ZERO                TO JRNL-LIBRARIES.
           MOVE WS-CARD-COUNT       TO JRNL-MEMBERS.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 'REJECTED'      TO JRNL-OUTCOME
               MOVE 'TICKET CARDS REJECTED' TO JRNL-NOTE
           ELSE
               MOVE 'OK'            TO JRNL-OUTCOME.
           WRITE JRNL-REC.

      *    READS AND APPLIES ONE TRANSACTION CARD.  BLANK CARDS ARE
      *    SKIPPED.  A LIST CARD PRINTS ITS OWN LOG LINE AHEAD OF THE
      *    TICKETS IT LISTS; EVERY OTHER CARD IS LOGGED ONCE IT HAS
      *    BEEN APPLIED OR REJECTED.
       050-NEXT-CARD.
           READ CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF.
           IF WS-CTL-EOF NOT = 'Y'
               IF CTL-CARD-IN NOT = SPACES
                   ADD 1 TO WS-CARD-COUNT
                   MOVE 'N'    TO WS-REJECTED
                   MOVE SPACES TO WS-RESULT
                   PERFORM 060-APPLY-CARD.

       060-APPLY-CARD.
           IF CTL-FUNCTION = 'LIST'
               PERFORM 500-LIST-TICKETS THRU 500-EXIT
           ELSE
               IF CTL-FUNCTION = 'ADD'
                   PERFORM 100-ADD-TICKET THRU 100-EXIT
               ELSE
               IF CTL-FUNCTION = 'MEMBER'
                   PERFORM 200-ADD-MEMBERS THRU 200-EXIT
               ELSE
               IF CTL-FUNCTION = 'APPROVE'
                   PERFORM 300-APPROVE-TICKET THRU 300-EXIT
               ELSE
               IF CTL-FUNCTION = 'REVOKE'
                   PERFORM 400-REVOKE-TICKET THRU 400-EXIT
               ELSE
                   PERFORM 790-REJECT-FUNCTION.
           IF CTL-FUNCTION NOT = 'LIST'
               PERFORM 800-PRINT-RESULT.

      *    FILES A NEW TICKET, PENDING.  EVERY FIELD THE GATE WILL
      *    RELY ON MUST BE PRESENT AND THE WINDOW MUST BE A REAL
      *    ONE BEFORE ANYTHING IS WRITTEN.
       100-ADD-TICKET.
           IF CTL-TICKET = SPACES
               MOVE 'TICKET NUMBER MISSING' TO WS-RESULT
               GO TO 100-REJECT.
           IF CTL-ADD-LIBRARY = SPACES
               MOVE 'LIBRARY DD MISSING' TO WS-RESULT
               GO TO 100-REJECT.
           IF CTL-ADD-REQUESTER = SPACES
               MOVE 'REQUESTER MISSING' TO WS-RESULT
               GO TO 100-REJECT.
           IF CTL-ADD-EFFECTIVE IS NOT NUMERIC
              OR CTL-ADD-EXPIRY IS NOT NUMERIC
               MOVE 'WINDOW DATES NOT YYYYMMDD' TO WS-RESULT
               GO TO 100-REJECT.
           IF CTL-ADD-EXPIRY < CTL-ADD-EFFECTIVE
               MOVE 'EXPIRY BEFORE EFFECTIVE DATE' TO WS-RESULT
               GO TO 100-REJECT.
           MOVE SPACES              TO TKT-REC.
           MOVE CTL-TICKET          TO TKT-NUMBER.
           MOVE 'P'                 TO TKT-STATUS.
           MOVE CTL-ADD-LIBRARY     TO TKT-LIBRARY.
           MOVE CTL-ADD-REQUESTER   TO TKT-REQUESTER.
           MOVE CTL-ADD-EFFECTIVE   TO TKT-EFFECTIVE.
           MOVE CTL-ADD-EXPIRY      TO TKT-EXPIRY.
           MOVE WS-RUN-DATE         TO TKT-ADDED-DATE.
           MOVE ZERO                TO TKT-APPROVED-DATE.
           MOVE ZERO                TO TKT-REVOKED-DATE.
           MOVE ZERO                TO TKT-MEMBER-COUNT.
           MOVE CTL-ADD-DESCRIPTION TO TKT-DESCRIPTION.
           WRITE TKT-REC
               INVALID KEY
                   MOVE 'TICKET ALREADY ON FILE' TO WS-RESULT
                   GO TO 100-REJECT.
           MOVE 'ADDED - PENDING APPROVAL' TO WS-RESULT.
           ADD 1 TO WS-ACCEPTED-COUNT.
           GO TO 100-EXIT.
       100-REJECT.
           PERFORM 780-COUNT-REJECT.
       100-EXIT.
           EXIT.

      *    ADDS THE CARD'S MEMBER NAMES AND PREFIXES TO A PENDING
      *    TICKET.  ONCE APPROVED, THE SCOPE IS WHAT THE APPROVER
      *    SIGNED AND CANNOT GROW.
       200-ADD-MEMBERS.
           PERFORM 700-READ-TICKET.
           IF WS-TKT-FOUND NOT = 'Y'
               MOVE 'TICKET NOT ON FILE' TO WS-RESULT
               GO TO 200-REJECT.
           IF TKT-STATUS = 'A'
               MOVE 'APPROVED - SCOPE IS FROZEN' TO WS-RESULT
               GO TO 200-REJECT.
           IF TKT-STATUS = 'R'
               MOVE 'TICKET REVOKED' TO WS-RESULT
               GO TO 200-REJECT.
           MOVE ZERO TO WS-CARD-NAMES.
           PERFORM 210-COUNT-CARD-NAME
               VARYING WS-CARD-IDX FROM 1 BY 1
                 UNTIL WS-CARD-IDX > 7.
           IF WS-CARD-NAMES = ZERO
               MOVE 'NO MEMBER NAMES ON CARD' TO WS-RESULT
               GO TO 200-REJECT.
           IF TKT-MEMBER-COUNT + WS-CARD-NAMES > 20
               MOVE 'OVER 20 MEMBER ENTRIES' TO WS-RESULT
               GO TO 200-REJECT.
           PERFORM 220-FILE-CARD-NAME
               VARYING WS-CARD-IDX FROM 1 BY 1
                 UNTIL WS-CARD-IDX > 7.
           REWRITE TKT-REC
               INVALID KEY
                   MOVE 'TICKET REWRITE FAILED' TO WS-RESULT
                   GO TO 200-REJECT.
           MOVE TKT-MEMBER-COUNT TO WS-CR-COUNT.
           MOVE WS-COUNT-RESULT  TO WS-RESULT.
           ADD 1 TO WS-ACCEPTED-COUNT.
           GO TO 200-EXIT.
       200-REJECT.
           PERFORM 780-COUNT-REJECT.
       200-EXIT.
           EXIT.

       210-COUNT-CARD-NAME.
           IF CTL-MBR-NAME(WS-CARD-IDX) NOT = SPACES
               ADD 1 TO WS-CARD-NAMES.

       220-FILE-CARD-NAME.
           IF CTL-MBR-NAME(WS-CARD-IDX) NOT = SPACES
               ADD 1 TO TKT-MEMBER-COUNT
               MOVE CTL-MBR-NAME(WS-CARD-IDX) TO
                    TKT-MEMBER(TKT-MEMBER-COUNT).

      *    APPROVES A PENDING TICKET.  THE APPROVER MUST BE SOMEONE
      *    OTHER THAN THE REQUESTER, THE TICKET MUST COVER AT LEAST
      *    ONE MEMBER, AND ITS WINDOW MUST NOT ALREADY BE OVER.
       300-APPROVE-TICKET.
           PERFORM 700-READ-TICKET.
           IF WS-TKT-FOUND NOT = 'Y'
               MOVE 'TICKET NOT ON FILE' TO WS-RESULT
               GO TO 300-REJECT.
           IF TKT-STATUS = 'A'
               MOVE 'TICKET ALREADY APPROVED' TO WS-RESULT
               GO TO 300-REJECT.
           IF TKT-STATUS = 'R'
               MOVE 'TICKET REVOKED' TO WS-RESULT
               GO TO 300-REJECT.
           IF CTL-USERID = SPACES
               MOVE 'APPROVER MISSING' TO WS-RESULT
               GO TO 300-REJECT.
           IF CTL-USERID = TKT-REQUESTER
               MOVE 'APPROVER IS THE REQUESTER' TO WS-RESULT
               GO TO 300-REJECT.
           IF TKT-MEMBER-COUNT = ZERO
               MOVE 'TICKET COVERS NO MEMBERS' TO WS-RESULT
               GO TO 300-REJECT.
           IF WS-RUN-DATE > TKT-EXPIRY
               MOVE 'TICKET WINDOW ALREADY EXPIRED' TO WS-RESULT
               GO TO 300-REJECT.
           MOVE 'A'         TO TKT-STATUS.
           MOVE CTL-USERID  TO TKT-APPROVER.
           MOVE WS-RUN-DATE TO TKT-APPROVED-DATE.
           REWRITE TKT-REC
               INVALID KEY
                   MOVE 'TICKET REWRITE FAILED' TO WS-RESULT
                   GO TO 300-REJECT.
           MOVE 'APPROVED' TO WS-RESULT.
           ADD 1 TO WS-ACCEPTED-COUNT.
           GO TO 300-EXIT.
       300-REJECT.
           PERFORM 780-COUNT-REJECT.
       300-EXIT.
           EXIT.

      *    REVOKES A TICKET, PENDING OR APPROVED.  A REVOKED TICKET
      *    STAYS ON FILE, SO THE AUDIT TRAIL'S TICKET NUMBERS STILL
      *    LEAD SOMEWHERE.
       400-REVOKE-TICKET.
           PERFORM 700-READ-TICKET.
           IF WS-TKT-FOUND NOT = 'Y'
               MOVE 'TICKET NOT ON FILE' TO WS-RESULT
               GO TO 400-REJECT.
           IF TKT-STATUS = 'R'
               MOVE 'TICKET ALREADY REVOKED' TO WS-RESULT
               GO TO 400-REJECT.
           IF CTL-USERID = SPACES
               MOVE 'REVOKING USERID MISSING' TO WS-RESULT
               GO TO 400-REJECT.
           MOVE 'R'         TO TKT-STATUS.
           MOVE CTL-USERID  TO TKT-REVOKED-BY.
           MOVE WS-RUN-DATE TO TKT-REVOKED-DATE.
           REWRITE TKT-REC
               INVALID KEY
                   MOVE 'TICKET REWRITE FAILED' TO WS-RESULT
                   GO TO 400-REJECT.
           MOVE 'REVOKED' TO WS-RESULT.
           ADD 1 TO WS-ACCEPTED-COUNT.
           GO TO 400-EXIT.
       400-REJECT.
           PERFORM 780-COUNT-REJECT.
       400-EXIT.
           EXIT.

      *    LISTS ONE TICKET, OR - TICKET COLUMNS BLANK - EVERY TICKET
      *    ON FILE IN TICKET-NUMBER ORDER.
       500-LIST-TICKETS.
           IF CTL-TICKET = SPACES
               GO TO 520-LIST-ALL.
           PERFORM 700-READ-TICKET.
           IF WS-TKT-FOUND NOT = 'Y'
               MOVE 'TICKET NOT ON FILE' TO WS-RESULT
               PERFORM 780-COUNT-REJECT
               PERFORM 800-PRINT-RESULT
               GO TO 500-EXIT.
           MOVE 'LISTED' TO WS-RESULT.
           ADD 1 TO WS-ACCEPTED-COUNT.
           PERFORM 800-PRINT-RESULT.
           PERFORM 600-PRINT-TICKET.
           GO TO 500-EXIT.
       520-LIST-ALL.
           MOVE 'ALL TICKETS ON FILE FOLLOW' TO WS-RESULT.
           ADD 1 TO WS-ACCEPTED-COUNT.
           PERFORM 800-PRINT-RESULT.
           MOVE ZERO       TO WS-LISTED-COUNT.
           MOVE 'N'        TO WS-TKT-EOF.
           MOVE LOW-VALUES TO TKT-NUMBER.
           START TICKET-FILE KEY NOT < TKT-NUMBER
               INVALID KEY MOVE 'Y' TO WS-TKT-EOF.
           IF WS-TKT-EOF NOT = 'Y'
               PERFORM 530-READ-NEXT-TICKET.
           PERFORM 540-LIST-ONE
               UNTIL WS-TKT-EOF = 'Y'.
           IF WS-LISTED-COUNT = ZERO
               MOVE 'NO TICKETS ON FILE' TO WS-RESULT
               PERFORM 800-PRINT-RESULT.
       500-EXIT.
           EXIT.

       530-READ-NEXT-TICKET.
           READ TICKET-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-TKT-EOF.
           IF WS-TKT-EOF NOT = 'Y'
              AND WS-TKT-STATUS NOT = '00'
               DISPLAY 'TICKET FILE READ FAILED (STATUS='
                       WS-TKT-STATUS ')'
               MOVE 'Y' TO WS-TKT-EOF.

       540-LIST-ONE.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES     TO DL-DETAIL-LINE.
           MOVE SPACE      TO CC.
           MOVE TKT-NUMBER TO DL-TICKET.
           PERFORM 810-WRITE-DETAIL.
           PERFORM 600-PRINT-TICKET.
           PERFORM 530-READ-NEXT-TICKET.

      *    THE TICKET ITSELF - STATUS, LIBRARY, WHO ASKED AND WHO
      *    SIGNED, THE WINDOW, THE DATES IT CHANGED STATE, AND THE
      *    MEMBERS IT COVERS, TEN TO A LINE.
       600-PRINT-TICKET.
           IF TKT-STATUS = 'A'
               MOVE 'APPROVED' TO TL-STATUS
           ELSE
           IF TKT-STATUS = 'R'
               MOVE 'REVOKED'  TO TL-STATUS
           ELSE
               MOVE 'PENDING'  TO TL-STATUS.
           MOVE TKT-LIBRARY    TO TL-LIBRARY.
           MOVE TKT-REQUESTER  TO TL-REQUESTER.
           MOVE TKT-APPROVER   TO TL-APPROVER.
           MOVE TKT-EFFECTIVE  TO TL-EFFECTIVE.
           MOVE TKT-EXPIRY     TO TL-EXPIRY.
           PERFORM 820-CHECK-PAGE.
           WRITE PF-PRINT-LINE FROM TL-TICKET-LINE.
           ADD 1 TO WS-LINE-CNT.
           MOVE TKT-ADDED-DATE TO TL-ADDED.
           MOVE SPACES         TO TL-APPROVED.
           IF TKT-APPROVED-DATE NOT = ZERO
               MOVE TKT-APPROVED-DATE TO TL-APPROVED.
           MOVE SPACES         TO TL-REVOKED.
           IF TKT-REVOKED-DATE NOT = ZERO
               MOVE TKT-REVOKED-DATE  TO TL-REVOKED.
           MOVE TKT-REVOKED-BY  TO TL-REVOKED-BY.
           MOVE TKT-DESCRIPTION TO TL-DESCRIPTION.
           PERFORM 820-CHECK-PAGE.
           WRITE PF-PRINT-LINE FROM TL-DATES-LINE.
           ADD 1 TO WS-LINE-CNT.
           MOVE ZERO TO WS-ML-IDX.
           PERFORM 610-STACK-MEMBER
               VARYING WS-MBR-IDX FROM 1 BY 1
                 UNTIL WS-MBR-IDX > TKT-MEMBER-COUNT.
           IF WS-ML-IDX > ZERO
               PERFORM 620-FLUSH-MEMBER-LINE.

       610-STACK-MEMBER.
           IF WS-ML-IDX = ZERO
               MOVE SPACES TO ML-MEMBER(1) ML-MEMBER(2) ML-MEMBER(3)
                              ML-MEMBER(4) ML-MEMBER(5) ML-MEMBER(6)
                              ML-MEMBER(7) ML-MEMBER(8) ML-MEMBER(9)
                              ML-MEMBER(10).
           ADD 1 TO WS-ML-IDX.
           MOVE TKT-MEMBER(WS-MBR-IDX) TO ML-MEMBER(WS-ML-IDX).
           IF WS-ML-IDX = 10
               PERFORM 620-FLUSH-MEMBER-LINE.

       620-FLUSH-MEMBER-LINE.
           PERFORM 820-CHECK-PAGE.
           WRITE PF-PRINT-LINE FROM ML-MEMBER-LINE.
           ADD 1 TO WS-LINE-CNT.
           MOVE ZERO TO WS-ML-IDX.

      *    KEYED READ OF THE CARD'S TICKET.  THE RECORD IS LEFT IN
      *    TKT-REC FOR THE CALLER TO UPDATE AND REWRITE.
       700-READ-TICKET.
           MOVE 'Y'        TO WS-TKT-FOUND.
           MOVE CTL-TICKET TO TKT-NUMBER.
           READ TICKET-FILE
               INVALID KEY MOVE 'N' TO WS-TKT-FOUND.

       780-COUNT-REJECT.
           MOVE 'Y' TO WS-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT.

       790-REJECT-FUNCTION.
           MOVE 'UNRECOGNIZED FUNCTION' TO WS-RESULT.
           PERFORM 780-COUNT-REJECT.

      *    THE LOG LINE FOR THE CARD IN HAND - FUNCTION, TICKET, THE
      *    RESULT, AND THE CARD'S DATA COLUMNS AS PUNCHED.
       800-PRINT-RESULT.
           MOVE SPACES       TO DL-DETAIL-LINE.
           MOVE '0'          TO CC.
           MOVE CTL-FUNCTION TO DL-FUNCTION.
           MOVE CTL-TICKET   TO DL-TICKET.
           IF WS-REJECTED = 'Y'
               MOVE 'REJECTED - '  TO DL-RESULT
               MOVE WS-RESULT      TO DL-RESULT(12:29)
           ELSE
               MOVE WS-RESULT      TO DL-RESULT.
           MOVE CTL-DATA     TO DL-CARD.
           PERFORM 810-WRITE-DETAIL.

       810-WRITE-DETAIL.
           PERFORM 820-CHECK-PAGE.
           WRITE PF-PRINT-LINE FROM DL-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           IF CC = '0'
               ADD 1 TO WS-LINE-CNT.

       820-CHECK-PAGE.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM PH-LINE-2
               MOVE 3     TO WS-LINE-CNT.
