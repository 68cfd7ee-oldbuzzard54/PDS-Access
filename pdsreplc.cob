                                 WHEN ANY LIBRARY WAS SKIPPED OR CUT
                                 SHORT BY AN ENQUEUE CONFLICT, FOR
                                 PDSJRNSC'S DAILY SUMMARY.
             1.3.0    10/15/2026 A TICKET= CARD (THE CHANGE-TICKET
                                 NUMBER - SEE PDSTKTMC) IS NOW
                                 REQUIRED AHEAD OF THE FIRST DD CARD
                                 ON AN UPDATE RUN.  EACH CHANGED
                                 MEMBER IS CHECKED AGAINST THE
                                 TICKET BEFORE IT IS REWRITTEN; ONE
                                 THE TICKET DOES NOT COVER (NOT
                                 APPROVED, REVOKED, OUT OF ITS DATE
                                 WINDOW, OR NOT NAMED FOR THAT
                                 LIBRARY AND MEMBER) IS REPORTED AS
                                 REFUSED AND LEFT ALONE, THE RUN IS
                                 JOURNALED 'REFUSED', AND RETURN
                                 CODE 4 IS SET.  A TRIAL RUN GIVEN A
                                 TICKET PREVIEWS THE SAME REFUSALS.
                                 THE TICKET NUMBER IS STAMPED INTO
                                 EVERY AUDIT RECORD (AUDT-TICKET).
             1.4.0    10/15/2026 THE JOURNAL RECORD IS NOW STAMPED
                                 WITH THE DATE AND TIME IT IS
                                 WRITTEN, NOT THE START OF THE RUN,
                                 SO PDSJRNSC JUDGES A LATE FINISH ON
                                 WHEN THE RUN ACTUALLY ENDED.  THE
                                 AUDIT RECORDS STILL CARRY THE START
                                 OF THE RUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PRINT-FILE  ASSIGN TO UT-S-PRINTER.
           SELECT AUDIT-FILE  ASSIGN TO UT-S-AUDTOUT.
           SELECT JRNL-FILE   ASSIGN TO UT-S-JRNLOUT.
           SELECT TICKET-FILE ASSIGN TO TICKETS
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY IS TKT-NUMBER
                              FILE STATUS IS WS-TKT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    COME BEFORE THE FIRST DD NAME; A MISSING TO= MEANS THE
      *    FROM STRING IS SIMPLY REMOVED.  TRAILING BLANKS ON THE
      *    FROM=/TO= VALUES ARE TRIMMED, THE SAME WAY PDSSRCHC TRIMS
      *    ITS SEARCH PARM, SO EMBEDDED BLANKS STILL COUNT.  THE
      *    TICKET= CARD MUST ALSO COME BEFORE THE FIRST DD NAME ON AN
      *    UPDATE RUN.
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           05  CTL-TO-TAG              PIC X(3).
           05  CTL-TO-VALUE            PIC X(64).
           05  FILLER                  PIC X(13).
       01  CTL-TICKET-CARD.
           05  CTL-TKT-TAG             PIC X(7).
           05  CTL-TKT-VALUE           PIC X(6).
           05  FILLER                  PIC X(67).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
      *    AUDIT DATASET (JCL GIVES AUDIT-FILE DISP=MOD, THE SAME
      *    APPEND TREATMENT PDSUNLDC'S HIST-FILE GETS).  SAME LAYOUT
      *    AS PDSCOPYC'S AND PDSAUDRC'S AUDT-REC - KEEP THEM IN SYNC.
      *    AUDT-TICKET IS THE CHANGE TICKET THE REWRITE RAN UNDER.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           05  AUDT-PRIOR-UPDATED      PIC 9(7).
           05  AUDT-PRIOR-VVMM         PIC X(5).
           05  AUDT-NEW-NAME           PIC X(8).
           05  AUDT-TICKET             PIC X(6).

      *    ONE STANDARD END-OF-RUN RECORD FOR THE SHARED RUN JOURNAL
      *    (JCL GIVES JRNL-FILE DISP=MOD).  SAME LAYOUT AS PDSUNLDC'S
           05  JRNL-NOTE                PIC X(24).
           05  FILLER                   PIC X(13).

      *    THE CHANGE-TICKET FILE PDSTKTMC MAINTAINS - READ ONLY
      *    HERE.  SAME LAYOUT AS PDSTKTMC'S TKT-REC, PDSCOPYC'S, AND
      *    PDSSWEPC'S - KEEP THEM IN SYNC.
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

       77  WS-CTL-EOF                  PIC X             VALUE 'N'.
       77  WS-MEMBER-COUNT             PIC 9(9)            VALUE ZERO.
       77  WS-CHANGED-MEMBERS          PIC 9(9)            VALUE ZERO.
       77  WS-LINES-CHANGED            PIC 9(9)            VALUE ZERO.
       77  WS-MBR-LINES-CHANGED        PIC 9(9)            VALUE ZERO.
       77  WS-REFUSED-MEMBERS          PIC 9(9)            VALUE ZERO.
       77  WS-LINE-CNT                 PIC S9(4) COMP SYNC VALUE +57.
       77  WS-LINE-MAX                 PIC S9(4) COMP SYNC VALUE +56.

       01  WS-FROM-STRING              PIC X(64) VALUE SPACES.
       01  WS-TO-STRING                PIC X(64) VALUE SPACES.

      *    THE TICKET GATE.  WS-TICKET IS THE TICKET= CARD'S NUMBER,
      *    READ ONCE AND HELD IN TKT-REC FOR THE WHOLE RUN.
      *    440-CHECK-TICKET SETS WS-TKT-COVERED TO 'Y' WHEN THE
      *    TICKET COVERS WS-TKT-CHECK-MEMBER IN WS-TKT-CHECK-LIBRARY
      *    TODAY, OR LEAVES IT 'N' WITH THE REASON IN WS-TKT-REASON.
       77  WS-TICKET                   PIC X(6)  VALUE SPACES.
       77  WS-TKT-STATUS               PIC XX    VALUE SPACES.
       77  WS-TKT-FOUND                PIC X     VALUE 'N'.
       77  WS-TKT-COVERED              PIC X     VALUE 'N'.
       77  WS-TKT-REASON               PIC X(20) VALUE SPACES.
       77  WS-TKT-CHECK-LIBRARY        PIC X(8)  VALUE SPACES.
       77  WS-TKT-CHECK-MEMBER         PIC X(8)  VALUE SPACES.
       77  WS-TKT-ENTRY                PIC X(8)  VALUE SPACES.
       77  WS-TKT-IDX                  PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-TKT-PFX-LEN              PIC S9(4) COMP SYNC VALUE ZERO.

      *    THE MEMBER CURRENTLY BEING PROCESSED IS BUFFERED WHOLE SO
      *    IT CAN BE SCANNED, REWRITTEN, AND PUT BACK THROUGH THE B
      *    HANDLE AFTER THE A-HANDLE READ IS COMPLETE.  A MEMBER WITH
           05  WS-SAVED-CHANGED-LINES  PIC S9(4) COMP.
           05  WS-SAVED-USER-ID        PIC X(8).

      *    THE JOURNAL RECORD'S OWN STAMP, TAKEN AS IT IS WRITTEN -
      *    WS-RUN-DATE AND WS-RUN-TIME-X STAY AT THE START OF THE RUN
      *    FOR THE AUDIT TRAIL.
       77  WS-JRNL-DATE                PIC 9(8)  VALUE ZERO.
       77  WS-JRNL-TIME-X              PIC X(8)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       01  WS-RUN-TIME-X               PIC X(8)  VALUE SPACES.
       01  WS-VVMM-EDIT.

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSREPLC V1.4.0  BATCH FIND AND REPLACE'.
       01  PH-FROM-LINE.
           05  FILLER                  PIC X(7)   VALUE ' FROM='''.
           05  PH-FROM-VALUE           PIC X(64)  VALUE SPACES.
       01  PH-MODE-LINE.
           05  FILLER                  PIC X(6)   VALUE ' MODE='.
           05  PH-MODE                 PIC X(6)   VALUE 'UPDATE'.
           05  FILLER                  PIC X(9)   VALUE
               '  TICKET='.
           05  PH-TICKET               PIC X(6)   VALUE SPACES.
           05  FILLER                  PIC X(106) VALUE SPACES.
       01  PH-LINE-2.
           05  FILLER                  PIC X(45)  VALUE
               '0LIBRARY   MEMBER       LINE  O/N  TEXT'.
           05  FILLER                  PIC XX.
           05  DL-TEXT                 PIC X(80).
           05  FILLER                  PIC X(18).
       01  RL-REFUSED-LINE.
           05  FILLER                  PIC X     VALUE SPACE.
           05  RL-DDNAME               PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  RL-MEMBER               PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X(33) VALUE
               'NOT REWRITTEN - REFUSED BY TICKET'.
           05  FILLER                  PIC X     VALUE SPACE.
           05  RL-TICKET               PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  RL-REASON               PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(49) VALUE SPACES.
       01  BL-BUSY-LINE.
           05  FILLER                  PIC X     VALUE SPACE.
           05  BL-DDNAME               PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(18)  VALUE
               '   LINES CHANGED ='.
           05  SL-LINES                PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(20)  VALUE
               '   MEMBERS REFUSED ='.
           05  SL-REFUSED              PIC ZZZZZZZZ9.
           05  FILLER                  PIC X.
           EJECT
       COPY GETPDSPA.
      ***#INCLUDE GETPDSPA.COB
           MOVE WS-MEMBER-COUNT    TO SL-MEMBERS.
           MOVE WS-CHANGED-MEMBERS TO SL-CHANGED.
           MOVE WS-LINES-CHANGED   TO SL-LINES.
           MOVE WS-REFUSED-MEMBERS TO SL-REFUSED.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.

           DISPLAY 'LIBRARIES PROCESSED=' WS-LIBRARY-COUNT.
           DISPLAY 'MEMBERS SCANNED=' WS-MEMBER-COUNT.
           DISPLAY 'MEMBERS CHANGED=' WS-CHANGED-MEMBERS.
           DISPLAY 'MEMBERS REFUSED=' WS-REFUSED-MEMBERS.
           PERFORM 950-WRITE-JOURNAL.

           DISPLAY 'LINES CHANGED=' WS-LINES-CHANGED.
           DISPLAY 'PDSREPLC CONCLUDED'.
           CLOSE CTL-FILE, PRINT-FILE, AUDIT-FILE, JRNL-FILE.
           IF WS-TICKET NOT = SPACES
               CLOSE TICKET-FILE.
           IF WS-REFUSED-MEMBERS > ZERO
               MOVE 4 TO RETURN-CODE.

           GOBACK.

      *    THE ONE STANDARD END-OF-RUN RECORD FOR PDSJRNSC'S DAILY
      *    SUMMARY.  A TRIAL RUN SAYS SO IN THE NOTE; AN UPDATE RUN
      *    CARRIES THE LINES-CHANGED COUNT.  A RUN THAT HAD MEMBERS
      *    REFUSED BY THE TICKET GATE IS MARKED REFUSED (A BUSY
      *    LIBRARY STILL TAKES PRECEDENCE).
       950-WRITE-JOURNAL.
           ACCEPT WS-JRNL-DATE   FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-TIME-X FROM TIME.
           MOVE SPACES              TO JRNL-REC.
           MOVE 'PDSREPLC'          TO JRNL-PROGRAM.
           MOVE WS-JRNL-DATE        TO JRNL-RUN-DATE.
           MOVE WS-JRNL-TIME-X(1:6) TO JRNL-RUN-TIME.
           MOVE WS-LIBRARY-COUNT    TO JRNL-LIBRARIES.
           MOVE WS-MEMBER-COUNT     TO JRNL-MEMBERS.
           IF WS-ANY-BUSY = 'Y'
               MOVE 'BUSY'          TO JRNL-OUTCOME
           ELSE
           IF WS-REFUSED-MEMBERS > ZERO
               MOVE 'REFUSED'       TO JRNL-OUTCOME
           ELSE
               MOVE 'OK'            TO JRNL-OUTCOME.
           IF WS-TRIAL-MODE = 'Y'
           WRITE JRNL-REC.

      *    READS ONE CARD FROM THE CONTROL FILE.  A FROM=/TO= CARD
      *    FILES ITS STRING AND A TICKET= CARD ITS TICKET; ANY OTHER
      *    NON-BLANK CARD IS A DD NAME,
      *    AND THAT LIBRARY IS SWEPT.  A DD CARD ARRIVING BEFORE THE
      *    FROM= CARD IS A SETUP ERROR AND STOPS THE RUN BEFORE
      *    ANYTHING IS TOUCHED.
           READ CTL-FILE INTO CTL-CARD-IN
               AT END MOVE 'Y' TO WS-CTL-EOF.
           IF WS-CTL-EOF NOT = 'Y'
               IF CTL-TKT-TAG = 'TICKET='
                   PERFORM 070-SET-TICKET
               ELSE
               IF CTL-FROM-TAG = 'FROM='
                   PERFORM 060-SET-FROM-STRING
               ELSE
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-TRIAL-MODE NOT = 'Y'
              AND WS-TICKET = SPACES
               DISPLAY 'DD CARD ' CTL-DDNAME ' BEFORE TICKET= CARD; '
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-LIBRARY-COUNT = ZERO
               PERFORM 080-PRINT-HEADING.
           MOVE CTL-DDNAME  TO WS-CURRENT-DDNAME.
       066-TRIM-TO-BLANK.
           SUBTRACT 1 FROM WS-TO-LEN.

      *    FILES THE TICKET= CARD'S NUMBER AND READS THE TICKET ONCE,
      *    UP FRONT - IT IS HELD IN TKT-REC FOR THE REST OF THE RUN.
      *    ONE TICKET PER RUN; A SECOND TICKET= CARD IS A SETUP
      *    ERROR.  A TICKET NOT ON FILE IS NOT - EVERY CHANGED
      *    MEMBER IS SIMPLY REFUSED, SO THE REPORT SHOWS WHAT WAS
      *    HELD BACK.
       070-SET-TICKET.
           IF WS-TICKET NOT = SPACES
               DISPLAY 'MORE THAN ONE TICKET= CARD; '
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF CTL-TKT-VALUE = SPACES
               DISPLAY 'TICKET= CARD NAMES NO TICKET; '
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE CTL-TKT-VALUE TO WS-TICKET.
           MOVE WS-TICKET     TO PH-TICKET.
           OPEN INPUT TICKET-FILE.
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'TICKET FILE OPEN FAILED (STATUS='
                       WS-TKT-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 'Y'       TO WS-TKT-FOUND.
           MOVE WS-TICKET TO TKT-NUMBER.
           READ TICKET-FILE
               INVALID KEY MOVE 'N' TO WS-TKT-FOUND.
           DISPLAY 'UNDER TICKET ' WS-TICKET.

       080-PRINT-HEADING.
           MOVE WS-FROM-STRING TO PH-FROM-VALUE.
           MOVE WS-TO-STRING   TO PH-TO-VALUE.
               ADD 1 TO WS-MEMBER-COUNT
               PERFORM 550-SCAN-MEMBER
               IF WS-MEMBER-CHANGED = 'Y'
                   PERFORM 430-APPLY-CHANGE THRU 430-EXIT.

      *    A CHANGED MEMBER IS REWRITTEN ONLY IF THE TICKET COVERS
      *    IT.  A REFUSED ONE KEEPS ITS OLD/NEW LINES ON THE REPORT,
      *    FOLLOWED BY THE REFUSAL, BUT ITS LINES COME BACK OUT OF
      *    THE LINES-CHANGED TOTAL - NOTHING IN IT WAS CHANGED.
       430-APPLY-CHANGE.
           IF WS-TICKET NOT = SPACES
               MOVE WS-CURRENT-DDNAME TO WS-TKT-CHECK-LIBRARY
               MOVE PDSGET-MEMBER     TO WS-TKT-CHECK-MEMBER
               PERFORM 440-CHECK-TICKET THRU 440-EXIT
               IF WS-TKT-COVERED NOT = 'Y'
                   PERFORM 830-PRINT-REFUSAL
                   ADD 1 TO WS-REFUSED-MEMBERS
                   SUBTRACT WS-MBR-LINES-CHANGED FROM WS-LINES-CHANGED
                   GO TO 430-EXIT.
           ADD 1 TO WS-CHANGED-MEMBERS.
           IF WS-TRIAL-MODE NOT = 'Y'
               PERFORM 570-REWRITE-MEMBER.
       430-EXIT.
           EXIT.

      *    THE TICKET COVERS A MEMBER WHEN IT IS ON FILE, APPROVED
      *    AND NOT REVOKED, NAMES THE LIBRARY, HAS TODAY INSIDE ITS
      *    EFFECTIVE/EXPIRY WINDOW, AND LISTS THE MEMBER - BY NAME,
      *    BY A PREFIX ENDING IN '*', OR BY '*' ALONE.  THE SAME
      *    RECIPE PDSCOPYC'S 065-TICKET-COVERS USES.
       440-CHECK-TICKET.
           MOVE 'N'    TO WS-TKT-COVERED.
           MOVE SPACES TO WS-TKT-REASON.
           IF WS-TKT-FOUND NOT = 'Y'
               MOVE 'TICKET NOT ON FILE'   TO WS-TKT-REASON
               GO TO 440-EXIT.
           IF TKT-STATUS = 'R'
               MOVE 'TICKET REVOKED'       TO WS-TKT-REASON
               GO TO 440-EXIT.
           IF TKT-STATUS NOT = 'A'
               MOVE 'TICKET NOT APPROVED'  TO WS-TKT-REASON
               GO TO 440-EXIT.
           IF TKT-LIBRARY NOT = WS-TKT-CHECK-LIBRARY
               MOVE 'WRONG LIBRARY'        TO WS-TKT-REASON
               GO TO 440-EXIT.
           IF WS-RUN-DATE < TKT-EFFECTIVE
              OR WS-RUN-DATE > TKT-EXPIRY
               MOVE 'OUTSIDE WINDOW'       TO WS-TKT-REASON
               GO TO 440-EXIT.
           PERFORM 445-MATCH-ENTRY
               VARYING WS-TKT-IDX FROM 1 BY 1
                 UNTIL WS-TKT-IDX > TKT-MEMBER-COUNT
                    OR WS-TKT-COVERED = 'Y'.
           IF WS-TKT-COVERED NOT = 'Y'
               MOVE 'MEMBER NOT ON TICKET' TO WS-TKT-REASON.
       440-EXIT.
           EXIT.

       445-MATCH-ENTRY.
           MOVE TKT-MEMBER(WS-TKT-IDX) TO WS-TKT-ENTRY.
           MOVE ZERO TO WS-TKT-PFX-LEN.
           PERFORM 446-COUNT-PFX-CHAR
               UNTIL WS-TKT-PFX-LEN >= 8
                  OR WS-TKT-ENTRY(WS-TKT-PFX-LEN + 1:1) = '*'.
           IF WS-TKT-PFX-LEN = ZERO
               MOVE 'Y' TO WS-TKT-COVERED
           ELSE
           IF WS-TKT-PFX-LEN = 8
              AND WS-TKT-ENTRY = WS-TKT-CHECK-MEMBER
               MOVE 'Y' TO WS-TKT-COVERED
           ELSE
           IF WS-TKT-PFX-LEN < 8
              AND WS-TKT-ENTRY(1:WS-TKT-PFX-LEN) =
                  WS-TKT-CHECK-MEMBER(1:WS-TKT-PFX-LEN)
               MOVE 'Y' TO WS-TKT-COVERED.

       446-COUNT-PFX-CHAR.
           ADD 1 TO WS-TKT-PFX-LEN.

       500-READ-MEMBER.
           MOVE ZERO TO WS-RT-COUNT.
           PERFORM 900-CALL-PDSGET.

       550-SCAN-MEMBER.
           MOVE 'N'  TO WS-MEMBER-CHANGED.
           MOVE ZERO TO WS-MBR-LINES-CHANGED.
           PERFORM 560-REPLACE-RECORD
               VARYING WS-RT-IDX FROM 1 BY 1
                 UNTIL WS-RT-IDX > WS-RT-COUNT.
                   PERFORM 800-PRINT-CHANGE
                   MOVE WS-NEW-RECORD(1:80) TO WS-RT-REC(WS-RT-IDX)
                   MOVE 'Y' TO WS-MEMBER-CHANGED
                   ADD 1 TO WS-LINES-CHANGED
                   ADD 1 TO WS-MBR-LINES-CHANGED.

       561-SCAN-POSITION.
           IF WS-OUT-IDX > 160
           MOVE WS-CURRENT-DDNAME   TO AUDT-LIBRARY.
           MOVE PDSGET-MEMBER       TO AUDT-MEMBER.
           MOVE 'REPLACE'           TO AUDT-OPERATION.
           MOVE WS-TICKET           TO AUDT-TICKET.
           MOVE WS-SAVED-USER-ID    TO AUDT-PRIOR-USERID.
           IF WS-SAVED-USER-ID NOT = SPACES
               MOVE WS-SAVED-DATE-UPDATED TO AUDT-PRIOR-UPDATED
           DISPLAY 'LINE ' WS-RT-IDX ' OF ' PDSGET-MEMBER
                   ' WOULD OVERFLOW COLUMN 80 - NOT CHANGED'.

      *    A CHANGED MEMBER THE TICKET DOES NOT COVER - ONE LINE,
      *    UNDER ITS OLD/NEW PAIRS, SAYING WHY IT WAS LEFT ALONE.
       830-PRINT-REFUSAL.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM PH-LINE-2
               MOVE 3     TO WS-LINE-CNT.
           MOVE WS-CURRENT-DDNAME TO RL-DDNAME.
           MOVE PDSGET-MEMBER     TO RL-MEMBER.
           MOVE WS-TICKET         TO RL-TICKET.
           MOVE WS-TKT-REASON     TO RL-REASON.
           WRITE PF-PRINT-LINE FROM RL-REFUSED-LINE.
           ADD 1 TO WS-LINE-CNT.
           DISPLAY 'MEMBER ' PDSGET-MEMBER ' IN ' WS-CURRENT-DDNAME
                   ' REFUSED - ' WS-TKT-REASON.

      *    ONE 'REPLACE INCOMPLETE' LINE PER LIBRARY, HOWEVER MANY
      *    TIMES THE CONFLICT SURFACES ON THE WAY OUT OF IT.
       820-PRINT-BUSY.
