                                 WHEN ANY LIBRARY WAS SKIPPED OVER AN
                                 ENQUEUE CONFLICT, FOR PDSJRNSC'S
                                 DAILY SUMMARY.
             1.2.0    10/15/2026 A TICKET= CARD (THE CHANGE-TICKET
                                 NUMBER - SEE PDSTKTMC) IS NOW
                                 REQUIRED AHEAD OF THE FIRST DD CARD
                                 UNLESS THE RUN IS REPORT ONLY.  ON
                                 THE ARCHIVE PASS EACH CANDIDATE IS
                                 CHECKED AGAINST THE TICKET BEFORE IT
                                 IS UNLOADED; ONE THE TICKET DOES NOT
                                 COVER (NOT APPROVED, REVOKED, OUT OF
                                 ITS DATE WINDOW, OR NOT NAMED FOR
                                 THAT LIBRARY AND MEMBER) IS LISTED
                                 AS REFUSED AND LEFT IN PLACE, THE
                                 RUN IS JOURNALED 'REFUSED', AND
                                 RETURN CODE 4 IS SET.  THE TICKET
                                 NUMBER IS STAMPED INTO EVERY AUDIT
                                 RECORD (AUDT-TICKET) AND SHOWN ON
                                 THE PAGE HEADING, SO THE HEADING IS
                                 NOW PRINTED AT THE FIRST LIBRARY.
             1.3.0    10/15/2026 THE JOURNAL RECORD IS NOW STAMPED
                                 WITH THE DATE AND TIME IT IS
                                 WRITTEN, NOT THE START OF THE RUN,
                                 SO PDSJRNSC JUDGES A LATE FINISH ON
                                 WHEN THE RUN ACTUALLY ENDED.  THE
                                 AUDIT RECORDS STILL CARRY THE START
                                 OF THE RUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARCH-FILE   ASSIGN TO UT-S-ARCHOUT.
           SELECT AUDIT-FILE  ASSIGN TO UT-S-AUDTOUT.
           SELECT JRNL-FILE   ASSIGN TO UT-S-JRNLOUT.
           SELECT TICKET-FILE ASSIGN TO TICKETS
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY IS TKT-NUMBER
                              FILE STATUS IS WS-TKT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    CTL-FILE SUPPLIES THE LIST OF DD NAMES TO SWEEP, ONE PER
      *    CARD, BEHIND A TICKET= CARD NAMING THE CHANGE TICKET THE
      *    SWEEP RUNS UNDER.
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
       01  CTL-CARD-IN.
           05  CTL-DDNAME              PIC X(8).
           05  FILLER                  PIC X(72).
       01  CTL-TICKET-CARD.
           05  CTL-TKT-TAG             PIC X(7).
           05  CTL-TKT-VALUE           PIC X(6).
           05  FILLER                  PIC X(67).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
      *    ONE RECORD PER MEMBER DELETED, APPENDED TO THE SHARED
      *    AUDIT DATASET (JCL GIVES AUDIT-FILE DISP=MOD).  SAME
      *    LAYOUT AS PDSCOPYC'S, PDSREPLC'S, AND PDSAUDRC'S AUDT-REC
      *    - KEEP THEM IN SYNC.  AUDT-TICKET IS THE CHANGE TICKET THE
      *    SWEEP RAN UNDER.
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
      *    PDSREPLC'S - KEEP THEM IN SYNC.
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
       77  WS-CANDIDATE-COUNT          PIC 9(9)            VALUE ZERO.
       77  WS-ARCHIVED-COUNT           PIC 9(9)            VALUE ZERO.
       77  WS-REFUSED-COUNT            PIC 9(9)            VALUE ZERO.
       77  WS-ARCH-RECORDS             PIC 9(9)            VALUE ZERO.
       77  WS-LINE-CNT                 PIC S9(4) COMP SYNC VALUE +57.
       77  WS-LINE-MAX                 PIC S9(4) COMP SYNC VALUE +56.
           05  WS-SAVED-CHANGED-LINES  PIC S9(4) COMP.
           05  WS-SAVED-USER-ID        PIC X(8).

      *    THE JOURNAL RECORD'S OWN STAMP, TAKEN AS IT IS WRITTEN -
      *    WS-RUN-DATE AND WS-RUN-TIME-X STAY AT THE START OF THE RUN
      *    FOR THE AUDIT TRAIL.
       77  WS-JRNL-DATE                PIC 9(8)  VALUE ZERO.
       77  WS-JRNL-TIME-X              PIC X(8)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       01  WS-RUN-TIME-X               PIC X(8)  VALUE SPACES.
      *    THE ACTION COLUMN TEXT FOR THE LINE 800-PRINT-CANDIDATE IS
      *    CONFLICT, SO THE JOURNAL RECORD CAN SAY THE SWEEP WAS NOT
      *    A CLEAN ONE.
       77  WS-ANY-BUSY                 PIC X     VALUE 'N'.

      *    THE TICKET GATE.  WS-TICKET IS THE TICKET= CARD'S NUMBER,
      *    READ ONCE AND HELD IN TKT-REC FOR THE WHOLE RUN.
      *    550-CHECK-TICKET SETS WS-TKT-COVERED TO 'Y' WHEN THE
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
       01  WS-JRNL-ARCH-NOTE.
           05  WS-JAN-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(15) VALUE

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(50)  VALUE
               '1PDSSWEPC V1.3.0  STALE-MEMBER ARCHIVE SWEEP'.
           05  FILLER                  PIC X(5)   VALUE 'AGE>'.
           05  PH-AGE                  PIC ZZZ9.
           05  FILLER                  PIC X(6)   VALUE ' DAYS'.
           05  PH-MODE                 PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE
               '  TICKET='.
           05  PH-TICKET               PIC X(6)   VALUE SPACES.
           05  FILLER                  PIC X(43)  VALUE SPACES.
       01  PH-LINE-2.
           05  FILLER                  PIC X(43)  VALUE
               '0LIBRARY   MEMBER    UPDATED     USERID'.
           05  FILLER                  PIC X(14)  VALUE
               '   ARCHIVED ='.
           05  SL-ARCHIVED             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(13)  VALUE
               '   REFUSED ='.
           05  SL-REFUSED              PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(33).
           EJECT
       COPY DATECNVC.
      ***#INCLUDE DATECNVC.COB
               MOVE ' (REPORT)'  TO PH-MODE.

           MOVE WS-AGE-CUTOFF TO PH-AGE.

           PERFORM 050-NEXT-LIBRARY
               UNTIL WS-CTL-EOF = 'Y'.
           IF WS-LIBRARY-COUNT = ZERO
               PERFORM 065-PRINT-HEADING.

           MOVE WS-MEMBER-COUNT    TO SL-MEMBERS.
           MOVE WS-CANDIDATE-COUNT TO SL-CANDIDATES.
           MOVE WS-ARCHIVED-COUNT  TO SL-ARCHIVED.
           MOVE WS-REFUSED-COUNT   TO SL-REFUSED.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.

           DISPLAY 'LIBRARIES PROCESSED=' WS-LIBRARY-COUNT.
           PERFORM 950-WRITE-JOURNAL.

           DISPLAY 'MEMBERS ARCHIVED=' WS-ARCHIVED-COUNT.
           DISPLAY 'MEMBERS REFUSED=' WS-REFUSED-COUNT.
           DISPLAY 'PDSSWEPC CONCLUDED'.
           CLOSE CTL-FILE, PRINT-FILE, ARCH-FILE, AUDIT-FILE,
                 JRNL-FILE.
           IF WS-TICKET NOT = SPACES
               CLOSE TICKET-FILE.
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.

           GOBACK.

      *    THE ONE STANDARD END-OF-RUN RECORD FOR PDSJRNSC'S DAILY
      *    SUMMARY.  A REPORT-ONLY RUN SAYS SO IN THE NOTE; AN
      *    ARCHIVE RUN CARRIES THE COUNT OF MEMBERS ARCHIVED AND
      *    DELETED.  A RUN THAT HAD CANDIDATES REFUSED BY THE TICKET
      *    GATE IS MARKED REFUSED (A BUSY LIBRARY STILL TAKES
      *    PRECEDENCE).
       950-WRITE-JOURNAL.
           ACCEPT WS-JRNL-DATE   FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-TIME-X FROM TIME.
           MOVE SPACES              TO JRNL-REC.
           MOVE 'PDSSWEPC'          TO JRNL-PROGRAM.
           MOVE WS-JRNL-DATE        TO JRNL-RUN-DATE.
           MOVE WS-JRNL-TIME-X(1:6) TO JRNL-RUN-TIME.
           MOVE WS-LIBRARY-COUNT    TO JRNL-LIBRARIES.
           MOVE WS-MEMBER-COUNT     TO JRNL-MEMBERS.
           IF WS-ANY-BUSY = 'Y'
               MOVE 'BUSY'          TO JRNL-OUTCOME
           ELSE
           IF WS-REFUSED-COUNT > ZERO
               MOVE 'REFUSED'       TO JRNL-OUTCOME
           ELSE
               MOVE 'OK'            TO JRNL-OUTCOME.
           IF WS-REPORT-ONLY = 'Y'
           READ CTL-FILE INTO CTL-CARD-IN
               AT END MOVE 'Y' TO WS-CTL-EOF.
           IF WS-CTL-EOF NOT = 'Y'
               IF CTL-TKT-TAG = 'TICKET='
                   PERFORM 060-SET-TICKET
               ELSE
               IF CTL-DDNAME NOT = SPACES
                   PERFORM 055-SWEEP-LIBRARY.

      *    PASS UNLOADS AND DELETES THEM.  DELETES ARE NEVER ISSUED
      *    WHILE THE DIRECTORY IS STILL BEING NEXT-ED.
       055-SWEEP-LIBRARY.
           IF WS-REPORT-ONLY NOT = 'Y'
              AND WS-TICKET = SPACES
               DISPLAY 'DD CARD ' CTL-DDNAME ' BEFORE TICKET= CARD; '
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-LIBRARY-COUNT = ZERO
               PERFORM 065-PRINT-HEADING.
           MOVE CTL-DDNAME  TO WS-CURRENT-DDNAME.
           MOVE ZERO        TO WS-CT-COUNT.
           PERFORM 100-OPEN-PDS.
                   PERFORM 600-CLOSE-PDS.
           ADD 1 TO WS-LIBRARY-COUNT.

      *    FILES THE TICKET= CARD'S NUMBER AND READS THE TICKET ONCE,
      *    UP FRONT - IT IS HELD IN TKT-REC FOR THE REST OF THE RUN,
      *    THE SAME WAY PDSREPLC'S 070-SET-TICKET HOLDS IT.  ONE
      *    TICKET PER RUN.  A TICKET NOT ON FILE IS NOT A SETUP
      *    ERROR - EVERY CANDIDATE IS SIMPLY REFUSED AND LISTED.
       060-SET-TICKET.
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

       065-PRINT-HEADING.
           WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING.
           WRITE PF-PRINT-LINE FROM PH-LINE-2.
           MOVE 3 TO WS-LINE-CNT.

       100-OPEN-PDS.
           MOVE 'N' TO WS-LIB-BUSY.
           MOVE 'N' TO WS-WALK-CUT.
       500-ARCHIVE-PASS.
           MOVE WS-CURRENT-DDNAME TO WS-SEP-DDNAME.
           WRITE WS-ARCH-OUT FROM WS-SEP-REC.
           PERFORM 505-GATE-MEMBER
               VARYING WS-CT-IDX FROM 1 BY 1
                 UNTIL WS-CT-IDX > WS-CT-COUNT.

      *    A CANDIDATE THE TICKET DOES NOT COVER IS NEVER UNLOADED OR
      *    DELETED - IT IS LISTED AS REFUSED, WITH THE REASON, AND
      *    LEFT FOR A SWEEP THAT HAS THE PAPERWORK.
       505-GATE-MEMBER.
           MOVE WS-CURRENT-DDNAME       TO WS-TKT-CHECK-LIBRARY.
           MOVE WS-CT-MEMBER(WS-CT-IDX) TO WS-TKT-CHECK-MEMBER.
           PERFORM 550-CHECK-TICKET THRU 550-EXIT.
           IF WS-TKT-COVERED = 'Y'
               PERFORM 510-ARCHIVE-MEMBER
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 'REFUSED - '  TO WS-ACTION-TEXT
               MOVE WS-TKT-REASON TO WS-ACTION-TEXT(11:20)
               PERFORM 800-PRINT-CANDIDATE.

      *    ONE CANDIDATE - LOCATE IT AGAIN (CAPTURING ITS STATS FOR
      *    THE AUDIT RECORD), PUNCH ITS ./ ADD CARD AND EVERY TEXT
      *    RECORD TO THE ARCHIVE DECK, AND ONLY THEN DELETE IT.  A
           MOVE WS-CURRENT-DDNAME   TO AUDT-LIBRARY.
           MOVE WS-CT-MEMBER(WS-CT-IDX) TO AUDT-MEMBER.
           MOVE 'ARCHIVE'           TO AUDT-OPERATION.
           MOVE WS-TICKET           TO AUDT-TICKET.
           MOVE WS-SAVED-USER-ID    TO AUDT-PRIOR-USERID.
           MOVE WS-SAVED-DATE-UPDATED TO AUDT-PRIOR-UPDATED.
           PERFORM 535-FORMAT-PRIOR-VVMM.
               MOVE 'ARCHIVED - DELETE FAILED' TO WS-ACTION-TEXT
               PERFORM 800-PRINT-CANDIDATE.

      *    THE TICKET COVERS A MEMBER WHEN IT IS ON FILE, APPROVED
      *    AND NOT REVOKED, NAMES THE LIBRARY, HAS TODAY INSIDE ITS
      *    EFFECTIVE/EXPIRY WINDOW, AND LISTS THE MEMBER - BY NAME,
      *    BY A PREFIX ENDING IN '*', OR BY '*' ALONE.  THE SAME
      *    RECIPE PDSCOPYC'S 065-TICKET-COVERS USES.
       550-CHECK-TICKET.
           MOVE 'N'    TO WS-TKT-COVERED.
           MOVE SPACES TO WS-TKT-REASON.
           IF WS-TKT-FOUND NOT = 'Y'
               MOVE 'TICKET NOT ON FILE'   TO WS-TKT-REASON
               GO TO 550-EXIT.
           IF TKT-STATUS = 'R'
               MOVE 'TICKET REVOKED'       TO WS-TKT-REASON
               GO TO 550-EXIT.
           IF TKT-STATUS NOT = 'A'
               MOVE 'TICKET NOT APPROVED'  TO WS-TKT-REASON
               GO TO 550-EXIT.
           IF TKT-LIBRARY NOT = WS-TKT-CHECK-LIBRARY
               MOVE 'WRONG LIBRARY'        TO WS-TKT-REASON
               GO TO 550-EXIT.
           IF WS-RUN-DATE < TKT-EFFECTIVE
              OR WS-RUN-DATE > TKT-EXPIRY
               MOVE 'OUTSIDE WINDOW'       TO WS-TKT-REASON
               GO TO 550-EXIT.
           PERFORM 555-MATCH-ENTRY
               VARYING WS-TKT-IDX FROM 1 BY 1
                 UNTIL WS-TKT-IDX > TKT-MEMBER-COUNT
                    OR WS-TKT-COVERED = 'Y'.
           IF WS-TKT-COVERED NOT = 'Y'
               MOVE 'MEMBER NOT ON TICKET' TO WS-TKT-REASON.
       550-EXIT.
           EXIT.

       555-MATCH-ENTRY.
           MOVE TKT-MEMBER(WS-TKT-IDX) TO WS-TKT-ENTRY.
           MOVE ZERO TO WS-TKT-PFX-LEN.
           PERFORM 556-COUNT-PFX-CHAR
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

       556-COUNT-PFX-CHAR.
           ADD 1 TO WS-TKT-PFX-LEN.

       600-CLOSE-PDS.
           MOVE PDSGET-REQUEST-CLOSE TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
