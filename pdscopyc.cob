                                 JOURNAL (JRNL-FILE, DISP=MOD - SEE
                                 PDSUNLDC'S JRNL-REC) FOR PDSJRNSC'S
                                 DAILY OPERATIONS SUMMARY.
             1.4.0    10/15/2026 A PROMOTE OR RESTORE THAT CREATES A
                                 MEMBER NOT YET IN LIBRARY B NOW
                                 WRITES AN AUDIT RECORD TOO
                                 (OPERATION 'ADD', OR 'RESTORE' ON A
                                 RESTORE, WITH NO PRIOR STATS), SO
                                 PDSRECNC CAN ACCOUNT FOR EVERY NEW
                                 MEMBER THE NIGHTLY CATALOG SHOWS.
             1.5.0    10/15/2026 A TICKET= CARD (THE CHANGE-TICKET
                                 NUMBER - SEE PDSTKTMC) IS NOW
                                 REQUIRED AFTER THE MEMBER CARD, OR
                                 AFTER THE TARGET DD CARD ON A
                                 RESTORE.  THE TICKET IS READ FROM
                                 THE TICKET FILE BEFORE EITHER
                                 LIBRARY IS TOUCHED; UNLESS IT IS
                                 APPROVED, UNREVOKED, IN ITS DATE
                                 WINDOW, AND COVERS THE TARGET
                                 MEMBER IN LIBRARY B, THE COPY IS
                                 REFUSED (REPORTED, JOURNALED
                                 'REFUSED', RETURN CODE 8).  THE
                                 TICKET NUMBER IS STAMPED INTO EVERY
                                 AUDIT RECORD (AUDT-TICKET).
             1.6.0    10/15/2026 THE JOURNAL RECORD IS NOW STAMPED
                                 WITH THE DATE AND TIME IT IS
                                 WRITTEN, NOT THE START OF THE RUN,
                                 SO PDSJRNSC JUDGES A LATE FINISH ON
                                 WHEN THE RUN ACTUALLY ENDED.  THE
                                 AUDIT AND VAULT STAMPS STILL CARRY
                                 THE START OF THE RUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AUDIT-FILE  ASSIGN TO UT-S-AUDTOUT.
           SELECT VAULT-FILE  ASSIGN TO UT-S-VAULT.
           SELECT JRNL-FILE   ASSIGN TO UT-S-JRNLOUT.
           SELECT TICKET-FILE ASSIGN TO TICKETS
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY IS TKT-NUMBER
                              FILE STATUS IS WS-TKT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    CTL-FILE SUPPLIES DD-A, THEN DD-B, THEN THE MEMBER CARD -
      *    FROM-MEMBER IN COLUMNS 1-8, TO-MEMBER (OPTIONAL) IN 10-17 -
      *    THEN THE TICKET= CARD.
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
       01  CTL-RESTORE-CARD.
           05  CTL-RST-TAG             PIC X(8).
           05  CTL-RST-REST            PIC X(72).
      *    THE CHANGE TICKET AUTHORIZING THE COPY - 'TICKET=NNNNNN'.
      *    ALWAYS THE LAST CARD, ON A PROMOTE OR A RESTORE.
       01  CTL-TICKET-CARD.
           05  CTL-TKT-TAG             PIC X(7).
           05  CTL-TKT-VALUE           PIC X(6).
           05  FILLER                  PIC X(67).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
      *    (JCL GIVES AUDIT-FILE DISP=MOD, THE SAME APPEND TREATMENT
      *    PDSUNLDC'S HIST-FILE GETS).  THE PRIOR-COPY FIELDS ARE THE
      *    REPLACED MEMBER'S STATS AS THEY STOOD BEFORE THE CHANGE.
      *    PDSREPLC AND PDSAUDRC CARRY THE SAME LAYOUT.  AUDT-TICKET
      *    IS THE CHANGE TICKET THE UPDATE RAN UNDER.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           05  AUDT-PRIOR-UPDATED      PIC 9(7).
           05  AUDT-PRIOR-VVMM         PIC X(5).
           05  AUDT-NEW-NAME           PIC X(8).
           05  AUDT-TICKET             PIC X(6).

      *    THE VAULT - AN ./ ADD DECK (JCL GIVES IT DISP=MOD ON A
      *    PROMOTE, SO GENERATIONS ACCUMULATE) HOLDING EVERY MEMBER
           05  JRNL-NOTE                PIC X(24).
           05  FILLER                   PIC X(13).

      *    THE CHANGE-TICKET FILE PDSTKTMC MAINTAINS - READ ONLY
      *    HERE.  SAME LAYOUT AS PDSTKTMC'S TKT-REC, PDSREPLC'S, AND
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

       77  WS-DDNAME-A                 PIC X(8)  VALUE SPACES.
           05  WS-PRIOR-CHANGED-LINES  PIC S9(4) COMP.
           05  WS-PRIOR-USER-ID        PIC X(8).

      *    THE JOURNAL RECORD'S OWN STAMP, TAKEN AS IT IS WRITTEN -
      *    WS-RUN-DATE AND WS-RUN-TIME-X STAY AT THE START OF THE RUN
      *    FOR THE AUDIT TRAIL.
       77  WS-JRNL-DATE                PIC 9(8)  VALUE ZERO.
       77  WS-JRNL-TIME-X              PIC X(8)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(8)  VALUE ZERO.
       01  WS-RUN-TIME-X               PIC X(8)  VALUE SPACES.
       01  WS-VVMM-EDIT.
           05  WS-VVMM-MM              PIC 99.

      *    THE OPERATION CODE THE AUDIT RECORD CARRIES - 'REPLACE'
      *    FOR A PROMOTE OVER AN EXISTING MEMBER, 'ADD' FOR A PROMOTE
      *    OF A NEW ONE, 'RESTORE' WHEN A VAULTED GENERATION IS
      *    BROUGHT BACK (OVER A MEMBER OR NOT).
       77  WS-AUDIT-OPER               PIC X(8)  VALUE 'REPLACE'.

      *    THE TICKET GATE.  WS-TICKET IS THE TICKET= CARD'S NUMBER;
      *    060-CHECK-TICKET SETS WS-TKT-COVERED TO 'Y' WHEN THE
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

      *    CARD IMAGES FOR THE THREE VAULT CONTROL CARDS WRITTEN
      *    AHEAD OF EACH VAULTED GENERATION'S TEXT.
       01  WS-VAULT-TAG-REC.

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSCOPYC V1.6.0  PDS MEMBER PROMOTE'.
       01  DL-DETAIL-LINE.
           05  CC                      PIC X.
           05  DL-TEXT                 PIC X(70) VALUE SPACES.
           PERFORM 950-WRITE-JOURNAL.
           DISPLAY 'PDSCOPYC CONCLUDED'.
           CLOSE PRINT-FILE, AUDIT-FILE, JRNL-FILE.
           IF WS-TKT-COVERED NOT = 'Y'
               MOVE 8 TO RETURN-CODE.

           GOBACK.

      *    THE ONE STANDARD END-OF-RUN RECORD FOR PDSJRNSC'S DAILY
      *    SUMMARY - A PROMOTE OR RESTORE THAT GETS THIS FAR IS A
      *    CLEAN OK (EVERY FAILURE PATH TERMINATES OUTRIGHT) UNLESS
      *    THE TICKET GATE REFUSED IT; THE NOTE SAYS WHICH OF THE TWO
      *    IT WAS, OR WHY IT WAS REFUSED.
       950-WRITE-JOURNAL.
           ACCEPT WS-JRNL-DATE   FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-TIME-X FROM TIME.
           MOVE SPACES              TO JRNL-REC.
           MOVE 'PDSCOPYC'          TO JRNL-PROGRAM.
           MOVE WS-JRNL-DATE        TO JRNL-RUN-DATE.
           MOVE WS-JRNL-TIME-X(1:6) TO JRNL-RUN-TIME.
           MOVE 1                   TO JRNL-MEMBERS.
           MOVE 'OK'                TO JRNL-OUTCOME.
           IF WS-RESTORE-MODE = 'Y'
           ELSE
               MOVE 2               TO JRNL-LIBRARIES
               MOVE 'PROMOTE'       TO JRNL-NOTE.
           IF WS-TKT-COVERED NOT = 'Y'
               MOVE 'REFUSED'       TO JRNL-OUTCOME
               MOVE WS-TKT-REASON   TO JRNL-NOTE.
           WRITE JRNL-REC.

      *    THE ORIGINAL PROMOTE PATH - THE CARD ALREADY READ IS DD-A.
      *    NOTHING IS OPENED UNTIL THE TICKET HAS CLEARED THE GATE.
      *    THE VAULT IS OPENED FOR APPEND SO 280-VAULT-PRIOR CAN SAVE
      *    THE OLD COPY OF A REPLACED TARGET BEFORE THE STOW R TAKES
      *    IT AWAY.
               MOVE CTL-FROM-MEMBER TO WS-TO-MEMBER
           ELSE
               MOVE CTL-TO-MEMBER  TO WS-TO-MEMBER.
           PERFORM 050-READ-TICKET-CARD.
           CLOSE CTL-FILE.

           WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING.
           MOVE 2 TO WS-LINE-CNT.

           PERFORM 060-CHECK-TICKET THRU 060-EXIT.
           IF WS-TKT-COVERED NOT = 'Y'
               PERFORM 920-PRINT-REFUSAL
               GO TO 010-EXIT.
           OPEN OUTPUT VAULT-FILE.

           PERFORM 100-OPEN-A.
           PERFORM 200-LOCATE-SOURCE.
           PERFORM 250-READ-SOURCE.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.
           MOVE CTL-DDNAME TO WS-DDNAME-B.
           PERFORM 050-READ-TICKET-CARD.
           CLOSE CTL-FILE.

           WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING.
           MOVE 2 TO WS-LINE-CNT.

           PERFORM 060-CHECK-TICKET THRU 060-EXIT.
           IF WS-TKT-COVERED NOT = 'Y'
               PERFORM 920-PRINT-REFUSAL
               GO TO 020-EXIT.
           OPEN INPUT VAULT-FILE.

           PERFORM 030-SCAN-VAULT.
           CLOSE VAULT-FILE.
           IF WS-GEN-SELECTED NOT = 'Y'
           MOVE WS-SS-CHANGED       TO WS-SAVED-CHANGED-LINES.
           MOVE WS-SS-USERID        TO WS-SAVED-USER-ID.

      *    THE LAST CONTROL CARD, ON EITHER PATH, IS THE TICKET.  A
      *    RUN WITHOUT ONE IS A SETUP ERROR - NOTHING IS COPIED.
       050-READ-TICKET-CARD.
           READ CTL-FILE INTO CTL-TICKET-CARD
               AT END
                   DISPLAY 'MISSING TICKET= CONTROL CARD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.
           IF CTL-TKT-TAG NOT = 'TICKET='
              OR CTL-TKT-VALUE = SPACES
               DISPLAY 'MISSING TICKET= CONTROL CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE CTL-TKT-VALUE TO WS-TICKET.

      *    READS THE TICKET AND ASKS WHETHER IT COVERS THE TARGET
      *    MEMBER IN LIBRARY B TODAY.  THE SAME RECIPE PDSREPLC AND
      *    PDSSWEPC USE, ONE MEMBER AT A TIME.
       060-CHECK-TICKET.
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
           CLOSE TICKET-FILE.
           MOVE WS-DDNAME-B  TO WS-TKT-CHECK-LIBRARY.
           MOVE WS-TO-MEMBER TO WS-TKT-CHECK-MEMBER.
           PERFORM 065-TICKET-COVERS THRU 065-EXIT.
       060-EXIT.
           EXIT.

      *    THE TICKET COVERS A MEMBER WHEN IT IS ON FILE, APPROVED
      *    AND NOT REVOKED, NAMES THE LIBRARY, HAS TODAY INSIDE ITS
      *    EFFECTIVE/EXPIRY WINDOW, AND LISTS THE MEMBER - BY NAME,
      *    BY A PREFIX ENDING IN '*', OR BY '*' ALONE.
       065-TICKET-COVERS.
           MOVE 'N'    TO WS-TKT-COVERED.
           MOVE SPACES TO WS-TKT-REASON.
           IF WS-TKT-FOUND NOT = 'Y'
               MOVE 'TICKET NOT ON FILE'   TO WS-TKT-REASON
               GO TO 065-EXIT.
           IF TKT-STATUS = 'R'
               MOVE 'TICKET REVOKED'       TO WS-TKT-REASON
               GO TO 065-EXIT.
           IF TKT-STATUS NOT = 'A'
               MOVE 'TICKET NOT APPROVED'  TO WS-TKT-REASON
               GO TO 065-EXIT.
           IF TKT-LIBRARY NOT = WS-TKT-CHECK-LIBRARY
               MOVE 'WRONG LIBRARY'        TO WS-TKT-REASON
               GO TO 065-EXIT.
           IF WS-RUN-DATE < TKT-EFFECTIVE
              OR WS-RUN-DATE > TKT-EXPIRY
               MOVE 'OUTSIDE WINDOW'       TO WS-TKT-REASON
               GO TO 065-EXIT.
           PERFORM 066-MATCH-ENTRY
               VARYING WS-TKT-IDX FROM 1 BY 1
                 UNTIL WS-TKT-IDX > TKT-MEMBER-COUNT
                    OR WS-TKT-COVERED = 'Y'.
           IF WS-TKT-COVERED NOT = 'Y'
               MOVE 'MEMBER NOT ON TICKET' TO WS-TKT-REASON.
       065-EXIT.
           EXIT.

       066-MATCH-ENTRY.
           MOVE TKT-MEMBER(WS-TKT-IDX) TO WS-TKT-ENTRY.
           MOVE ZERO TO WS-TKT-PFX-LEN.
           PERFORM 067-COUNT-PFX-CHAR
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

       067-COUNT-PFX-CHAR.
           ADD 1 TO WS-TKT-PFX-LEN.

       100-OPEN-A.
           MOVE PDSGET-REQUEST-OPEN TO PDSGET-REQUEST.
           MOVE WS-DDNAME-A         TO PDSGET-MEMBER.
      *    IS THERE, THIS PROMOTE IS A REPLACE - ITS STATS ARE
      *    CAPTURED AS THEY STAND AND AN AUDIT RECORD IS APPENDED
      *    BEFORE ANYTHING IS OVERWRITTEN.  A TARGET NOT YET IN THE
      *    DIRECTORY IS A PLAIN ADD, AUDITED WITH NO PRIOR STATS.
       260-CHECK-TARGET.
           MOVE 'N' TO WS-TARGET-EXISTS.
           MOVE PDSGET-REQUEST-OPEN TO PDSGET-REQUEST.
           IF RETURN-CODE EQUAL 0
               PERFORM 265-NOTE-REPLACED
           ELSE
           IF RETURN-CODE EQUAL 4
               PERFORM 266-NOTE-ADDED
           ELSE
               DISPLAY 'LOCATE FAILED ON DD-B (RC=' RETURN-CODE ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-RESTORE-MODE NOT = 'Y'
               PERFORM 280-VAULT-PRIOR.

      *    THE TARGET IS NEW TO LIBRARY B - NOTHING TO VAULT, BUT
      *    THE ADD IS STILL AUDITED SO THE NIGHTLY RECONCILIATION
      *    (PDSRECNC) SEES WHO PUT THE MEMBER THERE.
       266-NOTE-ADDED.
           MOVE SPACES TO WS-PRIOR-STATS.
           IF WS-RESTORE-MODE NOT = 'Y'
               MOVE 'ADD' TO WS-AUDIT-OPER.
           PERFORM 270-WRITE-AUDIT.

      *    ONE AUDIT RECORD FOR THE MEMBER ABOUT TO BE REPLACED -
      *    WHO LAST TOUCHED IT, WHEN, AND AT WHAT VV.MM, AS IT STOOD
      *    BEFORE THIS RUN OVERWROTE IT.
           MOVE WS-DDNAME-B         TO AUDT-LIBRARY.
           MOVE WS-TO-MEMBER        TO AUDT-MEMBER.
           MOVE WS-AUDIT-OPER       TO AUDT-OPERATION.
           MOVE WS-TICKET           TO AUDT-TICKET.
           MOVE WS-PRIOR-USER-ID    TO AUDT-PRIOR-USERID.
           IF WS-PRIOR-USER-ID NOT = SPACES
               MOVE WS-PRIOR-DATE-UPDATED TO AUDT-PRIOR-UPDATED
           MOVE SPACE  TO CC.
           STRING 'COPIED ' WS-FROM-MEMBER ' FROM ' WS-DDNAME-A
                  ' TO '    WS-TO-MEMBER   ' IN '   WS-DDNAME-B
                  ' TICKET ' WS-TICKET
                  DELIMITED BY SIZE INTO DL-TEXT.
           WRITE PF-PRINT-LINE FROM DL-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           MOVE SPACES TO DL-DETAIL-LINE.
           MOVE SPACE  TO CC.
           STRING 'RESTORED ' WS-TO-MEMBER ' IN ' WS-DDNAME-B
                  ' FROM THE VAULT TICKET ' WS-TICKET
                  DELIMITED BY SIZE INTO DL-TEXT.
           WRITE PF-PRINT-LINE FROM DL-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.

      *    THE TICKET GATE TURNED THE COPY AWAY - NEITHER LIBRARY
      *    WAS OPENED AND NOTHING WAS VAULTED OR AUDITED.
       920-PRINT-REFUSAL.
           DISPLAY 'REFUSED ' WS-TO-MEMBER ' IN ' WS-DDNAME-B
                   ' - TICKET ' WS-TICKET ' ' WS-TKT-REASON.
           MOVE SPACES TO DL-DETAIL-LINE.
           MOVE SPACE  TO CC.
           STRING 'REFUSED ' WS-TO-MEMBER ' IN ' WS-DDNAME-B
                  ' - TICKET ' WS-TICKET ' ' WS-TKT-REASON
                  DELIMITED BY SIZE INTO DL-TEXT.
           WRITE PF-PRINT-LINE FROM DL-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
