                                 LIBRARY.  PDSJRNSC ROLLS THE JOURNAL
                                 UP INTO THE DAILY OPERATIONS
                                 SUMMARY.
             2.4.0    10/15/2026 AN EXEC PARM OF BACKUP=FULL OR
                                 BACKUP=INCR RUNS THE UNLOAD AS ONE
                                 STEP OF A WEEKLY-FULL/NIGHTLY-
                                 INCREMENTAL BACKUP CYCLE.  A BACKUP
                                 LEDGER (LEDG-IN, COPIED FORWARD TO
                                 ITS NEXT GENERATION ON LEDG-OUT
                                 WITH THIS RUN'S ENTRIES ADDED)
                                 RECORDS, PER LIBRARY PER BACKUP,
                                 THE CYCLE NUMBER, DATE, FULL/INCR,
                                 AND EVERY MEMBER CAPTURED WITH ITS
                                 STATS.  AN INCR UNLOADS ONLY THE
                                 MEMBERS ADDED OR CHANGED SINCE THE
                                 LIBRARY'S LAST LEDGER ENTRY AND
                                 RECORDS THE ONES DELETED.  EACH
                                 LIBRARY'S SECTION OF A BACKUP DECK
                                 OPENS WITH A BACKUP= TAG CARD SO
                                 PDSLOADC'S RESTORE MODE CAN REBUILD
                                 A LIBRARY AS OF A GIVEN DATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT HIST-FILE   ASSIGN TO UT-S-HISTOUT.
           SELECT JCL-FILE    ASSIGN TO UT-S-JCLOUT.
           SELECT JRNL-FILE   ASSIGN TO UT-S-JRNLOUT.
           SELECT LEDG-IN     ASSIGN TO UT-S-LEDGIN.
           SELECT LEDG-OUT    ASSIGN TO UT-S-LEDGOUT.

       DATA DIVISION.
       FILE SECTION.
           05  JRNL-NOTE                PIC X(24).
           05  FILLER                   PIC X(13).

      *    THE BACKUP LEDGER, OPENED ONLY WHEN BACKUP= IS ON THE EXEC
      *    PARM (NEITHER DD IS NEEDED ON AN ORDINARY UNLOAD).  LEDG-IN
      *    IS THE LEDGER AS THE LAST BACKUP RUN LEFT IT; LEDG-OUT IS
      *    ITS NEXT GENERATION - EVERY OLD RECORD COPIED FORWARD, THEN
      *    THIS RUN'S ENTRIES.  BOTH ARE READ AND WRITTEN THROUGH
      *    LDG-REC IN WORKING-STORAGE.
       FD  LEDG-IN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LEDG-IN-REC                 PIC X(80).

       FD  LEDG-OUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LEDG-OUT-REC                PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-MEMBER-COUNT             PIC 9(9)            VALUE ZERO.
       77  WS-BT-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-BT-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.

      *    BACKUP-CYCLE CONTROLS, SET BY BACKUP=FULL/BACKUP=INCR ON
      *    THE EXEC PARM.  WS-LIB-BKUP-TYPE IS WHAT THE CURRENT
      *    LIBRARY ACTUALLY GETS - AN INCR FOR A LIBRARY THE LEDGER
      *    HOLDS NO FULL FOR IS TAKEN AS A FULL (WS-BKUP-PROMOTED),
      *    SINCE THERE IS NOTHING FOR IT TO BE INCREMENTAL TO.  EVERY
      *    LIBRARY IN THE RUN IS STAMPED WITH THE SAME DATE AND TIME.
       77  WS-BACKUP-MODE              PIC X             VALUE 'N'.
       77  WS-BACKUP-TYPE              PIC X(4)          VALUE SPACES.
       77  WS-LIB-BKUP-TYPE            PIC X(4)          VALUE SPACES.
       77  WS-BKUP-PROMOTED            PIC X             VALUE 'N'.
       77  WS-BKUP-MISSED              PIC X             VALUE 'N'.
       77  WS-BKUP-DATE                PIC 9(8)          VALUE ZERO.
       77  WS-BKUP-TIME-X              PIC X(8)          VALUE SPACES.
       77  WS-LEDG-EOF                 PIC X             VALUE 'N'.
       77  WS-LEDG-COPIED              PIC 9(9)          VALUE ZERO.
       77  WS-FULL-FOUND               PIC X             VALUE 'N'.
       77  WS-LIB-CYCLE                PIC 9(5)          VALUE ZERO.
       77  WS-LIB-SEQ                  PIC 9(3)          VALUE ZERO.
       77  WS-LIB-CAPTURED             PIC 9(7)          VALUE ZERO.
       77  WS-LIB-DELETED              PIC 9(7)          VALUE ZERO.
       77  WS-BK-ACTION-TEXT           PIC X(10)         VALUE SPACES.

      *    ONE BACKUP LEDGER RECORD.  EACH BACKUP OF A LIBRARY IS A
      *    HEADER ('H' - DATE, TIME, FULL/INCR, COUNTS), ONE 'M'
      *    RECORD PER MEMBER CAPTURED ON THE DECK WITH ITS STATS,
      *    AND (INCR ONLY) ONE 'D' RECORD PER MEMBER DELETED SINCE
      *    THE LIBRARY'S LAST BACKUP.  LDG-STATS IS LAID OUT LIKE THE
      *    STATS ON PDSCOPYC'S VAULT STATS CARD.  SAME LAYOUT AS
      *    PDSLOADC'S LDG-REC - KEEP THEM IN SYNC.
       01  LDG-REC.
           05  LDG-LIBRARY             PIC X(8).
           05  LDG-CYCLE               PIC 9(5).
           05  LDG-SEQ                 PIC 9(3).
           05  LDG-REC-TYPE            PIC X.
           05  LDG-MEMBER              PIC X(8).
           05  LDG-DETAIL              PIC X(55).
           05  FILLER            REDEFINES LDG-DETAIL.
              10  LDG-BKUP-DATE        PIC 9(8).
              10  LDG-BKUP-TIME        PIC 9(6).
              10  LDG-BKUP-TYPE        PIC X(4).
              10  LDG-CAPTURED         PIC 9(7).
              10  LDG-DELETED          PIC 9(7).
              10  FILLER               PIC X(23).
           05  FILLER            REDEFINES LDG-DETAIL.
              10  LDG-STATS            PIC X(45).
              10  FILLER               PIC X(10).

      *    THE LIBRARY'S MEMBERS AS THE LEDGER LAST LEFT THEM - ITS
      *    LAST FULL PLUS EVERY INCR SINCE, REPLAYED BY 080-REPLAY-
      *    LEDGER - WITH THE STATS EACH WAS LAST CAPTURED WITH.  AS
      *    THE DIRECTORY GOES BY, 415-CHECK-BACKUP-LEDGER MARKS EACH
      *    ENTRY 'A' (NEW), 'C' (CHANGED) OR 'S' (SAME); AN ENTRY
      *    STILL BLANK WHEN THE LIBRARY CLOSES HAS BEEN DELETED.  THE
      *    TABLE IS ALSO WHAT THE LIBRARY'S LEDGER ENTRY IS WRITTEN
      *    FROM, SO NOTHING REACHES THE LEDGER FOR A LIBRARY THAT DID
      *    NOT FINISH.  OVER 3000 MEMBERS IS RC 16 - A DROPPED ENTRY
      *    WOULD GO ON THE LEDGER AS A DELETE.
       01  WS-BACKUP-TABLE.
           05  WS-BK-ENTRY             OCCURS 3000 TIMES.
               10  WS-BK-MEMBER        PIC X(8).
               10  WS-BK-STATS         PIC X(45).
               10  WS-BK-ACTION        PIC X.
       77  WS-BK-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-BK-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-BK-HIT                   PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-BK-FOUND                 PIC X             VALUE 'N'.
       77  WS-BK-NAME                  PIC X(8)          VALUE SPACES.

      *    THE CURRENT MEMBER'S STATS IN LEDGER (DISPLAY) FORM - SAME
      *    LAYOUT AS LDG-STATS.  ALL ZERO/BLANK FOR A MEMBER WITH NO
      *    ISPF STATS.
       01  WS-BK-CUR-STATS.
           05  WS-BC-VV                PIC 99.
           05  WS-BC-MM                PIC 99.
           05  WS-BC-CREATED           PIC 9(7).
           05  WS-BC-UPDATED           PIC 9(7).
           05  WS-BC-TIME-H            PIC 99.
           05  WS-BC-TIME-M            PIC 99.
           05  WS-BC-CURRENT           PIC 9(5).
           05  WS-BC-INITIAL           PIC 9(5).
           05  WS-BC-CHANGED           PIC 9(5).
           05  WS-BC-USERID            PIC X(8).

      *    THE LIBRARY'S BACKUP LINE ON THE REPORT, AFTER ITS MEMBERS.
       01  WS-BACKUP-NOTE.
           05  WS-BN-TYPE              PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-BN-CYCLE             PIC 9(5)  VALUE ZERO.
           05  FILLER                  PIC X     VALUE '.'.
           05  WS-BN-SEQ               PIC 9(3)  VALUE ZERO.
           05  FILLER                  PIC X(10) VALUE ' CAPTURED '.
           05  WS-BN-CAPTURED          PIC Z(6)9.
           05  FILLER                  PIC X(9)  VALUE ' DELETED '.
           05  WS-BN-DELETED           PIC Z(6)9.

       01  SH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSUNLDC V2.4.0  USERID CHARGEBACK SUMMARY'.
       01  SH-LINE-2.
           05  FILLER                  PIC X(30)  VALUE
               '0USERID    MEMBERS PROCESSED'.
           05  WS-SEP-DDNAME           PIC X(8)    VALUE SPACES.
           05  FILLER                  PIC X(56)   VALUE SPACES.

      *    ON A BACKUP= RUN EVERY LIBRARY'S SECTION OF THE DECK OPENS
      *    WITH THIS CARD INSTEAD OF THE SEPARATOR ABOVE.  IT CARRIES
      *    THE SAME LIBRARY/CYCLE/SEQUENCE/DATE/TIME AS THE LEDGER
      *    HEADER, SO PDSLOADC'S RESTORE MODE CAN TELL WHICH BACKUP
      *    EACH ./ ADD ON A CONCATENATION OF DECKS CAME FROM.  SAME
      *    LAYOUT AS PDSLOADC'S WS-BKUP-CARD - KEEP THEM IN SYNC.
       01  WS-BACKUP-TAG-REC.
           05  FILLER                  PIC X(8)    VALUE './  *   '.
           05  FILLER                  PIC X(7)    VALUE 'BACKUP='.
           05  WS-BG-LIBRARY           PIC X(8)    VALUE SPACES.
           05  FILLER                  PIC X(7)    VALUE ' CYCLE='.
           05  WS-BG-CYCLE             PIC 9(5)    VALUE ZERO.
           05  FILLER                  PIC X(5)    VALUE ' SEQ='.
           05  WS-BG-SEQ               PIC 9(3)    VALUE ZERO.
           05  FILLER                  PIC X       VALUE SPACE.
           05  WS-BG-TYPE              PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X       VALUE SPACE.
           05  WS-BG-DATE              PIC 9(8)    VALUE ZERO.
           05  FILLER                  PIC X       VALUE SPACE.
           05  WS-BG-TIME              PIC 9(6)    VALUE ZERO.
           05  FILLER                  PIC X(16)   VALUE SPACES.

      *    COMMENT CARD PUNCHED AFTER A MEMBER'S TEXT WHEN AN ENQUEUE
      *    CONFLICT CUT THE READ OFF PARTWAY, SO THE DECK ITSELF
      *    SHOWS THE TEXT ABOVE IT IS NOT ALL OF THE MEMBER.

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSUNLDC V2.4.0'.
       01  PH-LINE-2.
           05  FILLER                   PIC X(49)  VALUE
               '0MEMBER    USERID    CREATED    UPDATED      TIME'.
           IF EXEC-LEN > ZERO
              PERFORM 070-PARSE-EXEC-PARM THRU 070-EXIT
              DISPLAY 'WITH EXEC PARM ' WS-RAW-PARM.
           IF WS-BACKUP-MODE = 'Y'
               PERFORM 078-START-BACKUP-RUN.
           PERFORM 050-NEXT-LIBRARY
               UNTIL WS-CTL-EOF = 'Y'.
           PERFORM 740-PRINT-SUMMARY.
           DISPLAY 'PDSUNLOD CONCLUDED'.
           CLOSE CARD-FILE, PRINT-FILE, CTL-FILE, CKPT-FILE, CSV-FILE,
                 HIST-FILE, JCL-FILE, JRNL-FILE.
           IF WS-BACKUP-MODE = 'Y'
               CLOSE LEDG-OUT.

           GOBACK.

           ELSE
           IF WS-EP-TOKEN-TEXT(1:8) = 'DATEFMT='
               PERFORM 077-SET-DATE-FORMAT
           ELSE
           IF WS-EP-TOKEN-TEXT(1:7) = 'BACKUP='
               PERFORM 079-SET-BACKUP-TYPE
           ELSE
               PERFORM 076-APPEND-LITERAL-TOKEN.

               MOVE 'YMD'       TO WS-DATE-FMT
               MOVE 'YYYYMMDD'  TO WS-OUTPUT-FORMAT-CODE.

      *    A BACKUP RUN CANNOT BE NARROWED - A MEMBER LEFT OFF BY
      *    SELECT=/EXCLUDE=/RESTART-FROM= WOULD GO ON THE LEDGER AS
      *    DELETED - SO THOSE OPTIONS ARE REFUSED WITH IT (THE CTL-FILE
      *    SELECT=/EXCLUDE= CARDS ARE REFUSED BY 051/052).  THE OLD
      *    LEDGER IS THEN COPIED FORWARD INTO THE NEW GENERATION, SO
      *    THIS RUN'S ENTRIES LAND AFTER EVERY EARLIER ONE.
       078-START-BACKUP-RUN.
           IF WS-SELECT-ACTIVE = 'Y' OR WS-EXCLUDE-ACTIVE = 'Y'
              OR WS-RESTART-ACTIVE = 'Y'
               DISPLAY 'BACKUP= CANNOT BE COMBINED WITH SELECT=, '
                       'EXCLUDE= OR RESTART-FROM='
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-BKUP-DATE   FROM DATE YYYYMMDD.
           ACCEPT WS-BKUP-TIME-X FROM TIME.
           OPEN OUTPUT LEDG-OUT.
           OPEN INPUT  LEDG-IN.
           MOVE 'N' TO WS-LEDG-EOF.
           PERFORM 081-READ-LEDGER.
           PERFORM 0781-COPY-LEDGER-RECORD
               UNTIL WS-LEDG-EOF = 'Y'.
           CLOSE LEDG-IN.
           DISPLAY 'BACKUP=' WS-BACKUP-TYPE ' - ' WS-LEDG-COPIED
                   ' LEDGER RECORDS CARRIED FORWARD'.

       0781-COPY-LEDGER-RECORD.
           WRITE LEDG-OUT-REC FROM LDG-REC.
           ADD 1 TO WS-LEDG-COPIED.
           PERFORM 081-READ-LEDGER.

      *    BACKUP=FULL OR BACKUP=INCR TURNS ON BACKUP-CYCLE MODE.  ANY
      *    OTHER VALUE IS A SETUP ERROR - GUESSING WOULD EITHER MISS
      *    CHANGES OR TAKE A FULL NOBODY ASKED FOR.
       079-SET-BACKUP-TYPE.
           IF WS-EP-TOKEN-LEN = 11 AND
              (WS-EP-TOKEN-TEXT(8:4) = 'FULL' OR
               WS-EP-TOKEN-TEXT(8:4) = 'INCR')
               MOVE WS-EP-TOKEN-TEXT(8:4) TO WS-BACKUP-TYPE
               MOVE 'Y' TO WS-BACKUP-MODE
           ELSE
               DISPLAY 'INVALID BACKUP= VALUE - MUST BE FULL OR INCR'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *    REBUILDS WS-BACKUP-TABLE AS THE LEDGER LAST LEFT THE
      *    CURRENT LIBRARY - A FULL HEADER EMPTIES THE TABLE, EACH 'M'
      *    RECORD ADDS OR REFRESHES A MEMBER, EACH 'D' RECORD DROPS
      *    ONE - AND PICKS UP THE LIBRARY'S LATEST CYCLE/SEQUENCE.
      *    THIS BACKUP'S OWN NUMBER FOLLOWS FROM THAT: A FULL STARTS
      *    THE NEXT CYCLE AT SEQUENCE 0 (AND COMPARES AGAINST NOTHING,
      *    SO THE TABLE IS EMPTIED AGAIN); AN INCR IS THE NEXT
      *    SEQUENCE IN THE CURRENT CYCLE.
       080-REPLAY-LEDGER.
           MOVE ZERO   TO WS-BK-COUNT.
           MOVE ZERO   TO WS-LIB-CYCLE.
           MOVE ZERO   TO WS-LIB-SEQ.
           MOVE ZERO   TO WS-LIB-CAPTURED.
           MOVE ZERO   TO WS-LIB-DELETED.
           MOVE 'N'    TO WS-FULL-FOUND.
           MOVE 'N'    TO WS-BKUP-PROMOTED.
           MOVE WS-BACKUP-TYPE TO WS-LIB-BKUP-TYPE.
           OPEN INPUT LEDG-IN.
           MOVE 'N' TO WS-LEDG-EOF.
           PERFORM 081-READ-LEDGER.
           PERFORM 082-APPLY-LEDGER-RECORD
               UNTIL WS-LEDG-EOF = 'Y'.
           CLOSE LEDG-IN.
           IF WS-LIB-BKUP-TYPE = 'INCR' AND WS-FULL-FOUND = 'N'
               DISPLAY 'NO FULL BACKUP OF ' WS-CURRENT-DDNAME
                       ' ON THE LEDGER - TAKEN AS FULL'
               MOVE 'Y'    TO WS-BKUP-PROMOTED
               MOVE 'FULL' TO WS-LIB-BKUP-TYPE.
           IF WS-LIB-BKUP-TYPE = 'FULL'
               ADD 1     TO WS-LIB-CYCLE
               MOVE ZERO TO WS-LIB-SEQ
               MOVE ZERO TO WS-BK-COUNT
           ELSE
               ADD 1     TO WS-LIB-SEQ.

       081-READ-LEDGER.
           READ LEDG-IN INTO LDG-REC
               AT END MOVE 'Y' TO WS-LEDG-EOF.

       082-APPLY-LEDGER-RECORD.
           IF LDG-LIBRARY NOT = WS-CURRENT-DDNAME
               NEXT SENTENCE
           ELSE
           IF LDG-REC-TYPE = 'H'
               PERFORM 083-APPLY-HEADER
           ELSE
           IF LDG-REC-TYPE = 'M'
               PERFORM 084-APPLY-MEMBER
           ELSE
           IF LDG-REC-TYPE = 'D'
               PERFORM 085-APPLY-DELETE.
           PERFORM 081-READ-LEDGER.

       083-APPLY-HEADER.
           MOVE LDG-CYCLE TO WS-LIB-CYCLE.
           MOVE LDG-SEQ   TO WS-LIB-SEQ.
           IF LDG-BKUP-TYPE = 'FULL'
               MOVE 'Y'  TO WS-FULL-FOUND
               MOVE ZERO TO WS-BK-COUNT.

       084-APPLY-MEMBER.
           MOVE LDG-MEMBER TO WS-BK-NAME.
           PERFORM 086-FIND-MEMBER.
           IF WS-BK-FOUND = 'N'
               PERFORM 087-ADD-ENTRY.
           MOVE LDG-STATS  TO WS-BK-STATS(WS-BK-HIT).
           MOVE SPACE      TO WS-BK-ACTION(WS-BK-HIT).

      *    A DELETED MEMBER'S SLOT IS FILLED WITH THE LAST ENTRY - THE
      *    TABLE IS SEARCHED END TO END, SO ITS ORDER DOES NOT MATTER.
       085-APPLY-DELETE.
           MOVE LDG-MEMBER TO WS-BK-NAME.
           PERFORM 086-FIND-MEMBER.
           IF WS-BK-FOUND = 'Y'
               MOVE WS-BK-ENTRY(WS-BK-COUNT) TO WS-BK-ENTRY(WS-BK-HIT)
               SUBTRACT 1 FROM WS-BK-COUNT.

       086-FIND-MEMBER.
           MOVE 'N' TO WS-BK-FOUND.
           PERFORM 0861-COMPARE-ENTRY
               VARYING WS-BK-IDX FROM 1 BY 1
                 UNTIL WS-BK-IDX > WS-BK-COUNT
                    OR WS-BK-FOUND = 'Y'.

       0861-COMPARE-ENTRY.
           IF WS-BK-MEMBER(WS-BK-IDX) = WS-BK-NAME
               MOVE 'Y'       TO WS-BK-FOUND
               MOVE WS-BK-IDX TO WS-BK-HIT.

       087-ADD-ENTRY.
           IF WS-BK-COUNT >= 3000
               DISPLAY 'BACKUP TABLE FULL AT 3000 MEMBERS IN '
                       WS-CURRENT-DDNAME '; EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-BK-COUNT.
           MOVE WS-BK-COUNT TO WS-BK-HIT.
           MOVE WS-BK-NAME  TO WS-BK-MEMBER(WS-BK-HIT).
           MOVE SPACE       TO WS-BK-ACTION(WS-BK-HIT).

       089-WRITE-BACKUP-TAG.
           MOVE WS-CURRENT-DDNAME    TO WS-BG-LIBRARY.
           MOVE WS-LIB-CYCLE         TO WS-BG-CYCLE.
           MOVE WS-LIB-SEQ           TO WS-BG-SEQ.
           MOVE WS-LIB-BKUP-TYPE     TO WS-BG-TYPE.
           MOVE WS-BKUP-DATE         TO WS-BG-DATE.
           MOVE WS-BKUP-TIME-X(1:6)  TO WS-BG-TIME.
           WRITE WS-CARD-OUT FROM WS-BACKUP-TAG-REC.

      *    READS ONE CARD FROM THE CONTROL FILE.  A SELECT=/EXCLUDE=
      *    CARD JUST FILES A MEMBER NAME INTO THE MATCHING LIST AND
      *    ISN'T A LIBRARY TO OPEN; ANY OTHER NON-BLANK CARD IS A DD
      *    OR FAILED OUTRIGHT - GETS NO CLOSE AND NO PUNCHED RELOAD
      *    JOB (THERE IS NO DECK BEHIND IT TO RELOAD); IT STILL
      *    COUNTS AS A LIBRARY THIS RUN PROCESSED.
      *    ON A BACKUP= RUN THE LIBRARY'S LEDGER STATE IS REPLAYED AND
      *    ITS BACKUP= TAG CARD PUNCHED BEFORE IT IS OPENED, AND A
      *    LIBRARY THAT FINISHES GETS A LEDGER ENTRY INSTEAD OF A
      *    RELOAD JOB (ITS DECK IS RESTORED THROUGH PDSLOADC'S RESTORE
      *    MODE, NOT BY IEBUPDTE).  ONE THAT DID NOT FINISH GETS
      *    NEITHER, SO THE NEXT INCR STILL COMPARES AGAINST THE LAST
      *    GOOD BACKUP.
       055-UNLOAD-LIBRARY.
           MOVE CTL-DDNAME  TO WS-CURRENT-DDNAME.
           IF WS-BACKUP-MODE = 'Y'
               PERFORM 080-REPLAY-LEDGER
               PERFORM 089-WRITE-BACKUP-TAG
           ELSE
           IF WS-LIBRARY-COUNT > ZERO
               PERFORM 060-WRITE-SEPARATOR
               MOVE 'N' TO WS-RESTART-ACTIVE.
           PERFORM 100-OPEN-PDS.
           IF WS-OPEN-OK = 'Y'
               PERFORM 600-CLOSE-PDS
               IF WS-LIB-INCOMPLETE NOT = 'Y'
                   IF WS-BACKUP-MODE = 'Y'
                       PERFORM 660-WRITE-LEDGER-ENTRY
                   ELSE
                       PERFORM 650-PUNCH-RELOAD-JCL.
           IF WS-BACKUP-MODE = 'Y'
              AND (WS-OPEN-OK NOT = 'Y' OR WS-LIB-INCOMPLETE = 'Y')
               PERFORM 668-NOTE-NO-LEDGER-ENTRY.
           ADD 1 TO WS-LIBRARY-COUNT.

      *    FILES ONE MEMBER NAME FROM A CTL-SELECT-CARD INTO
      *    CAP-PLUS-DIAGNOSTIC TREATMENT 720-ACCUM-USERID GIVES ITS
      *    OWN TABLE.
       051-ADD-SELECT-MEMBER.
           IF WS-BACKUP-MODE = 'Y'
               DISPLAY 'SELECT= CARD NOT ALLOWED ON A BACKUP= RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-SL-COUNT < 500
               ADD 1 TO WS-SL-COUNT
               MOVE CTL-SEL-MEMBER TO WS-SL-MEMBER(WS-SL-COUNT)
                       CTL-SEL-MEMBER ' NOT ADDED'.

       052-ADD-EXCLUDE-MEMBER.
           IF WS-BACKUP-MODE = 'Y'
               DISPLAY 'EXCLUDE= CARD NOT ALLOWED ON A BACKUP= RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-XL-COUNT < 500
               ADD 1 TO WS-XL-COUNT
               MOVE CTL-EXC-MEMBER TO WS-XL-MEMBER(WS-XL-COUNT)
      *    CORRECTLY FOR THE NEXT NEXT-DIR REQUEST) BUT IS NOT WRITTEN
      *    TO CARD-FILE OR COUNTED.  AN ALIAS ENTRY IS NEVER WANTED,
      *    WHATEVER THE FILTERS SAY - ITS TEXT IS THE TRUE MEMBER'S,
      *    WHICH GOES OUT (ONCE) UNDER ITS OWN NAME.  ON A BACKUP= RUN
      *    (WHERE NO FILTER CAN BE ACTIVE) THE LEDGER DECIDES INSTEAD -
      *    SEE 415-CHECK-BACKUP-LEDGER.
       410-SELECT-MEMBER.
           MOVE 'Y' TO WS-MEMBER-WANTED.
           IF WS-ALIAS-FLAG = 'A'
               IF PDSGET-MEMBER(1:WS-EXCLUDE-LEN) =
                  WS-EXCLUDE-PREFIX(1:WS-EXCLUDE-LEN)
                   MOVE 'N' TO WS-MEMBER-WANTED.
           MOVE SPACES TO WS-BK-ACTION-TEXT.
           IF WS-BACKUP-MODE = 'Y' AND WS-ALIAS-FLAG NOT = 'A'
               PERFORM 415-CHECK-BACKUP-LEDGER.

      *    DECIDES WHETHER A BACKUP RUN PUNCHES THE MEMBER JUST
      *    LOCATED.  A FULL TAKES EVERY MEMBER (THE TABLE IS EMPTY, SO
      *    EACH ONE COMES UP NEW).  AN INCR TAKES A MEMBER THE LEDGER
      *    HAS NOT SEEN ('A') OR ONE WHOSE STATS NO LONGER MATCH THE
      *    ONES IT WAS LAST CAPTURED WITH ('C'); A MATCH ('S') IS
      *    DRAINED PAST LIKE A FILTERED MEMBER.  A MEMBER WITH NO
      *    ISPF STATS GIVES NOTHING TO COMPARE, SO IT IS ALWAYS
      *    TAKEN.  RUNS BEFORE 500-READ-MEMBER, WHILE THE STATS ARE
      *    STILL IN PDSGET-RECORD.
       415-CHECK-BACKUP-LEDGER.
           PERFORM 416-BUILD-LEDGER-STATS.
           MOVE PDSGET-MEMBER TO WS-BK-NAME.
           PERFORM 086-FIND-MEMBER.
           IF WS-BK-FOUND = 'N'
               PERFORM 087-ADD-ENTRY
               MOVE 'A'          TO WS-BK-ACTION(WS-BK-HIT)
               MOVE 'ADDED'      TO WS-BK-ACTION-TEXT
           ELSE
           IF WS-BK-STATS(WS-BK-HIT) = WS-BK-CUR-STATS
              AND PDS-USER-ID NOT = SPACES
               MOVE 'S'          TO WS-BK-ACTION(WS-BK-HIT)
               MOVE 'UNCHANGED'  TO WS-BK-ACTION-TEXT
               MOVE 'N'          TO WS-MEMBER-WANTED
           ELSE
               MOVE 'C'          TO WS-BK-ACTION(WS-BK-HIT)
               MOVE 'CHANGED'    TO WS-BK-ACTION-TEXT.
           MOVE WS-BK-CUR-STATS TO WS-BK-STATS(WS-BK-HIT).
           IF WS-LIB-BKUP-TYPE = 'FULL'
               MOVE 'CAPTURED'   TO WS-BK-ACTION-TEXT.

      *    THE LEDGER FORM OF THE STATS 700-PROCESS-STATS HAS JUST
      *    DECODED FOR THE REPORT LINE.
       416-BUILD-LEDGER-STATS.
           IF PDS-USER-ID = SPACES
               MOVE ZERO               TO WS-BC-VV
               MOVE ZERO               TO WS-BC-MM
               MOVE ZERO               TO WS-BC-CREATED
               MOVE ZERO               TO WS-BC-UPDATED
               MOVE ZERO               TO WS-BC-TIME-H
               MOVE ZERO               TO WS-BC-TIME-M
               MOVE ZERO               TO WS-BC-CURRENT
               MOVE ZERO               TO WS-BC-INITIAL
               MOVE ZERO               TO WS-BC-CHANGED
               MOVE SPACES             TO WS-BC-USERID
           ELSE
               MOVE DL-VERSION         TO WS-BC-VV
               MOVE DL-MOD             TO WS-BC-MM
               MOVE PDS-DATE-CREATED   TO WS-BC-CREATED
               MOVE PDS-DATE-UPDATED   TO WS-BC-UPDATED
               MOVE DL-TIME-H          TO WS-BC-TIME-H
               MOVE DL-TIME-M          TO WS-BC-TIME-M
               MOVE PDS-CURRENT-LINES  TO WS-BC-CURRENT
               MOVE PDS-INITIAL-LINES  TO WS-BC-INITIAL
               MOVE PDS-CHANGED-LINES  TO WS-BC-CHANGED
               MOVE PDS-USER-ID        TO WS-BC-USERID.

      *    FINISHES OFF THE REPORT LINE AND CSV ROW FOR THE MEMBER
      *    JUST READ.  IF THE LIBRARY WAS SNATCHED BY ANOTHER JOB
                JL-DSN(WS-DSN-IDX:1).
           ADD 1 TO WS-DSN-IDX.

      *    WRITES THE FINISHED LIBRARY'S LEDGER ENTRY - THE HEADER, AN
      *    'M' RECORD FOR EVERY MEMBER PUNCHED ('A' OR 'C'), AND A 'D'
      *    RECORD FOR EVERY MEMBER THE LEDGER HELD THAT THE DIRECTORY
      *    NO LONGER DOES - AND PUTS THE BACKUP'S LINE ON THE REPORT.
      *    UNCHANGED ('S') MEMBERS ARE NOT WRITTEN; THE RESTORE FINDS
      *    THEM IN WHICHEVER EARLIER BACKUP LAST CAPTURED THEM.
       660-WRITE-LEDGER-ENTRY.
           MOVE ZERO TO WS-LIB-CAPTURED.
           MOVE ZERO TO WS-LIB-DELETED.
           PERFORM 661-COUNT-ENTRY
               VARYING WS-BK-IDX FROM 1 BY 1
                 UNTIL WS-BK-IDX > WS-BK-COUNT.
           MOVE SPACES               TO LDG-REC.
           MOVE WS-CURRENT-DDNAME    TO LDG-LIBRARY.
           MOVE WS-LIB-CYCLE         TO LDG-CYCLE.
           MOVE WS-LIB-SEQ           TO LDG-SEQ.
           MOVE 'H'                  TO LDG-REC-TYPE.
           MOVE WS-BKUP-DATE         TO LDG-BKUP-DATE.
           MOVE WS-BKUP-TIME-X(1:6)  TO LDG-BKUP-TIME.
           MOVE WS-LIB-BKUP-TYPE     TO LDG-BKUP-TYPE.
           MOVE WS-LIB-CAPTURED      TO LDG-CAPTURED.
           MOVE WS-LIB-DELETED       TO LDG-DELETED.
           WRITE LEDG-OUT-REC FROM LDG-REC.
           PERFORM 662-WRITE-LEDGER-MEMBER
               VARYING WS-BK-IDX FROM 1 BY 1
                 UNTIL WS-BK-IDX > WS-BK-COUNT.
           PERFORM 665-PRINT-BACKUP-LINE.

       661-COUNT-ENTRY.
           IF WS-BK-ACTION(WS-BK-IDX) = 'A' OR
              WS-BK-ACTION(WS-BK-IDX) = 'C'
               ADD 1 TO WS-LIB-CAPTURED
           ELSE
           IF WS-BK-ACTION(WS-BK-IDX) = SPACE
               ADD 1 TO WS-LIB-DELETED.

       662-WRITE-LEDGER-MEMBER.
           MOVE SPACES                  TO LDG-REC.
           MOVE WS-CURRENT-DDNAME       TO LDG-LIBRARY.
           MOVE WS-LIB-CYCLE            TO LDG-CYCLE.
           MOVE WS-LIB-SEQ              TO LDG-SEQ.
           MOVE WS-BK-MEMBER(WS-BK-IDX) TO LDG-MEMBER.
           IF WS-BK-ACTION(WS-BK-IDX) = 'A' OR
              WS-BK-ACTION(WS-BK-IDX) = 'C'
               MOVE 'M'                    TO LDG-REC-TYPE
               MOVE WS-BK-STATS(WS-BK-IDX) TO LDG-STATS
               WRITE LEDG-OUT-REC FROM LDG-REC
           ELSE
           IF WS-BK-ACTION(WS-BK-IDX) = SPACE
               MOVE 'D'                    TO LDG-REC-TYPE
               WRITE LEDG-OUT-REC FROM LDG-REC
               PERFORM 663-PRINT-DELETED-LINE.

       663-PRINT-DELETED-LINE.
           MOVE SPACES                  TO DL-DETAIL-LINE.
           MOVE WS-BK-MEMBER(WS-BK-IDX) TO DL-MEMBER.
           MOVE 'DELETED'               TO DL-COMMENTS(12:10).
           PERFORM 800-PRINT-DETAIL.

       665-PRINT-BACKUP-LINE.
           MOVE WS-LIB-BKUP-TYPE  TO WS-BN-TYPE.
           MOVE WS-LIB-CYCLE      TO WS-BN-CYCLE.
           MOVE WS-LIB-SEQ        TO WS-BN-SEQ.
           MOVE WS-LIB-CAPTURED   TO WS-BN-CAPTURED.
           MOVE WS-LIB-DELETED    TO WS-BN-DELETED.
           MOVE SPACES            TO DL-DETAIL-LINE.
           MOVE WS-CURRENT-DDNAME TO DL-MEMBER.
           MOVE WS-BACKUP-NOTE    TO DL-COMMENTS.
           PERFORM 800-PRINT-DETAIL.
           IF WS-BKUP-PROMOTED = 'Y'
               MOVE SPACES            TO DL-DETAIL-LINE
               MOVE WS-CURRENT-DDNAME TO DL-MEMBER
               MOVE 'INCR TAKEN AS FULL - NO FULL ON THE LEDGER'
                                      TO DL-COMMENTS
               PERFORM 800-PRINT-DETAIL.

      *    A BACKUP= LIBRARY THAT NEVER OPENED, OR WAS CUT OFF BY AN
      *    ENQUEUE CONFLICT, GETS NO LEDGER ENTRY - A RESTORE IGNORES
      *    ITS PART OF THE DECK, AND THE NEXT INCR COMPARES AGAINST
      *    THE LAST BACKUP OF IT THAT DID FINISH.
       668-NOTE-NO-LEDGER-ENTRY.
           DISPLAY 'NO LEDGER ENTRY RECORDED FOR ' WS-CURRENT-DDNAME.
           MOVE 'Y'               TO WS-BKUP-MISSED.
           MOVE SPACES            TO DL-DETAIL-LINE.
           MOVE WS-CURRENT-DDNAME TO DL-MEMBER.
           MOVE 'BACKUP NOT RECORDED ON THE LEDGER' TO DL-COMMENTS.
           PERFORM 800-PRINT-DETAIL.

      *    A MEMBER CUT OFF MID-READ WENT OUT TO THE DECK ONLY IN
      *    PART, SO IT IS TAKEN BACK OUT OF THE MEMBER COUNT AND THE
      *    CHARGEBACK TALLY (BOTH WERE BUMPED BEFORE THE READ LOOP
               MOVE WS-ALIAS-NOTE  TO DL-COMMENTS
           ELSE
               MOVE WS-CT-TYPE     TO DL-COMMENTS.
           IF WS-BK-ACTION-TEXT NOT = SPACES
               MOVE WS-BK-ACTION-TEXT TO DL-COMMENTS(12:10).

      *    SLICES THE 8 UNPUNCTUATED DIGITS IN WS-DATE-EDIT-X INTO
      *    WS-DATE-FORMATTED, INSERTING SLASHES IN THE ORDER
           IF WS-BT-COUNT > ZERO
               MOVE 'BUSY'          TO JRNL-OUTCOME
               MOVE 'SKIPPED - LIBRARY BUSY' TO JRNL-NOTE
           ELSE
           IF WS-BKUP-MISSED = 'Y'
               MOVE 'ERROR'         TO JRNL-OUTCOME
               MOVE 'BACKUP NOT RECORDED' TO JRNL-NOTE
           ELSE
               MOVE 'OK'            TO JRNL-OUTCOME.
           IF WS-BACKUP-MODE = 'Y' AND JRNL-NOTE = SPACES
               MOVE 'BACKUP '       TO JRNL-NOTE(1:7)
               MOVE WS-BACKUP-TYPE  TO JRNL-NOTE(8:4).
           WRITE JRNL-REC.

       900-CALL-PDSGET.
