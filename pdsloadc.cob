                                 SUCH, SO ONE ACCIDENTALLY-DELETED
                                 MEMBER CAN BE BROUGHT BACK WITHOUT
                                 RELOADING THE WHOLE LIBRARY.
             1.4.0    10/15/2026 AN EXEC PARM OF 'RESTORE' REBUILDS
                                 ONE LIBRARY AS OF A GIVEN DATE FROM
                                 A PDSUNLDC BACKUP=FULL/INCR DECK.
                                 THE BACKUP LEDGER (LEDG-FILE) IS
                                 REPLAYED UP TO THE ASOF= DATE - THE
                                 LAST FULL, THEN EACH INCR IN ORDER,
                                 DELETIONS HONOURED - AND ONLY THE
                                 COPY OF EACH SURVIVING MEMBER FROM
                                 THE BACKUP THAT LAST CAPTURED IT IS
                                 LOADED, UNDER THE ISPF STATS IT WAS
                                 CAPTURED WITH.  A SURVIVING MEMBER
                                 THE DECK DOES NOT CARRY IS REPORTED
                                 MISSING, AND A TARGET MEMBER THE
                                 RESTORED IMAGE DOES NOT HOLD IS
                                 LISTED (NOT DELETED).  THE DECK'S
                                 BACKUP= TAG CARDS ALSO NAME THE
                                 LIBRARY SECTIONS IN LIST MODE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CTL-FILE    ASSIGN TO UT-S-CTLCARD.
           SELECT PRINT-FILE  ASSIGN TO UT-S-PRINTER.
           SELECT JRNL-FILE   ASSIGN TO UT-S-JRNLOUT.
           SELECT LEDG-FILE   ASSIGN TO UT-S-LEDGIN.

       DATA DIVISION.
       FILE SECTION.
           05  WS-SEP-TAG              PIC X(16).
           05  WS-SEP-LIBRARY          PIC X(8).
           05  FILLER                  PIC X(56).
      *    THE TAG CARD PDSUNLDC PUNCHES AHEAD OF EACH LIBRARY'S
      *    SECTION OF A BACKUP=FULL/INCR DECK.  SAME LAYOUT AS
      *    PDSUNLDC'S WS-BACKUP-TAG-REC - KEEP THEM IN SYNC.
       01  WS-BKUP-CARD.
           05  WS-BKC-TAG              PIC X(15).
           05  WS-BKC-LIBRARY          PIC X(8).
           05  FILLER                  PIC X(7).
           05  WS-BKC-CYCLE            PIC 9(5).
           05  FILLER                  PIC X(5).
           05  WS-BKC-SEQ              PIC 9(3).
           05  FILLER                  PIC X.
           05  WS-BKC-TYPE             PIC X(4).
           05  FILLER                  PIC X.
           05  WS-BKC-DATE             PIC 9(8).
           05  FILLER                  PIC X.
           05  WS-BKC-TIME             PIC 9(6).
           05  FILLER                  PIC X(16).

      *    THE FIRST DD-NAME CARD NAMES THE TARGET LIBRARY - THE SAME
      *    LAYOUT PDSUNLDC AND PDSCMPRC USE FOR THEIR OWN CTL-FILE
           05  CTL-SEL-TAG             PIC X(7).
           05  CTL-SEL-MEMBER          PIC X(8).
           05  FILLER                  PIC X(65).
      *    ON A RESTORE RUN ONLY - THE LIBRARY WHOSE BACKUPS ARE TO
      *    BE REPLAYED (DEFAULT: THE TARGET DD) AND THE DATE TO
      *    REBUILD IT AS OF (DEFAULT: TODAY).
       01  CTL-LIBRARY-CARD.
           05  CTL-LIB-TAG             PIC X(8).
           05  CTL-LIB-NAME            PIC X(8).
           05  FILLER                  PIC X(64).
       01  CTL-ASOF-CARD.
           05  CTL-ASOF-TAG            PIC X(5).
           05  CTL-ASOF-DATE           PIC X(8).
           05  FILLER                  PIC X(67).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           05  JRNL-NOTE                PIC X(24).
           05  FILLER                   PIC X(13).

      *    PDSUNLDC'S BACKUP LEDGER, OPENED ONLY ON A RESTORE RUN AND
      *    READ THROUGH LDG-REC IN WORKING-STORAGE.
       FD  LEDG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LEDG-FILE-REC               PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-TARGET-DDNAME            PIC X(8)  VALUE SPACES.
       77  WS-SL-FOUND                 PIC X             VALUE 'N'.
       77  WS-SELECT-LIST-ACTIVE       PIC X             VALUE 'N'.

      *    'RESTORE' ON THE EXEC PARM REBUILDS ONE LIBRARY AS OF A
      *    DATE FROM A PDSUNLDC BACKUP DECK AND ITS LEDGER - SEE
      *    600-BUILD-RESTORE-IMAGE.
       77  WS-RESTORE-MODE              PIC X     VALUE 'N'.
       77  WS-EXEC-WORD                 PIC X(8)  VALUE SPACES.
       77  WS-EXEC-IDX                  PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-RESTORE-LIBRARY           PIC X(8)  VALUE SPACES.
       77  WS-RESTORE-ASOF              PIC 9(8)  VALUE ZERO.
       77  WS-LEDG-EOF                  PIC X     VALUE 'N'.
       77  WS-RS-APPLY                  PIC X     VALUE 'N'.
       77  WS-RS-FULL-FOUND             PIC X     VALUE 'N'.
       77  WS-RS-CYCLE                  PIC 9(5)  VALUE ZERO.
       77  WS-RS-SKIPPED                PIC 9(7)  VALUE ZERO.
       77  WS-RS-MISSING                PIC 9(7)  VALUE ZERO.
       77  WS-RS-EXTRA                  PIC 9(7)  VALUE ZERO.
       77  WS-RS-DIR-EOF                PIC X     VALUE 'N'.

      *    ONE BACKUP LEDGER RECORD.  SAME LAYOUT AS PDSUNLDC'S
      *    LDG-REC - KEEP THEM IN SYNC.
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

      *    WHICH BACKUP A LEDGER HEADER OR A DECK TAG CARD STANDS
      *    FOR.  A MEMBER IS LOADED ONLY FROM THE DECK SECTION WHOSE
      *    KEY MATCHES THE ONE ITS IMAGE ENTRY CAME FROM.
       01  WS-RS-CUR-KEY.
           05  WS-RK-CYCLE             PIC 9(5).
           05  WS-RK-SEQ               PIC 9(3).
           05  WS-RK-DATE              PIC 9(8).
           05  WS-RK-TIME              PIC 9(6).
       77  WS-SECTION-KEY               PIC X(22) VALUE SPACES.
       77  WS-SECTION-LIBRARY           PIC X(8)  VALUE SPACES.

      *    THE LIBRARY AS OF THE ASOF= DATE - ITS LAST FULL PLUS
      *    EVERY INCR SINCE, DELETIONS TAKEN OUT - WITH THE BACKUP
      *    EACH MEMBER'S COPY IS TO COME FROM AND THE STATS IT WAS
      *    CAPTURED WITH.  OVER 3000 MEMBERS IS RC 16, THE SAME CAP
      *    PDSUNLDC PUTS ON ITS SIDE OF THE LEDGER.
       01  WS-RESTORE-TABLE.
           05  WS-RS-ENTRY             OCCURS 3000 TIMES.
               10  WS-RS-MEMBER        PIC X(8).
               10  WS-RS-KEY           PIC X(22).
               10  WS-RS-STATS         PIC X(45).
               10  WS-RS-LOADED        PIC X.
       77  WS-RS-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-RS-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-RS-HIT                   PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-RS-FOUND                 PIC X             VALUE 'N'.
       77  WS-RS-NAME                  PIC X(8)          VALUE SPACES.

      *    ONE IMAGE ENTRY'S STATS, LAID OUT LIKE PDSUNLDC'S
      *    WS-BK-CUR-STATS (AND PDSCOPYC'S VAULT STATS CARD).
       01  WS-RS-CUR-STATS.
           05  WS-RC-VV                PIC 99.
           05  WS-RC-MM                PIC 99.
           05  WS-RC-CREATED           PIC 9(7).
           05  WS-RC-UPDATED           PIC 9(7).
           05  WS-RC-TIME-H            PIC 99.
           05  WS-RC-TIME-M            PIC 99.
           05  WS-RC-CURRENT           PIC 9(5).
           05  WS-RC-INITIAL           PIC 9(5).
           05  WS-RC-CHANGED           PIC 9(5).
           05  WS-RC-USERID            PIC X(8).

      *    THE BACKUPS THE IMAGE WAS BUILT FROM, PRINTED AHEAD OF THE
      *    LOAD.  A FULL STARTS THE CHAIN OVER.
       01  WS-CHAIN-NOTE.
           05  WS-CN-TYPE              PIC X(4).
           05  FILLER                  PIC X      VALUE SPACE.
           05  WS-CN-CYCLE             PIC 9(5).
           05  FILLER                  PIC X      VALUE '.'.
           05  WS-CN-SEQ               PIC 9(3).
           05  FILLER                  PIC X      VALUE SPACE.
           05  WS-CN-DATE              PIC 9(8).
           05  FILLER                  PIC X(10)  VALUE ' CAPTURED '.
           05  WS-CN-CAPTURED          PIC Z(6)9.
           05  FILLER                  PIC X(9)   VALUE ' DELETED '.
           05  WS-CN-DELETED           PIC Z(6)9.
       01  WS-CHAIN-TABLE.
           05  WS-CH-NOTE              OCCURS 500 TIMES
                                       PIC X(56).
       77  WS-CH-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-CH-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.

       01  WS-RESTORE-NOTE.
           05  FILLER                  PIC X(11)  VALUE 'RESTORE OF '.
           05  WS-RN-LIBRARY           PIC X(8).
           05  FILLER                  PIC X(7)   VALUE ' AS OF '.
           05  WS-RN-ASOF              PIC 9(8).
           05  FILLER                  PIC X(3)   VALUE ' - '.
           05  WS-RN-MEMBERS           PIC Z(6)9.
           05  FILLER                  PIC X(8)   VALUE ' MEMBERS'.
       01  WS-SKIP-NOTE.
           05  WS-SN-SKIPPED           PIC Z(6)9.
           05  FILLER                  PIC X(34)  VALUE
               ' OLDER OR OTHER COPIES PASSED OVER'.
       01  WS-ASOF-NOTE.
           05  FILLER                  PIC X(13)  VALUE
               'RESTORE ASOF '.
           05  WS-AN-ASOF              PIC 9(8).

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSLOADC V1.4.0  PDS RELOAD FROM UNLOAD DECK'.
       01  DL-DETAIL-LINE.
           05  CC                      PIC X.
           05  DL-MEMBER               PIC X(8).
      *    SITS IN ('NONE' AHEAD OF ANY SEPARATOR CARD).
       01  IH-LIST-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSLOADC V1.4.0  UNLOAD DECK INVENTORY'.
       01  IH-LINE-2.
           05  FILLER                  PIC X(30)  VALUE
               '0MEMBER    RECORDS  LIBRARY'.
      *    THE SYSOUT ALONE.
       01  VH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSLOADC V1.4.0  RELOAD VERIFICATION'.
       01  VH-LINE-2.
           05  FILLER                  PIC X(42)  VALUE
               '0MEMBER      STOWED    READBACK  STATUS'.
                  EXEC-CHAR(3) = 'S' AND EXEC-CHAR(4) = 'T'
                   MOVE 'Y' TO WS-LIST-MODE
                   DISPLAY 'LIST MODE - NO PDS WILL BE TOUCHED'.
           IF EXEC-LEN > ZERO
               PERFORM 010-COPY-EXEC-CHAR
                   VARYING WS-EXEC-IDX FROM 1 BY 1
                     UNTIL WS-EXEC-IDX > EXEC-LEN
                        OR WS-EXEC-IDX > 8.
           IF WS-EXEC-WORD = 'RESTORE'
               MOVE 'Y' TO WS-RESTORE-MODE
               DISPLAY 'RESTORE MODE - LIBRARY REBUILT FROM THE '
                       'BACKUP LEDGER'.

           IF WS-LIST-MODE = 'Y'
               PERFORM 050-LIST-DECK
           PERFORM 020-READ-SELECT-CARD
               UNTIL WS-CTL-EOF = 'Y'.
           CLOSE CTL-FILE.
           IF WS-RESTORE-LIBRARY = SPACES
               MOVE WS-TARGET-DDNAME TO WS-RESTORE-LIBRARY.
           IF WS-RESTORE-ASOF = ZERO
               ACCEPT WS-RESTORE-ASOF FROM DATE YYYYMMDD.

           WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING.
           MOVE 2 TO WS-LINE-CNT.

           ACCEPT WS-TODAY-JULIAN FROM DAY YYYYDDD.
           IF WS-RESTORE-MODE = 'Y'
               PERFORM 600-BUILD-RESTORE-IMAGE.

           MOVE PDSGET-REQUEST-OPEN-B TO PDSGET-REQUEST.
           MOVE WS-TARGET-DDNAME      TO PDSGET-MEMBER.
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY 'CLOSE FAILED ON ' WS-TARGET-DDNAME
                       ' (RC=' RETURN-CODE ')'.
           IF WS-RESTORE-MODE = 'Y'
               PERFORM 620-CHECK-MISSING.

           PERFORM 500-VERIFY-LOAD.
           IF WS-RESTORE-MODE = 'Y' AND WS-SELECT-LIST-ACTIVE = 'N'
               PERFORM 630-LIST-EXTRAS THRU 630-EXIT.

           IF WS-VERIFY-FAILED = 'Y'
               MOVE 'MISMATCH'          TO WS-JRNL-OUTCOME
           ELSE
           IF WS-LT-OVERFLOW = 'Y'
               MOVE 'VERIFY INCOMPLETE' TO WS-JRNL-NOTE.
           IF WS-RESTORE-MODE = 'Y' AND WS-RS-MISSING > ZERO
              AND WS-JRNL-OUTCOME = 'OK'
               MOVE 'MISSING'           TO WS-JRNL-OUTCOME.
           IF WS-RESTORE-MODE = 'Y' AND WS-JRNL-NOTE = SPACES
               MOVE WS-RESTORE-ASOF     TO WS-AN-ASOF
               MOVE WS-ASOF-NOTE        TO WS-JRNL-NOTE.
           PERFORM 950-WRITE-JOURNAL.

           CLOSE CARD-FILE, PRINT-FILE, JRNL-FILE.
                   WS-TARGET-DDNAME.
           DISPLAY 'PDSLOADC CONCLUDED'.

           IF WS-VERIFY-FAILED = 'Y' OR WS-RS-MISSING > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-LT-OVERFLOW = 'Y' OR WS-RS-EXTRA > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE.
           GOBACK.

      *    THE EXEC PARM IS TAKEN AS ONE WORD OF UP TO 8 CHARACTERS
      *    FOR THE RESTORE CHECK.
       010-COPY-EXEC-CHAR.
           MOVE EXEC-CHAR(WS-EXEC-IDX) TO WS-EXEC-WORD(WS-EXEC-IDX:1).

      *    FILES ONE SELECT= CARD'S MEMBER NAME.  ON A RESTORE RUN A
      *    LIBRARY= OR ASOF= CARD IS TAKEN TOO.  ANY OTHER NON-BLANK
      *    CARD AFTER THE TARGET DD IS DIAGNOSED AND IGNORED.  THE
      *    LIST CAPS AT 500 NAMES, THE SAME CAP-PLUS-DIAGNOSTIC
      *    TREATMENT PDSUNLDC GIVES ITS OWN SELECT LIST.
               IF CTL-SEL-TAG = 'SELECT='
                   PERFORM 025-ADD-SELECT-MEMBER
               ELSE
               IF WS-RESTORE-MODE = 'Y' AND CTL-LIB-TAG = 'LIBRARY='
                   MOVE CTL-LIB-NAME TO WS-RESTORE-LIBRARY
               ELSE
               IF WS-RESTORE-MODE = 'Y' AND CTL-ASOF-TAG = 'ASOF='
                   PERFORM 027-SET-RESTORE-ASOF
               ELSE
               IF CTL-CARD-IN NOT = SPACES
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                           CTL-CARD-IN.
               DISPLAY 'SELECT= LIST FULL AT 500 MEMBERS; '
                       CTL-SEL-MEMBER ' NOT ADDED'.

       027-SET-RESTORE-ASOF.
           IF CTL-ASOF-DATE NUMERIC
               MOVE CTL-ASOF-DATE TO WS-RESTORE-ASOF
           ELSE
               DISPLAY 'INVALID ASOF= DATE - MUST BE YYYYMMDD: '
                       CTL-ASOF-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *    LIST MODE - ONE PASS OVER CARD-FILE, PRINTING EVERY ./ ADD
      *    MEMBER WITH ITS RECORD COUNT AND THE LIBRARY= SECTION IT
      *    SITS IN.  NO PDS IS OPENED AND NOTHING IS LOADED.
               ELSE
                   MOVE WS-SEP-LIBRARY TO WS-INV-LIBRARY
           ELSE
           IF WS-BKC-TAG = './  *   BACKUP='
               IF WS-INV-ACTIVE = 'Y'
                   PERFORM 058-PRINT-INVENTORY
                   MOVE WS-BKC-LIBRARY TO WS-INV-LIBRARY
               ELSE
                   MOVE WS-BKC-LIBRARY TO WS-INV-LIBRARY
           ELSE
           IF WS-CARD-IN(1:5) = './  *'
               NEXT SENTENCE
           ELSE
               PERFORM 200-PROCESS-CARD.

      *    ANY './  *' CARD IS AN IEBUPDTE COMMENT - THE LIBRARY=
      *    SEPARATOR, PDSUNLDC'S INCOMPLETE NOTE AND BACKUP= TAG,
      *    PDSCOPYC'S VAULT TAG AND STATS CARDS - AND IS NEVER PUT
      *    INTO A MEMBER AS TEXT.  THE BACKUP= TAG AND THE LIBRARY=
      *    SEPARATOR ALSO MARK WHICH BACKUP (IF ANY) THE MEMBERS
      *    AFTER THEM BELONG TO, FOR A RESTORE RUN.
       200-PROCESS-CARD.
           IF WS-ADD-TAG = './  ADD ' AND
              WS-ADD-NAME-TAG = 'NAME='
               PERFORM 300-START-MEMBER
           ELSE
           IF WS-BKC-TAG = './  *   BACKUP='
               PERFORM 210-START-BACKUP-SECTION
           ELSE
           IF WS-SEP-TAG = './  *   LIBRARY='
               MOVE SPACES TO WS-SECTION-LIBRARY
               MOVE SPACES TO WS-SECTION-KEY
           ELSE
           IF WS-CARD-IN(1:5) = './  *'
               NEXT SENTENCE
           ELSE
               DISPLAY 'TEXT RECORD IGNORED - NO ACTIVE '
                       'MEMBER: ' WS-CARD-IN.

       210-START-BACKUP-SECTION.
           MOVE WS-BKC-LIBRARY TO WS-SECTION-LIBRARY.
           MOVE WS-BKC-CYCLE   TO WS-RK-CYCLE.
           MOVE WS-BKC-SEQ     TO WS-RK-SEQ.
           MOVE WS-BKC-DATE    TO WS-RK-DATE.
           MOVE WS-BKC-TIME    TO WS-RK-TIME.
           MOVE WS-RS-CUR-KEY  TO WS-SECTION-KEY.

      *    ON A RESTORE RUN A BACKUP DECK CARRIES MANY COPIES OF A
      *    MEMBER (ONE PER BACKUP THAT CAPTURED IT) AND OTHER
      *    LIBRARIES' MEMBERS; ALL BUT THE ONE COPY THE RESTORED
      *    IMAGE CALLS FOR ARE DRAINED PAST AND ONLY COUNTED, SO THE
      *    REPORT IS NOT BURIED UNDER THEM.
       300-START-MEMBER.
           IF WS-IS-MEMBER-ACTIVE AND WS-MEMBER-WANTED = 'Y'
               PERFORM 400-STOW-MEMBER.
                  OR WS-ADD-MEMBER(WS-NAME-IDX:1) = ','
                  OR WS-ADD-MEMBER(WS-NAME-IDX:1) = SPACE.
           PERFORM 305-CHECK-WANTED.
           IF WS-RESTORE-MODE = 'Y' AND WS-MEMBER-WANTED = 'Y'
               PERFORM 307-CHECK-RESTORE-IMAGE.
           MOVE 'Y' TO WS-MEMBER-ACTIVE.
           IF WS-MEMBER-WANTED = 'Y'
               PERFORM 320-ADD-MEMBER
           ELSE
           IF WS-RESTORE-MODE = 'Y'
               ADD 1 TO WS-RS-SKIPPED
           ELSE
               MOVE 'SKIPPED - NOT SELECTED' TO WS-DETAIL-TEXT
               PERFORM 900-PRINT-DETAIL.
           IF WS-SL-MEMBER(WS-SL-IDX) = WS-ADD-MEMBER-WORK
               MOVE 'Y' TO WS-SL-FOUND.

      *    A COPY IS RESTORED ONLY IF IT SITS IN THE RESTORE
      *    LIBRARY'S SECTION FOR THE VERY BACKUP ITS IMAGE ENTRY CAME
      *    FROM, AND ONLY ONCE.  WS-RS-HIT IS LEFT ON THE ENTRY FOR
      *    400-STOW-MEMBER.
       307-CHECK-RESTORE-IMAGE.
           MOVE 'N' TO WS-MEMBER-WANTED.
           IF WS-SECTION-LIBRARY = WS-RESTORE-LIBRARY
               MOVE WS-ADD-MEMBER-WORK TO WS-RS-NAME
               PERFORM 610-FIND-IMAGE-MEMBER
               IF WS-RS-FOUND = 'Y'
                   IF WS-RS-KEY(WS-RS-HIT) = WS-SECTION-KEY
                      AND WS-RS-LOADED(WS-RS-HIT) = 'N'
                       MOVE 'Y' TO WS-MEMBER-WANTED
                       MOVE 'Y' TO WS-RS-LOADED(WS-RS-HIT).

       320-ADD-MEMBER.
           MOVE PDSGET-REQUEST-ADD TO PDSGET-REQUEST.
           MOVE WS-ADD-MEMBER-WORK TO PDSGET-MEMBER.
           ADD 1 TO WS-RECORD-COUNT.
           ADD 1 TO WS-MEMBER-RECORDS.

      *    A RESTORED MEMBER GOES BACK WITH THE STATS IT WAS
      *    CAPTURED WITH (ONE CAPTURED WITHOUT STATS GETS FRESH ONES,
      *    AS ON ANY OTHER RELOAD).
       400-STOW-MEMBER.
           IF WS-RESTORE-MODE = 'Y'
               MOVE WS-RS-STATS(WS-RS-HIT) TO WS-RS-CUR-STATS.
           IF WS-RESTORE-MODE = 'Y' AND WS-RC-USERID NOT = SPACES
               PERFORM 406-SET-BACKUP-STATS
           ELSE
               PERFORM 405-SET-FRESH-STATS.
           MOVE PDSGET-REQUEST-STOW TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY 'STOW FAILED IN ' WS-TARGET-DDNAME
                       ' (RC=' RETURN-CODE ')'
               MOVE 'STOWFAIL'    TO WS-JRNL-OUTCOME
               MOVE 'STOW FAILED' TO WS-JRNL-NOTE
               PERFORM 950-WRITE-JOURNAL
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 410-RECORD-LOAD.
           MOVE 'N'  TO WS-MEMBER-ACTIVE.
           MOVE ZERO TO WS-MEMBER-RECORDS.

      *    PDS-VERSION AND PDS-MOD ARE UNSIGNED PACKED BYTES, SO THE
      *    GETPDSPA DECODE RECIPE IS RUN IN REVERSE HERE: PUT THE
      *    TWO DIGITS IN THE MIDDLE OF THE S9(5) COMP-3 WORK FIELD
      *    (TENS POSITION, HENCE THE 10) AND TAKE ITS MIDDLE BYTE.
       405-SET-FRESH-STATS.
           MOVE 10              TO PDS-VER-WORK.
           MOVE PDS-VER-CHAR    TO PDS-VERSION.
           MOVE ZERO            TO PDS-MOD-WORK.
           MOVE WS-MEMBER-RECORDS TO PDS-INITIAL-LINES.
           MOVE ZERO            TO PDS-CHANGED-LINES.
           MOVE WS-STOW-USERID  TO PDS-USER-ID.

      *    THE CAPTURED STATS, RE-PACKED WITH THE SAME TENS-POSITION
      *    RECIPE AS 405 (AND PDSCOPYC'S 040-BUILD-RESTORE-STATS).
       406-SET-BACKUP-STATS.
           COMPUTE PDS-VER-WORK = WS-RC-VV * 10.
           MOVE PDS-VER-CHAR    TO PDS-VERSION.
           COMPUTE PDS-MOD-WORK = WS-RC-MM * 10.
           MOVE PDS-MOD-CHAR    TO PDS-MOD.
           MOVE WS-RC-CREATED   TO PDS-DATE-CREATED.
           MOVE WS-RC-UPDATED   TO PDS-DATE-UPDATED.
           COMPUTE PDS-TIME-WORK = WS-RC-TIME-H * 10.
           MOVE PDS-TIME-CHAR   TO PDS-TIME-CHANGED-H.
           COMPUTE PDS-TIME-WORK = WS-RC-TIME-M * 10.
           MOVE PDS-TIME-CHAR   TO PDS-TIME-CHANGED-M.
           MOVE WS-RC-CURRENT   TO PDS-CURRENT-LINES.
           MOVE WS-RC-INITIAL   TO PDS-INITIAL-LINES.
           MOVE WS-RC-CHANGED   TO PDS-CHANGED-LINES.
           MOVE WS-RC-USERID    TO PDS-USER-ID.

      *    FILES THE MEMBER JUST STOWED AND ITS RECORD COUNT INTO THE
      *    LOAD TABLE FOR THE POST-LOAD VERIFICATION PASS.  A TABLE
           WRITE PF-PRINT-LINE FROM VL-VERIFY-LINE.
           ADD 1 TO WS-LINE-CNT.

      *    RESTORE MODE - REPLAYS THE BACKUP LEDGER FOR THE RESTORE
      *    LIBRARY UP TO THE ASOF= DATE: THE LAST FULL TAKEN ON OR
      *    BEFORE IT STARTS THE IMAGE OVER, EACH INCR OF THE SAME
      *    CYCLE AFTER IT ADDS OR REFRESHES ITS CAPTURED MEMBERS AND
      *    TAKES OUT ITS DELETED ONES.  WHAT IS LEFT IS THE LIBRARY AS
      *    IT STOOD AT THE LAST BACKUP ON OR BEFORE THAT DATE, EACH
      *    MEMBER TIED TO THE BACKUP ITS COPY IS TO COME FROM.  DONE
      *    BEFORE THE TARGET IS OPENED, SO A LEDGER WITH NO FULL TO
      *    START FROM STOPS THE RUN WITHOUT TOUCHING THE LIBRARY.
       600-BUILD-RESTORE-IMAGE.
           OPEN INPUT LEDG-FILE.
           MOVE 'N' TO WS-LEDG-EOF.
           PERFORM 601-READ-LEDGER.
           PERFORM 602-APPLY-LEDGER-RECORD
               UNTIL WS-LEDG-EOF = 'Y'.
           CLOSE LEDG-FILE.
           IF WS-RS-FULL-FOUND = 'N'
               DISPLAY 'NO FULL BACKUP OF ' WS-RESTORE-LIBRARY
                       ' ON THE LEDGER AS OF ' WS-RESTORE-ASOF
               MOVE 'ERROR'          TO WS-JRNL-OUTCOME
               MOVE 'NO FULL BACKUP' TO WS-JRNL-NOTE
               PERFORM 950-WRITE-JOURNAL
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RESTORE-LIBRARY TO WS-ADD-MEMBER-WORK.
           MOVE WS-RESTORE-LIBRARY TO WS-RN-LIBRARY.
           MOVE WS-RESTORE-ASOF    TO WS-RN-ASOF.
           MOVE WS-RS-COUNT        TO WS-RN-MEMBERS.
           MOVE WS-RESTORE-NOTE    TO WS-DETAIL-TEXT.
           PERFORM 900-PRINT-DETAIL.
           PERFORM 608-PRINT-CHAIN-LINE
               VARYING WS-CH-IDX FROM 1 BY 1
                 UNTIL WS-CH-IDX > WS-CH-COUNT.
           DISPLAY 'RESTORING ' WS-RESTORE-LIBRARY ' AS OF '
                   WS-RESTORE-ASOF ' - ' WS-RS-COUNT ' MEMBERS'.

       601-READ-LEDGER.
           READ LEDG-FILE INTO LDG-REC
               AT END MOVE 'Y' TO WS-LEDG-EOF.

       602-APPLY-LEDGER-RECORD.
           IF LDG-LIBRARY NOT = WS-RESTORE-LIBRARY
               NEXT SENTENCE
           ELSE
           IF LDG-REC-TYPE = 'H'
               PERFORM 603-APPLY-HEADER
           ELSE
           IF WS-RS-APPLY NOT = 'Y'
               NEXT SENTENCE
           ELSE
           IF LDG-REC-TYPE = 'M'
               PERFORM 604-APPLY-MEMBER
           ELSE
           IF LDG-REC-TYPE = 'D'
               PERFORM 605-APPLY-DELETE.
           PERFORM 601-READ-LEDGER.

      *    A BACKUP TAKEN AFTER THE ASOF= DATE, OR AN INCR WITH NO
      *    FULL OF ITS OWN CYCLE BEHIND IT, IS PASSED OVER ALONG
      *    WITH ITS MEMBER AND DELETE RECORDS.
       603-APPLY-HEADER.
           MOVE 'N' TO WS-RS-APPLY.
           IF LDG-BKUP-DATE > WS-RESTORE-ASOF
               NEXT SENTENCE
           ELSE
           IF LDG-BKUP-TYPE = 'FULL'
               MOVE 'Y'       TO WS-RS-FULL-FOUND
               MOVE LDG-CYCLE TO WS-RS-CYCLE
               MOVE ZERO      TO WS-RS-COUNT
               MOVE ZERO      TO WS-CH-COUNT
               MOVE 'Y'       TO WS-RS-APPLY
           ELSE
           IF WS-RS-FULL-FOUND = 'Y' AND LDG-CYCLE = WS-RS-CYCLE
               MOVE 'Y'       TO WS-RS-APPLY.
           IF WS-RS-APPLY = 'Y'
               PERFORM 606-NOTE-CHAIN-BACKUP.

      *    A SELECT= LIST NARROWS THE IMAGE ITSELF, SO A MEMBER LEFT
      *    OFF IT IS NEITHER LOADED NOR REPORTED MISSING.
       604-APPLY-MEMBER.
           MOVE LDG-MEMBER TO WS-ADD-MEMBER-WORK.
           PERFORM 305-CHECK-WANTED.
           IF WS-MEMBER-WANTED = 'Y'
               PERFORM 607-FILE-IMAGE-MEMBER.

      *    A DELETED MEMBER'S SLOT IS FILLED WITH THE LAST ENTRY - THE
      *    TABLE IS SEARCHED END TO END, SO ITS ORDER DOES NOT MATTER.
       605-APPLY-DELETE.
           MOVE LDG-MEMBER TO WS-RS-NAME.
           PERFORM 610-FIND-IMAGE-MEMBER.
           IF WS-RS-FOUND = 'Y'
               MOVE WS-RS-ENTRY(WS-RS-COUNT) TO WS-RS-ENTRY(WS-RS-HIT)
               SUBTRACT 1 FROM WS-RS-COUNT.

       606-NOTE-CHAIN-BACKUP.
           MOVE LDG-CYCLE     TO WS-RK-CYCLE.
           MOVE LDG-SEQ       TO WS-RK-SEQ.
           MOVE LDG-BKUP-DATE TO WS-RK-DATE.
           MOVE LDG-BKUP-TIME TO WS-RK-TIME.
           IF WS-CH-COUNT >= 500
               DISPLAY 'MORE THAN 500 BACKUPS IN ONE CYCLE OF '
                       WS-RESTORE-LIBRARY '; EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE LDG-BKUP-TYPE TO WS-CN-TYPE.
           MOVE LDG-CYCLE     TO WS-CN-CYCLE.
           MOVE LDG-SEQ       TO WS-CN-SEQ.
           MOVE LDG-BKUP-DATE TO WS-CN-DATE.
           MOVE LDG-CAPTURED  TO WS-CN-CAPTURED.
           MOVE LDG-DELETED   TO WS-CN-DELETED.
           ADD 1 TO WS-CH-COUNT.
           MOVE WS-CHAIN-NOTE TO WS-CH-NOTE(WS-CH-COUNT).

       607-FILE-IMAGE-MEMBER.
           MOVE LDG-MEMBER TO WS-RS-NAME.
           PERFORM 610-FIND-IMAGE-MEMBER.
           IF WS-RS-FOUND = 'N'
               PERFORM 612-ADD-IMAGE-ENTRY.
           MOVE WS-RS-CUR-KEY TO WS-RS-KEY(WS-RS-HIT).
           MOVE LDG-STATS     TO WS-RS-STATS(WS-RS-HIT).
           MOVE 'N'           TO WS-RS-LOADED(WS-RS-HIT).

       608-PRINT-CHAIN-LINE.
           MOVE WS-CH-NOTE(WS-CH-IDX) TO WS-DETAIL-TEXT.
           PERFORM 900-PRINT-DETAIL.

       610-FIND-IMAGE-MEMBER.
           MOVE 'N' TO WS-RS-FOUND.
           PERFORM 6101-COMPARE-IMAGE-ENTRY
               VARYING WS-RS-IDX FROM 1 BY 1
                 UNTIL WS-RS-IDX > WS-RS-COUNT
                    OR WS-RS-FOUND = 'Y'.

       6101-COMPARE-IMAGE-ENTRY.
           IF WS-RS-MEMBER(WS-RS-IDX) = WS-RS-NAME
               MOVE 'Y'       TO WS-RS-FOUND
               MOVE WS-RS-IDX TO WS-RS-HIT.

       612-ADD-IMAGE-ENTRY.
           IF WS-RS-COUNT >= 3000
               DISPLAY 'RESTORE IMAGE FULL AT 3000 MEMBERS IN '
                       WS-RESTORE-LIBRARY '; EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-RS-COUNT.
           MOVE WS-RS-COUNT TO WS-RS-HIT.
           MOVE WS-RS-NAME  TO WS-RS-MEMBER(WS-RS-HIT).

      *    EVERY IMAGE MEMBER SHOULD HAVE COME OFF THE DECK BY NOW.
      *    ONE THAT DID NOT - ITS BACKUP'S SECTION WAS LEFT OFF THE
      *    CARDIN CONCATENATION, OR CUT SHORT - IS REPORTED MISSING
      *    AND LEAVES RC 8.  THE COPIES PASSED OVER ARE SUMMED UP ON
      *    ONE LINE.
       620-CHECK-MISSING.
           PERFORM 621-CHECK-IMAGE-ENTRY
               VARYING WS-RS-IDX FROM 1 BY 1
                 UNTIL WS-RS-IDX > WS-RS-COUNT.
           IF WS-RS-SKIPPED > ZERO
               MOVE SPACES         TO WS-ADD-MEMBER-WORK
               MOVE WS-RS-SKIPPED  TO WS-SN-SKIPPED
               MOVE WS-SKIP-NOTE   TO WS-DETAIL-TEXT
               PERFORM 900-PRINT-DETAIL.

       621-CHECK-IMAGE-ENTRY.
           IF WS-RS-LOADED(WS-RS-IDX) NOT = 'Y'
               MOVE WS-RS-MEMBER(WS-RS-IDX) TO WS-ADD-MEMBER-WORK
               MOVE 'MISSING - NOT ON BACKUP DECK' TO WS-DETAIL-TEXT
               PERFORM 900-PRINT-DETAIL
               ADD 1 TO WS-RS-MISSING.

      *    A FULL RESTORE (NO SELECT= LIST) GOES BACK OVER THE TARGET
      *    DIRECTORY FOR MEMBERS THE RESTORED IMAGE DOES NOT HOLD -
      *    ONES DELETED SINCE, OR NEVER IN THE LIBRARY AT ALL.  THEY
      *    ARE LISTED WITH RC 4 BUT NOT DELETED: RESTORING INTO THE
      *    WRONG DD MUST NOT BE ABLE TO EMPTY IT.  TO GET THE LIBRARY
      *    EXACTLY AS IT STOOD, RESTORE INTO AN EMPTY ONE.  ALIASES
      *    ARE PASSED OVER - A BACKUP DOES NOT CARRY THEM.
       630-LIST-EXTRAS.
           MOVE PDSGET-REQUEST-OPEN TO PDSGET-REQUEST.
           MOVE WS-TARGET-DDNAME    TO PDSGET-MEMBER.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY 'DIRECTORY OPEN FAILED ON ' WS-TARGET-DDNAME
                       ' (RC=' RETURN-CODE ')'
               MOVE 'Y' TO WS-VERIFY-FAILED
               GO TO 630-EXIT.
           MOVE PDSGET-REQUEST-START TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY 'DIRECTORY START FAILED ON ' WS-TARGET-DDNAME
                       ' (RC=' RETURN-CODE ')'
               MOVE 'Y' TO WS-VERIFY-FAILED
               GO TO 630-EXIT.
           WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING.
           MOVE 2   TO WS-LINE-CNT.
           MOVE 'N' TO WS-RS-DIR-EOF.
           PERFORM 631-NEXT-TARGET-MEMBER
               UNTIL WS-RS-DIR-EOF = 'Y'.
           MOVE PDSGET-REQUEST-CLOSE TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           DISPLAY 'MEMBERS NOT IN RESTORED IMAGE=' WS-RS-EXTRA.
       630-EXIT.
           EXIT.

       631-NEXT-TARGET-MEMBER.
           MOVE PDSGET-REQUEST-NEXT TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 0
               IF PDS-ALIAS-FLAG NOT = 'A'
                   PERFORM 632-CHECK-TARGET-MEMBER
               ELSE
                   NEXT SENTENCE
           ELSE
           IF RETURN-CODE EQUAL 4
               MOVE 'Y' TO WS-RS-DIR-EOF
           ELSE
               DISPLAY 'DIRECTORY READ FAILED ON ' WS-TARGET-DDNAME
                       ' (RC=' RETURN-CODE ')'
               MOVE 'Y' TO WS-VERIFY-FAILED
               MOVE 'Y' TO WS-RS-DIR-EOF.

       632-CHECK-TARGET-MEMBER.
           MOVE PDSGET-MEMBER TO WS-RS-NAME.
           PERFORM 610-FIND-IMAGE-MEMBER.
           IF WS-RS-FOUND = 'N'
               MOVE PDSGET-MEMBER TO WS-ADD-MEMBER-WORK
               MOVE 'NOT IN RESTORED IMAGE - LEFT IN PLACE'
                                  TO WS-DETAIL-TEXT
               PERFORM 900-PRINT-DETAIL
               ADD 1 TO WS-RS-EXTRA.

      *    THE ONE STANDARD END-OF-RUN RECORD.  WS-JRNL-OUTCOME/-NOTE
      *    ARE 'OK'/BLANK UNLESS A FATAL PATH OR THE VERIFY PASS SAID
      *    OTHERWISE.  WRITTEN ONCE PER RUN - EITHER AT NORMAL END OR
