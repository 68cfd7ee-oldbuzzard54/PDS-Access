       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDSMERGC.
       AUTHOR. ED LISS.
       DATE-WRITTEN. OCTOBER, 2026.
       DATE-COMPILED.
       REMARKS. THIS PROGRAM MERGES SEVERAL PDS LIBRARIES INTO ONE, SO
            RETIRING A HANDFUL OF TEAM LIBRARIES INTO A SHARED ONE IS
            A SINGLE REVIEWED RUN INSTEAD OF A PDSCOPYC JOB PER
            MEMBER.  EVERY SOURCE LIBRARY'S DIRECTORY IS WALKED
            (ALIAS ENTRIES ARE LEFT OUT - THEIR TEXT IS THE TRUE
            MEMBER'S), THE COPIES ARE GROUPED BY MEMBER NAME, AND ONE
            COPY OF EACH NAME IS CHOSEN BY THE RULE ON THE RULE= CARD:

              SOURCE-PRIORITY  THE COPY IN THE FIRST LISTED SOURCE
                               LIBRARY WINS.
              NEWEST           THE COPY WITH THE LATEST ISPF UPDATE
                               DATE WINS, THEN THE HIGHEST VV.MM; A
                               COPY WITH NO STATS LOSES TO ANY COPY
                               THAT HAS THEM, AND A DEAD HEAT GOES
                               TO THE FIRST LISTED LIBRARY.
              REPORT           NOTHING IS COPIED - THE RUN PRINTS THE
                               PLAN ONLY, CHOSEN BY SOURCE-PRIORITY,
                               OR BY NEWEST WHEN THE CARD READS
                               RULE=REPORT,NEWEST.

            EACH WINNING COPY IS LOADED INTO THE TARGET LIBRARY WITH
            ITS ISPF STATS THROUGH GETPDS'S OPEN-B/ADD/PUT/STOW
            REQUESTS, THE SAME PATH PDSCOPYC USES.  A MEMBER ALREADY
            IN THE TARGET IS WRITTEN TO THE VAULT (PDSCOPYC'S ./ ADD
            DECK FORMAT, SO PDSCOPYC RESTORE= CAN BRING IT BACK) AND
            AUDITED 'REPLACE' BEFORE THE STOW R OVERWRITES IT; A NEW
            ONE IS AUDITED 'ADD'.  TARGET MEMBERS NO SOURCE HOLDS ARE
            LEFT ALONE.

            THE REPORT SHOWS, FOR EACH MEMBER NAME, THE COPY THAT WON,
            EVERY COPY THAT LOST AND WHY, AND THE TARGET COPY IT
            REPLACES.

            CTL-FILE CARDS, IN ANY ORDER:
              TARGET=XXXXXXXX   (DD NAME IN 8-15) THE LIBRARY MERGED
                                INTO.  REQUIRED.
              RULE=XXXXXXXXXX   (FROM COLUMN 6) ONE OF THE RULES
                                ABOVE.  REQUIRED.
              TICKET=NNNNNN     THE CHANGE TICKET (SEE PDSTKTMC).
                                REQUIRED UNLESS THE RULE IS REPORT.
                                IT MUST COVER EACH MEMBER IN THE
                                TARGET LIBRARY; A MEMBER IT DOES NOT
                                COVER IS REFUSED AND LEFT AS IT IS.
                                ON A REPORT RUN IT IS OPTIONAL, AND
                                THE PLAN SHOWS WHAT IT WOULD REFUSE.
              XXXXXXXX          (DD NAME IN 1-8) A SOURCE LIBRARY.
                                UP TO 20, IN PRIORITY ORDER - THE
                                FIRST CARD IS THE HIGHEST PRIORITY.

            A SOURCE LIBRARY HELD BY ANOTHER JOB WOULD LET A LOWER
            PRIORITY COPY WIN BY DEFAULT, SO ONE BUSY LIBRARY TURNS
            THE WHOLE RUN INTO A PLAN AND NOTHING IS COPIED.  RETURN
            CODE 4 MEANS AT LEAST ONE MEMBER WAS REFUSED BY THE
            TICKET, 8 THAT A LIBRARY WAS BUSY, 16 A SETUP ERROR.

            VERSION     DATE     COMMENTS
            -------   ---------  ---------------------------------
             1.0.0    10/2026    ORIGINAL VERSION.
             1.1.0    10/15/2026 THE JOURNAL RECORD IS NOW STAMPED
                                 WITH THE DATE AND TIME IT IS
                                 WRITTEN, NOT THE START OF THE RUN,
                                 SO PDSJRNSC JUDGES A LATE FINISH ON
                                 WHEN THE RUN ACTUALLY ENDED.  THE
                                 AUDIT AND VAULT STAMPS STILL CARRY
                                 THE START OF THE RUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE    ASSIGN TO UT-S-CTLCARD.
           SELECT PRINT-FILE  ASSIGN TO UT-S-PRINTER.
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
      *    CTL-FILE SUPPLIES THE TARGET=, RULE= AND TICKET= CARDS AND
      *    ONE CARD PER SOURCE LIBRARY - SEE THE REMARKS.
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CTL-CARD-IN.
           05  CTL-DDNAME              PIC X(8).
           05  FILLER                  PIC X(72).
       01  CTL-TARGET-CARD.
           05  CTL-TGT-TAG             PIC X(7).
           05  CTL-TGT-VALUE           PIC X(8).
           05  FILLER                  PIC X(65).
       01  CTL-RULE-CARD.
           05  CTL-RULE-TAG            PIC X(5).
           05  CTL-RULE-VALUE          PIC X(24).
           05  FILLER                  PIC X(51).
       01  CTL-TICKET-CARD.
           05  CTL-TKT-TAG             PIC X(7).
           05  CTL-TKT-VALUE           PIC X(6).
           05  FILLER                  PIC X(67).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PF-PRINT-LINE               PIC X(133).

      *    ONE RECORD PER MEMBER STOWED INTO THE TARGET - 'REPLACE'
      *    WITH THE PRIOR COPY'S STATS, OR 'ADD' WITH NONE - APPENDED
      *    TO THE SHARED AUDIT DATASET (DISP=MOD).  SAME LAYOUT AS
      *    PDSCOPYC'S, PDSREPLC'S AND PDSAUDRC'S AUDT-REC.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AUDT-REC.
           05  AUDT-RUN-DATE           PIC 9(8).
           05  AUDT-RUN-TIME           PIC 9(6).
           05  AUDT-PROGRAM            PIC X(8).
           05  AUDT-LIBRARY            PIC X(8).
           05  AUDT-MEMBER             PIC X(8).
           05  AUDT-OPERATION          PIC X(8).
           05  AUDT-PRIOR-USERID       PIC X(8).
           05  AUDT-PRIOR-UPDATED      PIC 9(7).
           05  AUDT-PRIOR-VVMM         PIC X(5).
           05  AUDT-NEW-NAME           PIC X(8).
           05  AUDT-TICKET             PIC X(6).

      *    THE VAULT - PDSCOPYC'S ./ ADD DECK (DISP=MOD), ONE
      *    GENERATION PER TARGET MEMBER REPLACED: VAULT TAG CARD,
      *    STATS CARD, ./ ADD CARD, TEXT.  WRITTEN ONLY, NEVER READ.
       FD  VAULT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VLT-REC                     PIC X(80).

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

      *    THE CHANGE-TICKET FILE PDSTKTMC MAINTAINS - READ ONLY
      *    HERE.  SAME LAYOUT AS PDSTKTMC'S TKT-REC, PDSCOPYC'S,
      *    PDSREPLC'S AND PDSSWEPC'S - KEEP THEM IN SYNC.
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
       77  WS-TARGET-DDNAME            PIC X(8)          VALUE SPACES.
       77  WS-CURRENT-DDNAME           PIC X(8)          VALUE SPACES.
       77  WS-LINE-CNT                 PIC S9(4) COMP SYNC VALUE +57.
       77  WS-LINE-MAX                 PIC S9(4) COMP SYNC VALUE +56.
       77  WS-RECORD-COUNT             PIC 9(9)            VALUE ZERO.
       77  WS-LIB-BUSY                 PIC X             VALUE 'N'.
       77  WS-ANY-BUSY                 PIC X             VALUE 'N'.

      *    THE RULE.  WS-RULE IS 'P' (SOURCE-PRIORITY) OR 'N'
      *    (NEWEST); WS-PLAN-ONLY IS 'Y' ON A REPORT RUN, AND IS ALSO
      *    FORCED TO 'Y' WHEN A LIBRARY TURNS OUT TO BE BUSY.
       77  WS-RULE-SEEN                PIC X             VALUE 'N'.
       77  WS-RULE                     PIC X             VALUE 'P'.
       77  WS-PLAN-ONLY                PIC X             VALUE 'N'.
       77  WS-REPORT-RULE              PIC X             VALUE 'N'.

      *    THE SOURCE LIBRARIES IN PRIORITY ORDER, AS THE CARDS GAVE
      *    THEM, WITH THE NUMBER OF MEMBERS EACH CONTRIBUTED.
       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY            OCCURS 20 TIMES.
               10  WS-SRC-DDNAME       PIC X(8).
               10  WS-SRC-MEMBERS      PIC 9(5).
               10  WS-SRC-BUSY         PIC X.
       77  WS-SRC-COUNT                PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-SRC-IDX                  PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-SRC-CHECK                PIC S9(4) COMP SYNC VALUE ZERO.

      *    EVERY COPY OF EVERY MEMBER FOUND IN THE SOURCE LIBRARIES,
      *    WITH THE STATS THE RULES COMPARE - UPDATE DATE IN PDS
      *    YYYYDDD FORM (WHICH ORDERS THE SAME AS THE CALENDAR), AND
      *    VV.MM AS FOUR DIGITS.  SORTED BY MEMBER NAME, THEN SOURCE
      *    PRIORITY, SO EACH NAME'S COPIES FORM ONE RUN OF ROWS WITH
      *    THE FIRST LISTED LIBRARY'S COPY FIRST.  WS-CD-RESULT AND
      *    WS-CD-REASON ARE FILLED IN AS EACH NAME IS DECIDED.  A SCAN
      *    THAT WOULD OVERFLOW THE 5000 ROWS STOPS THE RUN BEFORE
      *    ANYTHING IS COPIED - A PARTIAL PLAN WOULD PICK WRONG COPIES.
       01  WS-COPY-TABLE.
           05  WS-CD-ENTRY             OCCURS 5000 TIMES.
               10  WS-CD-MEMBER        PIC X(8).
               10  WS-CD-SOURCE        PIC 99.
               10  WS-CD-HAS-STATS     PIC X.
               10  WS-CD-UPDATED       PIC 9(7).
               10  WS-CD-VVMM.
                   15  WS-CD-VV        PIC 99.
                   15  WS-CD-MM        PIC 99.
               10  WS-CD-USERID        PIC X(8).
               10  WS-CD-RESULT        PIC X(8).
               10  WS-CD-REASON        PIC X(20).
       77  WS-CD-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-CD-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-CD-SWAP-ENTRY.
           05  FILLER                  PIC X(58).

      *    SELECTION-SORT CONTROLS AND COMPOSITE KEYS - THE SAME SMALL
      *    SORT AS PDSXREFC'S 650-SORT-XREF-TABLE.
       77  WS-ST-OUTER                 PIC S9(4) COMP SYNC.
       77  WS-ST-INNER                 PIC S9(4) COMP SYNC.
       77  WS-ST-MIN-IDX               PIC S9(4) COMP SYNC.
       01  WS-KEY-A.
           05  WS-KA-MEMBER            PIC X(8).
           05  WS-KA-SOURCE            PIC 99.
       01  WS-KEY-B.
           05  WS-KB-MEMBER            PIC X(8).
           05  WS-KB-SOURCE            PIC 99.

      *    THE MEMBER NAME BEING DECIDED - ITS FIRST AND LAST ROWS IN
      *    THE SORTED TABLE, THE WINNING ROW, AND HOW HARD THE WIN
      *    WAS (WS-GRP-RANK, THE CLOSEST LOSER: 1 NO STATS, 2 OLDER
      *    UPDATE, 3 LOWER VV.MM, 4 A DEAD HEAT).
       77  WS-GRP-FIRST                PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-GRP-LAST                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-GRP-WINNER               PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-GRP-RANK                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-LOSER-RANK               PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-GRP-MEMBER               PIC X(8)          VALUE SPACES.
       77  WS-GRP-ACTION               PIC X(40)         VALUE SPACES.
       77  WS-BEATS                    PIC X             VALUE 'N'.
       77  WS-REFUSED                  PIC X             VALUE 'N'.
       77  WS-COPY-DONE                PIC X             VALUE 'N'.

       77  WS-NAME-COUNT               PIC 9(9)            VALUE ZERO.
       77  WS-CONFLICT-COUNT           PIC 9(9)            VALUE ZERO.
       77  WS-ADDED-COUNT              PIC 9(9)            VALUE ZERO.
       77  WS-REPLACED-COUNT           PIC 9(9)            VALUE ZERO.
       77  WS-REFUSED-COUNT            PIC 9(9)            VALUE ZERO.

      *    HOLDS THE STATS THE SOURCE LOCATE RETURNED FOR THE WINNING
      *    COPY, HANDED BACK TO GETPDS ON THE STOW INTO THE TARGET.
      *    LAID OUT LIKE THE PDSGET-RECORD STATS REDEFINE IN GETPDSPA.
       01  WS-SAVED-STATS.
           05  WS-SAVED-C              PIC X.
           05  WS-SAVED-VERSION        PIC X.
           05  WS-SAVED-MOD            PIC X.
           05  WS-SAVED-NULL           PIC XX.
           05  WS-SAVED-DATE-CREATED   PIC S9(7) COMP-3.
           05  WS-SAVED-DATE-UPDATED   PIC S9(7) COMP-3.
           05  WS-SAVED-TIME-H         PIC X.
           05  WS-SAVED-TIME-M         PIC X.
           05  WS-SAVED-CURRENT-LINES  PIC S9(4) COMP.
           05  WS-SAVED-INITIAL-LINES  PIC S9(4) COMP.
           05  WS-SAVED-CHANGED-LINES  PIC S9(4) COMP.
           05  WS-SAVED-USER-ID        PIC X(8).

      *    THE WINNING COPY, BUFFERED WHOLE SO ITS LIBRARY CAN BE
      *    CLOSED AND THE TARGET LOCATED ON THE A HANDLE (FOR THE
      *    AUDIT RECORD AND THE VAULT) BEFORE THE B-HANDLE STOW.
       01  WS-RECORD-TABLE.
           05  WS-RT-REC               OCCURS 5000 TIMES
                                       PIC X(80).
       77  WS-RT-COUNT                 PIC S9(4) COMP SYNC VALUE ZERO.
       77  WS-RT-IDX                   PIC S9(4) COMP SYNC VALUE ZERO.

      *    THE STATS OF THE MEMBER ALREADY IN THE TARGET UNDER THE
      *    SAME NAME, IF THERE IS ONE.  SAME LAYOUT AS WS-SAVED-STATS.
       77  WS-TARGET-EXISTS            PIC X     VALUE 'N'.
       01  WS-PRIOR-STATS.
           05  WS-PRIOR-C              PIC X.
           05  WS-PRIOR-VERSION        PIC X.
           05  WS-PRIOR-MOD            PIC X.
           05  WS-PRIOR-NULL           PIC XX.
           05  WS-PRIOR-DATE-CREATED   PIC S9(7) COMP-3.
           05  WS-PRIOR-DATE-UPDATED   PIC S9(7) COMP-3.
           05  WS-PRIOR-TIME-H         PIC X.
           05  WS-PRIOR-TIME-M         PIC X.
           05  WS-PRIOR-CURRENT-LINES  PIC S9(4) COMP.
           05  WS-PRIOR-INITIAL-LINES  PIC S9(4) COMP.
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
           05  WS-VVMM-VV              PIC 99.
           05  FILLER                  PIC X     VALUE '.'.
           05  WS-VVMM-MM              PIC 99.
       77  WS-AUDIT-OPER               PIC X(8)  VALUE SPACES.

      *    HOLDS THE 8 UNPUNCTUATED DIGITS DATECNV RETURNS, EDITED
      *    INTO YYYY/MM/DD FOR THE REPORT THE WAY PDSCATQC PRINTS.
       01  WS-DATE-EDIT-01.
           05  WS-DATE-EDIT-X          PIC X(8).
       77  WS-PRINT-UPDATED            PIC 9(7)  VALUE ZERO.

      *    THE TICKET GATE.  WS-TICKET IS THE TICKET= CARD'S NUMBER,
      *    READ ONCE; 440-CHECK-TICKET SETS WS-TKT-COVERED TO 'Y'
      *    WHEN IT COVERS WS-TKT-CHECK-MEMBER IN WS-TKT-CHECK-LIBRARY
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
      *    AHEAD OF EACH VAULTED GENERATION'S TEXT - THE SAME CARDS
      *    PDSCOPYC WRITES AND ITS RESTORE= PATH READS BACK.
       77  WS-VAULTED-RECORDS          PIC 9(9)  VALUE ZERO.
       01  WS-VAULT-TAG-REC.
           05  FILLER                  PIC X(8)  VALUE './  *   '.
           05  FILLER                  PIC X(6)  VALUE 'VAULT '.
           05  WS-VT-MEMBER            PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE ' SAVED='.
           05  WS-VT-DATE              PIC 9(8)  VALUE ZERO.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-VT-TIME              PIC 9(6)  VALUE ZERO.
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  WS-VAULT-STATS-REC.
           05  FILLER                  PIC X(14) VALUE
               './  *   STATS='.
           05  WS-VS-VV                PIC 99    VALUE ZERO.
           05  WS-VS-MM                PIC 99    VALUE ZERO.
           05  WS-VS-CREATED           PIC 9(7)  VALUE ZERO.
           05  WS-VS-UPDATED           PIC 9(7)  VALUE ZERO.
           05  WS-VS-TIME-H            PIC 99    VALUE ZERO.
           05  WS-VS-TIME-M            PIC 99    VALUE ZERO.
           05  WS-VS-CURRENT           PIC 9(5)  VALUE ZERO.
           05  WS-VS-INITIAL           PIC 9(5)  VALUE ZERO.
           05  WS-VS-CHANGED           PIC 9(5)  VALUE ZERO.
           05  WS-VS-USERID            PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  WS-VAULT-ADD-REC.
           05  FILLER                  PIC X(8)  VALUE './  ADD '.
           05  FILLER                  PIC X(5)  VALUE 'NAME='.
           05  WS-VA-MEMBER            PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSMERGC V1.1.0  MULTI-LIBRARY MERGE'.
       01  PH-RULE-LINE.
           05  FILLER                  PIC X(8)   VALUE ' TARGET='.
           05  PH-TARGET               PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE '  RULE='.
           05  PH-RULE                 PIC X(15)  VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE '  MODE='.
           05  PH-MODE                 PIC X(5)   VALUE 'MERGE'.
           05  FILLER                  PIC X(9)   VALUE
               '  TICKET='.
           05  PH-TICKET               PIC X(6)   VALUE SPACES.
           05  FILLER                  PIC X(68)  VALUE SPACES.
       01  PH-SOURCE-HEADING.
           05  FILLER                  PIC X(40)  VALUE
               '0PRIORITY SOURCE    MEMBERS'.
       01  SR-SOURCE-LINE.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  SR-PRIORITY             PIC Z9.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  SR-DDNAME               PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC XX     VALUE SPACES.
           05  SR-MEMBERS              PIC ZZZZ9.
           05  FILLER                  PIC XX     VALUE SPACES.
           05  SR-NOTE                 PIC X(30)  VALUE SPACES.
           05  FILLER                  PIC X(76)  VALUE SPACES.
       01  PH-LINE-2.
           05  FILLER                  PIC X(50)  VALUE
               '0MEMBER    LIBRARY   RESULT    UPDATED     VV.MM  '.
           05  FILLER                  PIC X(50)  VALUE
               'USERID    REASON                          ACTION'.
       01  DL-DETAIL-LINE.
           05  CC                      PIC X.
           05  DL-MEMBER               PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-LIBRARY              PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-RESULT               PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-UPDATED              PIC X(10).
           05  FILLER                  PIC XX.
           05  DL-VVMM                 PIC X(5).
           05  FILLER                  PIC XX.
           05  DL-USERID               PIC X(8).
           05  FILLER                  PIC XX.
           05  DL-REASON               PIC X(30).
           05  FILLER                  PIC XX.
           05  DL-ACTION               PIC X(40).
           05  FILLER                  PIC X.
       01  BL-BUSY-LINE.
           05  FILLER                  PIC X     VALUE '0'.
           05  FILLER                  PIC X(40) VALUE
               'LIBRARY BUSY - MEMBERS NOT SHOWN MERGED '.
           05  FILLER                  PIC X(40) VALUE
               'ARE LEFT AS THEY ARE; RERUN WHEN FREE'.
           05  FILLER                  PIC X(52) VALUE SPACES.
       01  SL-SUMMARY-LINE.
           05  FILLER                  PIC X      VALUE '0'.
           05  FILLER                  PIC X(15)  VALUE
               'MEMBER NAMES = '.
           05  SL-NAMES                PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(14)  VALUE
               '   CONFLICTS ='.
           05  SL-CONFLICTS            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(10)  VALUE
               '   ADDED ='.
           05  SL-ADDED                PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(13)  VALUE
               '   REPLACED ='.
           05  SL-REPLACED             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(12)  VALUE
               '   REFUSED ='.
           05  SL-REFUSED              PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(23)  VALUE SPACES.

       COPY GETPDSPA.
      ***#INCLUDE GETPDSPA.COB
           EJECT
       COPY PDSTIMEC.
      ***#INCLUDE PDSTIMEC.COB
           EJECT
       COPY DATECNVC.
      ***#INCLUDE DATECNVC.COB
       EJECT
       PROCEDURE DIVISION.

       000-INITIATE.

           OPEN INPUT  CTL-FILE.
           OPEN OUTPUT PRINT-FILE, AUDIT-FILE, JRNL-FILE.
           ACCEPT WS-RUN-DATE   FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-X FROM TIME.

           PERFORM 050-READ-CONTROL
               UNTIL WS-CTL-EOF = 'Y'.
           CLOSE CTL-FILE.
           PERFORM 075-CHECK-SETUP.
           PERFORM 080-PRINT-HEADING.

           PERFORM 100-SCAN-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
                 UNTIL WS-SRC-IDX > WS-SRC-COUNT.
           IF WS-ANY-BUSY = 'Y'
               MOVE 'Y'    TO WS-PLAN-ONLY
               MOVE 'PLAN' TO PH-MODE.
           PERFORM 190-PRINT-SOURCES.

           PERFORM 200-SORT-COPY-TABLE.
           IF WS-PLAN-ONLY NOT = 'Y'
               OPEN OUTPUT VAULT-FILE
               PERFORM 300-OPEN-B.
           MOVE 1 TO WS-GRP-FIRST.
           PERFORM 400-DECIDE-MEMBER
               UNTIL WS-GRP-FIRST > WS-CD-COUNT.
           IF WS-PLAN-ONLY NOT = 'Y'
               PERFORM 810-CLOSE-B
               CLOSE VAULT-FILE.

           PERFORM 850-PRINT-SUMMARY.
           PERFORM 950-WRITE-JOURNAL.
           DISPLAY 'PDSMERGC CONCLUDED'.
           CLOSE PRINT-FILE, AUDIT-FILE, JRNL-FILE.
           IF WS-TICKET NOT = SPACES
               CLOSE TICKET-FILE.
           IF WS-ANY-BUSY = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.

           GOBACK.

      *    THE ONE STANDARD END-OF-RUN RECORD FOR PDSJRNSC'S DAILY
      *    SUMMARY.  LIBRARIES COUNTS THE SOURCES AND THE TARGET;
      *    MEMBERS COUNTS THE MEMBER NAMES MERGED (OR PLANNED, ON A
      *    PLAN-ONLY RUN).  A BUSY LIBRARY TAKES PRECEDENCE OVER
      *    TICKET REFUSALS, AS IN PDSREPLC.
       950-WRITE-JOURNAL.
           ACCEPT WS-JRNL-DATE   FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-TIME-X FROM TIME.
           MOVE SPACES              TO JRNL-REC.
           MOVE 'PDSMERGC'          TO JRNL-PROGRAM.
           MOVE WS-JRNL-DATE        TO JRNL-RUN-DATE.
           MOVE WS-JRNL-TIME-X(1:6) TO JRNL-RUN-TIME.
           COMPUTE JRNL-LIBRARIES = WS-SRC-COUNT + 1.
           IF WS-PLAN-ONLY = 'Y'
               MOVE WS-NAME-COUNT   TO JRNL-MEMBERS
           ELSE
               COMPUTE JRNL-MEMBERS = WS-ADDED-COUNT
                                    + WS-REPLACED-COUNT.
           IF WS-ANY-BUSY = 'Y'
               MOVE 'BUSY'          TO JRNL-OUTCOME
           ELSE
           IF WS-REFUSED-COUNT > ZERO
               MOVE 'REFUSED'       TO JRNL-OUTCOME
           ELSE
               MOVE 'OK'            TO JRNL-OUTCOME.
           IF WS-PLAN-ONLY = 'Y'
               STRING 'PLAN ' PH-RULE DELIMITED BY SIZE
                   INTO JRNL-NOTE
           ELSE
               STRING 'MERGE ' PH-RULE DELIMITED BY SIZE
                   INTO JRNL-NOTE.
           WRITE JRNL-REC.

      *    READS ONE CARD FROM THE CONTROL FILE AND FILES IT.  ANY
      *    NON-BLANK CARD THAT IS NOT TARGET=, RULE= OR TICKET= NAMES
      *    THE NEXT SOURCE LIBRARY.
       050-READ-CONTROL.
           READ CTL-FILE INTO CTL-CARD-IN
               AT END MOVE 'Y' TO WS-CTL-EOF.
           IF WS-CTL-EOF NOT = 'Y'
               IF CTL-TGT-TAG = 'TARGET='
                   PERFORM 060-SET-TARGET
               ELSE
               IF CTL-RULE-TAG = 'RULE='
                   PERFORM 065-SET-RULE
               ELSE
               IF CTL-TKT-TAG = 'TICKET='
                   PERFORM 070-SET-TICKET
               ELSE
               IF CTL-DDNAME NOT = SPACES
                   PERFORM 055-ADD-SOURCE.

      *    A SOURCE LISTED TWICE WOULD ONLY COMPETE WITH ITSELF, SO IT
      *    IS TAKEN AS A SETUP ERROR RATHER THAN SILENTLY DROPPED.
       055-ADD-SOURCE.
           IF WS-SRC-COUNT >= 20
               DISPLAY 'MORE THAN 20 SOURCE LIBRARIES; '
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 056-CHECK-DUPLICATE
               VARYING WS-SRC-CHECK FROM 1 BY 1
                 UNTIL WS-SRC-CHECK > WS-SRC-COUNT.
           ADD 1 TO WS-SRC-COUNT.
           MOVE CTL-DDNAME TO WS-SRC-DDNAME(WS-SRC-COUNT).
           MOVE ZERO       TO WS-SRC-MEMBERS(WS-SRC-COUNT).
           MOVE 'N'        TO WS-SRC-BUSY(WS-SRC-COUNT).

       056-CHECK-DUPLICATE.
           IF WS-SRC-DDNAME(WS-SRC-CHECK) = CTL-DDNAME
               DISPLAY 'SOURCE ' CTL-DDNAME ' LISTED TWICE; '
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       060-SET-TARGET.
           IF WS-TARGET-DDNAME NOT = SPACES
               DISPLAY 'MORE THAN ONE TARGET= CARD; '
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF CTL-TGT-VALUE = SPACES
               DISPLAY 'TARGET= CARD NAMES NO DD; '
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE CTL-TGT-VALUE TO WS-TARGET-DDNAME.
           MOVE CTL-TGT-VALUE TO PH-TARGET.

      *    RULE=REPORT ON ITS OWN PLANS BY SOURCE-PRIORITY; THE
      *    ,NEWEST / ,SOURCE-PRIORITY SUFFIX PLANS BY THAT RULE.
       065-SET-RULE.
           IF WS-RULE-SEEN = 'Y'
               DISPLAY 'MORE THAN ONE RULE= CARD; '
                       'EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 'Y' TO WS-RULE-SEEN.
           IF CTL-RULE-VALUE = 'SOURCE-PRIORITY'
               MOVE 'P' TO WS-RULE
           ELSE
           IF CTL-RULE-VALUE = 'NEWEST'
               MOVE 'N' TO WS-RULE
           ELSE
           IF CTL-RULE-VALUE = 'REPORT'
              OR CTL-RULE-VALUE = 'REPORT,SOURCE-PRIORITY'
               MOVE 'P' TO WS-RULE
               MOVE 'Y' TO WS-REPORT-RULE
           ELSE
           IF CTL-RULE-VALUE = 'REPORT,NEWEST'
               MOVE 'N' TO WS-RULE
               MOVE 'Y' TO WS-REPORT-RULE
           ELSE
               DISPLAY 'RULE= MUST BE SOURCE-PRIORITY, NEWEST OR '
                       'REPORT; EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-RULE = 'N'
               MOVE 'NEWEST'          TO PH-RULE
           ELSE
               MOVE 'SOURCE-PRIORITY' TO PH-RULE.
           IF WS-REPORT-RULE = 'Y'
               MOVE 'Y'    TO WS-PLAN-ONLY
               MOVE 'PLAN' TO PH-MODE.

      *    READ ONCE, UP FRONT, THE WAY PDSREPLC'S 070-SET-TICKET
      *    DOES; EACH MEMBER IS CHECKED AGAINST THE RECORD IN HAND.
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

      *    EVERYTHING THE RUN NEEDS IS CHECKED BEFORE ANY LIBRARY IS
      *    OPENED.  THE TARGET MAY NOT ALSO BE A SOURCE - ITS OWN
      *    MEMBERS ARE WHAT GETS REPLACED.
       075-CHECK-SETUP.
           IF WS-TARGET-DDNAME = SPACES
               DISPLAY 'MISSING TARGET= CONTROL CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-RULE-SEEN NOT = 'Y'
               DISPLAY 'MISSING RULE= CONTROL CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-SRC-COUNT = ZERO
               DISPLAY 'NO SOURCE LIBRARY CARDS'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-REPORT-RULE NOT = 'Y'
              AND WS-TICKET = SPACES
               DISPLAY 'MISSING TICKET= CONTROL CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 076-CHECK-NOT-TARGET
               VARYING WS-SRC-CHECK FROM 1 BY 1
                 UNTIL WS-SRC-CHECK > WS-SRC-COUNT.
           IF WS-PLAN-ONLY = 'Y'
               DISPLAY 'REPORT RULE - NO LIBRARY WILL BE UPDATED'.

       076-CHECK-NOT-TARGET.
           IF WS-SRC-DDNAME(WS-SRC-CHECK) = WS-TARGET-DDNAME
               DISPLAY 'TARGET ' WS-TARGET-DDNAME
                       ' IS ALSO A SOURCE; EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       080-PRINT-HEADING.
           WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING.
           WRITE PF-PRINT-LINE FROM PH-RULE-LINE.
           MOVE 2 TO WS-LINE-CNT.

      *    WALKS ONE SOURCE LIBRARY'S DIRECTORY ON THE A HANDLE AND
      *    FILES EVERY MEMBER IN THE COPY TABLE.  A LIBRARY HELD BY
      *    ANOTHER JOB IS FLAGGED AND THE RUN BECOMES A PLAN.
       100-SCAN-SOURCE.
           MOVE WS-SRC-DDNAME(WS-SRC-IDX) TO WS-CURRENT-DDNAME.
           MOVE 'N' TO WS-LIB-BUSY.
           MOVE PDSGET-REQUEST-OPEN TO PDSGET-REQUEST.
           MOVE WS-CURRENT-DDNAME   TO PDSGET-MEMBER.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 0
               PERFORM 110-START-DIR
               PERFORM 800-CLOSE-A
           ELSE
           IF RETURN-CODE EQUAL 12
               DISPLAY 'LIBRARY ' WS-CURRENT-DDNAME
                       ' ENQUEUED BY ANOTHER JOB (RC=12); '
                       'NOTHING WILL BE COPIED'
               MOVE 'Y' TO WS-LIB-BUSY
           ELSE
               DISPLAY 'OPEN FAILED ON ' WS-CURRENT-DDNAME
                       ' (RC=' RETURN-CODE '); EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-LIB-BUSY = 'Y'
               MOVE 'Y' TO WS-SRC-BUSY(WS-SRC-IDX)
               MOVE 'Y' TO WS-ANY-BUSY.

       110-START-DIR.
           MOVE PDSGET-REQUEST-START TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 0
               PERFORM 120-NEXT-DIR
           ELSE
           IF RETURN-CODE EQUAL 4
               DISPLAY 'START FAILED ON ' WS-CURRENT-DDNAME ' (RC=4)'
           ELSE
               DISPLAY 'START FAILED (RC=8); EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       120-NEXT-DIR.
           MOVE ZERO TO RETURN-CODE.
           PERFORM 130-NEXT-DIR
               UNTIL RETURN-CODE NOT = ZERO.

       130-NEXT-DIR.
           MOVE PDSGET-REQUEST-NEXT  TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 0
               PERFORM 140-LOCATE-ENTRY
               MOVE ZERO TO RETURN-CODE
           ELSE
           IF RETURN-CODE EQUAL 4
               NEXT SENTENCE
           ELSE
           IF RETURN-CODE EQUAL 12
               DISPLAY 'LIBRARY ' WS-CURRENT-DDNAME
                       ' ENQUEUED BY ANOTHER JOB DURING NEXT'
               MOVE 'Y' TO WS-LIB-BUSY
           ELSE
               DISPLAY 'NEXT FAILED (RC=8); EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *    AN ALIAS ENTRY IS NEVER MERGED - ITS TEXT IS THE TRUE
      *    MEMBER'S, WHICH GETS ITS OWN TURN UNDER ITS OWN NAME.
       140-LOCATE-ENTRY.
           MOVE PDSGET-REQUEST-LOCATE TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 0
               IF PDS-ALIAS-FLAG = 'A'
                   DISPLAY 'ALIAS ' PDSGET-MEMBER ' IN '
                           WS-CURRENT-DDNAME ' NOT MERGED'
               ELSE
                   PERFORM 150-FILE-COPY
           ELSE
           IF RETURN-CODE EQUAL 4
               DISPLAY 'MEMBER NOT FOUND (RC=4)'
           ELSE
               DISPLAY 'LOCATE FAILED (RC=8); EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *    ONE ROW PER COPY.  VERSION AND MOD ARE DECODED THROUGH THE
      *    GETPDSPA PACKED-BYTE RECIPE; A MEMBER WITH NO STATS (BLANK
      *    USERID) CARRIES ZEROS AND IS MARKED AS SUCH.
       150-FILE-COPY.
           IF WS-CD-COUNT >= 5000
               DISPLAY 'MORE THAN 5000 MEMBER COPIES IN THE SOURCE '
                       'LIBRARIES; EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-CD-COUNT.
           ADD 1 TO WS-SRC-MEMBERS(WS-SRC-IDX).
           MOVE SPACES             TO WS-CD-ENTRY(WS-CD-COUNT).
           MOVE PDSGET-MEMBER      TO WS-CD-MEMBER(WS-CD-COUNT).
           MOVE WS-SRC-IDX         TO WS-CD-SOURCE(WS-CD-COUNT).
           MOVE PDS-USER-ID        TO WS-CD-USERID(WS-CD-COUNT).
           IF PDS-USER-ID = SPACES
               MOVE 'N'            TO WS-CD-HAS-STATS(WS-CD-COUNT)
               MOVE ZERO           TO WS-CD-UPDATED(WS-CD-COUNT)
               MOVE ZERO           TO WS-CD-VV(WS-CD-COUNT)
               MOVE ZERO           TO WS-CD-MM(WS-CD-COUNT)
           ELSE
               MOVE 'Y'            TO WS-CD-HAS-STATS(WS-CD-COUNT)
               MOVE PDS-DATE-UPDATED TO WS-CD-UPDATED(WS-CD-COUNT)
               MOVE ZERO           TO PDS-VER-WORK
               MOVE PDS-VERSION    TO PDS-VER-CHAR
               MOVE PDS-VER-WORK   TO PDS-VER-4-DIGIT
               MOVE PDS-VER-DIGITS TO WS-CD-VV(WS-CD-COUNT)
               MOVE ZERO           TO PDS-MOD-WORK
               MOVE PDS-MOD        TO PDS-MOD-CHAR
               MOVE PDS-MOD-WORK   TO PDS-MOD-4-DIGIT
               MOVE PDS-MOD-DIGITS TO WS-CD-MM(WS-CD-COUNT).

      *    THE SOURCE LIST, IN PRIORITY ORDER, AHEAD OF THE DETAIL.
       190-PRINT-SOURCES.
           WRITE PF-PRINT-LINE FROM PH-SOURCE-HEADING.
           ADD 2 TO WS-LINE-CNT.
           PERFORM 191-PRINT-SOURCE-LINE
               VARYING WS-SRC-IDX FROM 1 BY 1
                 UNTIL WS-SRC-IDX > WS-SRC-COUNT.
           IF WS-ANY-BUSY = 'Y'
               WRITE PF-PRINT-LINE FROM BL-BUSY-LINE
               ADD 2 TO WS-LINE-CNT.
           WRITE PF-PRINT-LINE FROM PH-LINE-2.
           ADD 2 TO WS-LINE-CNT.

       191-PRINT-SOURCE-LINE.
           MOVE WS-SRC-IDX                 TO SR-PRIORITY.
           MOVE WS-SRC-DDNAME(WS-SRC-IDX)  TO SR-DDNAME.
           MOVE WS-SRC-MEMBERS(WS-SRC-IDX) TO SR-MEMBERS.
           IF WS-SRC-BUSY(WS-SRC-IDX) = 'Y'
               MOVE 'LIBRARY BUSY - SCAN INCOMPLETE' TO SR-NOTE
           ELSE
               MOVE SPACES                 TO SR-NOTE.
           WRITE PF-PRINT-LINE FROM SR-SOURCE-LINE.
           ADD 1 TO WS-LINE-CNT.

      *    SORTS THE COPY TABLE BY MEMBER NAME, THEN SOURCE PRIORITY
      *    - A SELECTION SORT LIKE PDSXREFC'S 650-SORT-XREF-TABLE.
       200-SORT-COPY-TABLE.
           IF WS-CD-COUNT > 1
               PERFORM 201-SORT-OUTER
                   VARYING WS-ST-OUTER FROM 1 BY 1
                     UNTIL WS-ST-OUTER >= WS-CD-COUNT.

       201-SORT-OUTER.
           MOVE WS-ST-OUTER TO WS-ST-MIN-IDX.
           PERFORM 202-SORT-INNER
               VARYING WS-ST-INNER FROM WS-ST-OUTER BY 1
                 UNTIL WS-ST-INNER > WS-CD-COUNT.
           IF WS-ST-MIN-IDX NOT = WS-ST-OUTER
               PERFORM 204-SWAP-ENTRIES.

       202-SORT-INNER.
           MOVE WS-CD-MEMBER(WS-ST-MIN-IDX) TO WS-KA-MEMBER.
           MOVE WS-CD-SOURCE(WS-ST-MIN-IDX) TO WS-KA-SOURCE.
           MOVE WS-CD-MEMBER(WS-ST-INNER)   TO WS-KB-MEMBER.
           MOVE WS-CD-SOURCE(WS-ST-INNER)   TO WS-KB-SOURCE.
           IF WS-KEY-B < WS-KEY-A
               MOVE WS-ST-INNER TO WS-ST-MIN-IDX.

       204-SWAP-ENTRIES.
           MOVE WS-CD-ENTRY(WS-ST-OUTER)   TO WS-CD-SWAP-ENTRY.
           MOVE WS-CD-ENTRY(WS-ST-MIN-IDX) TO
                WS-CD-ENTRY(WS-ST-OUTER).
           MOVE WS-CD-SWAP-ENTRY           TO
                WS-CD-ENTRY(WS-ST-MIN-IDX).

       300-OPEN-B.
           MOVE PDSGET-REQUEST-OPEN-B TO PDSGET-REQUEST.
           MOVE WS-TARGET-DDNAME      TO PDSGET-MEMBER.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 12
               DISPLAY 'TARGET ' WS-TARGET-DDNAME
                       ' ENQUEUED BY ANOTHER JOB (RC=12); '
                       'NOTHING WILL BE COPIED'
               MOVE 'Y'    TO WS-PLAN-ONLY
               MOVE 'PLAN' TO PH-MODE
               CLOSE VAULT-FILE
               PERFORM 960-PRINT-BUSY-LINE
           ELSE
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY 'OPEN FAILED ON TARGET ' WS-TARGET-DDNAME
                       ' (RC=' RETURN-CODE ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *    DECIDES ONE MEMBER NAME - THE RUN OF ROWS FROM WS-GRP-FIRST
      *    THAT SHARE ITS NAME - THEN COPIES THE WINNER (OR, ON A
      *    PLAN, JUST LOOKS AT THE TARGET) AND PRINTS THE GROUP.
       400-DECIDE-MEMBER.
           MOVE WS-CD-MEMBER(WS-GRP-FIRST) TO WS-GRP-MEMBER.
           MOVE WS-GRP-FIRST TO WS-GRP-LAST.
           PERFORM 405-FIND-GROUP-END
               UNTIL WS-GRP-LAST >= WS-CD-COUNT
                  OR WS-CD-MEMBER(WS-GRP-LAST + 1) NOT = WS-GRP-MEMBER.
           ADD 1 TO WS-NAME-COUNT.
           IF WS-GRP-LAST > WS-GRP-FIRST
               ADD 1 TO WS-CONFLICT-COUNT.

           MOVE WS-GRP-FIRST TO WS-GRP-WINNER.
           IF WS-RULE = 'N'
               PERFORM 410-CHALLENGE-WINNER
                   VARYING WS-CD-IDX FROM WS-GRP-FIRST BY 1
                     UNTIL WS-CD-IDX > WS-GRP-LAST.
           MOVE ZERO TO WS-GRP-RANK.
           PERFORM 420-SET-RESULT
               VARYING WS-CD-IDX FROM WS-GRP-FIRST BY 1
                 UNTIL WS-CD-IDX > WS-GRP-LAST.
           PERFORM 430-SET-WIN-REASON.

           MOVE 'N' TO WS-REFUSED.
           IF WS-TICKET NOT = SPACES
              AND WS-ANY-BUSY NOT = 'Y'
               MOVE WS-TARGET-DDNAME TO WS-TKT-CHECK-LIBRARY
               MOVE WS-GRP-MEMBER    TO WS-TKT-CHECK-MEMBER
               PERFORM 440-CHECK-TICKET THRU 440-EXIT
               IF WS-TKT-COVERED NOT = 'Y'
                   MOVE 'Y' TO WS-REFUSED
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY 'MEMBER ' WS-GRP-MEMBER ' IN '
                           WS-TARGET-DDNAME ' REFUSED - '
                           WS-TKT-REASON.

           PERFORM 450-APPLY-DECISION THRU 450-EXIT.
           PERFORM 700-PRINT-GROUP.
           COMPUTE WS-GRP-FIRST = WS-GRP-LAST + 1.

       405-FIND-GROUP-END.
           ADD 1 TO WS-GRP-LAST.

      *    NEWEST - A COPY TAKES THE WIN FROM THE CURRENT WINNER ONLY
      *    BY BEING STRICTLY NEWER, SO A DEAD HEAT STAYS WITH THE
      *    FIRST LISTED LIBRARY (ROWS ARE IN PRIORITY ORDER).
       410-CHALLENGE-WINNER.
           MOVE 'N' TO WS-BEATS.
           IF WS-CD-HAS-STATS(WS-CD-IDX) = 'Y'
               IF WS-CD-HAS-STATS(WS-GRP-WINNER) NOT = 'Y'
                   MOVE 'Y' TO WS-BEATS
               ELSE
               IF WS-CD-UPDATED(WS-CD-IDX) >
                  WS-CD-UPDATED(WS-GRP-WINNER)
                   MOVE 'Y' TO WS-BEATS
               ELSE
               IF WS-CD-UPDATED(WS-CD-IDX) =
                  WS-CD-UPDATED(WS-GRP-WINNER)
                  AND WS-CD-VVMM(WS-CD-IDX) >
                      WS-CD-VVMM(WS-GRP-WINNER)
                   MOVE 'Y' TO WS-BEATS.
           IF WS-BEATS = 'Y'
               MOVE WS-CD-IDX TO WS-GRP-WINNER.

      *    MARKS EACH COPY WON OR LOST, AND SAYS WHY A LOSER LOST -
      *    MEASURED AGAINST THE WINNER, SO A HIGHER PRIORITY COPY
      *    BEATEN ON DATE READS 'OLDER UPDATE', NOT A PRIORITY CALL.
       420-SET-RESULT.
           IF WS-CD-IDX = WS-GRP-WINNER
               MOVE 'WON'  TO WS-CD-RESULT(WS-CD-IDX)
           ELSE
               MOVE 'LOST' TO WS-CD-RESULT(WS-CD-IDX)
               PERFORM 425-SET-LOSS-REASON.

       425-SET-LOSS-REASON.
           IF WS-RULE NOT = 'N'
               MOVE 'LOWER PRIORITY'       TO WS-CD-REASON(WS-CD-IDX)
               MOVE 1 TO WS-LOSER-RANK
           ELSE
           IF WS-CD-HAS-STATS(WS-CD-IDX) NOT = 'Y'
              AND WS-CD-HAS-STATS(WS-GRP-WINNER) = 'Y'
               MOVE 'NO STATS'             TO WS-CD-REASON(WS-CD-IDX)
               MOVE 1 TO WS-LOSER-RANK
           ELSE
           IF WS-CD-UPDATED(WS-CD-IDX) <
              WS-CD-UPDATED(WS-GRP-WINNER)
               MOVE 'OLDER UPDATE'         TO WS-CD-REASON(WS-CD-IDX)
               MOVE 2 TO WS-LOSER-RANK
           ELSE
           IF WS-CD-VVMM(WS-CD-IDX) < WS-CD-VVMM(WS-GRP-WINNER)
               MOVE 'LOWER VV.MM'          TO WS-CD-REASON(WS-CD-IDX)
               MOVE 3 TO WS-LOSER-RANK
           ELSE
               MOVE 'TIE - LOWER PRIORITY' TO WS-CD-REASON(WS-CD-IDX)
               MOVE 4 TO WS-LOSER-RANK.
           IF WS-LOSER-RANK > WS-GRP-RANK
               MOVE WS-LOSER-RANK TO WS-GRP-RANK.

      *    THE WINNER'S REASON ANSWERS THE CLOSEST LOSER'S.
       430-SET-WIN-REASON.
           IF WS-GRP-LAST = WS-GRP-FIRST
               MOVE 'ONLY COPY'          TO WS-CD-REASON(WS-GRP-WINNER)
           ELSE
           IF WS-RULE NOT = 'N'
               MOVE 'FIRST LISTED'       TO WS-CD-REASON(WS-GRP-WINNER)
           ELSE
           IF WS-GRP-RANK = 1
               MOVE 'ONLY COPY WITH STATS'
                                         TO WS-CD-REASON(WS-GRP-WINNER)
           ELSE
           IF WS-GRP-RANK = 2
               MOVE 'LATEST UPDATE'      TO WS-CD-REASON(WS-GRP-WINNER)
           ELSE
           IF WS-GRP-RANK = 3
               MOVE 'HIGHEST VV.MM'      TO WS-CD-REASON(WS-GRP-WINNER)
           ELSE
               MOVE 'TIE - FIRST LISTED' TO WS-CD-REASON(WS-GRP-WINNER).

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

      *    SETS WS-GRP-ACTION FOR THE WINNER'S LINE.  A BUSY LIBRARY
      *    MEANS NOTHING IS TOUCHED; OTHERWISE THE TARGET IS LOOKED AT
      *    (AND, ON A MERGE THE TICKET ALLOWS, THE WINNER COPIED IN).
       450-APPLY-DECISION.
           MOVE 'N'    TO WS-TARGET-EXISTS.
           MOVE 'N'    TO WS-COPY-DONE.
           MOVE SPACES TO WS-PRIOR-STATS.
           MOVE SPACES TO WS-GRP-ACTION.
           IF WS-ANY-BUSY = 'Y'
               MOVE 'NOT COPIED - LIBRARY BUSY' TO WS-GRP-ACTION
               GO TO 450-EXIT.
           IF WS-PLAN-ONLY = 'Y'
              OR WS-REFUSED = 'Y'
               PERFORM 530-CHECK-TARGET
           ELSE
               PERFORM 500-MERGE-MEMBER.
           IF WS-ANY-BUSY = 'Y'
               MOVE 'NOT COPIED - LIBRARY BUSY' TO WS-GRP-ACTION
           ELSE
           IF WS-REFUSED = 'Y'
               STRING 'REFUSED - ' WS-TKT-REASON
                   DELIMITED BY SIZE INTO WS-GRP-ACTION
           ELSE
           IF WS-PLAN-ONLY = 'Y'
               IF WS-TARGET-EXISTS = 'Y'
                   MOVE 'WILL REPLACE TARGET COPY' TO WS-GRP-ACTION
               ELSE
                   MOVE 'WILL ADD TO TARGET'       TO WS-GRP-ACTION
           ELSE
           IF WS-TARGET-EXISTS = 'Y'
               MOVE 'REPLACED TARGET COPY'         TO WS-GRP-ACTION
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               MOVE 'ADDED TO TARGET'              TO WS-GRP-ACTION
               ADD 1 TO WS-ADDED-COUNT.
       450-EXIT.
           EXIT.

      *    COPIES THE WINNING COPY INTO THE TARGET - THE PDSCOPYC
      *    SEQUENCE: LOCATE AND BUFFER THE SOURCE ON THE A HANDLE,
      *    CLOSE IT, LOOK AT THE TARGET (AUDIT, AND VAULT A COPY ABOUT
      *    TO BE REPLACED), THEN ADD/PUT/STOW ON THE B HANDLE WITH THE
      *    WINNER'S OWN STATS.
       500-MERGE-MEMBER.
           MOVE WS-SRC-DDNAME(WS-CD-SOURCE(WS-GRP-WINNER))
                                    TO WS-CURRENT-DDNAME.
           PERFORM 510-LOCATE-SOURCE.
           IF WS-ANY-BUSY = 'Y'
               NEXT SENTENCE
           ELSE
               PERFORM 520-READ-SOURCE
               PERFORM 800-CLOSE-A
               PERFORM 530-CHECK-TARGET
               IF WS-ANY-BUSY NOT = 'Y'
                   PERFORM 560-ADD-TARGET
                   PERFORM 570-COPY-RECORDS
                   PERFORM 580-STOW-TARGET
                   MOVE 'Y' TO WS-COPY-DONE
                   DISPLAY 'MERGED ' WS-GRP-MEMBER ' FROM '
                           WS-CURRENT-DDNAME.

       510-LOCATE-SOURCE.
           MOVE PDSGET-REQUEST-OPEN TO PDSGET-REQUEST.
           MOVE WS-CURRENT-DDNAME   TO PDSGET-MEMBER.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 12
               DISPLAY 'LIBRARY ' WS-CURRENT-DDNAME
                       ' ENQUEUED BY ANOTHER JOB (RC=12); '
                       'MERGE STOPPED'
               PERFORM 960-PRINT-BUSY-LINE
           ELSE
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY 'OPEN FAILED ON ' WS-CURRENT-DDNAME
                       ' (RC=' RETURN-CODE ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM 515-LOCATE-WINNER.

       515-LOCATE-WINNER.
           MOVE PDSGET-REQUEST-START  TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY 'START FAILED ON ' WS-CURRENT-DDNAME
                       ' (RC=' RETURN-CODE ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE WS-GRP-MEMBER         TO PDSGET-MEMBER.
           MOVE PDSGET-REQUEST-LOCATE TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY 'MEMBER ' WS-GRP-MEMBER
                       ' NO LONGER IN ' WS-CURRENT-DDNAME
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE PDSGET-RECORD         TO WS-SAVED-STATS.

      *    READS EVERY TEXT RECORD OF THE WINNING COPY INTO
      *    WS-RECORD-TABLE - PDSCOPYC'S 250-READ-SOURCE.
       520-READ-SOURCE.
           MOVE ZERO TO WS-RT-COUNT.
           MOVE PDSGET-REQUEST-READ TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           PERFORM 525-BUFFER-ONE-RECORD
               UNTIL RETURN-CODE NOT EQUAL 0.
           IF RETURN-CODE NOT EQUAL 4
               DISPLAY 'READ FAILED ON ' WS-GRP-MEMBER
                       ' IN ' WS-CURRENT-DDNAME ' (RC=' RETURN-CODE ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       525-BUFFER-ONE-RECORD.
           IF WS-RT-COUNT >= 5000
               DISPLAY 'MEMBER ' WS-GRP-MEMBER
                       ' EXCEEDS 5000 RECORDS; EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-RT-COUNT.
           MOVE PDSGET-RECORD80     TO WS-RT-REC(WS-RT-COUNT).
           MOVE PDSGET-REQUEST-READ TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.

      *    LOOKS FOR THE MEMBER IN THE TARGET ON THE A HANDLE.  ON A
      *    PLAN (OR A REFUSED MEMBER) THAT IS ALL - THE PRIOR COPY'S
      *    STATS ARE KEPT FOR THE REPORT.  ON A MERGE AN EXISTING COPY
      *    IS AUDITED 'REPLACE' AND VAULTED WHILE THE LOCATE HAS IT
      *    POSITIONED; A NEW MEMBER IS AUDITED 'ADD'.
       530-CHECK-TARGET.
           MOVE PDSGET-REQUEST-OPEN TO PDSGET-REQUEST.
           MOVE WS-TARGET-DDNAME    TO PDSGET-MEMBER.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 12
               DISPLAY 'TARGET ' WS-TARGET-DDNAME
                       ' ENQUEUED BY ANOTHER JOB (RC=12)'
               PERFORM 960-PRINT-BUSY-LINE
           ELSE
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY 'OPEN FAILED ON TARGET ' WS-TARGET-DDNAME
                       ' (RC=' RETURN-CODE ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM 531-LOCATE-TARGET
               PERFORM 800-CLOSE-A.

       531-LOCATE-TARGET.
           MOVE PDSGET-REQUEST-START  TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY 'START FAILED ON TARGET (RC=' RETURN-CODE ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE WS-GRP-MEMBER         TO PDSGET-MEMBER.
           MOVE PDSGET-REQUEST-LOCATE TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE EQUAL 0
               MOVE 'Y'           TO WS-TARGET-EXISTS
               MOVE PDSGET-RECORD TO WS-PRIOR-STATS
               IF WS-PLAN-ONLY NOT = 'Y'
                  AND WS-REFUSED NOT = 'Y'
                   MOVE 'REPLACE' TO WS-AUDIT-OPER
                   PERFORM 540-WRITE-AUDIT
                   PERFORM 550-VAULT-PRIOR
               ELSE
                   NEXT SENTENCE
           ELSE
           IF RETURN-CODE EQUAL 4
               IF WS-PLAN-ONLY NOT = 'Y'
                  AND WS-REFUSED NOT = 'Y'
                   MOVE 'ADD'     TO WS-AUDIT-OPER
                   PERFORM 540-WRITE-AUDIT
               ELSE
                   NEXT SENTENCE
           ELSE
               DISPLAY 'LOCATE FAILED ON TARGET (RC=' RETURN-CODE ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *    ONE AUDIT RECORD PER MEMBER STOWED - THE PRIOR COPY'S
      *    USERID, UPDATE DATE AND VV.MM ON A REPLACE, NONE ON AN ADD.
       540-WRITE-AUDIT.
           MOVE SPACES              TO AUDT-REC.
           MOVE WS-RUN-DATE         TO AUDT-RUN-DATE.
           MOVE WS-RUN-TIME-X(1:6)  TO AUDT-RUN-TIME.
           MOVE 'PDSMERGC'          TO AUDT-PROGRAM.
           MOVE WS-TARGET-DDNAME    TO AUDT-LIBRARY.
           MOVE WS-GRP-MEMBER       TO AUDT-MEMBER.
           MOVE WS-AUDIT-OPER       TO AUDT-OPERATION.
           MOVE WS-TICKET           TO AUDT-TICKET.
           MOVE WS-PRIOR-USER-ID    TO AUDT-PRIOR-USERID.
           IF WS-PRIOR-USER-ID NOT = SPACES
               MOVE WS-PRIOR-DATE-UPDATED TO AUDT-PRIOR-UPDATED
               PERFORM 545-FORMAT-PRIOR-VVMM
               MOVE WS-VVMM-EDIT    TO AUDT-PRIOR-VVMM
           ELSE
               MOVE ZERO            TO AUDT-PRIOR-UPDATED.
           WRITE AUDT-REC.

       545-FORMAT-PRIOR-VVMM.
           MOVE ZERO                TO PDS-VER-WORK.
           MOVE WS-PRIOR-VERSION    TO PDS-VER-CHAR.
           MOVE PDS-VER-WORK        TO PDS-VER-4-DIGIT.
           MOVE PDS-VER-DIGITS      TO WS-VVMM-VV.
           MOVE ZERO                TO PDS-MOD-WORK.
           MOVE WS-PRIOR-MOD        TO PDS-MOD-CHAR.
           MOVE PDS-MOD-WORK        TO PDS-MOD-4-DIGIT.
           MOVE PDS-MOD-DIGITS      TO WS-VVMM-MM.

      *    SAVES THE TARGET COPY ABOUT TO BE REPLACED TO THE VAULT -
      *    TAG CARD, STATS CARD, ./ ADD CARD, TEXT - EXACTLY AS
      *    PDSCOPYC'S 280-VAULT-PRIOR DOES.
       550-VAULT-PRIOR.
           MOVE WS-GRP-MEMBER       TO WS-VT-MEMBER.
           MOVE WS-RUN-DATE         TO WS-VT-DATE.
           MOVE WS-RUN-TIME-X(1:6)  TO WS-VT-TIME.
           WRITE VLT-REC FROM WS-VAULT-TAG-REC.
           PERFORM 555-BUILD-STATS-CARD.
           WRITE VLT-REC FROM WS-VAULT-STATS-REC.
           MOVE WS-GRP-MEMBER       TO WS-VA-MEMBER.
           WRITE VLT-REC FROM WS-VAULT-ADD-REC.
           MOVE ZERO TO WS-VAULTED-RECORDS.
           MOVE PDSGET-REQUEST-READ TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           PERFORM 556-VAULT-ONE-RECORD
               UNTIL RETURN-CODE NOT EQUAL 0.
           IF RETURN-CODE NOT EQUAL 4
               DISPLAY 'READ FAILED ON ' WS-GRP-MEMBER
                       ' IN ' WS-TARGET-DDNAME ' (RC=' RETURN-CODE ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       555-BUILD-STATS-CARD.
           IF WS-PRIOR-USER-ID = SPACES
               MOVE ZERO                   TO WS-VS-VV
               MOVE ZERO                   TO WS-VS-MM
               MOVE ZERO                   TO WS-VS-CREATED
               MOVE ZERO                   TO WS-VS-UPDATED
               MOVE ZERO                   TO WS-VS-TIME-H
               MOVE ZERO                   TO WS-VS-TIME-M
               MOVE ZERO                   TO WS-VS-CURRENT
               MOVE ZERO                   TO WS-VS-INITIAL
               MOVE ZERO                   TO WS-VS-CHANGED
               MOVE SPACES                 TO WS-VS-USERID
           ELSE
               PERFORM 545-FORMAT-PRIOR-VVMM
               MOVE WS-VVMM-VV             TO WS-VS-VV
               MOVE WS-VVMM-MM             TO WS-VS-MM
               MOVE WS-PRIOR-DATE-CREATED  TO WS-VS-CREATED
               MOVE WS-PRIOR-DATE-UPDATED  TO WS-VS-UPDATED
               MOVE WS-PRIOR-TIME-H        TO PT-PACKED-BYTE
               CALL 'PDSTIME' USING PDSTIME-PARM
               MOVE PT-TIME-VALUE          TO WS-VS-TIME-H
               MOVE WS-PRIOR-TIME-M        TO PT-PACKED-BYTE
               CALL 'PDSTIME' USING PDSTIME-PARM
               MOVE PT-TIME-VALUE          TO WS-VS-TIME-M
               MOVE WS-PRIOR-CURRENT-LINES TO WS-VS-CURRENT
               MOVE WS-PRIOR-INITIAL-LINES TO WS-VS-INITIAL
               MOVE WS-PRIOR-CHANGED-LINES TO WS-VS-CHANGED
               MOVE WS-PRIOR-USER-ID       TO WS-VS-USERID.

       556-VAULT-ONE-RECORD.
           WRITE VLT-REC FROM PDSGET-RECORD80.
           ADD 1 TO WS-VAULTED-RECORDS.
           PERFORM 900-CALL-PDSGET.

       560-ADD-TARGET.
           MOVE PDSGET-REQUEST-ADD    TO PDSGET-REQUEST.
           MOVE WS-GRP-MEMBER         TO PDSGET-MEMBER.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY 'ADD FAILED ON ' WS-GRP-MEMBER
                       ' IN ' WS-TARGET-DDNAME ' (RC=' RETURN-CODE ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       570-COPY-RECORDS.
           PERFORM 575-COPY-ONE-RECORD
               VARYING WS-RT-IDX FROM 1 BY 1
                 UNTIL WS-RT-IDX > WS-RT-COUNT.

       575-COPY-ONE-RECORD.
           MOVE WS-RT-REC(WS-RT-IDX) TO PDSGET-RECORD80.
           MOVE PDSGET-REQUEST-PUT   TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY 'PUT FAILED ON ' WS-GRP-MEMBER
                       ' IN ' WS-TARGET-DDNAME ' (RC=' RETURN-CODE ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-RECORD-COUNT.

       580-STOW-TARGET.
           MOVE WS-SAVED-STATS      TO PDSGET-RECORD.
           MOVE PDSGET-REQUEST-STOW TO PDSGET-REQUEST.
           MOVE WS-GRP-MEMBER       TO PDSGET-MEMBER.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY 'STOW FAILED ON ' WS-GRP-MEMBER
                       ' IN ' WS-TARGET-DDNAME ' (RC=' RETURN-CODE ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *    ONE MEMBER NAME'S BLOCK - EVERY SOURCE COPY IN PRIORITY
      *    ORDER, WON OR LOST, THEN THE TARGET COPY IF THERE WAS ONE.
      *    THE MEMBER NAME PRINTS ON THE FIRST LINE ONLY.
       700-PRINT-GROUP.
           PERFORM 710-PRINT-COPY
               VARYING WS-CD-IDX FROM WS-GRP-FIRST BY 1
                 UNTIL WS-CD-IDX > WS-GRP-LAST.
           IF WS-TARGET-EXISTS = 'Y'
               PERFORM 720-PRINT-TARGET-COPY.

       710-PRINT-COPY.
           MOVE SPACES TO DL-DETAIL-LINE.
           IF WS-CD-IDX = WS-GRP-FIRST
               MOVE '0'           TO CC
               MOVE WS-GRP-MEMBER TO DL-MEMBER
           ELSE
               MOVE SPACE         TO CC.
           MOVE WS-SRC-DDNAME(WS-CD-SOURCE(WS-CD-IDX)) TO DL-LIBRARY.
           MOVE WS-CD-RESULT(WS-CD-IDX) TO DL-RESULT.
           MOVE WS-CD-REASON(WS-CD-IDX) TO DL-REASON.
           MOVE WS-CD-USERID(WS-CD-IDX) TO DL-USERID.
           IF WS-CD-HAS-STATS(WS-CD-IDX) = 'Y'
               MOVE WS-CD-UPDATED(WS-CD-IDX) TO WS-PRINT-UPDATED
               PERFORM 730-EDIT-DATE
               MOVE WS-CD-VV(WS-CD-IDX) TO WS-VVMM-VV
               MOVE WS-CD-MM(WS-CD-IDX) TO WS-VVMM-MM
               MOVE WS-VVMM-EDIT        TO DL-VVMM
           ELSE
               MOVE '(NO STATS)'        TO DL-UPDATED.
           IF WS-CD-IDX = WS-GRP-WINNER
               MOVE WS-GRP-ACTION       TO DL-ACTION.
           PERFORM 790-WRITE-DETAIL.

      *    THE COPY ALREADY IN THE TARGET - VAULTED AND REPLACED ON A
      *    MERGE, OR WHAT WOULD BE ON A PLAN; KEPT WHEN REFUSED.
       720-PRINT-TARGET-COPY.
           MOVE SPACES               TO DL-DETAIL-LINE.
           MOVE SPACE                TO CC.
           MOVE WS-TARGET-DDNAME     TO DL-LIBRARY.
           MOVE 'TARGET'             TO DL-RESULT.
           MOVE 'PRIOR COPY IN TARGET' TO DL-REASON.
           MOVE WS-PRIOR-USER-ID     TO DL-USERID.
           IF WS-PRIOR-USER-ID NOT = SPACES
               MOVE WS-PRIOR-DATE-UPDATED TO WS-PRINT-UPDATED
               PERFORM 730-EDIT-DATE
               PERFORM 545-FORMAT-PRIOR-VVMM
               MOVE WS-VVMM-EDIT     TO DL-VVMM
           ELSE
               MOVE '(NO STATS)'     TO DL-UPDATED.
           IF WS-REFUSED = 'Y'
               MOVE 'KEPT'                     TO DL-ACTION
           ELSE
           IF WS-COPY-DONE = 'Y'
               MOVE 'VAULTED, THEN REPLACED'   TO DL-ACTION
           ELSE
               MOVE 'WILL BE VAULTED'          TO DL-ACTION.
           PERFORM 790-WRITE-DETAIL.

      *    PDS YYYYDDD THROUGH DATECNV TO YYYY/MM/DD.
       730-EDIT-DATE.
           MOVE WS-PRINT-UPDATED   TO DC-INPUT-DATE.
           MOVE 'YYYYDDD '         TO DC-INPUT-FORMAT.
           MOVE 'YYYYMMDD'         TO DC-OUTPUT-FORMAT.
           CALL 'DATECNV'  USING   DATECNV-PARM.
           MOVE DC-OUTPUT-DATE     TO WS-DATE-EDIT-X.
           MOVE WS-DATE-EDIT-X(1:4) TO DL-UPDATED(1:4).
           MOVE '/'                 TO DL-UPDATED(5:1).
           MOVE WS-DATE-EDIT-X(5:2) TO DL-UPDATED(6:2).
           MOVE '/'                 TO DL-UPDATED(8:1).
           MOVE WS-DATE-EDIT-X(7:2) TO DL-UPDATED(9:2).

       790-WRITE-DETAIL.
           IF WS-LINE-CNT > WS-LINE-MAX
               WRITE PF-PRINT-LINE FROM PH-PAGE-HEADING
               WRITE PF-PRINT-LINE FROM PH-RULE-LINE
               WRITE PF-PRINT-LINE FROM PH-LINE-2
               MOVE 4     TO WS-LINE-CNT.
           WRITE PF-PRINT-LINE FROM DL-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
           IF CC = '0'
               ADD 1 TO WS-LINE-CNT.

       800-CLOSE-A.
           MOVE PDSGET-REQUEST-CLOSE TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY 'CLOSE FAILED ON ' WS-CURRENT-DDNAME
                       ' (RC=' RETURN-CODE ')'.

       810-CLOSE-B.
           MOVE PDSGET-REQUEST-CLOSE-B TO PDSGET-REQUEST.
           PERFORM 900-CALL-PDSGET.
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY 'CLOSE FAILED ON TARGET (RC=' RETURN-CODE ')'.

       850-PRINT-SUMMARY.
           MOVE WS-NAME-COUNT      TO SL-NAMES.
           MOVE WS-CONFLICT-COUNT  TO SL-CONFLICTS.
           MOVE WS-ADDED-COUNT     TO SL-ADDED.
           MOVE WS-REPLACED-COUNT  TO SL-REPLACED.
           MOVE WS-REFUSED-COUNT   TO SL-REFUSED.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           DISPLAY 'MEMBER NAMES=' WS-NAME-COUNT.
           DISPLAY 'CONFLICTS=' WS-CONFLICT-COUNT.
           DISPLAY 'MEMBERS ADDED=' WS-ADDED-COUNT.
           DISPLAY 'MEMBERS REPLACED=' WS-REPLACED-COUNT.
           DISPLAY 'MEMBERS REFUSED=' WS-REFUSED-COUNT.
           DISPLAY 'RECORDS COPIED=' WS-RECORD-COUNT.

      *    A LIBRARY WENT BUSY PART WAY THROUGH THE MERGE - NOTED ONCE;
      *    EVERY MEMBER NOT YET MERGED IS LEFT ALONE.
       960-PRINT-BUSY-LINE.
           IF WS-ANY-BUSY NOT = 'Y'
               MOVE 'Y' TO WS-ANY-BUSY
               WRITE PF-PRINT-LINE FROM BL-BUSY-LINE
               ADD 2 TO WS-LINE-CNT.

       900-CALL-PDSGET.
           CALL 'GETPDS'   USING PDSGET-REQUEST,
                                 PDSGET-MEMBER,
                                 PDSGET-RECORD.
