                                 WHEN ANY LIBRARY COULD NOT BE
                                 CATALOGED, FOR PDSJRNSC'S DAILY
                                 SUMMARY.
             1.2.0    10/15/2026 BEFORE THE REBUILD, THE CATALOG AS
                                 IT STOOD IS NOW COPIED IN KEY ORDER
                                 TO A PRIOR GENERATION (PRIOR-FILE,
                                 A NEW GDG GENERATION IN THE JCL), SO
                                 LAST NIGHT'S PICTURE IS KEPT FOR
                                 PDSRECNC TO RECONCILE AGAINST.  A
                                 FIRST RUN WITH NO CATALOG YET WRITES
                                 AN EMPTY GENERATION.  EVERY RECORD
                                 NOW CARRIES THE DATE OF THE BUILD
                                 THAT WROTE IT (CAT-BUILD-DATE, OUT
                                 OF THE OLD FILLER).
             1.3.0    10/15/2026 A LIBRARY THAT COULD NOT BE OPENED,
                                 OR WAS CUT SHORT BY AN ENQUEUE PART
                                 WAY THROUGH ITS DIRECTORY, NOW GETS
                                 AN INCOMPLETE-LIBRARY MARKER RECORD
                                 (CAT-REC-TYPE 'I', MEMBER LOW-
                                 VALUES, SO IT SORTS AHEAD OF EVERY
                                 MEMBER) SO PDSRECNC AND PDSREFVC
                                 KNOW NOT TO TRUST THAT LIBRARY'S
                                 ENTRIES.  ONLY STATUS 35 (NO
                                 CATALOG YET) IS NOW TAKEN AS A
                                 FIRST RUN; ANY OTHER FAILURE TO
                                 OPEN THE OLD CATALOG ENDS THE RUN
                                 BEFORE IT CAN BE OVERWRITTEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CTL-FILE    ASSIGN TO UT-S-CTLCARD.
           SELECT PRINT-FILE  ASSIGN TO UT-S-PRINTER.
           SELECT JRNL-FILE   ASSIGN TO UT-S-JRNLOUT.
           SELECT PRIOR-FILE  ASSIGN TO UT-S-CATPRIOR.
           SELECT CAT-FILE    ASSIGN TO CATALOG
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
           05  JRNL-NOTE                PIC X(24).
           05  FILLER                   PIC X(13).

      *    THE PRIOR GENERATION - LAST NIGHT'S CATALOG, RECORD FOR
      *    RECORD IN KEY ORDER, COPIED OFF BEFORE OPEN OUTPUT EMPTIES
      *    IT.  SAME 80 BYTES AS CAT-REC; PDSRECNC READS IT BACK.
       FD  PRIOR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PRIOR-REC                   PIC X(80).

      *    ONE KEYED RECORD PER MEMBER OCCURRENCE - MEMBER NAME PLUS
      *    LIBRARY DD IS THE KEY, SO THE SAME MEMBER IN SEVERAL
      *    LIBRARIES YIELDS SEVERAL RECORDS, ADJACENT IN KEY ORDER.
      *    PDSCATQC, PDSRECNC AND PDSREFVC READ THIS LAYOUT BACK -
      *    KEEP THEM IN SYNC.  A LIBRARY THAT COULD NOT BE CATALOGED
      *    IN FULL GETS ONE MARKER RECORD INSTEAD - CAT-REC-TYPE 'I',
      *    CAT-MEMBER LOW-VALUES - SO THE READERS MEET EVERY MARKER
      *    BEFORE THE FIRST MEMBER.
       FD  CAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAT-REC.
           05  CAT-CURRENT-LINES       PIC 9(5).
           05  CAT-ALIAS-FLAG          PIC X.
           05  CAT-TRUE-NAME           PIC X(8).
           05  CAT-BUILD-DATE          PIC 9(8).
           05  CAT-REC-TYPE            PIC X.
               88  CAT-INCOMPLETE-LIB            VALUE 'I'.
           05  FILLER                  PIC X(20).

       WORKING-STORAGE SECTION.

       77  WS-CURRENT-DDNAME           PIC X(8)          VALUE SPACES.
       77  WS-LIBRARY-COUNT            PIC 9(4) COMP SYNC VALUE ZERO.
       77  WS-LIB-BUSY                 PIC X             VALUE 'N'.
      *    SET WHEN AN ENQUEUE CUTS THE DIRECTORY WALK SHORT - THE
      *    LIBRARY IS OPEN AND STILL HAS TO BE CLOSED, UNLIKE A BUSY
      *    ONE, BUT ITS CATALOG IS JUST AS INCOMPLETE.
       77  WS-LIB-INCOMPLETE           PIC X             VALUE 'N'.
       77  WS-ENTRY-COUNT              PIC 9(9)            VALUE ZERO.
       77  WS-LIB-ENTRIES              PIC 9(9)            VALUE ZERO.
       77  WS-DUP-COUNT                PIC 9(9)            VALUE ZERO.
       77  WS-LINE-CNT                 PIC S9(4) COMP SYNC VALUE +57.
       77  WS-LINE-MAX                 PIC S9(4) COMP SYNC VALUE +56.
       77  WS-CAT-STATUS               PIC XX            VALUE SPACES.
       77  WS-CAT-EOF                  PIC X             VALUE 'N'.
       77  WS-PRIOR-COUNT              PIC 9(9)            VALUE ZERO.
       77  WS-BUILD-DATE               PIC 9(8)            VALUE ZERO.

       77  WS-JRNL-DATE                PIC 9(8)  VALUE ZERO.
       77  WS-JRNL-TIME-X              PIC X(8)  VALUE SPACES.

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSCATBC V1.3.0  MASTER MEMBER CATALOG BUILD'.
       01  PH-LINE-2.
           05  FILLER                  PIC X(40)  VALUE
               '0LIBRARY   ENTRIES CATALOGED'.
               'ENTRIES CATALOGED = '.
           05  SL-ENTRIES              PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(60).
       01  SL-PRIOR-LINE.
           05  FILLER                  PIC X      VALUE ' '.
           05  FILLER                  PIC X(21)  VALUE
               'PRIOR GENERATION   = '.
           05  SL-PRIOR                PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(60).
           EJECT
       COPY DATECNVC.
      ***#INCLUDE DATECNVC.COB

           OPEN INPUT  CTL-FILE.
           OPEN OUTPUT PRINT-FILE, JRNL-FILE.
           ACCEPT WS-BUILD-DATE FROM DATE YYYYMMDD.
           PERFORM 020-SAVE-PRIOR-GENERATION THRU 020-EXIT.
           OPEN OUTPUT CAT-FILE.
           IF WS-CAT-STATUS NOT = '00'
               DISPLAY 'CATALOG OPEN FAILED (STATUS='

           MOVE WS-ENTRY-COUNT TO SL-ENTRIES.
           WRITE PF-PRINT-LINE FROM SL-SUMMARY-LINE.
           MOVE WS-PRIOR-COUNT TO SL-PRIOR.
           WRITE PF-PRINT-LINE FROM SL-PRIOR-LINE.

           DISPLAY 'PRIOR GENERATION RECORDS=' WS-PRIOR-COUNT.
           DISPLAY 'LIBRARIES PROCESSED=' WS-LIBRARY-COUNT.
           DISPLAY 'ENTRIES CATALOGED=' WS-ENTRY-COUNT.
           IF WS-DUP-COUNT > ZERO
               MOVE 'OK'            TO JRNL-OUTCOME.
           WRITE JRNL-REC.

      *    COPIES THE CATALOG AS IT STANDS, IN KEY ORDER, TO THE
      *    PRIOR GENERATION BEFORE OPEN OUTPUT THROWS IT AWAY.  NO
      *    CATALOG AT ALL (A FIRST RUN) STILL CLOSES AN EMPTY
      *    GENERATION, SO PDSRECNC ALWAYS HAS SOMETHING TO OPEN.
      *    ONLY STATUS 35 MEANS THERE IS NO CATALOG YET - ANY OTHER
      *    OPEN FAILURE, OR A READ FAILURE PART WAY THROUGH, ENDS THE
      *    RUN BEFORE THE OLD CATALOG IS DESTROYED.
       020-SAVE-PRIOR-GENERATION.
           OPEN OUTPUT PRIOR-FILE.
           OPEN INPUT  CAT-FILE.
           IF WS-CAT-STATUS = '35'
               DISPLAY 'NO PRIOR CATALOG (STATUS=' WS-CAT-STATUS
                       '); EMPTY PRIOR GENERATION WRITTEN'
               CLOSE PRIOR-FILE
               GO TO 020-EXIT.
           IF WS-CAT-STATUS NOT = '00'
               DISPLAY 'PRIOR CATALOG OPEN FAILED (STATUS='
                       WS-CAT-STATUS '); EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 'N'        TO WS-CAT-EOF.
           MOVE LOW-VALUES TO CAT-KEY.
           START CAT-FILE KEY NOT < CAT-KEY
               INVALID KEY MOVE 'Y' TO WS-CAT-EOF.
           IF WS-CAT-EOF NOT = 'Y'
               PERFORM 025-READ-PRIOR.
           PERFORM 030-COPY-PRIOR
               UNTIL WS-CAT-EOF = 'Y'.
           CLOSE CAT-FILE, PRIOR-FILE.
       020-EXIT.
           EXIT.

       025-READ-PRIOR.
           READ CAT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CAT-EOF.
           IF WS-CAT-EOF NOT = 'Y'
              AND WS-CAT-STATUS NOT = '00'
              AND WS-CAT-STATUS NOT = '02'
               DISPLAY 'PRIOR CATALOG READ FAILED (STATUS='
                       WS-CAT-STATUS '); EXECUTION TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       030-COPY-PRIOR.
           WRITE PRIOR-REC FROM CAT-REC.
           ADD 1 TO WS-PRIOR-COUNT.
           PERFORM 025-READ-PRIOR.

      *    READS ONE DD NAME FROM THE CONTROL FILE AND CATALOGS THAT
      *    LIBRARY.  BLANK CARDS ARE SKIPPED.
       050-NEXT-LIBRARY.
       055-CATALOG-LIBRARY.
           MOVE CTL-DDNAME  TO WS-CURRENT-DDNAME.
           MOVE ZERO        TO WS-LIB-ENTRIES.
           MOVE 'N'         TO WS-LIB-INCOMPLETE.
           PERFORM 100-OPEN-PDS.
           IF WS-LIB-BUSY NOT = 'Y'
               PERFORM 600-CLOSE-PDS.
           IF WS-LIB-BUSY = 'Y'
              OR WS-LIB-INCOMPLETE = 'Y'
               PERFORM 550-WRITE-INCOMPLETE-MARKER.
           ADD 1 TO WS-LIBRARY-COUNT.
           PERFORM 800-PRINT-LIBRARY.

               DISPLAY 'LIBRARY ' WS-CURRENT-DDNAME
                       ' ENQUEUED BY ANOTHER JOB DURING NEXT; '
                       'CATALOG INCOMPLETE FOR THIS LIBRARY'
               MOVE 'Y' TO WS-LIB-INCOMPLETE
               MOVE 'Y' TO WS-ANY-BUSY
           ELSE
           IF RETURN-CODE EQUAL 8
           MOVE PDS-ALIAS-FLAG     TO CAT-ALIAS-FLAG.
           MOVE PDS-TRUE-NAME      TO CAT-TRUE-NAME.
           MOVE PDS-USER-ID        TO CAT-USERID.
           MOVE WS-BUILD-DATE      TO CAT-BUILD-DATE.
           IF PDS-USER-ID = SPACES
               MOVE ZERO           TO CAT-UPDATED
               MOVE ZERO           TO CAT-CURRENT-LINES
               ADD 1 TO WS-ENTRY-COUNT
               ADD 1 TO WS-LIB-ENTRIES.

      *    ONE MARKER RECORD FOR A LIBRARY THAT WAS SKIPPED OR CUT
      *    SHORT.  IT CARRIES THE BUILD DATE LIKE ANY OTHER RECORD
      *    BUT NO MEMBER STATS, AND IS NOT COUNTED AS AN ENTRY.  THE
      *    SAME DD NAME TWICE ON CTL-FILE ONLY NEEDS ONE MARKER.
       550-WRITE-INCOMPLETE-MARKER.
           MOVE SPACES             TO CAT-REC.
           MOVE LOW-VALUES         TO CAT-MEMBER.
           MOVE WS-CURRENT-DDNAME  TO CAT-LIBRARY.
           MOVE ZERO               TO CAT-UPDATED.
           MOVE ZERO               TO CAT-CURRENT-LINES.
           MOVE WS-BUILD-DATE      TO CAT-BUILD-DATE.
           MOVE 'I'                TO CAT-REC-TYPE.
           WRITE CAT-REC
               INVALID KEY
                   DISPLAY 'INCOMPLETE-LIBRARY MARKER FOR '
                           CAT-LIBRARY ' ALREADY WRITTEN (STATUS='
                           WS-CAT-STATUS ')'.

      *    EDITS THE LOCATE STATS INTO THE CATALOG'S DISPLAY FORMS -
      *    THE DATE THROUGH DATECNV TO YYYYMMDD, VERSION AND MOD
      *    THROUGH THE GETPDSPA PACKED-BYTE RECIPE TO 'VV.MM'.
           MOVE WS-CURRENT-DDNAME  TO DL-DDNAME.
           MOVE WS-LIB-ENTRIES     TO DL-ENTRIES.
           IF WS-LIB-BUSY = 'Y'
               MOVE 'NOT CATALOGED - SEE CONSOLE' TO DL-NOTE
           ELSE
           IF WS-LIB-INCOMPLETE = 'Y'
               MOVE 'INCOMPLETE - SEE CONSOLE' TO DL-NOTE.
           WRITE PF-PRINT-LINE FROM DL-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.

