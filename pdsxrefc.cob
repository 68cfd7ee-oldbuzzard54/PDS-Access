                                 WHEN ANY LIBRARY WAS SKIPPED OR CUT
                                 SHORT BY AN ENQUEUE CONFLICT, FOR
                                 PDSJRNSC'S DAILY SUMMARY.
             1.2.0    10/15/2026 THE REFERENCE TABLE IS NOW ALSO
                                 WRITTEN, IN REFERENCED-NAME ORDER,
                                 TO XREF-FILE, ENDED BY A TRAILER
                                 RECORD THAT SAYS WHETHER THE SCAN
                                 WAS COMPLETE, SO PDSREFVC CAN MATCH
                                 IT AGAINST THE MASTER CATALOG FOR
                                 BROKEN REFERENCES AND DEAD CODE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CTL-FILE    ASSIGN TO UT-S-CTLCARD.
           SELECT PRINT-FILE  ASSIGN TO UT-S-PRINTER.
           SELECT JRNL-FILE   ASSIGN TO UT-S-JRNLOUT.
           SELECT XREF-FILE   ASSIGN TO UT-S-XREFOUT.

       DATA DIVISION.
       FILE SECTION.
           05  JRNL-NOTE                PIC X(24).
           05  FILLER                   PIC X(13).

      *    ONE RECORD PER XREF TABLE ROW, IN REFERENCED-NAME ORDER,
      *    THEN A TRAILER (XRF-NAME HIGH-VALUES, XRF-TYPE 'END ')
      *    WHOSE XRF-COMPLETE IS 'N' WHEN A LIBRARY WAS BUSY OR THE
      *    TABLE FILLED - A READER MUST NOT TREAT A NAME MISSING FROM
      *    AN INCOMPLETE FILE AS UNREFERENCED.  SAME LAYOUT AS
      *    PDSREFVC'S XRF-REC - KEEP THEM IN SYNC.
       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  XRF-REC.
           05  XRF-NAME                PIC X(8).
           05  XRF-LIBRARY             PIC X(8).
           05  XRF-MEMBER              PIC X(8).
           05  XRF-TYPE                PIC X(4).
           05  XRF-RUN-DATE            PIC 9(8).
           05  XRF-COMPLETE            PIC X.
           05  FILLER                  PIC X(43).

       WORKING-STORAGE SECTION.

       77  WS-JRNL-DATE                PIC 9(8)  VALUE ZERO.

       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSXREFC V1.2.0  COPY/CALL/PGM WHERE-USED XREF'.
       01  XH-USED-HEADING.
           05  FILLER                  PIC X(50)  VALUE
               '0NAME      TYPE  USED BY LIBRARY/MEMBER'.
       000-INITIATE.

           OPEN INPUT  CTL-FILE.
           OPEN OUTPUT PRINT-FILE, JRNL-FILE, XREF-FILE.

           PERFORM 050-NEXT-LIBRARY
               UNTIL WS-CTL-EOF = 'Y'.

           PERFORM 700-PRINT-WHERE-USED.
           PERFORM 770-WRITE-XREF-FILE.
           PERFORM 750-PRINT-REFERENCES.

           MOVE WS-MEMBER-COUNT TO SL-MEMBERS.

           DISPLAY 'REFERENCES FILED=' WS-XT-COUNT.
           DISPLAY 'PDSXREFC CONCLUDED'.
           CLOSE CTL-FILE, PRINT-FILE, JRNL-FILE, XREF-FILE.

           GOBACK.

           WRITE PF-PRINT-LINE FROM RL-REFS-LINE.
           ADD 1 TO WS-LINE-CNT.

      *    WRITES THE TABLE WHILE IT IS STILL IN REFERENCED-NAME
      *    ORDER FROM 700-PRINT-WHERE-USED, THEN THE TRAILER.
       770-WRITE-XREF-FILE.
           ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
           PERFORM 771-WRITE-XREF-RECORD
               VARYING WS-XT-IDX FROM 1 BY 1
                 UNTIL WS-XT-IDX > WS-XT-COUNT.
           MOVE SPACES       TO XRF-REC.
           MOVE HIGH-VALUES  TO XRF-NAME.
           MOVE 'END '       TO XRF-TYPE.
           MOVE WS-JRNL-DATE TO XRF-RUN-DATE.
           IF WS-ANY-BUSY = 'Y' OR WS-XT-FULL-NOTED = 'Y'
               MOVE 'N'      TO XRF-COMPLETE
           ELSE
               MOVE 'Y'      TO XRF-COMPLETE.
           WRITE XRF-REC.

       771-WRITE-XREF-RECORD.
           MOVE SPACES                   TO XRF-REC.
           MOVE WS-XT-NAME(WS-XT-IDX)    TO XRF-NAME.
           MOVE WS-XT-LIBRARY(WS-XT-IDX) TO XRF-LIBRARY.
           MOVE WS-XT-MEMBER(WS-XT-IDX)  TO XRF-MEMBER.
           MOVE WS-XT-TYPE(WS-XT-IDX)    TO XRF-TYPE.
           MOVE WS-JRNL-DATE             TO XRF-RUN-DATE.
           MOVE 'Y'                      TO XRF-COMPLETE.
           WRITE XRF-REC.

       900-CALL-PDSGET.
           CALL 'GETPDS'   USING PDSGET-REQUEST,
                                 PDSGET-MEMBER,
