            VERSION     DATE     COMMENTS
            -------   ---------  ---------------------------------
             1.0.0    09/2026    ORIGINAL VERSION.
             1.1.0    10/15/2026 CAT-REC BROUGHT INTO LINE WITH
                                 PDSCATBC'S (BUILD DATE AND RECORD
                                 TYPE).  THE DUPS SWEEP PASSES OVER
                                 THE INCOMPLETE-LIBRARY MARKERS
                                 PDSCATBC NOW WRITES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  CAT-CURRENT-LINES       PIC 9(5).
           05  CAT-ALIAS-FLAG          PIC X.
           05  CAT-TRUE-NAME           PIC X(8).
           05  CAT-BUILD-DATE          PIC 9(8).
           05  CAT-REC-TYPE            PIC X.
               88  CAT-INCOMPLETE-LIB            VALUE 'I'.
           05  FILLER                  PIC X(20).

       WORKING-STORAGE SECTION.


       01  PH-PAGE-HEADING.
           05  FILLER                  PIC X(100) VALUE
               '1PDSCATQC V1.1.0  MASTER MEMBER CATALOG INQUIRY'.
       01  PH-LINE-2.
           05  FILLER                  PIC X(50)  VALUE
               '0MEMBER    LIBRARY   UPDATED     USERID    VV.MM'.
           PERFORM 076-FLUSH-DUP-GROUP.
           MOVE ZERO TO WS-GT-COUNT.

      *    AN INCOMPLETE-LIBRARY MARKER NAMES NO MEMBER AND IS
      *    PASSED OVER.
       075-GROUP-ONE.
           IF CAT-REC-TYPE NOT = 'I'
               PERFORM 077-GROUP-ENTRY.
           PERFORM 110-READ-NEXT.

       076-FLUSH-DUP-GROUP.
           IF WS-GT-COUNT > 1
               PERFORM 300-PRINT-GROUP.

       077-GROUP-ENTRY.
           IF CAT-MEMBER NOT = WS-GROUP-MEMBER
               PERFORM 076-FLUSH-DUP-GROUP
               MOVE CAT-MEMBER TO WS-GROUP-MEMBER
               MOVE ZERO       TO WS-GT-COUNT.
           PERFORM 080-FILE-ENTRY.

       080-FILE-ENTRY.
           IF WS-GT-COUNT >= 100
               DISPLAY 'GROUP TABLE FULL AT 100 LIBRARIES FOR '
