      *    TOPIC:
      *    PUTTING A JOURNALED PRIOR VERSION BACK
      *****************************************************************
      * deckMaint, matLibMaint and prodAdmin journal every change
      * they make to MAINTJRN.DAT - a JRNL header with the
      * timestamp, user, program, action, and target, followed by
      * the before-image lines of whatever was replaced or
      * deleted.  This utility reads the journal back, lists the
      * entries that carry a before-image, and puts a chosen one
      * back:
      *
      *   - a deck block journaled by deckMaint is appended back to
      *     its deck, ready to process on the next run;
      *   - a library entry journaled by matLibMaint is re-added to
      *     MATLIB.DAT, replacing any current entry of the same
      *     name, and the indexed library is dropped for the next
      *     reorg the way matLibMaint's own changes drop it - a
      *     sparse entry (type S) comes back header and triples
      *     alike;
      *   - a product journaled by prodAdmin has its components on
      *     PRODMAST.DAT replaced by the journaled ones.
      *
      * The restore itself lands in LOGINAUD.DAT in the usual audit
      * line, so the trail shows the round trip.
           SELECT LIB-FILE ASSIGN TO "MATLIB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LIB-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PRODUCT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       FD  TARGET-FILE.
       01  TARGET-RECORD PIC X(20).
       FD  LIB-FILE.
       01  LIB-RECORD PIC X(20).
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD PIC X(36).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-TARGET-STATUS PIC XX.
       01 WS-LIB-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-TARGET-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
               10 WS-ENT-ACTION PIC X(8).
               10 WS-ENT-TARGET PIC X(20).
               10 WS-ENT-IMAGES PIC 9(4).
               10 WS-ENT-FIRST PIC 9(5) COMP.
       01 WS-ENTRY-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-ENT-IX PIC 9(3) COMP.
       01 WS-IMAGE-POOL.
           05 WS-IMAGE OCCURS 12000 TIMES PIC X(40).
       01 WS-IMAGE-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-IMG-IX PIC 9(5) COMP.
       01 WS-IMG-END PIC 9(5) COMP.
       01 WS-CHOICE-IN PIC X(4).
       01 WS-CHOICE PIC 9(3).
       01 WS-LIB-LINE-TABLE.
           05 WS-LIB-LINE OCCURS 30000 TIMES PIC X(20).
       01 WS-LIB-LINE-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-LIB-IX PIC 9(5) COMP.
       01 WS-KEEP-IX PIC 9(5) COMP.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-LINE OCCURS 1000 TIMES PIC X(36).
       01 WS-PRODUCT-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-PRD-IX PIC 9(4) COMP.
       01 WS-ENTRY-NAME PIC X(8).
       01 WS-ENTRY-ROWS PIC 9.
       01 WS-ENTRY-COLS PIC 9.
       01 WS-ENTRY-CELLS PIC 9(5) COMP.
       01 WS-RESTORE-NAME PIC X(8).
       01 WS-SKIP-SWITCH PIC X.
           88 WS-SKIP-ENTRY VALUE "Y".
              END-IF
           ELSE
              IF JOURNAL-RECORD(1:4) = "IMG "
                 AND WS-IMAGE-COUNT < 12000
                 ADD 1 TO WS-IMAGE-COUNT
                 MOVE JOURNAL-RECORD(5:40) TO
                    WS-IMAGE(WS-IMAGE-COUNT)
              END-IF
           END-IF.
           MOVE WS-ENT-FIRST(WS-CHOICE) TO WS-IMG-IX
           COMPUTE WS-IMG-END =
              WS-ENT-FIRST(WS-CHOICE) + WS-ENT-IMAGES(WS-CHOICE) - 1
           EVALUATE WS-ENT-PROGRAM(WS-CHOICE)
              WHEN "MATLIBMAINT"
                 PERFORM RESTORE-LIBRARY-ENTRY
              WHEN "PRODADMIN"
                 PERFORM RESTORE-PRODUCT-ENTRY
              WHEN OTHER
                 PERFORM RESTORE-DECK-BLOCK
           END-EVALUATE
           IF WS-RESTORED
              PERFORM WRITE-RESTORE-AUDIT
           END-IF.
              PERFORM VARYING WS-IMG-IX FROM
                    WS-ENT-FIRST(WS-CHOICE) BY 1
                    UNTIL WS-IMG-IX > WS-IMG-END
                 MOVE WS-IMAGE(WS-IMG-IX)(1:20) TO TARGET-RECORD
                 WRITE TARGET-RECORD
              END-PERFORM
              CLOSE TARGET-FILE
           PERFORM VARYING WS-IMG-IX FROM
                 WS-ENT-FIRST(WS-CHOICE) BY 1
                 UNTIL WS-IMG-IX > WS-IMG-END
              MOVE WS-IMAGE(WS-IMG-IX)(1:20) TO LIB-RECORD
              WRITE LIB-RECORD
           END-PERFORM
           CLOSE LIB-FILE
                 READ LIB-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-LIB-LINE-COUNT < 30000
                          ADD 1 TO WS-LIB-LINE-COUNT
                          MOVE LIB-RECORD TO
                             WS-LIB-LINE(WS-LIB-LINE-COUNT)

       TAKE-ENTRY-HEADER.
           MOVE WS-LIB-LINE(WS-LIB-IX)(1:8) TO WS-ENTRY-NAME
           IF WS-LIB-LINE(WS-LIB-IX)(9:1) = "S"
              MOVE ZERO TO WS-ENTRY-CELLS
              IF WS-LIB-LINE(WS-LIB-IX)(16:5) IS NUMERIC
                 MOVE WS-LIB-LINE(WS-LIB-IX)(16:5) TO WS-ENTRY-CELLS
              END-IF
           ELSE
              MOVE WS-LIB-LINE(WS-LIB-IX)(10:1) TO WS-ENTRY-ROWS
              MOVE WS-LIB-LINE(WS-LIB-IX)(11:1) TO WS-ENTRY-COLS
              COMPUTE WS-ENTRY-CELLS = WS-ENTRY-ROWS * WS-ENTRY-COLS
           END-IF
           ADD 1 TO WS-LIB-IX.

      *****************************************************************
      * RESTORE-PRODUCT-ENTRY puts a journaled product back: its
      * current components (if any) are dropped and the journaled
      * ones filed at the end of the master, together, the way
      * prodAdmin keeps a product's components.
      *****************************************************************
       RESTORE-PRODUCT-ENTRY.
           MOVE WS-IMAGE(WS-ENT-FIRST(WS-CHOICE))(1:8) TO
              WS-RESTORE-NAME
           MOVE 0 TO WS-PRODUCT-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ PRODUCT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-PRODUCT-COUNT < 1000
                          AND PRODUCT-RECORD(1:8) NOT =
                             WS-RESTORE-NAME
                          ADD 1 TO WS-PRODUCT-COUNT
                          MOVE PRODUCT-RECORD TO
                             WS-PRODUCT-LINE(WS-PRODUCT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODUCT-FILE
           END-IF
           OPEN OUTPUT PRODUCT-FILE
           PERFORM VARYING WS-PRD-IX FROM 1 BY 1
                 UNTIL WS-PRD-IX > WS-PRODUCT-COUNT
              MOVE WS-PRODUCT-LINE(WS-PRD-IX) TO PRODUCT-RECORD
              WRITE PRODUCT-RECORD
           END-PERFORM
           PERFORM VARYING WS-IMG-IX FROM
                 WS-ENT-FIRST(WS-CHOICE) BY 1
                 UNTIL WS-IMG-IX > WS-IMG-END
              MOVE WS-IMAGE(WS-IMG-IX)(1:36) TO PRODUCT-RECORD
              WRITE PRODUCT-RECORD
           END-PERFORM
           CLOSE PRODUCT-FILE
           DISPLAY "PRODUCT " WS-RESTORE-NAME " RESTORED".

       WRITE-RESTORE-AUDIT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
