      * MATIN.DAT carries cells.  A vector is stored as a one-column
      * entry.
      *
      * A sparse entry, type S, holds one of the engineers' wide,
      * mostly-zero network matrices: the header carries rows
      * (columns 10-12), cols (13-15) and the count of nonzero cells
      * (16-20), and only that many triple lines follow - row (3),
      * column (3), signed four-digit value - in row-major order.
      * A sparse entry is not keyed cell by cell: add mode asks for
      * the name of a file holding the block in the same "%" form
      * the decks carry ("%", rows, cols, count, then the triples),
      * checks every triple through SPARSE-TRIPLE-EDIT, and files it
      * only if the whole block is good.  The journal's four-digit
      * image count caps a sparse entry at 9998 nonzero cells.
      *
      * Modes: L lists every entry's name, type, and shape; A adds
      * an entry (replacing any existing entry of the same name, so
      * add and replace are the one operation); D deletes an entry.
      * drops the stale index - the fetch falls back to scanning
      * MATLIB.DAT until the next reorg, rather than serving
      * yesterday's cells under today's name.
      *
      * Adds and deletes are refused while the change-freeze
      * calendar has the MATLIB master frozen, unless the operator
      * holds an approved emergency change (see FREEZE.CPY).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. matLibMaint.
           SELECT DECK-FILE ASSIGN TO DYNAMIC WS-DECK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DECK-STATUS.
           SELECT SPARSE-IN-FILE ASSIGN TO DYNAMIC WS-SPARSE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SPARSE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  LIB-FILE.
       01  LIB-RECORD PIC X(20).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD PIC X(80).
       FD  DECK-FILE.
       01  DECK-RECORD PIC X(60).
       FD  SPARSE-IN-FILE.
       01  SPARSE-IN-RECORD PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-LIB-STATUS PIC XX.
       01 WS-I PIC 9 COMP.
       01 WS-J PIC 9 COMP.
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 30000 TIMES PIC X(20).
       01 WS-LINE-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-LINE-IX PIC 9(5) COMP.
       01 WS-KEEP-IX PIC 9(5) COMP.
       01 WS-ENTRY-NAME PIC X(8).
       01 WS-ENTRY-TYPE PIC X.
       01 WS-ENTRY-ROWS PIC 9.
       01 WS-ENTRY-COLS PIC 9.
       01 WS-ENTRY-CELLS PIC 9(5) COMP.
       01 WS-SP-ROWS PIC 9(3).
       01 WS-SP-COLS PIC 9(3).
       01 WS-SP-NONZERO PIC 9(5).
       COPY SPARSE99.
       01 WS-SPARSE-NAME PIC X(40).
       01 WS-SPARSE-STATUS PIC XX.
       01 WS-SP-EXPECT PIC 9(5).
       01 WS-SP-T PIC 9(5) COMP.
       01 WS-SP-EDIT-STATUS PIC X.
       01 WS-SP-BAD-SWITCH PIC X.
           88 WS-SP-BAD VALUE "Y".
       01 WS-SP-LINE.
           05 WS-SPL-ROW PIC 9(3).
           05 WS-SPL-COL PIC 9(3).
           05 WS-SPL-VALUE PIC +9(4).
       01 WS-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SKIP-SWITCH PIC X.
           88 WS-SKIP-ENTRY VALUE "Y".
       01 WS-JRN-IMAGES PIC 9(4).
       01 WS-JRN-DATE PIC 9(8).
       01 WS-JRN-TIME PIC 9(8).
       01 WS-JRN-IX PIC 9(5) COMP.
       01 WS-JRN-END PIC 9(5) COMP.
       01 WS-FREEZE-MASTER PIC X(8) VALUE "MATLIB".
       01 WS-FREEZE-FUNCTION PIC X(12).
       01 WS-FREEZE-ALLOWED PIC X.
           88 WS-CHANGE-ALLOWED VALUE "Y".
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
              WHEN "L"
                 PERFORM LIST-LIBRARY
              WHEN "A"
                 MOVE "ADD ENTRY" TO WS-FREEZE-FUNCTION
                 PERFORM CHECK-CHANGE-FREEZE
                 IF WS-CHANGE-ALLOWED
                    PERFORM ADD-ENTRY
                 END-IF
              WHEN "D"
                 MOVE "DELETE ENTRY" TO WS-FREEZE-FUNCTION
                 PERFORM CHECK-CHANGE-FREEZE
                 IF WS-CHANGE-ALLOWED
                    PERFORM DELETE-ENTRY
                 END-IF
              WHEN OTHER
                 DISPLAY "Unknown mode"
           END-EVALUATE
                 READ LIB-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-LINE-COUNT < 30000
                          ADD 1 TO WS-LINE-COUNT
                          MOVE LIB-RECORD TO
                             WS-LINE-ENTRY(WS-LINE-COUNT)
           PERFORM UNTIL WS-LINE-IX > WS-LINE-COUNT
              PERFORM TAKE-ENTRY-HEADER
              ADD 1 TO WS-ENTRY-COUNT
              IF WS-ENTRY-TYPE = "S"
                 DISPLAY WS-ENTRY-NAME " TYPE S " WS-SP-ROWS " X "
                    WS-SP-COLS " - " WS-SP-NONZERO " NONZERO CELLS"
              ELSE
                 DISPLAY WS-ENTRY-NAME " TYPE " WS-ENTRY-TYPE " "
                    WS-ENTRY-ROWS " X " WS-ENTRY-COLS
              END-IF
              COMPUTE WS-LINE-IX = WS-LINE-IX + WS-ENTRY-CELLS
           END-PERFORM
           DISPLAY WS-ENTRY-COUNT " ENTRIES ON THE LIBRARY".

      *    A sparse entry owes its nonzero count in lines, a dense
      *    one rows times cols.
       TAKE-ENTRY-HEADER.
           MOVE WS-LINE-ENTRY(WS-LINE-IX)(1:8) TO WS-ENTRY-NAME
           MOVE WS-LINE-ENTRY(WS-LINE-IX)(9:1) TO WS-ENTRY-TYPE
           IF WS-ENTRY-TYPE = "S"
              MOVE ZERO TO WS-SP-ROWS WS-SP-COLS WS-SP-NONZERO
              IF WS-LINE-ENTRY(WS-LINE-IX)(10:11) IS NUMERIC
                 MOVE WS-LINE-ENTRY(WS-LINE-IX)(10:3) TO WS-SP-ROWS
                 MOVE WS-LINE-ENTRY(WS-LINE-IX)(13:3) TO WS-SP-COLS
                 MOVE WS-LINE-ENTRY(WS-LINE-IX)(16:5) TO
                    WS-SP-NONZERO
              END-IF
              MOVE WS-SP-NONZERO TO WS-ENTRY-CELLS
           ELSE
              MOVE WS-LINE-ENTRY(WS-LINE-IX)(10:1) TO WS-ENTRY-ROWS
              MOVE WS-LINE-ENTRY(WS-LINE-IX)(11:1) TO WS-ENTRY-COLS
              COMPUTE WS-ENTRY-CELLS = WS-ENTRY-ROWS * WS-ENTRY-COLS
           END-IF
           ADD 1 TO WS-LINE-IX.

      *****************************************************************
       ADD-ENTRY.
           DISPLAY "Name (8 characters)"
           ACCEPT WS-NAME
           DISPLAY "Type - M matrix, V vector, S sparse matrix"
           ACCEPT WS-TYPE
           IF WS-TYPE = "S"
              PERFORM ADD-SPARSE-ENTRY
           ELSE
           IF WS-TYPE NOT = "M" AND WS-TYPE NOT = "V"
              DISPLAY "TYPE MUST BE M, V OR S"
           ELSE
              DISPLAY "Rows (1-9)"
              ACCEPT WS-DIM-IN
                 CLOSE LIB-FILE
                 DISPLAY WS-NAME " STORED"
              END-IF
           END-IF
           END-IF.

      *****************************************************************
      * ADD-SPARSE-ENTRY reads a "%" sparse block from the file the
      * operator names into the SPARSE99.CPY SM1 layout, every
      * triple through SPARSE-TRIPLE-EDIT, and - only when the whole
      * block is good - replaces any same-named entry with it, the
      * header and the triples written back out from the table.
      *****************************************************************
       ADD-SPARSE-ENTRY.
           DISPLAY "File holding the sparse block"
           ACCEPT WS-SPARSE-NAME
           MOVE "N" TO WS-SP-BAD-SWITCH
           OPEN INPUT SPARSE-IN-FILE
           IF WS-SPARSE-STATUS NOT = "00"
              DISPLAY "SPARSE BLOCK FILE NOT FOUND"
           ELSE
              READ SPARSE-IN-FILE
                 AT END MOVE SPACES TO SPARSE-IN-RECORD
              END-READ
              IF SPARSE-IN-RECORD(1:1) NOT = "%"
                 OR SPARSE-IN-RECORD(2:11) NOT NUMERIC
                 SET WS-SP-BAD TO TRUE
                 DISPLAY "FIRST LINE IS NOT A % BLOCK HEADER"
              ELSE
                 MOVE SPARSE-IN-RECORD(2:3) TO SM1-ROWS
                 MOVE SPARSE-IN-RECORD(5:3) TO SM1-COLS
                 MOVE SPARSE-IN-RECORD(8:5) TO WS-SP-EXPECT
                 MOVE ZERO TO SM1-COUNT
                 IF SM1-ROWS = ZERO OR SM1-COLS = ZERO
                    OR WS-SP-EXPECT > 9998
                    SET WS-SP-BAD TO TRUE
                    DISPLAY "SHAPE ZERO OR OVER 9998 NONZERO CELLS"
                 END-IF
                 PERFORM WS-SP-EXPECT TIMES
                    IF NOT WS-SP-BAD
                       PERFORM TAKE-SPARSE-TRIPLE
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE SPARSE-IN-FILE
              IF NOT WS-SP-BAD
                 PERFORM FILE-SPARSE-ENTRY
              ELSE
                 DISPLAY WS-NAME " NOT STORED - LIBRARY UNCHANGED"
              END-IF
           END-IF.

       TAKE-SPARSE-TRIPLE.
           READ SPARSE-IN-FILE
              AT END
                 SET WS-SP-BAD TO TRUE
                 DISPLAY "FILE ENDS BEFORE THE DECLARED COUNT"
              NOT AT END
                 CALL "SPARSE-TRIPLE-EDIT" USING SPARSE-IN-RECORD
                    SM1 WS-SP-EDIT-STATUS
                 IF WS-SP-EDIT-STATUS NOT = SPACE
                    SET WS-SP-BAD TO TRUE
                    DISPLAY "TRIPLE " SPARSE-IN-RECORD(1:11)
                       " OUT OF SHAPE OR OUT OF ORDER"
                 END-IF
           END-READ.

       FILE-SPARSE-ENTRY.
           MOVE "REPLACE" TO WS-JRN-ACTION
           PERFORM REWRITE-WITHOUT-NAME
           OPEN EXTEND LIB-FILE
           IF WS-LIB-STATUS = "35"
              OPEN OUTPUT LIB-FILE
           END-IF
           MOVE SPACES TO LIB-RECORD
           MOVE WS-NAME TO LIB-RECORD(1:8)
           MOVE "S" TO LIB-RECORD(9:1)
           MOVE SM1-ROWS TO LIB-RECORD(10:3)
           MOVE SM1-COLS TO LIB-RECORD(13:3)
           MOVE SM1-COUNT TO LIB-RECORD(16:5)
           WRITE LIB-RECORD
           PERFORM VARYING WS-SP-T FROM 1 BY 1
                 UNTIL WS-SP-T > SM1-COUNT
              MOVE SM1-ROW(WS-SP-T) TO WS-SPL-ROW
              MOVE SM1-COL(WS-SP-T) TO WS-SPL-COL
              MOVE SM1-VALUE(WS-SP-T) TO WS-SPL-VALUE
              MOVE SPACES TO LIB-RECORD
              MOVE WS-SP-LINE TO LIB-RECORD(1:11)
              WRITE LIB-RECORD
           END-PERFORM
           CLOSE LIB-FILE
           DISPLAY WS-NAME " STORED - " SM1-COUNT " NONZERO CELLS".

      *****************************************************************
      * DELETE-ENTRY now checks the decks for live "&name"
      * references first - the failure used to surface hours later
           END-PERFORM
           CLOSE JOURNAL-FILE.

      *****************************************************************
      * CHECK-CHANGE-FREEZE asks the freeze calendar whether the
      * change in WS-FREEZE-FUNCTION may be made today; a refusal
      * has already been shown and logged when it comes back N.
      *****************************************************************
       CHECK-CHANGE-FREEZE.
           CALL "FREEZE-CHECK" USING WS-FREEZE-MASTER WS-PROGRAM-NAME
              WS-AUTH-USER WS-FREEZE-FUNCTION WS-FREEZE-ALLOWED.

       END PROGRAM matLibMaint.

       COPY AUTHGATE.

       COPY EXCWRITE.

       COPY MATLIB.

       COPY DATESERV.

       COPY ENVNAME.

       COPY FREEZE.
