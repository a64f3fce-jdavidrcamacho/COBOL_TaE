      *****************************************************************
      * SPARSE99.CPY
      *
      * Shared WORKING-STORAGE layout for the sparse integer
      * matrices (SM1, SM2, SM12) - the counterpart of MATRIX99.CPY
      * for the network-flow systems that are several hundred rows
      * wide and almost all zeros.  A sparse matrix is its shape
      * (rows and cols, up to 999 each) and a list of row, column,
      * value triples for its nonzero cells only; every cell not
      * listed is zero.
      *
      * The triples are held in row-major order - ascending row, and
      * ascending column within a row, no cell listed twice - which
      * is the order the decks and the library carry them in and the
      * order every sparse engine relies on.  SPARSE-TRIPLE-EDIT
      * (MATLIB.CPY) enforces it as the cells are taken in.
      *
      * As with MATRIX99.CPY the operand cells are four digits and
      * the result cells ten.
      *****************************************************************
       01 SM1.
           02 SM1-ROWS PIC 9(3) VALUE ZERO.
           02 SM1-COLS PIC 9(3) VALUE ZERO.
           02 SM1-COUNT PIC 9(5) VALUE ZERO.
           02 SM1-ENTRY OCCURS 20000 TIMES.
              03 SM1-ROW PIC 9(3).
              03 SM1-COL PIC 9(3).
              03 SM1-VALUE PIC S9(4).
       01 SM2.
           02 SM2-ROWS PIC 9(3) VALUE ZERO.
           02 SM2-COLS PIC 9(3) VALUE ZERO.
           02 SM2-COUNT PIC 9(5) VALUE ZERO.
           02 SM2-ENTRY OCCURS 20000 TIMES.
              03 SM2-ROW PIC 9(3).
              03 SM2-COL PIC 9(3).
              03 SM2-VALUE PIC S9(4).
       01 SM12.
           02 SM12-ROWS PIC 9(3) VALUE ZERO.
           02 SM12-COLS PIC 9(3) VALUE ZERO.
           02 SM12-COUNT PIC 9(5) VALUE ZERO.
           02 SM12-ENTRY OCCURS 20000 TIMES.
              03 SM12-ROW PIC 9(3).
              03 SM12-COL PIC 9(3).
              03 SM12-VALUE PIC S9(10).
