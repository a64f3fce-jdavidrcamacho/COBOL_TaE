      *****************************************************************
      * SPARSE99LK.CPY
      *
      * LINKAGE SECTION counterpart to SPARSE99.CPY - the same sparse
      * triple layout (LK-SM1, LK-SM2, LK-SM12, with the wider
      * ten-digit result cells), passed BY REFERENCE into
      * MatrixBatchDriver's SPARSE-MULT-ENGINE and SPARSE-ADD-ENGINE.
      * A separate member from SPARSE99.CPY for the same reason
      * MATRIX99LK.CPY is: LINKAGE SECTION items take no VALUE
      * clause.
      *****************************************************************
       01 LK-SM1.
           02 LK-SM1-ROWS PIC 9(3).
           02 LK-SM1-COLS PIC 9(3).
           02 LK-SM1-COUNT PIC 9(5).
           02 LK-SM1-ENTRY OCCURS 20000 TIMES.
              03 LK-SM1-ROW PIC 9(3).
              03 LK-SM1-COL PIC 9(3).
              03 LK-SM1-VALUE PIC S9(4).
       01 LK-SM2.
           02 LK-SM2-ROWS PIC 9(3).
           02 LK-SM2-COLS PIC 9(3).
           02 LK-SM2-COUNT PIC 9(5).
           02 LK-SM2-ENTRY OCCURS 20000 TIMES.
              03 LK-SM2-ROW PIC 9(3).
              03 LK-SM2-COL PIC 9(3).
              03 LK-SM2-VALUE PIC S9(4).
       01 LK-SM12.
           02 LK-SM12-ROWS PIC 9(3).
           02 LK-SM12-COLS PIC 9(3).
           02 LK-SM12-COUNT PIC 9(5).
           02 LK-SM12-ENTRY OCCURS 20000 TIMES.
              03 LK-SM12-ROW PIC 9(3).
              03 LK-SM12-COL PIC 9(3).
              03 LK-SM12-VALUE PIC S9(10).
