      * answering all of those, so matrix validation stops being a
      * by-eye exercise on the printed report.
      *
      * The dimension record may also carry ROWS and COLS as two
      * digits each - 0505, the shape eigenSolve reads and
      * rdgCorrelate's COVMAT.DAT covariance deck is filed in - for
      * a matrix up to the full 50 x 50 table; a record that is not
      * all four digits is the original one-digit pair.
      *
      * The symmetry test is the transpose-and-compare
      * matrixTransposeEq.cbl proved out: the transpose is built
      * into M2 and compared cell against cell.  The shape tests
       01 WS-IN-STATUS PIC XX.
       01 CELL-RECORD PIC S9(4).
       COPY MATRIX99.
       01 WS-ROWS PIC 9(2).
       01 WS-COLS PIC 9(2).
       01 I PIC 9(2) COMP.
       01 J PIC 9(2) COMP.
       01 WS-SQUARE-SWITCH PIC X VALUE "N".
           88 WS-SQUARE VALUE "Y".
       01 WS-SYMMETRIC-SWITCH PIC X.
              GOBACK
           END-IF
           READ MATRIX-FILE
           IF MATRIX-RECORD IS NUMERIC
              MOVE MATRIX-RECORD(1:2) TO WS-ROWS
              MOVE MATRIX-RECORD(3:2) TO WS-COLS
           ELSE
              MOVE MATRIX-RECORD(1:1) TO WS-ROWS
              MOVE MATRIX-RECORD(2:1) TO WS-COLS
           END-IF
           IF WS-ROWS > 50 OR WS-COLS > 50
              DISPLAY "MATIN.DAT SHAPE PAST 50 X 50 - NOT ANALYZED"
              CLOSE MATRIX-FILE
              MOVE 8 TO RETURN-CODE
              MOVE RETURN-CODE TO WS-RETURN-CODE
              CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
                 WS-RETURN-CODE WS-AUTH-USER
              MOVE WS-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROWS
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-COLS
                 READ MATRIX-FILE INTO CELL-RECORD
