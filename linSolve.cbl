      * the correction added on - and a system still out of
      * tolerance after that files a W-severity OUTOFTOL exception
      * and leaves RETURN-CODE 4.
      *
      * The elimination itself is GAUSS-ELIMINATE (GAUSSELM.CPY),
      * shared with the reciprocal cost allocation, so both solve
      * their systems with the same pivoting and rounding.
      *
      * The engineers' network-flow systems - several hundred
      * equations, almost every coefficient zero - come in sparse
      * form instead.  A first record beginning "%" is a sparse
      * coefficient block: "%", N (3 digits) twice, and the count of
      * nonzero coefficients (5 digits), then that many triple lines
      * - row (3), column (3), signed four-digit value (+0866) - in
      * row-major order, every coefficient not listed being zero.
      * A first record "&name" takes the coefficients from that
      * MATLIB.DAT entry instead, sparse or dense.  Either way the N
      * right-hand-side values follow, one per line as before, for
      * N up to 999.  The sparse system is solved by SPARSE-
      * ELIMINATE (SPARSELM.CPY), which works on the nonzero cells
      * only and never builds the full table; the residuals are
      * taken from the triples the same way, and the verification,
      * refinement, and LINSOL.DAT output are as for a dense system.
      * A sparse block that is malformed, out of order, or not
      * square files an E-severity BADSPARS exception and ends
      * RETURN-CODE 8 without solving.
      *
      * Some planning systems are ill-conditioned enough that the
      * eight-decimal working table gives answers the auditors
      * cannot reproduce, so there is an exact mode.  A first
      * record "EXACT" puts the dense system that follows it (N,
      * the cells, the right-hand side, exactly as above) through
      * EXACT-ELIMINATE (EXACTELM.CPY) instead: every coefficient
      * is carried as a numerator/denominator pair of LONGMATH.CPY
      * digit tables and the elimination never rounds.  Each
      * unknown files to the exact-solution report LINEXACT.DAT as
      * its fraction in lowest terms - numerator and denominator
      * in full, in 70-digit slices when they run that long -
      * alongside its decimal approximation to six places, rounded
      * half away from zero; LINSOL.DAT takes the approximation in
      * its usual shape.  No residual check or refinement runs:
      * there is no rounding for them to find.
      *
      * The digit tables make the exact mode slow, and it is for
      * small systems only.  N over 10 files an E-severity TOOLARGE
      * exception, and a system whose numbers would walk off the
      * 200-digit tables files an E-severity LONGOVFL exception;
      * either ends RETURN-CODE 8 unsolved.  A singular system is
      * the usual SINGULAR.  An approximation past the seven
      * integer digits LINSOL.DAT carries is filed there as OUT OF
      * FIELD RANGE - the exact report still has it in full - with
      * a W-severity EXACTWID exception and RETURN-CODE 4.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. linSolve.
       01 CELL-RECORD PIC S9(4).
       COPY MATRIX99.
       01 WS-N PIC 9(2).
       01 WS-EQ-COUNT PIC 9(3) VALUE ZERO.
       COPY SPARSE99.
       01 WS-SPARSE-SWITCH PIC X VALUE "N".
           88 WS-SPARSE-SYSTEM VALUE "Y".
       01 WS-BAD-INPUT-SWITCH PIC X VALUE "N".
           88 WS-BAD-INPUT VALUE "Y".
       01 WS-SP-EXPECT PIC 9(5) VALUE ZERO.
       01 WS-SP-T PIC 9(5) COMP.
       01 WS-SP-EDIT-STATUS PIC X.
       01 WS-SP-FAIL-COLUMN PIC 9(3) COMP VALUE ZERO.
       01 WS-LIB-NAME PIC X(8).
       01 WS-LIB-STATUS PIC X.
       01 WS-TRIPLE-LINE PIC X(20).
       01 WS-EXACT-SWITCH PIC X VALUE "N".
           88 WS-EXACT-SYSTEM VALUE "Y".
       01 WS-EXACT-LIMIT PIC 9(2) VALUE 10.
       01 WS-EXACT-RHS.
           05 WS-XR-B OCCURS 10 TIMES PIC S9(4).
       01 WS-EXACT-SOLUTION.
           05 WS-XS OCCURS 10 TIMES.
               10 WS-XS-SIGN PIC X.
               10 WS-XS-NUM.
                   15 WS-XS-NUM-LEN PIC 9(3) COMP.
                   15 WS-XS-NUM-DIGIT OCCURS 200 TIMES PIC 9.
               10 WS-XS-DEN.
                   15 WS-XS-DEN-LEN PIC 9(3) COMP.
                   15 WS-XS-DEN-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-EXACT-STATUS PIC X.
           88 WS-EXACT-SINGULAR VALUE "Y".
           88 WS-EXACT-OVERFLOW VALUE "O".
       01 WS-EXACT-WIDE-SWITCH PIC X VALUE "N".
           88 WS-EXACT-WIDE VALUE "Y".
       01 WS-UNKNOWN-WIDE-SWITCH PIC X VALUE "N".
           88 WS-UNKNOWN-WIDE VALUE "Y".
       01 WS-LONG-SCALE.
           05 WS-SCALE-LEN PIC 9(3) COMP.
           05 WS-SCALE-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-FIVE.
           05 WS-FIVE-LEN PIC 9(3) COMP.
           05 WS-FIVE-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-WORK.
           05 WS-WORK-LEN PIC 9(3) COMP.
           05 WS-WORK-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-QUOT.
           05 WS-QUOT-LEN PIC 9(3) COMP.
           05 WS-QUOT-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-REM.
           05 WS-REM-LEN PIC 9(3) COMP.
           05 WS-REM-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LM-STATUS PIC X.
       01 WS-TEN PIC 9(4) VALUE 10.
       01 WS-SMALL-REM PIC 9(4).
       01 WS-DIGIT-STRING PIC X(200).
       01 WS-DIGIT-LEN PIC 9(3).
       01 WS-PRINT-STRING PIC X(210).
       01 WS-PRINT-LEN PIC 9(3) COMP.
       01 WS-DEC-STRING PIC X(210).
       01 WS-DEC-LEN PIC 9(3) COMP.
       01 WS-DEC-POS PIC 9(3) COMP.
       01 WS-DEC-NUM PIC 9(13).
       01 WS-DEC-NUM-X REDEFINES WS-DEC-NUM PIC X(13).
       01 WS-EXACT-LABEL PIC X(18).
       01 WS-SLICE-START PIC 9(3) COMP.
       01 WS-SLICE-LEN PIC 9(3) COMP.
       01 WS-WORK-MATRIX.
           05 WS-WORK-ROW OCCURS 50 TIMES.
               10 WS-A OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-RHS.
           05 WS-B OCCURS 999 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-SOLUTION.
           05 WS-X OCCURS 999 TIMES PIC S9(9)V9(8) COMP-3.
       01 I PIC 9(3) COMP.
       01 J PIC 9(3) COMP.
       01 WS-SUM PIC S9(9)V9(8) COMP-3.
       01 WS-X-OUT PIC -9(7).9(6).
       01 WS-VCTL-STATUS PIC XX.
       01 WS-TOLERANCE PIC 9V9(6) VALUE 0.001000.
           05 WS-ORIG-ROW OCCURS 50 TIMES.
               10 WS-A0 OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-ORIG-RHS.
           05 WS-B0 OCCURS 999 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-RESIDUALS.
           05 WS-R OCCURS 999 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-SAVED-SOLUTION.
           05 WS-XSAVE OCCURS 999 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-ABS-R PIC 9(9)V9(8) COMP-3.
       01 WS-MAX-RESIDUAL PIC 9(9)V9(8) COMP-3.
       01 WS-R-OUT PIC -9(7).9(6).
       01 WS-I-OUT PIC 9(2).
       01 WS-I-OUT-3 PIC 9(3).
       01 WS-REFINED-SWITCH PIC X VALUE "N".
           88 WS-REFINED VALUE "Y".
       01 WS-OUT-OF-TOL-SWITCH PIC X VALUE "N".
       01 WS-RPT-LINE PIC X(100).
       01 WS-FAIL-COLUMN PIC 9(2) COMP VALUE ZERO.
       01 WS-COLUMN-OUT PIC 9(2).
       01 WS-COLUMN-OUT-3 PIC 9(3).
       01 WS-SINGULAR-SWITCH PIC X VALUE "N".
           88 WS-SINGULAR VALUE "Y" "F".
           88 WS-FILL-IN-EXHAUSTED VALUE "F".
       01 WS-EXC-SEVERITY PIC X.
       01 WS-EXC-REASON PIC X(8).
       01 WS-EXC-DETAIL PIC X(40).
           END-IF
           PERFORM LOAD-SYSTEM
           CLOSE EQUATION-FILE
           IF WS-BAD-INPUT
              DISPLAY "SPARSE COEFFICIENT BLOCK REJECTED - NOT SOLVED"
              MOVE "E" TO WS-EXC-SEVERITY
              MOVE "BADSPARS" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "SPARSE BLOCK MALFORMED OR NOT SQUARE"
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-EXACT-SYSTEM
                 PERFORM SOLVE-EXACT-SYSTEM
              ELSE
                 PERFORM SOLVE-WORKING-SYSTEM
                 IF WS-SINGULAR
                    PERFORM REPORT-SINGULAR-SYSTEM
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM VERIFY-AND-REFINE
                    PERFORM FILE-SOLUTION
                    IF WS-OUT-OF-TOLERANCE
                       MOVE 4 TO RETURN-CODE
                    ELSE
                       MOVE 0 TO RETURN-CODE
                    END-IF
                 END-IF
              END-IF
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * REPORT-SINGULAR-SYSTEM files the SINGULAR exception - a pivot
      * column with nothing left in it, or a sparse system whose
      * fill-in outgrew the elimination's working store.
      *****************************************************************
       REPORT-SINGULAR-SYSTEM.
           DISPLAY "SINGULAR SYSTEM - NO SOLUTION PRODUCED"
           MOVE "E" TO WS-EXC-SEVERITY
           MOVE "SINGULAR" TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-DETAIL
           EVALUATE TRUE
              WHEN WS-FILL-IN-EXHAUSTED
                 MOVE WS-SP-FAIL-COLUMN TO WS-COLUMN-OUT-3
                 STRING "FILL-IN PAST WORKING STORE AT COLUMN "
                    WS-COLUMN-OUT-3
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
              WHEN WS-SPARSE-SYSTEM
                 MOVE WS-SP-FAIL-COLUMN TO WS-COLUMN-OUT-3
                 STRING "PIVOT COLUMN " WS-COLUMN-OUT-3
                    " HAS NO NONZERO ENTRY"
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
              WHEN OTHER
                 MOVE WS-FAIL-COLUMN TO WS-COLUMN-OUT
                 STRING "PIVOT COLUMN " WS-COLUMN-OUT
                    " HAS NO NONZERO ENTRY"
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
           END-EVALUATE
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

      *****************************************************************
      * LOAD-SYSTEM reads N, the coefficient cells into the shared
      * M1 layout, and the right-hand side, then widens everything
      * into the fractional working table the elimination needs.  A
      * sparse first record goes to LOAD-SPARSE-SYSTEM instead; an
      * "EXACT" first record is followed by an ordinary dense
      * system.
      *****************************************************************
       LOAD-SYSTEM.
           READ EQUATION-FILE
           IF EQUATION-RECORD(1:1) = "%"
              OR EQUATION-RECORD(1:1) = "&"
              SET WS-SPARSE-SYSTEM TO TRUE
              PERFORM LOAD-SPARSE-SYSTEM
           ELSE
              IF EQUATION-RECORD(1:5) = "EXACT"
                 SET WS-EXACT-SYSTEM TO TRUE
                 READ EQUATION-FILE
              END-IF
              PERFORM LOAD-DENSE-SYSTEM
           END-IF.

       LOAD-DENSE-SYSTEM.
           MOVE EQUATION-RECORD(1:2) TO WS-N
           MOVE WS-N TO WS-EQ-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-N
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
                 READ EQUATION-FILE INTO CELL-RECORD
           END-PERFORM.

      *****************************************************************
      * LOAD-SPARSE-SYSTEM takes the coefficients as triples into the
      * SPARSE99.CPY SM1 layout - inline after a "%" header, or from
      * the library entry an "&name" record names - every triple
      * through SPARSE-TRIPLE-EDIT, then the N right-hand-side
      * values.  The triples are kept as they are for the residual
      * product and the refinement pass.
      *****************************************************************
       LOAD-SPARSE-SYSTEM.
           IF EQUATION-RECORD(1:1) = "&"
              MOVE EQUATION-RECORD(2:8) TO WS-LIB-NAME
              CALL "MATLIB-FETCH-SPARSE" USING WS-LIB-NAME SM1
                 WS-LIB-STATUS
              IF WS-LIB-STATUS NOT = SPACE
                 DISPLAY "LIBRARY ENTRY " WS-LIB-NAME
                    " MISSING OR MALFORMED"
                 SET WS-BAD-INPUT TO TRUE
              END-IF
           ELSE
              IF EQUATION-RECORD(2:11) IS NUMERIC
                 MOVE EQUATION-RECORD(2:3) TO SM1-ROWS
                 MOVE EQUATION-RECORD(5:3) TO SM1-COLS
                 MOVE EQUATION-RECORD(8:5) TO WS-SP-EXPECT
                 MOVE ZERO TO SM1-COUNT
                 PERFORM WS-SP-EXPECT TIMES
                    READ EQUATION-FILE INTO WS-TRIPLE-LINE
                    IF NOT WS-BAD-INPUT
                       CALL "SPARSE-TRIPLE-EDIT" USING WS-TRIPLE-LINE
                          SM1 WS-SP-EDIT-STATUS
                       IF WS-SP-EDIT-STATUS NOT = SPACE
                          DISPLAY "TRIPLE LINE " WS-TRIPLE-LINE(1:11)
                             " REFUSED"
                          SET WS-BAD-INPUT TO TRUE
                       END-IF
                    END-IF
                 END-PERFORM
              ELSE
                 SET WS-BAD-INPUT TO TRUE
              END-IF
           END-IF
           IF NOT WS-BAD-INPUT
              IF SM1-ROWS = ZERO OR SM1-ROWS NOT = SM1-COLS
                 SET WS-BAD-INPUT TO TRUE
              END-IF
           END-IF
           IF NOT WS-BAD-INPUT
              MOVE SM1-ROWS TO WS-EQ-COUNT
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EQ-COUNT
                 READ EQUATION-FILE INTO CELL-RECORD
                 MOVE CELL-RECORD TO WS-B(I)
                 MOVE WS-B(I) TO WS-B0(I)
              END-PERFORM
           END-IF.

      *****************************************************************
      * SOLVE-WORKING-SYSTEM eliminates the working copy with
      * partial pivoting and back-substitutes one unknown per row
      * (GAUSS-ELIMINATE).  A pivot column with no nonzero entry
      * left flags the system singular.
      *****************************************************************
       SOLVE-WORKING-SYSTEM.
           IF WS-SPARSE-SYSTEM
              CALL "SPARSE-ELIMINATE" USING SM1 WS-RHS WS-SOLUTION
                 WS-SINGULAR-SWITCH WS-SP-FAIL-COLUMN
           ELSE
              CALL "GAUSS-ELIMINATE" USING WS-N WS-WORK-MATRIX WS-RHS
                 WS-SOLUTION WS-SINGULAR-SWITCH WS-FAIL-COLUMN
           END-IF.

      *****************************************************************
      * VERIFY-AND-REFINE multiplies the original coefficients by

       COMPUTE-RESIDUALS.
           MOVE ZERO TO WS-MAX-RESIDUAL
           IF WS-SPARSE-SYSTEM
              PERFORM COMPUTE-SPARSE-PRODUCT
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EQ-COUNT
              IF WS-SPARSE-SYSTEM
                 MOVE WS-R(I) TO WS-SUM
              ELSE
                 MOVE WS-B0(I) TO WS-SUM
                 PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
                    COMPUTE WS-SUM ROUNDED =
                       WS-SUM - WS-A0(I, J) * WS-X(J)
                 END-PERFORM
                 MOVE WS-SUM TO WS-R(I)
              END-IF
              IF WS-SUM < ZERO
                 COMPUTE WS-ABS-R = ZERO - WS-SUM
              ELSE
              END-IF
           END-PERFORM.

      *    The sparse residuals start from the right-hand side and
      *    have each nonzero coefficient's share taken off in one
      *    pass over the triples.
       COMPUTE-SPARSE-PRODUCT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EQ-COUNT
              MOVE WS-B0(I) TO WS-R(I)
           END-PERFORM
           PERFORM VARYING WS-SP-T FROM 1 BY 1
                 UNTIL WS-SP-T > SM1-COUNT
              COMPUTE WS-R(SM1-ROW(WS-SP-T)) ROUNDED =
                 WS-R(SM1-ROW(WS-SP-T))
                 - SM1-VALUE(WS-SP-T) * WS-X(SM1-COL(WS-SP-T))
           END-PERFORM.

       FILE-RESIDUAL-LINES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EQ-COUNT
              MOVE WS-R(I) TO WS-R-OUT
              MOVE SPACES TO WS-RPT-LINE
              IF WS-SPARSE-SYSTEM
                 MOVE I TO WS-I-OUT-3
                 STRING "EQUATION " WS-I-OUT-3 " RESIDUAL " WS-R-OUT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              ELSE
                 MOVE I TO WS-I-OUT
                 STRING "EQUATION " WS-I-OUT " RESIDUAL " WS-R-OUT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              END-IF
              PERFORM WRITE-VERIFY-LINE
           END-PERFORM
           MOVE WS-MAX-RESIDUAL TO WS-R-OUT
      * REFINE-SOLUTION solves the fresh original system against the
      * residuals - the same elimination and back-substitution, on a
      * reloaded working copy - and adds the correction onto the
      * held solution.  The sparse elimination rebuilds its working
      * copy from the untouched triples on every call, so there is
      * nothing to reload.
      *****************************************************************
       REFINE-SOLUTION.
           SET WS-REFINED TO TRUE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EQ-COUNT
              MOVE WS-X(I) TO WS-XSAVE(I)
              MOVE WS-R(I) TO WS-B(I)
              IF NOT WS-SPARSE-SYSTEM
                 PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
                    MOVE WS-A0(I, J) TO WS-A(I, J)
                 END-PERFORM
              END-IF
           END-PERFORM
           PERFORM SOLVE-WORKING-SYSTEM
           IF NOT WS-SINGULAR
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EQ-COUNT
                 COMPUTE WS-X(I) ROUNDED =
                    WS-XSAVE(I) + WS-X(I)
              END-PERFORM
      *       A refinement that goes singular (it should not, the
      *       original system was not) keeps the first solution.
              MOVE "N" TO WS-SINGULAR-SWITCH
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EQ-COUNT
                 MOVE WS-XSAVE(I) TO WS-X(I)
              END-PERFORM
           END-IF.

       FILE-SOLUTION.
           OPEN OUTPUT SOLUTION-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EQ-COUNT
              MOVE WS-X(I) TO WS-X-OUT
              MOVE WS-X-OUT TO SOLUTION-RECORD
              WRITE SOLUTION-RECORD
              IF WS-SPARSE-SYSTEM
                 MOVE I TO WS-I-OUT-3
                 DISPLAY "X(" WS-I-OUT-3 ") = " WS-X-OUT
              ELSE
                 MOVE I TO WS-I-OUT
                 DISPLAY "X(" WS-I-OUT ") = " WS-X-OUT
              END-IF
           END-PERFORM
           CLOSE SOLUTION-FILE.

      *****************************************************************
      * SOLVE-EXACT-SYSTEM runs the exact mode: the size limit is
      * checked, the integer system goes through EXACT-ELIMINATE,
      * and the fractions file out - or the system is rejected as
      * too large, singular, or past the digit tables.
      *****************************************************************
       SOLVE-EXACT-SYSTEM.
           IF WS-N > WS-EXACT-LIMIT
              DISPLAY "SYSTEM TOO LARGE FOR EXACT MODE - NOT SOLVED"
              MOVE "E" TO WS-EXC-SEVERITY
              MOVE "TOOLARGE" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "EXACT MODE LIMIT IS 10 UNKNOWNS, N = " WS-N
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-N
                 MOVE WS-B0(I) TO WS-XR-B(I)
              END-PERFORM
              CALL "EXACT-ELIMINATE" USING WS-N M1 WS-EXACT-RHS
                 WS-EXACT-SOLUTION WS-EXACT-STATUS WS-FAIL-COLUMN
              EVALUATE TRUE
                 WHEN WS-EXACT-SINGULAR
                    MOVE "Y" TO WS-SINGULAR-SWITCH
                    PERFORM REPORT-SINGULAR-SYSTEM
                    MOVE 8 TO RETURN-CODE
                 WHEN WS-EXACT-OVERFLOW
                    PERFORM REPORT-EXACT-OVERFLOW
                    MOVE 8 TO RETURN-CODE
                 WHEN OTHER
                    PERFORM FILE-EXACT-SOLUTION
                    EVALUATE TRUE
                       WHEN WS-EXACT-OVERFLOW
                          PERFORM REPORT-EXACT-OVERFLOW
                          MOVE 8 TO RETURN-CODE
                       WHEN WS-EXACT-WIDE
                          MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                          MOVE 0 TO RETURN-CODE
                    END-EVALUATE
              END-EVALUATE
           END-IF.

       REPORT-EXACT-OVERFLOW.
           DISPLAY "EXACT ARITHMETIC PAST 200 DIGITS - NOT SOLVED"
           MOVE "E" TO WS-EXC-SEVERITY
           MOVE "LONGOVFL" TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-DETAIL
           STRING "EXACT ELIMINATION OVERFLOWED DIGIT TABLES"
              DELIMITED BY SIZE INTO WS-EXC-DETAIL
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

      *****************************************************************
      * FILE-EXACT-SOLUTION writes each unknown's fraction and its
      * decimal approximation to LINEXACT.DAT, and the
      * approximation to LINSOL.DAT in the usual shape.
      *****************************************************************
       FILE-EXACT-SOLUTION.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "LINEXACT.DAT" TO WS-RPT-FILE
           MOVE "EXACT RATIONAL SOLUTION" TO WS-RPT-TITLE
           MOVE "UNKNOWN / NUMERATOR / DENOMINATOR / DECIMAL"
              TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE SPACES TO WS-DIGIT-STRING
           MOVE "10000000" TO WS-DIGIT-STRING(1:8)
           CALL "LONG-FROM-DIGITS" USING WS-DIGIT-STRING WS-LONG-SCALE
              WS-LM-STATUS
           MOVE SPACES TO WS-DIGIT-STRING
           MOVE "5" TO WS-DIGIT-STRING(1:1)
           CALL "LONG-FROM-DIGITS" USING WS-DIGIT-STRING WS-LONG-FIVE
              WS-LM-STATUS
           OPEN OUTPUT SOLUTION-FILE
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-N OR WS-EXACT-OVERFLOW
              PERFORM EXACT-DECIMAL-APPROXIMATION
              IF NOT WS-EXACT-OVERFLOW
                 PERFORM FILE-EXACT-UNKNOWN
              END-IF
           END-PERFORM
           CLOSE SOLUTION-FILE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *    The approximation is numerator times ten to the seventh
      *    over the denominator, five added and the last digit
      *    dropped - six places rounded half away from zero, worked
      *    on the magnitude with the sign put back after.
       EXACT-DECIMAL-APPROXIMATION.
           CALL "LONG-MULTIPLY" USING WS-XS-NUM(I) WS-LONG-SCALE
              WS-LONG-WORK WS-LM-STATUS
           IF WS-LM-STATUS = "O"
              SET WS-EXACT-OVERFLOW TO TRUE
           ELSE
              CALL "LONG-DIVIDE-LONG" USING WS-LONG-WORK WS-XS-DEN(I)
                 WS-LONG-QUOT WS-LONG-REM WS-LM-STATUS
              CALL "LONG-ADD" USING WS-LONG-QUOT WS-LONG-FIVE
                 WS-LONG-WORK WS-LM-STATUS
              CALL "LONG-DIVIDE" USING WS-LONG-WORK WS-TEN
                 WS-LONG-QUOT WS-SMALL-REM WS-LM-STATUS
              CALL "LONG-TO-DIGITS" USING WS-LONG-QUOT
                 WS-DIGIT-STRING WS-DIGIT-LEN
              MOVE SPACES TO WS-DEC-STRING
              MOVE 1 TO WS-DEC-POS
              IF WS-XS-SIGN(I) = "-"
                 AND (WS-DIGIT-LEN > 1
                    OR WS-DIGIT-STRING(1:1) NOT = "0")
                 MOVE "-" TO WS-DEC-STRING(1:1)
                 ADD 1 TO WS-DEC-POS
              END-IF
              IF WS-DIGIT-LEN > 6
                 MOVE WS-DIGIT-STRING(1:WS-DIGIT-LEN - 6) TO
                    WS-DEC-STRING(WS-DEC-POS:WS-DIGIT-LEN - 6)
                 COMPUTE WS-DEC-POS = WS-DEC-POS + WS-DIGIT-LEN - 6
                 MOVE "." TO WS-DEC-STRING(WS-DEC-POS:1)
                 MOVE WS-DIGIT-STRING(WS-DIGIT-LEN - 5:6) TO
                    WS-DEC-STRING(WS-DEC-POS + 1:6)
              ELSE
                 MOVE "0.000000" TO WS-DEC-STRING(WS-DEC-POS:8)
                 ADD 1 TO WS-DEC-POS
                 MOVE WS-DIGIT-STRING(1:WS-DIGIT-LEN) TO
                    WS-DEC-STRING(WS-DEC-POS + 7 - WS-DIGIT-LEN:
                    WS-DIGIT-LEN)
              END-IF
              COMPUTE WS-DEC-LEN = WS-DEC-POS + 6
      *       The working-table value LINSOL.DAT is filed from, when
      *       it fits.
              MOVE "N" TO WS-UNKNOWN-WIDE-SWITCH
              IF WS-DIGIT-LEN > 13
                 SET WS-EXACT-WIDE TO TRUE
                 SET WS-UNKNOWN-WIDE TO TRUE
              ELSE
                 MOVE ZERO TO WS-DEC-NUM
                 MOVE WS-DIGIT-STRING(1:WS-DIGIT-LEN) TO
                    WS-DEC-NUM-X(14 - WS-DIGIT-LEN:WS-DIGIT-LEN)
                 COMPUTE WS-X(I) = WS-DEC-NUM / 1000000
                 IF WS-XS-SIGN(I) = "-"
                    COMPUTE WS-X(I) = ZERO - WS-X(I)
                 END-IF
              END-IF
           END-IF.

       FILE-EXACT-UNKNOWN.
           MOVE I TO WS-I-OUT
           MOVE SPACES TO WS-EXACT-LABEL
           STRING "X(" WS-I-OUT ") NUMERATOR"
              DELIMITED BY SIZE INTO WS-EXACT-LABEL
           CALL "LONG-TO-DIGITS" USING WS-XS-NUM(I) WS-DIGIT-STRING
              WS-DIGIT-LEN
           MOVE SPACES TO WS-PRINT-STRING
           IF WS-XS-SIGN(I) = "-"
              MOVE "-" TO WS-PRINT-STRING(1:1)
              MOVE WS-DIGIT-STRING(1:WS-DIGIT-LEN) TO
                 WS-PRINT-STRING(2:WS-DIGIT-LEN)
              COMPUTE WS-PRINT-LEN = WS-DIGIT-LEN + 1
           ELSE
              MOVE WS-DIGIT-STRING(1:WS-DIGIT-LEN) TO WS-PRINT-STRING
              MOVE WS-DIGIT-LEN TO WS-PRINT-LEN
           END-IF
           PERFORM WRITE-EXACT-SLICES
           DISPLAY "X(" WS-I-OUT ") = "
              WS-PRINT-STRING(1:WS-PRINT-LEN)
           MOVE "      DENOMINATOR" TO WS-EXACT-LABEL
           CALL "LONG-TO-DIGITS" USING WS-XS-DEN(I) WS-DIGIT-STRING
              WS-DIGIT-LEN
           MOVE WS-DIGIT-STRING TO WS-PRINT-STRING
           MOVE WS-DIGIT-LEN TO WS-PRINT-LEN
           PERFORM WRITE-EXACT-SLICES
           DISPLAY "        / " WS-PRINT-STRING(1:WS-PRINT-LEN)
           MOVE "      DECIMAL" TO WS-EXACT-LABEL
           MOVE WS-DEC-STRING TO WS-PRINT-STRING
           MOVE WS-DEC-LEN TO WS-PRINT-LEN
           PERFORM WRITE-EXACT-SLICES
           DISPLAY "        = " WS-PRINT-STRING(1:WS-PRINT-LEN)
           IF WS-UNKNOWN-WIDE
              MOVE "OUT OF FIELD RANGE" TO SOLUTION-RECORD
              MOVE "W" TO WS-EXC-SEVERITY
              MOVE "EXACTWID" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "X(" WS-I-OUT ") TOO WIDE FOR LINSOL.DAT"
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
           ELSE
              MOVE WS-X(I) TO WS-X-OUT
              MOVE WS-X-OUT TO SOLUTION-RECORD
           END-IF
           WRITE SOLUTION-RECORD.

      *    A number longer than one report line runs on in 70-digit
      *    slices under its label, the way FACTRPT.DAT does it.
       WRITE-EXACT-SLICES.
           MOVE 1 TO WS-SLICE-START
           PERFORM UNTIL WS-SLICE-START > WS-PRINT-LEN
              COMPUTE WS-SLICE-LEN =
                 WS-PRINT-LEN - WS-SLICE-START + 1
              IF WS-SLICE-LEN > 70
                 MOVE 70 TO WS-SLICE-LEN
              END-IF
              MOVE SPACES TO WS-RPT-LINE
              IF WS-SLICE-START = 1
                 MOVE WS-EXACT-LABEL TO WS-RPT-LINE(1:18)
              END-IF
              MOVE WS-PRINT-STRING(WS-SLICE-START:WS-SLICE-LEN)
                 TO WS-RPT-LINE(20:WS-SLICE-LEN)
              PERFORM WRITE-VERIFY-LINE
              ADD 70 TO WS-SLICE-START
           END-PERFORM.

       END PROGRAM linSolve.

       COPY AUTHGATE.

       COPY EXCWRITE.

       COPY GAUSSELM.

       COPY SPARSELM.

       COPY EXACTELM.

       COPY LONGMATH.

       COPY MATLIB.

       COPY RPTWRITE.

       COPY DATESERV.
