      * linear programming optimizer
      *    TOPIC:
      *    THE SIMPLEX METHOD ON THE SHARED MATRIX LAYOUT
      *****************************************************************
      * The planning group's product-mix and resource-allocation
      * problems are linear programs - make the most (or spend the
      * least) subject to limits on what each product uses - and
      * they went to a desktop solver because the suite stopped at
      * solving equations.  This program solves them by the two-
      * phase simplex method.  LPIN.DAT carries, in order:
      *
      *   the problem line - MAX or MIN in columns 1-3, the cell
      *   scale in column 5 (the implied decimal places of the four-
      *   digit cells, 0 when blank) and an optional six-digit
      *   problem serial in columns 7-12;
      *
      *   the constraint matrix, one row per constraint and one
      *   column per variable, in the MATIN.DAT layout - a two-digit
      *   ROWS COLS record then the cells row by row one per line,
      *   up to the MATRIX99.CPY 50x50 bound - or a single "&name"
      *   line referencing a MATLIB.DAT entry;
      *
      *   the objective row, one cell per variable one per line, or
      *   a single "&name" line referencing a one-row or one-column
      *   library entry;
      *
      *   one line per constraint - the type in columns 1-2 ("<=",
      *   ">=" or "= ") and the right-hand side in columns 4-14,
      *   signed with three implied decimals (+0000120000 is 120) -
      *   since capacities outgrow the four-digit cells.
      *
      * Every variable is taken as nonnegative.  Phase one drives
      * the artificial variables the >= and = rows need out of the
      * basis; phase two then optimizes the objective itself.  The
      * entering and leaving choices follow the lowest-index rule,
      * so a degenerate problem cannot cycle.
      *
      * The report (LPRPT.DAT, through the shared REPORT-WRITER, so
      * it can be put on the distribution list and reach the report
      * bundle) gives the optimal value of each variable and of the
      * objective, and for each constraint its activity, its slack,
      * whether it is binding, and its shadow price - the change in
      * the optimal objective for one more unit of right-hand side.
      * An optimal solution also files to the central results
      * dataset (SUITERES.DAT, producer LPOPTIM, four implied
      * decimals) the way every other producer files: an LPOBJ
      * record with the objective value, an LPVAR record per
      * variable and an LPSHADOW record per constraint.
      *
      * A problem with no point meeting every constraint is
      * reported as infeasible, naming the constraints phase one
      * could not satisfy (LPINFEAS); one whose objective can grow
      * without limit is reported as unbounded, naming the variable
      * that can (LPUNBND).  Both, a malformed LPIN.DAT (LPBADIN)
      * and a problem not settled within the iteration limit
      * (LPITERS) file to EXCFILE.DAT at E severity and leave
      * RETURN-CODE 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lpOptimize.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROBLEM-FILE ASSIGN TO "LPIN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-IN-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  PROBLEM-FILE.
       01  PROBLEM-RECORD PIC X(20).
       01  PROBLEM-HEADER-RECORD.
           05 PRB-SENSE PIC X(3).
           05 FILLER PIC X.
           05 PRB-SCALE PIC X.
           05 FILLER PIC X.
           05 PRB-SERIAL PIC X(6).
           05 FILLER PIC X(8).
       01  CONSTRAINT-RECORD.
           05 CON-TYPE PIC X(2).
           05 FILLER PIC X.
           05 CON-RHS PIC S9(7)V999 SIGN LEADING SEPARATE.
           05 FILLER PIC X(6).

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS PIC XX.
       01 CELL-RECORD PIC S9(4).
       COPY MATRIX99.
       01 WS-M PIC 9(2) VALUE ZERO.
       01 WS-N PIC 9(2) VALUE ZERO.
       01 WS-SENSE PIC X(3) VALUE "MAX".
       01 WS-SCALE PIC 9 VALUE ZERO.
       01 WS-SCALE-UNIT PIC 9(5) VALUE 1.
       01 WS-SERIAL PIC 9(6) VALUE ZERO.

      *    The problem as read, widened to decimals at the cell scale.
       01 WS-COEFF-MATRIX.
           05 WS-COEFF-ROW OCCURS 50 TIMES.
               10 WS-A0 OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-OBJECTIVE-ROW.
           05 WS-C OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-CONSTRAINT-TABLE.
           05 WS-CONSTRAINT OCCURS 50 TIMES.
               10 WS-CON-TYPE-IN PIC X(2).
               10 WS-CON-TYPE PIC X(2).
               10 WS-CON-RHS PIC S9(9)V9(8) COMP-3.
               10 WS-CON-FLIPPED PIC X.

      *    The simplex tableau: the constraint rows, then the
      *    objective row.  Columns are the variables, one slack or
      *    surplus per constraint, one artificial per constraint and
      *    last the right-hand side.
       01 WS-TABLEAU.
           05 WS-T-ROW OCCURS 51 TIMES.
               10 WS-T OCCURS 151 TIMES PIC S9(11)V9(8) COMP-3.
       01 WS-BASIS-TABLE.
           05 WS-BASIS OCCURS 50 TIMES PIC 9(3) COMP.
       01 WS-COST-TABLE.
           05 WS-COST OCCURS 151 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-ART-FIRST PIC 9(3) COMP.
       01 WS-RHS-COL PIC 9(3) COMP.
       01 WS-OBJ-ROW PIC 9(3) COMP.
       01 WS-LAST-ENTER-COL PIC 9(3) COMP.
       01 WS-ART-COUNT PIC 9(2) VALUE ZERO.
       01 WS-ENTER PIC 9(3) COMP.
       01 WS-LEAVE PIC 9(3) COMP.
       01 WS-ITERATIONS PIC 9(5) VALUE ZERO.
       01 WS-ITERATION-LIMIT PIC 9(5) VALUE 5000.
       01 WS-EPSILON PIC S9V9(8) COMP-3 VALUE 0.00000100.
       01 WS-BIND-TOLERANCE PIC S9V9(8) COMP-3 VALUE 0.00010000.
       01 WS-PIVOT PIC S9(11)V9(8) COMP-3.
       01 WS-FACTOR PIC S9(11)V9(8) COMP-3.
       01 WS-RATIO PIC S9(11)V9(8) COMP-3.
       01 WS-BEST-RATIO PIC S9(11)V9(8) COMP-3.
       01 WS-MAGNITUDE PIC S9(11)V9(8) COMP-3.
       01 WS-SUM PIC S9(11)V9(8) COMP-3.
       01 WS-OBJ-VALUE PIC S9(11)V9(8) COMP-3.
       01 WS-ACTIVITY PIC S9(11)V9(8) COMP-3.
       01 WS-SLACK PIC S9(11)V9(8) COMP-3.
       01 WS-SHADOW PIC S9(11)V9(8) COMP-3.
       01 WS-VALUE PIC S9(11)V9(8) COMP-3.
       01 WS-X-TABLE.
           05 WS-X OCCURS 50 TIMES PIC S9(11)V9(8) COMP-3.
       01 I PIC 9(3) COMP.
       01 J PIC 9(3) COMP.
       01 K PIC 9(3) COMP.

       01 WS-STEP-SWITCH PIC X.
           88 WS-STEP-GOING VALUE "G".
           88 WS-STEP-OPTIMAL VALUE "O".
           88 WS-STEP-UNBOUNDED VALUE "U".
           88 WS-STEP-LIMIT VALUE "L".
       01 WS-OUTCOME-SWITCH PIC X VALUE " ".
           88 WS-LP-OPTIMAL VALUE "O".
           88 WS-LP-INFEASIBLE VALUE "I".
           88 WS-LP-UNBOUNDED VALUE "U".
           88 WS-LP-LIMIT VALUE "L".
       01 WS-BAD-INPUT-SWITCH PIC X VALUE "N".
           88 WS-BAD-INPUT VALUE "Y".
       01 WS-LIB-NAME PIC X(8).
       01 WS-LIB-ROWS PIC 9.
       01 WS-LIB-COLS PIC 9.
       01 WS-LIB-STATUS PIC X.
       01 WS-BAD-TEXT PIC X(40).

       01 WS-VALUE-OUT PIC -(9)9.9(4).
       01 WS-RHS-OUT PIC -(9)9.9(4).
       01 WS-ACT-OUT PIC -(9)9.9(4).
       01 WS-SLACK-OUT PIC -(9)9.9(4).
       01 WS-SHADOW-OUT PIC -(9)9.9(4).
       01 WS-I-OUT PIC 9(2).
       01 WS-ITER-OUT PIC Z(4)9.
       01 WS-BIND-TEXT PIC X(7).
       01 WS-RES-PACK PIC 9(11)V9(4).
       01 WS-RES-PACK-X REDEFINES WS-RES-PACK PIC X(15).
       01 WS-SRW-PRODUCER PIC X(12) VALUE "LPOPTIM".
       01 WS-SRW-SERIAL PIC 9(6).
       01 WS-SRW-OPCODE PIC X(9).
       01 WS-SRW-SCALE PIC 9 VALUE 4.
       01 WS-SRW-OP1 PIC X(12).
       01 WS-SRW-OP2 PIC X(12).
       01 WS-SRW-OP3 PIC X(12).
       01 WS-SRW-COST-SCALE PIC 9 VALUE ZERO.
       01 WS-SRW-COST PIC X(12) VALUE SPACES.
       01 WS-SRW-RESULT PIC X(200).
       01 WS-EXC-SEVERITY PIC X.
       01 WS-EXC-REASON PIC X(8).
       01 WS-EXC-DETAIL PIC X(40).
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "LPOPTIM".
       01 WS-RETURN-CODE PIC S9(4).
       PROCEDURE DIVISION.
           CALL "AUTH-GATE" USING WS-AUTH-STATUS WS-PROGRAM-NAME
                 WS-AUTH-USER
           IF NOT WS-AUTH-OK
              DISPLAY "Access denied"
              MOVE 8 TO RETURN-CODE
              MOVE RETURN-CODE TO WS-RETURN-CODE
              CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
                 WS-RETURN-CODE WS-AUTH-USER
              MOVE WS-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT PROBLEM-FILE
           IF WS-IN-STATUS NOT = "00"
              DISPLAY "LPIN.DAT NOT ON FILE - NOTHING TO OPTIMIZE"
              MOVE 8 TO RETURN-CODE
              MOVE RETURN-CODE TO WS-RETURN-CODE
              CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
                 WS-RETURN-CODE WS-AUTH-USER
              MOVE WS-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-PROBLEM
           CLOSE PROBLEM-FILE
           IF WS-BAD-INPUT
              DISPLAY "BAD LPIN.DAT - " WS-BAD-TEXT
              MOVE "E" TO WS-EXC-SEVERITY
              MOVE "LPBADIN" TO WS-EXC-REASON
              MOVE WS-BAD-TEXT TO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM BUILD-TABLEAU
              IF WS-ART-COUNT > ZERO
                 PERFORM SOLVE-PHASE-ONE
              END-IF
              IF WS-OUTCOME-SWITCH = SPACE
                 PERFORM SOLVE-PHASE-TWO
              END-IF
              PERFORM WRITE-LP-REPORT
              IF WS-LP-OPTIMAL
                 PERFORM FILE-LP-RESULTS
                 MOVE 0 TO RETURN-CODE
              ELSE
                 PERFORM FILE-LP-EXCEPTION
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * LOAD-PROBLEM reads the problem line, the constraint matrix,
      * the objective row and the constraint lines, widening the
      * cells to decimals at the cell scale.  The first fault found
      * stops the load and is named in WS-BAD-TEXT.
      *****************************************************************
       LOAD-PROBLEM.
           READ PROBLEM-FILE
              AT END
                 MOVE "LPIN.DAT EMPTY" TO WS-BAD-TEXT
                 SET WS-BAD-INPUT TO TRUE
           END-READ
           IF NOT WS-BAD-INPUT
              PERFORM TAKE-PROBLEM-LINE
           END-IF
           IF NOT WS-BAD-INPUT
              PERFORM LOAD-CONSTRAINT-MATRIX
           END-IF
           IF NOT WS-BAD-INPUT
              PERFORM LOAD-OBJECTIVE-ROW
           END-IF
           IF NOT WS-BAD-INPUT
              PERFORM LOAD-CONSTRAINT-LINES
           END-IF.

       TAKE-PROBLEM-LINE.
           IF PRB-SENSE = "MAX" OR PRB-SENSE = "MIN"
              MOVE PRB-SENSE TO WS-SENSE
           ELSE
              MOVE "PROBLEM LINE NOT MAX OR MIN" TO WS-BAD-TEXT
              SET WS-BAD-INPUT TO TRUE
           END-IF
           IF PRB-SCALE IS NUMERIC
              MOVE PRB-SCALE TO WS-SCALE
           END-IF
           COMPUTE WS-SCALE-UNIT = 10 ** WS-SCALE
           IF PRB-SERIAL IS NUMERIC
              MOVE PRB-SERIAL TO WS-SERIAL
           END-IF.

       LOAD-CONSTRAINT-MATRIX.
           READ PROBLEM-FILE
              AT END MOVE SPACES TO PROBLEM-RECORD
           END-READ
           IF PROBLEM-RECORD(1:1) = "&"
              MOVE PROBLEM-RECORD(2:8) TO WS-LIB-NAME
              CALL "MATLIB-FETCH" USING WS-LIB-NAME M1
                 WS-LIB-ROWS WS-LIB-COLS WS-LIB-STATUS
              IF WS-LIB-STATUS = "N" OR WS-LIB-ROWS = ZERO
                 OR WS-LIB-COLS = ZERO
                 MOVE SPACES TO WS-BAD-TEXT
                 STRING "LIBRARY ENTRY " WS-LIB-NAME " NOT FOUND"
                    DELIMITED BY SIZE INTO WS-BAD-TEXT
                 SET WS-BAD-INPUT TO TRUE
              ELSE
                 MOVE WS-LIB-ROWS TO WS-M
                 MOVE WS-LIB-COLS TO WS-N
              END-IF
           ELSE
              IF PROBLEM-RECORD(1:4) IS NUMERIC
                 AND PROBLEM-RECORD(1:2) > "00"
                 AND PROBLEM-RECORD(3:2) > "00"
                 AND PROBLEM-RECORD(1:2) NOT > "50"
                 AND PROBLEM-RECORD(3:2) NOT > "50"
                 MOVE PROBLEM-RECORD(1:2) TO WS-M
                 MOVE PROBLEM-RECORD(3:2) TO WS-N
                 PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-M
                    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
                       READ PROBLEM-FILE INTO CELL-RECORD
                          AT END
                             MOVE "CONSTRAINT MATRIX SHORT" TO
                                WS-BAD-TEXT
                             SET WS-BAD-INPUT TO TRUE
                             MOVE WS-M TO I
                             MOVE WS-N TO J
                          NOT AT END
                             MOVE CELL-RECORD TO ARRAYA(I, J)
                       END-READ
                    END-PERFORM
                 END-PERFORM
              ELSE
                 MOVE "MATRIX ROWS/COLS RECORD NOT 01-50" TO
                    WS-BAD-TEXT
                 SET WS-BAD-INPUT TO TRUE
              END-IF
           END-IF
           IF NOT WS-BAD-INPUT
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-M
                 PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
                    COMPUTE WS-A0(I, J) = ARRAYA(I, J) / WS-SCALE-UNIT
                 END-PERFORM
              END-PERFORM
           END-IF.

       LOAD-OBJECTIVE-ROW.
           READ PROBLEM-FILE
              AT END MOVE SPACES TO PROBLEM-RECORD
           END-READ
           IF PROBLEM-RECORD(1:1) = "&"
              MOVE PROBLEM-RECORD(2:8) TO WS-LIB-NAME
              CALL "MATLIB-FETCH" USING WS-LIB-NAME M2
                 WS-LIB-ROWS WS-LIB-COLS WS-LIB-STATUS
              IF WS-LIB-STATUS = "N"
                 MOVE SPACES TO WS-BAD-TEXT
                 STRING "LIBRARY ENTRY " WS-LIB-NAME " NOT FOUND"
                    DELIMITED BY SIZE INTO WS-BAD-TEXT
                 SET WS-BAD-INPUT TO TRUE
              ELSE
                 IF WS-LIB-ROWS = 1 AND WS-LIB-COLS = WS-N
                    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
                       COMPUTE WS-C(J) = ARRAYB(1, J) / WS-SCALE-UNIT
                    END-PERFORM
                 ELSE
                    IF WS-LIB-COLS = 1 AND WS-LIB-ROWS = WS-N
                       PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
                          COMPUTE WS-C(J) =
                             ARRAYB(J, 1) / WS-SCALE-UNIT
                       END-PERFORM
                    ELSE
                       MOVE SPACES TO WS-BAD-TEXT
                       STRING "OBJECTIVE ENTRY " WS-LIB-NAME
                          " WRONG SHAPE" DELIMITED BY SIZE
                          INTO WS-BAD-TEXT
                       SET WS-BAD-INPUT TO TRUE
                    END-IF
                 END-IF
              END-IF
           ELSE
              MOVE PROBLEM-RECORD TO CELL-RECORD
              COMPUTE WS-C(1) = CELL-RECORD / WS-SCALE-UNIT
              PERFORM VARYING J FROM 2 BY 1 UNTIL J > WS-N
                 READ PROBLEM-FILE INTO CELL-RECORD
                    AT END
                       MOVE "OBJECTIVE ROW SHORT" TO WS-BAD-TEXT
                       SET WS-BAD-INPUT TO TRUE
                       MOVE WS-N TO J
                    NOT AT END
                       COMPUTE WS-C(J) = CELL-RECORD / WS-SCALE-UNIT
                 END-READ
              END-PERFORM
           END-IF.

       LOAD-CONSTRAINT-LINES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-M
              READ PROBLEM-FILE
                 AT END
                    MOVE "CONSTRAINT LINES SHORT" TO WS-BAD-TEXT
                    SET WS-BAD-INPUT TO TRUE
                    MOVE WS-M TO I
                 NOT AT END
                    IF (CON-TYPE = "<=" OR CON-TYPE = ">="
                       OR CON-TYPE = "= ")
                       AND CON-RHS IS NUMERIC
                       MOVE CON-TYPE TO WS-CON-TYPE(I)
                       MOVE CON-TYPE TO WS-CON-TYPE-IN(I)
                       MOVE CON-RHS TO WS-CON-RHS(I)
                       MOVE "N" TO WS-CON-FLIPPED(I)
                    ELSE
                       MOVE I TO WS-I-OUT
                       MOVE SPACES TO WS-BAD-TEXT
                       STRING "CONSTRAINT LINE " WS-I-OUT
                          " TYPE OR RHS INVALID"
                          DELIMITED BY SIZE INTO WS-BAD-TEXT
                       SET WS-BAD-INPUT TO TRUE
                       MOVE WS-M TO I
                    END-IF
              END-READ
           END-PERFORM.

      *****************************************************************
      * BUILD-TABLEAU turns every right-hand side nonnegative (a
      * negative one has its row negated and its type reversed,
      * remembered so the shadow price can be turned back), then
      * gives each <= row a slack variable as its starting basis and
      * each >= row a surplus variable and, with each = row, an
      * artificial variable for phase one to drive out.
      *****************************************************************
       BUILD-TABLEAU.
           COMPUTE WS-ART-FIRST = WS-N + WS-M + 1
           COMPUTE WS-RHS-COL = WS-N + WS-M + WS-M + 1
           COMPUTE WS-OBJ-ROW = WS-M + 1
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OBJ-ROW
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RHS-COL
                 MOVE ZERO TO WS-T(I, J)
              END-PERFORM
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-M
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
                 MOVE WS-A0(I, J) TO WS-T(I, J)
              END-PERFORM
              MOVE WS-CON-RHS(I) TO WS-T(I, WS-RHS-COL)
              IF WS-CON-RHS(I) < ZERO
                 MOVE "Y" TO WS-CON-FLIPPED(I)
                 PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
                    COMPUTE WS-T(I, J) = ZERO - WS-T(I, J)
                 END-PERFORM
                 COMPUTE WS-T(I, WS-RHS-COL) =
                    ZERO - WS-T(I, WS-RHS-COL)
                 IF WS-CON-TYPE(I) = "<="
                    MOVE ">=" TO WS-CON-TYPE(I)
                 ELSE
                    IF WS-CON-TYPE(I) = ">="
                       MOVE "<=" TO WS-CON-TYPE(I)
                    END-IF
                 END-IF
              END-IF
              COMPUTE K = WS-N + I
              IF WS-CON-TYPE(I) = "<="
                 MOVE 1 TO WS-T(I, K)
                 MOVE K TO WS-BASIS(I)
              ELSE
                 IF WS-CON-TYPE(I) = ">="
                    MOVE -1 TO WS-T(I, K)
                 END-IF
                 COMPUTE K = WS-N + WS-M + I
                 MOVE 1 TO WS-T(I, K)
                 MOVE K TO WS-BASIS(I)
                 ADD 1 TO WS-ART-COUNT
              END-IF
           END-PERFORM.

      *****************************************************************
      * SOLVE-PHASE-ONE maximizes minus the sum of the artificial
      * variables.  A maximum short of zero means no point meets
      * every constraint; otherwise any artificial left in the
      * basis (at zero) is pivoted out onto a real column where the
      * row has one - a row with none is redundant and keeps it.
      *****************************************************************
       SOLVE-PHASE-ONE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RHS-COL
              IF J NOT < WS-ART-FIRST AND J < WS-RHS-COL
                 MOVE -1 TO WS-COST(J)
              ELSE
                 MOVE ZERO TO WS-COST(J)
              END-IF
           END-PERFORM
           COMPUTE WS-LAST-ENTER-COL = WS-RHS-COL - 1
           PERFORM COMPUTE-OBJECTIVE-ROW
           PERFORM RUN-SIMPLEX
           IF WS-STEP-LIMIT
              SET WS-LP-LIMIT TO TRUE
           ELSE
              IF WS-T(WS-OBJ-ROW, WS-RHS-COL) < ZERO - WS-EPSILON
                 SET WS-LP-INFEASIBLE TO TRUE
              ELSE
                 PERFORM DRIVE-OUT-ARTIFICIALS
              END-IF
           END-IF.

       DRIVE-OUT-ARTIFICIALS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-M
              IF WS-BASIS(I) NOT < WS-ART-FIRST
                 MOVE ZERO TO WS-ENTER
                 PERFORM VARYING J FROM 1 BY 1
                       UNTIL J NOT < WS-ART-FIRST OR WS-ENTER > ZERO
                    MOVE WS-T(I, J) TO WS-MAGNITUDE
                    IF WS-MAGNITUDE < ZERO
                       COMPUTE WS-MAGNITUDE = ZERO - WS-MAGNITUDE
                    END-IF
                    IF WS-MAGNITUDE > WS-EPSILON
                       MOVE J TO WS-ENTER
                    END-IF
                 END-PERFORM
                 IF WS-ENTER > ZERO
                    MOVE I TO WS-LEAVE
                    PERFORM PIVOT-TABLEAU
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * SOLVE-PHASE-TWO prices the objective itself - negated for a
      * MIN problem, so both senses are solved as maxima - and runs
      * the simplex with the artificial columns barred from
      * re-entering.
      *****************************************************************
       SOLVE-PHASE-TWO.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RHS-COL
              IF J NOT > WS-N
                 IF WS-SENSE = "MIN"
                    COMPUTE WS-COST(J) = ZERO - WS-C(J)
                 ELSE
                    MOVE WS-C(J) TO WS-COST(J)
                 END-IF
              ELSE
                 MOVE ZERO TO WS-COST(J)
              END-IF
           END-PERFORM
           COMPUTE WS-LAST-ENTER-COL = WS-ART-FIRST - 1
           PERFORM COMPUTE-OBJECTIVE-ROW
           PERFORM RUN-SIMPLEX
           IF WS-STEP-LIMIT
              SET WS-LP-LIMIT TO TRUE
           ELSE
              IF WS-STEP-UNBOUNDED
                 SET WS-LP-UNBOUNDED TO TRUE
              ELSE
                 SET WS-LP-OPTIMAL TO TRUE
                 PERFORM TAKE-SOLUTION
              END-IF
           END-IF.

      *    Each objective-row cell is the reduced cost of its column:
      *    the basic costs through the column, less its own cost.
      *    The right-hand-side cell is the objective value so far.
       COMPUTE-OBJECTIVE-ROW.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RHS-COL
              MOVE ZERO TO WS-SUM
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-M
                 MOVE WS-BASIS(I) TO K
                 COMPUTE WS-SUM = WS-SUM + WS-COST(K) * WS-T(I, J)
              END-PERFORM
              COMPUTE WS-T(WS-OBJ-ROW, J) = WS-SUM - WS-COST(J)
           END-PERFORM.

      *****************************************************************
      * RUN-SIMPLEX pivots until no column can improve the
      * objective (optimal), an improving column has no limiting
      * row (unbounded), or the iteration limit is reached.
      *****************************************************************
       RUN-SIMPLEX.
           SET WS-STEP-GOING TO TRUE
           PERFORM SIMPLEX-STEP UNTIL NOT WS-STEP-GOING.

      *    The entering column is the lowest-numbered one with a
      *    negative reduced cost; the leaving row is the one with the
      *    smallest ratio, ties to the lowest-numbered basic column.
       SIMPLEX-STEP.
           MOVE ZERO TO WS-ENTER
           PERFORM VARYING J FROM 1 BY 1
                 UNTIL J > WS-LAST-ENTER-COL OR WS-ENTER > ZERO
              IF WS-T(WS-OBJ-ROW, J) < ZERO - WS-EPSILON
                 MOVE J TO WS-ENTER
              END-IF
           END-PERFORM
           IF WS-ENTER = ZERO
              SET WS-STEP-OPTIMAL TO TRUE
           ELSE
              MOVE ZERO TO WS-LEAVE
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-M
                 IF WS-T(I, WS-ENTER) > WS-EPSILON
                    COMPUTE WS-RATIO ROUNDED =
                       WS-T(I, WS-RHS-COL) / WS-T(I, WS-ENTER)
                    IF WS-LEAVE = ZERO
                       MOVE I TO WS-LEAVE
                       MOVE WS-RATIO TO WS-BEST-RATIO
                    ELSE
                       IF WS-RATIO < WS-BEST-RATIO
                          OR (WS-RATIO = WS-BEST-RATIO
                          AND WS-BASIS(I) < WS-BASIS(WS-LEAVE))
                          MOVE I TO WS-LEAVE
                          MOVE WS-RATIO TO WS-BEST-RATIO
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-LEAVE = ZERO
                 SET WS-STEP-UNBOUNDED TO TRUE
              ELSE
                 PERFORM PIVOT-TABLEAU
                 ADD 1 TO WS-ITERATIONS
                 IF WS-ITERATIONS NOT < WS-ITERATION-LIMIT
                    SET WS-STEP-LIMIT TO TRUE
                 END-IF
              END-IF
           END-IF.

      *    Pivot on row WS-LEAVE, column WS-ENTER: the row is divided
      *    through by the pivot and the column cleared from every
      *    other row, the objective row included.
       PIVOT-TABLEAU.
           MOVE WS-T(WS-LEAVE, WS-ENTER) TO WS-PIVOT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RHS-COL
              COMPUTE WS-T(WS-LEAVE, J) ROUNDED =
                 WS-T(WS-LEAVE, J) / WS-PIVOT
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OBJ-ROW
              IF I NOT = WS-LEAVE
                 MOVE WS-T(I, WS-ENTER) TO WS-FACTOR
                 IF WS-FACTOR NOT = ZERO
                    PERFORM VARYING J FROM 1 BY 1
                          UNTIL J > WS-RHS-COL
                       COMPUTE WS-T(I, J) ROUNDED = WS-T(I, J)
                          - WS-FACTOR * WS-T(WS-LEAVE, J)
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-ENTER TO WS-BASIS(WS-LEAVE).

      *****************************************************************
      * TAKE-SOLUTION reads the variable values off the basis and
      * the objective value off the objective row, turning a MIN
      * problem's maximum back into its minimum.
      *****************************************************************
       TAKE-SOLUTION.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
              MOVE ZERO TO WS-X(J)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-M
              IF WS-BASIS(I) NOT > WS-N
                 MOVE WS-BASIS(I) TO K
                 MOVE WS-T(I, WS-RHS-COL) TO WS-X(K)
              END-IF
           END-PERFORM
           IF WS-SENSE = "MIN"
              COMPUTE WS-OBJ-VALUE =
                 ZERO - WS-T(WS-OBJ-ROW, WS-RHS-COL)
           ELSE
              MOVE WS-T(WS-OBJ-ROW, WS-RHS-COL) TO WS-OBJ-VALUE
           END-IF.

      *****************************************************************
      * CONSTRAINT-FIGURES works constraint I's activity from the
      * original coefficients, its slack against the right-hand
      * side, and its shadow price - the reduced cost of its slack
      * column for a <= row, of its artificial column otherwise -
      * turned back for a negated row and for a MIN problem.
      *****************************************************************
       CONSTRAINT-FIGURES.
           MOVE ZERO TO WS-ACTIVITY
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
              COMPUTE WS-ACTIVITY =
                 WS-ACTIVITY + WS-A0(I, J) * WS-X(J)
           END-PERFORM
           COMPUTE WS-SLACK = WS-CON-RHS(I) - WS-ACTIVITY
           IF WS-SLACK < ZERO
              COMPUTE WS-SLACK = ZERO - WS-SLACK
           END-IF
           IF WS-SLACK NOT > WS-BIND-TOLERANCE
              MOVE "BINDING" TO WS-BIND-TEXT
           ELSE
              MOVE "SLACK" TO WS-BIND-TEXT
           END-IF
           IF WS-CON-TYPE(I) = "<="
              COMPUTE K = WS-N + I
           ELSE
              COMPUTE K = WS-N + WS-M + I
           END-IF
           MOVE WS-T(WS-OBJ-ROW, K) TO WS-SHADOW
           IF WS-CON-FLIPPED(I) = "Y"
              COMPUTE WS-SHADOW = ZERO - WS-SHADOW
           END-IF
           IF WS-SENSE = "MIN"
              COMPUTE WS-SHADOW = ZERO - WS-SHADOW
           END-IF.

      *****************************************************************
      * WRITE-LP-REPORT lists the problem, its outcome and - for an
      * optimal solution - the variables, the objective and the
      * constraint figures.
      *****************************************************************
       WRITE-LP-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "LPRPT.DAT" TO WS-RPT-FILE
           MOVE "LINEAR PROGRAM OPTIMIZATION" TO WS-RPT-TITLE
           MOVE "ITEM / VALUE" TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-SENSE = "MIN"
              STRING "PROBLEM " WS-SERIAL "  MINIMIZE  CONSTRAINTS "
                 WS-M "  VARIABLES " WS-N "  CELL SCALE " WS-SCALE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING "PROBLEM " WS-SERIAL "  MAXIMIZE  CONSTRAINTS "
                 WS-M "  VARIABLES " WS-N "  CELL SCALE " WS-SCALE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ITERATIONS TO WS-ITER-OUT
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
              WHEN WS-LP-OPTIMAL
                 STRING "STATUS OPTIMAL AFTER " WS-ITER-OUT
                    " PIVOTS" DELIMITED BY SIZE INTO WS-RPT-LINE
              WHEN WS-LP-INFEASIBLE
                 STRING "STATUS INFEASIBLE - NO POINT MEETS EVERY"
                    " CONSTRAINT" DELIMITED BY SIZE INTO WS-RPT-LINE
              WHEN WS-LP-UNBOUNDED
                 STRING "STATUS UNBOUNDED - THE OBJECTIVE CAN GROW"
                    " WITHOUT LIMIT" DELIMITED BY SIZE
                    INTO WS-RPT-LINE
              WHEN OTHER
                 STRING "STATUS NOT SETTLED WITHIN " WS-ITER-OUT
                    " PIVOTS" DELIMITED BY SIZE INTO WS-RPT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           DISPLAY WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           EVALUATE TRUE
              WHEN WS-LP-OPTIMAL
                 PERFORM WRITE-SOLUTION-LINES
              WHEN WS-LP-INFEASIBLE
                 PERFORM WRITE-INFEASIBLE-LINES
              WHEN WS-LP-UNBOUNDED
                 PERFORM WRITE-UNBOUNDED-LINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-SOLUTION-LINES.
           COMPUTE WS-VALUE-OUT ROUNDED = WS-OBJ-VALUE
           MOVE SPACES TO WS-RPT-LINE
           STRING "OBJECTIVE VALUE " WS-VALUE-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           DISPLAY WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "VARIABLE            VALUE" TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
              MOVE J TO WS-I-OUT
              COMPUTE WS-VALUE-OUT ROUNDED = WS-X(J)
              MOVE SPACES TO WS-RPT-LINE
              STRING "  X" WS-I-OUT "      " WS-VALUE-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "CONSTRAINT TYPE       RIGHT SIDE       ACTIVITY"
              "          SLACK   SHADOW PRICE  STATUS"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-M
              PERFORM CONSTRAINT-FIGURES
              MOVE I TO WS-I-OUT
              COMPUTE WS-RHS-OUT ROUNDED = WS-CON-RHS(I)
              COMPUTE WS-ACT-OUT ROUNDED = WS-ACTIVITY
              COMPUTE WS-SLACK-OUT ROUNDED = WS-SLACK
              COMPUTE WS-SHADOW-OUT ROUNDED = WS-SHADOW
              MOVE SPACES TO WS-RPT-LINE
              STRING "  " WS-I-OUT "        " WS-CON-TYPE-IN(I) " "
                 WS-RHS-OUT " " WS-ACT-OUT " " WS-SLACK-OUT " "
                 WS-SHADOW-OUT "  " WS-BIND-TEXT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.

      *    Phase one's unmet constraints are the rows whose
      *    artificial variable it could not bring down to zero.
       WRITE-INFEASIBLE-LINES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-M
              IF WS-BASIS(I) NOT < WS-ART-FIRST
                 AND WS-T(I, WS-RHS-COL) > WS-EPSILON
                 COMPUTE K = WS-BASIS(I) - WS-ART-FIRST + 1
                 MOVE K TO WS-I-OUT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "  CONSTRAINT " WS-I-OUT " CANNOT BE MET"
                    " ALONGSIDE THE OTHERS"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM.

       WRITE-UNBOUNDED-LINE.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-ENTER NOT > WS-N
              MOVE WS-ENTER TO WS-I-OUT
              STRING "  X" WS-I-OUT " CAN INCREASE WITHOUT LIMIT"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              COMPUTE K = WS-ENTER - WS-N
              MOVE K TO WS-I-OUT
              STRING "  THE SLACK ON CONSTRAINT " WS-I-OUT
                 " CAN INCREASE WITHOUT LIMIT"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           DISPLAY WS-RPT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *****************************************************************
      * FILE-LP-RESULTS files the optimal solution to SUITERES.DAT:
      * LPOBJ (constraints, variables and sense as operands), an
      * LPVAR per variable and an LPSHADOW per constraint (its
      * BINDING or SLACK status and type as operands).
      *****************************************************************
       FILE-LP-RESULTS.
           MOVE WS-SERIAL TO WS-SRW-SERIAL
           MOVE "LPOBJ" TO WS-SRW-OPCODE
           MOVE SPACES TO WS-SRW-OP1 WS-SRW-OP2 WS-SRW-OP3
           MOVE WS-M TO WS-SRW-OP1(1:2)
           MOVE WS-N TO WS-SRW-OP2(1:2)
           MOVE WS-SENSE TO WS-SRW-OP3
           MOVE WS-OBJ-VALUE TO WS-VALUE
           PERFORM FILE-ONE-RESULT
           MOVE "LPVAR" TO WS-SRW-OPCODE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
              MOVE SPACES TO WS-SRW-OP1 WS-SRW-OP2 WS-SRW-OP3
              MOVE J TO WS-I-OUT
              MOVE WS-I-OUT TO WS-SRW-OP1(1:2)
              MOVE WS-X(J) TO WS-VALUE
              PERFORM FILE-ONE-RESULT
           END-PERFORM
           MOVE "LPSHADOW" TO WS-SRW-OPCODE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-M
              PERFORM CONSTRAINT-FIGURES
              MOVE SPACES TO WS-SRW-OP1 WS-SRW-OP2 WS-SRW-OP3
              MOVE I TO WS-I-OUT
              MOVE WS-I-OUT TO WS-SRW-OP1(1:2)
              MOVE WS-BIND-TEXT TO WS-SRW-OP2
              MOVE WS-CON-TYPE-IN(I) TO WS-SRW-OP3
              MOVE WS-SHADOW TO WS-VALUE
              PERFORM FILE-ONE-RESULT
           END-PERFORM.

       FILE-ONE-RESULT.
           MOVE SPACES TO WS-SRW-RESULT
           IF WS-VALUE < ZERO
              MOVE "-" TO WS-SRW-RESULT(1:1)
              COMPUTE WS-RES-PACK ROUNDED = ZERO - WS-VALUE
           ELSE
              MOVE "+" TO WS-SRW-RESULT(1:1)
              COMPUTE WS-RES-PACK ROUNDED = WS-VALUE
           END-IF
           MOVE WS-RES-PACK-X TO WS-SRW-RESULT(2:15)
           CALL "SUITE-RESULT-WRITE" USING WS-SRW-PRODUCER
              WS-SRW-SERIAL WS-SRW-OPCODE WS-SRW-SCALE
              WS-SRW-OP1 WS-SRW-OP2 WS-SRW-OP3
              WS-SRW-COST-SCALE WS-SRW-COST WS-SRW-RESULT.

       FILE-LP-EXCEPTION.
           MOVE "E" TO WS-EXC-SEVERITY
           MOVE SPACES TO WS-EXC-DETAIL
           EVALUATE TRUE
              WHEN WS-LP-INFEASIBLE
                 MOVE "LPINFEAS" TO WS-EXC-REASON
                 STRING "PROBLEM " WS-SERIAL " INFEASIBLE"
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
              WHEN WS-LP-UNBOUNDED
                 MOVE "LPUNBND" TO WS-EXC-REASON
                 STRING "PROBLEM " WS-SERIAL " UNBOUNDED"
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
              WHEN OTHER
                 MOVE "LPITERS" TO WS-EXC-REASON
                 STRING "PROBLEM " WS-SERIAL " OVER PIVOT LIMIT"
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
           END-EVALUATE
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

       END PROGRAM lpOptimize.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY MATLIB.

       COPY RESWRITE.

       COPY DATESERV.

       COPY ENVNAME.
