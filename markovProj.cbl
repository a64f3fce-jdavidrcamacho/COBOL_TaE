      * Markov chain steady state and period projection
      *    TOPIC:
      *    LONG-RUN SHARES AND N-PERIOD DISTRIBUTIONS
      *****************************************************************
      * eigenSolve gives the planning group the dominant eigenvalue
      * of their transition matrices, but what they plan with is the
      * long-run share of each state and the spread of the states a
      * given number of periods out.  This program reads one
      * transition matrix from MKVIN.DAT - the MATIN.DAT layout, a
      * two-digit ROWS COLS record then the cells row by row one per
      * line, or a single "&name" line referencing a MATLIB.DAT
      * entry - where row i holds the chances of moving from state i
      * to each state in one period.
      *
      * The cells are whole numbers on file, so they are read at a
      * scale: with the usual scale of 3 a cell of 1000 is a
      * certainty and 0250 a one-in-four chance.  MKVCTL.DAT, when
      * present, carries on its first line the number of periods to
      * project (three digits, 12 when zero), the row-sum tolerance
      * (six implied decimals, 0.001000 when zero) and the cell
      * scale (one digit, 3 when zero); the lines after it are the
      * starting distribution, one cell per state at the same scale
      * or a single "&name" reference to a one-column library entry.
      * With no starting distribution the chain starts in state 1.
      *
      * Every row, and the starting distribution, must add to one
      * within the tolerance with no negative cell; a matrix that
      * does not is refused (MKVROWSM filed to EXCFILE.DAT for each
      * bad row, RETURN-CODE 8) rather than projected into nonsense.
      *
      * For a good matrix the report (MKVRPT.DAT, through the shared
      * REPORT-WRITER) gives:
      *
      *   the steady-state share of each state - the solution of
      *   pi = pi P with the shares adding to one, solved through
      *   GAUSS-ELIMINATE (GAUSSELM.CPY) with the last balance
      *   equation replaced by the adds-to-one row.  A chain with
      *   more than one closed class has no single long run; that is
      *   reported and filed (MKVNOSS, W severity, RETURN-CODE 4);
      *
      *   the absorbing states - a state that, once entered, is
      *   never left - and, where there are any, the expected number
      *   of periods each other state takes to be absorbed, the
      *   solution of (I - Q) t = 1 over the non-absorbing states,
      *   again through GAUSS-ELIMINATE.  When some state can never
      *   reach an absorbing one the times do not exist, and the
      *   report says so instead;
      *
      *   the distribution period by period from the start out to
      *   the requested number of periods.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. markovProj.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRIX-FILE ASSIGN TO "MKVIN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-IN-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "MKVCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CTL-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  MATRIX-FILE.
       01  MATRIX-RECORD PIC X(12).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD PIC X(12).
       01  CONTROL-FIRST-RECORD.
           05 CTL-PERIODS PIC 9(3).
           05 CTL-TOLERANCE PIC 9V9(6).
           05 CTL-SCALE PIC 9.
           05 FILLER PIC X.

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS PIC XX.
       01 WS-CTL-STATUS PIC XX.
       01 CELL-RECORD PIC S9(4).
       COPY MATRIX99.
       01 WS-N PIC 9(2).
       01 WS-PERIODS PIC 9(3) VALUE 12.
       01 WS-TOLERANCE PIC 9V9(6) VALUE 0.001000.
       01 WS-SCALE PIC 9 VALUE 3.
       01 WS-SCALE-UNIT PIC 9(5) VALUE 1000.
       01 WS-PERIOD PIC 9(3).

      *    The transition matrix as chances, widened the way linSolve
      *    and eigenSolve widen their integer cells.
       01 WS-P-MATRIX.
           05 WS-P-ROW OCCURS 50 TIMES.
               10 WS-P OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-WORK-MATRIX.
           05 WS-WORK-ROW OCCURS 50 TIMES.
               10 WS-A OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-RHS.
           05 WS-B OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-SOLUTION.
           05 WS-X OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-SINGULAR PIC X.
       01 WS-FAIL-COLUMN PIC 9(2) COMP.
       01 WS-DIST.
           05 WS-D OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-START-DIST.
           05 WS-SD OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-NEXT-DIST.
           05 WS-ND OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-STEADY.
           05 WS-SS OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-ABSORB-TABLE.
           05 WS-ABSORBING OCCURS 50 TIMES PIC X.
       01 WS-TRANSIENT-TABLE.
           05 WS-TRANSIENT-STATE OCCURS 50 TIMES PIC 9(2) COMP.
       01 WS-ABSORB-COUNT PIC 9(2) VALUE ZERO.
       01 WS-TRANSIENT-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SUM PIC S9(9)V9(8) COMP-3.
       01 WS-DEVIATION PIC S9(9)V9(8) COMP-3.
       01 I PIC 9(2) COMP.
       01 J PIC 9(2) COMP.
       01 K PIC 9(2) COMP.
       01 WS-COL PIC 9(3) COMP.

       01 WS-STEADY-SWITCH PIC X VALUE "N".
           88 WS-STEADY-FOUND VALUE "Y".
       01 WS-TIMES-SWITCH PIC X VALUE "N".
           88 WS-TIMES-FOUND VALUE "Y".
       01 WS-BAD-INPUT-SWITCH PIC X VALUE "N".
           88 WS-BAD-INPUT VALUE "Y".
       01 WS-WARNING-SWITCH PIC X VALUE "N".
           88 WS-CHAIN-WARNING VALUE "Y".
       01 WS-START-SWITCH PIC X VALUE "N".
           88 WS-START-GIVEN VALUE "Y".
       01 WS-LIB-NAME PIC X(8).
       01 WS-LIB-ROWS PIC 9.
       01 WS-LIB-COLS PIC 9.
       01 WS-LIB-STATUS PIC X.

       01 WS-PROB-OUT PIC 9.9(6).
       01 WS-SUM-OUT PIC -9.9(6).
       01 WS-TIME-OUT PIC Z(6)9.9(4).
       01 WS-I-OUT PIC 9(2).
       01 WS-PERIOD-OUT PIC 9(3).
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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "MARKOVPROJ".
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
           OPEN INPUT MATRIX-FILE
           IF WS-IN-STATUS NOT = "00"
              DISPLAY "MKVIN.DAT NOT ON FILE - NOTHING TO PROJECT"
              MOVE 8 TO RETURN-CODE
              MOVE RETURN-CODE TO WS-RETURN-CODE
              CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
                 WS-RETURN-CODE WS-AUTH-USER
              MOVE WS-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-MATRIX
           CLOSE MATRIX-FILE
           IF NOT WS-BAD-INPUT
              PERFORM READ-CONTROL-FILE
           END-IF
           IF NOT WS-BAD-INPUT
              PERFORM CHECK-ROW-SUMS
           END-IF
           IF WS-BAD-INPUT
              DISPLAY "BAD MKVIN.DAT OR MKVCTL.DAT INPUT - NOTHING"
                 " PROJECTED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM SOLVE-STEADY-STATE
              PERFORM FIND-ABSORBING-STATES
              IF WS-ABSORB-COUNT > ZERO
                 PERFORM SOLVE-ABSORPTION-TIMES
              END-IF
              PERFORM WRITE-MARKOV-REPORT
              IF WS-CHAIN-WARNING
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * LOAD-MATRIX takes either a single "&name" library reference
      * (the entry must be square) or the ROWS COLS record and the
      * inline cells into the integer table; they are taken to
      * chances once the scale is known.
      *****************************************************************
       LOAD-MATRIX.
           READ MATRIX-FILE
           IF MATRIX-RECORD(1:1) = "&"
              MOVE MATRIX-RECORD(2:8) TO WS-LIB-NAME
              CALL "MATLIB-FETCH" USING WS-LIB-NAME M1
                 WS-LIB-ROWS WS-LIB-COLS WS-LIB-STATUS
              IF WS-LIB-STATUS = "N"
                 OR WS-LIB-ROWS NOT = WS-LIB-COLS
                 OR WS-LIB-ROWS = ZERO
                 DISPLAY "LIBRARY ENTRY " WS-LIB-NAME
                    " MISSING OR NOT SQUARE"
                 SET WS-BAD-INPUT TO TRUE
              ELSE
                 MOVE WS-LIB-ROWS TO WS-N
              END-IF
           ELSE
              IF MATRIX-RECORD(1:4) IS NUMERIC
                 AND MATRIX-RECORD(1:2) = MATRIX-RECORD(3:2)
                 MOVE MATRIX-RECORD(1:2) TO WS-N
                 PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-N
                    PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
                       READ MATRIX-FILE INTO CELL-RECORD
                       MOVE CELL-RECORD TO ARRAYA(I, J)
                    END-PERFORM
                 END-PERFORM
              ELSE
                 DISPLAY "MKVIN.DAT DIMENSION RECORD NOT A SQUARE"
                    " ROWS/COLS PAIR"
                 SET WS-BAD-INPUT TO TRUE
              END-IF
           END-IF
           IF NOT WS-BAD-INPUT AND WS-N = ZERO
              SET WS-BAD-INPUT TO TRUE
           END-IF.

      *****************************************************************
      * READ-CONTROL-FILE takes the periods, tolerance and scale from
      * the first MKVCTL.DAT line, then the starting distribution
      * after it, inline or by library reference.
      *****************************************************************
       READ-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = "00"
              READ CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CTL-PERIODS IS NUMERIC
                       MOVE CTL-PERIODS TO WS-PERIODS
                    END-IF
                    IF CTL-TOLERANCE IS NUMERIC
                       MOVE CTL-TOLERANCE TO WS-TOLERANCE
                    END-IF
                    IF CTL-SCALE IS NUMERIC
                       MOVE CTL-SCALE TO WS-SCALE
                    END-IF
                    PERFORM SET-SCALE-DEFAULTS
                    PERFORM LOAD-START-DISTRIBUTION
              END-READ
              CLOSE CONTROL-FILE
           END-IF
           IF NOT WS-START-GIVEN
              PERFORM SET-SCALE-DEFAULTS
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-N
                 MOVE ZERO TO WS-D(I)
              END-PERFORM
              MOVE 1 TO WS-D(1)
           END-IF
           MOVE WS-DIST TO WS-START-DIST
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-N
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
                 COMPUTE WS-P(I, J) = ARRAYA(I, J) / WS-SCALE-UNIT
              END-PERFORM
           END-PERFORM.

       SET-SCALE-DEFAULTS.
           IF WS-PERIODS = ZERO
              MOVE 12 TO WS-PERIODS
           END-IF
           IF WS-TOLERANCE = ZERO
              MOVE 0.001000 TO WS-TOLERANCE
           END-IF
           IF WS-SCALE = ZERO
              MOVE 3 TO WS-SCALE
           END-IF
           COMPUTE WS-SCALE-UNIT = 10 ** WS-SCALE.

       LOAD-START-DISTRIBUTION.
           READ CONTROL-FILE
              AT END CONTINUE
              NOT AT END
                 SET WS-START-GIVEN TO TRUE
                 IF CONTROL-RECORD(1:1) = "&"
                    MOVE CONTROL-RECORD(2:8) TO WS-LIB-NAME
                    CALL "MATLIB-FETCH" USING WS-LIB-NAME M2
                       WS-LIB-ROWS WS-LIB-COLS WS-LIB-STATUS
                    IF WS-LIB-STATUS = "N" OR WS-LIB-COLS NOT = 1
                       OR WS-LIB-ROWS NOT = WS-N
                       DISPLAY "LIBRARY ENTRY " WS-LIB-NAME
                          " MISSING OR NOT A " WS-N "-STATE VECTOR"
                       SET WS-BAD-INPUT TO TRUE
                    ELSE
                       PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-N
                          COMPUTE WS-D(I) =
                             ARRAYB(I, 1) / WS-SCALE-UNIT
                       END-PERFORM
                    END-IF
                 ELSE
                    MOVE CONTROL-RECORD TO CELL-RECORD
                    COMPUTE WS-D(1) = CELL-RECORD / WS-SCALE-UNIT
                    PERFORM VARYING I FROM 2 BY 1 UNTIL I > WS-N
                       READ CONTROL-FILE INTO CELL-RECORD
                          AT END
                             DISPLAY "MKVCTL.DAT STARTING"
                                " DISTRIBUTION SHORT"
                             SET WS-BAD-INPUT TO TRUE
                             MOVE WS-N TO I
                          NOT AT END
                             COMPUTE WS-D(I) =
                                CELL-RECORD / WS-SCALE-UNIT
                       END-READ
                    END-PERFORM
                 END-IF
           END-READ.

      *****************************************************************
      * CHECK-ROW-SUMS holds every row, and the starting
      * distribution, to adding to one within the tolerance with no
      * negative chance, filing each row that does not.
      *****************************************************************
       CHECK-ROW-SUMS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-N
              MOVE ZERO TO WS-SUM
              MOVE "N" TO WS-SINGULAR
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
                 ADD WS-P(I, J) TO WS-SUM
                 IF WS-P(I, J) < ZERO
                    MOVE "Y" TO WS-SINGULAR
                 END-IF
              END-PERFORM
              COMPUTE WS-DEVIATION = WS-SUM - 1
              IF WS-DEVIATION < ZERO
                 COMPUTE WS-DEVIATION = ZERO - WS-DEVIATION
              END-IF
              IF WS-DEVIATION > WS-TOLERANCE OR WS-SINGULAR = "Y"
                 SET WS-BAD-INPUT TO TRUE
                 MOVE I TO WS-I-OUT
                 MOVE WS-SUM TO WS-SUM-OUT
                 DISPLAY "ROW " WS-I-OUT " ADDS TO " WS-SUM-OUT
                    " OR HAS A NEGATIVE CELL"
                 MOVE SPACES TO WS-EXC-DETAIL
                 STRING "ROW " WS-I-OUT " SUM " WS-SUM-OUT
                    " OR NEGATIVE CELL" DELIMITED BY SIZE
                    INTO WS-EXC-DETAIL
                 PERFORM FILE-ROW-SUM-EXCEPTION
              END-IF
           END-PERFORM
           MOVE ZERO TO WS-SUM
           MOVE "N" TO WS-SINGULAR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-N
              ADD WS-D(I) TO WS-SUM
              IF WS-D(I) < ZERO
                 MOVE "Y" TO WS-SINGULAR
              END-IF
           END-PERFORM
           COMPUTE WS-DEVIATION = WS-SUM - 1
           IF WS-DEVIATION < ZERO
              COMPUTE WS-DEVIATION = ZERO - WS-DEVIATION
           END-IF
           IF WS-DEVIATION > WS-TOLERANCE OR WS-SINGULAR = "Y"
              SET WS-BAD-INPUT TO TRUE
              MOVE WS-SUM TO WS-SUM-OUT
              DISPLAY "STARTING DISTRIBUTION ADDS TO " WS-SUM-OUT
                 " OR HAS A NEGATIVE CELL"
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "START SUM " WS-SUM-OUT " OR NEGATIVE CELL"
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              PERFORM FILE-ROW-SUM-EXCEPTION
           END-IF.

       FILE-ROW-SUM-EXCEPTION.
           MOVE "E" TO WS-EXC-SEVERITY
           MOVE "MKVROWSM" TO WS-EXC-REASON
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

      *****************************************************************
      * SOLVE-STEADY-STATE sets up pi (P - I) = 0 column-wise - the
      * transpose of P less the identity - and replaces its last
      * equation with the shares adding to one, which makes the
      * system solvable exactly when the chain has one long run.
      *****************************************************************
       SOLVE-STEADY-STATE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-N
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
                 IF I = WS-N
                    MOVE 1 TO WS-A(I, J)
                 ELSE
                    IF I = J
                       COMPUTE WS-A(I, J) = WS-P(J, I) - 1
                    ELSE
                       MOVE WS-P(J, I) TO WS-A(I, J)
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZERO TO WS-B(I)
           END-PERFORM
           MOVE 1 TO WS-B(WS-N)
           CALL "GAUSS-ELIMINATE" USING WS-N WS-WORK-MATRIX WS-RHS
              WS-SOLUTION WS-SINGULAR WS-FAIL-COLUMN
           IF WS-SINGULAR = "Y"
              SET WS-CHAIN-WARNING TO TRUE
              MOVE "W" TO WS-EXC-SEVERITY
              MOVE "MKVNOSS" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "NO SINGLE STEADY STATE, ORDER " WS-N
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
           ELSE
              SET WS-STEADY-FOUND TO TRUE
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-N
                 MOVE WS-X(I) TO WS-SS(I)
              END-PERFORM
           END-IF.

      *****************************************************************
      * FIND-ABSORBING-STATES marks each state whose own cell is a
      * certainty - once entered it is never left - and lists the
      * rest as the transient states.
      *****************************************************************
       FIND-ABSORBING-STATES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-N
              IF ARRAYA(I, I) = WS-SCALE-UNIT
                 MOVE "Y" TO WS-ABSORBING(I)
                 ADD 1 TO WS-ABSORB-COUNT
              ELSE
                 MOVE "N" TO WS-ABSORBING(I)
                 ADD 1 TO WS-TRANSIENT-COUNT
                 MOVE I TO WS-TRANSIENT-STATE(WS-TRANSIENT-COUNT)
              END-IF
           END-PERFORM.

      *****************************************************************
      * SOLVE-ABSORPTION-TIMES solves (I - Q) t = 1, Q the chances
      * among the transient states alone; t(i) is the expected
      * number of periods from transient state i to absorption.  A
      * singular system means some transient state can never reach
      * an absorbing one, and no times are given.
      *****************************************************************
       SOLVE-ABSORPTION-TIMES.
           IF WS-TRANSIENT-COUNT > ZERO
              PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > WS-TRANSIENT-COUNT
                 PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-TRANSIENT-COUNT
                    MOVE WS-TRANSIENT-STATE(I) TO K
                    MOVE WS-TRANSIENT-STATE(J) TO WS-COL
                    IF I = J
                       COMPUTE WS-A(I, J) = 1 - WS-P(K, WS-COL)
                    ELSE
                       COMPUTE WS-A(I, J) = ZERO - WS-P(K, WS-COL)
                    END-IF
                 END-PERFORM
                 MOVE 1 TO WS-B(I)
              END-PERFORM
              CALL "GAUSS-ELIMINATE" USING WS-TRANSIENT-COUNT
                 WS-WORK-MATRIX WS-RHS WS-SOLUTION WS-SINGULAR
                 WS-FAIL-COLUMN
              IF WS-SINGULAR NOT = "Y"
                 SET WS-TIMES-FOUND TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      * WRITE-MARKOV-REPORT lists the steady state, the absorbing
      * states and absorption times, and the projection.
      *****************************************************************
       WRITE-MARKOV-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "MKVRPT.DAT" TO WS-RPT-FILE
           MOVE "MARKOV CHAIN STEADY STATE AND PROJECTION" TO
              WS-RPT-TITLE
           MOVE "MEASURE / STATE SHARES" TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "STATES " WS-N "  CELL SCALE " WS-SCALE
              "  PERIODS " WS-PERIODS
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-STEADY-FOUND
              MOVE "STEADY STATE" TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-N
                 MOVE WS-SS(I) TO WS-D(I)
              END-PERFORM
              PERFORM WRITE-DISTRIBUTION-LINES
           ELSE
              STRING "NO SINGLE STEADY STATE - MORE THAN ONE CLOSED"
                 " CLASS OF STATES" DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              DISPLAY "NO SINGLE STEADY STATE"
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-ABSORPTION-LINES
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "PROJECTED DISTRIBUTION" TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PROJECT-DISTRIBUTION
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-ABSORPTION-LINES.
           IF WS-ABSORB-COUNT = ZERO
              MOVE "NO ABSORBING STATES" TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE SPACES TO WS-RPT-LINE
              MOVE "ABSORBING STATES" TO WS-RPT-LINE
              MOVE 18 TO WS-COL
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-N
                 IF WS-ABSORBING(I) = "Y" AND WS-COL < 97
                    MOVE I TO WS-I-OUT
                    MOVE WS-I-OUT TO WS-RPT-LINE(WS-COL:2)
                    ADD 3 TO WS-COL
                 END-IF
              END-PERFORM
              PERFORM WRITE-REPORT-LINE
              IF WS-TRANSIENT-COUNT = ZERO
                 CONTINUE
              ELSE
                 IF WS-TIMES-FOUND
                    PERFORM VARYING I FROM 1 BY 1
                          UNTIL I > WS-TRANSIENT-COUNT
                       MOVE WS-TRANSIENT-STATE(I) TO WS-I-OUT
                       MOVE WS-X(I) TO WS-TIME-OUT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  FROM STATE " WS-I-OUT
                          " EXPECTED PERIODS TO ABSORPTION "
                          WS-TIME-OUT
                          DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM WRITE-REPORT-LINE
                    END-PERFORM
                 ELSE
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "  SOME STATES NEVER REACH AN ABSORBING"
                       " STATE - NO ABSORPTION TIMES"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                    PERFORM WRITE-REPORT-LINE
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * PROJECT-DISTRIBUTION multiplies the distribution through P
      * once a period - d(t+1) = d(t) P - listing each period.
      *****************************************************************
       PROJECT-DISTRIBUTION.
      *    The steady-state listing borrowed the distribution table,
      *    so the starting distribution is put back first.
           MOVE WS-START-DIST TO WS-DIST
           MOVE ZERO TO WS-PERIOD
           PERFORM WRITE-PERIOD-LINES
           PERFORM VARYING WS-PERIOD FROM 1 BY 1
                 UNTIL WS-PERIOD > WS-PERIODS
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-N
                 MOVE ZERO TO WS-SUM
                 PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-N
                    COMPUTE WS-SUM ROUNDED =
                       WS-SUM + WS-D(I) * WS-P(I, J)
                 END-PERFORM
                 MOVE WS-SUM TO WS-ND(J)
              END-PERFORM
              MOVE WS-NEXT-DIST TO WS-DIST
              PERFORM WRITE-PERIOD-LINES
           END-PERFORM
           MOVE WS-PERIODS TO WS-PERIOD-OUT
           DISPLAY "MARKOVPROJ COMPLETE - " WS-N " STATES, "
              WS-PERIOD-OUT " PERIODS PROJECTED".

       WRITE-PERIOD-LINES.
           MOVE WS-PERIOD TO WS-PERIOD-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "PERIOD " WS-PERIOD-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-DISTRIBUTION-LINES.

      *    Eight states to a line, each as its state number and
      *    share.
       WRITE-DISTRIBUTION-LINES.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 3 TO WS-COL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-N
              MOVE I TO WS-I-OUT
              MOVE WS-D(I) TO WS-PROB-OUT
              MOVE WS-I-OUT TO WS-RPT-LINE(WS-COL:2)
              MOVE ":" TO WS-RPT-LINE(WS-COL + 2:1)
              MOVE WS-PROB-OUT TO WS-RPT-LINE(WS-COL + 3:8)
              ADD 12 TO WS-COL
              IF WS-COL > 90
                 PERFORM WRITE-REPORT-LINE
                 MOVE SPACES TO WS-RPT-LINE
                 MOVE 3 TO WS-COL
              END-IF
           END-PERFORM
           IF WS-COL > 3
              PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM markovProj.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY MATLIB.

       COPY GAUSSELM.

       COPY DATESERV.

       COPY ENVNAME.
