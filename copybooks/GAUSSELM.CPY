      *****************************************************************
      * GAUSSELM.CPY
      *
      * Gaussian elimination with partial pivoting, distributed as a
      * copybook the same way RATELOOK.CPY is: COPYing this text
      * makes GAUSS-ELIMINATE a sibling PROGRAM-ID callable by CALL.
      * linSolve carried this elimination inline; it moved here when
      * the reciprocal cost allocation (recipAlloc) needed to solve
      * its own simultaneous equations, so the suite solves every
      * linear system one way.
      *
      * The caller passes N, the fractional working copy of the
      * coefficients (the MATRIX99.CPY 50x50 bound, widened to eight
      * decimal places the way linSolve widens its integer cells),
      * and the right-hand side.  Both are worked in place and come
      * back destroyed.  The solution comes back in LK-GE-X.  A
      * pivot column whose largest remaining entry is zero sets
      * LK-GE-SINGULAR to "Y" and LK-GE-FAIL-COLUMN to the column,
      * and no solution is produced.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSS-ELIMINATE.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 GE-I PIC 9(2) COMP.
       01 GE-J PIC 9(2) COMP.
       01 GE-K PIC 9(2) COMP.
       01 GE-PIVOT-ROW PIC 9(2) COMP.
       01 GE-PIVOT-ABS PIC 9(9)V9(8) COMP-3.
       01 GE-CAND-ABS PIC 9(9)V9(8) COMP-3.
       01 GE-FACTOR PIC S9(9)V9(8) COMP-3.
       01 GE-SUM PIC S9(9)V9(8) COMP-3.
       01 GE-HOLD PIC S9(9)V9(8) COMP-3.

       LINKAGE SECTION.
       01 LK-GE-N PIC 9(2).
       01 LK-GE-MATRIX.
           05 LK-GE-ROW OCCURS 50 TIMES.
               10 LK-GE-A OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 LK-GE-RHS.
           05 LK-GE-B OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 LK-GE-SOLUTION.
           05 LK-GE-X OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 LK-GE-SINGULAR PIC X.
       01 LK-GE-FAIL-COLUMN PIC 9(2) COMP.

       PROCEDURE DIVISION USING LK-GE-N LK-GE-MATRIX LK-GE-RHS
              LK-GE-SOLUTION LK-GE-SINGULAR LK-GE-FAIL-COLUMN.
       GE-MAIN.
           MOVE "N" TO LK-GE-SINGULAR
           MOVE ZERO TO LK-GE-FAIL-COLUMN
           PERFORM GE-ELIMINATE
           IF LK-GE-SINGULAR NOT = "Y"
              PERFORM GE-BACK-SUBSTITUTE
           END-IF
           GOBACK.

      *    The forward pass: for each pivot column the largest
      *    remaining entry is swapped up, and every lower row has
      *    the pivot row scaled out of it.
       GE-ELIMINATE.
           PERFORM VARYING GE-K FROM 1 BY 1
                 UNTIL GE-K > LK-GE-N OR LK-GE-SINGULAR = "Y"
              MOVE GE-K TO GE-PIVOT-ROW
              IF LK-GE-A(GE-K, GE-K) < ZERO
                 COMPUTE GE-PIVOT-ABS = ZERO - LK-GE-A(GE-K, GE-K)
              ELSE
                 MOVE LK-GE-A(GE-K, GE-K) TO GE-PIVOT-ABS
              END-IF
              PERFORM VARYING GE-I FROM GE-K BY 1
                    UNTIL GE-I > LK-GE-N
                 IF LK-GE-A(GE-I, GE-K) < ZERO
                    COMPUTE GE-CAND-ABS = ZERO - LK-GE-A(GE-I, GE-K)
                 ELSE
                    MOVE LK-GE-A(GE-I, GE-K) TO GE-CAND-ABS
                 END-IF
                 IF GE-CAND-ABS > GE-PIVOT-ABS
                    MOVE GE-CAND-ABS TO GE-PIVOT-ABS
                    MOVE GE-I TO GE-PIVOT-ROW
                 END-IF
              END-PERFORM
              IF GE-PIVOT-ABS = ZERO
                 MOVE "Y" TO LK-GE-SINGULAR
      *          GE-K advances once more on the way out of the loop,
      *          so the failing column is noted here.
                 MOVE GE-K TO LK-GE-FAIL-COLUMN
              ELSE
                 IF GE-PIVOT-ROW NOT = GE-K
                    PERFORM GE-SWAP-PIVOT-ROW
                 END-IF
                 PERFORM VARYING GE-I FROM GE-K BY 1
                       UNTIL GE-I > LK-GE-N
                    IF GE-I > GE-K
                       COMPUTE GE-FACTOR ROUNDED =
                          LK-GE-A(GE-I, GE-K) / LK-GE-A(GE-K, GE-K)
                       PERFORM VARYING GE-J FROM GE-K BY 1
                             UNTIL GE-J > LK-GE-N
                          COMPUTE LK-GE-A(GE-I, GE-J) ROUNDED =
                             LK-GE-A(GE-I, GE-J)
                             - GE-FACTOR * LK-GE-A(GE-K, GE-J)
                       END-PERFORM
                       COMPUTE LK-GE-B(GE-I) ROUNDED =
                          LK-GE-B(GE-I) - GE-FACTOR * LK-GE-B(GE-K)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       GE-SWAP-PIVOT-ROW.
           PERFORM VARYING GE-J FROM 1 BY 1 UNTIL GE-J > LK-GE-N
              MOVE LK-GE-A(GE-K, GE-J) TO GE-HOLD
              MOVE LK-GE-A(GE-PIVOT-ROW, GE-J) TO LK-GE-A(GE-K, GE-J)
              MOVE GE-HOLD TO LK-GE-A(GE-PIVOT-ROW, GE-J)
           END-PERFORM
           MOVE LK-GE-B(GE-K) TO GE-HOLD
           MOVE LK-GE-B(GE-PIVOT-ROW) TO LK-GE-B(GE-K)
           MOVE GE-HOLD TO LK-GE-B(GE-PIVOT-ROW).

      *    Walk up the triangularized system, one unknown per row.
       GE-BACK-SUBSTITUTE.
           PERFORM VARYING GE-I FROM LK-GE-N BY -1 UNTIL GE-I < 1
              MOVE LK-GE-B(GE-I) TO GE-SUM
              PERFORM VARYING GE-J FROM 1 BY 1 UNTIL GE-J > LK-GE-N
                 IF GE-J > GE-I
                    COMPUTE GE-SUM ROUNDED =
                       GE-SUM - LK-GE-A(GE-I, GE-J) * LK-GE-X(GE-J)
                 END-IF
              END-PERFORM
              COMPUTE LK-GE-X(GE-I) ROUNDED =
                 GE-SUM / LK-GE-A(GE-I, GE-I)
           END-PERFORM.

       END PROGRAM GAUSS-ELIMINATE.
