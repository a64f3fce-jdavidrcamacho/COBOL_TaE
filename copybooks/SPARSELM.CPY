      *****************************************************************
      * SPARSELM.CPY
      *
      * Sparse Gaussian elimination with partial pivoting, distributed
      * as a copybook the same way GAUSSELM.CPY is: COPYing this text
      * makes SPARSE-ELIMINATE a sibling PROGRAM-ID callable by CALL.
      * It solves the network-flow systems that are several hundred
      * equations wide and almost all zeros - too wide for the
      * MATRIX99.CPY bound GAUSS-ELIMINATE works in, and mostly
      * wasted effort for a dense elimination even if they fitted.
      *
      * The caller passes the coefficients in the SPARSE99.CPY triple
      * layout (square, up to 999 x 999), the right-hand side, and a
      * table for the solution.  The triples are left untouched, so a
      * refinement pass can call again on the same coefficients; the
      * right-hand side is worked in place and comes back destroyed,
      * as GAUSS-ELIMINATE's does.
      *
      * The working copy is one linked list per equation of its
      * nonzero cells in column order, held in a node pool.  Each
      * pivot step takes the largest entry in the pivot column from
      * the equations not yet used as pivots, and subtracts the
      * pivot equation out of every other equation with an entry in
      * that column by walking the two lists side by side - a cell
      * that cancels to zero goes back to the pool, a cell that
      * fills in is taken from it - so the work follows the nonzero
      * cells, not rows times columns.  Multipliers and cells carry
      * eight decimal places, the same rounding GAUSS-ELIMINATE
      * uses.
      *
      * LK-SE-SINGULAR comes back "Y" with LK-SE-FAIL-COLUMN set when
      * a pivot column has no nonzero entry left, and "F" when the
      * fill-in outgrows the node pool; no solution is produced in
      * either case.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPARSE-ELIMINATE.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 SE-N PIC 9(3) COMP.
       01 SE-I PIC 9(3) COMP.
       01 SE-K PIC 9(3) COMP.
       01 SE-C PIC 9(3) COMP.
       01 SE-T PIC 9(5) COMP.
       01 SE-PIVOT-ROW PIC 9(3) COMP.
       01 SE-PIVOT-ABS PIC 9(9)V9(8) COMP-3.
       01 SE-CAND-ABS PIC 9(9)V9(8) COMP-3.
       01 SE-FACTOR PIC S9(9)V9(8) COMP-3.
       01 SE-SUM PIC S9(9)V9(8) COMP-3.
       01 SE-NODE-IX PIC 9(6) COMP.
       01 SE-NEW-IX PIC 9(6) COMP.
       01 SE-PREV-IX PIC 9(6) COMP.
       01 SE-CUR-IX PIC 9(6) COMP.
       01 SE-PIV-IX PIC 9(6) COMP.
       01 SE-FREE-HEAD PIC 9(6) COMP.
       01 SE-MATCH-SWITCH PIC X.
       01 SE-POOL-USED PIC 9(6) COMP.
       01 SE-ROW-TABLE.
           05 SE-ROW-ENTRY OCCURS 999 TIMES.
               10 SE-HEAD PIC 9(6) COMP.
               10 SE-TAIL PIC 9(6) COMP.
               10 SE-PIVOTED PIC X.
               10 SE-PERM PIC 9(3) COMP.
       01 SE-NODE-POOL.
           05 SE-NODE OCCURS 100000 TIMES.
               10 SE-COL PIC 9(3) COMP.
               10 SE-VAL PIC S9(9)V9(8) COMP-3.
               10 SE-NEXT PIC 9(6) COMP.

       LINKAGE SECTION.
       01 LK-SE-MATRIX.
           02 LK-SE-ROWS PIC 9(3).
           02 LK-SE-COLS PIC 9(3).
           02 LK-SE-COUNT PIC 9(5).
           02 LK-SE-ENTRY OCCURS 20000 TIMES.
              03 LK-SE-ROW PIC 9(3).
              03 LK-SE-COL PIC 9(3).
              03 LK-SE-VALUE PIC S9(4).
       01 LK-SE-RHS.
           05 LK-SE-B OCCURS 999 TIMES PIC S9(9)V9(8) COMP-3.
       01 LK-SE-SOLUTION.
           05 LK-SE-X OCCURS 999 TIMES PIC S9(9)V9(8) COMP-3.
       01 LK-SE-SINGULAR PIC X.
       01 LK-SE-FAIL-COLUMN PIC 9(3) COMP.

       PROCEDURE DIVISION USING LK-SE-MATRIX LK-SE-RHS
              LK-SE-SOLUTION LK-SE-SINGULAR LK-SE-FAIL-COLUMN.
       SE-MAIN.
           MOVE "N" TO LK-SE-SINGULAR
           MOVE ZERO TO LK-SE-FAIL-COLUMN
           MOVE LK-SE-ROWS TO SE-N
           PERFORM SE-BUILD-ROW-LISTS
           PERFORM SE-ELIMINATE
           IF LK-SE-SINGULAR = "N"
              PERFORM SE-BACK-SUBSTITUTE
           END-IF
           GOBACK.

      *    The triples arrive in row-major order, so each one simply
      *    goes on the tail of its equation's list.
       SE-BUILD-ROW-LISTS.
           MOVE ZERO TO SE-FREE-HEAD SE-POOL-USED
           PERFORM VARYING SE-I FROM 1 BY 1 UNTIL SE-I > SE-N
              MOVE ZERO TO SE-HEAD(SE-I) SE-TAIL(SE-I) SE-PERM(SE-I)
              MOVE "N" TO SE-PIVOTED(SE-I)
           END-PERFORM
           PERFORM VARYING SE-T FROM 1 BY 1
                 UNTIL SE-T > LK-SE-COUNT
              IF LK-SE-VALUE(SE-T) NOT = ZERO
                 ADD 1 TO SE-POOL-USED
                 MOVE SE-POOL-USED TO SE-NEW-IX
                 MOVE LK-SE-COL(SE-T) TO SE-COL(SE-NEW-IX)
                 MOVE LK-SE-VALUE(SE-T) TO SE-VAL(SE-NEW-IX)
                 MOVE ZERO TO SE-NEXT(SE-NEW-IX)
                 MOVE LK-SE-ROW(SE-T) TO SE-I
                 IF SE-TAIL(SE-I) = ZERO
                    MOVE SE-NEW-IX TO SE-HEAD(SE-I)
                 ELSE
                    MOVE SE-NEW-IX TO SE-NEXT(SE-TAIL(SE-I))
                 END-IF
                 MOVE SE-NEW-IX TO SE-TAIL(SE-I)
              END-IF
           END-PERFORM.

      *    The forward pass.  Every equation not yet used as a pivot
      *    has no cell left of column K, so the candidates for
      *    column K are exactly the unused equations whose first
      *    cell sits in column K.
       SE-ELIMINATE.
           PERFORM VARYING SE-K FROM 1 BY 1
                 UNTIL SE-K > SE-N OR LK-SE-SINGULAR NOT = "N"
              MOVE ZERO TO SE-PIVOT-ROW SE-PIVOT-ABS
              PERFORM VARYING SE-I FROM 1 BY 1 UNTIL SE-I > SE-N
                 IF SE-PIVOTED(SE-I) = "N" AND SE-HEAD(SE-I) > ZERO
                    IF SE-COL(SE-HEAD(SE-I)) = SE-K
                       IF SE-VAL(SE-HEAD(SE-I)) < ZERO
                          COMPUTE SE-CAND-ABS =
                             ZERO - SE-VAL(SE-HEAD(SE-I))
                       ELSE
                          MOVE SE-VAL(SE-HEAD(SE-I)) TO SE-CAND-ABS
                       END-IF
                       IF SE-CAND-ABS > SE-PIVOT-ABS
                          MOVE SE-CAND-ABS TO SE-PIVOT-ABS
                          MOVE SE-I TO SE-PIVOT-ROW
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF SE-PIVOT-ROW = ZERO
                 MOVE "Y" TO LK-SE-SINGULAR
                 MOVE SE-K TO LK-SE-FAIL-COLUMN
              ELSE
                 MOVE SE-PIVOT-ROW TO SE-PERM(SE-K)
                 MOVE "Y" TO SE-PIVOTED(SE-PIVOT-ROW)
                 PERFORM VARYING SE-I FROM 1 BY 1
                       UNTIL SE-I > SE-N OR LK-SE-SINGULAR NOT = "N"
                    IF SE-PIVOTED(SE-I) = "N" AND SE-HEAD(SE-I) > ZERO
                       IF SE-COL(SE-HEAD(SE-I)) = SE-K
                          PERFORM SE-ELIMINATE-ONE-ROW
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

      *    Row SE-I loses its column-K cell and takes SE-FACTOR times
      *    the rest of the pivot equation off, the two lists walked
      *    together in column order.
       SE-ELIMINATE-ONE-ROW.
           COMPUTE SE-FACTOR ROUNDED =
              SE-VAL(SE-HEAD(SE-I)) / SE-VAL(SE-HEAD(SE-PIVOT-ROW))
           COMPUTE LK-SE-B(SE-I) ROUNDED =
              LK-SE-B(SE-I) - SE-FACTOR * LK-SE-B(SE-PIVOT-ROW)
           MOVE SE-HEAD(SE-I) TO SE-NODE-IX
           MOVE SE-NEXT(SE-NODE-IX) TO SE-HEAD(SE-I)
           PERFORM SE-RELEASE-NODE
           MOVE ZERO TO SE-PREV-IX
           MOVE SE-HEAD(SE-I) TO SE-CUR-IX
           MOVE SE-NEXT(SE-HEAD(SE-PIVOT-ROW)) TO SE-PIV-IX
           PERFORM UNTIL SE-PIV-IX = ZERO
                 OR LK-SE-SINGULAR NOT = "N"
              MOVE SE-COL(SE-PIV-IX) TO SE-C
              PERFORM SE-ADVANCE-TO-COLUMN
              MOVE "N" TO SE-MATCH-SWITCH
              IF SE-CUR-IX NOT = ZERO
                 IF SE-COL(SE-CUR-IX) = SE-C
                    MOVE "Y" TO SE-MATCH-SWITCH
                 END-IF
              END-IF
              IF SE-MATCH-SWITCH = "Y"
                 COMPUTE SE-VAL(SE-CUR-IX) ROUNDED =
                    SE-VAL(SE-CUR-IX) - SE-FACTOR * SE-VAL(SE-PIV-IX)
                 IF SE-VAL(SE-CUR-IX) = ZERO
                    PERFORM SE-UNLINK-CURRENT
                 ELSE
                    MOVE SE-CUR-IX TO SE-PREV-IX
                    MOVE SE-NEXT(SE-CUR-IX) TO SE-CUR-IX
                 END-IF
              ELSE
                 PERFORM SE-INSERT-FILL-IN
              END-IF
              MOVE SE-NEXT(SE-PIV-IX) TO SE-PIV-IX
           END-PERFORM.

      *    Step SE-CUR-IX along row SE-I to the first cell at or past
      *    column SE-C, SE-PREV-IX trailing one behind.
       SE-ADVANCE-TO-COLUMN.
           MOVE "N" TO SE-MATCH-SWITCH
           PERFORM UNTIL SE-MATCH-SWITCH = "Y"
              IF SE-CUR-IX = ZERO
                 MOVE "Y" TO SE-MATCH-SWITCH
              ELSE
                 IF SE-COL(SE-CUR-IX) < SE-C
                    MOVE SE-CUR-IX TO SE-PREV-IX
                    MOVE SE-NEXT(SE-CUR-IX) TO SE-CUR-IX
                 ELSE
                    MOVE "Y" TO SE-MATCH-SWITCH
                 END-IF
              END-IF
           END-PERFORM.

       SE-UNLINK-CURRENT.
           MOVE SE-CUR-IX TO SE-NODE-IX
           MOVE SE-NEXT(SE-CUR-IX) TO SE-CUR-IX
           IF SE-PREV-IX = ZERO
              MOVE SE-CUR-IX TO SE-HEAD(SE-I)
           ELSE
              MOVE SE-CUR-IX TO SE-NEXT(SE-PREV-IX)
           END-IF
           PERFORM SE-RELEASE-NODE.

      *    A cell the pivot equation has and this one does not goes
      *    in ahead of SE-CUR-IX.
       SE-INSERT-FILL-IN.
           IF SE-FREE-HEAD NOT = ZERO
              MOVE SE-FREE-HEAD TO SE-NEW-IX
              MOVE SE-NEXT(SE-NEW-IX) TO SE-FREE-HEAD
           ELSE
              IF SE-POOL-USED < 100000
                 ADD 1 TO SE-POOL-USED
                 MOVE SE-POOL-USED TO SE-NEW-IX
              ELSE
                 MOVE ZERO TO SE-NEW-IX
                 MOVE "F" TO LK-SE-SINGULAR
                 MOVE SE-K TO LK-SE-FAIL-COLUMN
              END-IF
           END-IF
           IF SE-NEW-IX NOT = ZERO
              MOVE SE-C TO SE-COL(SE-NEW-IX)
              COMPUTE SE-VAL(SE-NEW-IX) ROUNDED =
                 ZERO - SE-FACTOR * SE-VAL(SE-PIV-IX)
              MOVE SE-CUR-IX TO SE-NEXT(SE-NEW-IX)
              IF SE-PREV-IX = ZERO
                 MOVE SE-NEW-IX TO SE-HEAD(SE-I)
              ELSE
                 MOVE SE-NEW-IX TO SE-NEXT(SE-PREV-IX)
              END-IF
              MOVE SE-NEW-IX TO SE-PREV-IX
           END-IF.

       SE-RELEASE-NODE.
           MOVE SE-FREE-HEAD TO SE-NEXT(SE-NODE-IX)
           MOVE SE-NODE-IX TO SE-FREE-HEAD.

      *    Walk back up the pivot order, one unknown per pivot
      *    equation: the unknown for column K comes from the
      *    equation chosen as column K's pivot.
       SE-BACK-SUBSTITUTE.
           PERFORM VARYING SE-K FROM SE-N BY -1 UNTIL SE-K < 1
              MOVE SE-PERM(SE-K) TO SE-I
              MOVE LK-SE-B(SE-I) TO SE-SUM
              MOVE SE-NEXT(SE-HEAD(SE-I)) TO SE-NODE-IX
              PERFORM UNTIL SE-NODE-IX = ZERO
                 COMPUTE SE-SUM ROUNDED = SE-SUM
                    - SE-VAL(SE-NODE-IX) * LK-SE-X(SE-COL(SE-NODE-IX))
                 MOVE SE-NEXT(SE-NODE-IX) TO SE-NODE-IX
              END-PERFORM
              COMPUTE LK-SE-X(SE-K) ROUNDED =
                 SE-SUM / SE-VAL(SE-HEAD(SE-I))
           END-PERFORM.

       END PROGRAM SPARSE-ELIMINATE.
