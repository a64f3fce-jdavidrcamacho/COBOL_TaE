      *****************************************************************
      * EXACTELM.CPY
      *
      * Exact elimination in rational arithmetic, distributed as a
      * copybook the same way GAUSSELM.CPY is: COPYing this text
      * makes EXACT-ELIMINATE a sibling PROGRAM-ID callable by CALL.
      * It is linSolve's exact mode - the answer the auditors can
      * reproduce by hand for the ill-conditioned planning systems
      * that GAUSS-ELIMINATE's eight decimal places cannot carry
      * faithfully.  Nothing is ever rounded: every number is a
      * LONGMATH.CPY digit table with a sign byte ("+" or "-")
      * beside it, and all of the arithmetic is the LONG-* service.
      *
      * Every coefficient of the system is a fraction, and the
      * elimination carries it as a numerator/denominator pair -
      * the fraction-free (Bareiss) form of Gauss-Jordan: after
      * each pivot step every entry of the working table is the
      * numerator of its coefficient, and the denominator they all
      * share is the pivot just used.  The next step's update,
      *
      *     (pivot * entry - row factor * pivot-row entry)
      *                / previous pivot
      *
      * always divides exactly, so the pairs never need reducing
      * and the digit tables grow no faster than the determinant
      * does.  When the last column is cleared every diagonal entry
      * is the determinant and the right-hand column holds each
      * unknown's numerator over it; those are reduced to lowest
      * terms by Euclid's algorithm on the digit tables and handed
      * back with the denominator positive.
      *
      * Since the arithmetic is exact, any nonzero entry is as good
      * a pivot as any other: the first one found down the column
      * is swapped up.  A column with no nonzero entry left sets
      * LK-XE-STATUS to "Y" (singular) and LK-XE-FAIL-COLUMN to the
      * column; a product that would walk off the 200-digit tables
      * sets it to "O" and the elimination stops where it is.
      * Otherwise LK-XE-STATUS comes back "N".
      *
      * The caller passes N (up to 10 - the working table is
      * 10 rows of 11 two-hundred-digit entries), the integer
      * coefficients in the MATRIX99.CPY M1 layout, and the integer
      * right-hand side.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXACT-ELIMINATE.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 XE-I PIC 9(2) COMP.
       01 XE-J PIC 9(2) COMP.
       01 XE-K PIC 9(2) COMP.
       01 XE-P PIC 9(2) COMP.
       01 XE-N1 PIC 9(2) COMP.
       01 XE-TABLE.
           05 XE-ROW OCCURS 10 TIMES.
               10 XE-CELL OCCURS 11 TIMES.
                   15 XE-SIGN PIC X.
                   15 XE-MAG.
                       20 XE-MAG-LEN PIC 9(3) COMP.
                       20 XE-MAG-DIGIT OCCURS 200 TIMES PIC 9.
       01 XE-HOLD-ROW.
           10 XE-HOLD-CELL OCCURS 11 TIMES.
               15 XE-HOLD-SIGN PIC X.
               15 XE-HOLD-MAG.
                   20 XE-HOLD-LEN PIC 9(3) COMP.
                   20 XE-HOLD-DIGIT OCCURS 200 TIMES PIC 9.
       01 XE-PREV-SIGN PIC X.
       01 XE-PREV.
           05 XE-PREV-LEN PIC 9(3) COMP.
           05 XE-PREV-DIGIT OCCURS 200 TIMES PIC 9.
       01 XE-PIVOT-SIGN PIC X.
       01 XE-PIVOT.
           05 XE-PIVOT-LEN PIC 9(3) COMP.
           05 XE-PIVOT-DIGIT OCCURS 200 TIMES PIC 9.
       01 XE-FACTOR-SIGN PIC X.
       01 XE-FACTOR.
           05 XE-FACTOR-LEN PIC 9(3) COMP.
           05 XE-FACTOR-DIGIT OCCURS 200 TIMES PIC 9.
       01 XE-T1-SIGN PIC X.
       01 XE-T1.
           05 XE-T1-LEN PIC 9(3) COMP.
           05 XE-T1-DIGIT OCCURS 200 TIMES PIC 9.
       01 XE-T2-SIGN PIC X.
       01 XE-T2.
           05 XE-T2-LEN PIC 9(3) COMP.
           05 XE-T2-DIGIT OCCURS 200 TIMES PIC 9.
       01 XE-T3-SIGN PIC X.
       01 XE-T3.
           05 XE-T3-LEN PIC 9(3) COMP.
           05 XE-T3-DIGIT OCCURS 200 TIMES PIC 9.
       01 XE-REM.
           05 XE-REM-LEN PIC 9(3) COMP.
           05 XE-REM-DIGIT OCCURS 200 TIMES PIC 9.
       01 XE-GCD-A.
           05 XE-GA-LEN PIC 9(3) COMP.
           05 XE-GA-DIGIT OCCURS 200 TIMES PIC 9.
       01 XE-GCD-B.
           05 XE-GB-LEN PIC 9(3) COMP.
           05 XE-GB-DIGIT OCCURS 200 TIMES PIC 9.
       01 XE-STAT PIC X.
       01 XE-RESULT PIC X.
       01 XE-CELL-VALUE PIC S9(4).
       01 XE-CELL-ABS PIC 9(4).
       01 XE-CELL-STRING PIC X(200).

       LINKAGE SECTION.
       01 LK-XE-N PIC 9(2).
       01 LK-XE-M1.
           02 LK-XE-A2 OCCURS 50 TIMES.
              03 LK-XE-A3 OCCURS 50 TIMES.
                 04 LK-XE-A PIC S9(4).
       01 LK-XE-RHS.
           05 LK-XE-B OCCURS 10 TIMES PIC S9(4).
       01 LK-XE-SOLUTION.
           05 LK-XE-X OCCURS 10 TIMES.
               10 LK-XE-X-SIGN PIC X.
               10 LK-XE-X-NUM.
                   15 LK-XE-NUM-LEN PIC 9(3) COMP.
                   15 LK-XE-NUM-DIGIT OCCURS 200 TIMES PIC 9.
               10 LK-XE-X-DEN.
                   15 LK-XE-DEN-LEN PIC 9(3) COMP.
                   15 LK-XE-DEN-DIGIT OCCURS 200 TIMES PIC 9.
       01 LK-XE-STATUS PIC X.
       01 LK-XE-FAIL-COLUMN PIC 9(2) COMP.

       PROCEDURE DIVISION USING LK-XE-N LK-XE-M1 LK-XE-RHS
              LK-XE-SOLUTION LK-XE-STATUS LK-XE-FAIL-COLUMN.
       XE-MAIN.
           MOVE "N" TO LK-XE-STATUS
           MOVE ZERO TO LK-XE-FAIL-COLUMN
           COMPUTE XE-N1 = LK-XE-N + 1
           PERFORM XE-LOAD-TABLE
           PERFORM XE-ELIMINATE
           IF LK-XE-STATUS = "N"
              PERFORM XE-TAKE-SOLUTION
           END-IF
           GOBACK.

      *    The integer cells go into the working table as signed
      *    digit tables, the right-hand side as column N+1, and the
      *    starting denominator is one.
       XE-LOAD-TABLE.
           PERFORM VARYING XE-I FROM 1 BY 1 UNTIL XE-I > LK-XE-N
              PERFORM VARYING XE-J FROM 1 BY 1 UNTIL XE-J > LK-XE-N
                 MOVE LK-XE-A(XE-I, XE-J) TO XE-CELL-VALUE
                 PERFORM XE-TAKE-INTEGER
                 MOVE XE-T3-SIGN TO XE-SIGN(XE-I, XE-J)
                 MOVE XE-T3 TO XE-MAG(XE-I, XE-J)
              END-PERFORM
              MOVE LK-XE-B(XE-I) TO XE-CELL-VALUE
              PERFORM XE-TAKE-INTEGER
              MOVE XE-T3-SIGN TO XE-SIGN(XE-I, XE-N1)
              MOVE XE-T3 TO XE-MAG(XE-I, XE-N1)
           END-PERFORM
           MOVE "+" TO XE-PREV-SIGN
           MOVE 1 TO XE-PREV-LEN
           MOVE 1 TO XE-PREV-DIGIT(1).

       XE-TAKE-INTEGER.
           IF XE-CELL-VALUE < ZERO
              MOVE "-" TO XE-T3-SIGN
              COMPUTE XE-CELL-ABS = ZERO - XE-CELL-VALUE
           ELSE
              MOVE "+" TO XE-T3-SIGN
              MOVE XE-CELL-VALUE TO XE-CELL-ABS
           END-IF
           MOVE SPACES TO XE-CELL-STRING
           MOVE XE-CELL-ABS TO XE-CELL-STRING(1:4)
           CALL "LONG-FROM-DIGITS" USING XE-CELL-STRING XE-T3
              XE-STAT.

      *    One pivot step per column: a nonzero pivot is swapped up,
      *    the column is cleared from every other row, and the pivot
      *    becomes the shared denominator for the next step.
       XE-ELIMINATE.
           PERFORM VARYING XE-K FROM 1 BY 1
                 UNTIL XE-K > LK-XE-N OR LK-XE-STATUS NOT = "N"
              PERFORM XE-FIND-PIVOT
              IF LK-XE-STATUS = "N"
                 MOVE XE-SIGN(XE-K, XE-K) TO XE-PIVOT-SIGN
                 MOVE XE-MAG(XE-K, XE-K) TO XE-PIVOT
                 PERFORM XE-CLEAR-COLUMN
                 MOVE XE-PIVOT-SIGN TO XE-PREV-SIGN
                 MOVE XE-PIVOT TO XE-PREV
              END-IF
           END-PERFORM.

       XE-FIND-PIVOT.
           MOVE ZERO TO XE-P
           PERFORM VARYING XE-I FROM XE-K BY 1
                 UNTIL XE-I > LK-XE-N OR XE-P NOT = ZERO
              IF XE-MAG-LEN(XE-I, XE-K) > 1
                 OR XE-MAG-DIGIT(XE-I, XE-K, 1) NOT = ZERO
                 MOVE XE-I TO XE-P
              END-IF
           END-PERFORM
           IF XE-P = ZERO
              MOVE "Y" TO LK-XE-STATUS
              MOVE XE-K TO LK-XE-FAIL-COLUMN
           ELSE
              IF XE-P NOT = XE-K
                 MOVE XE-ROW(XE-K) TO XE-HOLD-ROW
                 MOVE XE-ROW(XE-P) TO XE-ROW(XE-K)
                 MOVE XE-HOLD-ROW TO XE-ROW(XE-P)
              END-IF
           END-IF.

      *    Every row but the pivot row - the rows above it too, this
      *    being Gauss-Jordan - has the pivot column taken out.  The
      *    row's own pivot-column entry is needed for the whole row,
      *    so it is only zeroed once the row is done.
       XE-CLEAR-COLUMN.
           PERFORM VARYING XE-I FROM 1 BY 1
                 UNTIL XE-I > LK-XE-N OR LK-XE-STATUS NOT = "N"
              IF XE-I NOT = XE-K
                 MOVE XE-SIGN(XE-I, XE-K) TO XE-FACTOR-SIGN
                 MOVE XE-MAG(XE-I, XE-K) TO XE-FACTOR
                 PERFORM VARYING XE-J FROM 1 BY 1
                       UNTIL XE-J > XE-N1 OR LK-XE-STATUS NOT = "N"
                    IF XE-J NOT = XE-K
                       PERFORM XE-UPDATE-ENTRY
                    END-IF
                 END-PERFORM
                 MOVE "+" TO XE-SIGN(XE-I, XE-K)
                 MOVE 1 TO XE-MAG-LEN(XE-I, XE-K)
                 MOVE ZERO TO XE-MAG-DIGIT(XE-I, XE-K, 1)
              END-IF
           END-PERFORM.

      *    entry = (pivot * entry - row factor * pivot-row entry)
      *            / previous pivot, signs carried by hand: the two
      *    products are formed unsigned, their signs settle whether
      *    the magnitudes add or the smaller comes off the larger,
      *    and the exact division takes the previous pivot's sign.
       XE-UPDATE-ENTRY.
           CALL "LONG-MULTIPLY" USING XE-PIVOT XE-MAG(XE-I, XE-J)
              XE-T1 XE-STAT
           IF XE-STAT = "O"
              MOVE "O" TO LK-XE-STATUS
           ELSE
              IF XE-PIVOT-SIGN = XE-SIGN(XE-I, XE-J)
                 MOVE "+" TO XE-T1-SIGN
              ELSE
                 MOVE "-" TO XE-T1-SIGN
              END-IF
              CALL "LONG-MULTIPLY" USING XE-FACTOR XE-MAG(XE-K, XE-J)
                 XE-T2 XE-STAT
              IF XE-STAT = "O"
                 MOVE "O" TO LK-XE-STATUS
              END-IF
           END-IF
           IF LK-XE-STATUS = "N"
      *       The second product is subtracted, so its sign is the
      *       opposite of the product's own.
              IF XE-FACTOR-SIGN = XE-SIGN(XE-K, XE-J)
                 MOVE "-" TO XE-T2-SIGN
              ELSE
                 MOVE "+" TO XE-T2-SIGN
              END-IF
              IF XE-T1-SIGN = XE-T2-SIGN
                 CALL "LONG-ADD" USING XE-T1 XE-T2 XE-T3 XE-STAT
                 MOVE XE-T1-SIGN TO XE-T3-SIGN
                 IF XE-STAT = "O"
                    MOVE "O" TO LK-XE-STATUS
                 END-IF
              ELSE
                 CALL "LONG-COMPARE" USING XE-T1 XE-T2 XE-RESULT
                 IF XE-RESULT = "<"
                    CALL "LONG-SUBTRACT" USING XE-T2 XE-T1 XE-T3
                       XE-STAT
                    MOVE XE-T2-SIGN TO XE-T3-SIGN
                 ELSE
                    CALL "LONG-SUBTRACT" USING XE-T1 XE-T2 XE-T3
                       XE-STAT
                    MOVE XE-T1-SIGN TO XE-T3-SIGN
                 END-IF
              END-IF
           END-IF
           IF LK-XE-STATUS = "N"
              CALL "LONG-DIVIDE-LONG" USING XE-T3 XE-PREV
                 XE-MAG(XE-I, XE-J) XE-REM XE-STAT
              IF XE-T3-SIGN = XE-PREV-SIGN
                 MOVE "+" TO XE-SIGN(XE-I, XE-J)
              ELSE
                 MOVE "-" TO XE-SIGN(XE-I, XE-J)
              END-IF
              IF XE-MAG-LEN(XE-I, XE-J) = 1
                 AND XE-MAG-DIGIT(XE-I, XE-J, 1) = ZERO
                 MOVE "+" TO XE-SIGN(XE-I, XE-J)
              END-IF
           END-IF.

      *    Each unknown is its right-hand numerator over its diagonal
      *    entry (the determinant), brought to lowest terms by the
      *    greatest common divisor - Euclid's remainders, walked on
      *    the digit tables until one comes out zero.
       XE-TAKE-SOLUTION.
           PERFORM VARYING XE-I FROM 1 BY 1 UNTIL XE-I > LK-XE-N
              MOVE XE-MAG(XE-I, XE-N1) TO XE-GCD-A
              MOVE XE-MAG(XE-I, XE-I) TO XE-GCD-B
              PERFORM UNTIL XE-GB-LEN = 1 AND XE-GB-DIGIT(1) = ZERO
                 CALL "LONG-DIVIDE-LONG" USING XE-GCD-A XE-GCD-B
                    XE-T1 XE-REM XE-STAT
                 MOVE XE-GCD-B TO XE-GCD-A
                 MOVE XE-REM TO XE-GCD-B
              END-PERFORM
              CALL "LONG-DIVIDE-LONG" USING XE-MAG(XE-I, XE-N1)
                 XE-GCD-A LK-XE-X-NUM(XE-I) XE-REM XE-STAT
              CALL "LONG-DIVIDE-LONG" USING XE-MAG(XE-I, XE-I)
                 XE-GCD-A LK-XE-X-DEN(XE-I) XE-REM XE-STAT
              IF XE-SIGN(XE-I, XE-N1) = XE-SIGN(XE-I, XE-I)
                 MOVE "+" TO LK-XE-X-SIGN(XE-I)
              ELSE
                 MOVE "-" TO LK-XE-X-SIGN(XE-I)
              END-IF
              IF LK-XE-NUM-LEN(XE-I) = 1
                 AND LK-XE-NUM-DIGIT(XE-I, 1) = ZERO
                 MOVE "+" TO LK-XE-X-SIGN(XE-I)
              END-IF
           END-PERFORM.

       END PROGRAM EXACT-ELIMINATE.
