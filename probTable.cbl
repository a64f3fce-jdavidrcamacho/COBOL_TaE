      * exact binomial and Poisson probability tables
      *    TOPIC:
      *    PROBABILITY MASS AND CUMULATIVE TABLES ON LONGMATH
      *****************************************************************
      * The actuaries used factorial.cbl's exact factorials and the
      * combinations function only as stepping stones to what they
      * actually want: probability tables.  This program reads
      * table requests from PROBREQ.DAT in the same opcode-then-
      * operands shape LONGTRAN.DAT uses - an opcode line, BINOMIAL
      * or POISSON, then two parameter lines:
      *
      *   BINOMIAL   the number of trials n (up to three digits),
      *              then the chance p as a decimal between 0 and 1
      *              with up to four places (0.25, 0.0375, 1)
      *   POISSON    the mean lambda as a decimal with up to three
      *              integer digits and two places (12.5), then the
      *              highest k wanted (up to three digits) - blank
      *              runs the table on until the mass past the mean
      *              is zero to the places carried
      *
      * and files, for every k, the probability mass and the
      * cumulative probability through it to PROBRPT.DAT through the
      * shared REPORT-WRITER, each number in full in 70-character
      * slices the way FACTRPT.DAT and LONGRPT.DAT carry them.  All
      * of the arithmetic is the LONGMATH.CPY digit-table service.
      *
      * A binomial table is exact.  With p carried as P over 10**d
      * (d the places p actually needs), the mass at k is
      *
      *     C(n,k) * P**k * (10**d - P)**(n-k)  over  10**(d*n)
      *
      * - an integer over a power of ten, so every mass and every
      * cumulative is a terminating decimal of at most d*n places
      * and is printed to the last one, trailing zeros dropped.
      * The binomial coefficient walks k up as C * (n-k) / (k+1),
      * which always divides exactly.
      *
      * A Poisson table cannot be exact - e**-lambda is not a
      * fraction - so it is carried to 60 places: e**lambda is
      * summed from its series in 60-place fixed point, the mass at
      * zero is 10**120 over that sum, and each mass after is the
      * one before times lambda over k.  Every step truncates at
      * the 60th place, never rounds up, so the places shown are
      * good to within a few units in the last place.  A lambda so
      * large that e**-lambda is below 10**-60 is refused rather
      * than tabled as zeros.
      *
      * After the rows, the mean and variance taken from the table
      * (the first and second moments of its masses) are printed
      * beside the closed forms - np and np(1-p), or lambda and
      * lambda - and checked.  For a binomial the check is exact:
      * the table's moments must equal the closed forms to the last
      * digit.  For a Poisson they must agree to 50 places; a
      * highest k that cuts off real mass in the tail is reported
      * as the reason they do not.
      *
      * A request whose numbers would walk off the 200-digit tables
      * - a binomial needing more than 199 places, a coefficient
      * or power that outgrows the table, a Poisson series past 200
      * digits - is reported as exceeding the tables at the k it
      * reached, never truncated; the rows above it are exact.  A
      * bad request, an overflow, or a refused lambda is reported
      * and leaves RETURN-CODE 4; the rest of the requests still
      * run.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. probTable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "PROBREQ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REQ-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-OPCODE PIC X(9).
           88 OP-BINOMIAL VALUE "BINOMIAL".
           88 OP-POISSON VALUE "POISSON".
       01 WS-PARAM-1 PIC X(20).
       01 WS-PARAM-2 PIC X(20).
       01 WS-PARAM PIC X(20).
       01 WS-PARAM-LEN PIC 9(2) COMP.
       01 WS-DOT-POS PIC 9(2) COMP.
       01 WS-INT-LEN PIC 9(2) COMP.
       01 WS-FRAC-LEN PIC 9(2) COMP.
       01 WS-FRAC-MAX PIC 9(2) COMP.
       01 WS-INT-PART PIC 9(3).
       01 WS-FRAC-DIGITS PIC X(4).
       01 WS-BAD-SWITCH PIC X VALUE "N".
           88 WS-BAD-REQUEST VALUE "Y".
       01 WS-OVERFLOW-SWITCH PIC X VALUE "N".
           88 WS-OVERFLOW VALUE "Y".
       01 WS-UNDERFLOW-SWITCH PIC X VALUE "N".
           88 WS-UNDERFLOW VALUE "Y".
       01 WS-STOP-SWITCH PIC X VALUE "N".
           88 WS-TABLE-DONE VALUE "Y".
       01 WS-NUM-7 PIC 9(7).
       01 WS-NUM-7-X REDEFINES WS-NUM-7 PIC X(7).
       01 WS-N PIC 9(3).
       01 WS-K PIC 9(3).
       01 WS-K-MAX PIC 9(3).
       01 WS-K-MAX-SWITCH PIC X VALUE "N".
           88 WS-K-MAX-GIVEN VALUE "Y".
       01 WS-J PIC 9(4) COMP.
       01 WS-D PIC 9 COMP.
       01 WS-P-NUM PIC 9(5).
       01 WS-Q-NUM PIC 9(5).
       01 WS-B-NUM PIC 9(5).
       01 WS-LAMBDA-NUM PIC 9(5).
       01 WS-LAMBDA-INT PIC 9(3).
       01 WS-PLACES PIC 9(3).
       01 WS-SHIFT-COUNT PIC 9(3).
       01 WS-TRAILING PIC 9(3).
       01 WS-EXPONENT PIC S9(4).
       01 WS-HUNDRED PIC 9(4) VALUE 100.
       01 WS-DIVISOR PIC 9(4).
       01 WS-REMAINDER PIC 9(4).
       01 WS-I PIC 9(3) COMP.
       01 WS-LM-STATUS PIC X.
       01 WS-COMPARE PIC X.
       01 WS-SMALL PIC 9(7).
       01 WS-LONG-SMALL.
           05 WS-SMALL-LEN PIC 9(3) COMP.
           05 WS-SMALL-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-P.
           05 WS-P-LEN PIC 9(3) COMP.
           05 WS-P-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-Q.
           05 WS-Q-LEN PIC 9(3) COMP.
           05 WS-Q-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-LAMBDA.
           05 WS-LAMBDA-LEN PIC 9(3) COMP.
           05 WS-LAMBDA-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-COEF.
           05 WS-COEF-LEN PIC 9(3) COMP.
           05 WS-COEF-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-PPOW.
           05 WS-PPOW-LEN PIC 9(3) COMP.
           05 WS-PPOW-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-QPOW-TABLE.
           05 WS-QPOW OCCURS 1000 TIMES.
               10 WS-QPOW-LEN PIC 9(3) COMP.
               10 WS-QPOW-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-MASS.
           05 WS-MASS-LEN PIC 9(3) COMP.
           05 WS-MASS-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-CUM.
           05 WS-CUM-LEN PIC 9(3) COMP.
           05 WS-CUM-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-M1.
           05 WS-M1-LEN PIC 9(3) COMP.
           05 WS-M1-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-M2.
           05 WS-M2-LEN PIC 9(3) COMP.
           05 WS-M2-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-K.
           05 WS-KL-LEN PIC 9(3) COMP.
           05 WS-KL-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-TERM.
           05 WS-TERM-LEN PIC 9(3) COMP.
           05 WS-TERM-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-WORK.
           05 WS-WORK-LEN PIC 9(3) COMP.
           05 WS-WORK-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-SERIES.
           05 WS-SERIES-LEN PIC 9(3) COMP.
           05 WS-SERIES-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-TARGET.
           05 WS-TARGET-LEN PIC 9(3) COMP.
           05 WS-TARGET-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-VAR.
           05 WS-VAR-LEN PIC 9(3) COMP.
           05 WS-VAR-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-REM.
           05 WS-REM-LEN PIC 9(3) COMP.
           05 WS-REM-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-TOL.
           05 WS-TOL-LEN PIC 9(3) COMP.
           05 WS-TOL-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-SHIFT.
           05 WS-SHIFT-LEN PIC 9(3) COMP.
           05 WS-SHIFT-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-LONG-FMT.
           05 WS-FMT-LEN PIC 9(3) COMP.
           05 WS-FMT-DIGIT OCCURS 200 TIMES PIC 9.
       01 WS-MEAN-AGREES-SWITCH PIC X.
           88 WS-MEAN-AGREES VALUE "Y".
       01 WS-VAR-AGREES-SWITCH PIC X.
           88 WS-VAR-AGREES VALUE "Y".
       01 WS-DIGIT-STRING PIC X(200).
       01 WS-DIGIT-LEN PIC 9(3).
       01 WS-PRINT-STRING PIC X(210).
       01 WS-PRINT-LEN PIC 9(3) COMP.
       01 WS-ROW-LABEL PIC X(13).
       01 WS-SLICE-START PIC 9(3) COMP.
       01 WS-SLICE-LEN PIC 9(3) COMP.
       01 WS-REQ-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "PROBTABL".
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
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS NOT = "00"
              DISPLAY "PROBREQ.DAT NOT ON FILE - NOTHING TO DO"
              MOVE 8 TO RETURN-CODE
              MOVE RETURN-CODE TO WS-RETURN-CODE
              CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
                 WS-RETURN-CODE WS-AUTH-USER
              MOVE WS-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "O" TO WS-RPT-ACTION
           MOVE "PROBRPT.DAT" TO WS-RPT-FILE
           MOVE "EXACT PROBABILITY TABLES" TO WS-RPT-TITLE
           MOVE "  K          PROBABILITY" TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           PERFORM UNTIL WS-EOF
              READ REQUEST-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    MOVE REQUEST-RECORD(1:9) TO WS-OPCODE
                    ADD 1 TO WS-REQ-COUNT
                    PERFORM PROCESS-REQUEST
              END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           DISPLAY "PROBTABLE COMPLETE - " WS-REQ-COUNT
              " REQUESTS, " WS-ERROR-COUNT " ERRORS"
           IF WS-ERROR-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       PROCESS-REQUEST.
           MOVE SPACES TO WS-PARAM-1 WS-PARAM-2
           READ REQUEST-FILE INTO WS-PARAM-1
           READ REQUEST-FILE INTO WS-PARAM-2
           MOVE "N" TO WS-BAD-SWITCH
           MOVE "N" TO WS-OVERFLOW-SWITCH
           MOVE "N" TO WS-UNDERFLOW-SWITCH
           EVALUATE TRUE
              WHEN OP-BINOMIAL
                 PERFORM TAKE-BINOMIAL-PARAMETERS
                 IF WS-BAD-REQUEST
                    PERFORM REPORT-BAD-REQUEST
                 ELSE
                    PERFORM BINOMIAL-TABLE
                 END-IF
              WHEN OP-POISSON
                 PERFORM TAKE-POISSON-PARAMETERS
                 IF WS-BAD-REQUEST
                    PERFORM REPORT-BAD-REQUEST
                 ELSE
                    PERFORM POISSON-TABLE
                 END-IF
              WHEN OTHER
                 PERFORM REPORT-BAD-REQUEST
           END-EVALUATE.

      *****************************************************************
      * TAKE-BINOMIAL-PARAMETERS takes n and p.  p's decimal places
      * are trimmed of trailing zeros first, so 0.2500 is carried
      * as 25 over 10**2 and the table runs to the fewest places
      * the answer needs.
      *****************************************************************
       TAKE-BINOMIAL-PARAMETERS.
           MOVE WS-PARAM-1 TO WS-PARAM
           PERFORM TAKE-WHOLE-NUMBER
           MOVE WS-NUM-7 TO WS-N
           IF NOT WS-BAD-REQUEST
              MOVE WS-PARAM-2 TO WS-PARAM
              MOVE 4 TO WS-FRAC-MAX
              PERFORM TAKE-DECIMAL
           END-IF
           IF NOT WS-BAD-REQUEST
              PERFORM UNTIL WS-FRAC-LEN = ZERO
                    OR WS-FRAC-DIGITS(WS-FRAC-LEN:1) NOT = "0"
                 SUBTRACT 1 FROM WS-FRAC-LEN
              END-PERFORM
              MOVE WS-FRAC-LEN TO WS-D
              MOVE ZERO TO WS-P-NUM
              IF WS-FRAC-LEN > ZERO
                 MOVE ZERO TO WS-NUM-7
                 MOVE WS-FRAC-DIGITS(1:WS-FRAC-LEN) TO
                    WS-NUM-7-X(8 - WS-FRAC-LEN:WS-FRAC-LEN)
                 MOVE WS-NUM-7 TO WS-P-NUM
              END-IF
              COMPUTE WS-B-NUM = 10 ** WS-D
              EVALUATE TRUE
                 WHEN WS-INT-PART = 1 AND WS-D = ZERO
                    MOVE 1 TO WS-P-NUM
                 WHEN WS-INT-PART NOT = ZERO
                    SET WS-BAD-REQUEST TO TRUE
              END-EVALUATE
              COMPUTE WS-Q-NUM = WS-B-NUM - WS-P-NUM
           END-IF.

      *****************************************************************
      * TAKE-POISSON-PARAMETERS takes lambda, carried as a whole
      * number of hundredths, and the highest k - blank meaning run
      * on until the mass dies out.
      *****************************************************************
       TAKE-POISSON-PARAMETERS.
           MOVE WS-PARAM-1 TO WS-PARAM
           MOVE 2 TO WS-FRAC-MAX
           PERFORM TAKE-DECIMAL
           IF NOT WS-BAD-REQUEST
              MOVE WS-INT-PART TO WS-LAMBDA-INT
              MOVE ZERO TO WS-NUM-7
              IF WS-FRAC-LEN > ZERO
                 MOVE WS-FRAC-DIGITS(1:WS-FRAC-LEN) TO
                    WS-NUM-7-X(6:WS-FRAC-LEN)
              END-IF
              COMPUTE WS-LAMBDA-NUM = WS-INT-PART * 100 + WS-NUM-7
              MOVE "N" TO WS-K-MAX-SWITCH
              IF WS-PARAM-2 NOT = SPACES
                 MOVE WS-PARAM-2 TO WS-PARAM
                 PERFORM TAKE-WHOLE-NUMBER
                 MOVE WS-NUM-7 TO WS-K-MAX
                 SET WS-K-MAX-GIVEN TO TRUE
              END-IF
           END-IF.

      *    A whole number of one to three digits, left-justified.
       TAKE-WHOLE-NUMBER.
           MOVE ZERO TO WS-PARAM-LEN
           INSPECT WS-PARAM TALLYING WS-PARAM-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE ZERO TO WS-NUM-7
           IF WS-PARAM-LEN = ZERO OR WS-PARAM-LEN > 3
              SET WS-BAD-REQUEST TO TRUE
           ELSE
              IF WS-PARAM(1:WS-PARAM-LEN) IS NOT NUMERIC
                 SET WS-BAD-REQUEST TO TRUE
              ELSE
                 MOVE WS-PARAM(1:WS-PARAM-LEN) TO
                    WS-NUM-7-X(8 - WS-PARAM-LEN:WS-PARAM-LEN)
              END-IF
           END-IF.

      *    A decimal of one to three integer digits and up to
      *    WS-FRAC-MAX places, the point optional.
       TAKE-DECIMAL.
           MOVE ZERO TO WS-PARAM-LEN WS-DOT-POS
           INSPECT WS-PARAM TALLYING WS-PARAM-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-PARAM TALLYING WS-DOT-POS
              FOR CHARACTERS BEFORE INITIAL "."
           IF WS-DOT-POS > WS-PARAM-LEN
              MOVE WS-PARAM-LEN TO WS-INT-LEN
              MOVE ZERO TO WS-FRAC-LEN
           ELSE
              MOVE WS-DOT-POS TO WS-INT-LEN
              COMPUTE WS-FRAC-LEN = WS-PARAM-LEN - WS-DOT-POS - 1
           END-IF
           MOVE SPACES TO WS-FRAC-DIGITS
           MOVE ZERO TO WS-INT-PART
           IF WS-INT-LEN = ZERO OR WS-INT-LEN > 3
              OR WS-FRAC-LEN > WS-FRAC-MAX
              SET WS-BAD-REQUEST TO TRUE
           ELSE
              IF WS-PARAM(1:WS-INT-LEN) IS NOT NUMERIC
                 SET WS-BAD-REQUEST TO TRUE
              ELSE
                 MOVE ZERO TO WS-NUM-7
                 MOVE WS-PARAM(1:WS-INT-LEN) TO
                    WS-NUM-7-X(8 - WS-INT-LEN:WS-INT-LEN)
                 MOVE WS-NUM-7 TO WS-INT-PART
              END-IF
              IF WS-FRAC-LEN > ZERO
                 IF WS-PARAM(WS-DOT-POS + 2:WS-FRAC-LEN)
                       IS NOT NUMERIC
                    SET WS-BAD-REQUEST TO TRUE
                 ELSE
                    MOVE WS-PARAM(WS-DOT-POS + 2:WS-FRAC-LEN) TO
                       WS-FRAC-DIGITS
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * BINOMIAL-TABLE walks k from 0 to n.  The powers of 10**d - P
      * are built once, up front, so each row is the coefficient
      * times P**k times one of them; the coefficient and P**k step
      * up as k does.  The first and second moments are summed as
      * the rows go.
      *****************************************************************
       BINOMIAL-TABLE.
           COMPUTE WS-PLACES = WS-D * WS-N
           MOVE SPACES TO WS-RPT-LINE
           STRING "REQUEST " WS-REQ-COUNT " BINOMIAL  N = " WS-N
                 DELIMITED BY SIZE
              "  P = " DELIMITED BY SIZE
              WS-PARAM-2 DELIMITED BY SPACE
              "  EXACT, " WS-PLACES " PLACES AT MOST"
                 DELIMITED BY SIZE
              INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
      *    The denominator 10**(d*n) itself must fit the table.
           IF WS-PLACES > 199
              SET WS-OVERFLOW TO TRUE
              MOVE ZERO TO WS-K
              PERFORM REPORT-TABLE-OVERFLOW
           ELSE
              MOVE WS-P-NUM TO WS-SMALL
              PERFORM SMALL-TO-LONG
              MOVE WS-LONG-SMALL TO WS-LONG-P
              MOVE WS-Q-NUM TO WS-SMALL
              PERFORM SMALL-TO-LONG
              MOVE WS-LONG-SMALL TO WS-LONG-Q
              PERFORM BUILD-Q-POWERS
              PERFORM START-TABLE-SUMS
              MOVE 1 TO WS-SMALL
              PERFORM SMALL-TO-LONG
              MOVE WS-LONG-SMALL TO WS-LONG-COEF
              MOVE WS-LONG-SMALL TO WS-LONG-PPOW
              MOVE ZERO TO WS-K
              MOVE "N" TO WS-STOP-SWITCH
              PERFORM UNTIL WS-TABLE-DONE OR WS-OVERFLOW
                 PERFORM BINOMIAL-ROW
              END-PERFORM
              IF WS-OVERFLOW
                 PERFORM REPORT-TABLE-OVERFLOW
              ELSE
                 PERFORM BINOMIAL-MOMENTS
              END-IF
           END-IF.

       BUILD-Q-POWERS.
           MOVE 1 TO WS-SMALL
           PERFORM SMALL-TO-LONG
           MOVE WS-LONG-SMALL TO WS-QPOW(1)
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-N OR WS-OVERFLOW
              CALL "LONG-MULTIPLY" USING WS-QPOW(WS-J) WS-LONG-Q
                 WS-LONG-WORK WS-LM-STATUS
              PERFORM CHECK-OVERFLOW
              MOVE WS-LONG-WORK TO WS-QPOW(WS-J + 1)
           END-PERFORM.

       BINOMIAL-ROW.
           CALL "LONG-MULTIPLY" USING WS-LONG-COEF WS-LONG-PPOW
              WS-LONG-WORK WS-LM-STATUS
           PERFORM CHECK-OVERFLOW
           IF NOT WS-OVERFLOW
              COMPUTE WS-J = WS-N - WS-K + 1
              CALL "LONG-MULTIPLY" USING WS-LONG-WORK WS-QPOW(WS-J)
                 WS-LONG-MASS WS-LM-STATUS
              PERFORM CHECK-OVERFLOW
           END-IF
           IF NOT WS-OVERFLOW
              PERFORM ADD-ROW-TO-SUMS
           END-IF
           IF NOT WS-OVERFLOW
              PERFORM WRITE-TABLE-ROW
              IF WS-K = WS-N
                 SET WS-TABLE-DONE TO TRUE
              ELSE
      *          C(n,k+1) = C(n,k) * (n-k) / (k+1), always exact.
                 COMPUTE WS-SMALL = WS-N - WS-K
                 PERFORM SMALL-TO-LONG
                 CALL "LONG-MULTIPLY" USING WS-LONG-COEF WS-LONG-SMALL
                    WS-LONG-WORK WS-LM-STATUS
                 PERFORM CHECK-OVERFLOW
                 COMPUTE WS-DIVISOR = WS-K + 1
                 CALL "LONG-DIVIDE" USING WS-LONG-WORK WS-DIVISOR
                    WS-LONG-COEF WS-REMAINDER WS-LM-STATUS
                 CALL "LONG-MULTIPLY" USING WS-LONG-PPOW WS-LONG-P
                    WS-LONG-WORK WS-LM-STATUS
                 PERFORM CHECK-OVERFLOW
                 MOVE WS-LONG-WORK TO WS-LONG-PPOW
                 ADD 1 TO WS-K
              END-IF
           END-IF.

      *****************************************************************
      * BINOMIAL-MOMENTS prints the table's mean and variance beside
      * np and np(1-p), and checks the moments exactly: with B =
      * 10**d the first moment sum must be nP * B**(n-1) and the
      * second nP * B**(n-1) + n(n-1)P**2 * B**(n-2), digit for
      * digit.
      *****************************************************************
       BINOMIAL-MOMENTS.
           MOVE WS-N TO WS-SMALL
           PERFORM SMALL-TO-LONG
           CALL "LONG-MULTIPLY" USING WS-LONG-SMALL WS-LONG-P
              WS-LONG-TARGET WS-LM-STATUS
           MOVE WS-LONG-TARGET TO WS-LONG-FMT
           MOVE WS-D TO WS-PLACES
           PERFORM FORMAT-FIXED
           MOVE "CLOSED MEAN" TO WS-ROW-LABEL
           PERFORM WRITE-LABELLED-NUMBER
           CALL "LONG-MULTIPLY" USING WS-LONG-TARGET WS-LONG-Q
              WS-LONG-FMT WS-LM-STATUS
           COMPUTE WS-PLACES = WS-D * 2
           PERFORM FORMAT-FIXED
           MOVE "CLOSED VAR" TO WS-ROW-LABEL
           PERFORM WRITE-LABELLED-NUMBER
           COMPUTE WS-PLACES = WS-D * WS-N
           PERFORM TABLE-MEAN-AND-VARIANCE
           MOVE "N" TO WS-MEAN-AGREES-SWITCH
           MOVE "N" TO WS-VAR-AGREES-SWITCH
           IF WS-N > ZERO
              MOVE WS-LONG-TARGET TO WS-LONG-SHIFT
              COMPUTE WS-SHIFT-COUNT = WS-D * (WS-N - 1)
              PERFORM SHIFT-UP
              MOVE WS-LONG-SHIFT TO WS-LONG-TARGET
           END-IF
           CALL "LONG-COMPARE" USING WS-LONG-M1 WS-LONG-TARGET
              WS-COMPARE
           IF WS-COMPARE = "="
              SET WS-MEAN-AGREES TO TRUE
           END-IF
           IF WS-N > 1
              COMPUTE WS-SMALL = WS-N * (WS-N - 1)
              PERFORM SMALL-TO-LONG
              CALL "LONG-MULTIPLY" USING WS-LONG-SMALL WS-LONG-P
                 WS-LONG-WORK WS-LM-STATUS
              CALL "LONG-MULTIPLY" USING WS-LONG-WORK WS-LONG-P
                 WS-LONG-SHIFT WS-LM-STATUS
              PERFORM CHECK-OVERFLOW
              COMPUTE WS-SHIFT-COUNT = WS-D * (WS-N - 2)
              PERFORM SHIFT-UP
              CALL "LONG-ADD" USING WS-LONG-TARGET WS-LONG-SHIFT
                 WS-LONG-WORK WS-LM-STATUS
              PERFORM CHECK-OVERFLOW
              MOVE WS-LONG-WORK TO WS-LONG-TARGET
           END-IF
           CALL "LONG-COMPARE" USING WS-LONG-M2 WS-LONG-TARGET
              WS-COMPARE
           IF WS-COMPARE = "="
              SET WS-VAR-AGREES TO TRUE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
              WHEN WS-OVERFLOW
                 MOVE "CHECK - MOMENTS EXCEED THE 200-DIGIT TABLES, "
                    TO WS-RPT-LINE
                 MOVE "NOT CHECKED" TO WS-RPT-LINE(46:11)
                 ADD 1 TO WS-ERROR-COUNT
              WHEN WS-MEAN-AGREES AND WS-VAR-AGREES
                 MOVE "CHECK - MEAN AND VARIANCE EQUAL THE CLOSED FORMS"
                    TO WS-RPT-LINE
                 MOVE "EXACTLY" TO WS-RPT-LINE(50:7)
              WHEN OTHER
                 MOVE "CHECK - TABLE MOMENTS DIFFER FROM THE CLOSED "
                    TO WS-RPT-LINE
                 MOVE "FORMS" TO WS-RPT-LINE(46:5)
                 ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           DISPLAY "REQUEST " WS-REQ-COUNT " BINOMIAL " WS-N " - "
              WS-RPT-LINE(1:60).

      *****************************************************************
      * POISSON-TABLE sums e**lambda from its series in 60-place
      * fixed point - each term the one before times lambda over j,
      * until a term truncates to zero - takes the mass at zero as
      * 10**120 over the sum, and walks k up from there.
      *****************************************************************
       POISSON-TABLE.
           MOVE 60 TO WS-PLACES
           MOVE SPACES TO WS-RPT-LINE
           STRING "REQUEST " WS-REQ-COUNT " POISSON  LAMBDA = "
                 DELIMITED BY SIZE
              WS-PARAM-1 DELIMITED BY SPACE
              "  TO 60 PLACES" DELIMITED BY SIZE
              INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LAMBDA-NUM TO WS-SMALL
           PERFORM SMALL-TO-LONG
           MOVE WS-LONG-SMALL TO WS-LONG-LAMBDA
           MOVE 1 TO WS-SMALL
           PERFORM SMALL-TO-LONG
           MOVE WS-LONG-SMALL TO WS-LONG-SHIFT
           MOVE 60 TO WS-SHIFT-COUNT
           PERFORM SHIFT-UP
           MOVE WS-LONG-SHIFT TO WS-LONG-TERM
           MOVE ZERO TO WS-SMALL
           PERFORM SMALL-TO-LONG
           MOVE WS-LONG-SMALL TO WS-LONG-SERIES
           MOVE ZERO TO WS-J
           PERFORM UNTIL WS-OVERFLOW OR WS-J > 9998
                 OR (WS-TERM-LEN = 1 AND WS-TERM-DIGIT(1) = ZERO)
              CALL "LONG-ADD" USING WS-LONG-SERIES WS-LONG-TERM
                 WS-LONG-WORK WS-LM-STATUS
              PERFORM CHECK-OVERFLOW
              MOVE WS-LONG-WORK TO WS-LONG-SERIES
              ADD 1 TO WS-J
              MOVE WS-J TO WS-DIVISOR
              PERFORM NEXT-POISSON-TERM
           END-PERFORM
           IF NOT WS-OVERFLOW
              MOVE 1 TO WS-SMALL
              PERFORM SMALL-TO-LONG
              MOVE WS-LONG-SMALL TO WS-LONG-SHIFT
              MOVE 120 TO WS-SHIFT-COUNT
              PERFORM SHIFT-UP
              CALL "LONG-DIVIDE-LONG" USING WS-LONG-SHIFT
                 WS-LONG-SERIES WS-LONG-MASS WS-LONG-REM WS-LM-STATUS
              IF WS-MASS-LEN = 1 AND WS-MASS-DIGIT(1) = ZERO
                 SET WS-UNDERFLOW TO TRUE
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-OVERFLOW
                 MOVE ZERO TO WS-K
                 PERFORM REPORT-TABLE-OVERFLOW
              WHEN WS-UNDERFLOW
                 MOVE SPACES TO WS-RPT-LINE
                 MOVE "LAMBDA PAST THE 60-PLACE TABLE - E**-LAMBDA IS "
                    TO WS-RPT-LINE
                 MOVE "BELOW 10**-60, NOT TABLED" TO
                    WS-RPT-LINE(49:25)
                 PERFORM WRITE-REPORT-LINE
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "REQUEST " WS-REQ-COUNT
                    " POISSON - LAMBDA TOO LARGE, NOT TABLED"
              WHEN OTHER
                 PERFORM START-TABLE-SUMS
                 MOVE ZERO TO WS-K
                 MOVE "N" TO WS-STOP-SWITCH
                 PERFORM UNTIL WS-TABLE-DONE OR WS-OVERFLOW
                    PERFORM POISSON-ROW
                 END-PERFORM
                 IF WS-OVERFLOW
                    PERFORM REPORT-TABLE-OVERFLOW
                 ELSE
                    PERFORM POISSON-MOMENTS
                 END-IF
           END-EVALUATE.

      *    term = term * lambda-hundredths / 100 / divisor
       NEXT-POISSON-TERM.
           CALL "LONG-MULTIPLY" USING WS-LONG-TERM WS-LONG-LAMBDA
              WS-LONG-WORK WS-LM-STATUS
           PERFORM CHECK-OVERFLOW
           CALL "LONG-DIVIDE" USING WS-LONG-WORK WS-HUNDRED
              WS-LONG-TERM WS-REMAINDER WS-LM-STATUS
           MOVE WS-LONG-TERM TO WS-LONG-WORK
           CALL "LONG-DIVIDE" USING WS-LONG-WORK WS-DIVISOR
              WS-LONG-TERM WS-REMAINDER WS-LM-STATUS.

      *    With no highest k given, the table stops past the mean at
      *    the first mass that is zero to 60 places (that row is not
      *    printed), or at k = 999.
       POISSON-ROW.
           PERFORM ADD-ROW-TO-SUMS
           IF NOT WS-OVERFLOW
              PERFORM WRITE-TABLE-ROW
              EVALUATE TRUE
                 WHEN WS-K = 999
                    SET WS-TABLE-DONE TO TRUE
                 WHEN WS-K-MAX-GIVEN AND WS-K = WS-K-MAX
                    SET WS-TABLE-DONE TO TRUE
                 WHEN OTHER
                    MOVE WS-LONG-MASS TO WS-LONG-TERM
                    COMPUTE WS-DIVISOR = WS-K + 1
                    PERFORM NEXT-POISSON-TERM
                    MOVE WS-LONG-TERM TO WS-LONG-MASS
                    ADD 1 TO WS-K
                    IF NOT WS-K-MAX-GIVEN AND WS-K > WS-LAMBDA-INT
                       AND WS-MASS-LEN = 1 AND WS-MASS-DIGIT(1) = ZERO
                       SUBTRACT 1 FROM WS-K
                       SET WS-TABLE-DONE TO TRUE
                    END-IF
              END-EVALUATE
           END-IF.

      *****************************************************************
      * POISSON-MOMENTS prints the table's mean and variance beside
      * lambda, and checks that both agree with it to 50 places.
      *****************************************************************
       POISSON-MOMENTS.
           MOVE WS-LONG-LAMBDA TO WS-LONG-FMT
           MOVE 2 TO WS-PLACES
           PERFORM FORMAT-FIXED
           MOVE "CLOSED MEAN" TO WS-ROW-LABEL
           PERFORM WRITE-LABELLED-NUMBER
           MOVE "CLOSED VAR" TO WS-ROW-LABEL
           PERFORM WRITE-LABELLED-NUMBER
           MOVE 60 TO WS-PLACES
           PERFORM TABLE-MEAN-AND-VARIANCE
           MOVE WS-LONG-LAMBDA TO WS-LONG-SHIFT
           MOVE 58 TO WS-SHIFT-COUNT
           PERFORM SHIFT-UP
           MOVE WS-LONG-SHIFT TO WS-LONG-TARGET
           MOVE 1 TO WS-SMALL
           PERFORM SMALL-TO-LONG
           MOVE WS-LONG-SMALL TO WS-LONG-SHIFT
           MOVE 10 TO WS-SHIFT-COUNT
           PERFORM SHIFT-UP
           MOVE WS-LONG-SHIFT TO WS-LONG-TOL
           MOVE WS-LONG-M1 TO WS-LONG-WORK
           PERFORM DIFFERENCE-FROM-TARGET
           MOVE "N" TO WS-MEAN-AGREES-SWITCH
           CALL "LONG-COMPARE" USING WS-LONG-WORK WS-LONG-TOL
              WS-COMPARE
           IF WS-COMPARE = "<"
              SET WS-MEAN-AGREES TO TRUE
           END-IF
           MOVE WS-LONG-VAR TO WS-LONG-WORK
           PERFORM DIFFERENCE-FROM-TARGET
           MOVE "N" TO WS-VAR-AGREES-SWITCH
           CALL "LONG-COMPARE" USING WS-LONG-WORK WS-LONG-TOL
              WS-COMPARE
           IF WS-COMPARE = "<"
              SET WS-VAR-AGREES TO TRUE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           IF WS-MEAN-AGREES AND WS-VAR-AGREES
              MOVE "CHECK - MEAN AND VARIANCE AGREE WITH THE CLOSED "
                 TO WS-RPT-LINE
              MOVE "FORMS TO 50 PLACES" TO WS-RPT-LINE(49:18)
           ELSE
              STRING "CHECK - MOMENTS DIFFER FROM THE CLOSED FORMS - "
                 "MASS PAST K = " WS-K " IS NOT IN THE TABLE"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM WRITE-REPORT-LINE
           DISPLAY "REQUEST " WS-REQ-COUNT " POISSON - " WS-K
              " ROWS PAST ZERO - " WS-RPT-LINE(1:40).

      *    |WS-LONG-WORK - WS-LONG-TARGET| into WS-LONG-WORK.
       DIFFERENCE-FROM-TARGET.
           CALL "LONG-COMPARE" USING WS-LONG-WORK WS-LONG-TARGET
              WS-COMPARE
           IF WS-COMPARE = "<"
              CALL "LONG-SUBTRACT" USING WS-LONG-TARGET WS-LONG-WORK
                 WS-LONG-SHIFT WS-LM-STATUS
           ELSE
              CALL "LONG-SUBTRACT" USING WS-LONG-WORK WS-LONG-TARGET
                 WS-LONG-SHIFT WS-LM-STATUS
           END-IF
           MOVE WS-LONG-SHIFT TO WS-LONG-WORK.

      *****************************************************************
      * TABLE-MEAN-AND-VARIANCE prints the mean and variance the
      * table itself gives, to WS-PLACES places: the mean is the
      * first moment sum as it stands, and the variance is the
      * second moment sum less the mean squared.  The mean is
      * stripped of its trailing zeros before it is squared, so the
      * square stays well inside the digit table.
      *****************************************************************
       TABLE-MEAN-AND-VARIANCE.
           MOVE WS-LONG-M1 TO WS-LONG-FMT
           PERFORM FORMAT-FIXED
           MOVE "TABLE MEAN" TO WS-ROW-LABEL
           PERFORM WRITE-LABELLED-NUMBER
           MOVE WS-LONG-M1 TO WS-LONG-SHIFT
           MOVE ZERO TO WS-TRAILING
           IF WS-SHIFT-LEN > 1
              PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-SHIFT-DIGIT(WS-I) NOT = ZERO
                 ADD 1 TO WS-TRAILING
              END-PERFORM
           END-IF
           MOVE WS-TRAILING TO WS-SHIFT-COUNT
           PERFORM SHIFT-DOWN
           MOVE WS-LONG-SHIFT TO WS-LONG-WORK
           CALL "LONG-MULTIPLY" USING WS-LONG-WORK WS-LONG-SHIFT
              WS-LONG-TERM WS-LM-STATUS
           PERFORM CHECK-OVERFLOW
           MOVE WS-LONG-TERM TO WS-LONG-SHIFT
           COMPUTE WS-EXPONENT = WS-TRAILING * 2 - WS-PLACES
           IF WS-EXPONENT < ZERO
              COMPUTE WS-SHIFT-COUNT = ZERO - WS-EXPONENT
              PERFORM SHIFT-DOWN
           ELSE
              MOVE WS-EXPONENT TO WS-SHIFT-COUNT
              PERFORM SHIFT-UP
           END-IF
           CALL "LONG-SUBTRACT" USING WS-LONG-M2 WS-LONG-SHIFT
              WS-LONG-VAR WS-LM-STATUS
           IF WS-LM-STATUS = "N"
              MOVE ZERO TO WS-SMALL
              PERFORM SMALL-TO-LONG
              MOVE WS-LONG-SMALL TO WS-LONG-VAR
           END-IF
           MOVE WS-LONG-VAR TO WS-LONG-FMT
           PERFORM FORMAT-FIXED
           MOVE "TABLE VAR" TO WS-ROW-LABEL
           PERFORM WRITE-LABELLED-NUMBER.

       START-TABLE-SUMS.
           MOVE ZERO TO WS-SMALL
           PERFORM SMALL-TO-LONG
           MOVE WS-LONG-SMALL TO WS-LONG-CUM
           MOVE WS-LONG-SMALL TO WS-LONG-M1
           MOVE WS-LONG-SMALL TO WS-LONG-M2.

      *    The cumulative takes the mass; the moment sums take k and
      *    k squared times it.
       ADD-ROW-TO-SUMS.
           CALL "LONG-ADD" USING WS-LONG-CUM WS-LONG-MASS
              WS-LONG-WORK WS-LM-STATUS
           PERFORM CHECK-OVERFLOW
           MOVE WS-LONG-WORK TO WS-LONG-CUM
           MOVE WS-K TO WS-SMALL
           PERFORM SMALL-TO-LONG
           MOVE WS-LONG-SMALL TO WS-LONG-K
           CALL "LONG-MULTIPLY" USING WS-LONG-MASS WS-LONG-K
              WS-LONG-TERM WS-LM-STATUS
           PERFORM CHECK-OVERFLOW
           CALL "LONG-ADD" USING WS-LONG-M1 WS-LONG-TERM
              WS-LONG-WORK WS-LM-STATUS
           PERFORM CHECK-OVERFLOW
           MOVE WS-LONG-WORK TO WS-LONG-M1
           CALL "LONG-MULTIPLY" USING WS-LONG-TERM WS-LONG-K
              WS-LONG-WORK WS-LM-STATUS
           PERFORM CHECK-OVERFLOW
           MOVE WS-LONG-WORK TO WS-LONG-TERM
           CALL "LONG-ADD" USING WS-LONG-M2 WS-LONG-TERM
              WS-LONG-WORK WS-LM-STATUS
           PERFORM CHECK-OVERFLOW
           MOVE WS-LONG-WORK TO WS-LONG-M2.

       CHECK-OVERFLOW.
           IF WS-LM-STATUS = "O"
              SET WS-OVERFLOW TO TRUE
           END-IF.

       SMALL-TO-LONG.
           MOVE SPACES TO WS-DIGIT-STRING
           MOVE WS-SMALL TO WS-NUM-7
           MOVE WS-NUM-7-X TO WS-DIGIT-STRING(1:7)
           CALL "LONG-FROM-DIGITS" USING WS-DIGIT-STRING
              WS-LONG-SMALL WS-LM-STATUS.

      *    WS-LONG-SHIFT times 10**WS-SHIFT-COUNT - the digits move
      *    up and zeros come in underneath.
       SHIFT-UP.
           IF WS-SHIFT-COUNT > ZERO
              AND (WS-SHIFT-LEN > 1 OR WS-SHIFT-DIGIT(1) NOT = ZERO)
              IF WS-SHIFT-LEN + WS-SHIFT-COUNT > 200
                 SET WS-OVERFLOW TO TRUE
              ELSE
                 PERFORM VARYING WS-I FROM WS-SHIFT-LEN BY -1
                       UNTIL WS-I < 1
                    MOVE WS-SHIFT-DIGIT(WS-I) TO
                       WS-SHIFT-DIGIT(WS-I + WS-SHIFT-COUNT)
                 END-PERFORM
                 PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-SHIFT-COUNT
                    MOVE ZERO TO WS-SHIFT-DIGIT(WS-I)
                 END-PERFORM
                 ADD WS-SHIFT-COUNT TO WS-SHIFT-LEN
              END-IF
           END-IF.

      *    WS-LONG-SHIFT over 10**WS-SHIFT-COUNT, truncated - the low
      *    digits drop off.
       SHIFT-DOWN.
           IF WS-SHIFT-COUNT > ZERO
              IF WS-SHIFT-COUNT NOT < WS-SHIFT-LEN
                 MOVE 1 TO WS-SHIFT-LEN
                 MOVE ZERO TO WS-SHIFT-DIGIT(1)
              ELSE
                 PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-SHIFT-LEN - WS-SHIFT-COUNT
                    MOVE WS-SHIFT-DIGIT(WS-I + WS-SHIFT-COUNT) TO
                       WS-SHIFT-DIGIT(WS-I)
                 END-PERFORM
                 SUBTRACT WS-SHIFT-COUNT FROM WS-SHIFT-LEN
              END-IF
           END-IF.

      *****************************************************************
      * FORMAT-FIXED prints WS-LONG-FMT as a decimal with WS-PLACES
      * places - the integer over 10**WS-PLACES - with the trailing
      * zeros (and a bare point) dropped.
      *****************************************************************
       FORMAT-FIXED.
           CALL "LONG-TO-DIGITS" USING WS-LONG-FMT WS-DIGIT-STRING
              WS-DIGIT-LEN
           MOVE SPACES TO WS-PRINT-STRING
           EVALUATE TRUE
              WHEN WS-PLACES = ZERO
                 MOVE WS-DIGIT-STRING(1:WS-DIGIT-LEN) TO
                    WS-PRINT-STRING
                 MOVE WS-DIGIT-LEN TO WS-PRINT-LEN
              WHEN WS-DIGIT-LEN > WS-PLACES
                 MOVE WS-DIGIT-STRING(1:WS-DIGIT-LEN - WS-PLACES) TO
                    WS-PRINT-STRING
                 MOVE "." TO
                    WS-PRINT-STRING(WS-DIGIT-LEN - WS-PLACES + 1:1)
                 MOVE WS-DIGIT-STRING(WS-DIGIT-LEN - WS-PLACES + 1:
                    WS-PLACES) TO
                    WS-PRINT-STRING(WS-DIGIT-LEN - WS-PLACES + 2:
                    WS-PLACES)
                 COMPUTE WS-PRINT-LEN = WS-DIGIT-LEN + 1
              WHEN OTHER
                 MOVE "0." TO WS-PRINT-STRING(1:2)
                 IF WS-PLACES > WS-DIGIT-LEN
                    MOVE ALL "0" TO
                       WS-PRINT-STRING(3:WS-PLACES - WS-DIGIT-LEN)
                 END-IF
                 MOVE WS-DIGIT-STRING(1:WS-DIGIT-LEN) TO
                    WS-PRINT-STRING(WS-PLACES - WS-DIGIT-LEN + 3:
                    WS-DIGIT-LEN)
                 COMPUTE WS-PRINT-LEN = WS-PLACES + 2
           END-EVALUATE
           IF WS-PLACES > ZERO
              PERFORM UNTIL WS-PRINT-STRING(WS-PRINT-LEN:1) NOT = "0"
                 MOVE SPACE TO WS-PRINT-STRING(WS-PRINT-LEN:1)
                 SUBTRACT 1 FROM WS-PRINT-LEN
              END-PERFORM
              IF WS-PRINT-STRING(WS-PRINT-LEN:1) = "."
                 MOVE SPACE TO WS-PRINT-STRING(WS-PRINT-LEN:1)
                 SUBTRACT 1 FROM WS-PRINT-LEN
              END-IF
           END-IF.

       WRITE-TABLE-ROW.
           MOVE SPACES TO WS-ROW-LABEL
           STRING WS-K "  MASS" DELIMITED BY SIZE INTO WS-ROW-LABEL
           MOVE WS-LONG-MASS TO WS-LONG-FMT
           PERFORM FORMAT-FIXED
           PERFORM WRITE-LABELLED-NUMBER
           MOVE "     CUM" TO WS-ROW-LABEL
           MOVE WS-LONG-CUM TO WS-LONG-FMT
           PERFORM FORMAT-FIXED
           PERFORM WRITE-LABELLED-NUMBER.

      *    A number longer than one report line runs on in
      *    70-character slices under its label.
       WRITE-LABELLED-NUMBER.
           MOVE 1 TO WS-SLICE-START
           PERFORM UNTIL WS-SLICE-START > WS-PRINT-LEN
              COMPUTE WS-SLICE-LEN =
                 WS-PRINT-LEN - WS-SLICE-START + 1
              IF WS-SLICE-LEN > 70
                 MOVE 70 TO WS-SLICE-LEN
              END-IF
              MOVE SPACES TO WS-RPT-LINE
              IF WS-SLICE-START = 1
                 MOVE WS-ROW-LABEL TO WS-RPT-LINE(1:13)
              END-IF
              MOVE WS-PRINT-STRING(WS-SLICE-START:WS-SLICE-LEN)
                 TO WS-RPT-LINE(15:WS-SLICE-LEN)
              PERFORM WRITE-REPORT-LINE
              ADD 70 TO WS-SLICE-START
           END-PERFORM.

       REPORT-TABLE-OVERFLOW.
           ADD 1 TO WS-ERROR-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "REQUEST " WS-REQ-COUNT " " WS-OPCODE
              " - INTERMEDIATES EXCEED THE 200-DIGIT TABLES AT K = "
              WS-K " - NOT TABLED PAST HERE"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           DISPLAY "REQUEST " WS-REQ-COUNT " " WS-OPCODE
              " - EXCEEDS THE 200-DIGIT TABLES AT K = " WS-K.

       REPORT-BAD-REQUEST.
           ADD 1 TO WS-ERROR-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "REQUEST " WS-REQ-COUNT " " WS-OPCODE
              " - BAD OPCODE OR PARAMETER, NOT TABLED"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           DISPLAY "REQUEST " WS-REQ-COUNT " " WS-OPCODE
              " - NOT TABLED".

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM probTable.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY LONGMATH.

       COPY DATESERV.

       COPY ENVNAME.
