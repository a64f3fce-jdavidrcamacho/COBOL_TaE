      *                     engine runs) into C with the remainder
      *                     handed back; status "R" on a zero
      *                     divisor
      *   LONG-COMPARE      A against B, "<", "=", or ">"
      *   LONG-SUBTRACT     A - B into C; status "N" when B is
      *                     the larger (the result would go
      *                     negative)
      *   LONG-DIVIDE-LONG  A / B with B a full digit table, the
      *                     hand long division, into C with the
      *                     remainder handed back as a table;
      *                     status "R" on a zero divisor
      *
      * Everything here is unsigned - the counts the actuaries
      * multiply are cardinalities, and a sign convention can ride
      * on top in the caller if one is ever needed.  linSolve's
      * exact mode (EXACTELM.CPY) is the first caller that does:
      * it carries a sign byte beside each table and uses the
      * compare, subtract, and long divide to work signed
      * fractions.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LONG-FROM-DIGITS.
           GOBACK.

       END PROGRAM LONG-DIVIDE.

      *****************************************************************
      * LONG-COMPARE compares LK-A with LK-B - both normalized, no
      * leading zeros - and hands back "<", "=", or ">" in
      * LK-RESULT: the longer number is the larger, and equal
      * lengths are walked from the most significant digit down.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LONG-COMPARE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 LCM-I PIC 9(3) COMP.

       LINKAGE SECTION.
       01 LK-A.
           05 LK-A-LEN PIC 9(3) COMP.
           05 LK-A-DIGIT OCCURS 200 TIMES PIC 9.
       01 LK-B.
           05 LK-B-LEN PIC 9(3) COMP.
           05 LK-B-DIGIT OCCURS 200 TIMES PIC 9.
       01 LK-RESULT PIC X.

       PROCEDURE DIVISION USING LK-A LK-B LK-RESULT.
       LCM-MAIN.
           MOVE "=" TO LK-RESULT
           IF LK-A-LEN > LK-B-LEN
              MOVE ">" TO LK-RESULT
              GOBACK
           END-IF
           IF LK-A-LEN < LK-B-LEN
              MOVE "<" TO LK-RESULT
              GOBACK
           END-IF
           PERFORM VARYING LCM-I FROM LK-A-LEN BY -1
                 UNTIL LCM-I < 1 OR LK-RESULT NOT = "="
              IF LK-A-DIGIT(LCM-I) > LK-B-DIGIT(LCM-I)
                 MOVE ">" TO LK-RESULT
              END-IF
              IF LK-A-DIGIT(LCM-I) < LK-B-DIGIT(LCM-I)
                 MOVE "<" TO LK-RESULT
              END-IF
           END-PERFORM
           GOBACK.

       END PROGRAM LONG-COMPARE.

      *****************************************************************
      * LONG-SUBTRACT takes LK-B from LK-A into LK-C, digit by digit
      * with the borrow rippled up.  The tables are unsigned, so LK-B
      * must not be the larger: LK-STATUS comes back "N" (and LK-C
      * is left alone) when it is - the caller compares first and
      * carries the sign itself.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LONG-SUBTRACT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 LSB-I PIC 9(3) COMP.
       01 LSB-BORROW PIC 9 COMP.
       01 LSB-WORK PIC S9(2) COMP.
       01 LSB-DIGIT-B PIC 9 COMP.
       01 LSB-RESULT PIC X.

       LINKAGE SECTION.
       01 LK-A.
           05 LK-A-LEN PIC 9(3) COMP.
           05 LK-A-DIGIT OCCURS 200 TIMES PIC 9.
       01 LK-B.
           05 LK-B-LEN PIC 9(3) COMP.
           05 LK-B-DIGIT OCCURS 200 TIMES PIC 9.
       01 LK-C.
           05 LK-C-LEN PIC 9(3) COMP.
           05 LK-C-DIGIT OCCURS 200 TIMES PIC 9.
       01 LK-STATUS PIC X.
           88 LK-NEGATIVE VALUE "N".

       PROCEDURE DIVISION USING LK-A LK-B LK-C LK-STATUS.
       LSB-MAIN.
           MOVE SPACE TO LK-STATUS
           CALL "LONG-COMPARE" USING LK-A LK-B LSB-RESULT
           IF LSB-RESULT = "<"
              SET LK-NEGATIVE TO TRUE
              GOBACK
           END-IF
           MOVE ZERO TO LSB-BORROW
           PERFORM VARYING LSB-I FROM 1 BY 1 UNTIL LSB-I > LK-A-LEN
              IF LSB-I > LK-B-LEN
                 MOVE ZERO TO LSB-DIGIT-B
              ELSE
                 MOVE LK-B-DIGIT(LSB-I) TO LSB-DIGIT-B
              END-IF
              COMPUTE LSB-WORK =
                 LK-A-DIGIT(LSB-I) - LSB-DIGIT-B - LSB-BORROW
              IF LSB-WORK < ZERO
                 ADD 10 TO LSB-WORK
                 MOVE 1 TO LSB-BORROW
              ELSE
                 MOVE ZERO TO LSB-BORROW
              END-IF
              MOVE LSB-WORK TO LK-C-DIGIT(LSB-I)
           END-PERFORM
           MOVE LK-A-LEN TO LK-C-LEN
           PERFORM UNTIL LK-C-LEN = 1
                 OR LK-C-DIGIT(LK-C-LEN) NOT = ZERO
              SUBTRACT 1 FROM LK-C-LEN
           END-PERFORM
           GOBACK.

       END PROGRAM LONG-SUBTRACT.

      *****************************************************************
      * LONG-DIVIDE-LONG divides LK-A by a full digit-table divisor
      * LK-B - the long division done by hand: the running remainder
      * takes the next dividend digit down, and the divisor is taken
      * off it as many times as it goes (never more than nine) to
      * give that quotient digit.  The quotient comes back in LK-C,
      * the remainder in LK-REM; LK-STATUS comes back "R" on a zero
      * divisor.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LONG-DIVIDE-LONG.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 LDL-I PIC 9(3) COMP.
       01 LDL-K PIC 9(3) COMP.
       01 LDL-Q PIC 9(2) COMP.
       01 LDL-RESULT PIC X.
       01 LDL-SUB-STATUS PIC X.
       01 LDL-REMAINDER.
           05 LDL-R-LEN PIC 9(3) COMP.
           05 LDL-R-DIGIT OCCURS 200 TIMES PIC 9.
       01 LDL-WORK.
           05 LDL-W-LEN PIC 9(3) COMP.
           05 LDL-W-DIGIT OCCURS 200 TIMES PIC 9.

       LINKAGE SECTION.
       01 LK-A.
           05 LK-A-LEN PIC 9(3) COMP.
           05 LK-A-DIGIT OCCURS 200 TIMES PIC 9.
       01 LK-B.
           05 LK-B-LEN PIC 9(3) COMP.
           05 LK-B-DIGIT OCCURS 200 TIMES PIC 9.
       01 LK-C.
           05 LK-C-LEN PIC 9(3) COMP.
           05 LK-C-DIGIT OCCURS 200 TIMES PIC 9.
       01 LK-REM.
           05 LK-REM-LEN PIC 9(3) COMP.
           05 LK-REM-DIGIT OCCURS 200 TIMES PIC 9.
       01 LK-STATUS PIC X.
           88 LK-BAD-DIVISOR VALUE "R".

       PROCEDURE DIVISION USING LK-A LK-B LK-C LK-REM LK-STATUS.
       LDL-MAIN.
           MOVE SPACE TO LK-STATUS
           IF LK-B-LEN = 1 AND LK-B-DIGIT(1) = ZERO
              SET LK-BAD-DIVISOR TO TRUE
              GOBACK
           END-IF
           MOVE 1 TO LDL-R-LEN
           MOVE ZERO TO LDL-R-DIGIT(1)
           MOVE LK-A-LEN TO LK-C-LEN
           PERFORM VARYING LDL-I FROM LK-A-LEN BY -1
                 UNTIL LDL-I < 1
      *       Bring the next dividend digit down: the remainder
      *       shifts up one place (a zero remainder just takes the
      *       digit), and it can never outgrow the divisor by more
      *       than that one place.
              IF LDL-R-LEN = 1 AND LDL-R-DIGIT(1) = ZERO
                 MOVE LK-A-DIGIT(LDL-I) TO LDL-R-DIGIT(1)
              ELSE
                 PERFORM VARYING LDL-K FROM LDL-R-LEN BY -1
                       UNTIL LDL-K < 1
                    MOVE LDL-R-DIGIT(LDL-K) TO LDL-R-DIGIT(LDL-K + 1)
                 END-PERFORM
                 MOVE LK-A-DIGIT(LDL-I) TO LDL-R-DIGIT(1)
                 ADD 1 TO LDL-R-LEN
              END-IF
              MOVE ZERO TO LDL-Q
              CALL "LONG-COMPARE" USING LDL-REMAINDER LK-B LDL-RESULT
              PERFORM UNTIL LDL-RESULT = "<"
                 CALL "LONG-SUBTRACT" USING LDL-REMAINDER LK-B
                    LDL-WORK LDL-SUB-STATUS
                 MOVE LDL-WORK TO LDL-REMAINDER
                 ADD 1 TO LDL-Q
                 CALL "LONG-COMPARE" USING LDL-REMAINDER LK-B
                    LDL-RESULT
              END-PERFORM
              MOVE LDL-Q TO LK-C-DIGIT(LDL-I)
           END-PERFORM
           PERFORM UNTIL LK-C-LEN = 1
                 OR LK-C-DIGIT(LK-C-LEN) NOT = ZERO
              SUBTRACT 1 FROM LK-C-LEN
           END-PERFORM
           MOVE LDL-REMAINDER TO LK-REM
           GOBACK.

       END PROGRAM LONG-DIVIDE-LONG.
