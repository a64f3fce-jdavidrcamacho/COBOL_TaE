      * survey point file coordinate transformation
      *    TOPIC:
      *    LIBRARY MATRICES APPLIED TO WHOLE POINT FILES
      *****************************************************************
      * The rotation and scaling matrices on MATLIB.DAT (&STDROT and
      * the rest) were only ever applied to other matrices in the
      * TRANBATCH.DAT deck.  The surveyors need whole point files
      * moved into site coordinates - thousands of X/Y/Z points
      * rotated, scaled and translated - so this program reads a
      * point file, runs every point through a transformation chain
      * of named library entries and an offset, and writes the
      * transformed point file.
      *
      * The chain is read from PTXCTL.DAT, one step per line:
      *
      *   MATRIX   name      - a MATLIB.DAT entry, name in columns
      *                        10-17, applied in the order listed
      *                        (up to nine)
      *   OFFSET   X Y Z     - the translation added last, each in
      *                        columns 10-20, 21-31 and 32-42, sign
      *                        leading, three implied decimals
      *   TOLERANCE t        - the round-trip tolerance in columns
      *                        10-15, four implied decimals (0.0050
      *                        when not given)
      *
      * Library cells are whole numbers, so a transformation entry
      * is kept in thousandths - 1000 is 1.0, 0866 is 0.866 - and
      * must be square, 2x2 (acting on X and Y, Z carried through)
      * or 3x3 (acting on X, Y and Z).  An entry not on the library,
      * of any other shape, or singular (it could not be undone)
      * refuses the run RETURN-CODE 8 before a point is read.
      *
      * The point files resolve through ENV-RESOLVE-NAME: PTIN.DAT
      * in, PTOUT.DAT out, each record a point id (10) and X, Y and
      * Z, sign leading, seven integer and three decimal places.
      * Every step is applied through MATRIX-VECTOR-ENGINE, carried
      * here as a sibling PROGRAM-ID the way the batch drivers carry
      * their engines.
      *
      * Each transformed point is then taken back through the
      * inverse chain - the offset taken off, each matrix's inverse
      * applied in reverse order - and compared with the point as
      * read.  A point that does not come back within the tolerance
      * is filed to EXCFILE.DAT (PTXDRIFT), as is a point record that
      * is not numeric (PTXBADPT, not written) or a point carried
      * outside the record's range (PTXRANGE, not written); any of
      * them ends the run RETURN-CODE 4.
      *
      * The control totals - points read, written and rejected, the
      * sums of X, Y and Z in and out, the largest round-trip drift
      * and the points over tolerance - go to the transformation
      * report PTXFORM.RPT through the shared REPORT-WRITER, under
      * the chain applied.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ptTransform.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "PTXCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CONTROL-STATUS.
           SELECT POINT-IN-FILE ASSIGN TO DYNAMIC WS-POINT-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-POINT-IN-STATUS.
           SELECT POINT-OUT-FILE ASSIGN TO DYNAMIC WS-POINT-OUT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-POINT-OUT-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CTL-KEYWORD PIC X(9).
           05 CTL-VALUES PIC X(33).
           05 CTL-NAME REDEFINES CTL-VALUES.
               10 CTL-MATRIX-NAME PIC X(8).
               10 FILLER PIC X(25).
           05 CTL-OFFSET REDEFINES CTL-VALUES.
               10 CTL-OFFSET-X PIC S9(7)V999 SIGN LEADING SEPARATE.
               10 CTL-OFFSET-Y PIC S9(7)V999 SIGN LEADING SEPARATE.
               10 CTL-OFFSET-Z PIC S9(7)V999 SIGN LEADING SEPARATE.
           05 CTL-TOLERANCE-AREA REDEFINES CTL-VALUES.
               10 CTL-TOLERANCE PIC 9(2)V9(4).
               10 FILLER PIC X(27).
       FD  POINT-IN-FILE.
       01  POINT-IN-RECORD.
           05 PTI-ID PIC X(10).
           05 PTI-X PIC S9(7)V999 SIGN LEADING SEPARATE.
           05 PTI-Y PIC S9(7)V999 SIGN LEADING SEPARATE.
           05 PTI-Z PIC S9(7)V999 SIGN LEADING SEPARATE.
       FD  POINT-OUT-FILE.
       01  POINT-OUT-RECORD.
           05 PTO-ID PIC X(10).
           05 PTO-X PIC S9(7)V999 SIGN LEADING SEPARATE.
           05 PTO-Y PIC S9(7)V999 SIGN LEADING SEPARATE.
           05 PTO-Z PIC S9(7)V999 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-POINT-IN-STATUS PIC XX.
       01 WS-POINT-OUT-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-POINT-IN-NAME PIC X(40).
       01 WS-POINT-OUT-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-SETUP-SWITCH PIC X VALUE "Y".
           88 WS-SETUP-OK VALUE "Y".
       01 WS-WARNING-SWITCH PIC X VALUE "N".
           88 WS-POINT-WARNING VALUE "Y".
       01 WS-POINT-SWITCH PIC X.
           88 WS-POINT-OK VALUE "Y".
       01 WS-SETUP-REASON PIC X(40).

      *    The chain - each step's matrix as read (thousandths taken
      *    to units) and its inverse, both held 3x3 so a 2x2 entry
      *    acts on X and Y and carries Z through.
       01 WS-STEP-TABLE.
           05 WS-STEP OCCURS 9 TIMES.
               10 WS-STEP-NAME PIC X(8).
               10 WS-STEP-SIZE PIC 9.
               10 WS-STEP-FWD.
                   15 WS-FWD-ROW OCCURS 3 TIMES.
                       20 WS-FWD-CELL OCCURS 3 TIMES
                          PIC S9(9)V9(9).
               10 WS-STEP-INV.
                   15 WS-INV-ROW OCCURS 3 TIMES.
                       20 WS-INV-CELL OCCURS 3 TIMES
                          PIC S9(9)V9(9).
       01 WS-STEP-COUNT PIC 9 VALUE 0.
       01 WS-STEP-IX PIC 9 COMP.
       01 WS-OFFSET-X PIC S9(7)V999 VALUE ZERO.
       01 WS-OFFSET-Y PIC S9(7)V999 VALUE ZERO.
       01 WS-OFFSET-Z PIC S9(7)V999 VALUE ZERO.
       01 WS-TOLERANCE PIC 9(2)V9(4) VALUE 0.005.

       01 WS-LIB-NAME PIC X(8).
       01 WS-LIB-ROWS PIC 9.
       01 WS-LIB-COLS PIC 9.
       01 WS-LIB-STATUS PIC X.
           88 WS-LIB-NOT-FOUND VALUE "N".
       COPY MATRIX99.
       01 I PIC 9 COMP.
       01 J PIC 9(3) COMP.
       01 K PIC 9 COMP.
       01 WS-DETERMINANT PIC S9(9)V9(9).

       01 WS-VECTOR.
           05 WS-VEC-E OCCURS 3 TIMES PIC S9(9)V9(6).
       01 WS-RESULT.
           05 WS-RES-E OCCURS 3 TIMES PIC S9(9)V9(6).
       01 WS-DRIFT PIC S9(9)V9(6).
       01 WS-POINT-DRIFT PIC 9(9)V9(6).
       01 WS-MAX-DRIFT PIC 9(9)V9(6) VALUE ZERO.

       01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DRIFT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SUM-IN-X PIC S9(11)V999 VALUE ZERO.
       01 WS-SUM-IN-Y PIC S9(11)V999 VALUE ZERO.
       01 WS-SUM-IN-Z PIC S9(11)V999 VALUE ZERO.
       01 WS-SUM-OUT-X PIC S9(11)V999 VALUE ZERO.
       01 WS-SUM-OUT-Y PIC S9(11)V999 VALUE ZERO.
       01 WS-SUM-OUT-Z PIC S9(11)V999 VALUE ZERO.
       01 WS-COUNT-OUT PIC Z(6)9.
       01 WS-SUM-X-OUT PIC -(11)9.999.
       01 WS-SUM-Y-OUT PIC -(11)9.999.
       01 WS-SUM-Z-OUT PIC -(11)9.999.
       01 WS-STEP-OUT PIC 9.
       01 WS-DRIFT-OUT PIC Z(8)9.9(6).
       01 WS-TOLERANCE-OUT PIC Z9.9(4).
       01 WS-CELL-OUT PIC -(3)9.9(3).

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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "PTXFORM".
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
           PERFORM RESOLVE-FILE-NAMES
           PERFORM LOAD-TRANSFORM-CHAIN
           IF WS-SETUP-OK
              PERFORM OPEN-POINT-FILES
           END-IF
           IF NOT WS-SETUP-OK
              DISPLAY "PTXFORM REFUSED - " WS-SETUP-REASON
              MOVE "E" TO WS-EXC-SEVERITY
              MOVE "PTXSETUP" TO WS-EXC-REASON
              MOVE WS-SETUP-REASON TO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM OPEN-TRANSFORM-REPORT
              PERFORM UNTIL WS-EOF
                 READ POINT-IN-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM TRANSFORM-ONE-POINT
                 END-READ
              END-PERFORM
              CLOSE POINT-IN-FILE
              CLOSE POINT-OUT-FILE
              PERFORM CLOSE-TRANSFORM-REPORT
              DISPLAY "PTXFORM COMPLETE - " WS-READ-COUNT " READ, "
                 WS-WRITTEN-COUNT " WRITTEN, " WS-REJECT-COUNT
                 " REJECTED, " WS-DRIFT-COUNT " OVER TOLERANCE"
              IF WS-POINT-WARNING
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

       RESOLVE-FILE-NAMES.
           MOVE "PTIN.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-POINT-IN-NAME
           MOVE "PTOUT.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-POINT-OUT-NAME.

      *****************************************************************
      * LOAD-TRANSFORM-CHAIN reads PTXCTL.DAT, fetching each MATRIX
      * step's library entry and working out its inverse as it goes,
      * so a missing, misshapen or singular entry stops the run
      * before a single point is moved.
      *****************************************************************
       LOAD-TRANSFORM-CHAIN.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
              MOVE "N" TO WS-SETUP-SWITCH
              MOVE "PTXCTL.DAT NOT ON FILE" TO WS-SETUP-REASON
           ELSE
              PERFORM UNTIL WS-EOF OR NOT WS-SETUP-OK
                 READ CONTROL-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM LOAD-ONE-CONTROL-LINE
                 END-READ
              END-PERFORM
              CLOSE CONTROL-FILE
              IF WS-SETUP-OK AND WS-STEP-COUNT = ZERO
                 MOVE "N" TO WS-SETUP-SWITCH
                 MOVE "NO MATRIX STEPS ON PTXCTL.DAT" TO
                    WS-SETUP-REASON
              END-IF
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       LOAD-ONE-CONTROL-LINE.
           EVALUATE CTL-KEYWORD
              WHEN "MATRIX"
                 IF WS-STEP-COUNT = 9
                    MOVE "N" TO WS-SETUP-SWITCH
                    MOVE "MORE THAN NINE MATRIX STEPS" TO
                       WS-SETUP-REASON
                 ELSE
                    PERFORM LOAD-MATRIX-STEP
                 END-IF
              WHEN "OFFSET"
                 IF CTL-OFFSET-X IS NUMERIC
                    AND CTL-OFFSET-Y IS NUMERIC
                    AND CTL-OFFSET-Z IS NUMERIC
                    MOVE CTL-OFFSET-X TO WS-OFFSET-X
                    MOVE CTL-OFFSET-Y TO WS-OFFSET-Y
                    MOVE CTL-OFFSET-Z TO WS-OFFSET-Z
                 ELSE
                    MOVE "N" TO WS-SETUP-SWITCH
                    MOVE "OFFSET NOT NUMERIC" TO WS-SETUP-REASON
                 END-IF
              WHEN "TOLERANCE"
                 IF CTL-TOLERANCE IS NUMERIC
                    MOVE CTL-TOLERANCE TO WS-TOLERANCE
                 ELSE
                    MOVE "N" TO WS-SETUP-SWITCH
                    MOVE "TOLERANCE NOT NUMERIC" TO WS-SETUP-REASON
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 MOVE "N" TO WS-SETUP-SWITCH
                 MOVE SPACES TO WS-SETUP-REASON
                 STRING "UNKNOWN CONTROL LINE " CTL-KEYWORD
                    DELIMITED BY SIZE INTO WS-SETUP-REASON
           END-EVALUATE.

      *****************************************************************
      * LOAD-MATRIX-STEP fetches one library entry, takes its
      * thousandths to units in a 3x3 that starts as the identity,
      * and inverts it by cofactors over the determinant.
      *****************************************************************
       LOAD-MATRIX-STEP.
           MOVE CTL-MATRIX-NAME TO WS-LIB-NAME
           CALL "MATLIB-FETCH" USING WS-LIB-NAME M1 WS-LIB-ROWS
              WS-LIB-COLS WS-LIB-STATUS
           EVALUATE TRUE
              WHEN WS-LIB-NOT-FOUND
                 MOVE "N" TO WS-SETUP-SWITCH
                 MOVE SPACES TO WS-SETUP-REASON
                 STRING "MATRIX " WS-LIB-NAME " NOT ON LIBRARY"
                    DELIMITED BY SIZE INTO WS-SETUP-REASON
              WHEN WS-LIB-ROWS NOT = WS-LIB-COLS
                 OR (WS-LIB-ROWS NOT = 2 AND WS-LIB-ROWS NOT = 3)
                 MOVE "N" TO WS-SETUP-SWITCH
                 MOVE SPACES TO WS-SETUP-REASON
                 STRING "MATRIX " WS-LIB-NAME " NOT 2X2 OR 3X3"
                    DELIMITED BY SIZE INTO WS-SETUP-REASON
              WHEN OTHER
                 ADD 1 TO WS-STEP-COUNT
                 MOVE WS-STEP-COUNT TO WS-STEP-IX
                 MOVE WS-LIB-NAME TO WS-STEP-NAME(WS-STEP-IX)
                 MOVE WS-LIB-ROWS TO WS-STEP-SIZE(WS-STEP-IX)
                 PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                    PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                       IF I NOT > WS-LIB-ROWS
                          AND J NOT > WS-LIB-COLS
                          COMPUTE WS-FWD-CELL(WS-STEP-IX, I, J) =
                             ARRAYA(I, J) / 1000
                       ELSE
                          IF I = J
                             MOVE 1 TO
                                WS-FWD-CELL(WS-STEP-IX, I, J)
                          ELSE
                             MOVE 0 TO
                                WS-FWD-CELL(WS-STEP-IX, I, J)
                          END-IF
                       END-IF
                    END-PERFORM
                 END-PERFORM
                 PERFORM INVERT-STEP-MATRIX
           END-EVALUATE.

       INVERT-STEP-MATRIX.
           COMPUTE WS-DETERMINANT =
              WS-FWD-CELL(WS-STEP-IX, 1, 1) *
              (WS-FWD-CELL(WS-STEP-IX, 2, 2) *
               WS-FWD-CELL(WS-STEP-IX, 3, 3) -
               WS-FWD-CELL(WS-STEP-IX, 2, 3) *
               WS-FWD-CELL(WS-STEP-IX, 3, 2))
              - WS-FWD-CELL(WS-STEP-IX, 1, 2) *
              (WS-FWD-CELL(WS-STEP-IX, 2, 1) *
               WS-FWD-CELL(WS-STEP-IX, 3, 3) -
               WS-FWD-CELL(WS-STEP-IX, 2, 3) *
               WS-FWD-CELL(WS-STEP-IX, 3, 1))
              + WS-FWD-CELL(WS-STEP-IX, 1, 3) *
              (WS-FWD-CELL(WS-STEP-IX, 2, 1) *
               WS-FWD-CELL(WS-STEP-IX, 3, 2) -
               WS-FWD-CELL(WS-STEP-IX, 2, 2) *
               WS-FWD-CELL(WS-STEP-IX, 3, 1))
           IF WS-DETERMINANT = ZERO
              MOVE "N" TO WS-SETUP-SWITCH
              MOVE SPACES TO WS-SETUP-REASON
              STRING "MATRIX " WS-STEP-NAME(WS-STEP-IX)
                 " IS SINGULAR" DELIMITED BY SIZE
                 INTO WS-SETUP-REASON
           ELSE
      *       The inverse is the transposed cofactor matrix over the
      *       determinant, cell by cell.
              COMPUTE WS-INV-CELL(WS-STEP-IX, 1, 1) ROUNDED =
                 (WS-FWD-CELL(WS-STEP-IX, 2, 2) *
                  WS-FWD-CELL(WS-STEP-IX, 3, 3) -
                  WS-FWD-CELL(WS-STEP-IX, 2, 3) *
                  WS-FWD-CELL(WS-STEP-IX, 3, 2)) / WS-DETERMINANT
              COMPUTE WS-INV-CELL(WS-STEP-IX, 1, 2) ROUNDED =
                 (WS-FWD-CELL(WS-STEP-IX, 1, 3) *
                  WS-FWD-CELL(WS-STEP-IX, 3, 2) -
                  WS-FWD-CELL(WS-STEP-IX, 1, 2) *
                  WS-FWD-CELL(WS-STEP-IX, 3, 3)) / WS-DETERMINANT
              COMPUTE WS-INV-CELL(WS-STEP-IX, 1, 3) ROUNDED =
                 (WS-FWD-CELL(WS-STEP-IX, 1, 2) *
                  WS-FWD-CELL(WS-STEP-IX, 2, 3) -
                  WS-FWD-CELL(WS-STEP-IX, 1, 3) *
                  WS-FWD-CELL(WS-STEP-IX, 2, 2)) / WS-DETERMINANT
              COMPUTE WS-INV-CELL(WS-STEP-IX, 2, 1) ROUNDED =
                 (WS-FWD-CELL(WS-STEP-IX, 2, 3) *
                  WS-FWD-CELL(WS-STEP-IX, 3, 1) -
                  WS-FWD-CELL(WS-STEP-IX, 2, 1) *
                  WS-FWD-CELL(WS-STEP-IX, 3, 3)) / WS-DETERMINANT
              COMPUTE WS-INV-CELL(WS-STEP-IX, 2, 2) ROUNDED =
                 (WS-FWD-CELL(WS-STEP-IX, 1, 1) *
                  WS-FWD-CELL(WS-STEP-IX, 3, 3) -
                  WS-FWD-CELL(WS-STEP-IX, 1, 3) *
                  WS-FWD-CELL(WS-STEP-IX, 3, 1)) / WS-DETERMINANT
              COMPUTE WS-INV-CELL(WS-STEP-IX, 2, 3) ROUNDED =
                 (WS-FWD-CELL(WS-STEP-IX, 1, 3) *
                  WS-FWD-CELL(WS-STEP-IX, 2, 1) -
                  WS-FWD-CELL(WS-STEP-IX, 1, 1) *
                  WS-FWD-CELL(WS-STEP-IX, 2, 3)) / WS-DETERMINANT
              COMPUTE WS-INV-CELL(WS-STEP-IX, 3, 1) ROUNDED =
                 (WS-FWD-CELL(WS-STEP-IX, 2, 1) *
                  WS-FWD-CELL(WS-STEP-IX, 3, 2) -
                  WS-FWD-CELL(WS-STEP-IX, 2, 2) *
                  WS-FWD-CELL(WS-STEP-IX, 3, 1)) / WS-DETERMINANT
              COMPUTE WS-INV-CELL(WS-STEP-IX, 3, 2) ROUNDED =
                 (WS-FWD-CELL(WS-STEP-IX, 1, 2) *
                  WS-FWD-CELL(WS-STEP-IX, 3, 1) -
                  WS-FWD-CELL(WS-STEP-IX, 1, 1) *
                  WS-FWD-CELL(WS-STEP-IX, 3, 2)) / WS-DETERMINANT
              COMPUTE WS-INV-CELL(WS-STEP-IX, 3, 3) ROUNDED =
                 (WS-FWD-CELL(WS-STEP-IX, 1, 1) *
                  WS-FWD-CELL(WS-STEP-IX, 2, 2) -
                  WS-FWD-CELL(WS-STEP-IX, 1, 2) *
                  WS-FWD-CELL(WS-STEP-IX, 2, 1)) / WS-DETERMINANT
           END-IF.

       OPEN-POINT-FILES.
           OPEN INPUT POINT-IN-FILE
           IF WS-POINT-IN-STATUS NOT = "00"
              MOVE "N" TO WS-SETUP-SWITCH
              MOVE "POINT FILE PTIN.DAT NOT ON FILE" TO
                 WS-SETUP-REASON
           ELSE
              OPEN OUTPUT POINT-OUT-FILE
           END-IF.

      *****************************************************************
      * TRANSFORM-ONE-POINT carries one point through the chain,
      * writes it, and proves it back through the inverse chain.
      *****************************************************************
       TRANSFORM-ONE-POINT.
           ADD 1 TO WS-READ-COUNT
           MOVE "Y" TO WS-POINT-SWITCH
           IF PTI-X IS NOT NUMERIC OR PTI-Y IS NOT NUMERIC
              OR PTI-Z IS NOT NUMERIC
              MOVE "N" TO WS-POINT-SWITCH
              MOVE "PTXBADPT" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "POINT " PTI-ID " RECORD NOT NUMERIC"
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              PERFORM FILE-POINT-EXCEPTION
           END-IF
           IF WS-POINT-OK
              ADD PTI-X TO WS-SUM-IN-X
              ADD PTI-Y TO WS-SUM-IN-Y
              ADD PTI-Z TO WS-SUM-IN-Z
              MOVE PTI-X TO WS-VEC-E(1)
              MOVE PTI-Y TO WS-VEC-E(2)
              MOVE PTI-Z TO WS-VEC-E(3)
              PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                    UNTIL WS-STEP-IX > WS-STEP-COUNT
                 CALL "MATRIX-VECTOR-ENGINE" USING
                    WS-STEP-FWD(WS-STEP-IX) WS-VECTOR WS-RESULT
                 MOVE WS-RESULT TO WS-VECTOR
              END-PERFORM
              MOVE PTI-ID TO PTO-ID
              COMPUTE PTO-X ROUNDED = WS-VEC-E(1) + WS-OFFSET-X
                 ON SIZE ERROR MOVE "N" TO WS-POINT-SWITCH
              END-COMPUTE
              COMPUTE PTO-Y ROUNDED = WS-VEC-E(2) + WS-OFFSET-Y
                 ON SIZE ERROR MOVE "N" TO WS-POINT-SWITCH
              END-COMPUTE
              COMPUTE PTO-Z ROUNDED = WS-VEC-E(3) + WS-OFFSET-Z
                 ON SIZE ERROR MOVE "N" TO WS-POINT-SWITCH
              END-COMPUTE
              IF WS-POINT-OK
                 WRITE POINT-OUT-RECORD
                 ADD 1 TO WS-WRITTEN-COUNT
                 ADD PTO-X TO WS-SUM-OUT-X
                 ADD PTO-Y TO WS-SUM-OUT-Y
                 ADD PTO-Z TO WS-SUM-OUT-Z
                 PERFORM CHECK-ROUND-TRIP
              ELSE
                 MOVE "PTXRANGE" TO WS-EXC-REASON
                 MOVE SPACES TO WS-EXC-DETAIL
                 STRING "POINT " PTI-ID " OUT OF RANGE"
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
                 PERFORM FILE-POINT-EXCEPTION
              END-IF
           END-IF.

      *****************************************************************
      * CHECK-ROUND-TRIP takes the point as written back to where it
      * started - offset off, inverses in reverse order - and keeps
      * the largest coordinate difference as the point's drift.
      *****************************************************************
       CHECK-ROUND-TRIP.
           COMPUTE WS-VEC-E(1) = PTO-X - WS-OFFSET-X
           COMPUTE WS-VEC-E(2) = PTO-Y - WS-OFFSET-Y
           COMPUTE WS-VEC-E(3) = PTO-Z - WS-OFFSET-Z
           PERFORM VARYING WS-STEP-IX FROM WS-STEP-COUNT BY -1
                 UNTIL WS-STEP-IX < 1
              CALL "MATRIX-VECTOR-ENGINE" USING
                 WS-STEP-INV(WS-STEP-IX) WS-VECTOR WS-RESULT
              MOVE WS-RESULT TO WS-VECTOR
           END-PERFORM
           MOVE ZERO TO WS-POINT-DRIFT
           COMPUTE WS-DRIFT = WS-VEC-E(1) - PTI-X
           PERFORM TAKE-LARGER-DRIFT
           COMPUTE WS-DRIFT = WS-VEC-E(2) - PTI-Y
           PERFORM TAKE-LARGER-DRIFT
           COMPUTE WS-DRIFT = WS-VEC-E(3) - PTI-Z
           PERFORM TAKE-LARGER-DRIFT
           IF WS-POINT-DRIFT > WS-MAX-DRIFT
              MOVE WS-POINT-DRIFT TO WS-MAX-DRIFT
           END-IF
           IF WS-POINT-DRIFT > WS-TOLERANCE
              ADD 1 TO WS-DRIFT-COUNT
              SET WS-POINT-WARNING TO TRUE
              MOVE WS-POINT-DRIFT TO WS-DRIFT-OUT
              MOVE "W" TO WS-EXC-SEVERITY
              MOVE "PTXDRIFT" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "POINT " PTI-ID " DRIFT " WS-DRIFT-OUT
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
              MOVE SPACES TO WS-RPT-LINE
              STRING "POINT " PTI-ID " ROUND TRIP DRIFT "
                 WS-DRIFT-OUT " OVER TOLERANCE"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

       TAKE-LARGER-DRIFT.
           IF WS-DRIFT < ZERO
              COMPUTE WS-DRIFT = 0 - WS-DRIFT
           END-IF
           IF WS-DRIFT > WS-POINT-DRIFT
              MOVE WS-DRIFT TO WS-POINT-DRIFT
           END-IF.

       FILE-POINT-EXCEPTION.
           ADD 1 TO WS-REJECT-COUNT
           SET WS-POINT-WARNING TO TRUE
           MOVE "W" TO WS-EXC-SEVERITY
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-EXC-DETAIL " - NOT WRITTEN"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * OPEN-TRANSFORM-REPORT opens PTXFORM.RPT and lists the chain
      * the night's points went through - each step's matrix as
      * applied, then the offset and the tolerance.
      *****************************************************************
       OPEN-TRANSFORM-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "PTXFORM.RPT" TO WS-RPT-FILE
           MOVE "SURVEY POINT TRANSFORMATION" TO WS-RPT-TITLE
           MOVE "TRANSFORMATION CHAIN, EXCEPTIONS AND CONTROL TOTALS"
              TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                 UNTIL WS-STEP-IX > WS-STEP-COUNT
              MOVE SPACES TO WS-RPT-LINE
              MOVE WS-STEP-IX TO WS-STEP-OUT
              STRING "STEP " WS-STEP-OUT " MATRIX "
                 WS-STEP-NAME(WS-STEP-IX) " "
                 WS-STEP-SIZE(WS-STEP-IX) "X"
                 WS-STEP-SIZE(WS-STEP-IX)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > WS-STEP-SIZE(WS-STEP-IX)
                 MOVE SPACES TO WS-RPT-LINE
                 MOVE 11 TO J
                 PERFORM VARYING K FROM 1 BY 1
                       UNTIL K >
                          WS-STEP-SIZE(WS-STEP-IX)
                    MOVE WS-FWD-CELL(WS-STEP-IX, I, K)
                       TO WS-CELL-OUT
                    MOVE WS-CELL-OUT TO WS-RPT-LINE(J:9)
                    ADD 10 TO J
                 END-PERFORM
                 PERFORM WRITE-REPORT-LINE
              END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-OFFSET-X TO WS-SUM-X-OUT
           MOVE WS-OFFSET-Y TO WS-SUM-Y-OUT
           MOVE WS-OFFSET-Z TO WS-SUM-Z-OUT
           STRING "OFFSET X " WS-SUM-X-OUT " Y " WS-SUM-Y-OUT
              " Z " WS-SUM-Z-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOLERANCE TO WS-TOLERANCE-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "ROUND-TRIP TOLERANCE " WS-TOLERANCE-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       CLOSE-TRANSFORM-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-OUT
           STRING "POINTS READ      " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-WRITTEN-COUNT TO WS-COUNT-OUT
           STRING "POINTS WRITTEN   " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-OUT
           STRING "POINTS REJECTED  " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-SUM-IN-X TO WS-SUM-X-OUT
           MOVE WS-SUM-IN-Y TO WS-SUM-Y-OUT
           MOVE WS-SUM-IN-Z TO WS-SUM-Z-OUT
           STRING "SUM IN   X " WS-SUM-X-OUT " Y " WS-SUM-Y-OUT
              " Z " WS-SUM-Z-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-SUM-OUT-X TO WS-SUM-X-OUT
           MOVE WS-SUM-OUT-Y TO WS-SUM-Y-OUT
           MOVE WS-SUM-OUT-Z TO WS-SUM-Z-OUT
           STRING "SUM OUT  X " WS-SUM-X-OUT " Y " WS-SUM-Y-OUT
              " Z " WS-SUM-Z-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-MAX-DRIFT TO WS-DRIFT-OUT
           MOVE WS-DRIFT-COUNT TO WS-COUNT-OUT
           STRING "LARGEST ROUND-TRIP DRIFT " WS-DRIFT-OUT
              "  POINTS OVER TOLERANCE " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM ptTransform.

      *****************************************************************
      * MATRIX-VECTOR-ENGINE multiplies the 3x3 LK-MATRIX into the
      * column vector LK-VECTOR, giving LK-RESULT rounded to six
      * decimal places.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRIX-VECTOR-ENGINE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-I PIC 9 COMP.

       LINKAGE SECTION.
       01 LK-MATRIX.
           05 LK-ROW OCCURS 3 TIMES.
               10 LK-CELL OCCURS 3 TIMES PIC S9(9)V9(9).
       01 LK-VECTOR.
           05 LK-VEC-E OCCURS 3 TIMES PIC S9(9)V9(6).
       01 LK-RESULT.
           05 LK-RES-E OCCURS 3 TIMES PIC S9(9)V9(6).

       PROCEDURE DIVISION USING LK-MATRIX LK-VECTOR LK-RESULT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
              COMPUTE LK-RES-E(WS-I) ROUNDED =
                 LK-CELL(WS-I, 1) * LK-VEC-E(1)
                 + LK-CELL(WS-I, 2) * LK-VEC-E(2)
                 + LK-CELL(WS-I, 3) * LK-VEC-E(3)
           END-PERFORM
           GOBACK.

       END PROGRAM MATRIX-VECTOR-ENGINE.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY MATLIB.

       COPY DATESERV.

       COPY ENVNAME.
