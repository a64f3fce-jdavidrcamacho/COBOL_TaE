      * cross-item correlation and covariance over the readings history
      *    TOPIC:
      *    WHICH ITEMS MOVE TOGETHER
      *****************************************************************
      * rdgItemReport answers how one item behaved over a range; the
      * process engineers' next question is which items move
      * together.  This program takes a date range - from
      * RDGCPARM.DAT when that control file is present, otherwise
      * prompted, the rdgItemReport convention - and pairs every
      * two items' readings in RDGHIST.DAT by processing date: a
      * pair is judged only on the dates both items were read.
      *
      * RDGCPARM.DAT is one record: from date and to date (YYYYMMDD
      * each), the minimum number of shared dates a pair needs
      * (three digits), and how many of the strongest pairs to list
      * (two digits).  A blank or zero minimum is 10 and anything
      * under 5 is raised to 5; a blank or zero list length is 10.
      * A pair with fewer shared dates than the minimum is reported
      * INSUFFICIENT and not computed at all - a correlation on
      * three points is noise, not a finding - and an item whose
      * readings never move on the shared dates has no correlation
      * (NO VARIANCE), though its covariance is still filed.
      *
      * Covariance is the population form over the shared dates,
      * the same divisor statsReport and rdgItemReport use, and the
      * correlation is that covariance over the product of the two
      * population standard deviations on the same dates.  Every
      * pair's figures file to CORRRPT.DAT through the shared
      * REPORT-WRITER, followed by the strongest pairs ranked by
      * the size of the correlation, either sign.
      *
      * The covariance matrix is also filed to COVMAT.DAT in the
      * shared matrix deck layout - a ROWS COLS record of two digits
      * each, then the cells row by row, one per line - with one
      * row and column per item in the order the report lists them,
      * so it can be copied in as EIGIN.DAT or MATIN.DAT and handed
      * to eigenSolve or matrixAnalyze as it stands.  The deck's
      * cells are whole numbers, so the covariances are carried at
      * the largest power-of-ten scale (10**4 down to 10**-4) that
      * keeps every cell inside the deck's four positions; the
      * report states the scale used.  An insufficient pair is filed
      * as a zero cell, and because a zero there is not a measured
      * zero the run files a W-severity INSUFPR exception to
      * EXCFILE.DAT and ends RETURN-CODE 4.
      *
      * Up to 50 items (the shared matrix table's limit) and 400
      * processing dates are held; readings beyond either are
      * counted, not paired, and also end RETURN-CODE 4.  A second
      * reading for the same item on the same date replaces the
      * first.  No readings in the range, or fewer than two items,
      * is RETURN-CODE 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rdgCorrelate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "RDGHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HISTORY-STATUS.
           SELECT PARM-FILE ASSIGN TO "RDGCPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           SELECT DECK-FILE ASSIGN TO "COVMAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DECK-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 RDH-DATE PIC 9(8).
           05 RDH-ITEM-KEY PIC X(8).
           05 RDH-VALUE PIC 9(4)V9(4).
           05 RDH-INSTRUMENT PIC X(8).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-FROM-DATE PIC 9(8).
           05 PARM-TO-DATE PIC 9(8).
           05 PARM-MIN-SHARED PIC X(3).
           05 PARM-TOP-PAIRS PIC X(2).
       FD  DECK-FILE.
       01  DECK-RECORD PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-DECK-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-MIN-SHARED PIC 9(3) VALUE ZERO.
       01 WS-TOP-PAIRS PIC 9(2) VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 50 TIMES.
               10 WS-ITM-KEY PIC X(8).
               10 WS-ITM-COUNT PIC 9(4) COMP.
       01 WS-ITEM-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-DATE-TABLE.
           05 WS-DATE-ENTRY OCCURS 400 TIMES.
               10 WS-DT-DATE PIC 9(8).
               10 WS-DT-CELL OCCURS 50 TIMES.
                   15 WS-DT-PRESENT PIC X.
                   15 WS-DT-VALUE PIC 9(4)V9(4).
       01 WS-DATE-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ROW OCCURS 50 TIMES.
               10 WS-PAIR-CELL OCCURS 50 TIMES.
                   15 WS-PR-SHARED PIC 9(4) COMP.
                   15 WS-PR-STATUS PIC X.
                      88 WS-PR-COMPUTED VALUE "C" "Z".
                      88 WS-PR-CORRELATED VALUE "C".
                      88 WS-PR-NO-VARIANCE VALUE "Z".
                      88 WS-PR-INSUFFICIENT VALUE "I".
                   15 WS-PR-COV PIC S9(9)V9(8) COMP-3.
                   15 WS-PR-CORR PIC S9V9(6) COMP-3.
                   15 WS-PR-RANKED PIC X.
       01 WS-IX PIC 9(2) COMP.
       01 WS-JX PIC 9(2) COMP.
       01 WS-DX PIC 9(3) COMP.
       01 WS-FOUND-IX PIC 9(3) COMP.
       01 WS-RECORD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REPLACED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DROPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-INSUFFICIENT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SUM-X PIC S9(9)V9(4) COMP-3.
       01 WS-SUM-Y PIC S9(9)V9(4) COMP-3.
       01 WS-SUM-XX PIC S9(13)V9(8) COMP-3.
       01 WS-SUM-YY PIC S9(13)V9(8) COMP-3.
       01 WS-SUM-XY PIC S9(13)V9(8) COMP-3.
       01 WS-VAR-X PIC S9(9)V9(8) COMP-3.
       01 WS-VAR-Y PIC S9(9)V9(8) COMP-3.
       01 WS-DEV-PRODUCT PIC S9(9)V9(8) COMP-3.
       01 WS-SHARED PIC 9(4) COMP.
       01 WS-SCALE-VALUES.
           05 FILLER PIC 9(5)V9(4) VALUE 10000.
           05 FILLER PIC 9(5)V9(4) VALUE 1000.
           05 FILLER PIC 9(5)V9(4) VALUE 100.
           05 FILLER PIC 9(5)V9(4) VALUE 10.
           05 FILLER PIC 9(5)V9(4) VALUE 1.
           05 FILLER PIC 9(5)V9(4) VALUE 0.1.
           05 FILLER PIC 9(5)V9(4) VALUE 0.01.
           05 FILLER PIC 9(5)V9(4) VALUE 0.001.
           05 FILLER PIC 9(5)V9(4) VALUE 0.0001.
       01 WS-SCALE-TABLE REDEFINES WS-SCALE-VALUES.
           05 WS-SCALE-FACTOR PIC 9(5)V9(4) OCCURS 9 TIMES.
       01 WS-SCALE-IX PIC 9(2) COMP.
       01 WS-SCALE-EXPONENT PIC S9.
       01 WS-SCALE-OUT PIC +9.
       01 WS-SCALE-FITS-SWITCH PIC X.
           88 WS-SCALE-FITS VALUE "Y".
       01 WS-CELL PIC S9(9) COMP-3.
       01 WS-CELL-POSITIVE PIC 9(4).
       01 WS-CELL-NEGATIVE PIC -9(3).
       01 WS-DECK-DIMENSION PIC 9(2).
       01 WS-BEST-I PIC 9(2) COMP.
       01 WS-BEST-J PIC 9(2) COMP.
       01 WS-BEST-ABS PIC S9V9(6) COMP-3.
       01 WS-ABS-CORR PIC S9V9(6) COMP-3.
       01 WS-RANK PIC 9(2) VALUE ZERO.
       01 WS-ROW-OUT PIC 9(2).
       01 WS-SHARED-OUT PIC 9(4).
       01 WS-COUNT-OUT PIC 9(4).
       01 WS-DATES-OUT PIC 9(3).
       01 WS-COV-OUT PIC -9(9).9(6).
       01 WS-CORR-OUT PIC -9.9(6).
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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "RDGCORRELATE".
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
           PERFORM OBTAIN-PARAMETERS
           PERFORM LOAD-HISTORY
           EVALUATE TRUE
              WHEN WS-RECORD-COUNT = ZERO
                 DISPLAY "NO HISTORY IN THE RANGE - NOTHING TO PAIR"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-ITEM-COUNT < 2
                 DISPLAY "FEWER THAN TWO ITEMS IN THE RANGE - "
                    "NOTHING TO PAIR"
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 PERFORM COMPUTE-PAIRS
                 PERFORM CHOOSE-DECK-SCALE
                 PERFORM WRITE-CORRELATION-REPORT
                 PERFORM FILE-COVARIANCE-DECK
                 MOVE 0 TO RETURN-CODE
                 IF WS-INSUFFICIENT-COUNT > ZERO
                    MOVE "W" TO WS-EXC-SEVERITY
                    MOVE "INSUFPR" TO WS-EXC-REASON
                    MOVE SPACES TO WS-EXC-DETAIL
                    STRING WS-INSUFFICIENT-COUNT
                       " PAIRS FILED AS ZERO CELLS"
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                    CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                       WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
                    MOVE 4 TO RETURN-CODE
                 END-IF
                 IF WS-DROPPED-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                 END-IF
                 DISPLAY "RDGCORRELATE COMPLETE - " WS-ITEM-COUNT
                    " ITEMS OVER " WS-DATE-COUNT
                    " DATES, SEE CORRRPT.DAT AND COVMAT.DAT"
           END-EVALUATE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       OBTAIN-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
              MOVE PARM-FROM-DATE TO WS-FROM-DATE
              MOVE PARM-TO-DATE TO WS-TO-DATE
              IF PARM-MIN-SHARED IS NUMERIC
                 MOVE PARM-MIN-SHARED TO WS-MIN-SHARED
              END-IF
              IF PARM-TOP-PAIRS IS NUMERIC
                 MOVE PARM-TOP-PAIRS TO WS-TOP-PAIRS
              END-IF
              CLOSE PARM-FILE
           ELSE
              DISPLAY "From date (YYYYMMDD)"
              ACCEPT WS-FROM-DATE
              DISPLAY "To date (YYYYMMDD)"
              ACCEPT WS-TO-DATE
           END-IF
           IF WS-MIN-SHARED = ZERO
              MOVE 10 TO WS-MIN-SHARED
           END-IF
           IF WS-MIN-SHARED < 5
              MOVE 5 TO WS-MIN-SHARED
           END-IF
           IF WS-TOP-PAIRS = ZERO
              MOVE 10 TO WS-TOP-PAIRS
           END-IF.

      *****************************************************************
      * LOAD-HISTORY spreads the range's readings into the date by
      * item table.  The history is appended a processing date at a
      * time, so the newest date row is tried before the table is
      * searched.
      *****************************************************************
       LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "RDGHIST.DAT NOT ON FILE"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ HISTORY-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF RDH-DATE NOT < WS-FROM-DATE
                       AND RDH-DATE NOT > WS-TO-DATE
                       PERFORM PLACE-READING
                    END-IF
              END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS NOT = "35"
              CLOSE HISTORY-FILE
           END-IF.

       PLACE-READING.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX > WS-ITEM-COUNT
              IF WS-ITM-KEY(WS-IX) = RDH-ITEM-KEY
                 MOVE WS-IX TO WS-FOUND-IX
                 MOVE WS-ITEM-COUNT TO WS-IX
              END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0 AND WS-ITEM-COUNT < 50
              ADD 1 TO WS-ITEM-COUNT
              MOVE WS-ITEM-COUNT TO WS-FOUND-IX
              MOVE RDH-ITEM-KEY TO WS-ITM-KEY(WS-FOUND-IX)
              MOVE ZERO TO WS-ITM-COUNT(WS-FOUND-IX)
           END-IF
           IF WS-FOUND-IX = 0
              DISPLAY "ITEM TABLE FULL - " RDH-ITEM-KEY
                 " NOT PAIRED"
              ADD 1 TO WS-DROPPED-COUNT
           ELSE
              MOVE WS-FOUND-IX TO WS-JX
              PERFORM FIND-DATE-ROW
              IF WS-FOUND-IX = 0
                 ADD 1 TO WS-DROPPED-COUNT
              ELSE
                 ADD 1 TO WS-RECORD-COUNT
                 IF WS-DT-PRESENT(WS-FOUND-IX, WS-JX) = "Y"
                    ADD 1 TO WS-REPLACED-COUNT
                 ELSE
                    MOVE "Y" TO WS-DT-PRESENT(WS-FOUND-IX, WS-JX)
                    ADD 1 TO WS-ITM-COUNT(WS-JX)
                 END-IF
                 MOVE RDH-VALUE TO WS-DT-VALUE(WS-FOUND-IX, WS-JX)
              END-IF
           END-IF.

       FIND-DATE-ROW.
           MOVE 0 TO WS-FOUND-IX
           IF WS-DATE-COUNT > 0
              IF WS-DT-DATE(WS-DATE-COUNT) = RDH-DATE
                 MOVE WS-DATE-COUNT TO WS-FOUND-IX
              ELSE
                 PERFORM VARYING WS-DX FROM 1 BY 1
                       UNTIL WS-DX > WS-DATE-COUNT
                    IF WS-DT-DATE(WS-DX) = RDH-DATE
                       MOVE WS-DX TO WS-FOUND-IX
                       MOVE WS-DATE-COUNT TO WS-DX
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           IF WS-FOUND-IX = 0
              IF WS-DATE-COUNT < 400
                 ADD 1 TO WS-DATE-COUNT
                 MOVE WS-DATE-COUNT TO WS-FOUND-IX
                 MOVE RDH-DATE TO WS-DT-DATE(WS-FOUND-IX)
                 PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 50
                    MOVE "N" TO WS-DT-PRESENT(WS-FOUND-IX, WS-IX)
                    MOVE ZERO TO WS-DT-VALUE(WS-FOUND-IX, WS-IX)
                 END-PERFORM
              ELSE
                 DISPLAY "DATE TABLE FULL - " RDH-DATE " "
                    RDH-ITEM-KEY " NOT PAIRED"
              END-IF
           END-IF.

      *****************************************************************
      * COMPUTE-PAIRS works each pair - and each item against itself,
      * the covariance matrix's diagonal - over the dates both were
      * read, then mirrors the result across the diagonal.
      *****************************************************************
       COMPUTE-PAIRS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX > WS-ITEM-COUNT
              PERFORM VARYING WS-JX FROM WS-IX BY 1
                    UNTIL WS-JX > WS-ITEM-COUNT
                 PERFORM COMPUTE-ONE-PAIR
                 MOVE WS-PAIR-CELL(WS-IX, WS-JX) TO
                    WS-PAIR-CELL(WS-JX, WS-IX)
              END-PERFORM
           END-PERFORM.

       COMPUTE-ONE-PAIR.
           MOVE ZERO TO WS-SHARED
           MOVE ZERO TO WS-SUM-X
           MOVE ZERO TO WS-SUM-Y
           MOVE ZERO TO WS-SUM-XX
           MOVE ZERO TO WS-SUM-YY
           MOVE ZERO TO WS-SUM-XY
           PERFORM VARYING WS-DX FROM 1 BY 1
                 UNTIL WS-DX > WS-DATE-COUNT
              IF WS-DT-PRESENT(WS-DX, WS-IX) = "Y"
                 AND WS-DT-PRESENT(WS-DX, WS-JX) = "Y"
                 ADD 1 TO WS-SHARED
                 ADD WS-DT-VALUE(WS-DX, WS-IX) TO WS-SUM-X
                 ADD WS-DT-VALUE(WS-DX, WS-JX) TO WS-SUM-Y
                 COMPUTE WS-SUM-XX = WS-SUM-XX
                    + WS-DT-VALUE(WS-DX, WS-IX)
                    * WS-DT-VALUE(WS-DX, WS-IX)
                 COMPUTE WS-SUM-YY = WS-SUM-YY
                    + WS-DT-VALUE(WS-DX, WS-JX)
                    * WS-DT-VALUE(WS-DX, WS-JX)
                 COMPUTE WS-SUM-XY = WS-SUM-XY
                    + WS-DT-VALUE(WS-DX, WS-IX)
                    * WS-DT-VALUE(WS-DX, WS-JX)
              END-IF
           END-PERFORM
           MOVE WS-SHARED TO WS-PR-SHARED(WS-IX, WS-JX)
           MOVE ZERO TO WS-PR-COV(WS-IX, WS-JX)
           MOVE ZERO TO WS-PR-CORR(WS-IX, WS-JX)
           MOVE "N" TO WS-PR-RANKED(WS-IX, WS-JX)
           IF WS-SHARED < WS-MIN-SHARED
              MOVE "I" TO WS-PR-STATUS(WS-IX, WS-JX)
              IF WS-IX < WS-JX
                 ADD 1 TO WS-INSUFFICIENT-COUNT
              END-IF
           ELSE
              COMPUTE WS-PR-COV(WS-IX, WS-JX) ROUNDED =
                 (WS-SUM-XY - WS-SUM-X * WS-SUM-Y / WS-SHARED)
                 / WS-SHARED
              COMPUTE WS-VAR-X ROUNDED =
                 (WS-SUM-XX - WS-SUM-X * WS-SUM-X / WS-SHARED)
                 / WS-SHARED
              COMPUTE WS-VAR-Y ROUNDED =
                 (WS-SUM-YY - WS-SUM-Y * WS-SUM-Y / WS-SHARED)
                 / WS-SHARED
              IF WS-VAR-X NOT > ZERO OR WS-VAR-Y NOT > ZERO
                 MOVE "Z" TO WS-PR-STATUS(WS-IX, WS-JX)
              ELSE
                 MOVE "C" TO WS-PR-STATUS(WS-IX, WS-JX)
                 COMPUTE WS-DEV-PRODUCT ROUNDED =
                    FUNCTION SQRT(WS-VAR-X * WS-VAR-Y)
                 COMPUTE WS-PR-CORR(WS-IX, WS-JX) ROUNDED =
                    WS-PR-COV(WS-IX, WS-JX) / WS-DEV-PRODUCT
              END-IF
           END-IF.

      *****************************************************************
      * CHOOSE-DECK-SCALE takes the largest power of ten, 10**4 down
      * to 10**-4, at which every computed covariance rounds into
      * the deck's four positions - up to 9999, or down to -999
      * behind the leading minus sign.
      *****************************************************************
       CHOOSE-DECK-SCALE.
           MOVE "N" TO WS-SCALE-FITS-SWITCH
           PERFORM VARYING WS-SCALE-IX FROM 1 BY 1
                 UNTIL WS-SCALE-IX > 9 OR WS-SCALE-FITS
              SET WS-SCALE-FITS TO TRUE
              PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-ITEM-COUNT
                 PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX > WS-ITEM-COUNT
                    IF WS-PR-COMPUTED(WS-IX, WS-JX)
                       COMPUTE WS-CELL ROUNDED =
                          WS-PR-COV(WS-IX, WS-JX)
                          * WS-SCALE-FACTOR(WS-SCALE-IX)
                       IF WS-CELL > 9999 OR WS-CELL < -999
                          MOVE "N" TO WS-SCALE-FITS-SWITCH
                       END-IF
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-PERFORM
      *    The loop steps once past the scale that fitted.
           SUBTRACT 1 FROM WS-SCALE-IX
           COMPUTE WS-SCALE-EXPONENT = 5 - WS-SCALE-IX.

       WRITE-CORRELATION-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "CORRRPT.DAT" TO WS-RPT-FILE
           MOVE "CROSS-ITEM CORRELATION AND COVARIANCE" TO
              WS-RPT-TITLE
           MOVE "ITEM / ITEM / SHARED DATES / COVARIANCE / CORRELATION"
              TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE WS-MIN-SHARED TO WS-COUNT-OUT
           MOVE WS-DATE-COUNT TO WS-DATES-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "RANGE " WS-FROM-DATE " TO " WS-TO-DATE ", "
              WS-DATES-OUT " DATES, MINIMUM " WS-COUNT-OUT
              " SHARED DATES PER PAIR"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX > WS-ITEM-COUNT
              MOVE WS-IX TO WS-ROW-OUT
              MOVE WS-ITM-COUNT(WS-IX) TO WS-COUNT-OUT
              MOVE SPACES TO WS-RPT-LINE
              STRING "ROW " WS-ROW-OUT "  " WS-ITM-KEY(WS-IX) "  "
                 WS-COUNT-OUT " DATES READ"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE "COVARIANCE AND CORRELATION BY PAIR" TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX > WS-ITEM-COUNT
              PERFORM VARYING WS-JX FROM WS-IX BY 1
                    UNTIL WS-JX > WS-ITEM-COUNT
                 PERFORM WRITE-PAIR-LINE
              END-PERFORM
           END-PERFORM
           PERFORM WRITE-STRONGEST-PAIRS
           MOVE WS-ITEM-COUNT TO WS-DECK-DIMENSION
           MOVE WS-SCALE-EXPONENT TO WS-SCALE-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "COVARIANCE MATRIX " WS-DECK-DIMENSION " X "
              WS-DECK-DIMENSION " FILED TO COVMAT.DAT, CELLS ARE "
              "COVARIANCE X 10**" WS-SCALE-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-INSUFFICIENT-COUNT > ZERO
              MOVE WS-INSUFFICIENT-COUNT TO WS-COUNT-OUT
              MOVE SPACES TO WS-RPT-LINE
              STRING "INSUFFICIENT PAIRS FILED AS ZERO CELLS - "
                 WS-COUNT-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRAILER - " WS-RECORD-COUNT " READINGS PAIRED, "
              WS-REPLACED-COUNT " REPLACED, " WS-DROPPED-COUNT
              " NOT PAIRED"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-PAIR-LINE.
           MOVE WS-PR-SHARED(WS-IX, WS-JX) TO WS-SHARED-OUT
           MOVE WS-PR-COV(WS-IX, WS-JX) TO WS-COV-OUT
           MOVE WS-PR-CORR(WS-IX, WS-JX) TO WS-CORR-OUT
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
              WHEN WS-PR-INSUFFICIENT(WS-IX, WS-JX)
                 STRING WS-ITM-KEY(WS-IX) "  " WS-ITM-KEY(WS-JX)
                    "  SHARED " WS-SHARED-OUT
                    "  INSUFFICIENT SHARED DATES"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              WHEN WS-PR-NO-VARIANCE(WS-IX, WS-JX)
                 STRING WS-ITM-KEY(WS-IX) "  " WS-ITM-KEY(WS-JX)
                    "  SHARED " WS-SHARED-OUT "  COV " WS-COV-OUT
                    "  CORR NO VARIANCE"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              WHEN OTHER
                 STRING WS-ITM-KEY(WS-IX) "  " WS-ITM-KEY(WS-JX)
                    "  SHARED " WS-SHARED-OUT "  COV " WS-COV-OUT
                    "  CORR " WS-CORR-OUT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * WRITE-STRONGEST-PAIRS ranks the correlated pairs (items
      * against themselves left out) by the size of the
      * correlation, either sign, taking the strongest remaining
      * pair each time until the list length or the pairs run out.
      *****************************************************************
       WRITE-STRONGEST-PAIRS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "STRONGEST CORRELATED PAIRS, UP TO " WS-TOP-PAIRS
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ZERO TO WS-RANK
           MOVE 1 TO WS-BEST-I
           PERFORM UNTIL WS-RANK NOT < WS-TOP-PAIRS
                 OR WS-BEST-I = ZERO
              MOVE ZERO TO WS-BEST-I
              MOVE ZERO TO WS-BEST-J
              MOVE -1 TO WS-BEST-ABS
              PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-ITEM-COUNT
                 PERFORM VARYING WS-JX FROM WS-IX BY 1
                       UNTIL WS-JX > WS-ITEM-COUNT
                    IF WS-JX > WS-IX
                       AND WS-PR-CORRELATED(WS-IX, WS-JX)
                       AND WS-PR-RANKED(WS-IX, WS-JX) = "N"
                       MOVE WS-PR-CORR(WS-IX, WS-JX) TO WS-ABS-CORR
                       IF WS-ABS-CORR < ZERO
                          COMPUTE WS-ABS-CORR = 0 - WS-ABS-CORR
                       END-IF
                       IF WS-ABS-CORR > WS-BEST-ABS
                          MOVE WS-ABS-CORR TO WS-BEST-ABS
                          MOVE WS-IX TO WS-BEST-I
                          MOVE WS-JX TO WS-BEST-J
                       END-IF
                    END-IF
                 END-PERFORM
              END-PERFORM
              IF WS-BEST-I NOT = ZERO
                 ADD 1 TO WS-RANK
                 MOVE "Y" TO WS-PR-RANKED(WS-BEST-I, WS-BEST-J)
                 MOVE WS-PR-CORR(WS-BEST-I, WS-BEST-J) TO WS-CORR-OUT
                 MOVE WS-PR-SHARED(WS-BEST-I, WS-BEST-J) TO
                    WS-SHARED-OUT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "RANK " WS-RANK "  " WS-ITM-KEY(WS-BEST-I)
                    " / " WS-ITM-KEY(WS-BEST-J) "  CORR " WS-CORR-OUT
                    "  SHARED " WS-SHARED-OUT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           IF WS-RANK = ZERO
              MOVE "NO PAIR HAS A CORRELATION TO RANK" TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      *****************************************************************
      * FILE-COVARIANCE-DECK writes COVMAT.DAT: the ROWS COLS record,
      * then each cell at the chosen scale - a negative cell through
      * the signed-edited field so the minus sign survives the move
      * into the record.
      *****************************************************************
       FILE-COVARIANCE-DECK.
           OPEN OUTPUT DECK-FILE
           MOVE WS-ITEM-COUNT TO WS-DECK-DIMENSION
           MOVE SPACES TO DECK-RECORD
           MOVE WS-DECK-DIMENSION TO DECK-RECORD(1:2)
           MOVE WS-DECK-DIMENSION TO DECK-RECORD(3:2)
           WRITE DECK-RECORD
           PERFORM VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX > WS-ITEM-COUNT
              PERFORM VARYING WS-JX FROM 1 BY 1
                    UNTIL WS-JX > WS-ITEM-COUNT
                 MOVE ZERO TO WS-CELL
                 IF WS-PR-COMPUTED(WS-IX, WS-JX)
                    COMPUTE WS-CELL ROUNDED =
                       WS-PR-COV(WS-IX, WS-JX)
                       * WS-SCALE-FACTOR(WS-SCALE-IX)
                 END-IF
                 IF WS-CELL < ZERO
                    MOVE WS-CELL TO WS-CELL-NEGATIVE
                    MOVE WS-CELL-NEGATIVE TO DECK-RECORD
                 ELSE
                    MOVE WS-CELL TO WS-CELL-POSITIVE
                    MOVE WS-CELL-POSITIVE TO DECK-RECORD
                 END-IF
                 WRITE DECK-RECORD
              END-PERFORM
           END-PERFORM
           CLOSE DECK-FILE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM rdgCorrelate.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.

       COPY EXCWRITE.
