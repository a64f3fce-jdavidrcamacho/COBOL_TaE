      * process capability per item against the specification
      *    TOPIC:
      *    CAN THE PROCESS STAY INSIDE ITS LIMITS
      *****************************************************************
      * ctlChartMon says whether a process is stable and limitMon
      * whether today's reading is in band; neither says whether
      * the process is capable of staying inside its specification.
      * This report takes a date range over the readings history
      * (RDGHIST.DAT) - from CAPPARM.DAT when that control file is
      * present, otherwise prompted, the rdgItemReport convention -
      * and gives each item on LIMITS.DAT its capability against
      * the minimum and maximum there (LIM-TOLERANCE is limitMon's
      * monitoring allowance, not part of the specification):
      *
      *   Cp  = (max - min) / 6 sigma-within
      *   Cpk = nearer limit's distance from the mean / 3 sigma-within
      *   Pp, Ppk = the same with sigma-overall
      *
      * sigma-within is the short-term spread, estimated the usual
      * individuals-chart way as the average moving range between
      * an item's consecutive readings over d2 = 1.128; the history
      * is appended in processing-date order, so the readings come
      * in the order they were taken.  sigma-overall is the sample
      * standard deviation of the same readings.  Everything
      * accumulates streaming, as rdgItemReport's aggregates do.
      *
      * The expected parts-per-million outside specification is
      * the normal tail area beyond each limit at the overall mean
      * and sigma-overall (the long-term figure), worked from the
      * standard polynomial approximation to the normal tail.
      *
      * A minimum of zero means the item has no lower limit and a
      * maximum of 9999.9999 no upper one - LIMITS.DAT has no other
      * way to say so.  A one-sided item has no Cp or Pp (reported
      * ONE-SIDE) and its Cpk and Ppk are the one side's.  An item
      * with neither limit is reported NO SPECIFICATION.  An item
      * with fewer readings in the range than the minimum - three
      * digits on CAPPARM.DAT after the two dates, blank or zero
      * for 25, never under 10 - is reported TOO LITTLE HISTORY
      * rather than given indices it cannot support, and one whose
      * readings never move between consecutive days has no
      * sigma-within to divide by (NO VARIATION).  Readings for an
      * item not on LIMITS.DAT are reported NOT ON LIMITS.DAT, the
      * monitoring hole limitMon calls an unknown item.
      *
      * Every reading is put through the calibration master
      * (CALMAST.DAT, through CAL-LOOKUP) as of the date it was
      * taken: its instrument's calibration offset is added before
      * it counts, and a reading taken after its instrument's
      * calibration fell due is left out altogether and counted
      * as disqualified in the trailer.
      *
      * The items with indices are ranked least capable first, by
      * Cpk, and the rest follow.  CAPRPT.DAT carries the report
      * through the shared REPORT-WRITER.  No readings in the range
      * is RETURN-CODE 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rdgCapability.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "RDGHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HISTORY-STATUS.
           SELECT LIMITS-FILE ASSIGN TO "LIMITS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LIMITS-STATUS.
           SELECT PARM-FILE ASSIGN TO "CAPPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 RDH-DATE PIC 9(8).
           05 RDH-ITEM-KEY PIC X(8).
           05 RDH-VALUE PIC 9(4)V9(4).
           05 RDH-INSTRUMENT PIC X(8).
       FD  LIMITS-FILE.
       01  LIMITS-RECORD.
           05 LIM-ITEM-KEY PIC X(8).
           05 LIM-MINIMUM PIC 9(4)V9(4).
           05 LIM-MAXIMUM PIC 9(4)V9(4).
           05 LIM-TOLERANCE PIC 9(4)V9(4).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-FROM-DATE PIC 9(8).
           05 PARM-TO-DATE PIC 9(8).
           05 PARM-MIN-READINGS PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-LIMITS-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-MIN-READINGS PIC 9(3) VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 100 TIMES.
               10 WS-ITM-KEY PIC X(8).
               10 WS-ITM-SPEC PIC X.
                  88 WS-ITM-TWO-SIDED VALUE "B".
                  88 WS-ITM-LOWER-ONLY VALUE "L".
                  88 WS-ITM-UPPER-ONLY VALUE "U".
                  88 WS-ITM-HAS-LOWER VALUE "B" "L".
                  88 WS-ITM-HAS-UPPER VALUE "B" "U".
                  88 WS-ITM-NO-SPEC VALUE "N".
                  88 WS-ITM-NOT-ON-LIMITS VALUE "X".
               10 WS-ITM-LSL PIC S9(4)V9(4).
               10 WS-ITM-USL PIC S9(4)V9(4).
               10 WS-ITM-COUNT PIC 9(6).
               10 WS-ITM-SUM PIC S9(11)V9(4) COMP-3.
               10 WS-ITM-SUMSQ PIC S9(14)V9(6) COMP-3.
               10 WS-ITM-LAST PIC S9(4)V9(4) COMP-3.
               10 WS-ITM-MR-SUM PIC S9(11)V9(4) COMP-3.
               10 WS-ITM-MR-COUNT PIC 9(6).
               10 WS-ITM-STATUS PIC X.
                  88 WS-ITM-RATED VALUE "R".
                  88 WS-ITM-NO-VARIATION VALUE "V".
                  88 WS-ITM-SHORT-HISTORY VALUE "H".
               10 WS-ITM-RANKED PIC X.
               10 WS-ITM-MEAN PIC S9(5)V9(6) COMP-3.
               10 WS-ITM-SIGMA-W PIC S9(5)V9(6) COMP-3.
               10 WS-ITM-SIGMA-O PIC S9(5)V9(6) COMP-3.
               10 WS-ITM-CP PIC S9(7)V9(4) COMP-3.
               10 WS-ITM-CPK PIC S9(7)V9(4) COMP-3.
               10 WS-ITM-PP PIC S9(7)V9(4) COMP-3.
               10 WS-ITM-PPK PIC S9(7)V9(4) COMP-3.
               10 WS-ITM-PPM PIC 9(7)V9 COMP-3.
       01 WS-ITEM-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-NEW-KEY PIC X(8).
       01 WS-ITM-IX PIC 9(3) COMP.
       01 WS-FOUND-IX PIC 9(3) COMP.
       01 WS-BEST-IX PIC 9(3) COMP.
       01 WS-RECORD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DISQUAL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CAL-VALUE PIC S9(5)V9(4) COMP-3.
       01 WS-CAL-INSTRUMENT PIC X(8).
       01 WS-CAL-OFFSET PIC S9(4)V9(4).
       01 WS-CAL-DUE-DATE PIC 9(8).
       01 WS-CAL-STATUS PIC X.
           88 WS-CAL-OVERDUE VALUE "D".
       01 WS-NO-LIMITS-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RANGE PIC S9(4)V9(4) COMP-3.
       01 WS-VARIANCE PIC S9(11)V9(6) COMP-3.
       01 WS-UPPER-GAP PIC S9(5)V9(6) COMP-3.
       01 WS-LOWER-GAP PIC S9(5)V9(6) COMP-3.
       01 WS-NEAR-GAP PIC S9(5)V9(6) COMP-3.
       01 WS-DIVISOR PIC S9(7)V9(6) COMP-3.
       01 WS-D2 PIC 9V999 VALUE 1.128.
       01 WS-INDEX-CEILING PIC 9(4)V999 VALUE 9999.999.
      *    Normal tail, Abramowitz and Stegun 26.2.17.
       01 WS-TAIL-CONSTANTS.
           05 WS-TAIL-P PIC 9V9(7) VALUE 0.2316419.
           05 WS-TAIL-B1 PIC S9V9(9) VALUE 0.319381530.
           05 WS-TAIL-B2 PIC S9V9(9) VALUE -0.356563782.
           05 WS-TAIL-B3 PIC S9V9(9) VALUE 1.781477937.
           05 WS-TAIL-B4 PIC S9V9(9) VALUE -1.821255978.
           05 WS-TAIL-B5 PIC S9V9(9) VALUE 1.330274429.
           05 WS-ROOT-TWO-PI PIC 9V9(9) VALUE 2.506628275.
       01 WS-Z PIC S9(5)V9(9) COMP-3.
       01 WS-Z-ABS PIC S9(5)V9(9) COMP-3.
       01 WS-T PIC S9V9(12) COMP-3.
       01 WS-DENSITY PIC S9V9(15) COMP-3.
       01 WS-TAIL PIC S9V9(15) COMP-3.
       01 WS-OUTSIDE PIC S9(3)V9(15) COMP-3.
       01 WS-RANK PIC 9(3) VALUE ZERO.
       01 WS-INDEX-VALUE PIC S9(7)V9(4) COMP-3.
       01 WS-INDEX-TEXT PIC X(9).
       01 WS-INDEX-OUT PIC -9(4).999.
       01 WS-CP-TEXT PIC X(9).
       01 WS-CPK-TEXT PIC X(9).
       01 WS-PP-TEXT PIC X(9).
       01 WS-PPK-TEXT PIC X(9).
       01 WS-COUNT-OUT PIC 9(6).
       01 WS-MEAN-OUT PIC -9(4).9(4).
       01 WS-SIGMA-W-OUT PIC -9(4).9(4).
       01 WS-SIGMA-O-OUT PIC -9(4).9(4).
       01 WS-LSL-TEXT PIC X(9).
       01 WS-USL-TEXT PIC X(9).
       01 WS-LIMIT-OUT PIC 9(4).9(4).
       01 WS-PPM-OUT PIC 9(7).9.
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "RDGCAPABILITY".
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
           PERFORM LOAD-LIMITS
           PERFORM LOAD-HISTORY
           IF WS-RECORD-COUNT = ZERO
              DISPLAY "NO HISTORY IN THE RANGE - NOTHING TO RATE"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-ITM-IX FROM 1 BY 1
                    UNTIL WS-ITM-IX > WS-ITEM-COUNT
                 PERFORM RATE-ITEM
              END-PERFORM
              PERFORM WRITE-CAPABILITY-REPORT
              DISPLAY "RDGCAPABILITY COMPLETE - " WS-RECORD-COUNT
                 " READINGS, " WS-RANK " ITEMS RATED"
              MOVE 0 TO RETURN-CODE
           END-IF
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
              IF PARM-MIN-READINGS IS NUMERIC
                 MOVE PARM-MIN-READINGS TO WS-MIN-READINGS
              END-IF
              CLOSE PARM-FILE
           ELSE
              DISPLAY "From date (YYYYMMDD)"
              ACCEPT WS-FROM-DATE
              DISPLAY "To date (YYYYMMDD)"
              ACCEPT WS-TO-DATE
           END-IF
           IF WS-MIN-READINGS = ZERO
              MOVE 25 TO WS-MIN-READINGS
           END-IF
           IF WS-MIN-READINGS < 10
              MOVE 10 TO WS-MIN-READINGS
           END-IF.

      *****************************************************************
      * LOAD-LIMITS seeds the item table from LIMITS.DAT, judging
      * which sides of each item's specification are real.
      *****************************************************************
       LOAD-LIMITS.
           OPEN INPUT LIMITS-FILE
           IF WS-LIMITS-STATUS NOT = "00"
              DISPLAY "LIMITS.DAT NOT ON FILE - NO SPECIFICATIONS"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ LIMITS-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-ITEM-COUNT < 100
                       ADD 1 TO WS-ITEM-COUNT
                       MOVE WS-ITEM-COUNT TO WS-FOUND-IX
                       MOVE LIM-ITEM-KEY TO WS-NEW-KEY
                       PERFORM CLEAR-ITEM
                       MOVE LIM-MINIMUM TO WS-ITM-LSL(WS-FOUND-IX)
                       MOVE LIM-MAXIMUM TO WS-ITM-USL(WS-FOUND-IX)
                       EVALUATE TRUE
                          WHEN LIM-MINIMUM = ZERO
                             AND LIM-MAXIMUM = 9999.9999
                             MOVE "N" TO WS-ITM-SPEC(WS-FOUND-IX)
                          WHEN LIM-MINIMUM = ZERO
                             MOVE "U" TO WS-ITM-SPEC(WS-FOUND-IX)
                          WHEN LIM-MAXIMUM = 9999.9999
                             MOVE "L" TO WS-ITM-SPEC(WS-FOUND-IX)
                          WHEN OTHER
                             MOVE "B" TO WS-ITM-SPEC(WS-FOUND-IX)
                       END-EVALUATE
                    ELSE
                       DISPLAY "ITEM TABLE FULL - " LIM-ITEM-KEY
                          " NOT RATED"
                    END-IF
              END-READ
           END-PERFORM
           IF WS-LIMITS-STATUS NOT = "35"
              CLOSE LIMITS-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       CLEAR-ITEM.
           MOVE WS-NEW-KEY TO WS-ITM-KEY(WS-FOUND-IX)
           MOVE "X" TO WS-ITM-SPEC(WS-FOUND-IX)
           MOVE ZERO TO WS-ITM-LSL(WS-FOUND-IX)
           MOVE ZERO TO WS-ITM-USL(WS-FOUND-IX)
           MOVE ZERO TO WS-ITM-COUNT(WS-FOUND-IX)
           MOVE ZERO TO WS-ITM-SUM(WS-FOUND-IX)
           MOVE ZERO TO WS-ITM-SUMSQ(WS-FOUND-IX)
           MOVE ZERO TO WS-ITM-LAST(WS-FOUND-IX)
           MOVE ZERO TO WS-ITM-MR-SUM(WS-FOUND-IX)
           MOVE ZERO TO WS-ITM-MR-COUNT(WS-FOUND-IX)
           MOVE SPACE TO WS-ITM-STATUS(WS-FOUND-IX)
           MOVE "N" TO WS-ITM-RANKED(WS-FOUND-IX).

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
                       PERFORM SCREEN-READING
                    END-IF
              END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS NOT = "35"
              CLOSE HISTORY-FILE
           END-IF.

      *****************************************************************
      * SCREEN-READING leaves out a reading its instrument was
      * overdue for calibration to take, and corrects the rest by
      * the instrument's offset.
      *****************************************************************
       SCREEN-READING.
           MOVE RDH-INSTRUMENT TO WS-CAL-INSTRUMENT
           CALL "CAL-LOOKUP" USING RDH-ITEM-KEY WS-CAL-INSTRUMENT
              RDH-DATE WS-CAL-OFFSET WS-CAL-DUE-DATE WS-CAL-STATUS
           IF WS-CAL-OVERDUE
              ADD 1 TO WS-DISQUAL-COUNT
           ELSE
              COMPUTE WS-CAL-VALUE = RDH-VALUE + WS-CAL-OFFSET
              PERFORM ACCUMULATE-READING
           END-IF.

      *****************************************************************
      * ACCUMULATE-READING adds a reading to its item's sums and,
      * from the item's second reading on, the moving range to the
      * previous one.  An item off LIMITS.DAT gets an entry of its
      * own so it can be reported.
      *****************************************************************
       ACCUMULATE-READING.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-ITM-IX FROM 1 BY 1
                 UNTIL WS-ITM-IX > WS-ITEM-COUNT
              IF WS-ITM-KEY(WS-ITM-IX) = RDH-ITEM-KEY
                 MOVE WS-ITM-IX TO WS-FOUND-IX
                 MOVE WS-ITEM-COUNT TO WS-ITM-IX
              END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0 AND WS-ITEM-COUNT < 100
              ADD 1 TO WS-ITEM-COUNT
              MOVE WS-ITEM-COUNT TO WS-FOUND-IX
              MOVE RDH-ITEM-KEY TO WS-NEW-KEY
              PERFORM CLEAR-ITEM
           END-IF
           IF WS-FOUND-IX > 0
              ADD 1 TO WS-RECORD-COUNT
              IF WS-ITM-NOT-ON-LIMITS(WS-FOUND-IX)
                 ADD 1 TO WS-NO-LIMITS-COUNT
              END-IF
              IF WS-ITM-COUNT(WS-FOUND-IX) > ZERO
                 COMPUTE WS-RANGE =
                    WS-CAL-VALUE - WS-ITM-LAST(WS-FOUND-IX)
                 IF WS-RANGE < ZERO
                    COMPUTE WS-RANGE = 0 - WS-RANGE
                 END-IF
                 ADD WS-RANGE TO WS-ITM-MR-SUM(WS-FOUND-IX)
                 ADD 1 TO WS-ITM-MR-COUNT(WS-FOUND-IX)
              END-IF
              MOVE WS-CAL-VALUE TO WS-ITM-LAST(WS-FOUND-IX)
              ADD 1 TO WS-ITM-COUNT(WS-FOUND-IX)
              ADD WS-CAL-VALUE TO WS-ITM-SUM(WS-FOUND-IX)
              COMPUTE WS-ITM-SUMSQ(WS-FOUND-IX) =
                 WS-ITM-SUMSQ(WS-FOUND-IX)
                 + WS-CAL-VALUE * WS-CAL-VALUE
           ELSE
              DISPLAY "ITEM TABLE FULL - " RDH-ITEM-KEY
                 " NOT RATED"
           END-IF.

      *****************************************************************
      * RATE-ITEM works out one item's sigmas, indices and expected
      * parts-per-million, or the reason it has none.
      *****************************************************************
       RATE-ITEM.
           IF NOT WS-ITM-NO-SPEC(WS-ITM-IX)
              AND NOT WS-ITM-NOT-ON-LIMITS(WS-ITM-IX)
              IF WS-ITM-COUNT(WS-ITM-IX) < WS-MIN-READINGS
                 MOVE "H" TO WS-ITM-STATUS(WS-ITM-IX)
              ELSE
                 PERFORM FIGURE-SIGMAS
                 IF WS-ITM-SIGMA-W(WS-ITM-IX) NOT > ZERO
                    OR WS-ITM-SIGMA-O(WS-ITM-IX) NOT > ZERO
                    MOVE "V" TO WS-ITM-STATUS(WS-ITM-IX)
                 ELSE
                    MOVE "R" TO WS-ITM-STATUS(WS-ITM-IX)
                    PERFORM FIGURE-INDICES
                    PERFORM FIGURE-PPM
                 END-IF
              END-IF
           END-IF.

       FIGURE-SIGMAS.
           COMPUTE WS-ITM-MEAN(WS-ITM-IX) ROUNDED =
              WS-ITM-SUM(WS-ITM-IX) / WS-ITM-COUNT(WS-ITM-IX)
           COMPUTE WS-ITM-SIGMA-W(WS-ITM-IX) ROUNDED =
              WS-ITM-MR-SUM(WS-ITM-IX) / WS-ITM-MR-COUNT(WS-ITM-IX)
              / WS-D2
      *    The population variance rdgItemReport takes, widened to
      *    the sample form by n / (n - 1).
           COMPUTE WS-VARIANCE ROUNDED =
              WS-ITM-SUMSQ(WS-ITM-IX) / WS-ITM-COUNT(WS-ITM-IX)
              - WS-ITM-MEAN(WS-ITM-IX) * WS-ITM-MEAN(WS-ITM-IX)
           COMPUTE WS-DIVISOR = WS-ITM-COUNT(WS-ITM-IX) - 1
           COMPUTE WS-VARIANCE ROUNDED = WS-VARIANCE
              * WS-ITM-COUNT(WS-ITM-IX) / WS-DIVISOR
           IF WS-VARIANCE < ZERO
              MOVE ZERO TO WS-VARIANCE
           END-IF
           COMPUTE WS-ITM-SIGMA-O(WS-ITM-IX) ROUNDED =
              FUNCTION SQRT(WS-VARIANCE).

       FIGURE-INDICES.
           COMPUTE WS-UPPER-GAP =
              WS-ITM-USL(WS-ITM-IX) - WS-ITM-MEAN(WS-ITM-IX)
           COMPUTE WS-LOWER-GAP =
              WS-ITM-MEAN(WS-ITM-IX) - WS-ITM-LSL(WS-ITM-IX)
           EVALUATE TRUE
              WHEN WS-ITM-UPPER-ONLY(WS-ITM-IX)
                 MOVE WS-UPPER-GAP TO WS-NEAR-GAP
              WHEN WS-ITM-LOWER-ONLY(WS-ITM-IX)
                 MOVE WS-LOWER-GAP TO WS-NEAR-GAP
              WHEN WS-UPPER-GAP < WS-LOWER-GAP
                 MOVE WS-UPPER-GAP TO WS-NEAR-GAP
              WHEN OTHER
                 MOVE WS-LOWER-GAP TO WS-NEAR-GAP
           END-EVALUATE
           MOVE ZERO TO WS-ITM-CP(WS-ITM-IX)
           MOVE ZERO TO WS-ITM-PP(WS-ITM-IX)
      *    Each divisor is set up in its own field first, so the
      *    division is carried at the divisor's full six places.
           IF WS-ITM-TWO-SIDED(WS-ITM-IX)
              COMPUTE WS-DIVISOR = 6 * WS-ITM-SIGMA-W(WS-ITM-IX)
              COMPUTE WS-ITM-CP(WS-ITM-IX) ROUNDED =
                 (WS-ITM-USL(WS-ITM-IX) - WS-ITM-LSL(WS-ITM-IX))
                 / WS-DIVISOR
              COMPUTE WS-DIVISOR = 6 * WS-ITM-SIGMA-O(WS-ITM-IX)
              COMPUTE WS-ITM-PP(WS-ITM-IX) ROUNDED =
                 (WS-ITM-USL(WS-ITM-IX) - WS-ITM-LSL(WS-ITM-IX))
                 / WS-DIVISOR
           END-IF
           COMPUTE WS-DIVISOR = 3 * WS-ITM-SIGMA-W(WS-ITM-IX)
           COMPUTE WS-ITM-CPK(WS-ITM-IX) ROUNDED =
              WS-NEAR-GAP / WS-DIVISOR
           COMPUTE WS-DIVISOR = 3 * WS-ITM-SIGMA-O(WS-ITM-IX)
           COMPUTE WS-ITM-PPK(WS-ITM-IX) ROUNDED =
              WS-NEAR-GAP / WS-DIVISOR.

      *****************************************************************
      * FIGURE-PPM adds up the normal tail beyond each real limit.
      *****************************************************************
       FIGURE-PPM.
           MOVE ZERO TO WS-OUTSIDE
           IF WS-ITM-HAS-UPPER(WS-ITM-IX)
              COMPUTE WS-Z ROUNDED =
                 WS-UPPER-GAP / WS-ITM-SIGMA-O(WS-ITM-IX)
              PERFORM NORMAL-TAIL
              ADD WS-TAIL TO WS-OUTSIDE
           END-IF
           IF WS-ITM-HAS-LOWER(WS-ITM-IX)
              COMPUTE WS-Z ROUNDED =
                 WS-LOWER-GAP / WS-ITM-SIGMA-O(WS-ITM-IX)
              PERFORM NORMAL-TAIL
              ADD WS-TAIL TO WS-OUTSIDE
           END-IF
           IF WS-OUTSIDE > 1
              MOVE 1 TO WS-OUTSIDE
           END-IF
           COMPUTE WS-ITM-PPM(WS-ITM-IX) ROUNDED =
              WS-OUTSIDE * 1000000.

      *****************************************************************
      * NORMAL-TAIL gives the area of the standard normal curve
      * above WS-Z.  Past twelve sigmas the area is nothing a
      * parts-per-million figure can show.
      *****************************************************************
       NORMAL-TAIL.
           MOVE WS-Z TO WS-Z-ABS
           IF WS-Z-ABS < ZERO
              COMPUTE WS-Z-ABS = 0 - WS-Z-ABS
           END-IF
           IF WS-Z-ABS > 12
              MOVE ZERO TO WS-TAIL
           ELSE
              COMPUTE WS-T ROUNDED =
                 1 / (1 + WS-TAIL-P * WS-Z-ABS)
              COMPUTE WS-DENSITY ROUNDED =
                 FUNCTION EXP(0 - WS-Z-ABS * WS-Z-ABS / 2)
                 / WS-ROOT-TWO-PI
              COMPUTE WS-TAIL ROUNDED = WS-DENSITY * WS-T *
                 (WS-TAIL-B1 + WS-T * (WS-TAIL-B2 + WS-T *
                 (WS-TAIL-B3 + WS-T * (WS-TAIL-B4 + WS-T *
                 WS-TAIL-B5))))
           END-IF
           IF WS-Z < ZERO
              COMPUTE WS-TAIL = 1 - WS-TAIL
           END-IF.

       WRITE-CAPABILITY-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "CAPRPT.DAT" TO WS-RPT-FILE
           MOVE "PROCESS CAPABILITY BY ITEM" TO WS-RPT-TITLE
           MOVE "RANK / ITEM / READINGS / CP / CPK / PP / PPK / PPM"
              TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE WS-MIN-READINGS TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "RANGE " WS-FROM-DATE " TO " WS-TO-DATE
              ", MINIMUM " WS-COUNT-OUT " READINGS PER ITEM"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "RATED ITEMS, LEAST CAPABLE FIRST" TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO WS-BEST-IX
           PERFORM UNTIL WS-BEST-IX = ZERO
              MOVE ZERO TO WS-BEST-IX
              PERFORM VARYING WS-ITM-IX FROM 1 BY 1
                    UNTIL WS-ITM-IX > WS-ITEM-COUNT
                 IF WS-ITM-RATED(WS-ITM-IX)
                    AND WS-ITM-RANKED(WS-ITM-IX) = "N"
                    IF WS-BEST-IX = ZERO
                       MOVE WS-ITM-IX TO WS-BEST-IX
                    ELSE
                       IF WS-ITM-CPK(WS-ITM-IX) <
                          WS-ITM-CPK(WS-BEST-IX)
                          MOVE WS-ITM-IX TO WS-BEST-IX
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-BEST-IX NOT = ZERO
                 MOVE "Y" TO WS-ITM-RANKED(WS-BEST-IX)
                 ADD 1 TO WS-RANK
                 PERFORM WRITE-RATED-ITEM
              END-IF
           END-PERFORM
           IF WS-RANK = ZERO
              MOVE "NO ITEM COULD BE RATED" TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE "ITEMS NOT RATED" TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-ITM-IX FROM 1 BY 1
                 UNTIL WS-ITM-IX > WS-ITEM-COUNT
              IF NOT WS-ITM-RATED(WS-ITM-IX)
                 PERFORM WRITE-UNRATED-ITEM
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRAILER - " WS-RECORD-COUNT " READINGS, "
              WS-NO-LIMITS-COUNT " FOR ITEMS NOT ON LIMITS.DAT, "
              WS-DISQUAL-COUNT " DISQUALIFIED"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *****************************************************************
      * WRITE-RATED-ITEM files two lines: the indices and expected
      * parts-per-million, then the mean, both sigmas and the
      * limits they were judged against.
      *****************************************************************
       WRITE-RATED-ITEM.
           MOVE WS-ITM-CPK(WS-BEST-IX) TO WS-INDEX-VALUE
           PERFORM INDEX-TO-TEXT
           MOVE WS-INDEX-TEXT TO WS-CPK-TEXT
           MOVE WS-ITM-PPK(WS-BEST-IX) TO WS-INDEX-VALUE
           PERFORM INDEX-TO-TEXT
           MOVE WS-INDEX-TEXT TO WS-PPK-TEXT
           IF WS-ITM-TWO-SIDED(WS-BEST-IX)
              MOVE WS-ITM-CP(WS-BEST-IX) TO WS-INDEX-VALUE
              PERFORM INDEX-TO-TEXT
              MOVE WS-INDEX-TEXT TO WS-CP-TEXT
              MOVE WS-ITM-PP(WS-BEST-IX) TO WS-INDEX-VALUE
              PERFORM INDEX-TO-TEXT
              MOVE WS-INDEX-TEXT TO WS-PP-TEXT
           ELSE
              MOVE " ONE-SIDE" TO WS-CP-TEXT
              MOVE " ONE-SIDE" TO WS-PP-TEXT
           END-IF
           MOVE WS-ITM-COUNT(WS-BEST-IX) TO WS-COUNT-OUT
           MOVE WS-ITM-PPM(WS-BEST-IX) TO WS-PPM-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-RANK " " WS-ITM-KEY(WS-BEST-IX) " "
              WS-COUNT-OUT " CP" WS-CP-TEXT " CPK" WS-CPK-TEXT
              " PP" WS-PP-TEXT " PPK" WS-PPK-TEXT
              " PPM " WS-PPM-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ITM-MEAN(WS-BEST-IX) TO WS-MEAN-OUT
           MOVE WS-ITM-SIGMA-W(WS-BEST-IX) TO WS-SIGMA-W-OUT
           MOVE WS-ITM-SIGMA-O(WS-BEST-IX) TO WS-SIGMA-O-OUT
           MOVE "     NONE" TO WS-LSL-TEXT
           MOVE "     NONE" TO WS-USL-TEXT
           IF WS-ITM-HAS-LOWER(WS-BEST-IX)
              MOVE WS-ITM-LSL(WS-BEST-IX) TO WS-LIMIT-OUT
              MOVE WS-LIMIT-OUT TO WS-LSL-TEXT
           END-IF
           IF WS-ITM-HAS-UPPER(WS-BEST-IX)
              MOVE WS-ITM-USL(WS-BEST-IX) TO WS-LIMIT-OUT
              MOVE WS-LIMIT-OUT TO WS-USL-TEXT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "             MEAN " WS-MEAN-OUT
              " SIGMA-W " WS-SIGMA-W-OUT " SIGMA-O " WS-SIGMA-O-OUT
              " MIN " WS-LSL-TEXT " MAX " WS-USL-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * INDEX-TO-TEXT edits one index into nine positions; an index
      * too large for the field is a process so tight against its
      * limits that the exact figure no longer matters.
      *****************************************************************
       INDEX-TO-TEXT.
           IF WS-INDEX-VALUE > WS-INDEX-CEILING
              MOVE " OVER9999" TO WS-INDEX-TEXT
           ELSE
              COMPUTE WS-INDEX-OUT ROUNDED = WS-INDEX-VALUE
              MOVE WS-INDEX-OUT TO WS-INDEX-TEXT
           END-IF.

       WRITE-UNRATED-ITEM.
           MOVE WS-ITM-COUNT(WS-ITM-IX) TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
              WHEN WS-ITM-NOT-ON-LIMITS(WS-ITM-IX)
                 STRING "    " WS-ITM-KEY(WS-ITM-IX) " "
                    WS-COUNT-OUT " NOT ON LIMITS.DAT"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              WHEN WS-ITM-NO-SPEC(WS-ITM-IX)
                 STRING "    " WS-ITM-KEY(WS-ITM-IX) " "
                    WS-COUNT-OUT " NO SPECIFICATION"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              WHEN WS-ITM-SHORT-HISTORY(WS-ITM-IX)
                 STRING "    " WS-ITM-KEY(WS-ITM-IX) " "
                    WS-COUNT-OUT " TOO LITTLE HISTORY"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              WHEN OTHER
                 STRING "    " WS-ITM-KEY(WS-ITM-IX) " "
                    WS-COUNT-OUT " NO VARIATION"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM rdgCapability.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY CALLOOK.

       COPY DATESERV.

       COPY ENVNAME.
