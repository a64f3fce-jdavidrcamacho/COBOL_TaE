      * readings trend forecast and predicted limit breaches
      *    TOPIC:
      *    WARNING BEFORE AN ITEM DRIFTS OUT OF ITS BAND
      *****************************************************************
      * limitMon only speaks once an item has left its band, and
      * several items drift toward a limit for weeks first.  This
      * forecasting step fits an exponentially smoothed level and
      * trend to each item's readings in the history (RDGHIST.DAT,
      * every date up to the processing date), projects each item
      * forward, and reports the date it is predicted to cross its
      * LIMITS.DAT minimum or maximum.
      *
      * The smoothing is the usual two-constant level and trend
      * model, carried per calendar day so a missed processing date
      * is a longer step rather than a lost one: with g days since
      * the item's previous reading,
      *
      *   level = alpha * reading + (1 - alpha) * (level + g * trend)
      *   trend = beta * (level change / g) + (1 - beta) * trend
      *
      * started from the first reading's value and the first step's
      * slope.  A second reading on the same date moves the level
      * only.  An item needs five readings before it is forecast.
      *
      * FCSTPARM.DAT, when present, is one record: the projection
      * horizon in days (three digits), the warning horizon in days
      * (three digits), then alpha and beta (four digits each, all
      * four implied decimals, 3000 for 0.3000); FILE STATUS 35 or a
      * zero field takes 30 days, 14 days, 0.3000 and 0.1000.  From
      * the last reading the item's line is projected day by day to
      * the horizon and filed to FCSTPROJ.DAT - processing date, item
      * key, projected value, the RDGHIST.DAT order - and the
      * crossing date is worked out from the level and trend
      * directly: the first whole day on which the projection passes
      * the limit the trend is heading for.  The minimum and maximum
      * follow rdgCapability's reading of LIMITS.DAT: a zero minimum
      * and a 9999.9999 maximum are no limit at all.
      *
      * FCSTRPT.DAT carries every item's level, trend and outlook
      * through the shared REPORT-WRITER.  An item predicted to
      * cross - or already outside - within the warning horizon of
      * the processing date is raised to ALERTS.DAT at W severity so
      * maintenance can be scheduled before the breach, and the run
      * ends RETURN-CODE 4.  No history at all is RETURN-CODE 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rdgForecast.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "RDGHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HISTORY-STATUS.
           SELECT LIMITS-FILE ASSIGN TO "LIMITS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LIMITS-STATUS.
           SELECT PARM-FILE ASSIGN TO "FCSTPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           SELECT PROJECTION-FILE ASSIGN TO "FCSTPROJ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PROJECTION-STATUS.
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
           05 PARM-HORIZON PIC 9(3).
           05 PARM-WARNING PIC 9(3).
           05 PARM-ALPHA PIC V9(4).
           05 PARM-BETA PIC V9(4).
       FD  PROJECTION-FILE.
       01  PROJECTION-RECORD.
           05 PRJ-DATE PIC 9(8).
           05 PRJ-ITEM-KEY PIC X(8).
           05 PRJ-VALUE PIC S9(5)V9(4) SIGN IS LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-LIMITS-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-PROJECTION-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-PROCESS-DAY PIC 9(7).
       01 WS-HORIZON PIC 9(3) VALUE ZERO.
       01 WS-WARNING PIC 9(3) VALUE ZERO.
       01 WS-ALPHA PIC 9V9(4) VALUE ZERO.
       01 WS-BETA PIC 9V9(4) VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 100 TIMES.
               10 WS-ITM-KEY PIC X(8).
               10 WS-ITM-SPEC PIC X.
                  88 WS-ITM-HAS-LOWER VALUE "B" "L".
                  88 WS-ITM-HAS-UPPER VALUE "B" "U".
                  88 WS-ITM-NO-SPEC VALUE "N".
                  88 WS-ITM-NOT-ON-LIMITS VALUE "X".
               10 WS-ITM-LSL PIC S9(4)V9(4).
               10 WS-ITM-USL PIC S9(4)V9(4).
               10 WS-ITM-COUNT PIC 9(6).
               10 WS-ITM-LAST-DAY PIC 9(7).
               10 WS-ITM-LAST-DATE PIC 9(8).
               10 WS-ITM-LEVEL PIC S9(5)V9(6) COMP-3.
               10 WS-ITM-TREND PIC S9(5)V9(6) COMP-3.
       01 WS-ITEM-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-NEW-KEY PIC X(8).
       01 WS-ITM-IX PIC 9(3) COMP.
       01 WS-FOUND-IX PIC 9(3) COMP.
       01 WS-RECORD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ALERT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-READING-DAY PIC 9(7).
       01 WS-GAP-DAYS PIC 9(5)V9(6) COMP-3.
       01 WS-PRIOR-LEVEL PIC S9(5)V9(6) COMP-3.
       01 WS-STEP-SLOPE PIC S9(5)V9(6) COMP-3.
       01 WS-COMPLEMENT PIC 9V9(4).
       01 WS-MIN-READINGS PIC 9(2) VALUE 5.
       01 WS-DAY PIC 9(3).
       01 WS-PROJECTED PIC S9(7)V9(6) COMP-3.
       01 WS-DISTANCE PIC S9(5)V9(6) COMP-3.
       01 WS-SPEED PIC S9(5)V9(6) COMP-3.
       01 WS-CROSS-DAYS PIC S9(9) COMP-3.
       01 WS-CROSS-WHOLE PIC S9(9) COMP-3.
       01 WS-CROSS-REMAINDER PIC S9(5)V9(6) COMP-3.
       01 WS-CROSS-DATE PIC 9(8).
       01 WS-DAYS-AHEAD PIC S9(9) COMP-3.
       01 WS-OUTLOOK PIC X.
           88 WS-OUTLOOK-CROSSES VALUE "C".
           88 WS-OUTLOOK-OUTSIDE VALUE "O".
           88 WS-OUTLOOK-CLEAR VALUE "K".
       01 WS-CROSS-LIMIT PIC X(3).
       01 WS-ALERT-SWITCH PIC X.
           88 WS-ALERT-RAISED VALUE "Y".
       01 WS-LEVEL-OUT PIC -9(5).9(4).
       01 WS-TREND-OUT PIC -9(5).9(4).
       01 WS-END-OUT PIC -9(7).9(4).
       01 WS-DAYS-OUT PIC -9(5).
       01 WS-HORIZON-OUT PIC 9(3).
       01 WS-ALPHA-OUT PIC 9.9(4).
       01 WS-BETA-OUT PIC 9.9(4).
       01 WS-COUNT-OUT PIC 9(6).
       01 WS-OUTLOOK-TEXT PIC X(44).
       01 WS-ALERT-SEVERITY PIC X.
       01 WS-ALERT-REASON PIC X(60).
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "RDGFORECAST".
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
           CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
           COMPUTE WS-PROCESS-DAY =
              FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
           PERFORM READ-CONTROL-FILE
           PERFORM LOAD-LIMITS
           PERFORM LOAD-HISTORY
           IF WS-RECORD-COUNT = ZERO
              DISPLAY "NO HISTORY TO FORECAST FROM"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM WRITE-FORECAST-REPORT
              DISPLAY "RDGFORECAST COMPLETE - " WS-ALERT-COUNT
                 " BREACH WARNINGS, SEE FCSTRPT.DAT"
              IF WS-ALERT-COUNT > ZERO
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

       READ-CONTROL-FILE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
              IF PARM-HORIZON IS NUMERIC
                 MOVE PARM-HORIZON TO WS-HORIZON
              END-IF
              IF PARM-WARNING IS NUMERIC
                 MOVE PARM-WARNING TO WS-WARNING
              END-IF
              IF PARM-ALPHA IS NUMERIC
                 MOVE PARM-ALPHA TO WS-ALPHA
              END-IF
              IF PARM-BETA IS NUMERIC
                 MOVE PARM-BETA TO WS-BETA
              END-IF
              CLOSE PARM-FILE
           END-IF
           IF WS-HORIZON = ZERO
              MOVE 30 TO WS-HORIZON
           END-IF
           IF WS-WARNING = ZERO
              MOVE 14 TO WS-WARNING
           END-IF
           IF WS-ALPHA = ZERO
              MOVE 0.3 TO WS-ALPHA
           END-IF
           IF WS-BETA = ZERO
              MOVE 0.1 TO WS-BETA
           END-IF.

       LOAD-LIMITS.
           OPEN INPUT LIMITS-FILE
           IF WS-LIMITS-STATUS NOT = "00"
              DISPLAY "LIMITS.DAT NOT ON FILE - NO LIMITS TO WATCH"
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
                          " NOT FORECAST"
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
           MOVE ZERO TO WS-ITM-LAST-DAY(WS-FOUND-IX)
           MOVE ZERO TO WS-ITM-LAST-DATE(WS-FOUND-IX)
           MOVE ZERO TO WS-ITM-LEVEL(WS-FOUND-IX)
           MOVE ZERO TO WS-ITM-TREND(WS-FOUND-IX).

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
                    IF RDH-DATE NOT > WS-PROCESS-DATE
                       PERFORM SMOOTH-READING
                    END-IF
              END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS NOT = "35"
              CLOSE HISTORY-FILE
           END-IF.

      *****************************************************************
      * SMOOTH-READING folds one reading into its item's level and
      * trend.  The history is appended in processing-date order, so
      * each reading is the item's newest.
      *****************************************************************
       SMOOTH-READING.
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
           IF WS-FOUND-IX = 0
              DISPLAY "ITEM TABLE FULL - " RDH-ITEM-KEY
                 " NOT FORECAST"
           ELSE
              ADD 1 TO WS-RECORD-COUNT
              COMPUTE WS-READING-DAY =
                 FUNCTION INTEGER-OF-DATE(RDH-DATE)
              COMPUTE WS-COMPLEMENT = 1 - WS-ALPHA
              EVALUATE TRUE
                 WHEN WS-ITM-COUNT(WS-FOUND-IX) = ZERO
                    MOVE RDH-VALUE TO WS-ITM-LEVEL(WS-FOUND-IX)
                    MOVE ZERO TO WS-ITM-TREND(WS-FOUND-IX)
                 WHEN WS-READING-DAY NOT > WS-ITM-LAST-DAY(WS-FOUND-IX)
                    COMPUTE WS-ITM-LEVEL(WS-FOUND-IX) ROUNDED =
                       WS-ALPHA * RDH-VALUE
                       + WS-COMPLEMENT * WS-ITM-LEVEL(WS-FOUND-IX)
                 WHEN WS-ITM-COUNT(WS-FOUND-IX) = 1
                    COMPUTE WS-GAP-DAYS = WS-READING-DAY
                       - WS-ITM-LAST-DAY(WS-FOUND-IX)
                    COMPUTE WS-ITM-TREND(WS-FOUND-IX) ROUNDED =
                       (RDH-VALUE - WS-ITM-LEVEL(WS-FOUND-IX))
                       / WS-GAP-DAYS
                    MOVE RDH-VALUE TO WS-ITM-LEVEL(WS-FOUND-IX)
                 WHEN OTHER
                    COMPUTE WS-GAP-DAYS = WS-READING-DAY
                       - WS-ITM-LAST-DAY(WS-FOUND-IX)
                    MOVE WS-ITM-LEVEL(WS-FOUND-IX) TO WS-PRIOR-LEVEL
                    COMPUTE WS-PROJECTED ROUNDED = WS-PRIOR-LEVEL
                       + WS-GAP-DAYS * WS-ITM-TREND(WS-FOUND-IX)
                    COMPUTE WS-ITM-LEVEL(WS-FOUND-IX) ROUNDED =
                       WS-ALPHA * RDH-VALUE
                       + WS-COMPLEMENT * WS-PROJECTED
                    COMPUTE WS-STEP-SLOPE ROUNDED =
                       (WS-ITM-LEVEL(WS-FOUND-IX) - WS-PRIOR-LEVEL)
                       / WS-GAP-DAYS
                    COMPUTE WS-COMPLEMENT = 1 - WS-BETA
                    COMPUTE WS-ITM-TREND(WS-FOUND-IX) ROUNDED =
                       WS-BETA * WS-STEP-SLOPE
                       + WS-COMPLEMENT * WS-ITM-TREND(WS-FOUND-IX)
              END-EVALUATE
              ADD 1 TO WS-ITM-COUNT(WS-FOUND-IX)
              MOVE WS-READING-DAY TO WS-ITM-LAST-DAY(WS-FOUND-IX)
              MOVE RDH-DATE TO WS-ITM-LAST-DATE(WS-FOUND-IX)
           END-IF.

       WRITE-FORECAST-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "FCSTRPT.DAT" TO WS-RPT-FILE
           MOVE "READINGS TREND FORECAST" TO WS-RPT-TITLE
           MOVE "ITEM / READINGS / LAST DATE / LEVEL / TREND PER DAY"
              TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE WS-ALPHA TO WS-ALPHA-OUT
           MOVE WS-BETA TO WS-BETA-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "PROCESS DATE " WS-PROCESS-DATE ", HORIZON "
              WS-HORIZON " DAYS, WARNING " WS-WARNING " DAYS, ALPHA "
              WS-ALPHA-OUT ", BETA " WS-BETA-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           OPEN OUTPUT PROJECTION-FILE
           PERFORM VARYING WS-ITM-IX FROM 1 BY 1
                 UNTIL WS-ITM-IX > WS-ITEM-COUNT
              PERFORM FORECAST-ITEM
           END-PERFORM
           CLOSE PROJECTION-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRAILER - " WS-RECORD-COUNT " READINGS, "
              WS-ALERT-COUNT " BREACH WARNINGS RAISED"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *****************************************************************
      * FORECAST-ITEM files one item's level, trend and outlook and,
      * for a forecast item, its day-by-day projection.
      *****************************************************************
       FORECAST-ITEM.
           MOVE WS-ITM-COUNT(WS-ITM-IX) TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
              WHEN WS-ITM-COUNT(WS-ITM-IX) < WS-MIN-READINGS
                 STRING WS-ITM-KEY(WS-ITM-IX) " " WS-COUNT-OUT
                    " TOO LITTLE HISTORY TO FORECAST"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              WHEN OTHER
                 MOVE WS-ITM-LEVEL(WS-ITM-IX) TO WS-LEVEL-OUT
                 MOVE WS-ITM-TREND(WS-ITM-IX) TO WS-TREND-OUT
                 STRING WS-ITM-KEY(WS-ITM-IX) " " WS-COUNT-OUT
                    " LAST " WS-ITM-LAST-DATE(WS-ITM-IX)
                    " LEVEL " WS-LEVEL-OUT " TREND " WS-TREND-OUT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
                 PERFORM FILE-PROJECTION
                 PERFORM JUDGE-OUTLOOK
                 PERFORM WRITE-OUTLOOK
           END-EVALUATE.

       FILE-PROJECTION.
           PERFORM VARYING WS-DAY FROM 1 BY 1
                 UNTIL WS-DAY > WS-HORIZON
              COMPUTE WS-PROJECTED ROUNDED = WS-ITM-LEVEL(WS-ITM-IX)
                 + WS-DAY * WS-ITM-TREND(WS-ITM-IX)
              COMPUTE PRJ-DATE = FUNCTION DATE-OF-INTEGER(
                 WS-ITM-LAST-DAY(WS-ITM-IX) + WS-DAY)
              MOVE WS-ITM-KEY(WS-ITM-IX) TO PRJ-ITEM-KEY
              MOVE WS-PROJECTED TO PRJ-VALUE
              WRITE PROJECTION-RECORD
           END-PERFORM.

      *****************************************************************
      * JUDGE-OUTLOOK works out which limit the trend is heading for
      * and the first whole day past the last reading on which the
      * projected line has passed it.
      *****************************************************************
       JUDGE-OUTLOOK.
           SET WS-OUTLOOK-CLEAR TO TRUE
           MOVE SPACES TO WS-CROSS-LIMIT
           MOVE ZERO TO WS-CROSS-DAYS
           EVALUATE TRUE
              WHEN WS-ITM-HAS-UPPER(WS-ITM-IX)
                 AND WS-ITM-LEVEL(WS-ITM-IX) > WS-ITM-USL(WS-ITM-IX)
                 SET WS-OUTLOOK-OUTSIDE TO TRUE
                 MOVE "MAX" TO WS-CROSS-LIMIT
              WHEN WS-ITM-HAS-LOWER(WS-ITM-IX)
                 AND WS-ITM-LEVEL(WS-ITM-IX) < WS-ITM-LSL(WS-ITM-IX)
                 SET WS-OUTLOOK-OUTSIDE TO TRUE
                 MOVE "MIN" TO WS-CROSS-LIMIT
              WHEN WS-ITM-HAS-UPPER(WS-ITM-IX)
                 AND WS-ITM-TREND(WS-ITM-IX) > ZERO
                 COMPUTE WS-DISTANCE = WS-ITM-USL(WS-ITM-IX)
                    - WS-ITM-LEVEL(WS-ITM-IX)
                 MOVE WS-ITM-TREND(WS-ITM-IX) TO WS-SPEED
                 MOVE "MAX" TO WS-CROSS-LIMIT
                 PERFORM FIGURE-CROSSING
              WHEN WS-ITM-HAS-LOWER(WS-ITM-IX)
                 AND WS-ITM-TREND(WS-ITM-IX) < ZERO
                 COMPUTE WS-DISTANCE = WS-ITM-LEVEL(WS-ITM-IX)
                    - WS-ITM-LSL(WS-ITM-IX)
                 COMPUTE WS-SPEED = 0 - WS-ITM-TREND(WS-ITM-IX)
                 MOVE "MIN" TO WS-CROSS-LIMIT
                 PERFORM FIGURE-CROSSING
           END-EVALUATE
           MOVE "N" TO WS-ALERT-SWITCH
           EVALUATE TRUE
              WHEN WS-OUTLOOK-OUTSIDE
                 MOVE WS-ITM-LAST-DATE(WS-ITM-IX) TO WS-CROSS-DATE
                 SET WS-ALERT-RAISED TO TRUE
              WHEN WS-OUTLOOK-CROSSES
                 COMPUTE WS-CROSS-DATE = FUNCTION DATE-OF-INTEGER(
                    WS-ITM-LAST-DAY(WS-ITM-IX) + WS-CROSS-DAYS)
                 COMPUTE WS-DAYS-AHEAD = WS-ITM-LAST-DAY(WS-ITM-IX)
                    + WS-CROSS-DAYS - WS-PROCESS-DAY
                 IF WS-DAYS-AHEAD NOT > WS-WARNING
                    SET WS-ALERT-RAISED TO TRUE
                 END-IF
           END-EVALUATE.

      *****************************************************************
      * FIGURE-CROSSING turns the distance to the limit and the
      * daily speed toward it into whole days, rounding any part
      * day up; a crossing past the projection horizon is no
      * crossing as far as this forecast goes.
      *****************************************************************
       FIGURE-CROSSING.
           DIVIDE WS-DISTANCE BY WS-SPEED GIVING WS-CROSS-WHOLE
              REMAINDER WS-CROSS-REMAINDER
           MOVE WS-CROSS-WHOLE TO WS-CROSS-DAYS
           IF WS-CROSS-REMAINDER > ZERO
              ADD 1 TO WS-CROSS-DAYS
           END-IF
           IF WS-CROSS-DAYS = ZERO
              MOVE 1 TO WS-CROSS-DAYS
           END-IF
           IF WS-CROSS-DAYS NOT > WS-HORIZON
              SET WS-OUTLOOK-CROSSES TO TRUE
           END-IF.

       WRITE-OUTLOOK.
           MOVE WS-HORIZON TO WS-HORIZON-OUT
           COMPUTE WS-END-OUT ROUNDED = WS-ITM-LEVEL(WS-ITM-IX)
              + WS-HORIZON * WS-ITM-TREND(WS-ITM-IX)
           MOVE SPACES TO WS-OUTLOOK-TEXT
           EVALUATE TRUE
              WHEN WS-ITM-NOT-ON-LIMITS(WS-ITM-IX)
                 MOVE "NOT ON LIMITS.DAT" TO WS-OUTLOOK-TEXT
              WHEN WS-ITM-NO-SPEC(WS-ITM-IX)
                 MOVE "NO LIMITS TO CROSS" TO WS-OUTLOOK-TEXT
              WHEN WS-OUTLOOK-OUTSIDE
                 STRING "ALREADY PAST ITS " WS-CROSS-LIMIT
                    DELIMITED BY SIZE INTO WS-OUTLOOK-TEXT
              WHEN WS-OUTLOOK-CROSSES
                 MOVE WS-DAYS-AHEAD TO WS-DAYS-OUT
                 STRING "CROSSES " WS-CROSS-LIMIT " ON " WS-CROSS-DATE
                    " (" WS-DAYS-OUT " DAYS)"
                    DELIMITED BY SIZE INTO WS-OUTLOOK-TEXT
              WHEN OTHER
                 STRING "NO CROSSING IN " WS-HORIZON-OUT " DAYS"
                    DELIMITED BY SIZE INTO WS-OUTLOOK-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-ALERT-RAISED
              STRING "         DAY " WS-HORIZON-OUT " " WS-END-OUT
                 "  " WS-OUTLOOK-TEXT " ** WARNING"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING "         DAY " WS-HORIZON-OUT " " WS-END-OUT
                 "  " WS-OUTLOOK-TEXT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF WS-ALERT-RAISED
              ADD 1 TO WS-ALERT-COUNT
              MOVE "W" TO WS-ALERT-SEVERITY
              MOVE SPACES TO WS-ALERT-REASON
              IF WS-OUTLOOK-OUTSIDE
                 STRING WS-ITM-KEY(WS-ITM-IX) " TREND ALREADY PAST "
                    WS-CROSS-LIMIT " AS OF " WS-CROSS-DATE
                    DELIMITED BY SIZE INTO WS-ALERT-REASON
              ELSE
                 STRING WS-ITM-KEY(WS-ITM-IX) " PREDICTED TO CROSS "
                    WS-CROSS-LIMIT " ON " WS-CROSS-DATE
                    DELIMITED BY SIZE INTO WS-ALERT-REASON
              END-IF
              CALL "ALERT-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-ALERT-SEVERITY WS-ALERT-REASON
           END-IF.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM rdgForecast.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.
