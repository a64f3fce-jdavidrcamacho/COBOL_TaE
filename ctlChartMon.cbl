      * the run rule, CCTREND6 for the trend rule - one exception
      * per streak, not one per reading.  A run with signals leaves
      * RETURN-CODE 4; no readings at all is RETURN-CODE 8.
      *
      * The readings charted are the calibrated ones: each is put
      * through the calibration master (CALMAST.DAT, through
      * CAL-LOOKUP) for the processing date, its instrument's
      * offset added, and a reading from an instrument whose
      * calibration has fallen due is left off the chart entirely
      * and counted as disqualified in the trailer - rdgEdit has
      * already filed the exception for it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctlChartMon.
       01  READINGS-RECORD.
           05 RDG-ITEM-KEY PIC X(8).
           05 RDG-VALUE PIC 9(4)V9(4).
           05 RDG-INSTRUMENT PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-READINGS-STATUS PIC XX.
       01 WS-RDG-IX PIC 9(4) COMP.
       01 WS-READING-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SIGNAL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DISQUAL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-CAL-INSTRUMENT PIC X(8).
       01 WS-CAL-OFFSET PIC S9(4)V9(4).
       01 WS-CAL-DUE-DATE PIC 9(8).
       01 WS-CAL-STATUS PIC X.
           88 WS-CAL-OVERDUE VALUE "D".
       01 WS-TOTAL PIC S9(9)V9(4) COMP-3.
       01 WS-MEAN PIC S9(5)V9(4) COMP-3.
       01 WS-DIFF PIC S9(5)V9(4) COMP-3.
              MOVE WS-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF
           CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
           PERFORM LOAD-READINGS
           IF WS-READING-COUNT = ZERO
              DISPLAY "NO READINGS ON FILE - NOTHING TO MONITOR"
           PERFORM UNTIL WS-EOF
              READ READINGS-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END PERFORM SCREEN-ONE-READING
              END-READ
           END-PERFORM
           IF WS-READINGS-STATUS NOT = "35"
              CLOSE READINGS-FILE
           END-IF.

      *****************************************************************
      * SCREEN-ONE-READING keeps an overdue instrument's reading off
      * the chart and hands every other reading on corrected by its
      * instrument's calibration offset.
      *****************************************************************
       SCREEN-ONE-READING.
           MOVE RDG-INSTRUMENT TO WS-CAL-INSTRUMENT
           CALL "CAL-LOOKUP" USING RDG-ITEM-KEY WS-CAL-INSTRUMENT
              WS-PROCESS-DATE WS-CAL-OFFSET WS-CAL-DUE-DATE
              WS-CAL-STATUS
           IF WS-CAL-OVERDUE
              ADD 1 TO WS-DISQUAL-COUNT
           ELSE
              PERFORM TAKE-ONE-READING
           END-IF.

       TAKE-ONE-READING.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-ITM-IX FROM 1 BY 1
           IF WS-FOUND-IX > 0
              IF WS-ITM-COUNT(WS-FOUND-IX) < 500
                 ADD 1 TO WS-ITM-COUNT(WS-FOUND-IX)
                 COMPUTE WS-ITM-VALUE
                    (WS-FOUND-IX, WS-ITM-COUNT(WS-FOUND-IX)) =
                    RDG-VALUE + WS-CAL-OFFSET
                 ADD 1 TO WS-READING-COUNT
              ELSE
                 DISPLAY "ITEM " RDG-ITEM-KEY
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRAILER - " WS-READING-COUNT " READINGS, "
              WS-SIGNAL-COUNT " SIGNALS, " WS-DISQUAL-COUNT
              " READINGS DISQUALIFIED"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION

       COPY RPTWRITE.

       COPY CALLOOK.

       COPY DATESERV.

       COPY ENVNAME.
