      * monitoring hole, not a pass.  RETURN-CODE 4 flags a run
      * with breaches or unknown items, so the batch stream can see
      * the daily check found something.
      *
      * Each reading is first put through the calibration master
      * (CALMAST.DAT, through CAL-LOOKUP) for the processing date:
      * the instrument's calibration offset is added to the value
      * before it is judged, and a reading from an instrument whose
      * calibration has fallen due is not judged at all - it is
      * listed as DISQUALIFIED and counted in the trailer, and the
      * run ends RETURN-CODE 4, since an item read only by an
      * overdue instrument is as unmonitored as an unknown one.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. limitMon.
       01  READINGS-RECORD.
           05 RDG-ITEM-KEY PIC X(8).
           05 RDG-VALUE PIC 9(4)V9(4).
           05 RDG-INSTRUMENT PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-LIMITS-STATUS PIC XX.
       01 WS-READING-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BREACH-COUNT PIC 9(6) VALUE ZERO.
       01 WS-UNKNOWN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DISQUAL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CORRECTED PIC S9(5)V9(4).
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-CAL-INSTRUMENT PIC X(8).
       01 WS-CAL-OFFSET PIC S9(4)V9(4).
       01 WS-CAL-DUE-DATE PIC 9(8).
       01 WS-CAL-STATUS PIC X.
           88 WS-CAL-OVERDUE VALUE "D".
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
              DISPLAY "NO LIMITS ON FILE - NOTHING TO CHECK"
              MOVE 8 TO RETURN-CODE
           ELSE
              CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
              PERFORM CHECK-READINGS
              IF WS-BREACH-COUNT > ZERO OR WS-UNKNOWN-COUNT > ZERO
                 OR WS-DISQUAL-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRAILER - " WS-READING-COUNT
              " READINGS CHECKED, " WS-BREACH-COUNT " BREACHES, "
              WS-UNKNOWN-COUNT " UNKNOWN ITEMS, " WS-DISQUAL-COUNT
              " DISQUALIFIED"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           DISPLAY "LIMITMON COMPLETE - " WS-READING-COUNT
              " READINGS CHECKED, " WS-BREACH-COUNT " BREACHES, "
              WS-UNKNOWN-COUNT " UNKNOWN ITEMS, " WS-DISQUAL-COUNT
              " DISQUALIFIED".

      *****************************************************************
      * CHECK-ONE-READING looks the reading's item up on the limit
      * table and judges it against the band widened by the item's
      * tolerance at both ends - the same close-enough arithmetic
      * COMPARE-MODE applies to a single pair.  The value judged is
      * the reading corrected by its instrument's calibration
      * offset; an overdue instrument's reading is not judged.
      *****************************************************************
       CHECK-ONE-READING.
           MOVE RDG-INSTRUMENT TO WS-CAL-INSTRUMENT
           CALL "CAL-LOOKUP" USING RDG-ITEM-KEY WS-CAL-INSTRUMENT
              WS-PROCESS-DATE WS-CAL-OFFSET WS-CAL-DUE-DATE
              WS-CAL-STATUS
           IF WS-CAL-OVERDUE
              ADD 1 TO WS-DISQUAL-COUNT
              MOVE SPACES TO WS-RPT-LINE
              STRING RDG-ITEM-KEY " READING " RDG-VALUE
                 " - DISQUALIFIED, INSTRUMENT " WS-CAL-INSTRUMENT
                 " CALIBRATION DUE " WS-CAL-DUE-DATE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              COMPUTE WS-CORRECTED = RDG-VALUE + WS-CAL-OFFSET
              PERFORM JUDGE-READING
           END-IF.

       JUDGE-READING.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-LIM-IX FROM 1 BY 1
                 UNTIL WS-LIM-IX > WS-LIMIT-COUNT
           IF WS-FOUND-IX = 0
              ADD 1 TO WS-UNKNOWN-COUNT
              MOVE SPACES TO WS-RPT-LINE
              STRING RDG-ITEM-KEY " READING " WS-CORRECTED
                 " - UNKNOWN ITEM, NO LIMITS DEFINED"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
                 WS-LIM-MIN(WS-FOUND-IX) - WS-LIM-TOL(WS-FOUND-IX)
              COMPUTE WS-HIGH-BOUND =
                 WS-LIM-MAX(WS-FOUND-IX) + WS-LIM-TOL(WS-FOUND-IX)
              IF WS-CORRECTED < WS-LOW-BOUND
                 OR WS-CORRECTED > WS-HIGH-BOUND
                 ADD 1 TO WS-BREACH-COUNT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING RDG-ITEM-KEY " READING " WS-CORRECTED
                    " OUTSIDE " WS-LOW-BOUND " TO " WS-HIGH-BOUND
                    " - BREACH" DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE

       COPY RPTWRITE.

       COPY CALLOOK.

       COPY DATESERV.

       COPY ENVNAME.
