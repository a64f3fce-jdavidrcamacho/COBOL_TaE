      *   - every item key on LIMITS.DAT - the expected population -
      *     with no reading at all today is flagged (NORDG), since
      *     a silent instrument is exactly what the monitoring
      *     exists to catch;
      *   - a reading taken by an instrument whose calibration has
      *     fallen due on the calibration master (CALMAST.DAT,
      *     through CAL-LOOKUP) by the processing date is flagged
      *     (CALDUE) - limitMon, ctlChartMon and rdgCapability
      *     leave such readings out, so the edit says which ones.
      *     A reading line may name its instrument after the value;
      *     one that does not is taken as the item's first
      *     instrument on the master.
      *
      * Findings file to RDGEDIT.DAT through the shared
      * REPORT-WRITER and to EXCFILE.DAT under their reason codes;
       FILE SECTION.
       FD  READINGS-FILE.
       01  READINGS-RECORD.
           05 RDG-ITEM-VALUE.
               10 RDG-ITEM-KEY PIC X(8).
               10 RDG-VALUE-X PIC X(8).
           05 RDG-INSTRUMENT PIC X(8).
       FD  LIMITS-FILE.
       01  LIMITS-RECORD.
           05 LIM-ITEM-KEY PIC X(8).
       01 WS-DUP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BAD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CALDUE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-CAL-INSTRUMENT PIC X(8).
       01 WS-CAL-OFFSET PIC S9(4)V9(4).
       01 WS-CAL-DUE-DATE PIC 9(8).
       01 WS-CAL-STATUS PIC X.
           88 WS-CAL-OVERDUE VALUE "D".
       01 WS-EXC-SEVERITY PIC X.
       01 WS-EXC-REASON PIC X(8).
       01 WS-EXC-DETAIL PIC X(40).
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
           PERFORM LOAD-EXPECTED-ITEMS
           PERFORM EDIT-READINGS
           PERFORM REPORT-MISSING-ITEMS
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRAILER - " WS-READING-COUNT " READINGS, "
              WS-DUP-COUNT " DUPLICATES, " WS-BAD-COUNT
              " NOT NUMERIC, " WS-MISSING-COUNT " ITEMS SILENT, "
              WS-CALDUE-COUNT " CAL DUE"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           DISPLAY "RDGEDIT COMPLETE - " WS-DUP-COUNT
              " DUPLICATES, " WS-BAD-COUNT " NOT NUMERIC, "
              WS-MISSING-COUNT " ITEMS SILENT, " WS-CALDUE-COUNT
              " CALIBRATION DUE"
           IF WS-DUP-COUNT > ZERO OR WS-BAD-COUNT > ZERO
              OR WS-MISSING-COUNT > ZERO OR WS-CALDUE-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
              PERFORM FILE-READING-EXCEPTION
           END-IF
           PERFORM CHECK-DUPLICATE
           PERFORM CHECK-CALIBRATION
           PERFORM MARK-ITEM-SEEN.

       CHECK-DUPLICATE.
           MOVE "N" TO WS-DUP-SWITCH
           PERFORM VARYING WS-SEEN-IX FROM 1 BY 1
                 UNTIL WS-SEEN-IX > WS-SEEN-COUNT
              IF WS-SEEN(WS-SEEN-IX) = RDG-ITEM-VALUE
                 SET WS-DUPLICATE TO TRUE
                 MOVE WS-SEEN-COUNT TO WS-SEEN-IX
              END-IF
           ELSE
              IF WS-SEEN-COUNT < 2000
                 ADD 1 TO WS-SEEN-COUNT
                 MOVE RDG-ITEM-VALUE TO WS-SEEN(WS-SEEN-COUNT)
              END-IF
           END-IF.

      *****************************************************************
      * CHECK-CALIBRATION asks CAL-LOOKUP whether the instrument
      * behind the reading was inside its calibration interval on
      * the processing date.  An item with no calibration record
      * is not this edit's business - the reading stands.
      *****************************************************************
       CHECK-CALIBRATION.
           MOVE RDG-INSTRUMENT TO WS-CAL-INSTRUMENT
           CALL "CAL-LOOKUP" USING RDG-ITEM-KEY WS-CAL-INSTRUMENT
              WS-PROCESS-DATE WS-CAL-OFFSET WS-CAL-DUE-DATE
              WS-CAL-STATUS
           IF WS-CAL-OVERDUE
              ADD 1 TO WS-CALDUE-COUNT
              MOVE SPACES TO WS-RPT-LINE
              STRING RDG-ITEM-KEY " VALUE " RDG-VALUE-X
                 " INSTRUMENT " WS-CAL-INSTRUMENT
                 " CALIBRATION DUE " WS-CAL-DUE-DATE
                 " - READING DISQUALIFIED"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "W" TO WS-EXC-SEVERITY
              MOVE "CALDUE" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "ITEM " RDG-ITEM-KEY " INST " WS-CAL-INSTRUMENT
                 " DUE " WS-CAL-DUE-DATE
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
           END-IF.

       MARK-ITEM-SEEN.
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                 UNTIL WS-EXP-IX > WS-EXPECTED-COUNT

       COPY RPTWRITE.

       COPY CALLOOK.

       COPY DATESERV.

       COPY ENVNAME.
