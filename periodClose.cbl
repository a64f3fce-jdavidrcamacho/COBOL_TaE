      * run at the end of the master run, or by hand after a repair
      * - works a checklist for the processing date:
      *
      *   1. the end-of-job summary MBDSUM.DAT was filed - and, for
      *      every intraday cycle that worked the date, that
      *      cycle's own Cn.MBDSUM.DAT;
      *   2. the deck trailers reconciled - no BADCOUNT exception
      *      is on EXCFILE.DAT for the date;
      *   3. no F-severity exception is on EXCFILE.DAT for the date;
      *   4. no intraday cycle of the date is still open - started
      *      or aborted on CYCLELOG.DAT and never completed.
      *
      * Only when every check passes is PROCDATE.DAT advanced to the
      * next business day through the shared date service
      * files to CLOSERPT.DAT through the shared REPORT-WRITER with
      * each check's PASS or FAIL.  A night that fails any check
      * leaves the date unrolled and comes back RETURN-CODE 8.
      *
      * The nightly cycle is the one that closes the date: launched
      * for an intraday cycle (MBDCYCLE.DAT naming one) the close is
      * refused outright with RETURN-CODE 8 and nothing checked.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. periodClose.
       01 WS-CHECK-1 PIC X(4).
       01 WS-CHECK-2 PIC X(4).
       01 WS-CHECK-3 PIC X(4).
       01 WS-CHECK-4 PIC X(4).
       01 WS-RUN-CYCLE PIC 9 VALUE ZERO.
       01 WS-CYCLE PIC 9.
       01 WS-CYCLE-IX PIC 9(2) COMP.
       01 WS-CYCLE-LOGICAL PIC X(40).
       01 WS-CYCLE-RAN PIC X(10).
       01 WS-CYCLE-OPEN PIC X(10).
       01 WS-CYCLES-RAN PIC 9(2) VALUE ZERO.
       01 WS-SUMMARIES-MISSING PIC 9(2) VALUE ZERO.
       01 WS-OPEN-CYCLES PIC 9(2) VALUE ZERO.
       01 WS-CYCLE-SUMMARY-LINES PIC 9(4).
       01 WS-ALL-PASSED-SWITCH PIC X VALUE "Y".
           88 WS-ALL-PASSED VALUE "Y".
       01 WS-ONE-DAY PIC 9(3).
              MOVE WS-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF
           CALL "GET-RUN-CYCLE" USING WS-RUN-CYCLE
           IF WS-RUN-CYCLE > ZERO
              DISPLAY "PERIODCLOSE REFUSED - INTRADAY CYCLE "
                 WS-RUN-CYCLE " IS SELECTED, ONLY THE NIGHTLY CYCLE"
                 " CLOSES THE DATE"
              MOVE 8 TO RETURN-CODE
              MOVE RETURN-CODE TO WS-RETURN-CODE
              CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
                 WS-RETURN-CODE WS-AUTH-USER
              MOVE WS-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF
           CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
           CALL "ENV-TEST-STATUS" USING WS-TEST-FLAG
           CALL "CYCLE-DAY-STATUS" USING WS-PROCESS-DATE WS-CYCLE-RAN
              WS-CYCLE-OPEN
           PERFORM CHECK-SUMMARY-FILED
           PERFORM CHECK-EXCEPTIONS
           PERFORM CHECK-CYCLES-COMPLETE
           PERFORM WRITE-CLOSE-CHECKLIST
           EVALUATE TRUE
              WHEN NOT WS-ALL-PASSED
      *****************************************************************
      * CHECK-SUMMARY-FILED proves the end-of-job summary exists and
      * carries at least one line - a run that never got to its
      * summary never finished.  Every cycle that worked the date
      * must have filed its own; the nightly cycle always counts.
      *****************************************************************
       CHECK-SUMMARY-FILED.
           PERFORM VARYING WS-CYCLE-IX FROM 1 BY 1
                 UNTIL WS-CYCLE-IX > 10
              IF WS-CYCLE-RAN(WS-CYCLE-IX:1) = "Y"
                 ADD 1 TO WS-CYCLES-RAN
                 PERFORM CHECK-ONE-SUMMARY
              END-IF
           END-PERFORM
           IF WS-SUMMARIES-MISSING = ZERO
              MOVE "PASS" TO WS-CHECK-1
           ELSE
              MOVE "FAIL" TO WS-CHECK-1
              MOVE "N" TO WS-ALL-PASSED-SWITCH
           END-IF.

       CHECK-ONE-SUMMARY.
      *    The summary is filed through the report writer under the
      *    environment-resolved name, so the close must read the
      *    same file the night wrote.
           COMPUTE WS-CYCLE = WS-CYCLE-IX - 1
           MOVE "MBDSUM.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL WS-CYCLE
              WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-SUMMARY-NAME
           MOVE ZERO TO WS-CYCLE-SUMMARY-LINES
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SUMMARY-FILE
           IF WS-SUMMARY-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ SUMMARY-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END ADD 1 TO WS-CYCLE-SUMMARY-LINES
                 END-READ
              END-PERFORM
              CLOSE SUMMARY-FILE
           END-IF
           ADD WS-CYCLE-SUMMARY-LINES TO WS-SUMMARY-LINES
           IF WS-CYCLE-SUMMARY-LINES = ZERO
              ADD 1 TO WS-SUMMARIES-MISSING
           END-IF.

      *****************************************************************
      * CHECK-CYCLES-COMPLETE fails the close while any intraday
      * cycle of the date is open - its decks are not done, and
      * rolling the date would strand them.  The nightly cycle's
      * own state is not judged here: the close may be running as
      * its last step, before it has logged its completion.
      *****************************************************************
       CHECK-CYCLES-COMPLETE.
           PERFORM VARYING WS-CYCLE-IX FROM 2 BY 1
                 UNTIL WS-CYCLE-IX > 10
              IF WS-CYCLE-OPEN(WS-CYCLE-IX:1) = "Y"
                 ADD 1 TO WS-OPEN-CYCLES
              END-IF
           END-PERFORM
           IF WS-OPEN-CYCLES = ZERO
              MOVE "PASS" TO WS-CHECK-4
           ELSE
              MOVE "FAIL" TO WS-CHECK-4
              MOVE "N" TO WS-ALL-PASSED-SWITCH
           END-IF.

           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "JOB SUMMARY FILED (" WS-SUMMARY-LINES
              " LINES, " WS-CYCLES-RAN " CYCLES, "
              WS-SUMMARIES-MISSING " MISSING) - " WS-CHECK-1
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "NO INTRADAY CYCLE OPEN (" WS-OPEN-CYCLES
              " OPEN) - " WS-CHECK-4
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-ALL-PASSED
              MOVE "VERDICT - NIGHT PROVEN, DATE ROLLED" TO
                 WS-RPT-LINE
       COPY DATESERV.

       COPY ENVNAME.

       COPY CYCLESRV.
