      * monthly alert response-time report by support group
      *    TOPIC:
      *    HOW LONG DID THE PAGE RING?
      *****************************************************************
      * For one month of alerts, how long each support group's
      * alerts waited for a human.  Every numbered alert raised in
      * the month (escalation notices aside - they are the same
      * alert paging again) is assigned to its group the way the
      * escalation step assigns it (ONCALL-GROUP) and matched to its
      * acknowledgement and escalations on ALERTHST.DAT.  Per group,
      * and in total, the report shows:
      *
      *   - alerts raised, and how many were acknowledged;
      *   - the average and the longest wait, in minutes from
      *     raising to acknowledgement, of the acknowledged ones;
      *   - how many had to be escalated past the primary, and how
      *     many reached the manager;
      *   - how many are still unacknowledged, with the longest of
      *     their waits so far.
      *
      * The month (YYYYMM) is read from ARSPARM.DAT when that control
      * file is present, or prompted for; blank or zero means the
      * month of the processing date.  The report files to
      * ALRTRSP.DAT through the shared REPORT-WRITER.  A month with
      * an alert still unacknowledged leaves RETURN-CODE 4.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. alertResponse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ALERT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "ALERTHST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HISTORY-STATUS.
           SELECT PARM-FILE ASSIGN TO "ARSPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05 ALT-DATE PIC 9(8).
           05 ALT-TIME PIC 9(8).
           05 ALT-PROGRAM PIC X(30).
           05 ALT-SEVERITY PIC X.
           05 ALT-REASON PIC X(60).
           05 ALT-RUN-ID PIC X(13).
           05 ALT-ALERT-NO PIC 9(6).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 AHS-ALERT-NO PIC 9(6).
           05 AHS-EVENT PIC X.
               88 AHS-ACKNOWLEDGED VALUE "A".
               88 AHS-ESCALATED VALUE "E".
           05 AHS-TIER PIC 9.
           05 AHS-CONTACT PIC X(8).
           05 AHS-GROUP PIC X(8).
           05 AHS-DATE PIC 9(8).
           05 AHS-TIME PIC 9(8).
           05 AHS-USER PIC X(8).
           05 AHS-WAITED PIC 9(6).
           05 AHS-NOTE PIC X(40).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-MONTH PIC X(6).

       WORKING-STORAGE SECTION.
       01 WS-ALERT-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
           88 WS-EOF VALUE "Y".
       01 WS-MONTH-IN PIC X(6).
       01 WS-MONTH PIC 9(6).
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 5000 TIMES.
               10 WS-ST-ALERT-NO PIC 9(6).
               10 WS-ST-TIER PIC 9.
               10 WS-ST-ACKED PIC X.
               10 WS-ST-WAITED PIC 9(6).
       01 WS-STATE-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-STATE-IX PIC 9(4) COMP.
       01 I PIC 9(4) COMP.
       01 WS-STATE-OVF-SWITCH PIC X VALUE "N".
           88 WS-STATE-OVERFLOW VALUE "Y".
       01 WS-GROUP-TABLE.
           05 WS-GRP-ENTRY OCCURS 51 TIMES.
               10 WS-GRP-NAME PIC X(8).
               10 WS-GRP-ALERTS PIC 9(5).
               10 WS-GRP-ACKED PIC 9(5).
               10 WS-GRP-WAIT-TOTAL PIC 9(9).
               10 WS-GRP-WAIT-MAX PIC 9(6).
               10 WS-GRP-ESCALATED PIC 9(5).
               10 WS-GRP-MANAGER PIC 9(5).
               10 WS-GRP-OPEN PIC 9(5).
               10 WS-GRP-OPEN-MAX PIC 9(6).
       01 WS-GROUP-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-GRP-IX PIC 9(2) COMP.
       01 WS-TOTAL-IX PIC 9(2) COMP VALUE 51.
       01 WS-GROUP PIC X(8).
       01 WS-TIER PIC 9.
       01 WS-WAITED PIC 9(6).
       01 WS-AVERAGE PIC 9(6).
       01 WS-NOW.
           05 WS-NOW-DATE PIC 9(8).
           05 WS-NOW-TIME PIC 9(8).
       01 WS-ALERTS-OUT PIC ZZZZ9.
       01 WS-ACKED-OUT PIC ZZZZ9.
       01 WS-AVERAGE-OUT PIC ZZZZZ9.
       01 WS-MAX-OUT PIC ZZZZZ9.
       01 WS-ESCALATED-OUT PIC ZZZZ9.
       01 WS-MANAGER-OUT PIC ZZZZ9.
       01 WS-OPEN-OUT PIC ZZZZ9.
       01 WS-OPEN-MAX-OUT PIC ZZZZZ9.
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "ALERTRESPONSE".
       01 WS-ESCALATE-NAME PIC X(30) VALUE "ALERTESCALATE".
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
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM OBTAIN-MONTH
           PERFORM LOAD-ALERT-HISTORY
           IF WS-STATE-OVERFLOW
              DISPLAY "ALERT HISTORY EXCEEDS 5000 ALERTS - "
                 "REPORT NOT PRODUCED"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "TOTAL" TO WS-GRP-NAME(WS-TOTAL-IX)
              PERFORM CLEAR-GROUP-FIGURES
              PERFORM SCAN-MONTH-ALERTS
              PERFORM WRITE-RESPONSE-REPORT
              DISPLAY "ALERTRESPONSE COMPLETE - "
                 WS-GRP-ALERTS(WS-TOTAL-IX) " ALERTS IN " WS-MONTH
                 ", " WS-GRP-OPEN(WS-TOTAL-IX) " UNACKNOWLEDGED"
              IF WS-GRP-OPEN(WS-TOTAL-IX) > ZERO
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

       OBTAIN-MONTH.
           MOVE SPACES TO WS-MONTH-IN
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END MOVE PARM-MONTH TO WS-MONTH-IN
              END-READ
              CLOSE PARM-FILE
           ELSE
              DISPLAY "Report month (YYYYMM, blank for this month)"
              ACCEPT WS-MONTH-IN
           END-IF
           IF WS-MONTH-IN IS NUMERIC AND WS-MONTH-IN NOT = ZERO
              MOVE WS-MONTH-IN TO WS-MONTH
           ELSE
              CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
              MOVE WS-PROCESS-DATE(1:6) TO WS-MONTH
           END-IF.

      *****************************************************************
      * LOAD-ALERT-HISTORY reduces ALERTHST.DAT to one state entry
      * per alert - acknowledged and after how many minutes, and the
      * highest tier it was escalated to.
      *****************************************************************
       LOAD-ALERT-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ HISTORY-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM APPLY-HISTORY-LINE
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.

       APPLY-HISTORY-LINE.
           PERFORM FIND-STATE
           IF WS-STATE-IX = 0
              IF WS-STATE-COUNT = 5000
                 SET WS-STATE-OVERFLOW TO TRUE
                 SET WS-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-STATE-COUNT
                 MOVE WS-STATE-COUNT TO WS-STATE-IX
                 MOVE AHS-ALERT-NO TO WS-ST-ALERT-NO(WS-STATE-IX)
                 MOVE 1 TO WS-ST-TIER(WS-STATE-IX)
                 MOVE "N" TO WS-ST-ACKED(WS-STATE-IX)
                 MOVE ZERO TO WS-ST-WAITED(WS-STATE-IX)
              END-IF
           END-IF
           IF WS-STATE-IX > 0
              IF AHS-ACKNOWLEDGED
                 MOVE "Y" TO WS-ST-ACKED(WS-STATE-IX)
                 MOVE AHS-WAITED TO WS-ST-WAITED(WS-STATE-IX)
              END-IF
              IF AHS-ESCALATED
                 AND AHS-TIER > WS-ST-TIER(WS-STATE-IX)
                 MOVE AHS-TIER TO WS-ST-TIER(WS-STATE-IX)
              END-IF
           END-IF.

       FIND-STATE.
           MOVE 0 TO WS-STATE-IX
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-STATE-COUNT OR WS-STATE-IX > 0
              IF WS-ST-ALERT-NO(I) = AHS-ALERT-NO
                 MOVE I TO WS-STATE-IX
              END-IF
           END-PERFORM.

       CLEAR-GROUP-FIGURES.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                 UNTIL WS-GRP-IX > 51
              MOVE ZERO TO WS-GRP-ALERTS(WS-GRP-IX)
              MOVE ZERO TO WS-GRP-ACKED(WS-GRP-IX)
              MOVE ZERO TO WS-GRP-WAIT-TOTAL(WS-GRP-IX)
              MOVE ZERO TO WS-GRP-WAIT-MAX(WS-GRP-IX)
              MOVE ZERO TO WS-GRP-ESCALATED(WS-GRP-IX)
              MOVE ZERO TO WS-GRP-MANAGER(WS-GRP-IX)
              MOVE ZERO TO WS-GRP-OPEN(WS-GRP-IX)
              MOVE ZERO TO WS-GRP-OPEN-MAX(WS-GRP-IX)
           END-PERFORM.

      *****************************************************************
      * SCAN-MONTH-ALERTS files every original alert raised in the
      * month to its group's figures and to the total.
      *****************************************************************
       SCAN-MONTH-ALERTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ ALERT-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF ALT-ALERT-NO IS NUMERIC
                       AND ALT-ALERT-NO > ZERO
                       AND ALT-PROGRAM NOT = WS-ESCALATE-NAME
                       AND ALT-DATE(1:6) = WS-MONTH
                       PERFORM TALLY-ONE-ALERT
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ALERT-STATUS NOT = "35"
              CLOSE ALERT-FILE
           END-IF.

       TALLY-ONE-ALERT.
           CALL "ONCALL-GROUP" USING ALT-PROGRAM WS-GROUP
           PERFORM FIND-GROUP
           MOVE ALT-ALERT-NO TO AHS-ALERT-NO
           PERFORM FIND-STATE
           PERFORM TALLY-INTO-GROUP
           MOVE WS-TOTAL-IX TO WS-GRP-IX
           PERFORM TALLY-INTO-GROUP.

       FIND-GROUP.
           MOVE 0 TO WS-GRP-IX
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-GROUP-COUNT OR WS-GRP-IX > 0
              IF WS-GRP-NAME(I) = WS-GROUP
                 MOVE I TO WS-GRP-IX
              END-IF
           END-PERFORM
           IF WS-GRP-IX = 0
              IF WS-GROUP-COUNT < 50
                 ADD 1 TO WS-GROUP-COUNT
                 MOVE WS-GROUP-COUNT TO WS-GRP-IX
                 MOVE WS-GROUP TO WS-GRP-NAME(WS-GRP-IX)
              ELSE
                 MOVE 50 TO WS-GRP-IX
                 MOVE "*OTHER*" TO WS-GRP-NAME(WS-GRP-IX)
              END-IF
           END-IF.

       TALLY-INTO-GROUP.
           ADD 1 TO WS-GRP-ALERTS(WS-GRP-IX)
           MOVE 1 TO WS-TIER
           IF WS-STATE-IX > 0
              MOVE WS-ST-TIER(WS-STATE-IX) TO WS-TIER
           END-IF
           IF WS-TIER > 1
              ADD 1 TO WS-GRP-ESCALATED(WS-GRP-IX)
           END-IF
           IF WS-TIER = 3
              ADD 1 TO WS-GRP-MANAGER(WS-GRP-IX)
           END-IF
           IF WS-STATE-IX > 0 AND WS-ST-ACKED(WS-STATE-IX) = "Y"
              ADD 1 TO WS-GRP-ACKED(WS-GRP-IX)
              ADD WS-ST-WAITED(WS-STATE-IX) TO
                 WS-GRP-WAIT-TOTAL(WS-GRP-IX)
              IF WS-ST-WAITED(WS-STATE-IX) > WS-GRP-WAIT-MAX(WS-GRP-IX)
                 MOVE WS-ST-WAITED(WS-STATE-IX) TO
                    WS-GRP-WAIT-MAX(WS-GRP-IX)
              END-IF
           ELSE
              ADD 1 TO WS-GRP-OPEN(WS-GRP-IX)
              CALL "ONCALL-MINUTES" USING ALT-DATE ALT-TIME
                 WS-NOW-DATE WS-NOW-TIME WS-WAITED
              IF WS-WAITED > WS-GRP-OPEN-MAX(WS-GRP-IX)
                 MOVE WS-WAITED TO WS-GRP-OPEN-MAX(WS-GRP-IX)
              END-IF
           END-IF.

      *****************************************************************
      * WRITE-RESPONSE-REPORT files one line per group in the order
      * first seen, then the total line.
      *****************************************************************
       WRITE-RESPONSE-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "ALRTRSP.DAT" TO WS-RPT-FILE
           MOVE SPACES TO WS-RPT-TITLE
           STRING "ALERT RESPONSE TIMES BY GROUP - MONTH " WS-MONTH
              DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-HEADING
           STRING "GROUP   ALERTS ACKED AVG WAIT MAX WAIT ESCALATED"
              " MANAGER  OPEN OPEN WAIT  (MINUTES)"
              DELIMITED BY SIZE INTO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                 UNTIL WS-GRP-IX > WS-GROUP-COUNT
              PERFORM WRITE-GROUP-LINE
           END-PERFORM
           MOVE WS-TOTAL-IX TO WS-GRP-IX
           PERFORM WRITE-GROUP-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-GROUP-LINE.
           MOVE ZERO TO WS-AVERAGE
           IF WS-GRP-ACKED(WS-GRP-IX) > ZERO
              COMPUTE WS-AVERAGE ROUNDED =
                 WS-GRP-WAIT-TOTAL(WS-GRP-IX) / WS-GRP-ACKED(WS-GRP-IX)
           END-IF
           MOVE WS-GRP-ALERTS(WS-GRP-IX) TO WS-ALERTS-OUT
           MOVE WS-GRP-ACKED(WS-GRP-IX) TO WS-ACKED-OUT
           MOVE WS-AVERAGE TO WS-AVERAGE-OUT
           MOVE WS-GRP-WAIT-MAX(WS-GRP-IX) TO WS-MAX-OUT
           MOVE WS-GRP-ESCALATED(WS-GRP-IX) TO WS-ESCALATED-OUT
           MOVE WS-GRP-MANAGER(WS-GRP-IX) TO WS-MANAGER-OUT
           MOVE WS-GRP-OPEN(WS-GRP-IX) TO WS-OPEN-OUT
           MOVE WS-GRP-OPEN-MAX(WS-GRP-IX) TO WS-OPEN-MAX-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-GRP-NAME(WS-GRP-IX) " " WS-ALERTS-OUT " "
              WS-ACKED-OUT "   " WS-AVERAGE-OUT "   " WS-MAX-OUT
              "     " WS-ESCALATED-OUT "   " WS-MANAGER-OUT " "
              WS-OPEN-OUT "    " WS-OPEN-MAX-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM alertResponse.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.

       COPY ONCALL.
