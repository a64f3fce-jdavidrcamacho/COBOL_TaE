      * timed escalation of unacknowledged alerts
      *    TOPIC:
      *    NOBODY ANSWERED THE PAGE
      *****************************************************************
      * ALERTS.DAT records what needs a human tonight; this step
      * makes sure a human answers.  The scheduler launches it every
      * few minutes while the batch window is open.  Each pass reads
      * the alert file and the acknowledgement and escalation
      * history ALERTHST.DAT, and for every numbered alert not yet
      * acknowledged (alertAck) works out its tier - 1, the group's
      * primary on call, from the moment it is raised; 2 the
      * secondary; 3 the manager - and how long it has sat at that
      * tier.  An alert that has waited its severity's response time
      * (ONCALL-RESPONSE) since it was raised or last escalated goes
      * up one tier:
      *
      *   - an E line is filed to ALERTHST.DAT with the new tier,
      *     the contact on the roster for the alert's support group
      *     and date (ONCALL-GROUP, ONCALL-CONTACT), and the minutes
      *     the alert has waited since it was raised;
      *   - the alert is raised again on ALERTS.DAT under this
      *     program's name, at its own severity, naming the original
      *     alert number, the tier, the contact, and the group - so
      *     the monitoring poller pages the next tier.  These
      *     escalation notices are not themselves escalated, and
      *     acknowledging one acknowledges the alert it names.
      *
      * An alert already at the manager tier stays there; it is
      * counted on the console each pass until someone acknowledges
      * it.  Alerts filed before alert numbering began carry no
      * number and are left alone.  A pass that escalated anything
      * ends RETURN-CODE 4; the history table holds 5000 alerts, and
      * a pass that overflows it escalates nothing and ends
      * RETURN-CODE 8 rather than re-paging alerts already answered.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. alertEscalate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ALERT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "ALERTHST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HISTORY-STATUS.
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

       WORKING-STORAGE SECTION.
       01 WS-ALERT-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
           88 WS-EOF VALUE "Y".
       01 WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 5000 TIMES.
               10 WS-ST-ALERT-NO PIC 9(6).
               10 WS-ST-TIER PIC 9.
               10 WS-ST-LAST-DATE PIC 9(8).
               10 WS-ST-LAST-TIME PIC 9(8).
               10 WS-ST-ACKED PIC X.
       01 WS-STATE-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-STATE-IX PIC 9(4) COMP.
       01 I PIC 9(4) COMP.
       01 WS-STATE-OVF-SWITCH PIC X VALUE "N".
           88 WS-STATE-OVERFLOW VALUE "Y".
       01 WS-ESCALATION-TABLE.
           05 WS-ESC-ENTRY OCCURS 500 TIMES.
               10 WS-ESC-ALERT-NO PIC 9(6).
               10 WS-ESC-SEVERITY PIC X.
               10 WS-ESC-TIER PIC 9.
               10 WS-ESC-CONTACT PIC X(8).
               10 WS-ESC-GROUP PIC X(8).
               10 WS-ESC-WAITED PIC 9(6).
       01 WS-ESC-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-NOW.
           05 WS-NOW-DATE PIC 9(8).
           05 WS-NOW-TIME PIC 9(8).
       01 WS-TIER PIC 9.
       01 WS-LAST-DATE PIC 9(8).
       01 WS-LAST-TIME PIC 9(8).
       01 WS-RESPONSE-MINUTES PIC 9(4).
       01 WS-ELAPSED PIC 9(6).
       01 WS-WAITED PIC 9(6).
       01 WS-GROUP PIC X(8).
       01 WS-CONTACT PIC X(8).
       01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AT-MANAGER PIC 9(5) VALUE ZERO.
       01 WS-ALERT-PROGRAM PIC X(30).
       01 WS-ALERT-SEVERITY PIC X.
       01 WS-ALERT-REASON PIC X(60).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "ALERTESCALATE".
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
           PERFORM LOAD-ALERT-HISTORY
           IF WS-STATE-OVERFLOW
              DISPLAY "ALERT HISTORY EXCEEDS 5000 ALERTS - "
                 "ESCALATION SKIPPED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM SCAN-ALERTS
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ESC-COUNT
                 PERFORM RAISE-ESCALATION
              END-PERFORM
              DISPLAY "ALERTESCALATE COMPLETE - " WS-OPEN-COUNT
                 " UNACKNOWLEDGED, " WS-ESC-COUNT " ESCALATED, "
                 WS-AT-MANAGER " AT MANAGER TIER"
              IF WS-ESC-COUNT > ZERO
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

      *****************************************************************
      * LOAD-ALERT-HISTORY reduces ALERTHST.DAT to one state entry
      * per alert: acknowledged or not, the highest tier it has been
      * escalated to, and when that escalation happened.
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
                 MOVE ZERO TO WS-ST-LAST-DATE(WS-STATE-IX)
                 MOVE ZERO TO WS-ST-LAST-TIME(WS-STATE-IX)
                 MOVE "N" TO WS-ST-ACKED(WS-STATE-IX)
              END-IF
           END-IF
           IF WS-STATE-IX > 0
              IF AHS-ACKNOWLEDGED
                 MOVE "Y" TO WS-ST-ACKED(WS-STATE-IX)
              END-IF
              IF AHS-ESCALATED
                 AND AHS-TIER > WS-ST-TIER(WS-STATE-IX)
                 MOVE AHS-TIER TO WS-ST-TIER(WS-STATE-IX)
                 MOVE AHS-DATE TO WS-ST-LAST-DATE(WS-STATE-IX)
                 MOVE AHS-TIME TO WS-ST-LAST-TIME(WS-STATE-IX)
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

      *****************************************************************
      * SCAN-ALERTS judges every numbered alert against its state
      * and queues the ones due to go up a tier.  The escalations
      * are raised after the scan, once ALERTS.DAT is closed, since
      * raising one appends to the file being read.
      *****************************************************************
       SCAN-ALERTS.
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
                       AND ALT-PROGRAM NOT = WS-PROGRAM-NAME
                       PERFORM JUDGE-ALERT
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ALERT-STATUS NOT = "35"
              CLOSE ALERT-FILE
           END-IF.

       JUDGE-ALERT.
           MOVE ALT-ALERT-NO TO AHS-ALERT-NO
           PERFORM FIND-STATE
           MOVE 1 TO WS-TIER
           MOVE ALT-DATE TO WS-LAST-DATE
           MOVE ALT-TIME TO WS-LAST-TIME
           IF WS-STATE-IX > 0
              IF WS-ST-ACKED(WS-STATE-IX) = "Y"
                 MOVE ZERO TO WS-TIER
              ELSE
                 MOVE WS-ST-TIER(WS-STATE-IX) TO WS-TIER
                 IF WS-ST-LAST-DATE(WS-STATE-IX) > ZERO
                    MOVE WS-ST-LAST-DATE(WS-STATE-IX) TO WS-LAST-DATE
                    MOVE WS-ST-LAST-TIME(WS-STATE-IX) TO WS-LAST-TIME
                 END-IF
              END-IF
           END-IF
           IF WS-TIER > ZERO
              ADD 1 TO WS-OPEN-COUNT
              IF WS-TIER = 3
                 ADD 1 TO WS-AT-MANAGER
              ELSE
                 CALL "ONCALL-RESPONSE" USING ALT-SEVERITY
                    WS-RESPONSE-MINUTES
                 CALL "ONCALL-MINUTES" USING WS-LAST-DATE
                    WS-LAST-TIME WS-NOW-DATE WS-NOW-TIME WS-ELAPSED
                 IF WS-ELAPSED NOT < WS-RESPONSE-MINUTES
                    PERFORM QUEUE-ESCALATION
                 END-IF
              END-IF
           END-IF.

       QUEUE-ESCALATION.
           IF WS-ESC-COUNT = 500
              DISPLAY "ALERT " ALT-ALERT-NO " DUE FOR ESCALATION - "
                 "HELD TO THE NEXT PASS"
           ELSE
              ADD 1 TO WS-ESC-COUNT
              MOVE ALT-ALERT-NO TO WS-ESC-ALERT-NO(WS-ESC-COUNT)
              MOVE ALT-SEVERITY TO WS-ESC-SEVERITY(WS-ESC-COUNT)
              COMPUTE WS-ESC-TIER(WS-ESC-COUNT) = WS-TIER + 1
              CALL "ONCALL-GROUP" USING ALT-PROGRAM WS-GROUP
              MOVE WS-GROUP TO WS-ESC-GROUP(WS-ESC-COUNT)
              CALL "ONCALL-CONTACT" USING WS-GROUP ALT-DATE
                 WS-ESC-TIER(WS-ESC-COUNT) WS-CONTACT
              IF WS-CONTACT = SPACES
                 MOVE "*NONE*" TO WS-CONTACT
              END-IF
              MOVE WS-CONTACT TO WS-ESC-CONTACT(WS-ESC-COUNT)
              CALL "ONCALL-MINUTES" USING ALT-DATE ALT-TIME
                 WS-NOW-DATE WS-NOW-TIME WS-WAITED
              MOVE WS-WAITED TO WS-ESC-WAITED(WS-ESC-COUNT)
           END-IF.

      *****************************************************************
      * RAISE-ESCALATION files the queued escalation I to the
      * history and raises it again on ALERTS.DAT for the next tier.
      *****************************************************************
       RAISE-ESCALATION.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
           END-IF
           MOVE WS-ESC-ALERT-NO(I) TO AHS-ALERT-NO
           SET AHS-ESCALATED TO TRUE
           MOVE WS-ESC-TIER(I) TO AHS-TIER
           MOVE WS-ESC-CONTACT(I) TO AHS-CONTACT
           MOVE WS-ESC-GROUP(I) TO AHS-GROUP
           MOVE WS-NOW-DATE TO AHS-DATE
           MOVE WS-NOW-TIME TO AHS-TIME
           MOVE WS-AUTH-USER TO AHS-USER
           MOVE WS-ESC-WAITED(I) TO AHS-WAITED
           MOVE "NOT ACKNOWLEDGED IN THE RESPONSE TIME" TO AHS-NOTE
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE
           MOVE WS-PROGRAM-NAME TO WS-ALERT-PROGRAM
           MOVE WS-ESC-SEVERITY(I) TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-REASON
           STRING "ESCALATION OF ALERT " WS-ESC-ALERT-NO(I)
              " TIER " WS-ESC-TIER(I) " TO " WS-ESC-CONTACT(I)
              " " WS-ESC-GROUP(I)
              DELIMITED BY SIZE INTO WS-ALERT-REASON
           CALL "ALERT-FILE-WRITE" USING WS-ALERT-PROGRAM
              WS-ALERT-SEVERITY WS-ALERT-REASON
           DISPLAY "ALERT " WS-ESC-ALERT-NO(I) " WAITED "
              WS-ESC-WAITED(I) " MINUTES - ESCALATED TO TIER "
              WS-ESC-TIER(I) " " WS-ESC-CONTACT(I) " ("
              WS-ESC-GROUP(I) ")".

       END PROGRAM alertEscalate.

       COPY AUTHGATE.

       COPY DATESERV.

       COPY ENVNAME.

       COPY ONCALL.
