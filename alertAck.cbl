      * alert acknowledgement by the on-call contact
      *    TOPIC:
      *    "GOT IT - I'M ON IT"
      *****************************************************************
      * The acknowledgement transaction for ALERTS.DAT.  Whoever
      * picks up an alert acknowledges it here by its alert number,
      * and alertEscalate stops paging the next tier for it.
      * Functions, one keyed at a time:
      *
      *   L  list the alerts still unacknowledged - number, when
      *      raised, severity, support group, the tier it has
      *      reached, who on the roster (ONCALL.DAT) holds it at
      *      that tier, and the reason;
      *   A  acknowledge an alert - its number and an optional note.
      *      An escalation notice alertEscalate raised acknowledges
      *      the original alert it names.  An alert already
      *      acknowledged, or not on ALERTS.DAT, is refused;
      *   X  exit.
      *
      * Each acknowledgement is filed to the history ALERTHST.DAT as
      * an A line - the acknowledging user, the tier the alert had
      * reached, the group and rostered contact at that tier, the
      * time, and the minutes the alert waited since it was raised
      * - next to the E lines of its escalations, so the history
      * shows the whole life of every alert and alertResponse can
      * report how long each group's alerts waited.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. alertAck.
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
       01 WS-FUNCTION PIC X.
           88 WS-FUNC-LIST VALUE "L".
           88 WS-FUNC-ACK VALUE "A".
           88 WS-FUNC-EXIT VALUE "X".
       01 WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 5000 TIMES.
               10 WS-ST-ALERT-NO PIC 9(6).
               10 WS-ST-TIER PIC 9.
               10 WS-ST-ACKED PIC X.
               10 WS-ST-ACK-BY PIC X(8).
       01 WS-STATE-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-STATE-IX PIC 9(4) COMP.
       01 I PIC 9(4) COMP.
       01 WS-ALERT-NO-IN PIC X(6).
       01 WS-ALERT-NO PIC 9(6).
       01 WS-NOTE-IN PIC X(40).
       01 WS-FOUND-SWITCH PIC X.
           88 WS-FOUND VALUE "Y".
       01 WS-HOLD-ALERT.
           05 WS-HOLD-DATE PIC 9(8).
           05 WS-HOLD-TIME PIC 9(8).
           05 WS-HOLD-PROGRAM PIC X(30).
           05 WS-HOLD-SEVERITY PIC X.
           05 WS-HOLD-REASON PIC X(60).
       01 WS-TIER PIC 9.
       01 WS-GROUP PIC X(8).
       01 WS-CONTACT PIC X(8).
       01 WS-WAITED PIC 9(6).
       01 WS-SHOWN PIC 9(5).
       01 WS-NOW.
           05 WS-NOW-DATE PIC 9(8).
           05 WS-NOW-TIME PIC 9(8).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "ALERTACK".
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
           PERFORM UNTIL WS-FUNC-EXIT
              DISPLAY "ALERT ACKNOWLEDGEMENT - L LIST, A ACKNOWLEDGE, "
                 "X EXIT"
              ACCEPT WS-FUNCTION
              EVALUATE TRUE
                 WHEN WS-FUNC-LIST
                    PERFORM LOAD-ALERT-HISTORY
                    PERFORM LIST-OPEN-ALERTS
                 WHEN WS-FUNC-ACK
                    PERFORM LOAD-ALERT-HISTORY
                    PERFORM ACKNOWLEDGE-ALERT
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN FUNCTION " WS-FUNCTION
              END-EVALUATE
           END-PERFORM
           DISPLAY "ALERTACK COMPLETE"
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * LOAD-ALERT-HISTORY reduces ALERTHST.DAT to one state entry
      * per alert - acknowledged and by whom, and the highest tier
      * reached.  Reloaded for every function, since the escalation
      * step may have run in between.
      *****************************************************************
       LOAD-ALERT-HISTORY.
           MOVE 0 TO WS-STATE-COUNT
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
                 DISPLAY "ALERT HISTORY TABLE FULL - ALERTS PAST "
                    "5000 IGNORED"
                 SET WS-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-STATE-COUNT
                 MOVE WS-STATE-COUNT TO WS-STATE-IX
                 MOVE AHS-ALERT-NO TO WS-ST-ALERT-NO(WS-STATE-IX)
                 MOVE 1 TO WS-ST-TIER(WS-STATE-IX)
                 MOVE "N" TO WS-ST-ACKED(WS-STATE-IX)
                 MOVE SPACES TO WS-ST-ACK-BY(WS-STATE-IX)
              END-IF
           END-IF
           IF WS-STATE-IX > 0
              IF AHS-ACKNOWLEDGED
                 MOVE "Y" TO WS-ST-ACKED(WS-STATE-IX)
                 MOVE AHS-USER TO WS-ST-ACK-BY(WS-STATE-IX)
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

      *****************************************************************
      * LIST-OPEN-ALERTS shows every numbered alert, other than the
      * escalation notices, that nobody has acknowledged yet.
      *****************************************************************
       LIST-OPEN-ALERTS.
           MOVE ZERO TO WS-SHOWN
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
                       PERFORM LIST-ONE-ALERT
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ALERT-STATUS NOT = "35"
              CLOSE ALERT-FILE
           END-IF
           DISPLAY WS-SHOWN " ALERTS AWAITING ACKNOWLEDGEMENT".

       LIST-ONE-ALERT.
           MOVE ALT-ALERT-NO TO AHS-ALERT-NO
           PERFORM FIND-STATE
           MOVE 1 TO WS-TIER
           IF WS-STATE-IX > 0
              IF WS-ST-ACKED(WS-STATE-IX) = "Y"
                 MOVE ZERO TO WS-TIER
              ELSE
                 MOVE WS-ST-TIER(WS-STATE-IX) TO WS-TIER
              END-IF
           END-IF
           IF WS-TIER > ZERO
              ADD 1 TO WS-SHOWN
              CALL "ONCALL-GROUP" USING ALT-PROGRAM WS-GROUP
              CALL "ONCALL-CONTACT" USING WS-GROUP ALT-DATE WS-TIER
                 WS-CONTACT
              IF WS-CONTACT = SPACES
                 MOVE "*NONE*" TO WS-CONTACT
              END-IF
              DISPLAY ALT-ALERT-NO " " ALT-DATE " " ALT-TIME(1:4)
                 " " ALT-SEVERITY " " WS-GROUP " TIER " WS-TIER
                 " " WS-CONTACT
              DISPLAY "       " ALT-PROGRAM " " ALT-REASON
           END-IF.

      *****************************************************************
      * ACKNOWLEDGE-ALERT takes an alert number and files the
      * acknowledgement.  An escalation notice's number is turned
      * into the original alert's number, carried in the notice's
      * reason after "ESCALATION OF ALERT ".
      *****************************************************************
       ACKNOWLEDGE-ALERT.
           DISPLAY "Alert number"
           ACCEPT WS-ALERT-NO-IN
           IF WS-ALERT-NO-IN IS NOT NUMERIC
              DISPLAY "ALERT NUMBER MUST BE SIX DIGITS"
           ELSE
              MOVE WS-ALERT-NO-IN TO WS-ALERT-NO
              PERFORM FIND-ALERT
              IF WS-FOUND AND WS-HOLD-PROGRAM = WS-ESCALATE-NAME
                 AND WS-HOLD-REASON(21:6) IS NUMERIC
                 DISPLAY "ALERT " WS-ALERT-NO
                    " IS AN ESCALATION NOTICE - ACKNOWLEDGING ALERT "
                    WS-HOLD-REASON(21:6)
                 MOVE WS-HOLD-REASON(21:6) TO WS-ALERT-NO
                 PERFORM FIND-ALERT
              END-IF
              IF NOT WS-FOUND
                 DISPLAY "ALERT " WS-ALERT-NO " NOT ON ALERTS.DAT"
              ELSE
                 MOVE WS-ALERT-NO TO AHS-ALERT-NO
                 PERFORM FIND-STATE
                 MOVE 1 TO WS-TIER
                 IF WS-STATE-IX > 0
                    MOVE WS-ST-TIER(WS-STATE-IX) TO WS-TIER
                 END-IF
                 IF WS-STATE-IX > 0
                    AND WS-ST-ACKED(WS-STATE-IX) = "Y"
                    DISPLAY "ALERT " WS-ALERT-NO
                       " ALREADY ACKNOWLEDGED BY "
                       WS-ST-ACK-BY(WS-STATE-IX)
                 ELSE
                    DISPLAY "Note (optional)"
                    ACCEPT WS-NOTE-IN
                    PERFORM FILE-ACKNOWLEDGEMENT
                 END-IF
              END-IF
           END-IF.

       FIND-ALERT.
           MOVE "N" TO WS-FOUND-SWITCH
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
                       AND ALT-ALERT-NO = WS-ALERT-NO
                       MOVE ALT-DATE TO WS-HOLD-DATE
                       MOVE ALT-TIME TO WS-HOLD-TIME
                       MOVE ALT-PROGRAM TO WS-HOLD-PROGRAM
                       MOVE ALT-SEVERITY TO WS-HOLD-SEVERITY
                       MOVE ALT-REASON TO WS-HOLD-REASON
                       SET WS-FOUND TO TRUE
                       SET WS-EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ALERT-STATUS NOT = "35"
              CLOSE ALERT-FILE
           END-IF.

       FILE-ACKNOWLEDGEMENT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           CALL "ONCALL-GROUP" USING WS-HOLD-PROGRAM WS-GROUP
           CALL "ONCALL-CONTACT" USING WS-GROUP WS-HOLD-DATE WS-TIER
              WS-CONTACT
           CALL "ONCALL-MINUTES" USING WS-HOLD-DATE WS-HOLD-TIME
              WS-NOW-DATE WS-NOW-TIME WS-WAITED
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
           END-IF
           MOVE WS-ALERT-NO TO AHS-ALERT-NO
           SET AHS-ACKNOWLEDGED TO TRUE
           MOVE WS-TIER TO AHS-TIER
           MOVE WS-CONTACT TO AHS-CONTACT
           MOVE WS-GROUP TO AHS-GROUP
           MOVE WS-NOW-DATE TO AHS-DATE
           MOVE WS-NOW-TIME TO AHS-TIME
           MOVE WS-AUTH-USER TO AHS-USER
           MOVE WS-WAITED TO AHS-WAITED
           MOVE WS-NOTE-IN TO AHS-NOTE
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE
           DISPLAY "ALERT " WS-ALERT-NO " ACKNOWLEDGED BY "
              WS-AUTH-USER " AFTER " WS-WAITED " MINUTES AT TIER "
              WS-TIER.

       END PROGRAM alertAck.

       COPY AUTHGATE.

       COPY DATESERV.

       COPY ENVNAME.

       COPY ONCALL.
