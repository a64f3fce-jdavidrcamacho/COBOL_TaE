      *   RESTORE  - every state file with a backup in the named
      *              "<name>.BK<date>" set is copied back whole, the
      *              copy loop stateRestore used to run itself;
      *   ENTREVOK - the access recertification line named by its
      *              campaign and line number loses its entitlement:
      *              the user's direct grant is taken off ENTFILE.DAT
      *              or the role assignment off USERROLE.DAT, and the
      *              line on RECERT.DAT is marked applied (a rejected
      *              revocation marks it rejected instead);
      *   FRZEMERG - an emergency change to a master the change-
      *              freeze calendar has frozen: approval releases
      *              that master to the requester for the rest of
      *              the freeze it was filed in, and the approval or
      *              rejection is entered on the freeze log the
      *              compliance report lists (see FREEZE.CPY);
      *   ROLLFWD  - a roll-forward recovery filed by rollForward:
      *              the named backup set is restored and the
      *              changes recorded since are replayed up to the
      *              request's stop point, the recovered files are
      *              verified against the state manifest, and all of
      *              it is reported on ROLLRPT.DAT (see ROLLFWD.CPY).
      *              The plain RESTORE keeps to the eight state files
      *              it always restored; the recovery also brings
      *              back the ledger and the two journaled masters
      *              the backup set now carries;
      *
      * - and either way the action record is marked with the
      * outcome and the approver.  The approver must be a different
      * LOGINAUD.DAT in the existing audit line format, and an
      * executed action re-stamps the state manifest so the change
      * reads as maintenance, not tampering.
      *
      * Only the actions still pending are taken into storage - up
      * to 500 of them, the rest listed on a later run.  The
      * verdicts are filed by copying PENDACT.DAT record by record
      * through the work file PENDACT.WRK, changing only the
      * records decided here, so an action already decided, one
      * past the table, or one filed while this program ran is
      * never lost.  A revocation whose ENTFILE.DAT, USERROLE.DAT
      * or RECERT.DAT is larger than the table that rewrites it is
      * refused and left pending, since the rewrite would drop the
      * records past the table.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. actionApprove.
           SELECT PENDING-FILE ASSIGN TO "PENDACT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PENDING-STATUS.
           SELECT PENDING-WORK-FILE ASSIGN TO DYNAMIC
               WS-PENDING-WORK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PENDING-WORK-STATUS.
           SELECT CRED-FILE ASSIGN TO "CREDFILE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CRED-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RECERT-STATUS.
           SELECT ENT-FILE ASSIGN TO "ENTFILE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ENT-STATUS.
           SELECT USER-ROLE-FILE ASSIGN TO "USERROLE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-USER-ROLE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BACKUP-STATUS.
           05 PND-TARGET PIC X(12).
           05 PND-STATUS PIC X.
           05 PND-APPROVER PIC X(8).
       FD  PENDING-WORK-FILE.
       01  PENDING-WORK-RECORD PIC X(53).
       FD  CRED-FILE.
       01  CRED-RECORD.
           05 CRED-USER-ID PIC X(8).
           05 CRED-HASH-FLAG PIC X.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).
       FD  RECERT-FILE.
       01  RECERT-RECORD.
           05 RC-CAMPAIGN PIC 9(8).
           05 RC-LINE PIC 9(4).
           05 RC-DEPT PIC X(12).
           05 RC-USER-ID PIC X(8).
           05 RC-KIND PIC X.
           05 RC-ROLE PIC X(8).
           05 RC-PROGRAM PIC X(30).
           05 RC-LAST-USED PIC 9(8).
           05 RC-DECISION PIC X.
           05 RC-DECIDED-BY PIC X(8).
           05 RC-DECIDED-DATE PIC 9(8).
           05 RC-REVOKE-STATUS PIC X.
       FD  ENT-FILE.
       01  ENT-RECORD.
           05 ENT-USER-ID PIC X(8).
           05 ENT-PROGRAM PIC X(30).
       FD  USER-ROLE-FILE.
       01  USER-ROLE-RECORD.
           05 UR-USER-ID PIC X(8).
           05 UR-ROLE PIC X(8).
       FD  BACKUP-FILE.
       01  BACKUP-RECORD PIC X(100).
       FD  CURRENT-FILE.

       WORKING-STORAGE SECTION.
       01 WS-PENDING-STATUS PIC XX.
       01 WS-PENDING-WORK-STATUS PIC XX.
       01 WS-CRED-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-BACKUP-STATUS PIC XX.
       01 WS-RECERT-STATUS PIC XX.
       01 WS-ENT-STATUS PIC XX.
       01 WS-USER-ROLE-STATUS PIC XX.
       01 WS-BACKUP-NAME PIC X(40).
       01 WS-CURRENT-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 500 TIMES.
               10 WS-PND-RECORD.
                   15 WS-PND-DATE PIC 9(8).
                   15 WS-PND-TIME PIC 9(8).
                   15 WS-PND-REQUESTER PIC X(8).
                   15 WS-PND-ACTION PIC X(8).
                   15 WS-PND-TARGET PIC X(12).
                   15 WS-PND-STATUS PIC X.
                   15 WS-PND-APPROVER PIC X(8).
               10 WS-PND-RECNO PIC 9(6) COMP.
       01 WS-PEND-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-PND-IX PIC 9(3) COMP.
       01 WS-PEND-RECNO PIC 9(6) COMP VALUE 0.
       01 WS-PENDING-WORK-NAME PIC X(40) VALUE "PENDACT.WRK".
       01 WS-PEND-DECIDED PIC 9(3) COMP VALUE 0.
       01 WS-PEND-FULL-SWITCH PIC X VALUE "N".
           88 WS-PEND-FULL VALUE "Y".
       01 WS-OPEN-SHOWN PIC 9(3) VALUE ZERO.
       01 WS-CHOICE-IN PIC X(4).
       01 WS-CHOICE PIC 9(3).
       01 WS-COPY-EOF-SWITCH PIC X.
           88 WS-COPY-EOF VALUE "Y".
       01 WS-RESTORED-COUNT PIC 9(2).
       01 WS-RECERT-TABLE.
           05 WS-RECERT-ENTRY OCCURS 5000 TIMES PIC X(97).
       01 WS-RECERT-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-RECERT-FULL-SWITCH PIC X VALUE "N".
           88 WS-RECERT-FULL VALUE "Y".
       01 WS-RECERT-IX PIC 9(4) COMP.
       01 WS-TARGET-CAMPAIGN PIC X(8).
       01 WS-TARGET-LINE PIC X(4).
       01 WS-REVOKE-TABLE.
           05 WS-REVOKE-ENTRY OCCURS 1000 TIMES PIC X(38).
       01 WS-REVOKE-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-REVOKE-REMOVED PIC 9(4) COMP VALUE 0.
       01 WS-REVOKE-FULL-SWITCH PIC X VALUE "N".
           88 WS-REVOKE-FULL VALUE "Y".
       01 WS-REVOKE-EOF-SWITCH PIC X.
           88 WS-REVOKE-EOF VALUE "Y".
       01 WS-FREEZE-MASTER PIC X(8).
       01 WS-FREEZE-EVENT PIC X.
       01 WS-FREEZE-FROM PIC 9(8).
       01 WS-FREEZE-TO PIC 9(8).
       01 WS-FREEZE-REASON PIC X(30).
       01 WS-FREEZE-FUNCTION PIC X(12) VALUE "EMERGENCY".
       01 WS-ROLL-REQ-NO PIC X(4).
       01 WS-ROLL-EXECUTED PIC X.
       01 WS-EXECUTED-SWITCH PIC X.
           88 WS-EXECUTED VALUE "Y".
       01 I PIC 9(4) COMP.
                    PERFORM REVIEW-ONE-ACTION
                 END-IF
              END-PERFORM
              IF WS-PEND-DECIDED > ZERO
                 PERFORM REWRITE-PENDING-FILE
              END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * LOAD-PENDING-ACTIONS takes the actions still pending into
      * storage, each with its record number on PENDACT.DAT for the
      * copy that files the verdicts.
      *****************************************************************
       LOAD-PENDING-ACTIONS.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-PEND-RECNO
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
              SET WS-EOF TO TRUE
              READ PENDING-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-PEND-RECNO
                    IF PND-STATUS = "P"
                       IF WS-PEND-COUNT < 500
                          ADD 1 TO WS-PEND-COUNT
                          MOVE PENDING-RECORD TO
                             WS-PND-RECORD(WS-PEND-COUNT)
                          MOVE WS-PEND-RECNO TO
                             WS-PND-RECNO(WS-PEND-COUNT)
                       ELSE
                          SET WS-PEND-FULL TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-PENDING-STATUS NOT = "35"
              CLOSE PENDING-FILE
           END-IF
           IF WS-PEND-FULL
              DISPLAY "MORE THAN 500 ACTIONS PENDING - THE REST ARE"
                 " LISTED ONCE THESE ARE DECIDED"
           END-IF.

       LIST-PENDING-ACTIONS.
                    WHEN "A"
                       PERFORM EXECUTE-APPROVED-ACTION
                    WHEN "R"
                       PERFORM REJECT-PENDING-ACTION
                    WHEN OTHER
                       DISPLAY "NO VERDICT TAKEN"
                 END-EVALUATE
              END-IF
           END-IF.

      *    A revocation whose recertification file is too large to
      *    rewrite stays pending, rejected or not.
       REJECT-PENDING-ACTION.
           MOVE "N" TO WS-RECERT-FULL-SWITCH
           IF WS-PND-ACTION(WS-CHOICE) = "ENTREVOK"
              PERFORM MARK-RECERT-REJECTED
           END-IF
           IF WS-RECERT-FULL
              DISPLAY "REJECTION NOT FILED, ACTION LEFT PENDING"
           ELSE
              ADD 1 TO WS-PEND-DECIDED
              MOVE "R" TO WS-PND-STATUS(WS-CHOICE)
              MOVE WS-AUTH-USER TO WS-PND-APPROVER(WS-CHOICE)
              IF WS-PND-ACTION(WS-CHOICE) = "FRZEMERG"
                 MOVE "J" TO WS-FREEZE-EVENT
                 PERFORM LOG-FREEZE-VERDICT
              END-IF
              MOVE "ACTION REJECTED" TO WS-AUDIT-ACTION
              PERFORM WRITE-APPROVAL-AUDIT
              DISPLAY "ACTION " WS-CHOICE " REJECTED"
           END-IF.

       EXECUTE-APPROVED-ACTION.
           MOVE "N" TO WS-EXECUTED-SWITCH
           EVALUATE WS-PND-ACTION(WS-CHOICE)
              WHEN "RESTORE"
                 MOVE WS-PND-TARGET(WS-CHOICE)(1:8) TO WS-SET-DATE
                 PERFORM EXECUTE-STATE-RESTORE
              WHEN "ENTREVOK"
                 PERFORM EXECUTE-ENTITLEMENT-REVOKE
              WHEN "ROLLFWD"
                 MOVE WS-PND-TARGET(WS-CHOICE)(1:8) TO WS-SET-DATE
                 MOVE WS-PND-TARGET(WS-CHOICE)(9:4) TO
                    WS-ROLL-REQ-NO
                 CALL "ROLL-FORWARD" USING WS-SET-DATE
                    WS-ROLL-REQ-NO WS-ROLL-EXECUTED
                 IF WS-ROLL-EXECUTED = "Y"
                    SET WS-EXECUTED TO TRUE
                 END-IF
              WHEN "FRZEMERG"
                 MOVE "A" TO WS-FREEZE-EVENT
                 PERFORM LOG-FREEZE-VERDICT
                 SET WS-EXECUTED TO TRUE
                 DISPLAY "EMERGENCY CHANGE TO "
                    WS-PND-TARGET(WS-CHOICE) " RELEASED FOR "
                    WS-PND-REQUESTER(WS-CHOICE)
              WHEN OTHER
                 DISPLAY "UNKNOWN ACTION "
                    WS-PND-ACTION(WS-CHOICE) " - NOT EXECUTED"
           END-EVALUATE
           IF WS-EXECUTED
              ADD 1 TO WS-PEND-DECIDED
              MOVE "A" TO WS-PND-STATUS(WS-CHOICE)
              MOVE WS-AUTH-USER TO WS-PND-APPROVER(WS-CHOICE)
              CALL "STATE-MANIFEST-WRITE"
                 WS-BACKUP-NAME
           END-IF.

      *****************************************************************
      * EXECUTE-ENTITLEMENT-REVOKE takes away what a recertification
      * line revokes - the direct grant or the role assignment - by
      * a whole-file rewrite without the matching records, then
      * marks the line applied.  An entitlement already gone by the
      * time of approval still counts as revoked.  A file too large
      * for its table refuses the revocation and leaves the action
      * pending - nothing is rewritten.
      *****************************************************************
       EXECUTE-ENTITLEMENT-REVOKE.
           PERFORM FIND-RECERT-LINE
           IF WS-RECERT-FULL
              DISPLAY "RECERT.DAT HOLDS MORE THAN 5000 LINES - "
                 "REVOCATION REFUSED, ACTION LEFT PENDING"
           ELSE
           IF WS-RECERT-IX = ZERO
              DISPLAY "RECERTIFICATION LINE "
                 WS-PND-TARGET(WS-CHOICE) " NOT ON FILE - "
                 "NOTHING TO REVOKE"
           ELSE
              MOVE WS-RECERT-ENTRY(WS-RECERT-IX) TO RECERT-RECORD
              IF RC-KIND = "R"
                 PERFORM REVOKE-ROLE-ASSIGNMENT
              ELSE
                 PERFORM REVOKE-DIRECT-GRANT
              END-IF
              IF WS-REVOKE-FULL
                 DISPLAY "REVOCATION REFUSED, ACTION LEFT PENDING"
              ELSE
                 MOVE WS-RECERT-ENTRY(WS-RECERT-IX) TO RECERT-RECORD
                 MOVE "A" TO RC-REVOKE-STATUS
                 MOVE RECERT-RECORD TO WS-RECERT-ENTRY(WS-RECERT-IX)
                 PERFORM REWRITE-RECERT-FILE
                 SET WS-EXECUTED TO TRUE
              END-IF
           END-IF
           END-IF.

       REVOKE-DIRECT-GRANT.
           MOVE "N" TO WS-REVOKE-FULL-SWITCH
           MOVE 0 TO WS-REVOKE-COUNT
           MOVE 0 TO WS-REVOKE-REMOVED
           MOVE "N" TO WS-REVOKE-EOF-SWITCH
           OPEN INPUT ENT-FILE
           IF WS-ENT-STATUS = "00"
              PERFORM UNTIL WS-REVOKE-EOF
                 READ ENT-FILE
                    AT END SET WS-REVOKE-EOF TO TRUE
                    NOT AT END
                       IF ENT-USER-ID = RC-USER-ID
                          AND ENT-PROGRAM = RC-PROGRAM
                          ADD 1 TO WS-REVOKE-REMOVED
                       ELSE
                          IF WS-REVOKE-COUNT < 1000
                             ADD 1 TO WS-REVOKE-COUNT
                             MOVE ENT-RECORD TO
                                WS-REVOKE-ENTRY(WS-REVOKE-COUNT)
                          ELSE
                             SET WS-REVOKE-FULL TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENT-FILE
           END-IF
           IF WS-REVOKE-FULL
              DISPLAY "ENTFILE.DAT HOLDS MORE THAN 1000 GRANTS - "
                 "GRANT OF " RC-PROGRAM " TO " RC-USER-ID
                 " NOT REVOKED"
           ELSE
           IF WS-REVOKE-REMOVED = ZERO
              DISPLAY "USER " RC-USER-ID " NO LONGER HOLDS "
                 RC-PROGRAM
           ELSE
              OPEN OUTPUT ENT-FILE
              PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > WS-REVOKE-COUNT
                 MOVE WS-REVOKE-ENTRY(I) TO ENT-RECORD
                 WRITE ENT-RECORD
              END-PERFORM
              CLOSE ENT-FILE
              DISPLAY "GRANT OF " RC-PROGRAM " TO " RC-USER-ID
                 " REVOKED"
           END-IF
           END-IF.

       REVOKE-ROLE-ASSIGNMENT.
           MOVE "N" TO WS-REVOKE-FULL-SWITCH
           MOVE 0 TO WS-REVOKE-COUNT
           MOVE 0 TO WS-REVOKE-REMOVED
           MOVE "N" TO WS-REVOKE-EOF-SWITCH
           OPEN INPUT USER-ROLE-FILE
           IF WS-USER-ROLE-STATUS = "00"
              PERFORM UNTIL WS-REVOKE-EOF
                 READ USER-ROLE-FILE
                    AT END SET WS-REVOKE-EOF TO TRUE
                    NOT AT END
                       IF UR-USER-ID = RC-USER-ID
                          AND UR-ROLE = RC-ROLE
                          ADD 1 TO WS-REVOKE-REMOVED
                       ELSE
                          IF WS-REVOKE-COUNT < 1000
                             ADD 1 TO WS-REVOKE-COUNT
                             MOVE USER-ROLE-RECORD TO
                                WS-REVOKE-ENTRY(WS-REVOKE-COUNT)
                          ELSE
                             SET WS-REVOKE-FULL TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE USER-ROLE-FILE
           END-IF
           IF WS-REVOKE-FULL
              DISPLAY "USERROLE.DAT HOLDS MORE THAN 1000 ASSIGNMENTS"
                 " - ROLE " RC-ROLE " NOT REVOKED FROM " RC-USER-ID
           ELSE
           IF WS-REVOKE-REMOVED = ZERO
              DISPLAY "USER " RC-USER-ID " NO LONGER HOLDS ROLE "
                 RC-ROLE
           ELSE
              OPEN OUTPUT USER-ROLE-FILE
              PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > WS-REVOKE-COUNT
                 MOVE WS-REVOKE-ENTRY(I) TO USER-ROLE-RECORD
                 WRITE USER-ROLE-RECORD
              END-PERFORM
              CLOSE USER-ROLE-FILE
              DISPLAY "ROLE " RC-ROLE " REVOKED FROM " RC-USER-ID
           END-IF
           END-IF.

       MARK-RECERT-REJECTED.
           PERFORM FIND-RECERT-LINE
           IF WS-RECERT-FULL
              DISPLAY "RECERT.DAT HOLDS MORE THAN 5000 LINES - LINE "
                 WS-PND-TARGET(WS-CHOICE) " NOT MARKED REJECTED"
           END-IF
           IF WS-RECERT-IX > ZERO AND NOT WS-RECERT-FULL
              MOVE WS-RECERT-ENTRY(WS-RECERT-IX) TO RECERT-RECORD
              MOVE "J" TO RC-REVOKE-STATUS
              MOVE RECERT-RECORD TO WS-RECERT-ENTRY(WS-RECERT-IX)
              PERFORM REWRITE-RECERT-FILE
           END-IF.

      *    The pending action's target is the campaign date followed
      *    by the four-digit line number.
       FIND-RECERT-LINE.
           MOVE WS-PND-TARGET(WS-CHOICE)(1:8) TO WS-TARGET-CAMPAIGN
           MOVE WS-PND-TARGET(WS-CHOICE)(9:4) TO WS-TARGET-LINE
           MOVE 0 TO WS-RECERT-COUNT
           MOVE 0 TO WS-RECERT-IX
           MOVE "N" TO WS-RECERT-FULL-SWITCH
           MOVE "N" TO WS-REVOKE-EOF-SWITCH
           OPEN INPUT RECERT-FILE
           IF WS-RECERT-STATUS = "00"
              PERFORM UNTIL WS-REVOKE-EOF
                 READ RECERT-FILE
                    AT END SET WS-REVOKE-EOF TO TRUE
                    NOT AT END
                       IF WS-RECERT-COUNT < 5000
                          ADD 1 TO WS-RECERT-COUNT
                          MOVE RECERT-RECORD TO
                             WS-RECERT-ENTRY(WS-RECERT-COUNT)
                          IF RECERT-RECORD(1:8) = WS-TARGET-CAMPAIGN
                             AND RECERT-RECORD(9:4) = WS-TARGET-LINE
                             MOVE WS-RECERT-COUNT TO WS-RECERT-IX
                          END-IF
                       ELSE
                          SET WS-RECERT-FULL TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECERT-FILE
           END-IF.

       REWRITE-RECERT-FILE.
           OPEN OUTPUT RECERT-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RECERT-COUNT
              MOVE WS-RECERT-ENTRY(I) TO RECERT-RECORD
              WRITE RECERT-RECORD
           END-PERFORM
           CLOSE RECERT-FILE.

      *****************************************************************
      * LOG-FREEZE-VERDICT enters an emergency change's approval or
      * rejection on the freeze log against the freeze the request
      * was filed in.
      *****************************************************************
       LOG-FREEZE-VERDICT.
           MOVE WS-PND-TARGET(WS-CHOICE)(1:8) TO WS-FREEZE-MASTER
           CALL "FREEZE-FIND" USING WS-FREEZE-MASTER
              WS-PND-DATE(WS-CHOICE) WS-FREEZE-FROM WS-FREEZE-TO
              WS-FREEZE-REASON
           CALL "FREEZE-LOG-WRITE" USING WS-FREEZE-EVENT
              WS-FREEZE-MASTER WS-PROGRAM-NAME
              WS-PND-REQUESTER(WS-CHOICE) WS-AUTH-USER
              WS-FREEZE-FROM WS-FREEZE-TO WS-FREEZE-FUNCTION.

      *****************************************************************
      * REWRITE-PENDING-FILE files the verdicts.  PENDACT.DAT is
      * copied to PENDACT.WRK record by record, a record decided
      * here replaced by its table entry - matched on its record
      * number and its date, time, requester, action and target -
      * and every other record copied as it stands; the work file
      * is then copied back and dropped.
      *****************************************************************
       REWRITE-PENDING-FILE.
           MOVE 0 TO WS-PEND-RECNO
           MOVE 1 TO WS-PND-IX
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
              DISPLAY "PENDACT.DAT NOT ON FILE - VERDICTS NOT FILED"
           ELSE
              OPEN OUTPUT PENDING-WORK-FILE
              PERFORM UNTIL WS-EOF
                 READ PENDING-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PEND-RECNO
                       PERFORM COPY-PENDING-RECORD
                 END-READ
              END-PERFORM
              CLOSE PENDING-FILE
              CLOSE PENDING-WORK-FILE
              MOVE "N" TO WS-EOF-SWITCH
              OPEN INPUT PENDING-WORK-FILE
              OPEN OUTPUT PENDING-FILE
              PERFORM UNTIL WS-EOF
                 READ PENDING-WORK-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       MOVE PENDING-WORK-RECORD TO PENDING-RECORD
                       WRITE PENDING-RECORD
                 END-READ
              END-PERFORM
              CLOSE PENDING-WORK-FILE
              CLOSE PENDING-FILE
              CALL "CBL_DELETE_FILE" USING WS-PENDING-WORK-NAME
           END-IF.

       COPY-PENDING-RECORD.
           PERFORM UNTIL WS-PND-IX > WS-PEND-COUNT
                 OR WS-PND-RECNO(WS-PND-IX) NOT < WS-PEND-RECNO
              ADD 1 TO WS-PND-IX
           END-PERFORM
           MOVE PENDING-RECORD TO PENDING-WORK-RECORD
           IF WS-PND-IX NOT > WS-PEND-COUNT
              IF WS-PND-RECNO(WS-PND-IX) = WS-PEND-RECNO
                 AND WS-PND-RECORD(WS-PND-IX)(1:44) =
                    PENDING-RECORD(1:44)
                 AND WS-PND-STATUS(WS-PND-IX) NOT = "P"
                 MOVE WS-PND-RECORD(WS-PND-IX) TO PENDING-WORK-RECORD
              END-IF
           END-IF
           WRITE PENDING-WORK-RECORD.

      *****************************************************************
      * WRITE-APPROVAL-AUDIT leaves one audit line per verdict in
       COPY DATESERV.

       COPY ENVNAME.

       COPY FREEZE.

       COPY ROLLFWD.

       COPY RPTWRITE.
