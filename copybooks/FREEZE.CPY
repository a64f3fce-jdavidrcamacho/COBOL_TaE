      *****************************************************************
      * FREEZE.CPY
      *
      * Change-freeze services for the master maintenance programs,
      * distributed as a copybook the same way AUTHGATE.CPY is:
      * COPYing this text makes the FREEZE-* siblings callable by
      * CALL.
      *
      * The freeze calendar FREEZE.DAT carries one line per freeze -
      * the first and last dates of the freeze, up to eight codes of
      * the masters it covers (ALL covers every master), and a
      * thirty-byte reason.  The master codes are RATES (rateAdmin),
      * MATLIB (matLibMaint), ACCOUNT (acctAdmin), BUDGET
      * (budgetAdmin), EXCREAS (excReasAdmin), CRED (credAdmin) and
      * DECK (deckMaint).  A freeze is a wall-clock window, so the
      * calendar is tested against today's date, not the process
      * date a rerun may be carrying.
      *
      * Inside a freeze a maintenance change is refused.  The only
      * way through is an emergency change: the refused operator may
      * file one to PENDACT.DAT as an FRZEMERG action naming the
      * master, and once a second, different operator approves it
      * through actionApprove the requester may change that master
      * for the rest of the freeze it was filed in.  Every refusal,
      * filing, approval, rejection, and change made under an
      * approved emergency lands on the freeze log FRZLOG.DAT, which
      * freezeReport lists as the compliance report.
      *
      *   FREEZE-FIND       master and date in, the first and last
      *                     dates and reason of the freeze covering
      *                     them out (zero dates when none does)
      *   FREEZE-CHECK      master, program, user and a twelve-byte
      *                     description of the change in, Y out when
      *                     the change may go ahead and N when it is
      *                     refused - the refusal is displayed,
      *                     logged, and the emergency route offered
      *   FREEZE-LOG-WRITE  appends one line to FRZLOG.DAT
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREEZE-FIND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FZF-CAL-FILE ASSIGN TO "FREEZE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FZF-CAL-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  FZF-CAL-FILE.
       01  FZF-CAL-RECORD.
           05 FZF-FROM-DATE PIC 9(8).
           05 FZF-TO-DATE PIC 9(8).
           05 FZF-MASTER PIC X(8) OCCURS 8 TIMES.
           05 FZF-REASON PIC X(30).

       WORKING-STORAGE SECTION.
       01 FZF-CAL-STATUS PIC XX.
       01 FZF-EOF-SWITCH PIC X.
           88 FZF-EOF VALUE "Y".
       01 FZF-IX PIC 9(2) COMP.

       LINKAGE SECTION.
       01 LK-FZF-MASTER PIC X(8).
       01 LK-FZF-DATE PIC 9(8).
       01 LK-FZF-FROM-DATE PIC 9(8).
       01 LK-FZF-TO-DATE PIC 9(8).
       01 LK-FZF-REASON PIC X(30).

       PROCEDURE DIVISION USING LK-FZF-MASTER LK-FZF-DATE
              LK-FZF-FROM-DATE LK-FZF-TO-DATE LK-FZF-REASON.
       FZF-MAIN.
           MOVE ZERO TO LK-FZF-FROM-DATE
           MOVE ZERO TO LK-FZF-TO-DATE
           MOVE SPACES TO LK-FZF-REASON
           MOVE "N" TO FZF-EOF-SWITCH
           OPEN INPUT FZF-CAL-FILE
           IF FZF-CAL-STATUS NOT = "00"
              GOBACK
           END-IF
           PERFORM UNTIL FZF-EOF
              READ FZF-CAL-FILE
                 AT END SET FZF-EOF TO TRUE
                 NOT AT END
                    IF FZF-FROM-DATE IS NUMERIC
                       AND FZF-TO-DATE IS NUMERIC
                       AND FZF-FROM-DATE NOT > LK-FZF-DATE
                       AND FZF-TO-DATE NOT < LK-FZF-DATE
                       PERFORM VARYING FZF-IX FROM 1 BY 1
                             UNTIL FZF-IX > 8
                          IF FZF-MASTER(FZF-IX) = LK-FZF-MASTER
                             OR FZF-MASTER(FZF-IX) = "ALL"
                             MOVE FZF-FROM-DATE TO LK-FZF-FROM-DATE
                             MOVE FZF-TO-DATE TO LK-FZF-TO-DATE
                             MOVE FZF-REASON TO LK-FZF-REASON
                             MOVE 9 TO FZF-IX
                             SET FZF-EOF TO TRUE
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FZF-CAL-FILE
           GOBACK.

       END PROGRAM FREEZE-FIND.

      *****************************************************************
      * FREEZE-CHECK decides whether a maintenance change may go
      * ahead.  Outside every freeze covering the master it says Y
      * and logs nothing.  Inside one, an FRZEMERG action approved
      * for this user and master and filed within the same freeze
      * lets the change through, logged as made under that
      * emergency; otherwise the change is refused and logged, and
      * the operator is offered the emergency filing - unless one is
      * already waiting for approval.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREEZE-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FZC-PENDING-FILE ASSIGN TO "PENDACT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FZC-PENDING-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  FZC-PENDING-FILE.
       01  FZC-PENDING-RECORD.
           05 FZC-PND-DATE PIC 9(8).
           05 FZC-PND-TIME PIC 9(8).
           05 FZC-PND-REQUESTER PIC X(8).
           05 FZC-PND-ACTION PIC X(8).
           05 FZC-PND-TARGET PIC X(12).
           05 FZC-PND-STATUS PIC X.
           05 FZC-PND-APPROVER PIC X(8).

       WORKING-STORAGE SECTION.
       01 FZC-PENDING-STATUS PIC XX.
       01 FZC-EOF-SWITCH PIC X.
           88 FZC-EOF VALUE "Y".
       01 FZC-TODAY PIC 9(8).
       01 FZC-NOW-TIME PIC 9(8).
       01 FZC-FROM-DATE PIC 9(8).
       01 FZC-TO-DATE PIC 9(8).
       01 FZC-REASON PIC X(30).
       01 FZC-APPROVER PIC X(8).
       01 FZC-WAITING-SWITCH PIC X.
           88 FZC-WAITING VALUE "Y".
       01 FZC-ANSWER PIC X.
       01 FZC-EVENT PIC X.

       LINKAGE SECTION.
       01 LK-FZC-MASTER PIC X(8).
       01 LK-FZC-PROGRAM PIC X(30).
       01 LK-FZC-USER PIC X(8).
       01 LK-FZC-FUNCTION PIC X(12).
       01 LK-FZC-ALLOWED PIC X.

       PROCEDURE DIVISION USING LK-FZC-MASTER LK-FZC-PROGRAM
              LK-FZC-USER LK-FZC-FUNCTION LK-FZC-ALLOWED.
       FZC-MAIN.
           MOVE "Y" TO LK-FZC-ALLOWED
           ACCEPT FZC-TODAY FROM DATE YYYYMMDD
           CALL "FREEZE-FIND" USING LK-FZC-MASTER FZC-TODAY
              FZC-FROM-DATE FZC-TO-DATE FZC-REASON
           IF FZC-FROM-DATE = ZERO
              GOBACK
           END-IF
           PERFORM FZC-SCAN-EMERGENCIES
           IF FZC-APPROVER NOT = SPACES
              MOVE "E" TO FZC-EVENT
              CALL "FREEZE-LOG-WRITE" USING FZC-EVENT LK-FZC-MASTER
                 LK-FZC-PROGRAM LK-FZC-USER FZC-APPROVER
                 FZC-FROM-DATE FZC-TO-DATE LK-FZC-FUNCTION
              DISPLAY LK-FZC-MASTER " IS FROZEN " FZC-FROM-DATE
                 " TO " FZC-TO-DATE " - CHANGE MADE UNDER THE"
                 " EMERGENCY APPROVED BY " FZC-APPROVER
              GOBACK
           END-IF
           MOVE "N" TO LK-FZC-ALLOWED
           MOVE "R" TO FZC-EVENT
           CALL "FREEZE-LOG-WRITE" USING FZC-EVENT LK-FZC-MASTER
              LK-FZC-PROGRAM LK-FZC-USER FZC-APPROVER
              FZC-FROM-DATE FZC-TO-DATE LK-FZC-FUNCTION
           DISPLAY "CHANGE REFUSED - " LK-FZC-MASTER " IS FROZEN "
              FZC-FROM-DATE " TO " FZC-TO-DATE " - " FZC-REASON
           IF FZC-WAITING
              DISPLAY "YOUR EMERGENCY CHANGE FOR " LK-FZC-MASTER
                 " IS STILL WAITING FOR APPROVAL THROUGH"
                 " ACTIONAPPROVE"
              GOBACK
           END-IF
           DISPLAY "File an emergency change for a second operator"
              " to approve - Y or N"
           ACCEPT FZC-ANSWER
           IF FZC-ANSWER = "Y"
              PERFORM FZC-FILE-EMERGENCY
           END-IF
           GOBACK.

      *    An approved emergency counts only for its requester and
      *    only inside the freeze it was filed in; one still
      *    pending is noted so a second copy is not filed.
       FZC-SCAN-EMERGENCIES.
           MOVE SPACES TO FZC-APPROVER
           MOVE "N" TO FZC-WAITING-SWITCH
           MOVE "N" TO FZC-EOF-SWITCH
           OPEN INPUT FZC-PENDING-FILE
           IF FZC-PENDING-STATUS NOT = "00"
              SET FZC-EOF TO TRUE
           END-IF
           PERFORM UNTIL FZC-EOF
              READ FZC-PENDING-FILE
                 AT END SET FZC-EOF TO TRUE
                 NOT AT END
                    IF FZC-PND-ACTION = "FRZEMERG"
                       AND FZC-PND-TARGET(1:8) = LK-FZC-MASTER
                       AND FZC-PND-REQUESTER = LK-FZC-USER
                       AND FZC-PND-DATE NOT < FZC-FROM-DATE
                       AND FZC-PND-DATE NOT > FZC-TO-DATE
                       EVALUATE FZC-PND-STATUS
                          WHEN "A"
                             MOVE FZC-PND-APPROVER TO FZC-APPROVER
                          WHEN "P"
                             SET FZC-WAITING TO TRUE
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM
           IF FZC-PENDING-STATUS NOT = "35"
              CLOSE FZC-PENDING-FILE
           END-IF.

       FZC-FILE-EMERGENCY.
           ACCEPT FZC-NOW-TIME FROM TIME
           OPEN EXTEND FZC-PENDING-FILE
           IF FZC-PENDING-STATUS = "35"
              OPEN OUTPUT FZC-PENDING-FILE
           END-IF
           MOVE FZC-TODAY TO FZC-PND-DATE
           MOVE FZC-NOW-TIME TO FZC-PND-TIME
           MOVE LK-FZC-USER TO FZC-PND-REQUESTER
           MOVE "FRZEMERG" TO FZC-PND-ACTION
           MOVE LK-FZC-MASTER TO FZC-PND-TARGET
           MOVE "P" TO FZC-PND-STATUS
           MOVE SPACES TO FZC-PND-APPROVER
           WRITE FZC-PENDING-RECORD
           CLOSE FZC-PENDING-FILE
           MOVE "F" TO FZC-EVENT
           CALL "FREEZE-LOG-WRITE" USING FZC-EVENT LK-FZC-MASTER
              LK-FZC-PROGRAM LK-FZC-USER FZC-APPROVER
              FZC-FROM-DATE FZC-TO-DATE LK-FZC-FUNCTION
           DISPLAY "EMERGENCY CHANGE FOR " LK-FZC-MASTER
              " FILED FOR APPROVAL - A SECOND OPERATOR MUST"
              " APPROVE IT THROUGH ACTIONAPPROVE".

       END PROGRAM FREEZE-CHECK.

      *****************************************************************
      * FREEZE-LOG-WRITE appends one timestamped line to FRZLOG.DAT:
      * event (R refused, F emergency filed, A emergency approved,
      * J emergency rejected, E change made under an emergency),
      * master, program, user, approver, the freeze's first and
      * last dates, and the change described.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREEZE-LOG-WRITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FZL-LOG-FILE ASSIGN TO "FRZLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FZL-LOG-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  FZL-LOG-FILE.
       01  FZL-LOG-RECORD.
           05 FZL-DATE PIC 9(8).
           05 FZL-TIME PIC 9(8).
           05 FZL-EVENT PIC X.
           05 FZL-MASTER PIC X(8).
           05 FZL-PROGRAM PIC X(30).
           05 FZL-USER PIC X(8).
           05 FZL-APPROVER PIC X(8).
           05 FZL-FROM-DATE PIC 9(8).
           05 FZL-TO-DATE PIC 9(8).
           05 FZL-FUNCTION PIC X(12).

       WORKING-STORAGE SECTION.
       01 FZL-LOG-STATUS PIC XX.

       LINKAGE SECTION.
       01 LK-FZL-EVENT PIC X.
       01 LK-FZL-MASTER PIC X(8).
       01 LK-FZL-PROGRAM PIC X(30).
       01 LK-FZL-USER PIC X(8).
       01 LK-FZL-APPROVER PIC X(8).
       01 LK-FZL-FROM-DATE PIC 9(8).
       01 LK-FZL-TO-DATE PIC 9(8).
       01 LK-FZL-FUNCTION PIC X(12).

       PROCEDURE DIVISION USING LK-FZL-EVENT LK-FZL-MASTER
              LK-FZL-PROGRAM LK-FZL-USER LK-FZL-APPROVER
              LK-FZL-FROM-DATE LK-FZL-TO-DATE LK-FZL-FUNCTION.
       FZL-MAIN.
           OPEN EXTEND FZL-LOG-FILE
           IF FZL-LOG-STATUS = "35"
              OPEN OUTPUT FZL-LOG-FILE
           END-IF
           ACCEPT FZL-DATE FROM DATE YYYYMMDD
           ACCEPT FZL-TIME FROM TIME
           MOVE LK-FZL-EVENT TO FZL-EVENT
           MOVE LK-FZL-MASTER TO FZL-MASTER
           MOVE LK-FZL-PROGRAM TO FZL-PROGRAM
           MOVE LK-FZL-USER TO FZL-USER
           MOVE LK-FZL-APPROVER TO FZL-APPROVER
           MOVE LK-FZL-FROM-DATE TO FZL-FROM-DATE
           MOVE LK-FZL-TO-DATE TO FZL-TO-DATE
           MOVE LK-FZL-FUNCTION TO FZL-FUNCTION
           WRITE FZL-LOG-RECORD
           CLOSE FZL-LOG-FILE
           GOBACK.

       END PROGRAM FREEZE-LOG-WRITE.
