      * roll-forward recovery from a state backup set
      *    TOPIC:
      *    REQUESTING A ROLL-FORWARD UNDER DUAL CONTROL
      *****************************************************************
      * stateRestore puts a "<name>.BK<date>" backup set back whole,
      * and with it goes every change made since the set was taken.
      * A roll-forward restores the set and then replays, in order,
      * what has been recorded since - the serial registers, the
      * account ledger postings, and the maintenance journal entries
      * on the product master and the matrix library - up to a
      * chosen stop point, verifies the recovered files against the
      * state manifest, and reports what was replayed and what could
      * not be (see ROLLFWD.CPY).
      *
      * Like the plain restore it is under dual control: this
      * program only files the request.  The request is numbered and
      * its detail - the set, the stop point, the run it was given
      * as, and the requester - is appended to ROLLREQ.DAT, and a
      * ROLLFWD pending action naming the set and the request number
      * goes to PENDACT.DAT for a second, different operator to
      * approve through actionApprove, which is where the recovery
      * actually runs.  The request lands in LOGINAUD.DAT in the
      * usual audit line.
      *
      * The set date and the stop point come from ROLLPARM.DAT when
      * that control file is present - set date (YYYYMMDD), stop date
      * (YYYYMMDD), stop time (HHMMSSss), run identifier (13) -
      * otherwise they are prompted for.  The stop point is given one
      * of three ways:
      *
      *   - a run identifier: recovery stops just before that run,
      *     at the time of its first EVENT=START line on RUNLOG.DAT -
      *     the way back to the state a failed or bad run started
      *     from.  A run not on the run log is refused;
      *   - a stop date and time: changes stamped before it are
      *     replayed (a blank time means the start of the day);
      *   - neither: everything recorded is replayed.
      *
      * The request is refused (RC 8) when no file of the set is on
      * disk, a date or time is not numeric, or the stop point falls
      * before the set was taken.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rollForward.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDACT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PENDING-STATUS.
           SELECT REQUEST-FILE ASSIGN TO "ROLLREQ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REQUEST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
           SELECT PARM-FILE ASSIGN TO "ROLLPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOG-STATUS.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BACKUP-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05 PND-DATE PIC 9(8).
           05 PND-TIME PIC 9(8).
           05 PND-REQUESTER PIC X(8).
           05 PND-ACTION PIC X(8).
           05 PND-TARGET PIC X(12).
           05 PND-STATUS PIC X.
           05 PND-APPROVER PIC X(8).
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 RRQ-REQ-NO PIC 9(4).
           05 RRQ-SET-DATE PIC 9(8).
           05 RRQ-STOP-DATE PIC 9(8).
           05 RRQ-STOP-TIME PIC 9(8).
           05 RRQ-RUN-ID PIC X(13).
           05 RRQ-REQUESTER PIC X(8).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-SET-DATE PIC X(8).
           05 PARM-STOP-DATE PIC X(8).
           05 PARM-STOP-TIME PIC X(8).
           05 PARM-RUN-ID PIC X(13).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD PIC X(120).
       FD  BACKUP-FILE.
       01  BACKUP-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PENDING-STATUS PIC XX.
       01 WS-REQUEST-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-BACKUP-STATUS PIC XX.
       01 WS-BACKUP-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X.
           88 WS-EOF VALUE "Y".
      *    The names STATE-BACKUP snapshots - a set with none of them
      *    on disk is no set at all.
       01 WS-STATE-FILES.
           05 FILLER PIC X(12) VALUE "CREDFILE.DAT".
           05 FILLER PIC X(12) VALUE "MBDCKPT.DAT".
           05 FILLER PIC X(12) VALUE "ARARPT.DAT".
           05 FILLER PIC X(12) VALUE "LOCKFILE.DAT".
           05 FILLER PIC X(12) VALUE "MTXREG.DAT".
           05 FILLER PIC X(12) VALUE "AREAREG.DAT".
           05 FILLER PIC X(12) VALUE "MTXCKPT.DAT".
           05 FILLER PIC X(12) VALUE "AREACKPT.DAT".
           05 FILLER PIC X(12) VALUE "ACCTLEDG.DAT".
           05 FILLER PIC X(12) VALUE "PRODMAST.DAT".
           05 FILLER PIC X(12) VALUE "MATLIB.DAT".
       01 WS-STATE-TABLE REDEFINES WS-STATE-FILES.
           05 WS-STATE-NAME OCCURS 11 TIMES PIC X(12).
       01 WS-FILE-IX PIC 9(2) COMP.
       01 WS-SET-FILES PIC 9(2) COMP.
       01 WS-SET-DATE-IN PIC X(8).
       01 WS-STOP-DATE-IN PIC X(8).
       01 WS-STOP-TIME-IN PIC X(8).
       01 WS-SET-DATE PIC 9(8).
       01 WS-STOP-DATE PIC 9(8).
       01 WS-STOP-TIME PIC 9(8).
       01 WS-RUN-ID PIC X(13).
       01 WS-RUNID-TAG PIC X(20).
       01 WS-RUNID-HITS PIC 9(4) COMP.
       01 WS-REQ-NO PIC 9(4) VALUE ZERO.
       01 WS-REFUSAL PIC X(50).
       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "ROLLFORWARD".
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
           PERFORM OBTAIN-RECOVERY-POINT
           PERFORM EDIT-RECOVERY-POINT
           IF WS-REFUSAL NOT = SPACES
              DISPLAY "ROLL-FORWARD REFUSED - " WS-REFUSAL
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM FILE-ROLL-FORWARD-REQUEST
              DISPLAY "ROLL-FORWARD OF SET " WS-SET-DATE
                 " FILED FOR APPROVAL AS REQUEST " WS-REQ-NO
              IF WS-STOP-DATE = 99999999
                 DISPLAY "STOP POINT - NONE, EVERYTHING RECORDED"
              ELSE
                 DISPLAY "STOP POINT - " WS-STOP-DATE " "
                    WS-STOP-TIME " " WS-RUN-ID
              END-IF
              DISPLAY "A SECOND OPERATOR MUST APPROVE IT THROUGH"
                 " ACTIONAPPROVE"
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * OBTAIN-RECOVERY-POINT reads the set and stop point from
      * ROLLPARM.DAT when present, otherwise prompts for them.
      *****************************************************************
       OBTAIN-RECOVERY-POINT.
           MOVE SPACES TO WS-STOP-DATE-IN
           MOVE SPACES TO WS-STOP-TIME-IN
           MOVE SPACES TO WS-RUN-ID
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              MOVE SPACES TO PARM-RECORD
              READ PARM-FILE
              MOVE PARM-SET-DATE TO WS-SET-DATE-IN
              MOVE PARM-STOP-DATE TO WS-STOP-DATE-IN
              MOVE PARM-STOP-TIME TO WS-STOP-TIME-IN
              MOVE PARM-RUN-ID TO WS-RUN-ID
              CLOSE PARM-FILE
           ELSE
              DISPLAY "Enter backup set date (YYYYMMDD): "
              ACCEPT WS-SET-DATE-IN
              DISPLAY "Stop before run identifier (blank to stop at"
                 " a date and time): "
              ACCEPT WS-RUN-ID
              IF WS-RUN-ID = SPACES
                 DISPLAY "Stop date (YYYYMMDD, blank to replay"
                    " everything): "
                 ACCEPT WS-STOP-DATE-IN
                 IF WS-STOP-DATE-IN NOT = SPACES
                    DISPLAY "Stop time (HHMMSSss, blank for the"
                       " start of the day): "
                    ACCEPT WS-STOP-TIME-IN
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * EDIT-RECOVERY-POINT settles the stop point and leaves the
      * reason in WS-REFUSAL when the request cannot be filed.
      *****************************************************************
       EDIT-RECOVERY-POINT.
           MOVE SPACES TO WS-REFUSAL
           IF WS-SET-DATE-IN IS NOT NUMERIC
              MOVE "BACKUP SET DATE NOT NUMERIC" TO WS-REFUSAL
           ELSE
              MOVE WS-SET-DATE-IN TO WS-SET-DATE
              PERFORM COUNT-SET-FILES
              IF WS-SET-FILES = ZERO
                 MOVE "NO FILE OF THAT BACKUP SET IS ON DISK" TO
                    WS-REFUSAL
              END-IF
           END-IF
           IF WS-REFUSAL = SPACES
              EVALUATE TRUE
                 WHEN WS-RUN-ID NOT = SPACES
                    PERFORM FIND-RUN-START
                 WHEN WS-STOP-DATE-IN = SPACES
                    MOVE 99999999 TO WS-STOP-DATE
                    MOVE 99999999 TO WS-STOP-TIME
                 WHEN WS-STOP-DATE-IN IS NOT NUMERIC
                    MOVE "STOP DATE NOT NUMERIC" TO WS-REFUSAL
                 WHEN WS-STOP-TIME-IN = SPACES
                    MOVE WS-STOP-DATE-IN TO WS-STOP-DATE
                    MOVE ZERO TO WS-STOP-TIME
                 WHEN WS-STOP-TIME-IN IS NOT NUMERIC
                    MOVE "STOP TIME NOT NUMERIC" TO WS-REFUSAL
                 WHEN OTHER
                    MOVE WS-STOP-DATE-IN TO WS-STOP-DATE
                    MOVE WS-STOP-TIME-IN TO WS-STOP-TIME
              END-EVALUATE
           END-IF
           IF WS-REFUSAL = SPACES
              AND WS-STOP-DATE < WS-SET-DATE
              MOVE "STOP POINT FALLS BEFORE THE BACKUP SET" TO
                 WS-REFUSAL
           END-IF.

       COUNT-SET-FILES.
           MOVE ZERO TO WS-SET-FILES
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                 UNTIL WS-FILE-IX > 11
              MOVE SPACES TO WS-BACKUP-NAME
              STRING WS-STATE-NAME(WS-FILE-IX) DELIMITED BY SPACE
                 ".BK" WS-SET-DATE DELIMITED BY SIZE
                 INTO WS-BACKUP-NAME
              OPEN INPUT BACKUP-FILE
              IF WS-BACKUP-STATUS = "00"
                 ADD 1 TO WS-SET-FILES
                 CLOSE BACKUP-FILE
              END-IF
           END-PERFORM.

      *****************************************************************
      * FIND-RUN-START takes the stop point from the first
      * EVENT=START line on the run log carrying the run identifier,
      * picked apart by the positions AG-WRITE-RUN-LOG-ENTRY writes.
      *****************************************************************
       FIND-RUN-START.
           MOVE SPACES TO WS-RUNID-TAG
           STRING "RUNID=" WS-RUN-ID DELIMITED BY SIZE
              INTO WS-RUNID-TAG
           MOVE ZERO TO WS-STOP-DATE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RUN-LOG-FILE
           IF WS-LOG-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ RUN-LOG-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       MOVE ZERO TO WS-RUNID-HITS
                       INSPECT RUN-LOG-RECORD TALLYING WS-RUNID-HITS
                          FOR ALL WS-RUNID-TAG
                       IF WS-RUNID-HITS > ZERO
                          AND RUN-LOG-RECORD(58:11) = "EVENT=START"
                          AND RUN-LOG-RECORD(1:8) IS NUMERIC
                          AND RUN-LOG-RECORD(10:8) IS NUMERIC
                          MOVE RUN-LOG-RECORD(1:8) TO WS-STOP-DATE
                          MOVE RUN-LOG-RECORD(10:8) TO WS-STOP-TIME
                          SET WS-EOF TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
           END-IF
           IF WS-STOP-DATE = ZERO
              MOVE "RUN IDENTIFIER NOT ON THE RUN LOG" TO WS-REFUSAL
           END-IF.

      *****************************************************************
      * FILE-ROLL-FORWARD-REQUEST numbers the request one past the
      * highest on ROLLREQ.DAT and leaves the request, the pending
      * action and the audit line - the trail stateRestore leaves,
      * plus the request detail.
      *****************************************************************
       FILE-ROLL-FORWARD-REQUEST.
           MOVE ZERO TO WS-REQ-NO
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ REQUEST-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF RRQ-REQ-NO > WS-REQ-NO
                          MOVE RRQ-REQ-NO TO WS-REQ-NO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REQUEST-FILE
           END-IF
           ADD 1 TO WS-REQ-NO
           OPEN EXTEND REQUEST-FILE
           IF WS-REQUEST-STATUS = "35"
              OPEN OUTPUT REQUEST-FILE
           END-IF
           MOVE WS-REQ-NO TO RRQ-REQ-NO
           MOVE WS-SET-DATE TO RRQ-SET-DATE
           MOVE WS-STOP-DATE TO RRQ-STOP-DATE
           MOVE WS-STOP-TIME TO RRQ-STOP-TIME
           MOVE WS-RUN-ID TO RRQ-RUN-ID
           MOVE WS-AUTH-USER TO RRQ-REQUESTER
           WRITE REQUEST-RECORD
           CLOSE REQUEST-FILE
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS = "35"
              OPEN OUTPUT PENDING-FILE
           END-IF
           MOVE WS-NOW-DATE TO PND-DATE
           MOVE WS-NOW-TIME TO PND-TIME
           MOVE WS-AUTH-USER TO PND-REQUESTER
           MOVE "ROLLFWD" TO PND-ACTION
           MOVE SPACES TO PND-TARGET
           MOVE WS-SET-DATE TO PND-TARGET(1:8)
           MOVE WS-REQ-NO TO PND-TARGET(9:4)
           MOVE "P" TO PND-STATUS
           MOVE SPACES TO PND-APPROVER
           WRITE PENDING-RECORD
           CLOSE PENDING-FILE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-NOW-DATE " " WS-NOW-TIME
              " USER=" WS-AUTH-USER
              " OUTCOME=ROLLFWD PENDING - SET " WS-SET-DATE
              " REQ " WS-REQ-NO
              DELIMITED BY SIZE
              INTO AUDIT-RECORD
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       END PROGRAM rollForward.

       COPY AUTHGATE.

       COPY DATESERV.

       COPY ENVNAME.
