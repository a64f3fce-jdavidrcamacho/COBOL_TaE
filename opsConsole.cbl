      * questions in one pass of DISPLAYs:
      *
      *   - MBDLOCK.DAT: whether a run holds the lock and since when;
      *   - MBDCKPT.DAT and MBDSUM.DAT: which step last
      *     checkpointed complete, by number and program name - the
      *     number is the step's place in the order the run took,
      *     dependencies first, so the name comes off the run's own
      *     summary line for it - and, from MBDSTEPS.DAT, how many
      *     steps the list holds;
      *   - RUNLOG.DAT: which program has an EVENT=START today with
      *     no EVENT=END yet - the step running (or dead) right now -
      *     and how long it has been going;
      *     twenty minutes past its usual runtime stands out;
      *   - MBDHBT.DAT: the progress heartbeat the batch drivers
      *     rewrite every hundred transactions, showing how deep
      *     into the deck the current step is;
      *   - MBDWAIT.DAT: the wait heartbeat the master run rewrites
      *     while a step is held for its input files, naming the
      *     file still awaited, its deadline, and the last poll.
      *
      * Read-only throughout - the console can be run as often as
      * wanted while the run is going.  The lock, checkpoint and step
      * list shown are those of the cycle MBDCYCLE.DAT has selected
      * - an intraday cycle's own "Cn." copies while one is running,
      * the nightly run's otherwise.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. opsConsole.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOCK-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CKPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CKPT-STATUS.
           SELECT STEP-FILE ASSIGN TO DYNAMIC WS-STEPS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-STEP-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUM-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SUM-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOG-STATUS.
           SELECT HEARTBEAT-FILE ASSIGN TO "MBDHBT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HBT-STATUS.
           SELECT WAIT-FILE ASSIGN TO "MBDWAIT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WAIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
           05 STEP-ENABLED PIC X.
           05 STEP-POLICY PIC X.
           05 STEP-RETRY-LIMIT PIC 9.
           05 STEP-ACCEPT-RC PIC X(2).
           05 STEP-PREDECESSORS.
               10 STEP-PREDECESSOR OCCURS 4 TIMES PIC X(2).
       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD.
           05 SUM-STEP-TAG PIC X(5).
           05 SUM-STEP-NUMBER PIC X(2).
           05 FILLER PIC X.
           05 SUM-STEP-PROGRAM PIC X(30).
           05 SUM-STEP-RC-TAG PIC X(4).
           05 FILLER PIC X(58).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD PIC X(120).
       FD  HISTORY-FILE.
           05 HBT-TRAN-COUNT PIC 9(5).
           05 HBT-DATE PIC 9(8).
           05 HBT-TIME PIC 9(8).
       FD  WAIT-FILE.
       01  WAIT-RECORD.
           05 WAIT-STATE PIC X.
           05 WAIT-SEQUENCE PIC 9(2).
           05 WAIT-PROGRAM PIC X(30).
           05 WAIT-FILE-NAME PIC X(40).
           05 WAIT-DEADLINE PIC 9(4).
           05 WAIT-POLLS PIC 9(5).
           05 WAIT-DATE PIC 9(8).
           05 WAIT-TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS PIC XX.
       01 WS-CKPT-STATUS PIC XX.
       01 WS-STEP-STATUS PIC XX.
       01 WS-SUM-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-HBT-STATUS PIC XX.
       01 WS-WAIT-STATUS PIC XX.
       01 WS-RUN-CYCLE PIC 9 VALUE ZERO.
       01 WS-CYCLE-LOGICAL PIC X(40).
       01 WS-LOCK-NAME PIC X(40).
       01 WS-CKPT-NAME PIC X(40).
       01 WS-STEPS-NAME PIC X(40).
       01 WS-SUM-LOGICAL PIC X(40).
       01 WS-SUM-NAME PIC X(40).
       01 WS-LAST-STEP-TAG PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-LAST-STEP PIC 9(2) VALUE ZERO.
           PERFORM CONVERT-TIME-TO-SECONDS
           MOVE WS-SECONDS-OUT TO WS-NOW-SECONDS
           DISPLAY "OPERATOR STATUS CONSOLE - " WS-TODAY
           CALL "GET-RUN-CYCLE" USING WS-RUN-CYCLE
           MOVE "MBDLOCK.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOCK-NAME
           MOVE "MBDCKPT.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-CKPT-NAME
           MOVE "MBDSTEPS.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-STEPS-NAME
           MOVE "MBDSUM.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-SUM-LOGICAL
           CALL "ENV-RESOLVE-NAME" USING WS-SUM-LOGICAL WS-SUM-NAME
           IF WS-RUN-CYCLE = ZERO
              DISPLAY "CYCLE - 0, THE NIGHTLY RUN"
           ELSE
              DISPLAY "CYCLE - " WS-RUN-CYCLE ", INTRADAY"
           END-IF
           PERFORM SHOW-RUN-LOCK
           PERFORM SHOW-CHECKPOINT
           PERFORM SHOW-OPEN-RUNS
           PERFORM SHOW-HEARTBEAT
           PERFORM SHOW-INPUT-WAIT
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME

      *****************************************************************
      * SHOW-CHECKPOINT reports the last step the master run
      * checkpointed complete.  The checkpoint counts steps in the
      * order the run took them, which the dependency graph can make
      * differ from their order in MBDSTEPS.DAT, so the step is named
      * from the run's own "STEP nn program RC=" line in MBDSUM.DAT.
      * A restart that skipped the step as already complete has no
      * such line, and the name is then not shown.
      *****************************************************************
       SHOW-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-LAST-STEP = ZERO
              DISPLAY "CHECKPOINT - NO STEP COMPLETE THIS RUN"
           ELSE
              MOVE 0 TO WS-STEP-SEEN
              MOVE "N" TO WS-EOF-SWITCH
              OPEN INPUT STEP-FILE
              IF WS-STEP-STATUS = "00"
                 PERFORM UNTIL WS-EOF
                    READ STEP-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END ADD 1 TO WS-STEP-SEEN
                    END-READ
                 END-PERFORM
                 CLOSE STEP-FILE
              END-IF
              MOVE "(COMPLETED BY AN EARLIER RUN)" TO WS-STEP-NAME
              MOVE WS-LAST-STEP TO WS-LAST-STEP-TAG
              MOVE "N" TO WS-EOF-SWITCH
              OPEN INPUT SUMMARY-FILE
              IF WS-SUM-STATUS = "00"
                 PERFORM UNTIL WS-EOF
                    READ SUMMARY-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                          IF SUM-STEP-TAG = "STEP "
                             AND SUM-STEP-NUMBER = WS-LAST-STEP-TAG
                             AND SUM-STEP-RC-TAG = " RC="
                             MOVE SUM-STEP-PROGRAM TO WS-STEP-NAME
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE SUMMARY-FILE
              END-IF
              IF WS-STEP-SEEN > ZERO
                 DISPLAY "CHECKPOINT - LAST COMPLETE STEP "
                    WS-LAST-STEP " OF " WS-STEP-SEEN " " WS-STEP-NAME
              ELSE
                 DISPLAY "CHECKPOINT - LAST COMPLETE STEP "
                    WS-LAST-STEP " " WS-STEP-NAME
              END-IF
           END-IF.

      *****************************************************************
              CLOSE HEARTBEAT-FILE
           END-IF.

      *    Only a wait from today is shown - last night's settled
      *    wait is history, not status.
       SHOW-INPUT-WAIT.
           OPEN INPUT WAIT-FILE
           IF WS-WAIT-STATUS = "00"
              READ WAIT-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF WAIT-DATE = WS-TODAY
                       EVALUATE WAIT-STATE
                          WHEN "W"
                             DISPLAY "INPUT WAIT - STEP "
                                WAIT-SEQUENCE " " WAIT-PROGRAM
                             DISPLAY "   WAITING FOR "
                                WAIT-FILE-NAME " DEADLINE "
                                WAIT-DEADLINE
                             DISPLAY "   POLL " WAIT-POLLS
                                " AS OF " WAIT-TIME
                          WHEN "M"
                             DISPLAY "INPUT WAIT - STEP "
                                WAIT-SEQUENCE " GAVE UP ON "
                                WAIT-FILE-NAME " AT DEADLINE "
                                WAIT-DEADLINE
                          WHEN OTHER
                             DISPLAY "INPUT WAIT - STEP "
                                WAIT-SEQUENCE " INPUTS ARRIVED AT "
                                WAIT-TIME
                       END-EVALUATE
                    END-IF
              END-READ
              CLOSE WAIT-FILE
           END-IF.

       CONVERT-TIME-TO-SECONDS.
           COMPUTE WS-SECONDS-OUT =
              WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
       COPY DATESERV.

       COPY ENVNAME.

       COPY CYCLESRV.
