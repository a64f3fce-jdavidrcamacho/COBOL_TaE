      * driver, and AreaBatchDriver keeps AREA-SQUARE-ENGINE and the
      * rest alongside its own - one compiled module, no separate link
      * step required to chain the two drivers into this run.  The
      * area and volume engines are COPYed in from SHAPEENG.CPY, so
      * the quotation run (quoteCalc) prices through the very same
      * engines without running a deck.  The matrices and areas
      * directories keep their own standalone copies of
      * MatrixBatchDriver.cbl and AreaBatchDriver.cob so either can
      * still be built and run on its own; this file's copies are the
      * ones MasterBatchDriver actually calls.
      *
      * elapsed run time lands in MBDSUM.DAT alongside its RC - useful
      * for watching a nightly window for a step that is starting to run
      * long before it actually overruns the window.
      *
      * Step dependencies: each MBDSTEPS.DAT record may name up to
      * four predecessor steps by sequence number, and an accepted
      * RC - the highest RETURN-CODE at which that step still counts
      * as finished for whatever depends on it (blank means 4).  The
      * run takes the steps in dependency order rather than strict
      * file order - the first step in the list whose predecessors
      * are all settled goes next, so a list that declares no
      * predecessors runs exactly as it always has.  A step whose
      * predecessor failed, was itself skipped, or is missing from
      * the list is skipped, and the reason goes to MBDSUM.DAT
      * against it; unrelated branches carry on.  An abort policy
      * still stops the whole job, since that is what a step marked
      * A has always asked for.  preflight refuses a list with a
      * cycle or an unknown predecessor before the night starts.
      *
      * File-arrival triggers: MBDTRIG.DAT lets a step declare the
      * input files it waits for - each with an optional ready
      * marker and a latest-acceptable arrival time - keyed to the
      * step's sequence number the way MBDCAL.DAT's STEP records
      * are.  The step is held, polling and rewriting the wait
      * heartbeat MBDWAIT.DAT for the operator console, until its
      * inputs are all on disk, and then runs on its own.  If a
      * deadline passes first the step is settled as an RC 8 failure
      * under its failure policy, with an alert naming the file.
      *
      * Intraday cycles: besides the nightly run, a business date
      * may be worked in up to nine numbered intraday cycles for
      * urgent decks.  MBDCYCLE.DAT names the cycle a launch is
      * (GET-RUN-CYCLE in AUTHGATE.CPY) - no file, or 0, is the
      * nightly cycle, which stays the one that closes the date:
      * only it is held to the MBDWIN.DAT window and forecast, and
      * periodClose will not roll the date from any other.  An
      * intraday cycle n keeps its own copy of every per-run file
      * under a "Cn." prefix (CYCLE-RESOLVE-NAME in CYCLESRV.CPY) -
      * step list, triggers, checkpoint, run lock and summary here,
      * deck lists, decks, results and transaction checkpoints in
      * the drivers - so a cycle's restart never disturbs another
      * cycle's decks.  With no C1.MBDSTEPS.DAT of its own an
      * intraday cycle runs the built-in driver list, never the
      * nightly list's closing steps.  The serial registers and
      * SUITERES.DAT stay shared across the date, each entry
      * stamped with its cycle, so a serial processed at noon is a
      * duplicate at night; the run identifier carries the cycle
      * too.  Cycles never overlap: a launch finding another
      * cycle's run lock live is refused with RC 12.  Each cycle's
      * start and end go to CYCLELOG.DAT for the day's totals and
      * the period close, and an intraday cycle that finishes clean
      * sets MBDCYCLE.DAT back to 0 for the nightly launch.
      *
      * Partition instances: a deck deckSplit has partitioned by
      * serial range is worked by several concurrent launches of
      * partRun, each of which claims one partition, names it
      * through SET-RUN-PARTITION (AUTHGATE.CPY) and CALLs this
      * program.  Seeing a partition set, the run is not a cycle
      * run at all: none of the window, forecast, step list,
      * calendar, triggers, run lock, checkpoint, backup or
      * manifest work is done - those belong to the cycle's own
      * run, which may well be running beside it - and only the
      * partition's driver is called (RUN-PARTITION-INSTANCE),
      * MatrixBatchDriver for a matrix deck and AreaBatchDriver for
      * an area deck, returning the driver's RC to partRun.  The
      * partition's lock and the claim on the partition are
      * partRun's; its transaction checkpoint and per-run files are
      * the driver's own partition copies.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterBatchDriver.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CKPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CKPT-STATUS.
           SELECT WINDOW-FILE ASSIGN TO "MBDWIN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WINDOW-STATUS.
           SELECT STEP-FILE ASSIGN TO DYNAMIC WS-STEPS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-STEP-FILE-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RUN-LOCK-STATUS.
           SELECT OTHER-LOCK-FILE ASSIGN TO DYNAMIC WS-OTHER-LOCK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OTHER-LOCK-STATUS.
           SELECT CYCLE-CTL-FILE ASSIGN TO "MBDCYCLE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CYCLE-CTL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "MBDCAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CALENDAR-STATUS.
           SELECT FORECAST-CTL-FILE ASSIGN TO "MBDFCST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FCST-CTL-STATUS.
           SELECT TRIGGER-FILE ASSIGN TO DYNAMIC WS-TRIG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TRIGGER-STATUS.
           SELECT TRIG-PROBE-FILE ASSIGN TO DYNAMIC WS-TRIG-PROBE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TRIG-PROBE-STATUS.
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
       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05 RUN-LOCK-DATE PIC 9(8).
           05 RUN-LOCK-TIME PIC 9(4).
           05 RUN-LOCK-FLAG PIC X.
       FD  OTHER-LOCK-FILE.
       01  OTHER-LOCK-RECORD.
           05 OTHER-LOCK-DATE PIC 9(8).
           05 OTHER-LOCK-TIME PIC 9(4).
           05 OTHER-LOCK-FLAG PIC X.
       FD  CYCLE-CTL-FILE.
       01  CYCLE-CTL-RECORD PIC X.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HIST-DATE PIC 9(8).
           05 CAL-STEP-DAYS PIC X(7).
           05 CAL-STEP-MONTH-END PIC X.
           05 FILLER PIC X(2).
       FD  TRIGGER-FILE.
       01  TRIGGER-RECORD.
           05 TRIG-SEQUENCE PIC 9(2).
           05 TRIG-FILE-NAME PIC X(40).
           05 TRIG-MARKER-NAME PIC X(40).
           05 TRIG-DEADLINE PIC X(4).
       FD  TRIG-PROBE-FILE.
       01  TRIG-PROBE-RECORD PIC X(100).
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
       01 WS-AUTH-STATUS PIC X.
               10 WS-TBL-STEP-ENABLED PIC X.
               10 WS-TBL-STEP-POLICY PIC X.
               10 WS-TBL-STEP-RETRY-LIMIT PIC 9.
               10 WS-TBL-STEP-ACCEPT-RC PIC 9(2).
               10 WS-TBL-STEP-PRED-COUNT PIC 9.
               10 WS-TBL-STEP-PRED OCCURS 4 TIMES PIC 9(2).
               10 WS-TBL-STEP-STATE PIC X.
                   88 WS-TBL-STEP-PENDING VALUE "P".
                   88 WS-TBL-STEP-DONE VALUE "D".
                   88 WS-TBL-STEP-FAILED VALUE "F".
                   88 WS-TBL-STEP-DEP-SKIPPED VALUE "S".
               10 WS-TBL-STEP-FINAL-RC PIC S9(3).
       01 WS-STEP-TABLE-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-STEP-IX PIC 9(2) COMP VALUE 0.
       01 WS-SEL-IX PIC 9(2) COMP.
       01 WS-PRED-I PIC 9 COMP.
       01 WS-PRED-IX PIC 9(2) COMP.
       01 WS-FIND-IX PIC 9(2) COMP.
       01 WS-PRED-SEQUENCE PIC 9(2).
       01 WS-DEFAULT-ACCEPT-RC PIC 9(2) VALUE 4.
       01 WS-READY-SWITCH PIC X.
           88 WS-STEP-READY VALUE "Y".
       01 WS-DEP-SWITCH PIC X.
           88 WS-DEPS-MET VALUE "Y".
       01 WS-DEP-REASON PIC X(60).
       01 WS-DEP-RC-OUT PIC 9(3).
       01 WS-DEP-ACCEPT-OUT PIC 9(2).
       01 WS-TRIGGER-STATUS PIC XX.
       01 WS-TRIG-EOF-SWITCH PIC X.
           88 WS-TRIG-EOF VALUE "Y".
       01 WS-TRIG-TABLE.
           05 WS-TRIG-ENTRY OCCURS 50 TIMES.
               10 WS-TRIG-SEQUENCE PIC 9(2).
               10 WS-TRIG-FILE PIC X(40).
               10 WS-TRIG-MARKER PIC X(40).
               10 WS-TRIG-DEADLINE PIC 9(4).
       01 WS-TRIG-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-TRIG-I PIC 9(2) COMP.
       01 WS-TRIG-PROBE-NAME PIC X(40).
       01 WS-TRIG-PROBE-STATUS PIC XX.
       01 WS-TRIG-POLL-SECONDS PIC 9(4) COMP-5 VALUE 60.
       01 WS-TRIG-PENDING PIC 9(2) COMP.
       01 WS-TRIG-POLLS PIC 9(5).
       01 WS-TRIG-MISSED-SWITCH PIC X.
           88 WS-INPUT-MISSED VALUE "Y".
       01 WS-TRIG-ARRIVED-SWITCH PIC X.
           88 WS-TRIG-ARRIVED VALUE "Y".
       01 WS-TRIG-WAIT-FILE PIC X(40).
       01 WS-TRIG-WAIT-DEADLINE PIC 9(4).
       01 WS-WAIT-STATUS PIC XX.
       01 WS-STEP-EOF-SWITCH PIC X VALUE "N".
           88 WS-STEP-EOF VALUE "Y".
       01 WS-STEP-PROGRAM PIC X(30).
       01 WS-JOB-START-SECONDS PIC 9(5).
       01 WS-JOB-END-SECONDS PIC 9(5).
       01 WS-JOB-ELAPSED-SECONDS PIC 9(5).
       01 WS-RUN-CYCLE PIC 9 VALUE ZERO.
       01 WS-CYCLE-LOGICAL PIC X(40).
       01 WS-CKPT-NAME PIC X(40).
       01 WS-STEPS-NAME PIC X(40).
       01 WS-LOCK-NAME PIC X(40).
       01 WS-TRIG-NAME PIC X(40).
       01 WS-SUM-NAME PIC X(40).
       01 WS-OTHER-LOCK-NAME PIC X(40).
       01 WS-OTHER-LOCK-STATUS PIC XX.
       01 WS-OTHER-CYCLE PIC 9.
       01 WS-OTHER-CYCLE-IX PIC 9(2) COMP.
       01 WS-BUSY-CYCLE PIC 9.
       01 WS-CYCLE-BUSY-SWITCH PIC X VALUE "N".
           88 WS-CYCLE-BUSY VALUE "Y".
       01 WS-CYCLE-CTL-STATUS PIC XX.
       01 WS-CYCLE-STATE PIC X.
       01 WS-CYCLE-RAN PIC X(10).
       01 WS-CYCLE-OPEN PIC X(10).
       01 WS-STEP-START-SECONDS PIC 9(5).
       01 WS-STEP-END-SECONDS PIC 9(5).
       01 WS-STEP-ELAPSED-SECONDS PIC 9(5).
       01 WS-RUN-PARTITION PIC 9 VALUE ZERO.
       01 WS-PART-KIND PIC X.
       01 WS-PART-DECK PIC X(20).
       01 WS-PART-DEPT PIC X(8).

       PROCEDURE DIVISION.
           CALL "AUTH-GATE" USING WS-AUTH-STATUS WS-PROGRAM-NAME
              GOBACK
           END-IF

      *    A partition instance runs its partition's driver and
      *    nothing else - see the note at the top of this file.
           CALL "GET-RUN-PARTITION" USING WS-RUN-PARTITION
              WS-PART-KIND WS-PART-DECK WS-PART-DEPT
           IF WS-RUN-PARTITION > ZERO
              PERFORM RUN-PARTITION-INSTANCE
              MOVE WS-STEP-RC TO RETURN-CODE
              MOVE RETURN-CODE TO WS-RETURN-CODE
              CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
                 WS-RETURN-CODE WS-AUTH-USER
              MOVE WS-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

      *    The cycle decides which copy of every per-run control
      *    file this launch works from; the window binds only the
      *    nightly cycle - intraday cycles run through the day.
           CALL "GET-RUN-CYCLE" USING WS-RUN-CYCLE
           PERFORM RESOLVE-CYCLE-NAMES
           IF WS-RUN-CYCLE = ZERO
              PERFORM CHECK-SCHEDULE-WINDOW
           ELSE
              DISPLAY "INTRADAY CYCLE " WS-RUN-CYCLE
                 " - NOT HELD TO THE NIGHTLY BATCH WINDOW"
           END-IF
           IF NOT WS-IN-WINDOW
              DISPLAY "OUTSIDE THE NIGHTLY BATCH WINDOW - RUN REFUSED"
              MOVE "F" TO WS-ALERT-SEVERITY
              GOBACK
           END-IF

           PERFORM CHECK-OTHER-CYCLES
           IF WS-CYCLE-BUSY
              DISPLAY "CYCLE " WS-BUSY-CYCLE " IS STILL RUNNING - LOCK"
                 " HELD SINCE " WS-LOCK-HELD-DATE " " WS-LOCK-HELD-TIME
                 " - RUN REFUSED"
              MOVE "F" TO WS-ALERT-SEVERITY
              MOVE SPACES TO WS-ALERT-REASON
              STRING "RUN REFUSED - CYCLE " WS-BUSY-CYCLE
                 " STILL HOLDS ITS RUN LOCK" DELIMITED BY SIZE
                 INTO WS-ALERT-REASON
              CALL "ALERT-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-ALERT-SEVERITY WS-ALERT-REASON
              MOVE 12 TO RETURN-CODE
              MOVE RETURN-CODE TO WS-RETURN-CODE
              CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
                 WS-RETURN-CODE WS-AUTH-USER
              MOVE WS-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ACQUIRE-RUN-LOCK
           IF NOT WS-LOCK-OK
              DISPLAY "RUN ALREADY IN PROGRESS - LOCK HELD SINCE "
           DISPLAY "MASTERBATCHDRIVER RUN STARTING"
           PERFORM LOAD-STEP-TABLE
           PERFORM LOAD-CALENDAR
           PERFORM LOAD-TRIGGERS

      *    Forecast before the first step: history says how long
      *    each enabled step usually takes, and the window says how
              GOBACK
           END-IF

           IF WS-RUN-CYCLE = ZERO
              PERFORM CHECK-OPEN-CYCLES
           END-IF
           MOVE "S" TO WS-CYCLE-STATE
           CALL "CYCLE-LOG-WRITE" USING WS-CYCLE-STATE
           PERFORM WRITE-SUMMARY-HEADER

      *    Steps run in dependency order: each pass takes the
      *    first step in the list whose predecessors have all been
      *    settled, so a list with no predecessors declared still
      *    runs in exactly its file order.
           PERFORM SELECT-NEXT-STEP
           PERFORM UNTIL WS-STEP-IX = ZERO OR WS-JOB-ABORTED
              PERFORM RUN-ONE-STEP
              PERFORM SELECT-NEXT-STEP
           END-PERFORM

           ACCEPT WS-TIME-VALUE FROM TIME
      *    at the aborted step instead of rerunning everything.
           IF NOT WS-JOB-ABORTED
              PERFORM CLEAR-CHECKPOINT
              MOVE "C" TO WS-CYCLE-STATE
           ELSE
              MOVE "A" TO WS-CYCLE-STATE
           END-IF
           CALL "CYCLE-LOG-WRITE" USING WS-CYCLE-STATE
      *    An intraday cycle that has finished hands the next
      *    launch back to the nightly cycle; one that aborted stays
      *    selected so its restart resumes the same cycle.
           IF WS-RUN-CYCLE > ZERO AND NOT WS-JOB-ABORTED
              PERFORM RESET-CYCLE-CONTROL
           END-IF
      *    Stamp the manifest over tonight's final state, so the
      *    next run can tell a maintenance change from a hand edit.
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * RUN-PARTITION-INSTANCE calls the driver for the partition
      * partRun claimed, timed the way any step is.
      *****************************************************************
       RUN-PARTITION-INSTANCE.
           IF WS-PART-KIND = "A"
              MOVE "AreaBatchDriver" TO WS-STEP-PROGRAM
           ELSE
              MOVE "MatrixBatchDriver" TO WS-STEP-PROGRAM
           END-IF
           DISPLAY "PARTITION " WS-RUN-PARTITION " OF DECK "
              WS-PART-DECK " - " WS-STEP-PROGRAM
           PERFORM EXECUTE-STEP
           DISPLAY "PARTITION " WS-RUN-PARTITION " COMPLETE - RC="
              WS-STEP-RC " ELAPSED=" WS-STEP-ELAPSED-SECONDS "S".

      *****************************************************************
      * ACQUIRE-RUN-LOCK takes the exclusive run lock in MBDLOCK.DAT
      * so two overlapping master batch runs cannot both append to
                    IF RUN-LOCK-FLAG = "A"
                       MOVE RUN-LOCK-DATE TO WS-LOCK-HELD-DATE
                       MOVE RUN-LOCK-TIME TO WS-LOCK-HELD-TIME
                       PERFORM COMPUTE-LOCK-AGE
                       IF WS-LOCK-AGE-MINUTES <
                          WS-LOCK-STALE-HOURS * 60
                          MOVE "N" TO WS-LOCK-OK-SWITCH
              CLOSE RUN-LOCK-FILE
           END-IF.

      *****************************************************************
      * COMPUTE-LOCK-AGE works out how many minutes ago the lock in
      * WS-LOCK-HELD-DATE/TIME was taken, against WS-NOW-DATE and
      * the TIME in WS-TIME-VALUE.  The age spans dates: a lock
      * taken at 23:50 is only 15 minutes old at 00:05 the next
      * day, not a day old - exactly the overlap in the middle of
      * the nightly window this lock exists to stop.
      *****************************************************************
       COMPUTE-LOCK-AGE.
           COMPUTE WS-LOCK-AGE-MINUTES =
              (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
              - FUNCTION INTEGER-OF-DATE
                 (WS-LOCK-HELD-DATE)) * 1440
              + (WS-TIME-HH * 60) + WS-TIME-MM
              - (WS-LOCK-HELD-HH * 60)
              - WS-LOCK-HELD-MM.

      *****************************************************************
      * CHECK-OTHER-CYCLES keeps the cycles of a date from
      * overlapping: every other cycle's run lock is read, and one
      * still active and not stale - by the same age rule
      * ACQUIRE-RUN-LOCK applies to this cycle's own lock - means
      * that cycle is mid-run, posting to the same registers, and
      * this launch must wait for it.  A stale one is left for its
      * own cycle's restart to take over.
      *****************************************************************
       CHECK-OTHER-CYCLES.
           MOVE "N" TO WS-CYCLE-BUSY-SWITCH
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-VALUE FROM TIME
           PERFORM VARYING WS-OTHER-CYCLE-IX FROM 0 BY 1
                 UNTIL WS-OTHER-CYCLE-IX > 9 OR WS-CYCLE-BUSY
              MOVE WS-OTHER-CYCLE-IX TO WS-OTHER-CYCLE
              IF WS-OTHER-CYCLE NOT = WS-RUN-CYCLE
                 PERFORM PROBE-OTHER-CYCLE-LOCK
              END-IF
           END-PERFORM.

       PROBE-OTHER-CYCLE-LOCK.
           MOVE "MBDLOCK.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-OTHER-CYCLE WS-OTHER-LOCK-NAME
           OPEN INPUT OTHER-LOCK-FILE
           IF WS-OTHER-LOCK-STATUS = "00"
              READ OTHER-LOCK-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF OTHER-LOCK-FLAG = "A"
                       MOVE OTHER-LOCK-DATE TO WS-LOCK-HELD-DATE
                       MOVE OTHER-LOCK-TIME TO WS-LOCK-HELD-TIME
                       PERFORM COMPUTE-LOCK-AGE
                       IF WS-LOCK-AGE-MINUTES <
                          WS-LOCK-STALE-HOURS * 60
                          SET WS-CYCLE-BUSY TO TRUE
                          MOVE WS-OTHER-CYCLE TO WS-BUSY-CYCLE
                       END-IF
                    END-IF
              END-READ
              CLOSE OTHER-LOCK-FILE
           END-IF.

      *****************************************************************
      * RESOLVE-CYCLE-NAMES points the per-run control files at this
      * cycle's own copies - the names unchanged for the nightly
      * cycle.  The window, calendar, forecast option, history and
      * wait heartbeat are the installation's, shared by all cycles.
      *****************************************************************
       RESOLVE-CYCLE-NAMES.
           MOVE "MBDCKPT.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-CKPT-NAME
           MOVE "MBDSTEPS.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-STEPS-NAME
           MOVE "MBDLOCK.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOCK-NAME
           MOVE "MBDTRIG.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-TRIG-NAME
           MOVE "MBDSUM.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-SUM-NAME.

      *****************************************************************
      * CHECK-OPEN-CYCLES warns the nightly cycle when an intraday
      * cycle of the date started and never completed - its decks
      * are not in the day's totals until it is restarted, and the
      * period close will refuse the date until then.
      *****************************************************************
       CHECK-OPEN-CYCLES.
           CALL "GET-PROCESS-DATE" USING WS-RUN-DATE
           CALL "CYCLE-DAY-STATUS" USING WS-RUN-DATE WS-CYCLE-RAN
              WS-CYCLE-OPEN
           IF WS-CYCLE-OPEN(2:9) NOT = ALL "N"
              DISPLAY "WARNING - INTRADAY CYCLE(S) STILL OPEN FOR "
                 WS-RUN-DATE " - " WS-CYCLE-OPEN(2:9)
              MOVE "W" TO WS-ALERT-SEVERITY
              MOVE "INTRADAY CYCLE STILL OPEN - RESTART IT BEFORE CLOSE"
                 TO WS-ALERT-REASON
              CALL "ALERT-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-ALERT-SEVERITY WS-ALERT-REASON
           END-IF.

      *****************************************************************
      * RESET-CYCLE-CONTROL sets MBDCYCLE.DAT back to the nightly
      * cycle once an intraday cycle has finished.
      *****************************************************************
       RESET-CYCLE-CONTROL.
           MOVE "0" TO CYCLE-CTL-RECORD
           OPEN OUTPUT CYCLE-CTL-FILE
           WRITE CYCLE-CTL-RECORD
           CLOSE CYCLE-CTL-FILE.

      *****************************************************************
      * RELEASE-RUN-LOCK rewrites the lock inactive once the run has
      * finished, freeing it for the next launch.
      *****************************************************************
      * LOAD-STEP-TABLE reads the run's step list from MBDSTEPS.DAT
      * when that control file is present - one record per step with
      * a sequence number, the program to CALL, an enabled flag, its
      * failure policy, accepted RC and predecessors -
      * so operations can reorder or bench a step for a night without
      * a source change, the same control-file convention MBDWIN.DAT
      * uses for the batch window.  FILE STATUS 35 (no control file)
                          WS-TBL-STEP-POLICY(WS-STEP-TABLE-COUNT)
                       MOVE STEP-RETRY-LIMIT TO
                          WS-TBL-STEP-RETRY-LIMIT(WS-STEP-TABLE-COUNT)
                       PERFORM LOAD-STEP-DEPENDENCIES
                 END-READ
              END-PERFORM
              CLOSE STEP-FILE
              MOVE "Y" TO WS-TBL-STEP-ENABLED(3)
              MOVE "C" TO WS-TBL-STEP-POLICY(3)
              MOVE ZERO TO WS-TBL-STEP-RETRY-LIMIT(3)
              PERFORM VARYING WS-SEL-IX FROM 1 BY 1
                    UNTIL WS-SEL-IX > 3
                 MOVE WS-DEFAULT-ACCEPT-RC TO
                    WS-TBL-STEP-ACCEPT-RC(WS-SEL-IX)
                 MOVE ZERO TO WS-TBL-STEP-PRED-COUNT(WS-SEL-IX)
              END-PERFORM
           END-IF
           PERFORM VARYING WS-SEL-IX FROM 1 BY 1
                 UNTIL WS-SEL-IX > WS-STEP-TABLE-COUNT
              SET WS-TBL-STEP-PENDING(WS-SEL-IX) TO TRUE
              MOVE ZERO TO WS-TBL-STEP-FINAL-RC(WS-SEL-IX)
           END-PERFORM.

      *****************************************************************
      * LOAD-STEP-DEPENDENCIES takes the step's accepted RC and its
      * predecessor list off the record just read.  The accepted RC
      * is the highest RETURN-CODE at which the step still counts as
      * finished for the steps that depend on it - blank means 4, so
      * a warning releases dependants and an error holds them back,
      * the same 8-is-a-failure line the failure policies draw.  The
      * predecessors are named by step sequence number, the same key
      * the calendar rules use; blank slots are ignored, so a record
      * written before predecessors existed has none and depends on
      * nothing.  A slot that is not a number is carried as 00, which
      * matches no step and holds the step back - preflight reports
      * it by name.
      *****************************************************************
       LOAD-STEP-DEPENDENCIES.
           IF STEP-ACCEPT-RC IS NUMERIC
              MOVE STEP-ACCEPT-RC TO
                 WS-TBL-STEP-ACCEPT-RC(WS-STEP-TABLE-COUNT)
           ELSE
              MOVE WS-DEFAULT-ACCEPT-RC TO
                 WS-TBL-STEP-ACCEPT-RC(WS-STEP-TABLE-COUNT)
           END-IF
           MOVE ZERO TO WS-TBL-STEP-PRED-COUNT(WS-STEP-TABLE-COUNT)
           PERFORM VARYING WS-PRED-I FROM 1 BY 1 UNTIL WS-PRED-I > 4
              IF STEP-PREDECESSOR(WS-PRED-I) NOT = SPACES
                 ADD 1 TO WS-TBL-STEP-PRED-COUNT(WS-STEP-TABLE-COUNT)
                 IF STEP-PREDECESSOR(WS-PRED-I) IS NUMERIC
                    MOVE STEP-PREDECESSOR(WS-PRED-I) TO
                       WS-TBL-STEP-PRED(WS-STEP-TABLE-COUNT,
                       WS-TBL-STEP-PRED-COUNT(WS-STEP-TABLE-COUNT))
                 ELSE
                    MOVE ZERO TO
                       WS-TBL-STEP-PRED(WS-STEP-TABLE-COUNT,
                       WS-TBL-STEP-PRED-COUNT(WS-STEP-TABLE-COUNT))
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * SELECT-NEXT-STEP points WS-STEP-IX at the next step to take:
      * the first pending step in the list whose predecessors are
      * all settled - done, failed, skipped, benched or scheduled
      * out, anything but still waiting.  When steps are pending but
      * none is ready, the ones left are waiting on each other in a
      * cycle (preflight refuses such a list, but a hand edit after
      * preflight can still produce one); the first of them is taken
      * anyway, and CHECK-PREDECESSORS skips it with the cycle as its
      * reason, which in turn settles whatever waited on it.  Zero
      * means nothing is left to run.
      *****************************************************************
       SELECT-NEXT-STEP.
           MOVE ZERO TO WS-STEP-IX
           PERFORM VARYING WS-SEL-IX FROM 1 BY 1
                 UNTIL WS-SEL-IX > WS-STEP-TABLE-COUNT
                 OR WS-STEP-IX > ZERO
              IF WS-TBL-STEP-PENDING(WS-SEL-IX)
                 PERFORM CHECK-STEP-READY
                 IF WS-STEP-READY
                    MOVE WS-SEL-IX TO WS-STEP-IX
                 END-IF
              END-IF
           END-PERFORM
           IF WS-STEP-IX = ZERO
              PERFORM VARYING WS-SEL-IX FROM 1 BY 1
                    UNTIL WS-SEL-IX > WS-STEP-TABLE-COUNT
                    OR WS-STEP-IX > ZERO
                 IF WS-TBL-STEP-PENDING(WS-SEL-IX)
                    MOVE WS-SEL-IX TO WS-STEP-IX
                 END-IF
              END-PERFORM
           END-IF.

       CHECK-STEP-READY.
           MOVE "Y" TO WS-READY-SWITCH
           PERFORM VARYING WS-PRED-I FROM 1 BY 1
                 UNTIL WS-PRED-I > WS-TBL-STEP-PRED-COUNT(WS-SEL-IX)
              MOVE WS-TBL-STEP-PRED(WS-SEL-IX, WS-PRED-I) TO
                 WS-PRED-SEQUENCE
              PERFORM FIND-PREDECESSOR
              IF WS-PRED-IX > ZERO
                 IF WS-TBL-STEP-PENDING(WS-PRED-IX)
                    MOVE "N" TO WS-READY-SWITCH
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * FIND-PREDECESSOR looks WS-PRED-SEQUENCE up among the steps'
      * sequence numbers, leaving its table position in WS-PRED-IX,
      * or zero when no step carries that number.
      *****************************************************************
       FIND-PREDECESSOR.
           MOVE ZERO TO WS-PRED-IX
           PERFORM VARYING WS-FIND-IX FROM 1 BY 1
                 UNTIL WS-FIND-IX > WS-STEP-TABLE-COUNT
                 OR WS-PRED-IX > ZERO
              IF WS-TBL-STEP-SEQUENCE(WS-FIND-IX) = WS-PRED-SEQUENCE
                 MOVE WS-FIND-IX TO WS-PRED-IX
              END-IF
           END-PERFORM.

      *****************************************************************
      * CHECK-PREDECESSORS decides whether the step WS-STEP-IX may
      * run tonight.  Every predecessor must have finished at or
      * under its own accepted RC; a benched or scheduled-out
      * predecessor is a decision rather than a failure and does not
      * hold its dependants back.  The first predecessor that does
      * not qualify - failed, itself skipped, not in the step list,
      * or still waiting in a cycle - becomes WS-DEP-REASON, which
      * the summary files against the skipped step.
      *****************************************************************
       CHECK-PREDECESSORS.
           MOVE "Y" TO WS-DEP-SWITCH
           MOVE SPACES TO WS-DEP-REASON
           PERFORM VARYING WS-PRED-I FROM 1 BY 1
                 UNTIL WS-PRED-I > WS-TBL-STEP-PRED-COUNT(WS-STEP-IX)
                 OR NOT WS-DEPS-MET
              MOVE WS-TBL-STEP-PRED(WS-STEP-IX, WS-PRED-I) TO
                 WS-PRED-SEQUENCE
              PERFORM FIND-PREDECESSOR
              IF WS-PRED-IX = ZERO
                 MOVE "N" TO WS-DEP-SWITCH
                 STRING "PREDECESSOR " WS-PRED-SEQUENCE
                    " IS NOT IN THE STEP LIST"
                    DELIMITED BY SIZE INTO WS-DEP-REASON
              ELSE
                 EVALUATE TRUE
                    WHEN WS-TBL-STEP-FAILED(WS-PRED-IX)
                       MOVE "N" TO WS-DEP-SWITCH
                       MOVE WS-TBL-STEP-FINAL-RC(WS-PRED-IX) TO
                          WS-DEP-RC-OUT
                       MOVE WS-TBL-STEP-ACCEPT-RC(WS-PRED-IX) TO
                          WS-DEP-ACCEPT-OUT
                       STRING "PREDECESSOR " WS-PRED-SEQUENCE
                          " ENDED RC=" WS-DEP-RC-OUT
                          ", ACCEPTS UP TO " WS-DEP-ACCEPT-OUT
                          DELIMITED BY SIZE INTO WS-DEP-REASON
                    WHEN WS-TBL-STEP-DEP-SKIPPED(WS-PRED-IX)
                       MOVE "N" TO WS-DEP-SWITCH
                       STRING "PREDECESSOR " WS-PRED-SEQUENCE
                          " WAS ITSELF SKIPPED"
                          DELIMITED BY SIZE INTO WS-DEP-REASON
                    WHEN WS-TBL-STEP-PENDING(WS-PRED-IX)
                       MOVE "N" TO WS-DEP-SWITCH
                       STRING "PREDECESSOR " WS-PRED-SEQUENCE
                          " IS IN A DEPENDENCY CYCLE"
                          DELIMITED BY SIZE INTO WS-DEP-REASON
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.

      *****************************************************************
      * RUN-ONE-STEP carries out the step table entry WS-STEP-IX
      * points at: a disabled step files a benched line and runs
      * nothing, a step whose predecessors did not all finish under
      * their accepted RC is skipped with the reason filed, a step
      * the checkpoint already shows complete is skipped, and
      * anything else is CALLed, timed, and filed to the summary with
      * its RETURN-CODE, checkpointing completion the way the
      * hardcoded step blocks always did.
      *****************************************************************
       RUN-ONE-STEP.
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-TBL-STEP-POLICY(WS-STEP-IX) TO WS-STEP-POLICY
           MOVE WS-TBL-STEP-RETRY-LIMIT(WS-STEP-IX) TO
              WS-STEP-RETRY-LIMIT
      *    A benched or scheduled-out step settles as "B" / "O" -
      *    neither pending nor a failure - so its dependants go on.
           IF WS-TBL-STEP-ENABLED(WS-STEP-IX) NOT = "Y"
              MOVE "B" TO WS-TBL-STEP-STATE(WS-STEP-IX)
              DISPLAY "STEP " WS-STEP-COUNT " " WS-STEP-PROGRAM
                 " DISABLED - SKIPPING"
              PERFORM WRITE-SUMMARY-DISABLED
           ELSE
              PERFORM CHECK-STEP-SCHEDULE
              IF NOT WS-STEP-SCHEDULED
                 MOVE "O" TO WS-TBL-STEP-STATE(WS-STEP-IX)
                 DISPLAY "STEP " WS-STEP-COUNT " " WS-STEP-PROGRAM
                    " NOT SCHEDULED FOR " WS-PROCESS-DATE
                    " - SKIPPING"
                 PERFORM WRITE-SUMMARY-SCHEDULED-OUT
              ELSE
              PERFORM CHECK-PREDECESSORS
              IF NOT WS-DEPS-MET
                 SET WS-TBL-STEP-DEP-SKIPPED(WS-STEP-IX) TO TRUE
                 DISPLAY "STEP " WS-STEP-COUNT " " WS-STEP-PROGRAM
                    " SKIPPED - " WS-DEP-REASON
                 PERFORM WRITE-SUMMARY-DEPENDENCY
              ELSE
              PERFORM CHECK-SKIP
              IF WS-SKIP-STEP
                 SET WS-TBL-STEP-DONE(WS-STEP-IX) TO TRUE
                 DISPLAY "STEP " WS-STEP-COUNT
                    " ALREADY COMPLETE - SKIPPING"
                 PERFORM WRITE-SUMMARY-SKIP
              ELSE
              PERFORM AWAIT-STEP-INPUTS
              IF WS-INPUT-MISSED
                 PERFORM HANDLE-MISSED-INPUT
              ELSE
                 DISPLAY "STEP " WS-STEP-COUNT " - " WS-STEP-PROGRAM
                 MOVE ZERO TO WS-STEP-ATTEMPTS
                    WS-STEP-RC " ELAPSED=" WS-STEP-ELAPSED-SECONDS "S"
                 PERFORM WRITE-SUMMARY-STEP
                 PERFORM WRITE-HISTORY-ENTRY
                 MOVE WS-STEP-RC TO WS-TBL-STEP-FINAL-RC(WS-STEP-IX)
                 IF WS-STEP-RC > WS-TBL-STEP-ACCEPT-RC(WS-STEP-IX)
                    SET WS-TBL-STEP-FAILED(WS-STEP-IX) TO TRUE
                 ELSE
                    SET WS-TBL-STEP-DONE(WS-STEP-IX) TO TRUE
                 END-IF
                 IF WS-STEP-RC < 8
                    PERFORM RECORD-CHECKPOINT
                 ELSE
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

      *****************************************************************
      * AWAIT-STEP-INPUTS holds the step until every input MBDTRIG.DAT
      * declares for it has arrived.  A step with no trigger records
      * goes straight through, as every step always has.  While
      * anything is still outstanding the step polls every
      * WS-TRIG-POLL-SECONDS, rewriting the wait heartbeat in
      * MBDWAIT.DAT on each poll so the operator console can show
      * what the run is waiting for and since when; the first input
      * whose latest-acceptable arrival time passes while it is
      * still missing ends the wait with WS-INPUT-MISSED set and
      * WS-TRIG-WAIT-FILE naming it.
      *****************************************************************
       AWAIT-STEP-INPUTS.
           MOVE "N" TO WS-TRIG-MISSED-SWITCH
           MOVE ZERO TO WS-TRIG-POLLS
           PERFORM CHECK-STEP-INPUTS
           PERFORM UNTIL WS-TRIG-PENDING = ZERO OR WS-INPUT-MISSED
              ADD 1 TO WS-TRIG-POLLS
              IF WS-TRIG-POLLS = 1
                 DISPLAY "STEP " WS-STEP-COUNT " " WS-STEP-PROGRAM
                    " WAITING FOR " WS-TRIG-WAIT-FILE
                    " - DEADLINE " WS-TRIG-WAIT-DEADLINE
              END-IF
              MOVE "W" TO WAIT-STATE
              PERFORM WRITE-WAIT-HEARTBEAT
              CALL "C$SLEEP" USING WS-TRIG-POLL-SECONDS
              PERFORM CHECK-STEP-INPUTS
           END-PERFORM
           IF WS-TRIG-POLLS > ZERO
              IF WS-INPUT-MISSED
                 MOVE "M" TO WAIT-STATE
              ELSE
                 MOVE "A" TO WAIT-STATE
                 DISPLAY "STEP " WS-STEP-COUNT
                    " INPUTS ARRIVED - PROCEEDING"
              END-IF
              PERFORM WRITE-WAIT-HEARTBEAT
           END-IF.

      *****************************************************************
      * CHECK-STEP-INPUTS probes each of the step's declared inputs.
      * An input has arrived when its file is on disk and, if it
      * names a ready marker, the marker is too - the marker is what
      * the sending office writes after the transfer finishes, so a
      * deck still being copied in is not taken half-written.  The
      * count still outstanding goes to WS-TRIG-PENDING and the first
      * of them to WS-TRIG-WAIT-FILE; one whose deadline is already
      * behind the clock sets WS-INPUT-MISSED.
      *****************************************************************
       CHECK-STEP-INPUTS.
           MOVE ZERO TO WS-TRIG-PENDING
           MOVE SPACES TO WS-TRIG-WAIT-FILE
           MOVE ZERO TO WS-TRIG-WAIT-DEADLINE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM VARYING WS-TRIG-I FROM 1 BY 1
                 UNTIL WS-TRIG-I > WS-TRIG-COUNT OR WS-INPUT-MISSED
              IF WS-TRIG-SEQUENCE(WS-TRIG-I) = WS-STEP-SEQUENCE
                 MOVE "Y" TO WS-TRIG-ARRIVED-SWITCH
                 MOVE WS-TRIG-FILE(WS-TRIG-I) TO WS-TRIG-PROBE-NAME
                 PERFORM PROBE-TRIGGER-FILE
                 IF WS-TRIG-ARRIVED
                    AND WS-TRIG-MARKER(WS-TRIG-I) NOT = SPACES
                    MOVE WS-TRIG-MARKER(WS-TRIG-I) TO
                       WS-TRIG-PROBE-NAME
                    PERFORM PROBE-TRIGGER-FILE
                 END-IF
                 IF NOT WS-TRIG-ARRIVED
                    ADD 1 TO WS-TRIG-PENDING
                    IF WS-TRIG-PENDING = 1
                       OR WS-CURRENT-HHMM >
                          WS-TRIG-DEADLINE(WS-TRIG-I)
                       MOVE WS-TRIG-FILE(WS-TRIG-I) TO
                          WS-TRIG-WAIT-FILE
                       MOVE WS-TRIG-DEADLINE(WS-TRIG-I) TO
                          WS-TRIG-WAIT-DEADLINE
                    END-IF
                    IF WS-CURRENT-HHMM > WS-TRIG-DEADLINE(WS-TRIG-I)
                       SET WS-INPUT-MISSED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       PROBE-TRIGGER-FILE.
           OPEN INPUT TRIG-PROBE-FILE
           IF WS-TRIG-PROBE-STATUS = "00"
              CLOSE TRIG-PROBE-FILE
           ELSE
              MOVE "N" TO WS-TRIG-ARRIVED-SWITCH
           END-IF.

      *****************************************************************
      * WRITE-WAIT-HEARTBEAT rewrites the single-record wait
      * heartbeat - W while waiting, A once the inputs arrived, M when
      * the deadline went by first - the same whole-file OPEN OUTPUT
      * rewrite MBDHBT.DAT uses for the transaction heartbeat.
      *****************************************************************
       WRITE-WAIT-HEARTBEAT.
           MOVE WS-STEP-SEQUENCE TO WAIT-SEQUENCE
           MOVE WS-STEP-PROGRAM TO WAIT-PROGRAM
           MOVE WS-TRIG-WAIT-FILE TO WAIT-FILE-NAME
           MOVE WS-TRIG-WAIT-DEADLINE TO WAIT-DEADLINE
           MOVE WS-TRIG-POLLS TO WAIT-POLLS
           ACCEPT WAIT-DATE FROM DATE YYYYMMDD
           ACCEPT WAIT-TIME FROM TIME
           OPEN OUTPUT WAIT-FILE
           WRITE WAIT-RECORD
           CLOSE WAIT-FILE.

      *****************************************************************
      * HANDLE-MISSED-INPUT settles a step whose input did not arrive
      * by its deadline as a failure under its own failure policy:
      * RC 8 on the summary and in the job RC, an alert naming the
      * missing file, dependants held back, and an abort policy stops
      * the job.  A retry policy gets no retry - the step never ran,
      * and the deadline that refused it has not moved.
      *****************************************************************
       HANDLE-MISSED-INPUT.
           MOVE 8 TO WS-STEP-RC
           MOVE ZERO TO WS-STEP-ELAPSED-SECONDS
           DISPLAY "STEP " WS-STEP-COUNT " " WS-STEP-PROGRAM
              " NOT RUN - " WS-TRIG-WAIT-FILE " NOT ARRIVED BY "
              WS-TRIG-WAIT-DEADLINE
           MOVE WS-STEP-RC TO WS-TBL-STEP-FINAL-RC(WS-STEP-IX)
           SET WS-TBL-STEP-FAILED(WS-STEP-IX) TO TRUE
           PERFORM WRITE-SUMMARY-INPUT-MISSED
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-REASON
           STRING "STEP " WS-STEP-COUNT " INPUT " DELIMITED BY SIZE
              WS-TRIG-WAIT-FILE DELIMITED BY SPACE
              " NOT ARRIVED BY " WS-TRIG-WAIT-DEADLINE
              DELIMITED BY SIZE INTO WS-ALERT-REASON
           CALL "ALERT-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-ALERT-SEVERITY WS-ALERT-REASON
           IF WS-POLICY-ABORT
              SET WS-JOB-ABORTED TO TRUE
              DISPLAY "JOB ABORTED BY STEP " WS-STEP-COUNT
                 " FAILURE POLICY - REMAINING STEPS NOT RUN"
              PERFORM WRITE-SUMMARY-ABORT
           END-IF.

      *****************************************************************
      * LOAD-TRIGGERS reads the file-arrival triggers out of
      * MBDTRIG.DAT when it is present: one record per awaited input,
      * keyed to the step's sequence number the way the calendar's
      * STEP records are, naming the input file, an optional ready
      * marker, and the latest acceptable arrival time as HHMM.  A
      * blank or unreadable time falls back to the window end - the
      * last moment the input could still be processed tonight.  No
      * trigger file means no step waits for anything.
      *****************************************************************
       LOAD-TRIGGERS.
           MOVE 0 TO WS-TRIG-COUNT
           MOVE "N" TO WS-TRIG-EOF-SWITCH
           OPEN INPUT TRIGGER-FILE
           IF WS-TRIGGER-STATUS = "00"
              PERFORM UNTIL WS-TRIG-EOF
                 READ TRIGGER-FILE
                    AT END SET WS-TRIG-EOF TO TRUE
                    NOT AT END
                       IF WS-TRIG-COUNT < 50
                          AND TRIG-FILE-NAME NOT = SPACES
                          ADD 1 TO WS-TRIG-COUNT
                          MOVE TRIG-SEQUENCE TO
                             WS-TRIG-SEQUENCE(WS-TRIG-COUNT)
                          MOVE TRIG-FILE-NAME TO
                             WS-TRIG-FILE(WS-TRIG-COUNT)
                          MOVE TRIG-MARKER-NAME TO
                             WS-TRIG-MARKER(WS-TRIG-COUNT)
                          IF TRIG-DEADLINE IS NUMERIC
                             MOVE TRIG-DEADLINE TO
                                WS-TRIG-DEADLINE(WS-TRIG-COUNT)
                          ELSE
                             MOVE WS-WINDOW-END TO
                                WS-TRIG-DEADLINE(WS-TRIG-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRIGGER-FILE
           END-IF.

      *****************************************************************
      *****************************************************************
      * WRITE-SUMMARY-HEADER opens MBDSUM.DAT fresh for this run - it
      * is an end-of-job report on the run that just happened, not an
      * accumulating audit trail - and files a dated title line and
      * the cycle the run worked.  An intraday cycle files its own
      * Cn.MBDSUM.DAT, so the nightly summary is never overwritten.
      *****************************************************************
       WRITE-SUMMARY-HEADER.
           CALL "GET-PROCESS-DATE" USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "O" TO WS-RPT-ACTION
           MOVE WS-SUM-NAME TO WS-RPT-FILE
           MOVE "MASTERBATCHDRIVER JOB SUMMARY" TO WS-RPT-TITLE
           MOVE "STEP  OUTCOME" TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN STARTED " WS-RUN-DATE " " WS-RUN-TIME
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-RUN-CYCLE = ZERO
              STRING "CYCLE 0 - NIGHTLY, CLOSES THE DATE"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING "CYCLE " WS-RUN-CYCLE " - INTRADAY"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM WRITE-SUMMARY-LINE.

      *****************************************************************
              INTO WS-RPT-LINE
           PERFORM WRITE-SUMMARY-LINE.

      *****************************************************************
      * WRITE-SUMMARY-DEPENDENCY files a line for a step held back
      * because a predecessor did not finish under its accepted RC,
      * with the reason CHECK-PREDECESSORS recorded.  Work that was
      * due tonight did not happen, so the job RC is raised to at
      * least a warning even when the predecessor's own RC was not.
      *****************************************************************
       WRITE-SUMMARY-DEPENDENCY.
           MOVE SPACES TO WS-RPT-LINE
           STRING "STEP " WS-STEP-COUNT " " WS-STEP-NAME
              " SKIPPED - " WS-DEP-REASON
              DELIMITED BY SIZE
              INTO WS-RPT-LINE
           PERFORM WRITE-SUMMARY-LINE
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *****************************************************************
      * WRITE-SUMMARY-INPUT-MISSED files the line for a step whose
      * declared input never arrived, naming the file, and rolls the
      * step's RC 8 into WS-JOB-RC like any other failed step.
      *****************************************************************
       WRITE-SUMMARY-INPUT-MISSED.
           MOVE SPACES TO WS-RPT-LINE
           STRING "STEP " WS-STEP-COUNT " " WS-STEP-NAME
              " RC=" WS-STEP-RC " - INPUT " DELIMITED BY SIZE
              WS-TRIG-WAIT-FILE DELIMITED BY SPACE
              " NOT ARRIVED BY " WS-TRIG-WAIT-DEADLINE
              DELIMITED BY SIZE
              INTO WS-RPT-LINE
           PERFORM WRITE-SUMMARY-LINE
           IF WS-STEP-RC > WS-JOB-RC
              MOVE WS-STEP-RC TO WS-JOB-RC
           END-IF.

      *****************************************************************
      * WRITE-SUMMARY-RETRY files a line for each automatic second
      * chance the step's failure policy granted, so a step that only
      * "&name" MATLIB.DAT library reference instead of inline
      * cells.
      *
      * A plain MULT or ADD may instead carry the word SPARSE on its
      * dimension line, for the network-flow matrices several hundred
      * rows wide and almost all zeros.  Each of its two operands is
      * then an "&name" library reference (a dense entry is taken in
      * too, its zero cells dropped) or a "%" header - rows, cols and
      * nonzero count in three, three and five digits - followed by
      * that many row-column-value triples in row-major order.  The
      * operands go to SPARSE-MULT-ENGINE or SPARSE-ADD-ENGINE, which
      * only ever touch the nonzero cells, and the result files to
      * SPRES.DAT: one "H" record carrying the result's shape and
      * nonzero count, then one "C" record per nonzero cell, with
      * the three-digit row and column MATRES.DAT's layout has no
      * room for.  The sparse form on any other opcode, or inside an
      * EXPR chain, is rejected (BADSPARS) with its lines consumed.
      *
      * The file may also carry integrity records: a HEADER line
      * followed by the file date, and a TRAILER line followed by the
      * transaction count the deck is supposed to hold, reconciled
      * against the processed count at end of file (RC 8 on a
      * mismatch).
      *
      * A deck too large for one night's single pass may be split by
      * deckSplit into serial-range partitions and worked by several
      * instances of this driver at once (partRun).  An instance
      * reads only its own partition's deck (P2.TRANBATCH.DAT) and
      * files its results, MATVEC vectors, sparse results,
      * transaction checkpoint and serial-register entries to its
      * own partition's copies, checking serials against the shared
      * register as well as its own; partMerge folds those copies
      * back into the night's files.  An ordinary run skips a deck
      * that has been partitioned for the date, since its
      * partitions are what process it.
      *
      * Carried here (rather than CALLed across a link step) so
      * MasterBatchDriver can reach it as a plain same-module CALL -
      * see the note at the top of this file.  matrices/matrixBatch-
           SELECT MATRIX-FILE ASSIGN TO DYNAMIC WS-TRAN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TRAN-FILE-STATUS.
           SELECT DECK-LIST-FILE ASSIGN TO DYNAMIC WS-DECK-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DECK-LIST-STATUS.
           SELECT RERUN-SEL-FILE ASSIGN TO "RERUNSEL.DAT"
           SELECT TRAN-CKPT-FILE ASSIGN TO DYNAMIC WS-TCKPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TCKPT-STATUS.
           SELECT SPARSE-RESULT-FILE ASSIGN TO DYNAMIC WS-SPRES-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SPRES-STATUS.
       DATA DIVISION.

       FILE SECTION.
           05 REG-DEPT PIC X(8).
           05 REG-RUN-ID PIC X(13).
           05 REG-LATE PIC X.
           05 REG-CYCLE PIC 9.
       FD  MATVEC-OUT-FILE.
       01  MATVEC-OUT-RECORD PIC X(60).
       FD  TRAN-CKPT-FILE.
           05 RES-COL PIC 9(2).
           05 RES-VALUE PIC S9(10).
           05 RES-RERUN PIC X.
      *    A sparse result's "H" record carries the result's rows and
      *    cols in the row and column fields and its nonzero count in
      *    the value; each "C" record after it is one nonzero cell.
       FD  SPARSE-RESULT-FILE.
       01  SPARSE-RESULT-RECORD.
           05 SRS-TRAN-NUMBER PIC 9(4).
           05 SRS-OPCODE PIC X(9).
           05 SRS-DEPT PIC X(8).
           05 SRS-KIND PIC X.
           05 SRS-ROW PIC 9(3).
           05 SRS-COL PIC 9(3).
           05 SRS-VALUE PIC S9(10).
           05 SRS-RERUN PIC X.

       WORKING-STORAGE SECTION.
       01 WS-TRAN-LINE PIC X(20).
       01 ADD-OP-RECORD PIC X.
       01 CELL-RECORD PIC S9(4).
       COPY MATRIX99.
       COPY SPARSE99.
       01 WS-DIM-LINE PIC X(20).
       01 WS-SPARSE-SWITCH PIC X VALUE "N".
           88 WS-SPARSE-TRAN VALUE "Y".
       01 WS-SP-BAD-SWITCH PIC X.
           88 WS-SP-BAD VALUE "Y".
       01 WS-SP-EXPECT PIC 9(5).
       01 WS-SP-T PIC 9(5) COMP.
       01 WS-SP-EDIT-STATUS PIC X.
       01 WS-SP-OPERANDS PIC 9 COMP.
       01 WS-TRIPLE-LINE PIC X(20).
       01 WS-SPRES-STATUS PIC XX.
       01 WS-SPRES-NAME PIC X(40).
       01 WS-ROWS-A PIC 9(2).
       01 WS-COLS-A PIC 9(2).
       01 WS-ROWS-B PIC 9(2).
       01 WS-RUN-ID-W PIC X(13).
       01 WS-ASOF-FLAG PIC X.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-CYCLE-LOGICAL PIC X(40).
       01 WS-RUN-CYCLE PIC 9 VALUE ZERO.
       01 WS-DECK-LIST-NAME PIC X(40).
       01 WS-REG-NAME PIC X(40).
       01 WS-RESULT-NAME PIC X(40).
       01 WS-MATVEC-NAME PIC X(40).
       01 WS-TCKPT-NAME PIC X(40).
       01 WS-RUN-PARTITION PIC 9 VALUE ZERO.
       01 WS-PART-KIND PIC X.
       01 WS-PART-DECK PIC X(20).
       01 WS-PART-DEPT PIC X(8).
       01 WS-PART-STATE PIC X.
       01 WS-PART-COUNT PIC 9.
       01 WS-PART-QUALIFIED PIC X(40).
      *    Chained-expression work areas: up to four steps per EXPR
      *    transaction, each step's result held under its step
      *    number for later operand lines to reference as "$n".
              GOBACK
           END-IF
           CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
      *    An intraday cycle works its own deck list, decks, results
      *    and checkpoint; the serial register is the date's, shared
      *    by every cycle.
           CALL "GET-RUN-CYCLE" USING WS-RUN-CYCLE
      *    A partition instance works its own partition's copy of
      *    every per-run file below; partition 0 leaves the names
      *    as they are.
           CALL "GET-RUN-PARTITION" USING WS-RUN-PARTITION
              WS-PART-KIND WS-PART-DECK WS-PART-DEPT
           MOVE "MTXDECKS.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-DECK-LIST-NAME
      *    The driver's data files resolve through the test
      *    environment, so a rehearsal posts to the prefixed
      *    register, results, and checkpoint.
           MOVE "MTXREG.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-REG-NAME
           MOVE "MATRES.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "PARTITION-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-RUN-PARTITION WS-PART-QUALIFIED
           CALL "ENV-RESOLVE-NAME" USING WS-PART-QUALIFIED
              WS-RESULT-NAME
           MOVE "MVVOUT.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "PARTITION-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-RUN-PARTITION WS-PART-QUALIFIED
           CALL "ENV-RESOLVE-NAME" USING WS-PART-QUALIFIED
              WS-MATVEC-NAME
           MOVE "SPRES.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "PARTITION-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-RUN-PARTITION WS-PART-QUALIFIED
           CALL "ENV-RESOLVE-NAME" USING WS-PART-QUALIFIED
              WS-SPRES-NAME
           MOVE "MTXCKPT.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "PARTITION-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-RUN-PARTITION WS-PART-QUALIFIED
           CALL "ENV-RESOLVE-NAME" USING WS-PART-QUALIFIED
              WS-TCKPT-NAME
           PERFORM LOAD-RERUN-SELECTION
           PERFORM LOAD-SERIAL-REGISTER
      *    A partition instance checks serials against the shared
      *    register and its own partition's, and posts to its own.
           IF WS-RUN-PARTITION > ZERO
              MOVE "MTXREG.DAT" TO WS-CYCLE-LOGICAL
              CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
                 WS-RUN-CYCLE WS-LOGICAL-NAME
              CALL "PARTITION-RESOLVE-NAME" USING WS-LOGICAL-NAME
                 WS-RUN-PARTITION WS-PART-QUALIFIED
              CALL "ENV-RESOLVE-NAME" USING WS-PART-QUALIFIED
                 WS-REG-NAME
              PERFORM READ-REGISTER-ENTRIES
           END-IF
           PERFORM LOAD-TRAN-CHECKPOINT
           IF WS-RUN-PARTITION > ZERO
              PERFORM LOAD-PARTITION-DECK
           ELSE
              PERFORM LOAD-DECK-LIST
           END-IF
      *    A restarted run must add onto the results the first
      *    attempt already filed - the bypassed transactions never
      *    re-file theirs - so the results open EXTEND then, and
              IF WS-MATVEC-STATUS = "35"
                 OPEN OUTPUT MATVEC-OUT-FILE
              END-IF
              OPEN EXTEND SPARSE-RESULT-FILE
              IF WS-SPRES-STATUS = "35"
                 OPEN OUTPUT SPARSE-RESULT-FILE
              END-IF
           ELSE
              OPEN OUTPUT RESULT-FILE
              OPEN OUTPUT MATVEC-OUT-FILE
              OPEN OUTPUT SPARSE-RESULT-FILE
           END-IF
           PERFORM VARYING WS-DECK-IX FROM 1 BY 1
                 UNTIL WS-DECK-IX > WS-DECK-COUNT
           END-PERFORM
           CLOSE RESULT-FILE
           CLOSE MATVEC-OUT-FILE
           CLOSE SPARSE-RESULT-FILE
           PERFORM CLEAR-TRAN-CHECKPOINT
           IF WS-DUP-COUNT > ZERO
              DISPLAY "DUPLICATE SERIALS SKIPPED - " WS-DUP-COUNT
              CLOSE DECK-LIST-FILE
           ELSE
              MOVE 1 TO WS-DECK-COUNT
              MOVE "TRANBATCH.DAT" TO WS-CYCLE-LOGICAL
              CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
                 WS-RUN-CYCLE WS-DECK-NAME(1)
              MOVE SPACES TO WS-DECK-TAG(1)
              MOVE ZERO TO WS-DECK-SUBTOTAL(1)
           END-IF.

      *****************************************************************
      * LOAD-PARTITION-DECK gives a partition instance its one deck
      * in place of the deck list: its own partition of the deck
      * deckSplit partitioned, under that deck's department tag.
      *****************************************************************
       LOAD-PARTITION-DECK.
           MOVE 1 TO WS-DECK-COUNT
           MOVE WS-PART-DECK TO WS-CYCLE-LOGICAL
           CALL "PARTITION-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-PARTITION WS-PART-QUALIFIED
           MOVE WS-PART-QUALIFIED TO WS-DECK-NAME(1)
           MOVE WS-PART-DEPT TO WS-DECK-TAG(1)
           MOVE ZERO TO WS-DECK-SUBTOTAL(1).

      *****************************************************************
      * CHECK-DECK-INTERLOCK honors the per-deck in-use marker: a
      * deck maintenance has marked "M" is mid-rewrite and is
      * skipped with a clear message instead of read half-written;
      * otherwise the deck is marked "P" so a late deck edit finds
      * the driver there first.  A deck deckSplit has partitioned
      * for the date is left to its partition instances - reading
      * it here as well would process every transaction twice - and
      * stays skipped once partMerge has marked the split merged,
      * its work being already in the night's files.
      *****************************************************************
       CHECK-DECK-INTERLOCK.
           MOVE "N" TO WS-DECK-BUSY-SWITCH
           MOVE SPACE TO WS-PART-STATE
           IF WS-RUN-PARTITION = ZERO
              CALL "PARTITION-DECK-STATUS" USING
                 WS-DECK-NAME(WS-DECK-IX) WS-RUN-CYCLE WS-PART-STATE
                 WS-PART-COUNT
           END-IF
           CALL "DECK-LOCK-TEST" USING WS-DECK-NAME(WS-DECK-IX)
              WS-DECK-LOCK-FLAG
           IF WS-PART-STATE NOT = SPACE
              SET WS-DECK-BUSY TO TRUE
              IF WS-PART-STATE = "M"
                 DISPLAY "DECK " WS-DECK-NAME(WS-DECK-IX)
                    " SPLIT INTO " WS-PART-COUNT
                    " PARTITIONS - ALREADY MERGED"
              ELSE
                 DISPLAY "DECK " WS-DECK-NAME(WS-DECK-IX)
                    " SPLIT INTO " WS-PART-COUNT
                    " PARTITIONS - LEFT TO ITS PARTITION RUNS"
              END-IF
           ELSE
           IF WS-DECK-LOCK-FLAG = "M"
              SET WS-DECK-BUSY TO TRUE
              MOVE "Y" TO WS-EXCEPTION-SWITCH
              MOVE "P" TO WS-DECK-LOCK-FLAG
              CALL "DECK-LOCK-SET" USING WS-DECK-NAME(WS-DECK-IX)
                 WS-DECK-LOCK-FLAG
           END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       LOAD-SERIAL-REGISTER.
           MOVE 0 TO WS-REG-COUNT
           PERFORM READ-REGISTER-ENTRIES.

       READ-REGISTER-ENTRIES.
           MOVE "N" TO WS-REG-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS = "00"
              IF WS-RERUN-THIS
                 MOVE "R" TO REG-LATE
              END-IF
              MOVE WS-RUN-CYCLE TO REG-CYCLE
              WRITE REGISTER-RECORD
              CLOSE REGISTER-FILE
           END-IF.
           EVALUATE TRUE
              WHEN OP-MULT
                 PERFORM READ-DIM-4
                 IF WS-SPARSE-TRAN
                    PERFORM PROCESS-SPARSE-MULT
                 ELSE
                    PERFORM LOAD-M1-M2
                    IF NOT WS-BYPASS-TRAN
                       CALL "MATRIX-MULT-ENGINE" USING M1 M2 M12
                          WS-ROWS-A WS-COLS-A WS-ROWS-B WS-COLS-B
                          WS-ENGINE-STATUS
                       IF WS-ENGINE-STATUS = "C"
                          DISPLAY "TRANSACTION " WS-TRAN-COUNT
                             " MULT - NOT CONFORMABLE, SKIPPED"
                          MOVE "Y" TO WS-EXCEPTION-SWITCH
                          MOVE "W" TO WS-EXC-SEVERITY
                          MOVE "NOTCONF" TO WS-EXC-REASON
                          MOVE SPACES TO WS-EXC-DETAIL
                          STRING "DEPT " WS-DEPT-TAG " TRAN "
                             WS-TRAN-COUNT " MULT"
                             DELIMITED BY SIZE INTO WS-EXC-DETAIL
                          CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                             WS-EXC-SEVERITY WS-EXC-REASON
                             WS-EXC-DETAIL
                       ELSE
                          DISPLAY "TRANSACTION " WS-TRAN-COUNT
                             " MULT RESULT"
                          DISPLAY M12
                          MOVE WS-ROWS-A TO WS-RES-ROWS
                          MOVE WS-COLS-B TO WS-RES-COLS
                          PERFORM FILE-RESULT
                       END-IF
                    END-IF
                 END-IF
              WHEN OP-HADAMARD
                 READ MATRIX-FILE INTO ADD-OP-RECORD
                 MOVE ADD-OP-RECORD(1:1) TO WS-ADD-OP
                 PERFORM READ-DIM-2
                 IF WS-SPARSE-TRAN
                    PERFORM PROCESS-SPARSE-ADD
                 ELSE
                    MOVE DR2-ROWS TO WS-ROWS-A
                    MOVE DR2-COLS TO WS-COLS-A
                    MOVE DR2-ROWS TO WS-ROWS-B
                    MOVE DR2-COLS TO WS-COLS-B
                    PERFORM LOAD-M1-M2
                    IF NOT WS-BYPASS-TRAN
                       CALL "MATRIX-ADD-ENGINE" USING M1 M2 M12
                          WS-ROWS-A WS-COLS-A WS-ADD-OP
                       DISPLAY "TRANSACTION " WS-TRAN-COUNT
                          " ADD RESULT"
                       DISPLAY M12
                       MOVE WS-ROWS-A TO WS-RES-ROWS
                       MOVE WS-COLS-A TO WS-RES-COLS
                       PERFORM FILE-RESULT
                    END-IF
                 END-IF
              WHEN OP-TRANSPOSE
                 PERFORM READ-DIM-2
                 MOVE DR2-ROWS TO WS-ROWS-A
                 MOVE DR2-COLS TO WS-COLS-A
                 PERFORM LOAD-M1
                 IF NOT WS-BYPASS-TRAN
                    CALL "MATRIX-TRANSPOSE-ENGINE" USING M1 M12
                       WS-ROWS-A WS-COLS-A
                 PERFORM READ-DIM-2
                 MOVE DR2-ROWS TO WS-ROWS-A
                 MOVE DR2-COLS TO WS-COLS-A
                 PERFORM LOAD-M1
                 IF NOT WS-BYPASS-TRAN
                    CALL "MATRIX-TRANSPOSE-ENGINE" USING M1 M12
                       WS-ROWS-A WS-COLS-A
              END-PERFORM
           END-PERFORM.

      *****************************************************************
      * READ-DIM-4 and READ-DIM-2 take the dimension line, or note a
      * SPARSE one - the dimensions then come from the operands' own
      * "%" headers or library entries.
      *****************************************************************
       READ-DIM-4.
           READ MATRIX-FILE INTO WS-DIM-LINE
           MOVE "N" TO WS-SPARSE-SWITCH
           IF WS-DIM-LINE(1:6) = "SPARSE"
              SET WS-SPARSE-TRAN TO TRUE
           ELSE
              MOVE WS-DIM-LINE(1:8) TO DIM-RECORD-4
              MOVE DR4-ROWS-A TO WS-ROWS-A
              MOVE DR4-COLS-A TO WS-COLS-A
              MOVE DR4-ROWS-B TO WS-ROWS-B
              MOVE DR4-COLS-B TO WS-COLS-B
           END-IF.

       READ-DIM-2.
           READ MATRIX-FILE INTO WS-DIM-LINE
           MOVE "N" TO WS-SPARSE-SWITCH
           IF WS-DIM-LINE(1:6) = "SPARSE"
              SET WS-SPARSE-TRAN TO TRUE
           ELSE
              MOVE WS-DIM-LINE(1:4) TO DIM-RECORD-2
           END-IF.

      *****************************************************************
      * LOAD-MATRIX-A / LOAD-MATRIX-B take one matrix operand each:
      * library entry must exist and match the transaction's declared
      * shape; otherwise the transaction goes to the exception path
      * rather than running on a half-loaded matrix.
      *
      * A SPARSE dimension line that reaches these loaders belongs to
      * an operation with no sparse engine - HADAMARD, TRANSPOSE,
      * MATVEC, or any step of an EXPR chain - so its sparse operands
      * are read off and the transaction rejected.
      *****************************************************************
       LOAD-M1-M2.
           IF WS-SPARSE-TRAN
              MOVE 2 TO WS-SP-OPERANDS
              PERFORM REJECT-SPARSE-OPERATION
           ELSE
              PERFORM LOAD-MATRIX-A
              PERFORM LOAD-MATRIX-B
           END-IF.

       LOAD-M1.
           IF WS-SPARSE-TRAN
              MOVE 1 TO WS-SP-OPERANDS
              PERFORM REJECT-SPARSE-OPERATION
           ELSE
              PERFORM LOAD-MATRIX-A
           END-IF.

       LOAD-MATRIX-A.
           READ MATRIX-FILE INTO WS-CELL-LINE
              END-PERFORM
           END-PERFORM.

      *****************************************************************
      * PROCESS-SPARSE-MULT and PROCESS-SPARSE-ADD run a MULT or ADD
      * whose dimension line reads SPARSE: both operands are taken
      * into the SPARSE99.CPY layout and handed to the sparse engine,
      * which never walks a zero cell.  On a bypassed transaction the
      * operand lines are still read off, the same as the dense path,
      * so the file position stays in step.
      *****************************************************************
       PROCESS-SPARSE-MULT.
           PERFORM LOAD-SPARSE-A
           PERFORM LOAD-SPARSE-B
           IF NOT WS-BYPASS-TRAN
              CALL "SPARSE-MULT-ENGINE" USING SM1 SM2 SM12
                 WS-ENGINE-STATUS
              PERFORM REPORT-SPARSE-RESULT
           END-IF.

       PROCESS-SPARSE-ADD.
           PERFORM LOAD-SPARSE-A
           PERFORM LOAD-SPARSE-B
           IF NOT WS-BYPASS-TRAN
              CALL "SPARSE-ADD-ENGINE" USING SM1 SM2 SM12 WS-ADD-OP
                 WS-ENGINE-STATUS
              PERFORM REPORT-SPARSE-RESULT
           END-IF.

      *****************************************************************
      * LOAD-SPARSE-A / LOAD-SPARSE-B take one sparse operand each:
      * an "&name" line fetched through MATLIB-FETCH-SPARSE, or a "%"
      * header and its triples, each triple checked by
      * SPARSE-TRIPLE-EDIT for shape and row-major order.  A bad
      * header or triple still has the block's lines read off before
      * the transaction is rejected.
      *****************************************************************
       LOAD-SPARSE-A.
           READ MATRIX-FILE INTO WS-CELL-LINE
           MOVE "N" TO WS-SP-BAD-SWITCH
           IF WS-CELL-LINE(1:1) = "&"
              IF NOT WS-BYPASS-TRAN
                 MOVE WS-CELL-LINE(2:8) TO WS-LIB-NAME
                 CALL "MATLIB-FETCH-SPARSE" USING WS-LIB-NAME SM1
                    WS-LIB-STATUS
                 IF WS-LIB-STATUS NOT = SPACE
                    PERFORM REJECT-LIBRARY-REFERENCE
                 END-IF
              END-IF
           ELSE
              IF WS-CELL-LINE(1:1) NOT = "%"
                 OR WS-CELL-LINE(2:11) NOT NUMERIC
                 SET WS-SP-BAD TO TRUE
              ELSE
                 MOVE WS-CELL-LINE(2:3) TO SM1-ROWS
                 MOVE WS-CELL-LINE(5:3) TO SM1-COLS
                 MOVE ZERO TO SM1-COUNT
                 MOVE WS-CELL-LINE(8:5) TO WS-SP-EXPECT
                 PERFORM WS-SP-EXPECT TIMES
                    READ MATRIX-FILE INTO WS-TRIPLE-LINE
                    IF NOT WS-SP-BAD
                       CALL "SPARSE-TRIPLE-EDIT" USING WS-TRIPLE-LINE
                          SM1 WS-SP-EDIT-STATUS
                       IF WS-SP-EDIT-STATUS NOT = SPACE
                          SET WS-SP-BAD TO TRUE
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-SP-BAD AND NOT WS-BYPASS-TRAN
                 PERFORM REJECT-SPARSE-OPERAND
              END-IF
           END-IF.

       LOAD-SPARSE-B.
           READ MATRIX-FILE INTO WS-CELL-LINE
           MOVE "N" TO WS-SP-BAD-SWITCH
           IF WS-CELL-LINE(1:1) = "&"
              IF NOT WS-BYPASS-TRAN
                 MOVE WS-CELL-LINE(2:8) TO WS-LIB-NAME
                 CALL "MATLIB-FETCH-SPARSE" USING WS-LIB-NAME SM2
                    WS-LIB-STATUS
                 IF WS-LIB-STATUS NOT = SPACE
                    PERFORM REJECT-LIBRARY-REFERENCE
                 END-IF
              END-IF
           ELSE
              IF WS-CELL-LINE(1:1) NOT = "%"
                 OR WS-CELL-LINE(2:11) NOT NUMERIC
                 SET WS-SP-BAD TO TRUE
              ELSE
                 MOVE WS-CELL-LINE(2:3) TO SM2-ROWS
                 MOVE WS-CELL-LINE(5:3) TO SM2-COLS
                 MOVE ZERO TO SM2-COUNT
                 MOVE WS-CELL-LINE(8:5) TO WS-SP-EXPECT
                 PERFORM WS-SP-EXPECT TIMES
                    READ MATRIX-FILE INTO WS-TRIPLE-LINE
                    IF NOT WS-SP-BAD
                       CALL "SPARSE-TRIPLE-EDIT" USING WS-TRIPLE-LINE
                          SM2 WS-SP-EDIT-STATUS
                       IF WS-SP-EDIT-STATUS NOT = SPACE
                          SET WS-SP-BAD TO TRUE
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-SP-BAD AND NOT WS-BYPASS-TRAN
                 PERFORM REJECT-SPARSE-OPERAND
              END-IF
           END-IF.

       REJECT-SPARSE-OPERAND.
           SET WS-BYPASS-TRAN TO TRUE
           MOVE "Y" TO WS-EXCEPTION-SWITCH
           DISPLAY "TRANSACTION " WS-TRAN-COUNT
              " SPARSE OPERAND MALFORMED OR OUT OF ORDER - SKIPPED"
           MOVE "W" TO WS-EXC-SEVERITY
           MOVE "BADSPARS" TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-DETAIL
           STRING "DEPT " WS-DEPT-TAG " TRAN " WS-TRAN-COUNT
              " SPARSE " WS-OPCODE
              DELIMITED BY SIZE INTO WS-EXC-DETAIL
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

      *****************************************************************
      * REJECT-SPARSE-OPERATION reads off the WS-SP-OPERANDS sparse
      * operands of an operation that has no sparse engine and
      * rejects it - inside an EXPR chain as a failed step, so the
      * rest of the chain is consumed and nothing files.
      *****************************************************************
       REJECT-SPARSE-OPERATION.
           PERFORM SKIP-SPARSE-OPERAND WS-SP-OPERANDS TIMES
           IF NOT WS-BYPASS-TRAN
              IF WS-EXPR-ACTIVE
                 PERFORM REJECT-EXPR-STEP
              ELSE
                 SET WS-BYPASS-TRAN TO TRUE
                 MOVE "Y" TO WS-EXCEPTION-SWITCH
                 DISPLAY "TRANSACTION " WS-TRAN-COUNT " " WS-OPCODE
                    " - NO SPARSE FORM, SKIPPED"
                 MOVE "W" TO WS-EXC-SEVERITY
                 MOVE "BADSPARS" TO WS-EXC-REASON
                 MOVE SPACES TO WS-EXC-DETAIL
                 STRING "DEPT " WS-DEPT-TAG " TRAN " WS-TRAN-COUNT
                    " SPARSE " WS-OPCODE
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
                 CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                    WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
              END-IF
           END-IF.

       SKIP-SPARSE-OPERAND.
           READ MATRIX-FILE INTO WS-CELL-LINE
           IF WS-CELL-LINE(1:1) = "%"
              AND WS-CELL-LINE(2:11) IS NUMERIC
              MOVE WS-CELL-LINE(8:5) TO WS-SP-EXPECT
              PERFORM WS-SP-EXPECT TIMES
                 READ MATRIX-FILE INTO WS-TRIPLE-LINE
              END-PERFORM
           END-IF.

      *****************************************************************
      * REPORT-SPARSE-RESULT takes the sparse engine's verdict: "C"
      * not conformable, as the dense MULT reports it; "F" a result
      * past the 20000-cell table or the ten-digit cell; otherwise
      * the result's shape and nonzero count go to the log and the
      * result files to SPRES.DAT.
      *****************************************************************
       REPORT-SPARSE-RESULT.
           EVALUATE WS-ENGINE-STATUS
              WHEN "C"
                 DISPLAY "TRANSACTION " WS-TRAN-COUNT " SPARSE "
                    WS-OPCODE " - NOT CONFORMABLE, SKIPPED"
                 MOVE "Y" TO WS-EXCEPTION-SWITCH
                 MOVE "W" TO WS-EXC-SEVERITY
                 MOVE "NOTCONF" TO WS-EXC-REASON
                 MOVE SPACES TO WS-EXC-DETAIL
                 STRING "DEPT " WS-DEPT-TAG " TRAN " WS-TRAN-COUNT
                    " SPARSE " WS-OPCODE
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
                 CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                    WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
              WHEN "F"
                 DISPLAY "TRANSACTION " WS-TRAN-COUNT " SPARSE "
                    WS-OPCODE " - RESULT OVER CAPACITY, SKIPPED"
                 MOVE "Y" TO WS-EXCEPTION-SWITCH
                 MOVE "W" TO WS-EXC-SEVERITY
                 MOVE "SPARSCAP" TO WS-EXC-REASON
                 MOVE SPACES TO WS-EXC-DETAIL
                 STRING "DEPT " WS-DEPT-TAG " TRAN " WS-TRAN-COUNT
                    " SPARSE " WS-OPCODE
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
                 CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                    WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
              WHEN OTHER
                 DISPLAY "TRANSACTION " WS-TRAN-COUNT " SPARSE "
                    WS-OPCODE " RESULT " SM12-ROWS " X " SM12-COLS
                    " - " SM12-COUNT " NONZERO CELLS"
                 PERFORM FILE-SPARSE-RESULT
           END-EVALUATE.

       FILE-SPARSE-RESULT.
           MOVE WS-TRAN-COUNT TO SRS-TRAN-NUMBER
           MOVE WS-OPCODE TO SRS-OPCODE
           MOVE WS-DEPT-TAG TO SRS-DEPT
           IF WS-RERUN-THIS
              MOVE "R" TO SRS-RERUN
           ELSE
              MOVE SPACE TO SRS-RERUN
           END-IF
           MOVE "H" TO SRS-KIND
           MOVE SM12-ROWS TO SRS-ROW
           MOVE SM12-COLS TO SRS-COL
           MOVE SM12-COUNT TO SRS-VALUE
           WRITE SPARSE-RESULT-RECORD
           MOVE "C" TO SRS-KIND
           PERFORM VARYING WS-SP-T FROM 1 BY 1
                 UNTIL WS-SP-T > SM12-COUNT
              MOVE SM12-ROW(WS-SP-T) TO SRS-ROW
              MOVE SM12-COL(WS-SP-T) TO SRS-COL
              MOVE SM12-VALUE(WS-SP-T) TO SRS-VALUE
              WRITE SPARSE-RESULT-RECORD
           END-PERFORM.

       END PROGRAM MatrixBatchDriver.

      *****************************************************************
      * MATRIX-MULT-ENGINE multiplies LK-M1 (LK-ROWS-A x LK-COLS-A) by
      * LK-M2 (LK-ROWS-B x LK-COLS-B) into LK-M12.  LK-STATUS comes
      * back "C" when the matrices are not conformable, in which case
      * LK-M12 is left unchanged.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRIX-MULT-ENGINE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-VAL PIC S9(8).
       01 WS-I PIC 9(2) COMP.
       01 WS-J PIC 9(2) COMP.
       01 WS-K PIC 9(2) COMP.

       LINKAGE SECTION.
       COPY MATRIX99LK.
       01 LK-ROWS-A PIC 9(2).
       01 LK-COLS-A PIC 9(2).
       01 LK-ROWS-B PIC 9(2).
       01 LK-COLS-B PIC 9(2).
       01 LK-STATUS PIC X.
           88 LK-NOT-CONFORMABLE VALUE "C".


       END PROGRAM MATRIX-TRANSPOSE-ENGINE.

      *****************************************************************
      * SPARSE-MULT-ENGINE multiplies the sparse LK-SM1 by the sparse
      * LK-SM2 into LK-SM12, touching only nonzero cells: each row of
      * the product is built by running that row's nonzero cells of
      * LK-SM1 against the matching rows of LK-SM2 into a per-column
      * accumulator, then collecting the accumulator's nonzero
      * columns in column order, so LK-SM12 comes out row-major like
      * its operands.  LK-STATUS comes back "C" when the operands are
      * not conformable and "F" when the product has more than 20000
      * nonzero cells or a cell past ten digits.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPARSE-MULT-ENGINE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Row starts: the first triple of row r sits at START(r) and
      *    the row ends just before START(r + 1).
       01 WS-A-START-TABLE.
           05 WS-A-START OCCURS 1000 TIMES PIC 9(5) COMP.
       01 WS-B-START-TABLE.
           05 WS-B-START OCCURS 1000 TIMES PIC 9(5) COMP.
       01 WS-ACC-TABLE.
           05 WS-ACC OCCURS 999 TIMES PIC S9(12) COMP-3.
       01 WS-MARK-TABLE.
           05 WS-MARK OCCURS 999 TIMES PIC 9(4) COMP.
       01 WS-VAL PIC S9(8).
       01 WS-I PIC 9(4) COMP.
       01 WS-J PIC 9(4) COMP.
       01 WS-K PIC 9(4) COMP.
       01 WS-R PIC 9(4) COMP.
       01 WS-T PIC 9(5) COMP.
       01 WS-U PIC 9(5) COMP.

       LINKAGE SECTION.
       COPY SPARSE99LK.
       01 LK-STATUS PIC X.
           88 LK-NOT-CONFORMABLE VALUE "C".
           88 LK-CAPACITY-EXCEEDED VALUE "F".

       PROCEDURE DIVISION USING LK-SM1 LK-SM2 LK-SM12 LK-STATUS.
           MOVE SPACE TO LK-STATUS
           IF LK-SM1-COLS NOT = LK-SM2-ROWS
              SET LK-NOT-CONFORMABLE TO TRUE
           ELSE
              MOVE LK-SM1-ROWS TO LK-SM12-ROWS
              MOVE LK-SM2-COLS TO LK-SM12-COLS
              MOVE ZERO TO LK-SM12-COUNT
              PERFORM BUILD-ROW-STARTS
              PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > LK-SM2-COLS
                 MOVE ZERO TO WS-MARK(WS-J)
              END-PERFORM
              PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > LK-SM1-ROWS OR LK-CAPACITY-EXCEEDED
                 PERFORM MULTIPLY-ONE-ROW
              END-PERFORM
           END-IF
           GOBACK.

      *    Each row's triple count is tallied one slot along, then
      *    the running total turns the counts into row starts.
       BUILD-ROW-STARTS.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 1000
              MOVE ZERO TO WS-A-START(WS-R)
              MOVE ZERO TO WS-B-START(WS-R)
           END-PERFORM
           PERFORM VARYING WS-T FROM 1 BY 1
                 UNTIL WS-T > LK-SM1-COUNT
              COMPUTE WS-R = LK-SM1-ROW(WS-T) + 1
              ADD 1 TO WS-A-START(WS-R)
           END-PERFORM
           PERFORM VARYING WS-T FROM 1 BY 1
                 UNTIL WS-T > LK-SM2-COUNT
              COMPUTE WS-R = LK-SM2-ROW(WS-T) + 1
              ADD 1 TO WS-B-START(WS-R)
           END-PERFORM
           MOVE 1 TO WS-A-START(1)
           MOVE 1 TO WS-B-START(1)
           PERFORM VARYING WS-R FROM 2 BY 1
                 UNTIL WS-R > LK-SM1-ROWS + 1
              ADD WS-A-START(WS-R - 1) TO WS-A-START(WS-R)
           END-PERFORM
           PERFORM VARYING WS-R FROM 2 BY 1
                 UNTIL WS-R > LK-SM2-ROWS + 1
              ADD WS-B-START(WS-R - 1) TO WS-B-START(WS-R)
           END-PERFORM.

      *    WS-MARK(j) = WS-I says column j's accumulator already holds
      *    a partial sum for this row; any other value is stale.
       MULTIPLY-ONE-ROW.
           PERFORM VARYING WS-T FROM WS-A-START(WS-I) BY 1
                 UNTIL WS-T NOT < WS-A-START(WS-I + 1)
              MOVE LK-SM1-COL(WS-T) TO WS-K
              PERFORM VARYING WS-U FROM WS-B-START(WS-K) BY 1
                    UNTIL WS-U NOT < WS-B-START(WS-K + 1)
                 MOVE LK-SM2-COL(WS-U) TO WS-J
                 IF WS-MARK(WS-J) NOT = WS-I
                    MOVE WS-I TO WS-MARK(WS-J)
                    MOVE ZERO TO WS-ACC(WS-J)
                 END-IF
                 COMPUTE WS-VAL =
                    LK-SM1-VALUE(WS-T) * LK-SM2-VALUE(WS-U)
                 ADD WS-VAL TO WS-ACC(WS-J)
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > LK-SM2-COLS OR LK-CAPACITY-EXCEEDED
              IF WS-MARK(WS-J) = WS-I AND WS-ACC(WS-J) NOT = ZERO
                 PERFORM APPEND-PRODUCT-CELL
              END-IF
           END-PERFORM.

       APPEND-PRODUCT-CELL.
           IF LK-SM12-COUNT = 20000
              OR WS-ACC(WS-J) > 9999999999
              OR WS-ACC(WS-J) < -9999999999
              SET LK-CAPACITY-EXCEEDED TO TRUE
           ELSE
              ADD 1 TO LK-SM12-COUNT
              MOVE WS-I TO LK-SM12-ROW(LK-SM12-COUNT)
              MOVE WS-J TO LK-SM12-COL(LK-SM12-COUNT)
              MOVE WS-ACC(WS-J) TO LK-SM12-VALUE(LK-SM12-COUNT)
           END-IF.

       END PROGRAM SPARSE-MULT-ENGINE.

      *****************************************************************
      * SPARSE-ADD-ENGINE adds or subtracts the sparse LK-SM1 and
      * LK-SM2 (the same shape) into LK-SM12 by merging the two
      * row-major triple lists, dropping any cell that sums to zero.
      * LK-OP is "A" to add or "S" to subtract.  LK-STATUS comes back
      * "C" when the shapes differ and "F" when the sum has more than
      * 20000 nonzero cells.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPARSE-ADD-ENGINE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    A triple's merge key is row * 1000 + column; an exhausted
      *    list shows the high key.
       01 WS-P PIC 9(5) COMP.
       01 WS-Q PIC 9(5) COMP.
       01 WS-KEY-A PIC 9(7) COMP.
       01 WS-KEY-B PIC 9(7) COMP.
       01 WS-KEY-HIGH PIC 9(7) COMP VALUE 9999999.
       01 WS-SUM PIC S9(6).
       01 WS-OUT-ROW PIC 9(3).
       01 WS-OUT-COL PIC 9(3).

       LINKAGE SECTION.
       COPY SPARSE99LK.
       01 LK-OP PIC X.
           88 LK-SUBTRACT VALUE "S".
       01 LK-STATUS PIC X.
           88 LK-NOT-CONFORMABLE VALUE "C".
           88 LK-CAPACITY-EXCEEDED VALUE "F".

       PROCEDURE DIVISION USING LK-SM1 LK-SM2 LK-SM12 LK-OP LK-STATUS.
           MOVE SPACE TO LK-STATUS
           IF LK-SM1-ROWS NOT = LK-SM2-ROWS
              OR LK-SM1-COLS NOT = LK-SM2-COLS
              SET LK-NOT-CONFORMABLE TO TRUE
           ELSE
              MOVE LK-SM1-ROWS TO LK-SM12-ROWS
              MOVE LK-SM1-COLS TO LK-SM12-COLS
              MOVE ZERO TO LK-SM12-COUNT
              MOVE 1 TO WS-P
              MOVE 1 TO WS-Q
              PERFORM TAKE-MERGE-KEYS
              PERFORM UNTIL (WS-KEY-A = WS-KEY-HIGH
                    AND WS-KEY-B = WS-KEY-HIGH)
                    OR LK-CAPACITY-EXCEEDED
                 PERFORM MERGE-ONE-CELL
                 PERFORM TAKE-MERGE-KEYS
              END-PERFORM
           END-IF
           GOBACK.

       TAKE-MERGE-KEYS.
           IF WS-P > LK-SM1-COUNT
              MOVE WS-KEY-HIGH TO WS-KEY-A
           ELSE
              COMPUTE WS-KEY-A =
                 LK-SM1-ROW(WS-P) * 1000 + LK-SM1-COL(WS-P)
           END-IF
           IF WS-Q > LK-SM2-COUNT
              MOVE WS-KEY-HIGH TO WS-KEY-B
           ELSE
              COMPUTE WS-KEY-B =
                 LK-SM2-ROW(WS-Q) * 1000 + LK-SM2-COL(WS-Q)
           END-IF.

       MERGE-ONE-CELL.
           EVALUATE TRUE
              WHEN WS-KEY-A < WS-KEY-B
                 MOVE LK-SM1-ROW(WS-P) TO WS-OUT-ROW
                 MOVE LK-SM1-COL(WS-P) TO WS-OUT-COL
                 MOVE LK-SM1-VALUE(WS-P) TO WS-SUM
                 ADD 1 TO WS-P
              WHEN WS-KEY-B < WS-KEY-A
                 MOVE LK-SM2-ROW(WS-Q) TO WS-OUT-ROW
                 MOVE LK-SM2-COL(WS-Q) TO WS-OUT-COL
                 IF LK-SUBTRACT
                    COMPUTE WS-SUM = ZERO - LK-SM2-VALUE(WS-Q)
                 ELSE
                    MOVE LK-SM2-VALUE(WS-Q) TO WS-SUM
                 END-IF
                 ADD 1 TO WS-Q
              WHEN OTHER
                 MOVE LK-SM1-ROW(WS-P) TO WS-OUT-ROW
                 MOVE LK-SM1-COL(WS-P) TO WS-OUT-COL
                 IF LK-SUBTRACT
                    COMPUTE WS-SUM =
                       LK-SM1-VALUE(WS-P) - LK-SM2-VALUE(WS-Q)
                 ELSE
                    COMPUTE WS-SUM =
                       LK-SM1-VALUE(WS-P) + LK-SM2-VALUE(WS-Q)
                 END-IF
                 ADD 1 TO WS-P
                 ADD 1 TO WS-Q
           END-EVALUATE
           IF WS-SUM NOT = ZERO
              IF LK-SM12-COUNT = 20000
                 SET LK-CAPACITY-EXCEEDED TO TRUE
              ELSE
                 ADD 1 TO LK-SM12-COUNT
                 MOVE WS-OUT-ROW TO LK-SM12-ROW(LK-SM12-COUNT)
                 MOVE WS-OUT-COL TO LK-SM12-COL(LK-SM12-COUNT)
                 MOVE WS-SUM TO LK-SM12-VALUE(LK-SM12-COUNT)
              END-IF
           END-IF.

       END PROGRAM SPARSE-ADD-ENGINE.

      *****************************************************************
      * batch driver for mixed shape transactions
      *****************************************************************
      * trapezoid one at a time.
      *
      * Each transaction starts with a one-line shape code ("SQUARE",
      * "RECTANGLE", "TRIANGLE", "CIRCLE", "TRAPEZOID" or
      * "POLYGON"), followed by that shape's dimensions, one value
      * per line, in the same order the matching standalone program
      * ACCEPTs them:
      *   SQUARE     - L
      *   RECTANGLE  - L W
      *   TRIANGLE   - B H S
      *   CIRCLE     - R
      *   TRAPEZOID  - B1 B2 H
      *   POLYGON    - N, then N vertex lines of X (columns 1-4)
      *                and Y (columns 5-8)
      *
      * A POLYGON is an irregular site plan taken straight from its
      * vertex coordinates, in order round the outline, rather than
      * broken into triangles by hand.  It files its area, perimeter
      * and centroid; one with fewer than three vertices, more than
      * thirty, or an outline that crosses itself is rejected to
      * EXCFILE.DAT (BADPOLY).
      *
      * The file may also carry integrity records: a HEADER line
      * followed by the file date, and a TRAILER line followed by the
      * the same report square.cob and triangle.cob file to, under a
      * run-date header and a transaction-count footer.
      *
      * A partitioned deck (deckSplit) is worked by several
      * instances of this driver at once, each on its own
      * partition the way the matrix driver's instances are: its
      * own partition's deck, transaction checkpoint, register
      * entries, report section (P2.ARARPT.DAT) and, through
      * SUITE-RESULT-WRITE, results - all folded back by partMerge.
      * A JOB block a partition's shapes sit under is carried into
      * that partition by the split, so every instance prices its
      * shapes against the right job.
      *
      * Carried here (rather than CALLed across a link step) so
      * MasterBatchDriver can reach it as a plain same-module CALL -
      * see the note at the top of this file.  areas/AreaBatchDriver.
           SELECT TRAN-FILE ASSIGN TO DYNAMIC WS-TRAN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TRAN-FILE-STATUS.
           SELECT DECK-LIST-FILE ASSIGN TO DYNAMIC WS-DECK-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DECK-LIST-STATUS.
           SELECT RERUN-SEL-FILE ASSIGN TO "RERUNSEL.DAT"
           05 REG-DEPT PIC X(8).
           05 REG-RUN-ID PIC X(13).
           05 REG-LATE PIC X.
           05 REG-CYCLE PIC 9.
       FD  TRAN-CKPT-FILE.
       01  TRAN-CKPT-RECORD PIC 9(4).

           88 OP-TRIANGLE VALUE "TRIANGLE".
           88 OP-CIRCLE VALUE "CIRCLE".
           88 OP-TRAPEZOID VALUE "TRAPEZOID".
           88 OP-POLYGON VALUE "POLYGON".
           88 OP-JOB VALUE "JOB".
           88 OP-HEADER VALUE "HEADER".
           88 OP-TRAILER VALUE "TRAILER".
      *    discarded dimension reads.
       01 WS-UNIT-FACTOR PIC 9(3)V9(5) VALUE 1.
       01 WS-AREA PIC 9(6)V999.
       01 WS-POLY-LINE PIC X(20).
       01 WS-POLY-COUNT PIC 9(2).
       01 WS-POLY-IX PIC 9(2) COMP.
       01 WS-POLY-COORD PIC 9(4).
       01 WS-POLY-VERTICES.
           05 WS-POLY-VERTEX OCCURS 30 TIMES.
               10 WS-POLY-X PIC 9(6)V99.
               10 WS-POLY-Y PIC 9(6)V99.
       01 WS-POLY-BAD-LINE-SWITCH PIC X.
           88 WS-POLY-BAD-LINE VALUE "Y".
       01 WS-POLY-PERIMETER PIC 9(6)V999.
       01 WS-POLY-CENTROID-X PIC 9(6)V999.
       01 WS-POLY-CENTROID-Y PIC 9(6)V999.
       01 WS-POLY-REASON PIC X(16).
       01 WS-ENGINE-STATUS PIC X.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-JOB-NUMBER PIC 9(4).
       01 WS-JOB-UNIT-COST PIC 9(3)V99.
       01 WS-JOB-MATERIAL PIC X(8).
       01 WS-JOB-ACCOUNT PIC X(4).
       01 WS-JOB-RATE-STATUS PIC X.
       01 WS-JOB-RATE-PACK PIC 9(3)V99.
       01 WS-JOB-RATE-PACK-X REDEFINES WS-JOB-RATE-PACK PIC X(5).
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-HBT-COUNT PIC 9(5).
       01 WS-RUN-ID-W PIC X(13).
       01 WS-ASOF-FLAG PIC X.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-CYCLE-LOGICAL PIC X(40).
       01 WS-RUN-CYCLE PIC 9 VALUE ZERO.
       01 WS-DECK-LIST-NAME PIC X(40).
       01 WS-REG-NAME PIC X(40).
       01 WS-TCKPT-NAME PIC X(40).
       01 WS-RUN-PARTITION PIC 9 VALUE ZERO.
       01 WS-PART-KIND PIC X.
       01 WS-PART-DECK PIC X(20).
       01 WS-PART-DEPT PIC X(8).
       01 WS-PART-STATE PIC X.
       01 WS-PART-COUNT PIC 9.
       01 WS-PART-QUALIFIED PIC X(40).
       01 WS-RERUN-TAG PIC X(6).
       01 WS-SRW-PRODUCER PIC X(12) VALUE "AREABATCH".
       01 WS-SRW-SERIAL PIC 9(6).
       01 WS-AREA-PACK-X REDEFINES WS-AREA-PACK PIC X(9).
       01 WS-PERIM-PACK PIC 9(6)V999.
       01 WS-PERIM-PACK-X REDEFINES WS-PERIM-PACK PIC X(9).
       01 WS-CENTROID-PACK PIC 9(6)V999.
       01 WS-CENTROID-PACK-X REDEFINES WS-CENTROID-PACK PIC X(9).
       01 WS-JOB-SHAPES PIC 9(4).
       01 WS-JOB-TOTAL-AREA PIC 9(8)V999.
       01 WS-JOB-TOTAL-COST PIC 9(9)V999.
              GOBACK
           END-IF
           CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
      *    An intraday cycle works its own deck list, decks, results
      *    and checkpoint; the serial register is the date's, shared
      *    by every cycle.
           CALL "GET-RUN-CYCLE" USING WS-RUN-CYCLE
      *    A partition instance works its own partition's copy of
      *    every per-run file below; partition 0 leaves the names
      *    as they are.
           CALL "GET-RUN-PARTITION" USING WS-RUN-PARTITION
              WS-PART-KIND WS-PART-DECK WS-PART-DEPT
           MOVE "AREADECKS.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-DECK-LIST-NAME
      *    The driver's data files resolve through the test
      *    environment; the report file goes through the shared
      *    writer, which resolves its own name.
           MOVE "AREAREG.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-REG-NAME
           MOVE "AREACKPT.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "PARTITION-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-RUN-PARTITION WS-PART-QUALIFIED
           CALL "ENV-RESOLVE-NAME" USING WS-PART-QUALIFIED
              WS-TCKPT-NAME
           PERFORM LOAD-RERUN-SELECTION
           PERFORM LOAD-SERIAL-REGISTER
      *    A partition instance checks serials against the shared
      *    register and its own partition's, and posts to its own;
      *    its report lines go to its own section of the report.
           MOVE "ARARPT.DAT" TO WS-RPT-FILE
           IF WS-RUN-PARTITION > ZERO
              MOVE "AREAREG.DAT" TO WS-CYCLE-LOGICAL
              CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
                 WS-RUN-CYCLE WS-LOGICAL-NAME
              CALL "PARTITION-RESOLVE-NAME" USING WS-LOGICAL-NAME
                 WS-RUN-PARTITION WS-PART-QUALIFIED
              CALL "ENV-RESOLVE-NAME" USING WS-PART-QUALIFIED
                 WS-REG-NAME
              PERFORM READ-REGISTER-ENTRIES
              MOVE "ARARPT.DAT" TO WS-CYCLE-LOGICAL
              CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
                 WS-RUN-CYCLE WS-LOGICAL-NAME
              CALL "PARTITION-RESOLVE-NAME" USING WS-LOGICAL-NAME
                 WS-RUN-PARTITION WS-RPT-FILE
           END-IF
           PERFORM LOAD-TRAN-CHECKPOINT
           MOVE "E" TO WS-RPT-ACTION
           MOVE "AREA CALCULATION REPORT" TO WS-RPT-TITLE
           MOVE "SHAPE / TRANSACTION / AREA (SQ FT)" TO
              WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           IF WS-RUN-PARTITION > ZERO
              PERFORM LOAD-PARTITION-DECK
           ELSE
              PERFORM LOAD-DECK-LIST
           END-IF
           PERFORM VARYING WS-DECK-IX FROM 1 BY 1
                 UNTIL WS-DECK-IX > WS-DECK-COUNT
              PERFORM CHECK-DECK-INTERLOCK
                       WS-DIM-2 WS-DIM-3 WS-AREA
                    PERFORM DISPLAY-AND-FILE-RESULT
                 END-IF
              WHEN OP-POLYGON
                 PERFORM READ-POLYGON
                 IF NOT WS-BYPASS-TRAN
                    PERFORM MEASURE-POLYGON
                 END-IF
              WHEN OTHER
                 DISPLAY "TRANSACTION " WS-TRAN-COUNT
                    " UNKNOWN SHAPE CODE " WS-OPCODE
           READ TRAN-FILE INTO DIM-RECORD
           COMPUTE WS-DIM-3 ROUNDED = DIM-RECORD * WS-UNIT-FACTOR.

      *****************************************************************
      * READ-POLYGON takes a POLYGON's vertex-count line (two digits)
      * and then that many vertex lines - the X coordinate in
      * columns 1-4 and the Y coordinate in columns 5-8, whole units
      * from the plan's origin, taken in order round the outline -
      * converting each to feet by the unit factor the same as any
      * other dimension.  Every vertex line is read, so the deck
      * stays in step even when the polygon is then rejected; past
      * the table's thirty vertices the rest are read and dropped.
      *****************************************************************
       READ-POLYGON.
           MOVE "N" TO WS-POLY-BAD-LINE-SWITCH
           MOVE ZERO TO WS-POLY-COUNT
           READ TRAN-FILE INTO WS-POLY-LINE
           IF WS-POLY-LINE(1:2) IS NUMERIC
              MOVE WS-POLY-LINE(1:2) TO WS-POLY-COUNT
           END-IF
           PERFORM VARYING WS-POLY-IX FROM 1 BY 1
                 UNTIL WS-POLY-IX > WS-POLY-COUNT
              READ TRAN-FILE INTO WS-POLY-LINE
              IF WS-POLY-LINE(1:8) IS NUMERIC
                 IF WS-POLY-IX NOT > 30
                    MOVE WS-POLY-LINE(1:4) TO WS-POLY-COORD
                    COMPUTE WS-POLY-X(WS-POLY-IX) ROUNDED =
                       WS-POLY-COORD * WS-UNIT-FACTOR
                    MOVE WS-POLY-LINE(5:4) TO WS-POLY-COORD
                    COMPUTE WS-POLY-Y(WS-POLY-IX) ROUNDED =
                       WS-POLY-COORD * WS-UNIT-FACTOR
                 END-IF
              ELSE
                 SET WS-POLY-BAD-LINE TO TRUE
              END-IF
           END-PERFORM.

      *****************************************************************
      * MEASURE-POLYGON runs the polygon engine and files the result,
      * or rejects the polygon to the exception file with the reason
      * the engine gave - too few or too many vertices, an edge of
      * no length or no area enclosed, a self-intersecting outline,
      * or figures too large to carry.
      *****************************************************************
       MEASURE-POLYGON.
           MOVE SPACE TO WS-ENGINE-STATUS
           IF WS-POLY-BAD-LINE
              MOVE "V" TO WS-ENGINE-STATUS
           ELSE
              CALL "AREA-POLYGON-ENGINE" USING WS-POLY-COUNT
                 WS-POLY-VERTICES WS-AREA WS-POLY-PERIMETER
                 WS-POLY-CENTROID-X WS-POLY-CENTROID-Y
                 WS-ENGINE-STATUS
           END-IF
           EVALUATE WS-ENGINE-STATUS
              WHEN SPACE
                 PERFORM DISPLAY-AND-FILE-RESULT
              WHEN "V"
                 MOVE "BAD VERTEX LINE" TO WS-POLY-REASON
              WHEN "F"
                 MOVE "UNDER 3 VERTICES" TO WS-POLY-REASON
              WHEN "M"
                 MOVE "OVER 30 VERTICES" TO WS-POLY-REASON
              WHEN "Z"
                 MOVE "ZERO AREA/EDGE" TO WS-POLY-REASON
              WHEN "X"
                 MOVE "SELF-CROSSING" TO WS-POLY-REASON
              WHEN OTHER
                 MOVE "TOO LARGE" TO WS-POLY-REASON
           END-EVALUATE
           IF WS-ENGINE-STATUS NOT = SPACE
              DISPLAY "TRANSACTION " WS-TRAN-COUNT
                 " POLYGON - " WS-POLY-REASON " SKIPPED"
              MOVE "Y" TO WS-EXCEPTION-SWITCH
              MOVE "W" TO WS-EXC-SEVERITY
              MOVE "BADPOLY" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "DEPT " WS-DEPT-TAG " TRAN " WS-TRAN-COUNT
                 " " WS-POLY-REASON
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
           END-IF.

      *****************************************************************
      * CHECK-UNIT-CODE takes the transaction's unit-of-measure code
      * from columns 17-18 of the opcode line and sets the factor
              CLOSE DECK-LIST-FILE
           ELSE
              MOVE 1 TO WS-DECK-COUNT
              MOVE "AREATRAN.DAT" TO WS-CYCLE-LOGICAL
              CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
                 WS-RUN-CYCLE WS-DECK-NAME(1)
              MOVE SPACES TO WS-DECK-TAG(1)
              MOVE ZERO TO WS-DECK-SUBTOTAL(1)
           END-IF.

      *****************************************************************
      * LOAD-PARTITION-DECK gives a partition instance its one deck
      * in place of the deck list, as in the matrix driver.
      *****************************************************************
       LOAD-PARTITION-DECK.
           MOVE 1 TO WS-DECK-COUNT
           MOVE WS-PART-DECK TO WS-CYCLE-LOGICAL
           CALL "PARTITION-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-PARTITION WS-PART-QUALIFIED
           MOVE WS-PART-QUALIFIED TO WS-DECK-NAME(1)
           MOVE WS-PART-DEPT TO WS-DECK-TAG(1)
           MOVE ZERO TO WS-DECK-SUBTOTAL(1).

      *****************************************************************
      * CHECK-DECK-INTERLOCK honors the per-deck in-use marker, and
      * leaves a partitioned deck to its partition instances, the
      * same way the matrix driver does - see the note there.
      *****************************************************************
       CHECK-DECK-INTERLOCK.
           MOVE "N" TO WS-DECK-BUSY-SWITCH
           MOVE SPACE TO WS-PART-STATE
           IF WS-RUN-PARTITION = ZERO
              CALL "PARTITION-DECK-STATUS" USING
                 WS-DECK-NAME(WS-DECK-IX) WS-RUN-CYCLE WS-PART-STATE
                 WS-PART-COUNT
           END-IF
           CALL "DECK-LOCK-TEST" USING WS-DECK-NAME(WS-DECK-IX)
              WS-DECK-LOCK-FLAG
           IF WS-PART-STATE NOT = SPACE
              SET WS-DECK-BUSY TO TRUE
              IF WS-PART-STATE = "M"
                 DISPLAY "DECK " WS-DECK-NAME(WS-DECK-IX)
                    " SPLIT INTO " WS-PART-COUNT
                    " PARTITIONS - ALREADY MERGED"
              ELSE
                 DISPLAY "DECK " WS-DECK-NAME(WS-DECK-IX)
                    " SPLIT INTO " WS-PART-COUNT
                    " PARTITIONS - LEFT TO ITS PARTITION RUNS"
              END-IF
           ELSE
           IF WS-DECK-LOCK-FLAG = "M"
              SET WS-DECK-BUSY TO TRUE
              MOVE "Y" TO WS-EXCEPTION-SWITCH
              MOVE "P" TO WS-DECK-LOCK-FLAG
              CALL "DECK-LOCK-SET" USING WS-DECK-NAME(WS-DECK-IX)
                 WS-DECK-LOCK-FLAG
           END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       LOAD-SERIAL-REGISTER.
           MOVE 0 TO WS-REG-COUNT
           PERFORM READ-REGISTER-ENTRIES.

       READ-REGISTER-ENTRIES.
           MOVE "N" TO WS-REG-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS = "00"
              IF WS-RERUN-THIS
                 MOVE "R" TO REG-LATE
              END-IF
              MOVE WS-RUN-CYCLE TO REG-CYCLE
              WRITE REGISTER-RECORD
              CLOSE REGISTER-FILE
           END-IF.
              DELIMITED BY SIZE
              INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF OP-POLYGON
              MOVE SPACES TO WS-RPT-LINE
              STRING "      " WS-POLY-COUNT " VERTICES  PERIMETER "
                 WS-POLY-PERIMETER " FT  CENTROID X "
                 WS-POLY-CENTROID-X " Y " WS-POLY-CENTROID-Y
                 DELIMITED BY SIZE
                 INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM FILE-DATA-RESULT
           IF WS-JOB-OPEN
              ADD 1 TO WS-JOB-SHAPES
                 MOVE WS-DIM-EDIT TO WS-SRW-OP2
                 MOVE WS-DIM-3 TO WS-DIM-EDIT
                 MOVE WS-DIM-EDIT TO WS-SRW-OP3
              WHEN OP-POLYGON
                 MOVE WS-POLY-COUNT TO WS-SRW-OP1
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
                 COMPUTE WS-PERIM-PACK =
                    WS-DIM-1 + WS-DIM-2 + WS-DIM-3
                 MOVE WS-PERIM-PACK-X TO WS-SRW-RESULT(21:9)
      *          A polygon's centroid follows the job context, in
      *          positions 63-71 (X) and 72-80 (Y), same scale.
              WHEN OP-POLYGON
                 MOVE WS-POLY-PERIMETER TO WS-PERIM-PACK
                 MOVE WS-PERIM-PACK-X TO WS-SRW-RESULT(21:9)
                 MOVE WS-POLY-CENTROID-X TO WS-CENTROID-PACK
                 MOVE WS-CENTROID-PACK-X TO WS-SRW-RESULT(63:9)
                 MOVE WS-POLY-CENTROID-Y TO WS-CENTROID-PACK
                 MOVE WS-CENTROID-PACK-X TO WS-SRW-RESULT(72:9)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
      *    Inside a JOB block the job context rides in result
      *    positions 41-61 - job number, billed account, the
      *    material the rate came from (blank for a keyed rate) and
      *    the rate used, two implied decimals - so a later run can
      *    say what the piece was priced at and why.
           IF WS-JOB-OPEN
              MOVE WS-JOB-NUMBER TO WS-SRW-RESULT(41:4)
              MOVE WS-JOB-ACCOUNT TO WS-SRW-RESULT(45:4)
              MOVE WS-JOB-MATERIAL TO WS-SRW-RESULT(49:8)
              MOVE WS-JOB-UNIT-COST TO WS-JOB-RATE-PACK
              MOVE WS-JOB-RATE-PACK-X TO WS-SRW-RESULT(57:5)
           END-IF
           CALL "SUITE-RESULT-WRITE" USING WS-SRW-PRODUCER
              WS-SRW-SERIAL WS-SRW-OPCODE WS-SRW-SCALE
              WS-SRW-OP1 WS-SRW-OP2 WS-SRW-OP3
      * rate (three implied digits, two decimals).  The job totals
      * file to the report alongside the per-shape lines, with the
      * rate actually used on record, so a whole order is priced by
      * the batch instead of assembled by hand afterward.  The job
      * line may carry the billed account code in columns 7-10, as
      * the volume deck's does, and each shape's result record
      * carries the job, account, material and rate used, which is
      * what the rate change simulation (rateSim) re-costs.  Shape
      * transactions ahead of any JOB record behave exactly as
      * before.
      *****************************************************************
           IF WS-TRAN-LINE(1:4) IS NUMERIC
              MOVE WS-TRAN-LINE(1:4) TO WS-JOB-NUMBER
           END-IF
           MOVE WS-TRAN-LINE(7:4) TO WS-JOB-ACCOUNT
           READ TRAN-FILE INTO WS-TRAN-LINE
           MOVE ZERO TO WS-JOB-UNIT-COST
           MOVE SPACES TO WS-JOB-MATERIAL
           IF WS-TRAN-LINE(1:1) = "&"
              PERFORM LOOK-UP-JOB-RATE
           ELSE

       END PROGRAM AreaBatchDriver.

      *****************************************************************
      * batch driver for mixed volume transactions
      *****************************************************************
      *   SPHERE    - R
      *   CYLINDER  - R H
      *
      * Job grouping follows the area deck: a JOB line and a job
      * line after it open a shipment, and every shape transaction
      * until the next JOB record (or end of file) belongs to it.
      * The job line carries the job number (columns 1-4), the
      * destination freight zone (5-6) and the account the job is
      * billed to (7-10).  The job's totals file to the report, and
      * each of its results carries job, zone and account on the
      * results dataset (result columns 21-30) so the freight run
      * (freightCalc) can weigh and price the shipment.  Shape
      * transactions ahead of any JOB record carry blanks there.
      * A job line may also carry a keyed rate per cubic foot in
      * columns 11-15 (three integer, two implied decimals) - the
      * rate a converted quotation was quoted at - which prices the
      * job's shapes in place of the VOLCOST.DAT rate.
      *
      * HEADER and TRAILER integrity records are honored the same
      * way the other decks honor them.  A missing VOLTRAN.DAT is a
      * clean zero-transaction run (FILE STATUS 35), so the step can
       01 WS-COST-STATUS PIC XX.
       01 WS-TRAN-NAME PIC X(40).
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-CYCLE-LOGICAL PIC X(40).
       01 WS-RUN-CYCLE PIC 9 VALUE ZERO.
       01 WS-TRAN-LINE PIC X(20).
       01 WS-OPCODE PIC X(9).
           88 OP-CUBE VALUE "CUBE".
           88 OP-CYLINDER VALUE "CYLINDER".
           88 OP-HEADER VALUE "HEADER".
           88 OP-TRAILER VALUE "TRAILER".
           88 OP-JOB VALUE "JOB".
       01 DIM-RECORD PIC 9(2).
       01 WS-DIM-1 PIC 9(2).
       01 WS-DIM-2 PIC 9(2).
       01 WS-VOLUME PIC 9(8)V999.
       01 WS-UNIT-COST PIC 9(3)V99 VALUE ZERO.
       01 WS-EST-COST PIC 9(9)V999.
       01 WS-JOB-OPEN-SWITCH PIC X VALUE "N".
           88 WS-JOB-OPEN VALUE "Y".
       01 WS-JOB-NUMBER PIC 9(4).
       01 WS-JOB-ZONE PIC X(2).
       01 WS-JOB-ACCOUNT PIC X(4).
       01 WS-JOB-RATE PIC 9(3)V99.
       01 WS-JOB-RATE-SWITCH PIC X VALUE "N".
           88 WS-JOB-RATE-KEYED VALUE "Y".
       01 WS-JOB-SHAPES PIC 9(4).
       01 WS-JOB-TOTAL-VOLUME PIC 9(8)V999.
       01 WS-JOB-TOTAL-COST PIC 9(9)V999.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-TRAN-COUNT PIC 9(4) VALUE ZERO.
              MOVE WS-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF
      *    An intraday cycle reads its own volume deck.
           CALL "GET-RUN-CYCLE" USING WS-RUN-CYCLE
           MOVE "VOLTRAN.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-TRAN-NAME
           PERFORM READ-UNIT-COST
                          PERFORM READ-FILE-HEADER
                       WHEN OP-TRAILER
                          PERFORM READ-FILE-TRAILER
                       WHEN OP-JOB
                          PERFORM START-JOB-GROUP
                       WHEN OTHER
                          ADD 1 TO WS-TRAN-COUNT
                          PERFORM PROCESS-TRANSACTION
           IF WS-TRAN-STATUS NOT = "35"
              CLOSE TRAN-FILE
           END-IF
           PERFORM CLOSE-JOB-GROUP
           PERFORM RECONCILE-TRAILER
           PERFORM WRITE-REPORT-FOOTER
           DISPLAY "VOLUMEBATCHDRIVER RUN COMPLETE - " WS-TRAN-COUNT
           MOVE DIM-RECORD TO WS-DIM-3.

       DISPLAY-AND-FILE-RESULT.
           IF WS-JOB-OPEN AND WS-JOB-RATE-KEYED
              COMPUTE WS-EST-COST ROUNDED = WS-VOLUME * WS-JOB-RATE
           ELSE
              COMPUTE WS-EST-COST ROUNDED = WS-VOLUME * WS-UNIT-COST
           END-IF
           DISPLAY "TRANSACTION " WS-TRAN-COUNT " " WS-OPCODE
              " VOLUME = " WS-VOLUME " CU FT, EST COST " WS-EST-COST
           MOVE SPACES TO WS-RPT-LINE
              " VOLUME " WS-VOLUME " CU FT EST COST " WS-EST-COST
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM FILE-DATA-RESULT
           IF WS-JOB-OPEN
              ADD 1 TO WS-JOB-SHAPES
              ADD WS-VOLUME TO WS-JOB-TOTAL-VOLUME
              ADD WS-EST-COST TO WS-JOB-TOTAL-COST
           END-IF.

       START-JOB-GROUP.
           PERFORM CLOSE-JOB-GROUP
           READ TRAN-FILE INTO WS-TRAN-LINE
           MOVE ZERO TO WS-JOB-NUMBER
           IF WS-TRAN-LINE(1:4) IS NUMERIC
              MOVE WS-TRAN-LINE(1:4) TO WS-JOB-NUMBER
           END-IF
           MOVE WS-TRAN-LINE(5:2) TO WS-JOB-ZONE
           MOVE WS-TRAN-LINE(7:4) TO WS-JOB-ACCOUNT
           MOVE "N" TO WS-JOB-RATE-SWITCH
           IF WS-TRAN-LINE(11:5) IS NUMERIC
              COMPUTE WS-JOB-RATE =
                 FUNCTION NUMVAL(WS-TRAN-LINE(11:5)) / 100
              SET WS-JOB-RATE-KEYED TO TRUE
           END-IF
           SET WS-JOB-OPEN TO TRUE
           MOVE ZERO TO WS-JOB-SHAPES
           MOVE ZERO TO WS-JOB-TOTAL-VOLUME
           MOVE ZERO TO WS-JOB-TOTAL-COST
           DISPLAY "JOB " WS-JOB-NUMBER " OPENED - ZONE " WS-JOB-ZONE
              " ACCOUNT " WS-JOB-ACCOUNT.

       CLOSE-JOB-GROUP.
           IF WS-JOB-OPEN
              DISPLAY "JOB " WS-JOB-NUMBER " - " WS-JOB-SHAPES
                 " SHAPES, TOTAL VOLUME " WS-JOB-TOTAL-VOLUME
                 ", TOTAL EST COST " WS-JOB-TOTAL-COST
              MOVE SPACES TO WS-RPT-LINE
              STRING "JOB " WS-JOB-NUMBER " TOTAL - "
                 WS-JOB-SHAPES " SHAPES, VOLUME " WS-JOB-TOTAL-VOLUME
                 ", EST COST " WS-JOB-TOTAL-COST
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "N" TO WS-JOB-OPEN-SWITCH
           END-IF.

      *****************************************************************
      * FILE-DATA-RESULT files the volume result as a fixed-layout
           MOVE WS-VOLUME TO WS-VOLUME-PACK
           MOVE SPACES TO WS-SRW-RESULT
           MOVE WS-VOLUME-PACK-X TO WS-SRW-RESULT(1:11)
           IF WS-JOB-OPEN
              MOVE WS-JOB-NUMBER TO WS-SRW-RESULT(21:4)
              MOVE WS-JOB-ZONE TO WS-SRW-RESULT(25:2)
              MOVE WS-JOB-ACCOUNT TO WS-SRW-RESULT(27:4)
           END-IF
           CALL "SUITE-RESULT-WRITE" USING WS-SRW-PRODUCER
              WS-SRW-SERIAL WS-SRW-OPCODE WS-SRW-SCALE
              WS-SRW-OP1 WS-SRW-OP2 WS-SRW-OP3

       END PROGRAM VolumeBatchDriver.

      *****************************************************************
      * RUN-HEARTBEAT-WRITE rewrites the one-record progress
      * heartbeat (MBDHBT.DAT) with the calling step's program name,
      * pointing at the wrong step can be put back with stateRestore
      * instead of hand-editing data files at 3 AM.  A state file not
      * on disk tonight is skipped.  The matching restore program is
      * stateRestore.cbl, which copies a chosen set back.  The set
      * also carries the account ledger and the two masters the
      * maintenance journal covers (PRODMAST.DAT, MATLIB.DAT), the
      * base rollForward's recovery replays the ledger postings and
      * journal entries onto.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATE-BACKUP.
           05 FILLER PIC X(12) VALUE "AREAREG.DAT".
           05 FILLER PIC X(12) VALUE "MTXCKPT.DAT".
           05 FILLER PIC X(12) VALUE "AREACKPT.DAT".
           05 FILLER PIC X(12) VALUE "ACCTLEDG.DAT".
           05 FILLER PIC X(12) VALUE "PRODMAST.DAT".
           05 FILLER PIC X(12) VALUE "MATLIB.DAT".
       01 SBK-STATE-TABLE REDEFINES SBK-STATE-FILES.
           05 SBK-STATE-NAME OCCURS 11 TIMES PIC X(12).
       01 SBK-IN-NAME PIC X(40).
       01 SBK-OUT-NAME PIC X(40).
       01 SBK-IN-STATUS PIC XX.
       SBK-MAIN.
           CALL "GET-PROCESS-DATE" USING SBK-PROCESS-DATE
           PERFORM VARYING SBK-FILE-IX FROM 1 BY 1
                 UNTIL SBK-FILE-IX > 11
              PERFORM SBK-COPY-ONE-FILE
           END-PERFORM
           DISPLAY "STATE BACKUP SET " SBK-PROCESS-DATE " - "

       COPY RATELOOK.

       COPY SHAPEENG.

       COPY MANIFEST.

       COPY RESWRITE.
       COPY DATESERV.

       COPY ENVNAME.

       COPY CYCLESRV.
