      *     list file's entries, or the fixed-name deck) must be on
      *     disk - the volume deck is optional by design and is
      *     only noted;
      *   - the step list's dependencies: every predecessor a step
      *     names must be exactly one step in the list, and the
      *     graph must have no cycle, or the steps caught in it
      *     would only ever be skipped;
      *   - MBDCAL.DAT: every record must be a well-formed HOLIDAY
      *     or STEP record;
      *   - MBDWIN.DAT: the window times must be numeric and in
      *     order;
      *   - ENTFILE.DAT, the role files and AUTHPARM.DAT: the batch
      *     user must hold the MASTERBATCHDRIVER grant, directly or
      *     through a role (the chained steps ride the run-level
      *     session, so that is the grant the night stands on).
      *
      * The verdict - READY, or the list of findings - files to
      * PREFLT.DAT through the shared REPORT-WRITER and to the
           SELECT WINDOW-FILE ASSIGN TO "MBDWIN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WINDOW-STATUS.
           SELECT PARM-FILE ASSIGN TO "AUTHPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           05 STEP-ENABLED PIC X.
           05 STEP-POLICY PIC X.
           05 STEP-RETRY-LIMIT PIC 9.
           05 STEP-ACCEPT-RC PIC X(2).
           05 STEP-PREDECESSORS.
               10 STEP-PREDECESSOR OCCURS 4 TIMES PIC X(2).
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 CAL-RECORD-TYPE PIC X(8).
       01  WINDOW-RECORD.
           05 WINDOW-START PIC X(4).
           05 WINDOW-END PIC X(4).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-USER-ID PIC X(8).
       01 WS-STEP-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-WINDOW-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-PROBE-STATUS PIC XX.
       01 WS-DECK-LIST-STATUS PIC XX.
           05 WS-STEP-ENTRY OCCURS 20 TIMES.
               10 WS-TBL-STEP-PROGRAM PIC X(30).
               10 WS-TBL-STEP-ENABLED PIC X.
               10 WS-TBL-STEP-SEQUENCE PIC 9(2).
               10 WS-TBL-STEP-ACCEPT-RC PIC X(2).
               10 WS-TBL-STEP-PRED OCCURS 4 TIMES PIC X(2).
               10 WS-TBL-STEP-ORDERED PIC X.
       01 WS-STEP-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-STEP-IX PIC 9(2) COMP.
       01 WS-PRED-I PIC 9 COMP.
       01 WS-FIND-IX PIC 9(2) COMP.
       01 WS-PRED-MATCHES PIC 9(2) COMP.
       01 WS-PRED-SEQUENCE PIC 9(2).
       01 WS-STEP-SEQ-OUT PIC 9(2).
       01 WS-ORDERED-COUNT PIC 9(2) COMP.
       01 WS-PROGRESS-SWITCH PIC X.
           88 WS-ORDER-PROGRESS VALUE "Y".
       01 WS-WAIT-SWITCH PIC X.
           88 WS-STEP-WAITING VALUE "Y".
       01 WS-KNOWN-PROGRAMS.
           05 FILLER PIC X(30) VALUE "MatrixBatchDriver".
           05 FILLER PIC X(30) VALUE "AreaBatchDriver".
       01 WS-BATCH-USER PIC X(8) VALUE SPACES.
       01 WS-GRANT-SWITCH PIC X.
           88 WS-GRANT-FOUND VALUE "Y".
           88 WS-GRANT-NOT-FOUND VALUE "N".
       01 WS-MASTER-NAME PIC X(30) VALUE "MASTERBATCHDRIVER".
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           PERFORM LOAD-STEP-TABLE
           PERFORM CHECK-STEPS
           PERFORM CHECK-DEPENDENCIES
           PERFORM CHECK-CALENDAR
           PERFORM CHECK-WINDOW
           PERFORM CHECK-ENTITLEMENT
                             WS-TBL-STEP-PROGRAM(WS-STEP-COUNT)
                          MOVE STEP-ENABLED TO
                             WS-TBL-STEP-ENABLED(WS-STEP-COUNT)
                          IF STEP-SEQUENCE > ZERO
                             MOVE STEP-SEQUENCE TO
                                WS-TBL-STEP-SEQUENCE(WS-STEP-COUNT)
                          ELSE
                             MOVE WS-STEP-COUNT TO
                                WS-TBL-STEP-SEQUENCE(WS-STEP-COUNT)
                          END-IF
                          MOVE STEP-ACCEPT-RC TO
                             WS-TBL-STEP-ACCEPT-RC(WS-STEP-COUNT)
                          PERFORM VARYING WS-PRED-I FROM 1 BY 1
                                UNTIL WS-PRED-I > 4
                             MOVE STEP-PREDECESSOR(WS-PRED-I) TO
                                WS-TBL-STEP-PRED(WS-STEP-COUNT,
                                WS-PRED-I)
                          END-PERFORM
                       ELSE
                          PERFORM FILE-TABLE-FULL-FINDING
                          SET WS-EOF TO TRUE
              MOVE "Y" TO WS-TBL-STEP-ENABLED(2)
              MOVE "VolumeBatchDriver" TO WS-TBL-STEP-PROGRAM(3)
              MOVE "Y" TO WS-TBL-STEP-ENABLED(3)
              PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                    UNTIL WS-STEP-IX > 3
                 MOVE WS-STEP-IX TO WS-TBL-STEP-SEQUENCE(WS-STEP-IX)
                 MOVE SPACES TO WS-TBL-STEP-ACCEPT-RC(WS-STEP-IX)
                 PERFORM VARYING WS-PRED-I FROM 1 BY 1
                       UNTIL WS-PRED-I > 4
                    MOVE SPACES TO
                       WS-TBL-STEP-PRED(WS-STEP-IX, WS-PRED-I)
                 END-PERFORM
              END-PERFORM
           END-IF.

       FILE-TABLE-FULL-FINDING.
              END-IF
           END-PERFORM.

      *****************************************************************
      * CHECK-DEPENDENCIES proves the step list's dependency graph
      * will run.  Every step is checked, benched or not - a benched
      * step is back in the list the night it is re-enabled.  An
      * accepted RC must be blank or a number; every predecessor
      * must be the sequence number of exactly one step in the list.
      * Then the graph is ordered the way the master run will order
      * it: steps whose known predecessors are all ordered are
      * ordered in turn, pass after pass, until a pass orders
      * nothing - anything left over is in a cycle, or waits on one,
      * and would only ever be skipped.
      *****************************************************************
       CHECK-DEPENDENCIES.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                 UNTIL WS-STEP-IX > WS-STEP-COUNT
              MOVE WS-TBL-STEP-SEQUENCE(WS-STEP-IX) TO WS-STEP-SEQ-OUT
              IF WS-TBL-STEP-ACCEPT-RC(WS-STEP-IX) NOT = SPACES
                 AND WS-TBL-STEP-ACCEPT-RC(WS-STEP-IX) IS NOT NUMERIC
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "STEP " WS-STEP-SEQ-OUT " ACCEPTED RC "
                    WS-TBL-STEP-ACCEPT-RC(WS-STEP-IX)
                    " IS NOT A NUMBER"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM FILE-FINDING
              END-IF
              PERFORM VARYING WS-PRED-I FROM 1 BY 1
                    UNTIL WS-PRED-I > 4
                 IF WS-TBL-STEP-PRED(WS-STEP-IX, WS-PRED-I)
                    NOT = SPACES
                    PERFORM CHECK-ONE-PREDECESSOR
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-TBL-STEP-ORDERED(WS-STEP-IX)
           END-PERFORM
           MOVE ZERO TO WS-ORDERED-COUNT
           MOVE "Y" TO WS-PROGRESS-SWITCH
           PERFORM UNTIL NOT WS-ORDER-PROGRESS
              MOVE "N" TO WS-PROGRESS-SWITCH
              PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                    UNTIL WS-STEP-IX > WS-STEP-COUNT
                 IF WS-TBL-STEP-ORDERED(WS-STEP-IX) = "N"
                    PERFORM CHECK-STEP-WAITING
                    IF NOT WS-STEP-WAITING
                       MOVE "Y" TO WS-TBL-STEP-ORDERED(WS-STEP-IX)
                       ADD 1 TO WS-ORDERED-COUNT
                       MOVE "Y" TO WS-PROGRESS-SWITCH
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-ORDERED-COUNT < WS-STEP-COUNT
              PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                    UNTIL WS-STEP-IX > WS-STEP-COUNT
                 IF WS-TBL-STEP-ORDERED(WS-STEP-IX) = "N"
                    MOVE WS-TBL-STEP-SEQUENCE(WS-STEP-IX) TO
                       WS-STEP-SEQ-OUT
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "STEP " WS-STEP-SEQ-OUT " "
                       WS-TBL-STEP-PROGRAM(WS-STEP-IX)
                       " IS IN OR WAITS ON A DEPENDENCY CYCLE"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                    PERFORM FILE-FINDING
                 END-IF
              END-PERFORM
           END-IF.

       CHECK-ONE-PREDECESSOR.
           MOVE ZERO TO WS-PRED-MATCHES
           IF WS-TBL-STEP-PRED(WS-STEP-IX, WS-PRED-I) IS NUMERIC
              MOVE WS-TBL-STEP-PRED(WS-STEP-IX, WS-PRED-I) TO
                 WS-PRED-SEQUENCE
              PERFORM VARYING WS-FIND-IX FROM 1 BY 1
                    UNTIL WS-FIND-IX > WS-STEP-COUNT
                 IF WS-TBL-STEP-SEQUENCE(WS-FIND-IX) =
                    WS-PRED-SEQUENCE
                    ADD 1 TO WS-PRED-MATCHES
                 END-IF
              END-PERFORM
           END-IF
           IF WS-PRED-MATCHES NOT = 1
              MOVE SPACES TO WS-RPT-LINE
              IF WS-PRED-MATCHES = ZERO
                 STRING "STEP " WS-STEP-SEQ-OUT
                    " NAMES UNKNOWN PREDECESSOR "
                    WS-TBL-STEP-PRED(WS-STEP-IX, WS-PRED-I)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              ELSE
                 STRING "STEP " WS-STEP-SEQ-OUT " PREDECESSOR "
                    WS-TBL-STEP-PRED(WS-STEP-IX, WS-PRED-I)
                    " IS AMBIGUOUS - SEQUENCE USED TWICE"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              END-IF
              PERFORM FILE-FINDING
           END-IF.

      *    Unknown predecessors are already findings in their own
      *    right and are passed over here, so one typo does not
      *    also read as a cycle.
       CHECK-STEP-WAITING.
           MOVE "N" TO WS-WAIT-SWITCH
           PERFORM VARYING WS-PRED-I FROM 1 BY 1
                 UNTIL WS-PRED-I > 4
              IF WS-TBL-STEP-PRED(WS-STEP-IX, WS-PRED-I) IS NUMERIC
                 MOVE WS-TBL-STEP-PRED(WS-STEP-IX, WS-PRED-I) TO
                    WS-PRED-SEQUENCE
                 PERFORM VARYING WS-FIND-IX FROM 1 BY 1
                       UNTIL WS-FIND-IX > WS-STEP-COUNT
                    IF WS-TBL-STEP-SEQUENCE(WS-FIND-IX) =
                       WS-PRED-SEQUENCE
                       AND WS-TBL-STEP-ORDERED(WS-FIND-IX) = "N"
                       MOVE "Y" TO WS-WAIT-SWITCH
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       CHECK-ONE-STEP.
           MOVE "N" TO WS-KNOWN-SWITCH
           PERFORM VARYING WS-KNOWN-IX FROM 1 BY 1

      *****************************************************************
      * CHECK-ENTITLEMENT proves the batch user named in
      * AUTHPARM.DAT holds the MASTERBATCHDRIVER grant, directly or
      * through a role, when entitlements are configured - the
      * chained steps ride the run-level session, so that one grant
      * is what the night stands on.
      *****************************************************************
       CHECK-ENTITLEMENT.
           OPEN INPUT PARM-FILE
                 " CREDENTIALS" DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM FILE-FINDING
           ELSE
              CALL "AUTH-ENTITLED" USING WS-BATCH-USER
                 WS-MASTER-NAME WS-GRANT-SWITCH
              IF WS-GRANT-NOT-FOUND
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "BATCH USER " WS-BATCH-USER
                    " HAS NO MASTERBATCHDRIVER ENTITLEMENT"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM FILE-FINDING
              END-IF
           END-IF.

