      * claim one partition of a split deck and run its driver
      *    TOPIC:
      *    ONE OF SEVERAL CONCURRENT DRIVER INSTANCES
      *****************************************************************
      * deckSplit partitions a large deck by serial range and lists
      * the partitions on the cycle's PARTCTL.DAT.  Each launch of
      * this program - as many at once as there are partitions, on
      * as many initiators as the night allows - claims one
      * partition and works it through MasterBatchDriver, which,
      * told the partition through SET-RUN-PARTITION (AUTHGATE.CPY),
      * runs only that partition's driver: MatrixBatchDriver for a
      * matrix deck, AreaBatchDriver for an area deck.  The driver
      * reads only the partition's deck and files to the
      * partition's own checkpoint, register, results and report
      * copies, so the instances never write the same file.
      *
      * A launch claims the first partition of tonight's open split
      * that is
      *
      *   - waiting (S) - not yet claimed;
      *   - claimed (C) by an instance whose partition lock is no
      *     longer active, or has been held four hours or more - an
      *     instance that died mid-run, taken over the way a stale
      *     run lock is, and restarted from the partition's own
      *     transaction checkpoint;
      *   - done (D) with a return code of 8 or more - a failed
      *     partition, rerun the same way.
      *
      * The partition's lock, Pn.PARTLOCK.DAT beside the cycle's
      * run lock (date, time, A active / I inactive, as MBDLOCK.DAT),
      * is set active for the run and released after it.  The claim
      * - state C, the date and time and the run identifier - is
      * written to PARTCTL.DAT before the driver starts and the
      * outcome - state D and the driver's return code - after it
      * ends.  A launch authenticates once; the session it opens
      * covers the driver's own gate.
      *
      * Two launches started together can pick the same partition,
      * so a pick is only a candidate.  The launch tests the
      * partition's lock and passes the partition by if another
      * launch holds it.  Otherwise it sets the lock active, reads
      * PARTCTL.DAT afresh and claims the partition only if it
      * stands as it did when picked.  It then reads the claim back
      * and runs the partition only if the claim is still its own.
      * A launch that loses the partition goes on to the next
      * candidate.
      *
      * RETURN-CODE is the driver's.  A launch that finds no open
      * split for the date ends RC 8; one that finds every
      * partition claimed or done ends RC 4 with nothing run.  A
      * partition that ends RC 8 or more is filed to the exception
      * file for the operator to look at before relaunching.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. partRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CTL-STATUS.
           SELECT PART-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOCK-STATUS.
       DATA DIVISION.

       FILE SECTION.
      *    Partition control - H the split of one deck, P one of its
      *    partitions.  See deckSplit.
       FD  CTL-FILE.
       01  CTL-RECORD PIC X(75).
       FD  PART-LOCK-FILE.
       01  PART-LOCK-RECORD.
           05 PART-LOCK-DATE PIC 9(8).
           05 PART-LOCK-TIME PIC 9(4).
           05 PART-LOCK-FLAG PIC X.

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS PIC XX.
       01 WS-LOCK-STATUS PIC XX.
       01 WS-CTL-NAME PIC X(40).
       01 WS-LOCK-NAME PIC X(40).
       01 WS-CYCLE-LOGICAL PIC X(40).
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-RUN-CYCLE PIC 9.
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-RUN-ID PIC X(13).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-CTL-TABLE.
           05 WS-CTL-ENTRY OCCURS 100 TIMES.
               10 WS-CT-TYPE PIC X.
               10 WS-CT-PARTITION PIC 9.
               10 WS-CT-STATE PIC X.
               10 WS-CT-KIND PIC X.
               10 WS-CT-DATE PIC 9(8).
               10 WS-CT-TIME PIC 9(4).
               10 WS-CT-COUNT PIC 9(4).
               10 WS-CT-SERIAL-LO PIC 9(6).
               10 WS-CT-SERIAL-HI PIC 9(6).
               10 WS-CT-RC PIC 9(2).
               10 WS-CT-RUN-ID PIC X(13).
               10 WS-CT-DECK PIC X(20).
               10 WS-CT-DEPT PIC X(8).
       01 WS-CTL-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-CX PIC 9(3) COMP.
       01 WS-SPLIT-IX PIC 9(3) COMP VALUE 0.
       01 WS-CLAIM-IX PIC 9(3) COMP VALUE 0.
       01 WS-FIND-FROM PIC 9(3) COMP VALUE 0.
       01 WS-SEEN-STATE PIC X.
       01 WS-SEEN-RUN-ID PIC X(13).
       01 WS-CLAIMED-SWITCH PIC X VALUE "N".
           88 WS-CLAIMED VALUE "Y".
       01 WS-SEARCH-DONE-SWITCH PIC X VALUE "N".
           88 WS-SEARCH-DONE VALUE "Y".
       01 WS-PARTITION PIC 9 VALUE ZERO.
       01 WS-PART-KIND PIC X.
       01 WS-PART-DECK PIC X(20).
       01 WS-PART-DEPT PIC X(8).
       01 WS-DRIVER-RC PIC S9(4) VALUE ZERO.
       01 WS-CLAIMABLE-SWITCH PIC X.
           88 WS-CLAIMABLE VALUE "Y".
       01 WS-NOW-DATE PIC 9(8).
       01 WS-TIME-VALUE PIC 9(8).
       01 WS-TIME-PARTS REDEFINES WS-TIME-VALUE.
           05 WS-TIME-HH PIC 9(2).
           05 WS-TIME-MM PIC 9(2).
           05 FILLER PIC 9(4).
       01 WS-LOCK-HELD-DATE PIC 9(8).
       01 WS-LOCK-HELD-TIME PIC 9(4).
       01 WS-LOCK-HELD-PARTS REDEFINES WS-LOCK-HELD-TIME.
           05 WS-LOCK-HELD-HH PIC 9(2).
           05 WS-LOCK-HELD-MM PIC 9(2).
       01 WS-LOCK-AGE-MINUTES PIC S9(7).
       01 WS-LOCK-STALE-HOURS PIC 9(2) VALUE 4.
       01 WS-EXC-SEVERITY PIC X.
       01 WS-EXC-REASON PIC X(8).
       01 WS-EXC-DETAIL PIC X(40).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "PARTRUN".
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
           CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
           CALL "GET-RUN-CYCLE" USING WS-RUN-CYCLE
           CALL "GET-RUN-ID" USING WS-RUN-ID
           MOVE "PARTCTL.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-CTL-NAME
           PERFORM LOAD-CONTROL-FILE
           IF WS-SPLIT-IX = ZERO
              DISPLAY "NO OPEN DECK SPLIT FOR " WS-PROCESS-DATE
                 " - NOTHING TO RUN"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-CT-DECK(WS-SPLIT-IX) TO WS-PART-DECK
              MOVE WS-SPLIT-IX TO WS-FIND-FROM
              PERFORM CLAIM-NEXT-PARTITION
                 UNTIL WS-CLAIMED OR WS-SEARCH-DONE
              IF NOT WS-CLAIMED
                 DISPLAY "EVERY PARTITION OF " WS-PART-DECK
                    " IS CLAIMED OR DONE - NOTHING TO RUN"
                 MOVE 4 TO RETURN-CODE
              ELSE
                 PERFORM RUN-PARTITION
                 PERFORM RECORD-PARTITION-OUTCOME
                 MOVE WS-DRIVER-RC TO RETURN-CODE
              END-IF
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * LOAD-CONTROL-FILE takes the whole control file in and finds
      * tonight's open split - the H record in state S for the
      * processing date.  Its P records follow it.
      *****************************************************************
       LOAD-CONTROL-FILE.
           MOVE 0 TO WS-CTL-COUNT
           MOVE 0 TO WS-SPLIT-IX
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ CTL-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-CTL-COUNT < 100
                          ADD 1 TO WS-CTL-COUNT
                          MOVE CTL-RECORD TO
                             WS-CTL-ENTRY(WS-CTL-COUNT)
                          IF WS-CT-TYPE(WS-CTL-COUNT) = "H"
                             AND WS-CT-STATE(WS-CTL-COUNT) = "S"
                             AND WS-CT-DATE(WS-CTL-COUNT) =
                                WS-PROCESS-DATE
                             MOVE WS-CTL-COUNT TO WS-SPLIT-IX
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF.

       REWRITE-CONTROL-FILE.
           OPEN OUTPUT CTL-FILE
           PERFORM VARYING WS-CX FROM 1 BY 1
                 UNTIL WS-CX > WS-CTL-COUNT
              MOVE WS-CTL-ENTRY(WS-CX) TO CTL-RECORD
              WRITE CTL-RECORD
           END-PERFORM
           CLOSE CTL-FILE.

      *****************************************************************
      * CLAIM-NEXT-PARTITION picks the next candidate and tries to
      * claim it.  The search ends when there is no candidate left
      * or the split is no longer open.
      *****************************************************************
       CLAIM-NEXT-PARTITION.
           PERFORM FIND-CLAIMABLE-PARTITION
           IF WS-CLAIM-IX = ZERO
              SET WS-SEARCH-DONE TO TRUE
           ELSE
              COMPUTE WS-FIND-FROM = WS-CLAIM-IX + 1
              PERFORM CLAIM-PARTITION
              IF NOT WS-CLAIMED AND WS-SPLIT-IX = ZERO
                 SET WS-SEARCH-DONE TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      * FIND-CLAIMABLE-PARTITION takes the first of the split's
      * partitions, from WS-FIND-FROM on, that is waiting, abandoned
      * or failed - see the note at the top of this program.
      *****************************************************************
       FIND-CLAIMABLE-PARTITION.
           MOVE 0 TO WS-CLAIM-IX
           PERFORM VARYING WS-CX FROM WS-FIND-FROM BY 1
                 UNTIL WS-CX > WS-CTL-COUNT OR WS-CLAIM-IX > ZERO
              IF WS-CT-TYPE(WS-CX) = "P"
                 MOVE "N" TO WS-CLAIMABLE-SWITCH
                 EVALUATE WS-CT-STATE(WS-CX)
                    WHEN "S"
                       SET WS-CLAIMABLE TO TRUE
                    WHEN "C"
                       MOVE WS-CT-PARTITION(WS-CX) TO WS-PARTITION
                       PERFORM TEST-PARTITION-LOCK
                       IF WS-CLAIMABLE
                          DISPLAY "PARTITION " WS-PARTITION
                             " CLAIMED BY RUN " WS-CT-RUN-ID(WS-CX)
                             " AND ABANDONED - TAKEN OVER"
                       END-IF
                    WHEN "D"
                       IF WS-CT-RC(WS-CX) NOT < 8
                          SET WS-CLAIMABLE TO TRUE
                          DISPLAY "PARTITION "
                             WS-CT-PARTITION(WS-CX) " ENDED RC "
                             WS-CT-RC(WS-CX) " - RERUN"
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 IF WS-CLAIMABLE
                    MOVE WS-CX TO WS-CLAIM-IX
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * TEST-PARTITION-LOCK finds a claimed partition abandoned when
      * its lock is gone, inactive, or held past the stale age - the
      * age rule MasterBatchDriver applies to its run lock.
      *****************************************************************
       TEST-PARTITION-LOCK.
           PERFORM RESOLVE-LOCK-NAME
           SET WS-CLAIMABLE TO TRUE
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-VALUE FROM TIME
           OPEN INPUT PART-LOCK-FILE
           IF WS-LOCK-STATUS = "00"
              READ PART-LOCK-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PART-LOCK-FLAG = "A"
                       MOVE PART-LOCK-DATE TO WS-LOCK-HELD-DATE
                       MOVE PART-LOCK-TIME TO WS-LOCK-HELD-TIME
                       COMPUTE WS-LOCK-AGE-MINUTES =
                          (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                          - FUNCTION INTEGER-OF-DATE
                             (WS-LOCK-HELD-DATE)) * 1440
                          + (WS-TIME-HH * 60) + WS-TIME-MM
                          - (WS-LOCK-HELD-HH * 60)
                          - WS-LOCK-HELD-MM
                       IF WS-LOCK-AGE-MINUTES <
                          WS-LOCK-STALE-HOURS * 60
                          MOVE "N" TO WS-CLAIMABLE-SWITCH
                       END-IF
                    END-IF
              END-READ
              CLOSE PART-LOCK-FILE
           END-IF.

      *    The partition's lock sits beside its cycle's run lock.
       RESOLVE-LOCK-NAME.
           MOVE "PARTLOCK.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "PARTITION-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-PARTITION WS-LOCK-NAME.

      *****************************************************************
      * CLAIM-PARTITION claims the candidate for this launch.
      * Another launch may have picked the same partition, so:
      *
      *   - a waiting or abandoned candidate whose lock is now
      *     active and fresh has just been taken - pass it by;
      *   - this launch's lock is set active, the control file is
      *     read afresh and the candidate must still stand as it
      *     was picked - the same state, the same run's claim -
      *     under tonight's open split, or it is passed by;
      *   - the claim is filed and read back; if another launch's
      *     claim has overwritten it, that launch has the partition.
      *
      * The lock is released again only where no other launch holds
      * the partition; a lock another launch has set is left alone.
      *****************************************************************
       CLAIM-PARTITION.
           MOVE "N" TO WS-CLAIMED-SWITCH
           MOVE WS-CT-PARTITION(WS-CLAIM-IX) TO WS-PARTITION
           MOVE WS-CT-STATE(WS-CLAIM-IX) TO WS-SEEN-STATE
           MOVE WS-CT-RUN-ID(WS-CLAIM-IX) TO WS-SEEN-RUN-ID
           SET WS-CLAIMABLE TO TRUE
           IF WS-SEEN-STATE NOT = "D"
              PERFORM TEST-PARTITION-LOCK
           END-IF
           IF NOT WS-CLAIMABLE
              DISPLAY "PARTITION " WS-PARTITION
                 " TAKEN BY ANOTHER RUN - PASSED BY"
           ELSE
              PERFORM RESOLVE-LOCK-NAME
              ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
              ACCEPT WS-TIME-VALUE FROM TIME
              MOVE WS-NOW-DATE TO PART-LOCK-DATE
              MOVE WS-TIME-VALUE(1:4) TO PART-LOCK-TIME
              MOVE "A" TO PART-LOCK-FLAG
              OPEN OUTPUT PART-LOCK-FILE
              WRITE PART-LOCK-RECORD
              CLOSE PART-LOCK-FILE
              PERFORM LOAD-CONTROL-FILE
              PERFORM LOCATE-PARTITION
              IF WS-CLAIM-IX = ZERO
                 DISPLAY "PARTITION " WS-PARTITION
                    " NO LONGER ON AN OPEN SPLIT - PASSED BY"
                 PERFORM RELEASE-PARTITION-LOCK
              ELSE
              IF WS-CT-STATE(WS-CLAIM-IX) NOT = WS-SEEN-STATE
                 OR WS-CT-RUN-ID(WS-CLAIM-IX) NOT = WS-SEEN-RUN-ID
                 DISPLAY "PARTITION " WS-PARTITION " CLAIMED BY RUN "
                    WS-CT-RUN-ID(WS-CLAIM-IX) " - PASSED BY"
                 IF WS-CT-STATE(WS-CLAIM-IX) NOT = "C"
                    PERFORM RELEASE-PARTITION-LOCK
                 END-IF
              ELSE
                 MOVE "C" TO WS-CT-STATE(WS-CLAIM-IX)
                 MOVE WS-NOW-DATE TO WS-CT-DATE(WS-CLAIM-IX)
                 MOVE WS-TIME-VALUE(1:4) TO WS-CT-TIME(WS-CLAIM-IX)
                 MOVE ZERO TO WS-CT-RC(WS-CLAIM-IX)
                 MOVE WS-RUN-ID TO WS-CT-RUN-ID(WS-CLAIM-IX)
                 PERFORM REWRITE-CONTROL-FILE
                 PERFORM LOAD-CONTROL-FILE
                 PERFORM LOCATE-PARTITION
                 IF WS-CLAIM-IX > ZERO
                    IF WS-CT-STATE(WS-CLAIM-IX) = "C"
                       AND WS-CT-RUN-ID(WS-CLAIM-IX) = WS-RUN-ID
                       SET WS-CLAIMED TO TRUE
                    END-IF
                 END-IF
                 IF WS-CLAIMED
                    DISPLAY "PARTITION " WS-PARTITION " OF DECK "
                       WS-PART-DECK " CLAIMED BY RUN " WS-RUN-ID
                 ELSE
                    DISPLAY "PARTITION " WS-PARTITION
                       " CLAIM OVERTAKEN BY ANOTHER RUN - PASSED BY"
                 END-IF
              END-IF
              END-IF
           END-IF
           IF WS-CLAIMED
              MOVE WS-CT-KIND(WS-SPLIT-IX) TO WS-PART-KIND
              MOVE WS-CT-DECK(WS-SPLIT-IX) TO WS-PART-DECK
              MOVE WS-CT-DEPT(WS-SPLIT-IX) TO WS-PART-DEPT
           END-IF.

      *    LOCATE-PARTITION finds the partition's P record under
      *    tonight's open split, in the control file as last loaded.
       LOCATE-PARTITION.
           MOVE 0 TO WS-CLAIM-IX
           PERFORM VARYING WS-CX FROM 1 BY 1
                 UNTIL WS-CX > WS-CTL-COUNT OR WS-CLAIM-IX > ZERO
              IF WS-CX > WS-SPLIT-IX AND WS-SPLIT-IX > ZERO
                 AND WS-CT-TYPE(WS-CX) = "P"
                 AND WS-CT-PARTITION(WS-CX) = WS-PARTITION
                 MOVE WS-CX TO WS-CLAIM-IX
              END-IF
           END-PERFORM.

      *    RELEASE-PARTITION-LOCK sets the partition's lock inactive.
       RELEASE-PARTITION-LOCK.
           PERFORM RESOLVE-LOCK-NAME
           OPEN INPUT PART-LOCK-FILE
           IF WS-LOCK-STATUS = "00"
              READ PART-LOCK-FILE
                 AT END CONTINUE
              END-READ
              CLOSE PART-LOCK-FILE
              MOVE "I" TO PART-LOCK-FLAG
              OPEN OUTPUT PART-LOCK-FILE
              WRITE PART-LOCK-RECORD
              CLOSE PART-LOCK-FILE
           END-IF.

      *****************************************************************
      * RUN-PARTITION names the partition to the run unit and hands
      * it to MasterBatchDriver under the one authentication this
      * launch made.
      *****************************************************************
       RUN-PARTITION.
           CALL "SET-RUN-PARTITION" USING WS-PARTITION WS-PART-KIND
              WS-PART-DECK WS-PART-DEPT
           CALL "AUTH-SESSION-BEGIN"
           CALL "MasterBatchDriver"
           MOVE RETURN-CODE TO WS-DRIVER-RC
           CALL "AUTH-SESSION-END"
           DISPLAY "PARTITION " WS-PARTITION " ENDED RC "
              WS-DRIVER-RC.

      *****************************************************************
      * RECORD-PARTITION-OUTCOME files state D and the driver's RC.
      * The control file is read afresh first - the other instances
      * have been filing their own claims while this one ran - and
      * the lock is released.
      *****************************************************************
       RECORD-PARTITION-OUTCOME.
           PERFORM LOAD-CONTROL-FILE
           PERFORM LOCATE-PARTITION
           IF WS-CLAIM-IX > ZERO
              MOVE "D" TO WS-CT-STATE(WS-CLAIM-IX)
              IF WS-DRIVER-RC > 99
                 MOVE 99 TO WS-CT-RC(WS-CLAIM-IX)
              ELSE
                 MOVE WS-DRIVER-RC TO WS-CT-RC(WS-CLAIM-IX)
              END-IF
              PERFORM REWRITE-CONTROL-FILE
           ELSE
              DISPLAY "PARTITION " WS-PARTITION
                 " NO LONGER ON THE CONTROL FILE - OUTCOME NOT FILED"
           END-IF
           IF WS-DRIVER-RC NOT < 8
              MOVE "E" TO WS-EXC-SEVERITY
              MOVE "PARTFAIL" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "PARTITION " WS-PARTITION " OF " WS-PART-DECK
                 " FAILED" DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
           END-IF
           PERFORM RELEASE-PARTITION-LOCK.

       END PROGRAM partRun.

       COPY AUTHGATE.

       COPY EXCWRITE.

       COPY DATESERV.

       COPY ENVNAME.

       COPY CYCLESRV.
