      * merge a split deck's partition output into the night's files
      *    TOPIC:
      *    ONE NIGHT'S OUTPUT FROM SEVERAL DRIVER INSTANCES
      *****************************************************************
      * A deck deckSplit partitioned is worked by several partRun
      * instances at once, each filing to its own partition's copy
      * of the driver's output - P2.MATRES.DAT, P2.AREAREG.DAT and
      * so on (the cycle's "Cn." prefix, when there is one, after
      * the partition's).  This pass folds those copies back into
      * the night's own files, so everything downstream - the
      * ledger, the audits, nightBalance - reads a single night's
      * output as though one driver had run the whole deck:
      *
      *   - matrix deck: each partition's results (MATRES.DAT) and
      *     sparse results (SPRES.DAT) are appended to the cycle's,
      *     the transaction numbers carried on past the highest
      *     already there and each partition's after the partition
      *     before it, so no two transactions share a number; its
      *     MATVEC vectors (MVVOUT.DAT) are appended as they stand,
      *     and its serial-register entries go onto MTXREG.DAT;
      *   - area deck: each partition's register entries go onto
      *     AREAREG.DAT, its results onto SUITERES.DAT, and its
      *     report section's lines onto ARARPT.DAT under a line
      *     naming the partition and the run that worked it.
      *
      * The merge runs after the cycle's own driver step, since the
      * matrix driver cuts the cycle's MATRES.DAT, MVVOUT.DAT and
      * SPRES.DAT fresh each run.  It is refused (RC 8), and nothing
      * is merged, while tonight's split is not open, while any
      * partition is not done or ended RC 8 or more - each is
      * listed, to be relaunched through partRun - or when the
      * partitions' trailer counts do not add up to the original
      * deck's, or - for a matrix deck - when carrying the
      * partitions' transaction numbers on past the cycle's would
      * run beyond 9999.  A merged partition's copies are emptied,
      * and the split is marked M merged on PARTCTL.DAT: the deck
      * stands as worked by its partitions, so the drivers keep
      * skipping it for the date, and nightBalance proves the night
      * against the original deck's trailer.
      *
      * Every partition is listed on PARTRPT.DAT with its count,
      * serial range, the run that worked it, its return code and
      * the records merged.  A partition that ended RC 4 leaves
      * RETURN-CODE 4.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. partMerge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CTL-STATUS.
           SELECT PART-IN-FILE ASSIGN TO DYNAMIC WS-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-IN-STATUS.
           SELECT MERGE-OUT-FILE ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OUT-STATUS.
       DATA DIVISION.

       FILE SECTION.
      *    Partition control - H the split of one deck, P one of its
      *    partitions.  See deckSplit.
       FD  CTL-FILE.
       01  CTL-RECORD PIC X(75).
      *    Any of the partition copies; results and sparse results
      *    lead with the transaction number.
       FD  PART-IN-FILE.
       01  PART-IN-RECORD.
           05 PIN-TRAN-NUMBER PIC X(4).
           05 FILLER PIC X(296).
       FD  MERGE-OUT-FILE.
       01  MERGE-OUT-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS PIC XX.
       01 WS-IN-STATUS PIC XX.
       01 WS-OUT-STATUS PIC XX.
       01 WS-CTL-NAME PIC X(40).
       01 WS-IN-NAME PIC X(40).
       01 WS-OUT-NAME PIC X(40).
       01 WS-CYCLE-LOGICAL PIC X(40).
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-PART-QUALIFIED PIC X(40).
       01 WS-RUN-CYCLE PIC 9.
       01 WS-PROCESS-DATE PIC 9(8).
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
       01 WS-PARTITION PIC 9.
       01 WS-DECK-KIND PIC X.
           88 WS-AREA-DECK VALUE "A".
       01 WS-REFUSAL PIC X(50) VALUE SPACES.
       01 WS-FAULT-COUNT PIC 9 VALUE ZERO.
       01 WS-WARN-COUNT PIC 9 VALUE ZERO.
       01 WS-PART-TOTAL PIC 9 VALUE ZERO.
       01 WS-PART-SUM PIC 9(5) VALUE ZERO.
       01 WS-MERGED-TRANS PIC 9(5) VALUE ZERO.
       01 WS-TRAN-OFFSET PIC 9(5) VALUE ZERO.
       01 WS-TRAN-NUMBER PIC 9(5).
       01 WS-RENUMBER-SWITCH PIC X.
           88 WS-RENUMBER VALUE "Y".
       01 WS-RECORDS-IN PIC 9(6).
       01 WS-PART-RECORDS PIC 9(6).
       01 WS-ARARPT-SKIP PIC 9.
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "PARTMERGE".
       01 WS-RETURN-CODE PIC S9(4).
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
      *    The area report, written to through the shared writer
      *    while PARTRPT.DAT is open beside it.
       01 WS-ARA-ACTION PIC X.
       01 WS-ARA-FILE PIC X(40) VALUE "ARARPT.DAT".
       01 WS-ARA-TITLE PIC X(60) VALUE "AREA CALCULATION REPORT".
       01 WS-ARA-HEADING PIC X(100) VALUE
           "SHAPE / TRANSACTION / AREA (SQ FT)".
       01 WS-ARA-LINE PIC X(100).
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
           MOVE "PARTCTL.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-CTL-NAME
           MOVE "PARTRPT.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-RPT-FILE
           MOVE "O" TO WS-RPT-ACTION
           MOVE "PARTITIONED DECK MERGE" TO WS-RPT-TITLE
           MOVE "PART DECK                 TRANS SERIALS       RUN
      -       "          RC RECORDS MERGED" TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           PERFORM LOAD-CONTROL-FILE
           IF WS-SPLIT-IX = ZERO
              MOVE SPACES TO WS-REFUSAL
              STRING "NO OPEN DECK SPLIT FOR " WS-PROCESS-DATE
                 DELIMITED BY SIZE INTO WS-REFUSAL
           ELSE
              MOVE WS-CT-KIND(WS-SPLIT-IX) TO WS-DECK-KIND
              MOVE SPACES TO WS-RPT-LINE
              STRING "DECK " WS-CT-DECK(WS-SPLIT-IX) " KIND "
                 WS-DECK-KIND " DEPT " WS-CT-DEPT(WS-SPLIT-IX)
                 " TRAILER " WS-CT-COUNT(WS-SPLIT-IX)
                 " SPLIT BY RUN " WS-CT-RUN-ID(WS-SPLIT-IX)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM CHECK-PARTITIONS
           END-IF
           IF WS-REFUSAL = SPACES
              IF WS-AREA-DECK
                 MOVE "E" TO WS-ARA-ACTION
                 MOVE SPACES TO WS-ARA-LINE
                 CALL "REPORT-WRITER" USING WS-ARA-ACTION WS-ARA-FILE
                    WS-ARA-TITLE WS-ARA-HEADING WS-ARA-LINE
              ELSE
                 PERFORM FIND-HIGHEST-TRAN
                 PERFORM CHECK-TRAN-RANGE
              END-IF
           END-IF
           IF WS-REFUSAL = SPACES
              PERFORM VARYING WS-CX FROM WS-SPLIT-IX BY 1
                    UNTIL WS-CX > WS-CTL-COUNT
                 IF WS-CT-TYPE(WS-CX) = "P"
                    PERFORM MERGE-ONE-PARTITION
                 END-IF
              END-PERFORM
              IF WS-AREA-DECK
                 MOVE "C" TO WS-ARA-ACTION
                 CALL "REPORT-WRITER" USING WS-ARA-ACTION WS-ARA-FILE
                    WS-ARA-TITLE WS-ARA-HEADING WS-ARA-LINE
              END-IF
              MOVE "M" TO WS-CT-STATE(WS-SPLIT-IX)
              PERFORM REWRITE-CONTROL-FILE
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-MERGED-TRANS " TRANSACTIONS MERGED FROM "
                 WS-PART-TOTAL " PARTITIONS AGAINST TRAILER "
                 WS-CT-COUNT(WS-SPLIT-IX)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE SPACES TO WS-RPT-LINE
              STRING "MERGE REFUSED - " WS-REFUSAL
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           IF WS-REFUSAL NOT = SPACES
              DISPLAY "PARTITION MERGE REFUSED - " WS-REFUSAL
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "PARTMERGE COMPLETE - " WS-MERGED-TRANS
                 " TRANSACTIONS FROM " WS-PART-TOTAL
                 " PARTITIONS OF " WS-CT-DECK(WS-SPLIT-IX)
              IF WS-WARN-COUNT > ZERO
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
      * CHECK-PARTITIONS lists every partition not done, or done
      * RC 8 or more, and proves the partitions' trailer counts
      * against the original deck's before anything is merged.
      *****************************************************************
       CHECK-PARTITIONS.
           PERFORM VARYING WS-CX FROM WS-SPLIT-IX BY 1
                 UNTIL WS-CX > WS-CTL-COUNT
              IF WS-CT-TYPE(WS-CX) = "P"
                 ADD 1 TO WS-PART-TOTAL
                 ADD WS-CT-COUNT(WS-CX) TO WS-PART-SUM
                 MOVE SPACES TO WS-RPT-LINE
                 IF WS-CT-STATE(WS-CX) NOT = "D"
                    ADD 1 TO WS-FAULT-COUNT
                    STRING "  " WS-CT-PARTITION(WS-CX)
                       "  NOT FINISHED - STATE "
                       WS-CT-STATE(WS-CX) " RUN "
                       WS-CT-RUN-ID(WS-CX)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                    PERFORM WRITE-REPORT-LINE
                 ELSE
                 IF WS-CT-RC(WS-CX) NOT < 8
                    ADD 1 TO WS-FAULT-COUNT
                    STRING "  " WS-CT-PARTITION(WS-CX)
                       "  ENDED RC " WS-CT-RC(WS-CX) " RUN "
                       WS-CT-RUN-ID(WS-CX) " - RELAUNCH THROUGH"
                       " PARTRUN"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                    PERFORM WRITE-REPORT-LINE
                 END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-FAULT-COUNT > ZERO
              MOVE SPACES TO WS-REFUSAL
              STRING WS-FAULT-COUNT " PARTITIONS NOT DONE CLEAN"
                 DELIMITED BY SIZE INTO WS-REFUSAL
           ELSE
           IF WS-PART-SUM NOT = WS-CT-COUNT(WS-SPLIT-IX)
              MOVE SPACES TO WS-REFUSAL
              STRING "PARTITIONS HOLD " WS-PART-SUM " TRAILER SAYS "
                 WS-CT-COUNT(WS-SPLIT-IX)
                 DELIMITED BY SIZE INTO WS-REFUSAL
           END-IF
           END-IF.

      *****************************************************************
      * FIND-HIGHEST-TRAN finds the highest transaction number the
      * cycle's own driver run filed to MATRES.DAT and SPRES.DAT -
      * the partitions' numbers are carried on past it.
      *****************************************************************
       FIND-HIGHEST-TRAN.
           MOVE ZERO TO WS-TRAN-OFFSET
           MOVE "MATRES.DAT" TO WS-CYCLE-LOGICAL
           PERFORM RESOLVE-NIGHT-NAME
           PERFORM SCAN-HIGHEST-TRAN
           MOVE "SPRES.DAT" TO WS-CYCLE-LOGICAL
           PERFORM RESOLVE-NIGHT-NAME
           PERFORM SCAN-HIGHEST-TRAN.

       SCAN-HIGHEST-TRAN.
           MOVE WS-OUT-NAME TO WS-IN-NAME
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PART-IN-FILE
           IF WS-IN-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ PART-IN-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF PIN-TRAN-NUMBER IS NUMERIC
                          MOVE PIN-TRAN-NUMBER TO WS-TRAN-NUMBER
                          IF WS-TRAN-NUMBER > WS-TRAN-OFFSET
                             MOVE WS-TRAN-NUMBER TO WS-TRAN-OFFSET
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PART-IN-FILE
           END-IF.

      *****************************************************************
      * CHECK-TRAN-RANGE makes sure the last partition's transactions
      * still number within the results files' four digits once
      * carried on past the cycle's own, before anything is written.
      *****************************************************************
       CHECK-TRAN-RANGE.
           COMPUTE WS-TRAN-NUMBER = WS-TRAN-OFFSET + WS-PART-SUM
           IF WS-TRAN-NUMBER > 9999
              MOVE SPACES TO WS-REFUSAL
              STRING "TRANSACTIONS " WS-TRAN-OFFSET " + "
                 WS-PART-SUM " PASS 9999"
                 DELIMITED BY SIZE INTO WS-REFUSAL
           END-IF.

      *****************************************************************
      * MERGE-ONE-PARTITION folds partition WS-CX's copies into the
      * night's files and lists it.
      *****************************************************************
       MERGE-ONE-PARTITION.
           MOVE WS-CT-PARTITION(WS-CX) TO WS-PARTITION
           MOVE ZERO TO WS-PART-RECORDS
           IF WS-AREA-DECK
              MOVE "N" TO WS-RENUMBER-SWITCH
              MOVE "AREAREG.DAT" TO WS-CYCLE-LOGICAL
              PERFORM RESOLVE-REGISTER-NAME
              PERFORM APPEND-PARTITION-FILE
              MOVE "SUITERES.DAT" TO WS-CYCLE-LOGICAL
              PERFORM RESOLVE-REGISTER-NAME
              PERFORM APPEND-PARTITION-FILE
              PERFORM MERGE-REPORT-SECTION
           ELSE
              SET WS-RENUMBER TO TRUE
              MOVE "MATRES.DAT" TO WS-CYCLE-LOGICAL
              PERFORM RESOLVE-NIGHT-NAME
              PERFORM APPEND-PARTITION-FILE
              MOVE "SPRES.DAT" TO WS-CYCLE-LOGICAL
              PERFORM RESOLVE-NIGHT-NAME
              PERFORM APPEND-PARTITION-FILE
              MOVE "N" TO WS-RENUMBER-SWITCH
              MOVE "MVVOUT.DAT" TO WS-CYCLE-LOGICAL
              PERFORM RESOLVE-NIGHT-NAME
              PERFORM APPEND-PARTITION-FILE
              MOVE "MTXREG.DAT" TO WS-CYCLE-LOGICAL
              PERFORM RESOLVE-REGISTER-NAME
              PERFORM APPEND-PARTITION-FILE
              ADD WS-CT-COUNT(WS-CX) TO WS-TRAN-OFFSET
           END-IF
           ADD WS-CT-COUNT(WS-CX) TO WS-MERGED-TRANS
           IF WS-CT-RC(WS-CX) > ZERO
              ADD 1 TO WS-WARN-COUNT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-PARTITION "  " WS-CT-DECK(WS-CX) " "
              WS-CT-COUNT(WS-CX) "  " WS-CT-SERIAL-LO(WS-CX) "-"
              WS-CT-SERIAL-HI(WS-CX) " " WS-CT-RUN-ID(WS-CX) " "
              WS-CT-RC(WS-CX) " " WS-PART-RECORDS
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    The cycle's own per-run file, and the partition's copy.
       RESOLVE-NIGHT-NAME.
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME WS-OUT-NAME
           PERFORM RESOLVE-PARTITION-NAME.

      *    The date's register (and the suite results file), shared
      *    by every cycle, and the partition's copy.
       RESOLVE-REGISTER-NAME.
           CALL "ENV-RESOLVE-NAME" USING WS-CYCLE-LOGICAL WS-OUT-NAME
           PERFORM RESOLVE-PARTITION-NAME.

       RESOLVE-PARTITION-NAME.
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "PARTITION-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-PARTITION WS-PART-QUALIFIED
           CALL "ENV-RESOLVE-NAME" USING WS-PART-QUALIFIED
              WS-IN-NAME.

      *****************************************************************
      * APPEND-PARTITION-FILE appends the partition copy in
      * WS-IN-NAME to the night's file in WS-OUT-NAME - renumbering
      * the transaction when WS-RENUMBER is set - and empties the
      * copy once it is safely across.
      *****************************************************************
       APPEND-PARTITION-FILE.
           MOVE ZERO TO WS-RECORDS-IN
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PART-IN-FILE
           IF WS-IN-STATUS = "00"
              OPEN EXTEND MERGE-OUT-FILE
              IF WS-OUT-STATUS = "35"
                 OPEN OUTPUT MERGE-OUT-FILE
              END-IF
              PERFORM UNTIL WS-EOF
                 READ PART-IN-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-RENUMBER AND PIN-TRAN-NUMBER IS NUMERIC
                          MOVE PIN-TRAN-NUMBER TO WS-TRAN-NUMBER
                          ADD WS-TRAN-OFFSET TO WS-TRAN-NUMBER
                          MOVE WS-TRAN-NUMBER(2:4) TO PIN-TRAN-NUMBER
                       END-IF
                       MOVE PART-IN-RECORD TO MERGE-OUT-RECORD
                       WRITE MERGE-OUT-RECORD
                       ADD 1 TO WS-RECORDS-IN
                 END-READ
              END-PERFORM
              CLOSE PART-IN-FILE
              CLOSE MERGE-OUT-FILE
              OPEN OUTPUT PART-IN-FILE
              CLOSE PART-IN-FILE
           END-IF
           ADD WS-RECORDS-IN TO WS-PART-RECORDS.

      *****************************************************************
      * MERGE-REPORT-SECTION copies the detail lines of the
      * partition's section of the area report onto ARARPT.DAT -
      * its own page headers and end-of-report line are left
      * behind, the shared writer giving the night's report its
      * own.
      *****************************************************************
       MERGE-REPORT-SECTION.
           MOVE "ARARPT.DAT" TO WS-CYCLE-LOGICAL
           PERFORM RESOLVE-PARTITION-NAME
           MOVE SPACES TO WS-ARA-LINE
           STRING "PARTITION " WS-PARTITION " OF "
              WS-CT-DECK(WS-SPLIT-IX) " - RUN " WS-CT-RUN-ID(WS-CX)
              DELIMITED BY SIZE INTO WS-ARA-LINE
           PERFORM WRITE-AREA-REPORT-LINE
           MOVE ZERO TO WS-ARARPT-SKIP
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PART-IN-FILE
           IF WS-IN-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ PART-IN-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       EVALUATE TRUE
                          WHEN PART-IN-RECORD(1:23) =
                             "AREA CALCULATION REPORT"
                             MOVE 2 TO WS-ARARPT-SKIP
                          WHEN WS-ARARPT-SKIP > ZERO
                             SUBTRACT 1 FROM WS-ARARPT-SKIP
                          WHEN PART-IN-RECORD(1:13) = "END OF REPORT"
                             CONTINUE
                          WHEN OTHER
                             MOVE PART-IN-RECORD TO WS-ARA-LINE
                             PERFORM WRITE-AREA-REPORT-LINE
                             ADD 1 TO WS-PART-RECORDS
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE PART-IN-FILE
              OPEN OUTPUT PART-IN-FILE
              CLOSE PART-IN-FILE
           END-IF.

       WRITE-AREA-REPORT-LINE.
           MOVE "D" TO WS-ARA-ACTION
           CALL "REPORT-WRITER" USING WS-ARA-ACTION WS-ARA-FILE
              WS-ARA-TITLE WS-ARA-HEADING WS-ARA-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM partMerge.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.

       COPY CYCLESRV.
