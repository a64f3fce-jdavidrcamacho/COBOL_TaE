      *     date (the registers now carry the date per serial);
      *   - the results filed - for the matrix deck the distinct
      *     transaction numbers in MATRES.DAT, which is cut fresh
      *     each run, plus those in SPRES.DAT, where the sparse MULT
      *     and ADD results file.
      *
      * The deck is IN BALANCE when the trailer count equals the
      * register's processed count plus the rejects; anything else
      * without registering and has nothing to balance against.
      * The report files to BALRPT.DAT through the shared
      * REPORT-WRITER.
      *
      * Under each deck's verdict the report shows the deck's intake
      * record from INTAKE.DAT, written by deckIntake when the deck
      * arrived: intake number, submitter, arrival time, serial
      * range and seal verdict - the entry accepted, or released
      * from hold, for tonight's processing date.  A deck with no
      * such entry is reported as having no intake record.
      *
      * A date worked in intraday cycles as well as the nightly one
      * (CYCLELOG.DAT, through CYCLE-DAY-STATUS in CYCLESRV.CPY) is
      * balanced as a whole: every cycle that ran contributes its
      * own deck's trailer count, its own TRANEDIT.RPT rejects and
      * its own MATRES/SPRES results - each cycle's copies carry
      * the cycle's "Cn." prefix - and the register count is of
      * distinct serials for the date, so a serial registered again
      * by a selective rerun is not counted twice.  Under the
      * date's verdict each cycle's own figures are listed, an
      * intraday cycle still open flagged as such, and each cycle's
      * deck has its intake line.
      *
      * A deck deckSplit partitioned for parallel driver instances
      * is proved against the original deck's own trailer, the
      * partitions' work having been folded back into the night's
      * register and results files by partMerge.  Under the
      * deck's intake line the report says into how many
      * partitions it was split and whether the merge has run -
      * until it has, the partitions' registrations are not in
      * the night's register and the deck will not balance.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. nightBalance.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-RESULT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RESULT-STATUS.
           SELECT SPARSE-RESULT-FILE ASSIGN TO DYNAMIC WS-SPRES-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SPRES-STATUS.
           SELECT INTAKE-FILE ASSIGN TO DYNAMIC WS-INTAKE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INTAKE-STATUS.
       DATA DIVISION.

       FILE SECTION.
           05 REG-SERIAL PIC 9(6).
           05 REG-DATE PIC X(8).
           05 REG-DEPT PIC X(8).
           05 REG-RUN-ID PIC X(13).
           05 REG-LATE PIC X.
           05 REG-CYCLE PIC 9.
       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-RECORD PIC X(80).
       FD  RESULT-FILE.
           05 RES-ROW PIC 9(2).
           05 RES-COL PIC 9(2).
           05 RES-VALUE PIC S9(10).
       FD  SPARSE-RESULT-FILE.
       01  SPARSE-RESULT-RECORD.
           05 SRS-TRAN-NUMBER PIC 9(4).
           05 FILLER PIC X(35).
       FD  INTAKE-FILE.
       01  INTAKE-RECORD.
           05 INT-NUMBER PIC 9(6).
           05 INT-DECK-NAME PIC X(20).
           05 INT-DECK-TYPE PIC X.
           05 INT-SUBMITTER PIC X(8).
           05 INT-ARRIVAL-DATE PIC 9(8).
           05 INT-ARRIVAL-TIME PIC 9(6).
           05 INT-HEADER-DATE PIC X(8).
           05 INT-TRAILER-COUNT PIC X(4).
           05 INT-LINE-COUNT PIC 9(5).
           05 INT-FIRST-SERIAL PIC 9(6).
           05 INT-LAST-SERIAL PIC 9(6).
           05 INT-SEAL-STATUS PIC X.
           05 INT-SEAL-TEXT PIC X(16).
           05 INT-PROCESS-DATE PIC 9(8).
           05 INT-STATUS PIC X.
               88 INT-ACCEPTED VALUE "A".
               88 INT-RELEASED VALUE "L".
           05 INT-REASON PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-DECK-STATUS PIC XX.
       01 WS-REGISTER-STATUS PIC XX.
       01 WS-EDIT-STATUS PIC XX.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-SPRES-STATUS PIC XX.
       01 WS-SPRES-NAME PIC X(40).
       01 WS-INTAKE-STATUS PIC XX.
       01 WS-INTAKE-NAME PIC X(40).
       01 WS-INTAKE-DECK PIC X(20).
       01 WS-PART-DECK PIC X(20).
       01 WS-PART-STATE PIC X.
       01 WS-PART-COUNT PIC 9.
       01 WS-INTAKE-FOUND-SWITCH PIC X.
           88 WS-INTAKE-FOUND VALUE "Y".
       01 WS-DECK-NAME PIC X(40).
       01 WS-REGISTER-NAME PIC X(40).
       01 WS-EDIT-NAME PIC X(40).
       01 WS-RESULT-NAME PIC X(40).
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-CYCLE-LOGICAL PIC X(40).
       01 WS-DECK-LOGICAL PIC X(40).
       01 WS-CYCLE-QUALIFIED PIC X(40).
       01 WS-CYCLE PIC 9.
       01 WS-CYCLE-IX PIC 9(2) COMP.
       01 WS-CYCLE-RAN PIC X(10).
       01 WS-CYCLE-OPEN PIC X(10).
       01 WS-INTRADAY-SWITCH PIC X VALUE "N".
           88 WS-INTRADAY-RAN VALUE "Y".
       01 WS-CYCLE-TABLE.
           05 WS-CYC-ENTRY OCCURS 10 TIMES.
               10 WS-CYC-TRAILER PIC 9(4).
               10 WS-CYC-TRAILER-SEEN PIC X.
               10 WS-CYC-REJECTS PIC 9(4).
               10 WS-CYC-REGISTERED PIC 9(5).
       01 WS-TRAILER-TOTAL PIC 9(5).
       01 WS-REJECT-TOTAL PIC 9(5).
       01 WS-ANY-TRAILER-SWITCH PIC X.
           88 WS-ANY-TRAILER VALUE "Y".
       01 WS-SERIAL-TABLE.
           05 WS-SERIAL-ENTRY OCCURS 5000 TIMES PIC 9(6).
       01 WS-SERIAL-COUNT PIC 9(4) COMP.
       01 WS-SERIAL-I PIC 9(4) COMP.
       01 WS-SERIAL-NEW-SWITCH PIC X.
           88 WS-SERIAL-NEW VALUE "Y".
       01 WS-FILE-TAG PIC X(9).
       01 WS-EOF-SWITCH PIC X.
           88 WS-EOF VALUE "Y".
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
      *    Every control figure comes off the environment-resolved
      *    files the night actually wrote, so a rehearsal balances
      *    the rehearsal and never totals production data.  The
      *    per-run files are read once for every cycle of the date.
           CALL "CYCLE-DAY-STATUS" USING WS-PROCESS-DATE WS-CYCLE-RAN
              WS-CYCLE-OPEN
           IF WS-CYCLE-RAN(2:9) NOT = ALL "N"
              SET WS-INTRADAY-RAN TO TRUE
           END-IF
           MOVE "INTAKE.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-INTAKE-NAME
           MOVE "TRANBATCH" TO WS-FILE-TAG
           MOVE "TRANBATCH.DAT" TO WS-DECK-LOGICAL
           MOVE "MTXREG.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-REGISTER-NAME
           PERFORM COUNT-MATRIX-RESULTS
           PERFORM WRITE-RESULTS-LINE
           MOVE "AREATRAN" TO WS-FILE-TAG
           MOVE "AREATRAN.DAT" TO WS-DECK-LOGICAL
           MOVE "AREAREG.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-REGISTER-NAME

      *****************************************************************
      * BALANCE-ONE-DECK gathers the three control figures for one
      * deck - trailer count, reject count, register count - summed
      * over every cycle of the date that ran, and files the
      * verdict line, then each cycle's own figures when intraday
      * cycles ran, and the intake lines.
      *****************************************************************
       BALANCE-ONE-DECK.
           MOVE ZERO TO WS-TRAILER-TOTAL
           MOVE ZERO TO WS-REJECT-TOTAL
           MOVE "N" TO WS-ANY-TRAILER-SWITCH
           PERFORM VARYING WS-CYCLE-IX FROM 1 BY 1
                 UNTIL WS-CYCLE-IX > 10
              MOVE ZERO TO WS-CYC-TRAILER(WS-CYCLE-IX)
              MOVE "N" TO WS-CYC-TRAILER-SEEN(WS-CYCLE-IX)
              MOVE ZERO TO WS-CYC-REJECTS(WS-CYCLE-IX)
              MOVE ZERO TO WS-CYC-REGISTERED(WS-CYCLE-IX)
           END-PERFORM
           PERFORM COUNT-REGISTER-SERIALS
           PERFORM VARYING WS-CYCLE-IX FROM 1 BY 1
                 UNTIL WS-CYCLE-IX > 10
              IF WS-CYCLE-RAN(WS-CYCLE-IX:1) = "Y"
                 PERFORM GATHER-CYCLE-FIGURES
              END-IF
           END-PERFORM
           COMPUTE WS-EXPECTED = WS-REGISTER-COUNT + WS-REJECT-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           IF NOT WS-ANY-TRAILER
              STRING WS-FILE-TAG " - NO TRAILER ON THE DECK,"
                 " NOTHING TO BALANCE AGAINST"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              IF WS-TRAILER-TOTAL = WS-EXPECTED
                 STRING WS-FILE-TAG " TRAILER " WS-TRAILER-TOTAL
                    " = REGISTERED " WS-REGISTER-COUNT
                    " + REJECTED " WS-REJECT-TOTAL
                    " - IN BALANCE"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              ELSE
                 ADD 1 TO WS-OUT-COUNT
                 STRING WS-FILE-TAG " TRAILER " WS-TRAILER-TOTAL
                    " VS REGISTERED " WS-REGISTER-COUNT
                    " + REJECTED " WS-REJECT-TOTAL
                    " - OUT OF BALANCE"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE
           DISPLAY WS-RPT-LINE
           IF WS-INTRADAY-RAN
              PERFORM VARYING WS-CYCLE-IX FROM 1 BY 1
                    UNTIL WS-CYCLE-IX > 10
                 IF WS-CYCLE-RAN(WS-CYCLE-IX:1) = "Y"
                    PERFORM WRITE-CYCLE-LINE
                 END-IF
              END-PERFORM
           END-IF
           PERFORM VARYING WS-CYCLE-IX FROM 1 BY 1
                 UNTIL WS-CYCLE-IX > 10
              IF WS-CYCLE-RAN(WS-CYCLE-IX:1) = "Y"
                 COMPUTE WS-CYCLE = WS-CYCLE-IX - 1
                 CALL "CYCLE-RESOLVE-NAME" USING WS-DECK-LOGICAL
                    WS-CYCLE WS-CYCLE-QUALIFIED
                 MOVE WS-CYCLE-QUALIFIED TO WS-INTAKE-DECK
                 PERFORM SHOW-DECK-INTAKE
                 PERFORM SHOW-DECK-PARTITIONS
              END-IF
           END-PERFORM.

      *****************************************************************
      * SHOW-DECK-PARTITIONS files, for a cycle's deck partitioned
      * tonight, the partition count and whether the merge has run.
      *****************************************************************
       SHOW-DECK-PARTITIONS.
           MOVE WS-CYCLE-QUALIFIED TO WS-PART-DECK
           CALL "PARTITION-DECK-STATUS" USING WS-PART-DECK WS-CYCLE
              WS-PART-STATE WS-PART-COUNT
           IF WS-PART-STATE NOT = SPACE
              MOVE SPACES TO WS-RPT-LINE
              IF WS-PART-STATE = "M"
                 STRING "   DECK " WS-PART-DECK " SPLIT INTO "
                    WS-PART-COUNT " PARTITIONS - MERGED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              ELSE
                 STRING "   DECK " WS-PART-DECK " SPLIT INTO "
                    WS-PART-COUNT " PARTITIONS - NOT YET MERGED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              END-IF
              PERFORM WRITE-REPORT-LINE
           END-IF.

      *****************************************************************
      * GATHER-CYCLE-FIGURES reads one cycle's own deck trailer and
      * its own edit report's rejects into the cycle table and the
      * date's totals.
      *****************************************************************
       GATHER-CYCLE-FIGURES.
           COMPUTE WS-CYCLE = WS-CYCLE-IX - 1
           CALL "CYCLE-RESOLVE-NAME" USING WS-DECK-LOGICAL WS-CYCLE
              WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-DECK-NAME
           MOVE "TRANEDIT.RPT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL WS-CYCLE
              WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-EDIT-NAME
           PERFORM READ-DECK-TRAILER
           PERFORM READ-REJECT-COUNT
           IF WS-TRAILER-SEEN
              SET WS-ANY-TRAILER TO TRUE
              MOVE "Y" TO WS-CYC-TRAILER-SEEN(WS-CYCLE-IX)
              MOVE WS-TRAILER-COUNT TO WS-CYC-TRAILER(WS-CYCLE-IX)
              ADD WS-TRAILER-COUNT TO WS-TRAILER-TOTAL
           END-IF
           MOVE WS-REJECT-COUNT TO WS-CYC-REJECTS(WS-CYCLE-IX)
           ADD WS-REJECT-COUNT TO WS-REJECT-TOTAL.

      *****************************************************************
      * WRITE-CYCLE-LINE files one cycle's share of the date's
      * figures under the verdict.
      *****************************************************************
       WRITE-CYCLE-LINE.
           COMPUTE WS-CYCLE = WS-CYCLE-IX - 1
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CYC-TRAILER-SEEN(WS-CYCLE-IX) = "Y"
              STRING "   CYCLE " WS-CYCLE " TRAILER "
                 WS-CYC-TRAILER(WS-CYCLE-IX) " REGISTERED "
                 WS-CYC-REGISTERED(WS-CYCLE-IX) " REJECTED "
                 WS-CYC-REJECTS(WS-CYCLE-IX)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING "   CYCLE " WS-CYCLE " NO TRAILER"
                 " REGISTERED " WS-CYC-REGISTERED(WS-CYCLE-IX)
                 " REJECTED " WS-CYC-REJECTS(WS-CYCLE-IX)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           IF WS-CYCLE > ZERO
              AND WS-CYCLE-OPEN(WS-CYCLE-IX:1) = "Y"
              MOVE " - STILL OPEN" TO WS-RPT-LINE(60:13)
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * SHOW-DECK-INTAKE files the deck's intake record for tonight
      * - accepted on arrival, or released from a hold - under the
      * deck's verdict line.
      *****************************************************************
       SHOW-DECK-INTAKE.
           MOVE "N" TO WS-INTAKE-FOUND-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ INTAKE-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF INT-DECK-NAME = WS-INTAKE-DECK
                       AND INT-PROCESS-DATE = WS-PROCESS-DATE
                       AND (INT-ACCEPTED OR INT-RELEASED)
                       SET WS-INTAKE-FOUND TO TRUE
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "   INTAKE " INT-NUMBER " FROM "
                          INT-SUBMITTER " ARRIVED " INT-ARRIVAL-DATE
                          " " INT-ARRIVAL-TIME " SERIALS "
                          INT-FIRST-SERIAL "-" INT-LAST-SERIAL
                          " SEAL " INT-SEAL-STATUS " STATUS "
                          INT-STATUS
                          DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM WRITE-REPORT-LINE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-INTAKE-STATUS NOT = "35"
              CLOSE INTAKE-FILE
           END-IF
           IF NOT WS-INTAKE-FOUND
              MOVE SPACES TO WS-RPT-LINE
              STRING "   INTAKE - NO INTAKE RECORD FOR "
                 WS-INTAKE-DECK " ON " WS-PROCESS-DATE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      *****************************************************************
      * READ-DECK-TRAILER scans the raw deck for its TRAILER record
              CLOSE EDIT-REPORT-FILE
           END-IF.

      *****************************************************************
      * COUNT-REGISTER-SERIALS counts the distinct serials the
      * register carries for the processing date - a serial posted
      * again by a selective rerun, in the same cycle or a later
      * one, is the same transaction and counts once, against the
      * cycle that first registered it (an entry cut before the
      * cycle stamp counts as the nightly cycle's).
      *****************************************************************
       COUNT-REGISTER-SERIALS.
           MOVE ZERO TO WS-REGISTER-COUNT
           MOVE ZERO TO WS-SERIAL-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
                    IF REG-DATE(1:8) IS NUMERIC
                       AND FUNCTION NUMVAL(REG-DATE) =
                          WS-PROCESS-DATE
                       PERFORM TALLY-REGISTER-SERIAL
                    END-IF
              END-READ
           END-PERFORM
              CLOSE REGISTER-FILE
           END-IF.

       TALLY-REGISTER-SERIAL.
           MOVE "Y" TO WS-SERIAL-NEW-SWITCH
           PERFORM VARYING WS-SERIAL-I FROM 1 BY 1
                 UNTIL WS-SERIAL-I > WS-SERIAL-COUNT
              IF WS-SERIAL-ENTRY(WS-SERIAL-I) = REG-SERIAL
                 MOVE "N" TO WS-SERIAL-NEW-SWITCH
                 MOVE WS-SERIAL-COUNT TO WS-SERIAL-I
              END-IF
           END-PERFORM
           IF WS-SERIAL-NEW
              ADD 1 TO WS-REGISTER-COUNT
              IF WS-SERIAL-COUNT < 5000
                 ADD 1 TO WS-SERIAL-COUNT
                 MOVE REG-SERIAL TO WS-SERIAL-ENTRY(WS-SERIAL-COUNT)
              END-IF
              IF REG-CYCLE IS NUMERIC
                 COMPUTE WS-CYCLE-IX = REG-CYCLE + 1
              ELSE
                 MOVE 1 TO WS-CYCLE-IX
              END-IF
              ADD 1 TO WS-CYC-REGISTERED(WS-CYCLE-IX)
           END-IF.

      *****************************************************************
      * COUNT-MATRIX-RESULTS counts the distinct transaction numbers
      * in MATRES.DAT, which the matrix driver cuts fresh each run -
      * the register's processed count should account for every one
      * of them - and adds those in SPRES.DAT, the sparse results
      * the driver cuts alongside it.  Each cycle of the date cuts
      * its own pair, so every cycle that ran is counted in.
      *****************************************************************
       COUNT-MATRIX-RESULTS.
           MOVE ZERO TO WS-RESULT-TRANS
           PERFORM VARYING WS-CYCLE-IX FROM 1 BY 1
                 UNTIL WS-CYCLE-IX > 10
              IF WS-CYCLE-RAN(WS-CYCLE-IX:1) = "Y"
                 PERFORM COUNT-CYCLE-RESULTS
              END-IF
           END-PERFORM.

       COUNT-CYCLE-RESULTS.
           COMPUTE WS-CYCLE = WS-CYCLE-IX - 1
           MOVE "MATRES.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL WS-CYCLE
              WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-RESULT-NAME
           MOVE "SPRES.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL WS-CYCLE
              WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-SPRES-NAME
           MOVE ZERO TO WS-LAST-TRAN
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RESULT-FILE
           END-PERFORM
           IF WS-RESULT-STATUS NOT = "35"
              CLOSE RESULT-FILE
           END-IF
           MOVE ZERO TO WS-LAST-TRAN
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SPARSE-RESULT-FILE
           IF WS-SPRES-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ SPARSE-RESULT-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF SRS-TRAN-NUMBER NOT = WS-LAST-TRAN
                       ADD 1 TO WS-RESULT-TRANS
                       MOVE SRS-TRAN-NUMBER TO WS-LAST-TRAN
                    END-IF
              END-READ
           END-PERFORM
           IF WS-SPRES-STATUS NOT = "35"
              CLOSE SPARSE-RESULT-FILE
           END-IF.

       WRITE-RESULTS-LINE.
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRANBATCH RESULTS FILED - " WS-RESULT-TRANS
              " TRANSACTIONS IN MATRES/SPRES AGAINST "
              WS-REGISTER-COUNT " REGISTERED"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.
       COPY DATESERV.

       COPY ENVNAME.

       COPY CYCLESRV.
