      *   describing), cost scale (1), cost (12), then the result
      *   itself as a digit string of up to 200 characters with an
      *   optional leading sign - 200 so the factorial batch's exact
      *   long results fit whole.  The intraday cycle that filed
      *   the result (1 - 0 for the nightly cycle) follows the
      *   result, stamped here from GET-RUN-CYCLE, so a date's
      *   results can be totalled across its cycles.
      *
      * The area producers use the first 20 result positions for the
      * area digits and carry the transaction's perimeter, under the
      * usual FILE STATUS 35 create-on-first-use fallback.  The
      * printed reports keep being written exactly as before - this
      * dataset is what the rollups and exports read now.
      *
      * A driver instance working one partition of a partitioned
      * deck (GET-RUN-PARTITION in AUTHGATE.CPY) files to its own
      * partition's copy instead - P2.SUITERES.DAT, beside its
      * cycle's name - so concurrent instances never append to the
      * one dataset at once; partMerge folds the partitions' copies
      * into SUITERES.DAT afterwards.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUITE-RESULT-WRITE.
           05 SRW-COST-SCALE PIC 9.
           05 SRW-COST PIC X(12).
           05 SRW-RESULT PIC X(200).
           05 SRW-CYCLE PIC 9.

       WORKING-STORAGE SECTION.
       01 SRW-RESULT-STATUS PIC XX.
       01 SRW-LOGICAL-NAME PIC X(40) VALUE "SUITERES.DAT".
       01 SRW-PHYS-NAME PIC X(40).
       01 SRW-CYCLE-NAME PIC X(40).
       01 SRW-PART-NAME PIC X(40).
       01 SRW-RUN-CYCLE PIC 9.
       01 SRW-PARTITION PIC 9.
       01 SRW-PART-KIND PIC X.
       01 SRW-PART-DECK PIC X(20).
       01 SRW-PART-DEPT PIC X(8).

       LINKAGE SECTION.
       01 LK-SRW-PRODUCER PIC X(12).
              LK-SRW-OPERAND-2 LK-SRW-OPERAND-3 LK-SRW-COST-SCALE
              LK-SRW-COST LK-SRW-RESULT.
       SRW-MAIN.
           CALL "GET-RUN-PARTITION" USING SRW-PARTITION SRW-PART-KIND
              SRW-PART-DECK SRW-PART-DEPT
           IF SRW-PARTITION = ZERO
              CALL "ENV-RESOLVE-NAME" USING SRW-LOGICAL-NAME
                 SRW-PHYS-NAME
           ELSE
              CALL "GET-RUN-CYCLE" USING SRW-RUN-CYCLE
              CALL "CYCLE-RESOLVE-NAME" USING SRW-LOGICAL-NAME
                 SRW-RUN-CYCLE SRW-CYCLE-NAME
              CALL "PARTITION-RESOLVE-NAME" USING SRW-CYCLE-NAME
                 SRW-PARTITION SRW-PART-NAME
              CALL "ENV-RESOLVE-NAME" USING SRW-PART-NAME
                 SRW-PHYS-NAME
           END-IF
           OPEN EXTEND SRW-RESULT-FILE
           IF SRW-RESULT-STATUS = "35"
              OPEN OUTPUT SRW-RESULT-FILE
           MOVE LK-SRW-COST-SCALE TO SRW-COST-SCALE
           MOVE LK-SRW-COST TO SRW-COST
           MOVE LK-SRW-RESULT TO SRW-RESULT
           CALL "GET-RUN-CYCLE" USING SRW-CYCLE
           WRITE SRW-RESULT-RECORD
           CLOSE SRW-RESULT-FILE
           GOBACK.
