      * partition a large deck by serial range for parallel drivers
      *    TOPIC:
      *    SPLITTING ONE NIGHT'S DECK ACROSS SEVERAL DRIVER INSTANCES
      *****************************************************************
      * On month-end nights the matrix deck (TRANBATCH.DAT) and the
      * area deck (AREATRAN.DAT) are big enough that one pass of
      * MatrixBatchDriver or AreaBatchDriver is the whole critical
      * path.  This pass runs after tranEdit and ahead of the
      * drivers and partitions one deck by serial range into N
      * sub-decks - P1.TRANBATCH.DAT, P2.TRANBATCH.DAT and so on,
      * beside the deck in its own cycle and environment - each
      * with its own HEADER (the original file date) and its own
      * TRAILER (the count of the transactions it was given), so
      * each is a deck the driver reads like any other.  Up to N
      * launches of partRun then each claim a partition and run the
      * driver over it concurrently, each under its own partition
      * lock and with its own transaction checkpoint, serial
      * register, results and report copies; partMerge folds those
      * back into the night's files and nightBalance proves the
      * merge against the original deck's trailer.
      *
      * SPLITPARM.DAT, when present, names the split - otherwise it
      * is prompted for:
      *
      *   col 1      deck kind, M matrix or A area
      *   col 2-21   the deck as the driver lists it on MTXDECKS.DAT
      *              or AREADECKS.DAT; blank for the cycle's
      *              TRANBATCH.DAT or AREATRAN.DAT
      *   col 22     the number of partitions, 2 to 9
      *   col 23-70  the upper serial of each partition but the
      *              last, six digits each, ascending; blank splits
      *              the deck's lowest to highest serial into equal
      *              ranges
      *
      * Each transaction goes to the partition whose range holds its
      * serial; a transaction with no serial goes to partition 1.
      * Blocks are measured the way the driver reads them - a matrix
      * opcode's dimension line and the cell blocks it owes, EXPR
      * steps, sparse operands, library and chain references, an
      * area shape's dimension lines, a POLYGON's vertex lines - so
      * a transaction is never cut in two.  On an area deck the JOB
      * block a shape sits under is repeated in front of that
      * shape's partition, so every instance prices the shape
      * against the right job; JOB blocks are not transactions and
      * are not counted in a trailer.
      *
      * The split is refused (RC 8), and nothing is written, when
      * the deck is not on file or too large to hold, has no HEADER
      * or TRAILER, has a block cut short, does not hold the count
      * its trailer says, is in use by maintenance or a driver, or
      * when a split already made for the date has not yet been
      * merged.  The deck itself is left exactly as it was - the
      * drivers pass it over while its split stands open (see
      * PARTITION-DECK-STATUS, CYCLESRV.CPY).  Each partition deck
      * is sealed under the house submitter through DECK-SEAL-FILE,
      * and any partition copies a previous split left behind -
      * registers, results, report sections, checkpoints - are
      * cleared, so a partition starts clean.
      *
      * The split is recorded on the cycle's partition control file
      * PARTCTL.DAT: an H record for the deck - partitions, state S
      * split, kind, date, trailer count, deck and department - and
      * a P record per partition - state S waiting, count, serial
      * range and its deck - for partRun to claim against.  Earlier
      * splits' H records are kept as history - the most recent 90
      * of them, the oldest dropping off as newer splits are made,
      * since the file is only cycle-qualified and so carries every
      * night's splits.  Every
      * partition is listed on SPLITRPT.DAT; a partition left with
      * no transactions leaves RETURN-CODE 4.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. deckSplit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SPLITPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           SELECT DECK-LIST-FILE ASSIGN TO DYNAMIC WS-DECK-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DECK-LIST-STATUS.
           SELECT DECK-FILE ASSIGN TO DYNAMIC WS-DECK-PHYS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DECK-STATUS.
           SELECT PART-DECK-FILE ASSIGN TO DYNAMIC WS-PART-PHYS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PART-DECK-STATUS.
           SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CTL-STATUS.
           SELECT CLEAR-FILE ASSIGN TO DYNAMIC WS-CLEAR-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CLEAR-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-KIND PIC X.
           05 PARM-DECK PIC X(20).
           05 PARM-PARTITIONS PIC X.
           05 PARM-BOUNDS PIC X(48).
       FD  DECK-LIST-FILE.
       01  DECK-LIST-RECORD.
           05 DLR-DECK-NAME PIC X(20).
           05 DLR-DEPT-TAG PIC X(8).
       FD  DECK-FILE.
       01  DECK-RECORD PIC X(20).
       FD  PART-DECK-FILE.
       01  PART-DECK-RECORD PIC X(20).
      *    Partition control - H the split of one deck, P one of its
      *    partitions.  See PARTITION-DECK-STATUS (CYCLESRV.CPY).
       FD  CTL-FILE.
       01  CTL-RECORD.
           05 CTL-TYPE PIC X.
           05 CTL-PARTITION PIC 9.
           05 CTL-STATE PIC X.
           05 CTL-KIND PIC X.
           05 CTL-DATE PIC 9(8).
           05 CTL-TIME PIC 9(4).
           05 CTL-COUNT PIC 9(4).
           05 CTL-SERIAL-LO PIC 9(6).
           05 CTL-SERIAL-HI PIC 9(6).
           05 CTL-RC PIC 9(2).
           05 CTL-RUN-ID PIC X(13).
           05 CTL-DECK PIC X(20).
           05 CTL-DEPT PIC X(8).
       FD  CLEAR-FILE.
       01  CLEAR-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-DECK-LIST-STATUS PIC XX.
       01 WS-DECK-STATUS PIC XX.
       01 WS-PART-DECK-STATUS PIC XX.
       01 WS-CTL-STATUS PIC XX.
       01 WS-CLEAR-STATUS PIC XX.
       01 WS-CYCLE-LOGICAL PIC X(40).
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-PART-QUALIFIED PIC X(40).
       01 WS-DECK-LIST-NAME PIC X(40).
       01 WS-DECK-PHYS-NAME PIC X(40).
       01 WS-PART-PHYS-NAME PIC X(40).
       01 WS-CTL-NAME PIC X(40).
       01 WS-CLEAR-NAME PIC X(40).
       01 WS-RUN-CYCLE PIC 9.
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-RUN-ID PIC X(13).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-KIND-IN PIC X.
       01 WS-PARTITIONS-IN PIC X.
       01 WS-BOUNDS-IN PIC X(48).
       01 WS-BOUNDS-VIEW REDEFINES WS-BOUNDS-IN.
           05 WS-BOUND-IN OCCURS 8 TIMES PIC X(6).
       01 WS-DECK-NAME PIC X(20).
       01 WS-DECK-DEPT PIC X(8).
       01 WS-DECK-KIND PIC X.
           88 WS-AREA-DECK VALUE "A".
           88 WS-MATRIX-DECK VALUE "M".
       01 WS-DECK-LOCK-FLAG PIC X.
       01 WS-LOCK-HELD-SWITCH PIC X VALUE "N".
           88 WS-LOCK-HELD VALUE "Y".
       01 WS-REFUSAL PIC X(50) VALUE SPACES.
       01 WS-DECK-TABLE.
           05 WS-DECK-LINE OCCURS 50000 TIMES PIC X(20).
       01 WS-DECK-LINES PIC 9(5) COMP VALUE 0.
       01 WS-MAX-DECK-LINES PIC 9(5) COMP VALUE 50000.
       01 WS-DECK-TOO-BIG-SWITCH PIC X VALUE "N".
           88 WS-DECK-TOO-BIG VALUE "Y".
       01 WS-LX PIC 9(5) COMP.
       01 WS-DX PIC 9(5) COMP.
       01 WS-HEADER-AT PIC 9(5) COMP VALUE 0.
       01 WS-TRAILER-AT PIC 9(5) COMP VALUE 0.
       01 WS-JOB-AT PIC 9(5) COMP VALUE 0.
       01 WS-LAST-JOB-AT PIC 9(5) COMP.
       01 WS-BROKEN-AT PIC 9(5) VALUE ZERO.
       01 WS-WALK-SWITCH PIC X VALUE "Y".
           88 WS-WALK-OK VALUE "Y".
       01 WS-TRAILER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OPCODE PIC X(9).
           88 OP-HEADER VALUE "HEADER".
           88 OP-TRAILER VALUE "TRAILER".
           88 OP-JOB VALUE "JOB".
       01 WS-LINE-TEXT PIC X(20).
       01 WS-DIM-1 PIC 9(2).
       01 WS-DIM-2 PIC 9(2).
       01 WS-DIM-3 PIC 9(2).
       01 WS-DIM-4 PIC 9(2).
       01 WS-NEED-LINES PIC 9(5).
       01 WS-EXPR-STEPS PIC 9(2).
       01 WS-POLY-COUNT PIC 9(2).
      *    One entry per transaction: its first and last deck line,
      *    the JOB block it sits under (area decks), its serial and
      *    the partition it goes to.
       01 WS-TRAN-TABLE.
           05 WS-TRAN-ENTRY OCCURS 9999 TIMES.
               10 WS-TR-START PIC 9(5) COMP.
               10 WS-TR-END PIC 9(5) COMP.
               10 WS-TR-JOB-AT PIC 9(5) COMP.
               10 WS-TR-SERIAL PIC 9(6).
               10 WS-TR-PART PIC 9.
       01 WS-TRAN-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-TRANS PIC 9(4) COMP VALUE 9999.
       01 WS-TX PIC 9(4) COMP.
       01 WS-PART-TOTAL PIC 9 VALUE ZERO.
       01 WS-PX PIC 9(2) COMP.
       01 WS-BX PIC 9(2) COMP.
       01 WS-PART-NO PIC 9.
       01 WS-COUNT-EDIT PIC 9(4).
       01 WS-EVEN-SPLIT-SWITCH PIC X VALUE "Y".
           88 WS-EVEN-SPLIT VALUE "Y".
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 9 TIMES.
               10 WS-PT-BOUND PIC 9(6).
               10 WS-PT-COUNT PIC 9(4).
               10 WS-PT-LINES PIC 9(5).
               10 WS-PT-SERIAL-LO PIC 9(6).
               10 WS-PT-SERIAL-HI PIC 9(6).
               10 WS-PT-DECK PIC X(40).
       01 WS-SERIAL-LO PIC 9(6).
       01 WS-SERIAL-HI PIC 9(6).
       01 WS-RANGE-WIDTH PIC 9(6).
       01 WS-EMPTY-PARTS PIC 9 VALUE ZERO.
      *    H records of earlier splits - the most recent 90 - carried
      *    over as history when the control file is rewritten.
       01 WS-KEEP-TABLE.
           05 WS-KEEP-ENTRY OCCURS 90 TIMES PIC X(75).
       01 WS-KEEP-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-KX PIC 9(2) COMP.
      *    The partition copies a driver instance files to, cleared
      *    ahead of a fresh split - the checkpoint is set back to
      *    zero, the rest emptied.
       01 WS-MTX-CLEAR-LIST.
           05 FILLER PIC X(12) VALUE "MATRES.DAT".
           05 FILLER PIC X(12) VALUE "MVVOUT.DAT".
           05 FILLER PIC X(12) VALUE "SPRES.DAT".
           05 FILLER PIC X(12) VALUE "MTXREG.DAT".
           05 FILLER PIC X(12) VALUE "MTXCKPT.DAT".
       01 WS-MTX-CLEAR-TABLE REDEFINES WS-MTX-CLEAR-LIST.
           05 WS-MTX-CLEAR-NAME OCCURS 5 TIMES PIC X(12).
       01 WS-AREA-CLEAR-LIST.
           05 FILLER PIC X(12) VALUE "SUITERES.DAT".
           05 FILLER PIC X(12) VALUE "ARARPT.DAT".
           05 FILLER PIC X(12) VALUE "AREAREG.DAT".
           05 FILLER PIC X(12) VALUE "AREACKPT.DAT".
       01 WS-AREA-CLEAR-TABLE REDEFINES WS-AREA-CLEAR-LIST.
           05 WS-AREA-CLEAR-NAME OCCURS 4 TIMES PIC X(12).
       01 WS-CX PIC 9 COMP.
       01 WS-CKPT-ZERO PIC 9(4) VALUE ZERO.
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "DECKSPLIT".
       01 WS-RETURN-CODE PIC S9(4).
       01 WS-SEAL-ACTION PIC X.
       01 WS-SEAL-DECK-NAME PIC X(40).
       01 WS-SEAL-SUBMITTER PIC X(8).
       01 WS-SEAL-RESULT PIC X.
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
      *    The deck, its partitions and the control file are the
      *    cycle's own; the decks and the partition copies resolve
      *    through the test environment besides.
           CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
           CALL "GET-RUN-CYCLE" USING WS-RUN-CYCLE
           CALL "GET-RUN-ID" USING WS-RUN-ID
           MOVE "PARTCTL.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-CTL-NAME
           MOVE "SPLITRPT.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-RPT-FILE
           PERFORM LOAD-PARAMETERS
           PERFORM EDIT-PARAMETERS
           IF WS-REFUSAL = SPACES
              PERFORM LOAD-CONTROL-FILE
           END-IF
           IF WS-REFUSAL = SPACES
              PERFORM TAKE-DECK-LOCK
           END-IF
           IF WS-REFUSAL = SPACES
              PERFORM LOAD-DECK
           END-IF
           IF WS-REFUSAL = SPACES
              PERFORM WALK-DECK
           END-IF
           IF WS-REFUSAL = SPACES
              PERFORM SET-PARTITION-BOUNDS
              PERFORM ASSIGN-PARTITIONS
              PERFORM VARYING WS-PX FROM 1 BY 1
                    UNTIL WS-PX > WS-PART-TOTAL
                 PERFORM WRITE-PARTITION-DECK
                 PERFORM CLEAR-PARTITION-FILES
              END-PERFORM
              PERFORM WRITE-CONTROL-FILE
           END-IF
           IF WS-LOCK-HELD
              CALL "DECK-LOCK-CLEAR" USING WS-DECK-NAME
           END-IF
           PERFORM WRITE-SPLIT-REPORT
           IF WS-REFUSAL NOT = SPACES
              DISPLAY "DECK SPLIT REFUSED - " WS-REFUSAL
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "DECKSPLIT COMPLETE - DECK " WS-DECK-NAME
                 " SPLIT INTO " WS-PART-TOTAL " PARTITIONS, "
                 WS-TRAILER-COUNT " TRANSACTIONS"
              IF WS-EMPTY-PARTS > ZERO
                 DISPLAY WS-EMPTY-PARTS
                    " PARTITIONS HAVE NO TRANSACTIONS"
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
      * LOAD-PARAMETERS reads the split from SPLITPARM.DAT when
      * present, otherwise prompts for it.
      *****************************************************************
       LOAD-PARAMETERS.
           MOVE SPACES TO WS-DECK-NAME
           MOVE SPACES TO WS-BOUNDS-IN
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 AT END
                    MOVE SPACES TO PARM-RECORD
              END-READ
              MOVE PARM-KIND TO WS-KIND-IN
              MOVE PARM-DECK TO WS-DECK-NAME
              MOVE PARM-PARTITIONS TO WS-PARTITIONS-IN
              MOVE PARM-BOUNDS TO WS-BOUNDS-IN
              CLOSE PARM-FILE
           ELSE
              DISPLAY "Deck kind (M matrix, A area): "
              ACCEPT WS-KIND-IN
              DISPLAY "Deck to split (blank for the cycle's own"
                 " deck): "
              ACCEPT WS-DECK-NAME
              DISPLAY "Number of partitions (2-9): "
              ACCEPT WS-PARTITIONS-IN
              DISPLAY "Upper serial of each partition but the last,"
                 " six digits each (blank for equal ranges): "
              ACCEPT WS-BOUNDS-IN
           END-IF.

      *****************************************************************
      * EDIT-PARAMETERS settles the deck, its department tag from
      * the cycle's deck list, the partition count and the serial
      * ranges.
      *****************************************************************
       EDIT-PARAMETERS.
           MOVE WS-KIND-IN TO WS-DECK-KIND
           IF NOT WS-AREA-DECK AND NOT WS-MATRIX-DECK
              MOVE "DECK KIND NOT M OR A" TO WS-REFUSAL
           ELSE
           IF WS-PARTITIONS-IN NOT NUMERIC
              OR WS-PARTITIONS-IN < "2"
              MOVE "PARTITION COUNT NOT 2 TO 9" TO WS-REFUSAL
           ELSE
              MOVE WS-PARTITIONS-IN TO WS-PART-TOTAL
              IF WS-AREA-DECK
                 MOVE "AREADECKS.DAT" TO WS-CYCLE-LOGICAL
              ELSE
                 MOVE "MTXDECKS.DAT" TO WS-CYCLE-LOGICAL
              END-IF
              CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
                 WS-RUN-CYCLE WS-DECK-LIST-NAME
              IF WS-DECK-NAME = SPACES
                 IF WS-AREA-DECK
                    MOVE "AREATRAN.DAT" TO WS-CYCLE-LOGICAL
                 ELSE
                    MOVE "TRANBATCH.DAT" TO WS-CYCLE-LOGICAL
                 END-IF
                 CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
                    WS-RUN-CYCLE WS-LOGICAL-NAME
                 MOVE WS-LOGICAL-NAME TO WS-DECK-NAME
              END-IF
              PERFORM FIND-DECK-DEPT
              IF WS-BOUNDS-IN = SPACES
                 SET WS-EVEN-SPLIT TO TRUE
              ELSE
                 MOVE "N" TO WS-EVEN-SPLIT-SWITCH
                 PERFORM VARYING WS-BX FROM 1 BY 1
                       UNTIL WS-BX = WS-PART-TOTAL
                       OR WS-REFUSAL NOT = SPACES
                    IF WS-BOUND-IN(WS-BX) NOT NUMERIC
                       MOVE "SERIAL BOUND NOT SIX DIGITS" TO
                          WS-REFUSAL
                    ELSE
                       MOVE WS-BOUND-IN(WS-BX) TO WS-PT-BOUND(WS-BX)
                       IF WS-BX > 1
                          IF WS-PT-BOUND(WS-BX) NOT >
                             WS-PT-BOUND(WS-BX - 1)
                             MOVE "SERIAL BOUNDS NOT ASCENDING" TO
                                WS-REFUSAL
                          END-IF
                       END-IF
                    END-IF
                 END-PERFORM
                 MOVE 999999 TO WS-PT-BOUND(WS-PART-TOTAL)
              END-IF
           END-IF
           END-IF
           IF WS-REFUSAL = SPACES
              MOVE WS-DECK-NAME TO WS-LOGICAL-NAME
              CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
                 WS-DECK-PHYS-NAME
           END-IF.

      *    The department tag the driver would file the deck under;
      *    a deck not on the list carries none, as the driver's own
      *    default deck does.
       FIND-DECK-DEPT.
           MOVE SPACES TO WS-DECK-DEPT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DECK-LIST-FILE
           IF WS-DECK-LIST-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ DECK-LIST-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF DLR-DECK-NAME = WS-DECK-NAME
                          MOVE DLR-DEPT-TAG TO WS-DECK-DEPT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DECK-LIST-FILE
           END-IF.

      *****************************************************************
      * LOAD-CONTROL-FILE refuses a second split while one made for
      * the date stands unmerged, and keeps the most recent 90 of the
      * earlier splits' H records for the rewrite - when the table
      * is full the oldest moves out for the newest.  P records go -
      * they belong to the split they were made under.
      *****************************************************************
       LOAD-CONTROL-FILE.
           MOVE 0 TO WS-KEEP-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ CTL-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF CTL-TYPE = "H"
                          IF CTL-STATE = "S"
                             AND CTL-DATE = WS-PROCESS-DATE
                             MOVE SPACES TO WS-REFUSAL
                             STRING "SPLIT OF " DELIMITED BY SIZE
                                CTL-DECK DELIMITED BY SPACE
                                " NOT YET MERGED" DELIMITED BY SIZE
                                INTO WS-REFUSAL
                          END-IF
                          IF WS-KEEP-COUNT = 90
                             PERFORM VARYING WS-KX FROM 1 BY 1
                                   UNTIL WS-KX >= WS-KEEP-COUNT
                                MOVE WS-KEEP-ENTRY(WS-KX + 1) TO
                                   WS-KEEP-ENTRY(WS-KX)
                             END-PERFORM
                             SUBTRACT 1 FROM WS-KEEP-COUNT
                          END-IF
                          ADD 1 TO WS-KEEP-COUNT
                          MOVE CTL-RECORD TO
                             WS-KEEP-ENTRY(WS-KEEP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF.

      *****************************************************************
      * TAKE-DECK-LOCK holds the deck under the M interlock for the
      * split, so neither a driver nor deckMaint reads or rewrites
      * it half-split; a deck already held is refused.
      *****************************************************************
       TAKE-DECK-LOCK.
           CALL "DECK-LOCK-TEST" USING WS-DECK-NAME WS-DECK-LOCK-FLAG
           IF WS-DECK-LOCK-FLAG = "P" OR WS-DECK-LOCK-FLAG = "M"
              MOVE SPACES TO WS-REFUSAL
              STRING "DECK " WS-DECK-NAME " IS IN USE"
                 DELIMITED BY SIZE INTO WS-REFUSAL
           ELSE
              MOVE "M" TO WS-DECK-LOCK-FLAG
              CALL "DECK-LOCK-SET" USING WS-DECK-NAME
                 WS-DECK-LOCK-FLAG
              SET WS-LOCK-HELD TO TRUE
           END-IF.

       LOAD-DECK.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-DECK-LINES
           OPEN INPUT DECK-FILE
           IF WS-DECK-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ DECK-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-DECK-LINES < WS-MAX-DECK-LINES
                          ADD 1 TO WS-DECK-LINES
                          MOVE DECK-RECORD TO
                             WS-DECK-LINE(WS-DECK-LINES)
                       ELSE
                          SET WS-DECK-TOO-BIG TO TRUE
                          SET WS-EOF TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DECK-FILE
              IF WS-DECK-TOO-BIG
                 MOVE SPACES TO WS-REFUSAL
                 STRING "DECK " WS-DECK-NAME " TOO LARGE TO SPLIT"
                    DELIMITED BY SIZE INTO WS-REFUSAL
              END-IF
           ELSE
              MOVE SPACES TO WS-REFUSAL
              STRING "DECK " WS-DECK-PHYS-NAME " NOT ON FILE"
                 DELIMITED BY SIZE INTO WS-REFUSAL
           END-IF.

      *****************************************************************
      * WALK-DECK measures every record group in the deck - the
      * HEADER and TRAILER pairs, the JOB blocks, and each
      * transaction from its opcode line to its last operand line -
      * and proves the transactions against the trailer before
      * anything is written.
      *****************************************************************
       WALK-DECK.
           MOVE 0 TO WS-TRAN-COUNT
           MOVE 1 TO WS-LX
           PERFORM MEASURE-DECK-LINE
              UNTIL WS-LX > WS-DECK-LINES OR NOT WS-WALK-OK
           IF WS-WALK-OK AND WS-LX > WS-DECK-LINES + 1
              MOVE "N" TO WS-WALK-SWITCH
              MOVE WS-DECK-LINES TO WS-BROKEN-AT
           END-IF
           IF NOT WS-WALK-OK
              MOVE SPACES TO WS-REFUSAL
              IF WS-TRAN-COUNT = WS-MAX-TRANS
                 STRING "OVER 9999 TRANSACTIONS"
                    DELIMITED BY SIZE INTO WS-REFUSAL
              ELSE
                 STRING "BLOCK CUT SHORT OR BAD NEAR LINE "
                    WS-BROKEN-AT DELIMITED BY SIZE INTO WS-REFUSAL
              END-IF
           ELSE
           IF WS-HEADER-AT = ZERO OR WS-TRAILER-AT = ZERO
              MOVE "DECK HAS NO HEADER OR NO TRAILER" TO WS-REFUSAL
           ELSE
              MOVE WS-DECK-LINE(WS-TRAILER-AT + 1) TO WS-LINE-TEXT
              IF WS-LINE-TEXT(1:4) NOT NUMERIC
                 MOVE "TRAILER COUNT NOT NUMERIC" TO WS-REFUSAL
              ELSE
                 MOVE WS-LINE-TEXT(1:4) TO WS-TRAILER-COUNT
                 IF WS-TRAILER-COUNT NOT = WS-TRAN-COUNT
                    MOVE SPACES TO WS-REFUSAL
                    MOVE WS-TRAN-COUNT TO WS-COUNT-EDIT
                    STRING "TRAILER SAYS " WS-TRAILER-COUNT
                       " DECK HOLDS " WS-COUNT-EDIT
                       DELIMITED BY SIZE INTO WS-REFUSAL
                 END-IF
              END-IF
           END-IF
           END-IF.

       MEASURE-DECK-LINE.
           MOVE WS-DECK-LINE(WS-LX)(1:9) TO WS-OPCODE
           EVALUATE TRUE
              WHEN OP-HEADER
                 MOVE WS-LX TO WS-HEADER-AT
                 ADD 2 TO WS-LX
              WHEN OP-TRAILER
                 MOVE WS-LX TO WS-TRAILER-AT
                 ADD 2 TO WS-LX
              WHEN OP-JOB AND WS-AREA-DECK
                 MOVE WS-LX TO WS-JOB-AT
                 ADD 3 TO WS-LX
              WHEN OTHER
                 IF WS-TRAN-COUNT = WS-MAX-TRANS
                    MOVE "N" TO WS-WALK-SWITCH
                 ELSE
                    ADD 1 TO WS-TRAN-COUNT
                    MOVE WS-LX TO WS-TR-START(WS-TRAN-COUNT)
                    MOVE WS-JOB-AT TO WS-TR-JOB-AT(WS-TRAN-COUNT)
                    MOVE ZERO TO WS-TR-SERIAL(WS-TRAN-COUNT)
                    MOVE WS-DECK-LINE(WS-LX) TO WS-LINE-TEXT
                    IF WS-LINE-TEXT(10:6) IS NUMERIC
                       MOVE WS-LINE-TEXT(10:6) TO
                          WS-TR-SERIAL(WS-TRAN-COUNT)
                    END-IF
                    IF WS-AREA-DECK
                       PERFORM MEASURE-AREA-TRAN
                    ELSE
                       PERFORM MEASURE-MATRIX-TRAN
                    END-IF
                    IF WS-WALK-OK
                       COMPUTE WS-TR-END(WS-TRAN-COUNT) = WS-LX - 1
                    ELSE
                       MOVE WS-TR-START(WS-TRAN-COUNT) TO
                          WS-BROKEN-AT
                    END-IF
                 END-IF
           END-EVALUATE.

      *****************************************************************
      * MEASURE-AREA-TRAN steps over an area shape the way the area
      * driver reads it - a fixed count of dimension lines, or a
      * POLYGON's vertex-count line and its vertex lines.  An opcode
      * the driver does not know reads no lines there.
      *****************************************************************
       MEASURE-AREA-TRAN.
           EVALUATE WS-OPCODE
              WHEN "SQUARE"
              WHEN "CIRCLE"
                 ADD 2 TO WS-LX
              WHEN "RECTANGLE"
                 ADD 3 TO WS-LX
              WHEN "TRIANGLE"
              WHEN "TRAPEZOID"
                 ADD 4 TO WS-LX
              WHEN "POLYGON"
                 MOVE ZERO TO WS-POLY-COUNT
                 IF WS-LX < WS-DECK-LINES
                    MOVE WS-DECK-LINE(WS-LX + 1) TO WS-LINE-TEXT
                    IF WS-LINE-TEXT(1:2) IS NUMERIC
                       MOVE WS-LINE-TEXT(1:2) TO WS-POLY-COUNT
                    END-IF
                 END-IF
                 COMPUTE WS-LX = WS-LX + 2 + WS-POLY-COUNT
              WHEN OTHER
                 ADD 1 TO WS-LX
           END-EVALUATE.

      *****************************************************************
      * MEASURE-MATRIX-TRAN steps over a matrix transaction the way
      * the matrix driver reads it: the dimension line each opcode
      * owes and the cell blocks it sizes, the A/S line of an ADD,
      * the SPARSE form of MULT and ADD, and the steps of an EXPR.
      *****************************************************************
       MEASURE-MATRIX-TRAN.
           ADD 1 TO WS-LX
           EVALUATE WS-OPCODE
              WHEN "MULT"
                 IF WS-LX NOT > WS-DECK-LINES
                    AND WS-DECK-LINE(WS-LX)(1:6) = "SPARSE"
                    ADD 1 TO WS-LX
                    PERFORM MEASURE-SPARSE-BLOCK 2 TIMES
                 ELSE
                    PERFORM TAKE-DIM-4
                    COMPUTE WS-NEED-LINES = WS-DIM-1 * WS-DIM-2
                    PERFORM MEASURE-CELL-BLOCK
                    COMPUTE WS-NEED-LINES = WS-DIM-3 * WS-DIM-4
                    PERFORM MEASURE-CELL-BLOCK
                 END-IF
              WHEN "ADD"
                 ADD 1 TO WS-LX
                 IF WS-LX NOT > WS-DECK-LINES
                    AND WS-DECK-LINE(WS-LX)(1:6) = "SPARSE"
                    ADD 1 TO WS-LX
                    PERFORM MEASURE-SPARSE-BLOCK 2 TIMES
                 ELSE
                    PERFORM TAKE-DIM-2
                    COMPUTE WS-NEED-LINES = WS-DIM-1 * WS-DIM-2
                    PERFORM MEASURE-CELL-BLOCK 2 TIMES
                 END-IF
              WHEN "HADAMARD"
                 PERFORM TAKE-DIM-2
                 COMPUTE WS-NEED-LINES = WS-DIM-1 * WS-DIM-2
                 PERFORM MEASURE-CELL-BLOCK 2 TIMES
              WHEN "TRANSPOSE"
                 PERFORM TAKE-DIM-2
                 COMPUTE WS-NEED-LINES = WS-DIM-1 * WS-DIM-2
                 PERFORM MEASURE-CELL-BLOCK
              WHEN "MATVEC"
                 PERFORM TAKE-DIM-2
                 COMPUTE WS-NEED-LINES = WS-DIM-1 * WS-DIM-2
                 PERFORM MEASURE-CELL-BLOCK
                 MOVE WS-DIM-2 TO WS-NEED-LINES
                 PERFORM MEASURE-CELL-BLOCK
              WHEN "EXPR"
                 IF WS-LX > WS-DECK-LINES
                    OR WS-DECK-LINE(WS-LX)(1:2) NOT NUMERIC
                    MOVE "N" TO WS-WALK-SWITCH
                 ELSE
                    MOVE WS-DECK-LINE(WS-LX)(1:2) TO WS-EXPR-STEPS
                    ADD 1 TO WS-LX
                    PERFORM MEASURE-EXPR-STEP WS-EXPR-STEPS TIMES
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       MEASURE-EXPR-STEP.
           IF WS-WALK-OK
              IF WS-LX > WS-DECK-LINES
                 MOVE "N" TO WS-WALK-SWITCH
              ELSE
                 MOVE WS-DECK-LINE(WS-LX)(1:9) TO WS-OPCODE
                 ADD 1 TO WS-LX
                 EVALUATE WS-OPCODE
                    WHEN "MULT"
                       PERFORM TAKE-DIM-4
                       COMPUTE WS-NEED-LINES = WS-DIM-1 * WS-DIM-2
                       PERFORM MEASURE-CELL-BLOCK
                       COMPUTE WS-NEED-LINES = WS-DIM-3 * WS-DIM-4
                       PERFORM MEASURE-CELL-BLOCK
                    WHEN "ADD"
                       ADD 1 TO WS-LX
                       PERFORM TAKE-DIM-2
                       COMPUTE WS-NEED-LINES = WS-DIM-1 * WS-DIM-2
                       PERFORM MEASURE-CELL-BLOCK 2 TIMES
                    WHEN "HADAMARD"
                       PERFORM TAKE-DIM-2
                       COMPUTE WS-NEED-LINES = WS-DIM-1 * WS-DIM-2
                       PERFORM MEASURE-CELL-BLOCK 2 TIMES
                    WHEN "TRANSPOSE"
                       PERFORM TAKE-DIM-2
                       COMPUTE WS-NEED-LINES = WS-DIM-1 * WS-DIM-2
                       PERFORM MEASURE-CELL-BLOCK
                    WHEN OTHER
                       MOVE "N" TO WS-WALK-SWITCH
                 END-EVALUATE
              END-IF
           END-IF.

      *    TAKE-DIM-4 and TAKE-DIM-2 take the dimension line and
      *    break out the dimensions the cell counts depend on.
       TAKE-DIM-4.
           MOVE ZERO TO WS-DIM-1 WS-DIM-2 WS-DIM-3 WS-DIM-4
           IF WS-WALK-OK
              IF WS-LX > WS-DECK-LINES
                 OR WS-DECK-LINE(WS-LX)(1:8) NOT NUMERIC
                 MOVE "N" TO WS-WALK-SWITCH
              ELSE
                 MOVE WS-DECK-LINE(WS-LX)(1:2) TO WS-DIM-1
                 MOVE WS-DECK-LINE(WS-LX)(3:2) TO WS-DIM-2
                 MOVE WS-DECK-LINE(WS-LX)(5:2) TO WS-DIM-3
                 MOVE WS-DECK-LINE(WS-LX)(7:2) TO WS-DIM-4
                 ADD 1 TO WS-LX
              END-IF
           END-IF.

       TAKE-DIM-2.
           MOVE ZERO TO WS-DIM-1 WS-DIM-2
           IF WS-WALK-OK
              IF WS-LX > WS-DECK-LINES
                 OR WS-DECK-LINE(WS-LX)(1:4) NOT NUMERIC
                 MOVE "N" TO WS-WALK-SWITCH
              ELSE
                 MOVE WS-DECK-LINE(WS-LX)(1:2) TO WS-DIM-1
                 MOVE WS-DECK-LINE(WS-LX)(3:2) TO WS-DIM-2
                 ADD 1 TO WS-LX
              END-IF
           END-IF.

      *    One matrix operand - a single "&name" or "$n" reference
      *    line standing in for the block, or WS-NEED-LINES cells.
       MEASURE-CELL-BLOCK.
           IF WS-WALK-OK
              IF WS-LX NOT > WS-DECK-LINES
                 AND (WS-DECK-LINE(WS-LX)(1:1) = "&"
                 OR WS-DECK-LINE(WS-LX)(1:1) = "$")
                 ADD 1 TO WS-LX
              ELSE
                 ADD WS-NEED-LINES TO WS-LX
              END-IF
           END-IF.

      *    One sparse operand - a single "&name" line, or a "%"
      *    header and the nonzero count of triple lines after it.
       MEASURE-SPARSE-BLOCK.
           IF WS-WALK-OK
              IF WS-LX > WS-DECK-LINES
                 MOVE "N" TO WS-WALK-SWITCH
              ELSE
                 MOVE WS-DECK-LINE(WS-LX) TO WS-LINE-TEXT
                 IF WS-LINE-TEXT(1:1) = "&"
                    ADD 1 TO WS-LX
                 ELSE
                    IF WS-LINE-TEXT(1:1) NOT = "%"
                       OR WS-LINE-TEXT(8:5) NOT NUMERIC
                       MOVE "N" TO WS-WALK-SWITCH
                    ELSE
                       MOVE WS-LINE-TEXT(8:5) TO WS-NEED-LINES
                       COMPUTE WS-LX = WS-LX + 1 + WS-NEED-LINES
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * SET-PARTITION-BOUNDS works out the equal serial ranges when
      * none were given: the deck's lowest to highest serial cut
      * into as many ranges as there are partitions, the last range
      * taking whatever the division leaves over.
      *****************************************************************
       SET-PARTITION-BOUNDS.
           IF WS-EVEN-SPLIT
              MOVE 999999 TO WS-SERIAL-LO
              MOVE ZERO TO WS-SERIAL-HI
              PERFORM VARYING WS-TX FROM 1 BY 1
                    UNTIL WS-TX > WS-TRAN-COUNT
                 IF WS-TR-SERIAL(WS-TX) > ZERO
                    IF WS-TR-SERIAL(WS-TX) < WS-SERIAL-LO
                       MOVE WS-TR-SERIAL(WS-TX) TO WS-SERIAL-LO
                    END-IF
                    IF WS-TR-SERIAL(WS-TX) > WS-SERIAL-HI
                       MOVE WS-TR-SERIAL(WS-TX) TO WS-SERIAL-HI
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-SERIAL-HI = ZERO
                 MOVE ZERO TO WS-SERIAL-LO
              END-IF
              COMPUTE WS-RANGE-WIDTH =
                 (WS-SERIAL-HI - WS-SERIAL-LO + 1) / WS-PART-TOTAL
              IF WS-RANGE-WIDTH = ZERO
                 MOVE 1 TO WS-RANGE-WIDTH
              END-IF
              PERFORM VARYING WS-BX FROM 1 BY 1
                    UNTIL WS-BX = WS-PART-TOTAL
                 COMPUTE WS-PT-BOUND(WS-BX) =
                    WS-SERIAL-LO + WS-RANGE-WIDTH * WS-BX - 1
              END-PERFORM
              MOVE 999999 TO WS-PT-BOUND(WS-PART-TOTAL)
           END-IF.

       ASSIGN-PARTITIONS.
           PERFORM VARYING WS-PX FROM 1 BY 1
                 UNTIL WS-PX > WS-PART-TOTAL
              MOVE ZERO TO WS-PT-COUNT(WS-PX)
              MOVE ZERO TO WS-PT-LINES(WS-PX)
              MOVE ZERO TO WS-PT-SERIAL-LO(WS-PX)
              MOVE ZERO TO WS-PT-SERIAL-HI(WS-PX)
           END-PERFORM
           PERFORM VARYING WS-TX FROM 1 BY 1
                 UNTIL WS-TX > WS-TRAN-COUNT
              MOVE 1 TO WS-PX
              IF WS-TR-SERIAL(WS-TX) > ZERO
                 PERFORM UNTIL WS-PX = WS-PART-TOTAL
                       OR WS-TR-SERIAL(WS-TX) NOT >
                          WS-PT-BOUND(WS-PX)
                    ADD 1 TO WS-PX
                 END-PERFORM
              END-IF
              MOVE WS-PX TO WS-TR-PART(WS-TX)
              ADD 1 TO WS-PT-COUNT(WS-PX)
              IF WS-TR-SERIAL(WS-TX) > ZERO
                 IF WS-PT-SERIAL-LO(WS-PX) = ZERO
                    OR WS-TR-SERIAL(WS-TX) < WS-PT-SERIAL-LO(WS-PX)
                    MOVE WS-TR-SERIAL(WS-TX) TO
                       WS-PT-SERIAL-LO(WS-PX)
                 END-IF
                 IF WS-TR-SERIAL(WS-TX) > WS-PT-SERIAL-HI(WS-PX)
                    MOVE WS-TR-SERIAL(WS-TX) TO
                       WS-PT-SERIAL-HI(WS-PX)
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * WRITE-PARTITION-DECK writes partition WS-PX's deck: the
      * original HEADER pair, each of its transactions in deck order
      * with the JOB block it sits under written ahead of the first
      * shape the partition takes from that job, and a TRAILER pair
      * carrying the partition's own count.  A partition with no
      * transactions still gets its HEADER and a zero TRAILER, so
      * its instance runs clean and proves nothing missing.
      *****************************************************************
       WRITE-PARTITION-DECK.
           MOVE WS-PX TO WS-PART-NO
           MOVE WS-DECK-NAME TO WS-CYCLE-LOGICAL
           CALL "PARTITION-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-PART-NO WS-PT-DECK(WS-PX)
           CALL "ENV-RESOLVE-NAME" USING WS-PT-DECK(WS-PX)
              WS-PART-PHYS-NAME
           OPEN OUTPUT PART-DECK-FILE
           MOVE WS-HEADER-AT TO WS-DX
           PERFORM WRITE-PARTITION-LINE
           ADD 1 TO WS-DX
           PERFORM WRITE-PARTITION-LINE
           MOVE ZERO TO WS-LAST-JOB-AT
           PERFORM VARYING WS-TX FROM 1 BY 1
                 UNTIL WS-TX > WS-TRAN-COUNT
              IF WS-TR-PART(WS-TX) = WS-PX
                 IF WS-TR-JOB-AT(WS-TX) > ZERO
                    AND WS-TR-JOB-AT(WS-TX) NOT = WS-LAST-JOB-AT
                    MOVE WS-TR-JOB-AT(WS-TX) TO WS-LAST-JOB-AT
                    PERFORM VARYING WS-DX FROM WS-LAST-JOB-AT BY 1
                          UNTIL WS-DX > WS-LAST-JOB-AT + 2
                       PERFORM WRITE-PARTITION-LINE
                    END-PERFORM
                 END-IF
                 PERFORM VARYING WS-DX FROM WS-TR-START(WS-TX) BY 1
                       UNTIL WS-DX > WS-TR-END(WS-TX)
                    PERFORM WRITE-PARTITION-LINE
                 END-PERFORM
              END-IF
           END-PERFORM
           MOVE WS-TRAILER-AT TO WS-DX
           PERFORM WRITE-PARTITION-LINE
           MOVE SPACES TO PART-DECK-RECORD
           MOVE WS-PT-COUNT(WS-PX) TO PART-DECK-RECORD(1:4)
           WRITE PART-DECK-RECORD
           ADD 1 TO WS-PT-LINES(WS-PX)
           CLOSE PART-DECK-FILE
           IF WS-PT-COUNT(WS-PX) = ZERO
              ADD 1 TO WS-EMPTY-PARTS
           END-IF
           MOVE WS-PART-PHYS-NAME TO WS-SEAL-DECK-NAME
           PERFORM SEAL-DECK.

       WRITE-PARTITION-LINE.
           MOVE WS-DECK-LINE(WS-DX) TO PART-DECK-RECORD
           WRITE PART-DECK-RECORD
           ADD 1 TO WS-PT-LINES(WS-PX).

      *****************************************************************
      * CLEAR-PARTITION-FILES clears the partition copies a previous
      * split's instance may have left - the same cycle, partition
      * and environment qualification the driver gives them.
      *****************************************************************
       CLEAR-PARTITION-FILES.
           IF WS-AREA-DECK
              PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 4
                 MOVE WS-AREA-CLEAR-NAME(WS-CX) TO WS-CYCLE-LOGICAL
                 PERFORM CLEAR-ONE-FILE
              END-PERFORM
           ELSE
              PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 5
                 MOVE WS-MTX-CLEAR-NAME(WS-CX) TO WS-CYCLE-LOGICAL
                 PERFORM CLEAR-ONE-FILE
              END-PERFORM
           END-IF.

       CLEAR-ONE-FILE.
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "PARTITION-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-PART-NO WS-PART-QUALIFIED
           CALL "ENV-RESOLVE-NAME" USING WS-PART-QUALIFIED
              WS-CLEAR-NAME
           OPEN OUTPUT CLEAR-FILE
           IF WS-CYCLE-LOGICAL = "MTXCKPT.DAT"
              OR WS-CYCLE-LOGICAL = "AREACKPT.DAT"
              MOVE SPACES TO CLEAR-RECORD
              MOVE WS-CKPT-ZERO TO CLEAR-RECORD(1:4)
              WRITE CLEAR-RECORD
           END-IF
           CLOSE CLEAR-FILE.

      *****************************************************************
      * WRITE-CONTROL-FILE rewrites the cycle's PARTCTL.DAT: the
      * earlier splits' H records, then this split's H record and a
      * waiting P record for each partition.
      *****************************************************************
       WRITE-CONTROL-FILE.
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN OUTPUT CTL-FILE
           PERFORM VARYING WS-KX FROM 1 BY 1
                 UNTIL WS-KX > WS-KEEP-COUNT
              MOVE WS-KEEP-ENTRY(WS-KX) TO CTL-RECORD
              WRITE CTL-RECORD
           END-PERFORM
           MOVE SPACES TO CTL-RECORD
           MOVE "H" TO CTL-TYPE
           MOVE WS-PART-TOTAL TO CTL-PARTITION
           MOVE "S" TO CTL-STATE
           MOVE WS-DECK-KIND TO CTL-KIND
           MOVE WS-PROCESS-DATE TO CTL-DATE
           MOVE WS-NOW-TIME(1:4) TO CTL-TIME
           MOVE WS-TRAILER-COUNT TO CTL-COUNT
           MOVE WS-PT-SERIAL-LO(1) TO CTL-SERIAL-LO
           MOVE WS-PT-SERIAL-HI(WS-PART-TOTAL) TO CTL-SERIAL-HI
           MOVE ZERO TO CTL-RC
           MOVE WS-RUN-ID TO CTL-RUN-ID
           MOVE WS-DECK-NAME TO CTL-DECK
           MOVE WS-DECK-DEPT TO CTL-DEPT
           WRITE CTL-RECORD
           PERFORM VARYING WS-PX FROM 1 BY 1
                 UNTIL WS-PX > WS-PART-TOTAL
              MOVE SPACES TO CTL-RECORD
              MOVE "P" TO CTL-TYPE
              MOVE WS-PX TO CTL-PARTITION
              MOVE "S" TO CTL-STATE
              MOVE WS-DECK-KIND TO CTL-KIND
              MOVE ZERO TO CTL-DATE
              MOVE ZERO TO CTL-TIME
              MOVE WS-PT-COUNT(WS-PX) TO CTL-COUNT
              MOVE WS-PT-SERIAL-LO(WS-PX) TO CTL-SERIAL-LO
              MOVE WS-PT-SERIAL-HI(WS-PX) TO CTL-SERIAL-HI
              MOVE ZERO TO CTL-RC
              MOVE WS-PT-DECK(WS-PX) TO CTL-DECK
              MOVE WS-DECK-DEPT TO CTL-DEPT
              WRITE CTL-RECORD
           END-PERFORM
           CLOSE CTL-FILE.

       WRITE-SPLIT-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "DECK PARTITIONS FOR PARALLEL DRIVER RUNS" TO
              WS-RPT-TITLE
           MOVE "PART DECK                 SERIALS         TRANS  LINES
      -       "  UPPER BOUND" TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DECK " WS-DECK-NAME " KIND " WS-DECK-KIND
              " DEPT " WS-DECK-DEPT " DATE " WS-PROCESS-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-REFUSAL NOT = SPACES
              MOVE SPACES TO WS-RPT-LINE
              STRING "SPLIT REFUSED - " WS-REFUSAL
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              PERFORM VARYING WS-PX FROM 1 BY 1
                    UNTIL WS-PX > WS-PART-TOTAL
                 MOVE WS-PX TO WS-PART-NO
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "  " WS-PART-NO "  "
                    WS-PT-DECK(WS-PX)(1:20) " "
                    WS-PT-SERIAL-LO(WS-PX) "-"
                    WS-PT-SERIAL-HI(WS-PX) "   "
                    WS-PT-COUNT(WS-PX) " " WS-PT-LINES(WS-PX) "  "
                    WS-PT-BOUND(WS-PX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-PERFORM
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-TRAILER-COUNT " TRANSACTIONS IN "
                 WS-PART-TOTAL " PARTITIONS, TRAILER "
                 WS-TRAILER-COUNT DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              IF WS-EMPTY-PARTS > ZERO
                 MOVE SPACES TO WS-RPT-LINE
                 STRING WS-EMPTY-PARTS
                    " PARTITIONS HAVE NO TRANSACTIONS"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *****************************************************************
      * SEAL-DECK seals the deck named in WS-SEAL-DECK-NAME under
      * the house submitter through DECK-SEAL-FILE, as dupDetect
      * does for the decks it rewrites.
      *****************************************************************
       SEAL-DECK.
           MOVE "S" TO WS-SEAL-ACTION
           MOVE SPACES TO WS-SEAL-SUBMITTER
           CALL "DECK-SEAL-FILE" USING WS-SEAL-ACTION
              WS-SEAL-DECK-NAME WS-SEAL-SUBMITTER WS-SEAL-RESULT
           IF WS-SEAL-RESULT = "U"
              DISPLAY "NO ACTIVE KEY FOR SUBMITTER " WS-SEAL-SUBMITTER
                 " - " WS-SEAL-DECK-NAME " LEFT UNSEALED"
           END-IF.

       END PROGRAM deckSplit.

       COPY AUTHGATE.

       COPY DECKSEAL.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY DECKLOCK.

       COPY DATESERV.

       COPY ENVNAME.

       COPY CYCLESRV.
