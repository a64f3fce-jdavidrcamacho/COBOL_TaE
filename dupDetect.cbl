      * cross-night duplicate submission detection
      *    TOPIC:
      *    THE SAME JOB KEYED TWICE UNDER A NEW SERIAL
      *****************************************************************
      * The serial registers stop a serial being processed twice,
      * but a submitter who re-keys work already done - the same
      * shape, the same dimensions, the same job and account - under
      * a fresh serial sails through them and the job is billed
      * twice.  This pass runs after tranEdit and ahead of the batch
      * drivers.  It walks tonight's area decks (the decks listed on
      * AREADECKS.DAT, or AREATRAN.DAT) and the volume deck
      * (VOLTRAN.DAT), and compares every shape transaction inside
      * a JOB block with the AREABATCH and VOLBATCH results filed to
      * SUITERES.DAT over the last N processing dates up to and
      * including tonight's.  A transaction is a probable duplicate
      * when a result carries the same shape, the same three
      * operands, the same job and the same billed account:
      *
      *   - operands are compared as the drivers file them, in feet
      *     with two decimals, so an area transaction keyed in
      *     inches still meets its earlier result keyed in feet;
      *   - a result filed under the transaction's own serial is the
      *     same piece of work, not a re-key, and never matches;
      *   - a serial already on the area register (AREAREG.DAT) is
      *     left alone - the driver skips it as already processed;
      *   - POLYGON work, work outside a JOB block and work with an
      *     unknown unit code are not screened - a polygon's result
      *     carries only its vertex count, and unbilled work cannot
      *     be billed twice.
      *
      * Each probable duplicate is taken out of its deck and held on
      * DUPHOLD.DAT - the transaction's lines, the job lines it sat
      * under, the deck it came from and the result it matched -
      * until someone releases it back to the deck or rejects it
      * through dupRelease.  Decks are rewritten under the M
      * interlock with any TRAILER count restated, and resealed
      * under the house submitter through DECK-SEAL-FILE
      * (DECKSEAL.CPY); a deck a driver or a maintenance session
      * holds is reported and left unscreened.  A released
      * transaction passes this screen once on the night it goes
      * back, so a rerun of the pass does not hold it a second
      * time.
      *
      * DUPPARM.DAT, when present, carries the look-back in days in
      * columns 1-3 (default 7).  Every hold is listed on DUPRPT.DAT
      * with the result it matched and that serial's register entry,
      * and filed to the exception file as a warning; anything held
      * leaves RETURN-CODE 4.
      *
      * Run for an intraday cycle, the screen works that cycle's own
      * decks - its "Cn." deck list and default decks, the way the
      * drivers find them.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dupDetect.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "DUPPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           SELECT DECK-LIST-FILE ASSIGN TO DYNAMIC WS-DECK-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DECK-LIST-STATUS.
           SELECT DECK-FILE ASSIGN TO DYNAMIC WS-DECK-PHYS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DECK-STATUS.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-RES-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RES-STATUS.
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REG-STATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HOLD-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-DAYS PIC X(3).
       FD  DECK-LIST-FILE.
       01  DECK-LIST-RECORD.
           05 DLR-DECK-NAME PIC X(20).
           05 DLR-DEPT-TAG PIC X(8).
       FD  DECK-FILE.
       01  DECK-RECORD PIC X(20).
       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05 RES-PRODUCER PIC X(12).
           05 RES-DATE PIC 9(8).
           05 RES-SERIAL PIC 9(6).
           05 RES-OPCODE PIC X(9).
           05 RES-SCALE PIC 9.
           05 RES-OPERAND-1 PIC X(12).
           05 RES-OPERAND-2 PIC X(12).
           05 RES-OPERAND-3 PIC X(12).
           05 RES-COST-SCALE PIC 9.
           05 RES-COST PIC X(12).
           05 RES-RESULT PIC X(200).
           05 RES-CYCLE PIC 9.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05 REG-SERIAL PIC 9(6).
           05 REG-DATE PIC 9(8).
           05 REG-DEPT PIC X(8).
           05 REG-RUN-ID PIC X(13).
           05 REG-LATE PIC X.
           05 REG-CYCLE PIC 9.
      *    One held transaction.  The job line (and, for area work,
      *    the rate line) it sat under are kept with it so a release
      *    can put it back under its own job; the transaction's own
      *    lines - the opcode line and its dimension lines - follow.
      *    Status H held, R released back to its deck, J rejected.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05 DH-HOLD-NUMBER PIC 9(6).
           05 DH-HOLD-DATE PIC 9(8).
           05 DH-DECK-NAME PIC X(20).
           05 DH-KIND PIC X.
           05 DH-OPCODE PIC X(9).
           05 DH-SERIAL PIC X(6).
           05 DH-JOB PIC X(4).
           05 DH-ACCOUNT PIC X(4).
           05 DH-MATCH-DATE PIC 9(8).
           05 DH-MATCH-SERIAL PIC 9(6).
           05 DH-STATUS PIC X.
           05 DH-ACTION-USER PIC X(8).
           05 DH-ACTION-DATE PIC 9(8).
           05 DH-PASS-DATE PIC 9(8).
           05 DH-JOB-LINE PIC X(20).
           05 DH-RATE-LINE PIC X(20).
           05 DH-TRAN-LINES PIC 9.
           05 DH-TRAN-LINE OCCURS 4 TIMES PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-DECK-LIST-STATUS PIC XX.
       01 WS-DECK-STATUS PIC XX.
       01 WS-RES-STATUS PIC XX.
       01 WS-REG-STATUS PIC XX.
       01 WS-HOLD-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-CYCLE-LOGICAL PIC X(40).
       01 WS-CYCLE-QUALIFIED PIC X(40).
       01 WS-DECK-LIST-NAME PIC X(40).
       01 WS-RUN-CYCLE PIC 9.
       01 WS-DECK-PHYS-NAME PIC X(40).
       01 WS-RES-NAME PIC X(40).
       01 WS-REG-NAME PIC X(40).
       01 WS-HOLD-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-LOOKBACK-DAYS PIC 9(3) VALUE 7.
       01 WS-WINDOW-START PIC 9(8).
      *    The decks to screen - the area decks in AREADECKS.DAT
      *    order, then the volume deck.
       01 WS-SCREEN-TABLE.
           05 WS-SCREEN-ENTRY OCCURS 11 TIMES.
               10 WS-SCR-DECK-NAME PIC X(20).
               10 WS-SCR-KIND PIC X.
       01 WS-SCREEN-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-SCREEN-IX PIC 9(2) COMP.
       01 WS-DECK-NAME PIC X(20).
       01 WS-DECK-KIND PIC X.
           88 WS-AREA-DECK VALUE "A".
           88 WS-VOLUME-DECK VALUE "V".
       01 WS-DECK-LOCK-FLAG PIC X.
       01 WS-DECK-TABLE.
           05 WS-DECK-ENTRY OCCURS 20000 TIMES.
               10 WS-DECK-LINE PIC X(20).
               10 WS-DECK-KEEP PIC X.
       01 WS-DECK-LINES PIC 9(5) COMP VALUE 0.
       01 WS-MAX-DECK-LINES PIC 9(5) COMP VALUE 20000.
       01 WS-DECK-TOO-BIG-SWITCH PIC X.
           88 WS-DECK-TOO-BIG VALUE "Y".
       01 WS-LX PIC 9(5) COMP.
       01 WS-DX PIC 9(5) COMP.
       01 WS-TRAILER-AT PIC 9(5) COMP.
       01 WS-TRAILER-COUNT PIC 9(4).
       01 WS-DECK-HELD PIC 9(4).
       01 WS-LINE-TEXT PIC X(20).
       01 WS-OPCODE PIC X(9).
           88 OP-HEADER VALUE "HEADER".
           88 OP-TRAILER VALUE "TRAILER".
           88 OP-JOB VALUE "JOB".
           88 OP-POLYGON VALUE "POLYGON".
       01 WS-DIMS-NEEDED PIC 9 COMP.
       01 WS-POLY-COUNT PIC 9(2).
       01 WS-JOB-OPEN-SWITCH PIC X.
           88 WS-JOB-OPEN VALUE "Y".
       01 WS-JOB-LINE PIC X(20).
       01 WS-RATE-LINE PIC X(20).
       01 WS-JOB PIC X(4).
       01 WS-ACCOUNT PIC X(4).
       01 WS-SCREENABLE-SWITCH PIC X.
           88 WS-SCREENABLE VALUE "Y".
       01 WS-UNIT-CODE PIC X(2).
       01 WS-UNIT-FACTOR PIC 9(3)V9(5).
       01 WS-DIM-RAW PIC 9(2).
       01 WS-DIM-FEET PIC 9(4)V99.
       01 WS-DIM-EDIT PIC 9(4).99.
       01 WS-CAND-OPERANDS.
           05 WS-CAND-OP OCCURS 3 TIMES PIC X(12).
       01 WS-OP-IX PIC 9 COMP.
       01 WS-CAND-SERIAL PIC 9(6).
       01 WS-MATCH-IX PIC 9(4) COMP.
       01 WS-EXEMPT-SWITCH PIC X.
           88 WS-EXEMPT VALUE "Y".
      *    Processed results inside the look-back, job work only.
       01 WS-RESULT-TABLE.
           05 WS-RESULT-ENTRY OCCURS 5000 TIMES.
               10 WS-RS-KIND PIC X.
               10 WS-RS-DATE PIC 9(8).
               10 WS-RS-SERIAL PIC 9(6).
               10 WS-RS-OPCODE PIC X(9).
               10 WS-RS-OP OCCURS 3 TIMES PIC X(12).
               10 WS-RS-JOB PIC X(4).
               10 WS-RS-ACCOUNT PIC X(4).
       01 WS-RESULT-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-RESULTS PIC 9(4) COMP VALUE 5000.
       01 WS-RS-IX PIC 9(4) COMP.
       01 WS-RESULTS-FULL-SWITCH PIC X VALUE "N".
           88 WS-RESULTS-FULL VALUE "Y".
       01 WS-REGISTER-TABLE.
           05 WS-REGISTER-ENTRY OCCURS 5000 TIMES.
               10 WS-RG-SERIAL PIC 9(6).
               10 WS-RG-DATE PIC 9(8).
               10 WS-RG-RUN-ID PIC X(13).
       01 WS-REGISTER-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-RG-IX PIC 9(4) COMP.
       01 WS-RG-FOUND PIC 9(4) COMP.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 2000 TIMES PIC X(228).
       01 WS-HOLD-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-HOLDS PIC 9(4) COMP VALUE 2000.
       01 WS-HOLD-IX PIC 9(4) COMP.
       01 WS-NEXT-HOLD PIC 9(6) VALUE ZERO.
       01 WS-HOLD-CHANGED-SWITCH PIC X VALUE "N".
           88 WS-HOLD-CHANGED VALUE "Y".
       01 WS-SCREENED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PASSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-DECKS PIC 9(2) VALUE ZERO.
       01 WS-EXC-SEVERITY PIC X.
       01 WS-EXC-REASON PIC X(8).
       01 WS-EXC-DETAIL PIC X(40).
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "DUPDETECT".
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
           CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
           CALL "GET-RUN-CYCLE" USING WS-RUN-CYCLE
           MOVE "AREADECKS.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-DECK-LIST-NAME
           MOVE "SUITERES.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME WS-RES-NAME
           MOVE "AREAREG.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME WS-REG-NAME
           MOVE "DUPHOLD.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-HOLD-NAME
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-RESULTS
           PERFORM LOAD-REGISTER
           PERFORM LOAD-HOLDS
           PERFORM LOAD-SCREEN-LIST
           MOVE "O" TO WS-RPT-ACTION
           MOVE "DUPRPT.DAT" TO WS-RPT-FILE
           MOVE "PROBABLE DUPLICATE SUBMISSIONS HELD" TO WS-RPT-TITLE
           MOVE "HOLD   DECK                 SHAPE     SERIAL JOB  ACCT
      -       " / RESULT MATCHED" TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           PERFORM VARYING WS-SCREEN-IX FROM 1 BY 1
                 UNTIL WS-SCREEN-IX > WS-SCREEN-COUNT
              MOVE WS-SCR-DECK-NAME(WS-SCREEN-IX) TO WS-DECK-NAME
              MOVE WS-SCR-KIND(WS-SCREEN-IX) TO WS-DECK-KIND
              PERFORM SCREEN-ONE-DECK
           END-PERFORM
           IF WS-HOLD-CHANGED
              PERFORM REWRITE-HOLD-FILE
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY "DUPDETECT COMPLETE - " WS-SCREENED-COUNT
              " TRANSACTIONS SCREENED, " WS-HELD-COUNT " HELD"
           IF WS-HELD-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 AT END
                    MOVE SPACES TO PARM-RECORD
              END-READ
              IF PARM-DAYS IS NUMERIC AND PARM-DAYS NOT = "000"
                 MOVE PARM-DAYS TO WS-LOOKBACK-DAYS
              END-IF
              CLOSE PARM-FILE
           END-IF
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
              - WS-LOOKBACK-DAYS)
           DISPLAY "SCREENING AGAINST RESULTS PROCESSED "
              WS-WINDOW-START " THROUGH " WS-PROCESS-DATE.

      *****************************************************************
      * LOAD-RESULTS takes the area and volume results inside the
      * look-back that were filed under a job - the area driver
      * carries job and account in result positions 41-48, the
      * volume driver in positions 21-30 (job, zone, account).
      *****************************************************************
       LOAD-RESULTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RESULT-FILE
           IF WS-RES-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ RESULT-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF RES-DATE NOT < WS-WINDOW-START
                          AND RES-DATE NOT > WS-PROCESS-DATE
                          PERFORM TAKE-RESULT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESULT-FILE
           ELSE
              DISPLAY "SUITERES.DAT NOT ON FILE - NO RESULTS TO MATCH"
           END-IF
           DISPLAY WS-RESULT-COUNT " JOB RESULTS IN THE LOOK-BACK".

       TAKE-RESULT.
           EVALUATE RES-PRODUCER
              WHEN "AREABATCH"
                 IF RES-RESULT(41:4) NOT = SPACES
                    AND RES-OPCODE NOT = "POLYGON"
                    PERFORM ADD-RESULT-ENTRY
                    IF NOT WS-RESULTS-FULL
                       MOVE "A" TO WS-RS-KIND(WS-RESULT-COUNT)
                       MOVE RES-RESULT(41:4) TO
                          WS-RS-JOB(WS-RESULT-COUNT)
                       MOVE RES-RESULT(45:4) TO
                          WS-RS-ACCOUNT(WS-RESULT-COUNT)
                    END-IF
                 END-IF
              WHEN "VOLBATCH"
                 IF RES-RESULT(21:4) NOT = SPACES
                    PERFORM ADD-RESULT-ENTRY
                    IF NOT WS-RESULTS-FULL
                       MOVE "V" TO WS-RS-KIND(WS-RESULT-COUNT)
                       MOVE RES-RESULT(21:4) TO
                          WS-RS-JOB(WS-RESULT-COUNT)
                       MOVE RES-RESULT(27:4) TO
                          WS-RS-ACCOUNT(WS-RESULT-COUNT)
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       ADD-RESULT-ENTRY.
           IF WS-RESULT-COUNT = WS-MAX-RESULTS
              IF NOT WS-RESULTS-FULL
                 SET WS-RESULTS-FULL TO TRUE
                 DISPLAY "RESULT TABLE FULL - RESULTS PAST "
                    WS-MAX-RESULTS " NOT MATCHED AGAINST"
                 MOVE "W" TO WS-EXC-SEVERITY
                 MOVE "DUPTABLE" TO WS-EXC-REASON
                 MOVE "RESULT TABLE FULL - SHORTEN THE LOOK-BACK"
                    TO WS-EXC-DETAIL
                 CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                    WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
              END-IF
           ELSE
              ADD 1 TO WS-RESULT-COUNT
              MOVE RES-DATE TO WS-RS-DATE(WS-RESULT-COUNT)
              MOVE RES-SERIAL TO WS-RS-SERIAL(WS-RESULT-COUNT)
              MOVE RES-OPCODE TO WS-RS-OPCODE(WS-RESULT-COUNT)
              MOVE RES-OPERAND-1 TO WS-RS-OP(WS-RESULT-COUNT, 1)
              MOVE RES-OPERAND-2 TO WS-RS-OP(WS-RESULT-COUNT, 2)
              MOVE RES-OPERAND-3 TO WS-RS-OP(WS-RESULT-COUNT, 3)
           END-IF.

       LOAD-REGISTER.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ REGISTER-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF REG-DATE IS NUMERIC
                          AND WS-REGISTER-COUNT < 5000
                          ADD 1 TO WS-REGISTER-COUNT
                          MOVE REG-SERIAL TO
                             WS-RG-SERIAL(WS-REGISTER-COUNT)
                          MOVE REG-DATE TO
                             WS-RG-DATE(WS-REGISTER-COUNT)
                          MOVE REG-RUN-ID TO
                             WS-RG-RUN-ID(WS-REGISTER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTER-FILE
           END-IF.

       LOAD-HOLDS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ HOLD-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-HOLD-COUNT < WS-MAX-HOLDS
                          ADD 1 TO WS-HOLD-COUNT
                          MOVE HOLD-RECORD TO
                             WS-HOLD-ENTRY(WS-HOLD-COUNT)
                          IF DH-HOLD-NUMBER > WS-NEXT-HOLD
                             MOVE DH-HOLD-NUMBER TO WS-NEXT-HOLD
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE
           END-IF.

       REWRITE-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                 UNTIL WS-HOLD-IX > WS-HOLD-COUNT
              MOVE WS-HOLD-ENTRY(WS-HOLD-IX) TO HOLD-RECORD
              WRITE HOLD-RECORD
           END-PERFORM
           CLOSE HOLD-FILE.

      *****************************************************************
      * LOAD-SCREEN-LIST names the decks the drivers will read
      * tonight - AREADECKS.DAT as the area driver reads it (up to
      * ten decks), else AREATRAN.DAT - and VOLTRAN.DAT.
      *****************************************************************
       LOAD-SCREEN-LIST.
           MOVE 0 TO WS-SCREEN-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DECK-LIST-FILE
           IF WS-DECK-LIST-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ DECK-LIST-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-SCREEN-COUNT < 10
                          ADD 1 TO WS-SCREEN-COUNT
                          MOVE DLR-DECK-NAME TO
                             WS-SCR-DECK-NAME(WS-SCREEN-COUNT)
                          MOVE "A" TO WS-SCR-KIND(WS-SCREEN-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DECK-LIST-FILE
           ELSE
              MOVE 1 TO WS-SCREEN-COUNT
              MOVE "AREATRAN.DAT" TO WS-CYCLE-LOGICAL
              CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
                 WS-RUN-CYCLE WS-CYCLE-QUALIFIED
              MOVE WS-CYCLE-QUALIFIED TO WS-SCR-DECK-NAME(1)
              MOVE "A" TO WS-SCR-KIND(1)
           END-IF
           ADD 1 TO WS-SCREEN-COUNT
           MOVE "VOLTRAN.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-CYCLE-QUALIFIED
           MOVE WS-CYCLE-QUALIFIED TO WS-SCR-DECK-NAME(WS-SCREEN-COUNT)
           MOVE "V" TO WS-SCR-KIND(WS-SCREEN-COUNT).

      *****************************************************************
      * SCREEN-ONE-DECK holds the deck M while it is read, screened
      * and - when anything was held out of it - written back.
      *****************************************************************
       SCREEN-ONE-DECK.
           CALL "DECK-LOCK-TEST" USING WS-DECK-NAME WS-DECK-LOCK-FLAG
           IF WS-DECK-LOCK-FLAG = "P" OR WS-DECK-LOCK-FLAG = "M"
              ADD 1 TO WS-SKIPPED-DECKS
              DISPLAY "DECK " WS-DECK-NAME
                 " IS IN USE - NOT SCREENED THIS RUN"
              MOVE "W" TO WS-EXC-SEVERITY
              MOVE "DECKLOCK" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "DECK " WS-DECK-NAME " NOT SCREENED"
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
           ELSE
              MOVE "M" TO WS-DECK-LOCK-FLAG
              CALL "DECK-LOCK-SET" USING WS-DECK-NAME
                 WS-DECK-LOCK-FLAG
              MOVE WS-DECK-NAME TO WS-LOGICAL-NAME
              CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
                 WS-DECK-PHYS-NAME
              PERFORM LOAD-DECK
              IF WS-DECK-LINES > ZERO AND NOT WS-DECK-TOO-BIG
                 MOVE ZERO TO WS-DECK-HELD
                 MOVE ZERO TO WS-TRAILER-AT
                 MOVE "N" TO WS-JOB-OPEN-SWITCH
                 MOVE 1 TO WS-LX
                 PERFORM SCAN-DECK-LINE
                    UNTIL WS-LX > WS-DECK-LINES
                 IF WS-DECK-HELD > ZERO
                    PERFORM WRITE-DECK
                 END-IF
                 DISPLAY "DECK " WS-DECK-NAME " SCREENED - "
                    WS-DECK-HELD " HELD"
              END-IF
              CALL "DECK-LOCK-CLEAR" USING WS-DECK-NAME
           END-IF.

       LOAD-DECK.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-DECK-TOO-BIG-SWITCH
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
                          MOVE "Y" TO WS-DECK-KEEP(WS-DECK-LINES)
                       ELSE
                          SET WS-DECK-TOO-BIG TO TRUE
                          SET WS-EOF TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DECK-FILE
              IF WS-DECK-TOO-BIG
                 DISPLAY "DECK " WS-DECK-NAME
                    " TOO LARGE TO SCREEN - LEFT AS IT STANDS"
                 MOVE "W" TO WS-EXC-SEVERITY
                 MOVE "DUPTABLE" TO WS-EXC-REASON
                 MOVE SPACES TO WS-EXC-DETAIL
                 STRING "DECK " WS-DECK-NAME " TOO LARGE"
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
                 CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                    WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
              END-IF
           ELSE
              DISPLAY "DECK " WS-DECK-PHYS-NAME
                 " NOT ON FILE - NOTHING TO SCREEN"
           END-IF.

      *****************************************************************
      * SCAN-DECK-LINE steps over one record group the way the
      * driver reads it - a HEADER or TRAILER pair, a JOB block
      * (job line, and for area work its rate line), a POLYGON and
      * its vertex lines, or a shape and its dimension lines - and
      * screens each shape transaction inside a JOB block.
      *****************************************************************
       SCAN-DECK-LINE.
           MOVE WS-DECK-LINE(WS-LX)(1:9) TO WS-OPCODE
           EVALUATE TRUE
              WHEN OP-HEADER
                 ADD 2 TO WS-LX
              WHEN OP-TRAILER
                 MOVE WS-LX TO WS-TRAILER-AT
                 ADD 2 TO WS-LX
              WHEN OP-JOB
                 SET WS-JOB-OPEN TO TRUE
                 MOVE SPACES TO WS-JOB-LINE
                 MOVE SPACES TO WS-RATE-LINE
                 IF WS-LX < WS-DECK-LINES
                    MOVE WS-DECK-LINE(WS-LX + 1) TO WS-JOB-LINE
                 END-IF
                 MOVE WS-JOB-LINE(1:4) TO WS-JOB
                 MOVE WS-JOB-LINE(7:4) TO WS-ACCOUNT
                 IF WS-AREA-DECK
                    IF WS-LX + 1 < WS-DECK-LINES
                       MOVE WS-DECK-LINE(WS-LX + 2) TO WS-RATE-LINE
                    END-IF
                    ADD 3 TO WS-LX
                 ELSE
                    ADD 2 TO WS-LX
                 END-IF
              WHEN OP-POLYGON AND WS-AREA-DECK
                 MOVE ZERO TO WS-POLY-COUNT
                 IF WS-LX < WS-DECK-LINES
                    MOVE WS-DECK-LINE(WS-LX + 1) TO WS-LINE-TEXT
                    IF WS-LINE-TEXT(1:2) IS NUMERIC
                       MOVE WS-LINE-TEXT(1:2) TO WS-POLY-COUNT
                    END-IF
                 END-IF
                 COMPUTE WS-LX = WS-LX + 2 + WS-POLY-COUNT
              WHEN OTHER
                 PERFORM SET-DIMS-NEEDED
                 IF WS-JOB-OPEN AND WS-DIMS-NEEDED > ZERO
                    AND WS-LX + WS-DIMS-NEEDED NOT > WS-DECK-LINES
                    PERFORM SCREEN-TRANSACTION
                 END-IF
                 COMPUTE WS-LX = WS-LX + 1 + WS-DIMS-NEEDED
           END-EVALUATE.

      *    An opcode neither driver knows reads no dimension lines
      *    there, so none are stepped over here either.
       SET-DIMS-NEEDED.
           MOVE ZERO TO WS-DIMS-NEEDED
           IF WS-AREA-DECK
              EVALUATE WS-OPCODE
                 WHEN "SQUARE"
                 WHEN "CIRCLE"
                    MOVE 1 TO WS-DIMS-NEEDED
                 WHEN "RECTANGLE"
                    MOVE 2 TO WS-DIMS-NEEDED
                 WHEN "TRIANGLE"
                 WHEN "TRAPEZOID"
                    MOVE 3 TO WS-DIMS-NEEDED
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           ELSE
              EVALUATE WS-OPCODE
                 WHEN "CUBE"
                 WHEN "SPHERE"
                    MOVE 1 TO WS-DIMS-NEEDED
                 WHEN "CYLINDER"
                    MOVE 2 TO WS-DIMS-NEEDED
                 WHEN "PRISM"
                    MOVE 3 TO WS-DIMS-NEEDED
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *****************************************************************
      * SCREEN-TRANSACTION builds the transaction's operands as the
      * driver will file them and looks for a processed result that
      * is the same work under another serial.
      *****************************************************************
       SCREEN-TRANSACTION.
           SET WS-SCREENABLE TO TRUE
           MOVE ZERO TO WS-CAND-SERIAL
           MOVE WS-DECK-LINE(WS-LX) TO WS-LINE-TEXT
           IF WS-LINE-TEXT(10:6) IS NUMERIC
              MOVE WS-LINE-TEXT(10:6) TO WS-CAND-SERIAL
           END-IF
           MOVE 1 TO WS-UNIT-FACTOR
           IF WS-AREA-DECK
              PERFORM SET-UNIT-FACTOR
              IF WS-CAND-SERIAL > ZERO
                 PERFORM FIND-REGISTER-SERIAL
                 IF WS-RG-FOUND > ZERO
                    MOVE "N" TO WS-SCREENABLE-SWITCH
                 END-IF
              END-IF
           END-IF
           MOVE SPACES TO WS-CAND-OPERANDS
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                 UNTIL WS-OP-IX > WS-DIMS-NEEDED
              MOVE WS-DECK-LINE(WS-LX + WS-OP-IX) TO WS-LINE-TEXT
              IF WS-LINE-TEXT(1:2) IS NUMERIC
                 MOVE WS-LINE-TEXT(1:2) TO WS-DIM-RAW
                 COMPUTE WS-DIM-FEET ROUNDED =
                    WS-DIM-RAW * WS-UNIT-FACTOR
                 MOVE WS-DIM-FEET TO WS-DIM-EDIT
                 MOVE WS-DIM-EDIT TO WS-CAND-OP(WS-OP-IX)
              ELSE
                 MOVE "N" TO WS-SCREENABLE-SWITCH
              END-IF
           END-PERFORM
           IF WS-SCREENABLE
              ADD 1 TO WS-SCREENED-COUNT
              MOVE ZERO TO WS-MATCH-IX
              PERFORM VARYING WS-RS-IX FROM 1 BY 1
                    UNTIL WS-RS-IX > WS-RESULT-COUNT
                    OR WS-MATCH-IX > ZERO
                 IF WS-RS-KIND(WS-RS-IX) = WS-DECK-KIND
                    AND WS-RS-OPCODE(WS-RS-IX) = WS-OPCODE
                    AND WS-RS-JOB(WS-RS-IX) = WS-JOB
                    AND WS-RS-ACCOUNT(WS-RS-IX) = WS-ACCOUNT
                    AND WS-RS-OP(WS-RS-IX, 1) = WS-CAND-OP(1)
                    AND WS-RS-OP(WS-RS-IX, 2) = WS-CAND-OP(2)
                    AND WS-RS-OP(WS-RS-IX, 3) = WS-CAND-OP(3)
                    AND (WS-CAND-SERIAL = ZERO
                       OR WS-RS-SERIAL(WS-RS-IX) NOT = WS-CAND-SERIAL)
                    MOVE WS-RS-IX TO WS-MATCH-IX
                 END-IF
              END-PERFORM
              IF WS-MATCH-IX > ZERO
                 PERFORM CHECK-RELEASED
                 IF WS-EXEMPT
                    ADD 1 TO WS-PASSED-COUNT
                 ELSE
                    PERFORM HOLD-TRANSACTION
                 END-IF
              END-IF
           END-IF.

      *    The same factors the area driver converts by; an unknown
      *    code is rejected there, so it is not screened here.
       SET-UNIT-FACTOR.
           MOVE WS-LINE-TEXT(17:2) TO WS-UNIT-CODE
           EVALUATE WS-UNIT-CODE
              WHEN "  "
              WHEN "FT"
                 MOVE 1 TO WS-UNIT-FACTOR
              WHEN "IN"
                 MOVE 0.08333 TO WS-UNIT-FACTOR
              WHEN "M "
                 MOVE 3.28084 TO WS-UNIT-FACTOR
              WHEN "CM"
                 MOVE 0.03281 TO WS-UNIT-FACTOR
              WHEN OTHER
                 MOVE "N" TO WS-SCREENABLE-SWITCH
           END-EVALUATE.

       FIND-REGISTER-SERIAL.
           MOVE ZERO TO WS-RG-FOUND
           PERFORM VARYING WS-RG-IX FROM 1 BY 1
                 UNTIL WS-RG-IX > WS-REGISTER-COUNT
              IF WS-RG-SERIAL(WS-RG-IX) = WS-CAND-SERIAL
                 MOVE WS-RG-IX TO WS-RG-FOUND
              END-IF
           END-PERFORM.

      *****************************************************************
      * CHECK-RELEASED lets through a transaction someone released
      * back to this deck - a released hold of the same lines under
      * the same job line that has not yet passed on an earlier
      * night.  The hold is stamped with tonight's date as it
      * passes, and one release lets one transaction through.
      *****************************************************************
       CHECK-RELEASED.
           MOVE "N" TO WS-EXEMPT-SWITCH
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                 UNTIL WS-HOLD-IX > WS-HOLD-COUNT OR WS-EXEMPT
              MOVE WS-HOLD-ENTRY(WS-HOLD-IX) TO HOLD-RECORD
              IF DH-STATUS = "R"
                 AND DH-DECK-NAME = WS-DECK-NAME
                 AND DH-JOB-LINE = WS-JOB-LINE
                 AND DH-TRAN-LINE(1) = WS-DECK-LINE(WS-LX)
                 AND (DH-PASS-DATE = ZERO
                    OR DH-PASS-DATE = WS-PROCESS-DATE)
                 PERFORM MATCH-HELD-DIMENSIONS
                 IF WS-EXEMPT
                    MOVE WS-PROCESS-DATE TO DH-PASS-DATE
                    MOVE HOLD-RECORD TO WS-HOLD-ENTRY(WS-HOLD-IX)
                    SET WS-HOLD-CHANGED TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

       MATCH-HELD-DIMENSIONS.
           SET WS-EXEMPT TO TRUE
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                 UNTIL WS-OP-IX > WS-DIMS-NEEDED
              IF DH-TRAN-LINE(WS-OP-IX + 1) NOT =
                 WS-DECK-LINE(WS-LX + WS-OP-IX)
                 MOVE "N" TO WS-EXEMPT-SWITCH
              END-IF
           END-PERFORM.

      *****************************************************************
      * HOLD-TRANSACTION takes the transaction's lines out of the
      * deck and files them, with the job lines they sat under and
      * the result they matched, as a new hold.
      *****************************************************************
       HOLD-TRANSACTION.
           IF WS-HOLD-COUNT = WS-MAX-HOLDS
              DISPLAY "HOLD FILE FULL - PROBABLE DUPLICATE LEFT IN "
                 WS-DECK-NAME
              MOVE "W" TO WS-EXC-SEVERITY
              MOVE "DUPTABLE" TO WS-EXC-REASON
              MOVE "HOLD FILE FULL - WORK DUPHOLD.DAT DOWN"
                 TO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
           ELSE
              ADD 1 TO WS-NEXT-HOLD
              MOVE SPACES TO HOLD-RECORD
              MOVE WS-NEXT-HOLD TO DH-HOLD-NUMBER
              MOVE WS-PROCESS-DATE TO DH-HOLD-DATE
              MOVE WS-DECK-NAME TO DH-DECK-NAME
              MOVE WS-DECK-KIND TO DH-KIND
              MOVE WS-OPCODE TO DH-OPCODE
              MOVE WS-DECK-LINE(WS-LX)(10:6) TO DH-SERIAL
              MOVE WS-JOB TO DH-JOB
              MOVE WS-ACCOUNT TO DH-ACCOUNT
              MOVE WS-RS-DATE(WS-MATCH-IX) TO DH-MATCH-DATE
              MOVE WS-RS-SERIAL(WS-MATCH-IX) TO DH-MATCH-SERIAL
              MOVE "H" TO DH-STATUS
              MOVE ZERO TO DH-ACTION-DATE
              MOVE ZERO TO DH-PASS-DATE
              MOVE WS-JOB-LINE TO DH-JOB-LINE
              MOVE WS-RATE-LINE TO DH-RATE-LINE
              COMPUTE DH-TRAN-LINES = WS-DIMS-NEEDED + 1
              PERFORM VARYING WS-DX FROM WS-LX BY 1
                    UNTIL WS-DX > WS-LX + WS-DIMS-NEEDED
                 MOVE WS-DECK-LINE(WS-DX) TO
                    DH-TRAN-LINE(WS-DX - WS-LX + 1)
                 MOVE "N" TO WS-DECK-KEEP(WS-DX)
              END-PERFORM
              ADD 1 TO WS-HOLD-COUNT
              MOVE HOLD-RECORD TO WS-HOLD-ENTRY(WS-HOLD-COUNT)
              SET WS-HOLD-CHANGED TO TRUE
              ADD 1 TO WS-DECK-HELD
              ADD 1 TO WS-HELD-COUNT
              PERFORM REPORT-HOLD
           END-IF.

       REPORT-HOLD.
           DISPLAY "HOLD " DH-HOLD-NUMBER " " WS-DECK-NAME " "
              WS-OPCODE " SERIAL " DH-SERIAL " JOB " WS-JOB
              " ACCT " WS-ACCOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING DH-HOLD-NUMBER " " WS-DECK-NAME " " WS-OPCODE " "
              DH-SERIAL " " WS-JOB " " WS-ACCOUNT " "
              WS-CAND-OP(1) " " WS-CAND-OP(2) " " WS-CAND-OP(3)
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RS-SERIAL(WS-MATCH-IX) TO WS-CAND-SERIAL
           PERFORM FIND-REGISTER-SERIAL
           MOVE SPACES TO WS-RPT-LINE
           IF WS-RG-FOUND > ZERO AND WS-DECK-KIND = "A"
              STRING "       MATCHES RESULT FILED "
                 WS-RS-DATE(WS-MATCH-IX) " SERIAL "
                 WS-RS-SERIAL(WS-MATCH-IX) " - REGISTERED "
                 WS-RG-DATE(WS-RG-FOUND) " RUN "
                 WS-RG-RUN-ID(WS-RG-FOUND)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              IF WS-RS-SERIAL(WS-MATCH-IX) = ZERO
                 STRING "       MATCHES RESULT FILED "
                    WS-RS-DATE(WS-MATCH-IX) " - UNSERIALIZED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              ELSE
                 STRING "       MATCHES RESULT FILED "
                    WS-RS-DATE(WS-MATCH-IX) " SERIAL "
                    WS-RS-SERIAL(WS-MATCH-IX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "W" TO WS-EXC-SEVERITY
           MOVE "DUPHOLD" TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-DETAIL
           STRING "HOLD " DH-HOLD-NUMBER " JOB " WS-JOB " SERIAL "
              DH-SERIAL DELIMITED BY SIZE INTO WS-EXC-DETAIL
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

      *****************************************************************
      * WRITE-DECK writes the deck back without the held lines, a
      * TRAILER count restated for the transactions taken out.
      *****************************************************************
       WRITE-DECK.
           IF WS-TRAILER-AT > ZERO AND WS-TRAILER-AT < WS-DECK-LINES
              MOVE WS-DECK-LINE(WS-TRAILER-AT + 1) TO WS-LINE-TEXT
              IF WS-LINE-TEXT(1:4) IS NUMERIC
                 MOVE WS-LINE-TEXT(1:4) TO WS-TRAILER-COUNT
                 IF WS-TRAILER-COUNT > WS-DECK-HELD
                    SUBTRACT WS-DECK-HELD FROM WS-TRAILER-COUNT
                 ELSE
                    MOVE ZERO TO WS-TRAILER-COUNT
                 END-IF
                 MOVE WS-TRAILER-COUNT TO
                    WS-DECK-LINE(WS-TRAILER-AT + 1)(1:4)
              END-IF
           END-IF
           OPEN OUTPUT DECK-FILE
           PERFORM VARYING WS-DX FROM 1 BY 1
                 UNTIL WS-DX > WS-DECK-LINES
              IF WS-DECK-KEEP(WS-DX) = "Y"
                 MOVE WS-DECK-LINE(WS-DX) TO DECK-RECORD
                 WRITE DECK-RECORD
              END-IF
           END-PERFORM
           CLOSE DECK-FILE
           MOVE WS-DECK-PHYS-NAME TO WS-SEAL-DECK-NAME
           PERFORM SEAL-DECK.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-SCREENED-COUNT " JOB TRANSACTIONS SCREENED, "
              WS-HELD-COUNT " HELD, " WS-PASSED-COUNT
              " PASSED ON RELEASE"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "LOOK-BACK " WS-LOOKBACK-DAYS " DAYS - RESULTS "
              WS-WINDOW-START " THROUGH " WS-PROCESS-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-SKIPPED-DECKS > ZERO
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-SKIPPED-DECKS " DECKS IN USE AND NOT SCREENED"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
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
      * the house submitter through DECK-SEAL-FILE; a house
      * submitter with no key on file leaves the deck unsealed, and
      * says so, for tranEdit to refuse.
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

       END PROGRAM dupDetect.

       COPY AUTHGATE.

       COPY DECKSEAL.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY DECKLOCK.

       COPY DATESERV.

       COPY ENVNAME.

       COPY CYCLESRV.
