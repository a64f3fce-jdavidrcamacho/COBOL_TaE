      * stray opcode, or anything else in an operand position rejects
      * the transaction.  Rejections leave RETURN-CODE 4 so the job
      * stream can see the edit found something.
      *
      * A MULT or ADD transaction whose dimension line reads SPARSE
      * carries its two operands in sparse form instead: each one an
      * "&name" library reference or a "%" header (rows, cols, and
      * nonzero count, three, three, and five digits) followed by
      * exactly that many row-column-value triple lines, every
      * triple inside the declared shape and in row-major order.
      * The sparse form on any other opcode, or inside an EXPR
      * chain, is rejected - MatrixBatchDriver has no sparse engine
      * for it.  The line table holds 50000 lines so a deck carrying
      * a few wide sparse systems still loads whole.
      *
      * Before a matrix or area deck is edited at all, its submitter
      * seal is checked through DECK-SEAL-FILE (DECKSEAL.CPY): the
      * submitter named on the HEADER's date line must be registered
      * on SUBMKEYS.DAT and the seal behind the TRAILER must match
      * the deck under that submitter's key.  A deck with no seal,
      * an unknown or retired submitter, or a seal that does not
      * match is not edited - it goes to the deck's quarantine file
      * whole under a "*REJ UNAUTHENTICATED" marker, its cleaned
      * file is written empty so last night's cannot be run in its
      * place, an E exception is filed, and the run ends RETURN-CODE
      * 8.  The cleaned file of a deck that verified is resealed
      * under the same submitter, since the edit rewrites its
      * trailer.  With no SUBMKEYS.DAT on file seals are not in
      * force and every deck is edited as before.  The adding deck
      * carries no HEADER or TRAILER for a seal to ride on and is
      * edited unsealed.
      *
      * Run for an intraday cycle (MBDCYCLE.DAT), the edit works on
      * that cycle's own decks - C1.TRANBATCH.DAT to C1.TRANCLEAN.DAT
      * and so on, with its own C1.TRANEDIT.RPT - so the cycle's
      * edit never touches the nightly decks.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tranEdit.
       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS PIC XX.
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 50000 TIMES PIC X(20).
       01 WS-LINE-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-LINE-IX PIC 9(5) COMP VALUE 0.
       01 WS-TRAN-START PIC 9(5) COMP VALUE 0.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-FILE-TAG PIC X(9).
       01 WS-OPCODE PIC X(9).
       01 WS-NEED-LINES PIC 9(5) COMP.
       01 WS-VERTEX-COUNT PIC 9(2).
       01 WS-CELLS-A PIC 9(5) COMP.
       01 WS-CELLS-B PIC 9(5) COMP.
       01 WS-TRAN-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-GOOD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REJECT-REASON PIC X(40).
       01 WS-QUAR-NAME PIC X(40).
       01 WS-QUAR-STATUS PIC XX.
       01 WS-QUAR-IX PIC 9(5) COMP.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-CYCLE-LOGICAL PIC X(40).
       01 WS-RUN-CYCLE PIC 9 VALUE ZERO.
       01 WS-MTX-IN-NAME PIC X(40).
       01 WS-AREA-IN-NAME PIC X(40).
       01 WS-ADD-IN-NAME PIC X(40).
       01 WS-DIM-4 PIC 9(2) VALUE ZERO.
       01 WS-EXPR-STEPS PIC 9(2) VALUE ZERO.
       01 WS-EXPR-I PIC 9(2) COMP.
       01 WS-I PIC 9(5) COMP.
       01 WS-SP-ROWS PIC 9(3).
       01 WS-SP-COLS PIC 9(3).
       01 WS-SP-ROW PIC 9(3).
       01 WS-SP-COL PIC 9(3).
       01 WS-SP-PREV-ROW PIC 9(3).
       01 WS-SP-PREV-COL PIC 9(3).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SEAL-ACTION PIC X.
       01 WS-SEAL-DECK-NAME PIC X(40).
       01 WS-SEAL-SUBMITTER PIC X(8).
       01 WS-SEAL-RESULT PIC X.
       01 WS-SEAL-VERIFY-SWITCH PIC X.
           88 WS-SEAL-VERIFIED VALUE "Y".
           88 WS-SEAL-REFUSED VALUE "R".
       01 WS-UNAUTH-DECKS PIC 9(2) VALUE ZERO.
       01 WS-EXC-SEVERITY PIC X.
       01 WS-EXC-REASON PIC X(8).
       01 WS-EXC-DETAIL PIC X(40).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
           END-IF
      *    Every data file the edit touches resolves through the
      *    test environment, so a rehearsal edits the prefixed
      *    copies and production stays untouched.  The decks, the
      *    cleaned files and the report are per cycle besides; the
      *    quarantine files gather every cycle's rejects.
           CALL "GET-RUN-CYCLE" USING WS-RUN-CYCLE
           MOVE "TRANBATCH.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-MTX-IN-NAME
           MOVE "AREATRAN.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-AREA-IN-NAME
           MOVE "ADDTRAN.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-ADD-IN-NAME
           MOVE "TRANCLEAN.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-MTX-OUT-NAME
           MOVE "AREACLEAN.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-AREA-OUT-NAME
           MOVE "ADDCLEAN.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-ADD-OUT-NAME
           MOVE "TRANEDIT.RPT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-RPT-NAME
           OPEN OUTPUT EDIT-REPORT-FILE
              " TRANSACTIONS REJECTED" DELIMITED BY SIZE
              INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           IF WS-UNAUTH-DECKS > ZERO
              MOVE SPACES TO EDIT-REPORT-RECORD
              STRING WS-UNAUTH-DECKS " DECKS QUARANTINED UNEDITED AS"
                 " UNAUTHENTICATED" DELIMITED BY SIZE
                 INTO EDIT-REPORT-RECORD
              WRITE EDIT-REPORT-RECORD
           END-IF
           CLOSE EDIT-REPORT-FILE
           DISPLAY "TRANEDIT RUN COMPLETE - " WS-TOTAL-REJECTS
              " TRANSACTIONS REJECTED"
           EVALUATE TRUE
              WHEN WS-CAPACITY-ERROR
                 MOVE 8 TO RETURN-CODE
              WHEN WS-UNAUTH-DECKS > ZERO
                 MOVE 8 TO RETURN-CODE
              WHEN WS-TOTAL-REJECTS > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 READ MATRIX-IN-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-LINE-COUNT = 50000
                          SET WS-TABLE-FULL TO TRUE
                          SET WS-EOF TO TRUE
                       ELSE
                 SET WS-CAPACITY-ERROR TO TRUE
                 PERFORM REPORT-FILE-OVERSIZE
              ELSE
              MOVE WS-MTX-IN-NAME TO WS-SEAL-DECK-NAME
              PERFORM VERIFY-DECK-SEAL
              IF WS-SEAL-REFUSED
                 OPEN OUTPUT MATRIX-OUT-FILE
                 CLOSE MATRIX-OUT-FILE
                 PERFORM QUARANTINE-DECK
              ELSE
              OPEN OUTPUT MATRIX-OUT-FILE
              MOVE 0 TO WS-TRAN-NUMBER WS-GOOD-COUNT WS-REJECT-COUNT
              MOVE "N" TO WS-TRAILER-SWITCH
                 WRITE MATRIX-OUT-RECORD
              END-IF
              CLOSE MATRIX-OUT-FILE
              MOVE WS-MTX-OUT-NAME TO WS-SEAL-DECK-NAME
              PERFORM RESEAL-CLEAN-DECK
              PERFORM REPORT-FILE-TOTALS
              END-IF
              END-IF
           END-IF.

      *****************************************************************
           ADD 1 TO WS-LINE-IX
           EVALUATE WS-OPCODE
              WHEN "MULT"
                 IF WS-LINE-IX NOT > WS-LINE-COUNT
                    AND WS-LINE-ENTRY(WS-LINE-IX)(1:6) = "SPARSE"
                    PERFORM EDIT-SPARSE-OPERANDS
                 ELSE
                    PERFORM EDIT-MATRIX-DIM-4
                    IF WS-TRAN-OK
                       COMPUTE WS-NEED-LINES = WS-DIM-1 * WS-DIM-2
                       PERFORM EDIT-CELL-BLOCK
                    END-IF
                    IF WS-TRAN-OK
                       COMPUTE WS-NEED-LINES = WS-DIM-3 * WS-DIM-4
                       PERFORM EDIT-CELL-BLOCK
                    END-IF
                 END-IF
              WHEN "HADAMARD"
                 PERFORM EDIT-MATRIX-DIM-2
                          WS-REJECT-REASON
                    ELSE
                       ADD 1 TO WS-LINE-IX
                       IF WS-LINE-IX NOT > WS-LINE-COUNT
                          AND WS-LINE-ENTRY(WS-LINE-IX)(1:6) =
                             "SPARSE"
                          PERFORM EDIT-SPARSE-OPERANDS
                       ELSE
                          PERFORM EDIT-ADD-OPERANDS
                       END-IF
                    END-IF
                 END-IF
                 WS-REJECT-REASON
           ELSE
              MOVE WS-LINE-ENTRY(WS-LINE-IX) TO WS-DIM-LINE
              IF WS-DIM-LINE(1:6) = "SPARSE"
                 MOVE "N" TO WS-TRAN-OK-SWITCH
                 MOVE "SPARSE FORM ONLY ON PLAIN MULT OR ADD" TO
                    WS-REJECT-REASON
              ELSE
              IF WS-DIM-LINE(1:8) IS NUMERIC
                 MOVE WS-DIM-LINE(1:2) TO WS-DIM-1
                 MOVE WS-DIM-LINE(3:2) TO WS-DIM-2
                 MOVE "DIMENSION LINE NOT NUMERIC" TO
                    WS-REJECT-REASON
              END-IF
              END-IF
           END-IF.

       EDIT-MATRIX-DIM-2.
                 WS-REJECT-REASON
           ELSE
              MOVE WS-LINE-ENTRY(WS-LINE-IX) TO WS-DIM-LINE
              IF WS-DIM-LINE(1:6) = "SPARSE"
                 MOVE "N" TO WS-TRAN-OK-SWITCH
                 MOVE "SPARSE FORM ONLY ON PLAIN MULT OR ADD" TO
                    WS-REJECT-REASON
              ELSE
              IF WS-DIM-LINE(1:4) IS NUMERIC
                 MOVE WS-DIM-LINE(1:2) TO WS-DIM-1
                 MOVE WS-DIM-LINE(3:2) TO WS-DIM-2
                 MOVE "DIMENSION LINE NOT NUMERIC" TO
                    WS-REJECT-REASON
              END-IF
              END-IF
           END-IF.

      *****************************************************************
      * EDIT-ADD-OPERANDS takes the dense ADD body after its A/S
      * line: the dimension line and two same-shaped cell blocks.
      *****************************************************************
       EDIT-ADD-OPERANDS.
           PERFORM EDIT-MATRIX-DIM-2
           IF WS-TRAN-OK
              COMPUTE WS-NEED-LINES = WS-DIM-1 * WS-DIM-2
              PERFORM EDIT-CELL-BLOCK
           END-IF
           IF WS-TRAN-OK
              COMPUTE WS-NEED-LINES = WS-DIM-1 * WS-DIM-2
              PERFORM EDIT-CELL-BLOCK
           END-IF.

      *****************************************************************
      * EDIT-SPARSE-OPERANDS takes the SPARSE dimension line and the
      * two sparse operands a sparse MULT or ADD owes.  Whether the
      * two shapes conform is left to the driver, which knows the
      * shape of an "&name" operand only once it has fetched it.
      *****************************************************************
       EDIT-SPARSE-OPERANDS.
           ADD 1 TO WS-LINE-IX
           PERFORM EDIT-SPARSE-BLOCK
           IF WS-TRAN-OK
              PERFORM EDIT-SPARSE-BLOCK
           END-IF.

      *****************************************************************
      * EDIT-SPARSE-BLOCK takes one sparse operand: a single "&name"
      * library reference line, or a "%" header and exactly the
      * nonzero count of triple lines after it.
      *****************************************************************
       EDIT-SPARSE-BLOCK.
           IF WS-LINE-IX > WS-LINE-COUNT
              MOVE "N" TO WS-TRAN-OK-SWITCH
              MOVE "FILE ENDS BEFORE SPARSE OPERAND" TO
                 WS-REJECT-REASON
           ELSE
              IF WS-LINE-ENTRY(WS-LINE-IX)(1:1) = "&"
                 ADD 1 TO WS-LINE-IX
              ELSE
                 IF WS-LINE-ENTRY(WS-LINE-IX)(1:1) NOT = "%"
                    OR WS-LINE-ENTRY(WS-LINE-IX)(2:11) NOT NUMERIC
                    MOVE "N" TO WS-TRAN-OK-SWITCH
                    MOVE "SPARSE OPERAND NOT & OR % HEADER" TO
                       WS-REJECT-REASON
                 ELSE
                    MOVE WS-LINE-ENTRY(WS-LINE-IX)(2:3) TO WS-SP-ROWS
                    MOVE WS-LINE-ENTRY(WS-LINE-IX)(5:3) TO WS-SP-COLS
                    MOVE WS-LINE-ENTRY(WS-LINE-IX)(8:5) TO
                       WS-NEED-LINES
                    ADD 1 TO WS-LINE-IX
                    IF WS-SP-ROWS = ZERO OR WS-SP-COLS = ZERO
                       OR WS-NEED-LINES > 20000
                       MOVE "N" TO WS-TRAN-OK-SWITCH
                       MOVE "SPARSE HEADER SHAPE OR COUNT BAD" TO
                          WS-REJECT-REASON
                    ELSE
                       MOVE ZERO TO WS-SP-PREV-ROW WS-SP-PREV-COL
                       PERFORM WS-NEED-LINES TIMES
                          IF WS-TRAN-OK
                             PERFORM EDIT-TRIPLE-LINE
                          END-IF
                       END-PERFORM
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * EDIT-TRIPLE-LINE requires one row-column-value triple - three
      * digits, three digits, a sign, four digits - inside the
      * header's shape and strictly after the triple before it in
      * row-major order.
      *****************************************************************
       EDIT-TRIPLE-LINE.
           IF WS-LINE-IX > WS-LINE-COUNT
              MOVE "N" TO WS-TRAN-OK-SWITCH
              MOVE "SHORT BLOCK - TRIPLE LINES MISSING" TO
                 WS-REJECT-REASON
           ELSE
              MOVE WS-LINE-ENTRY(WS-LINE-IX) TO WS-CHK-LINE
              IF WS-CHK-LINE(1:6) NOT NUMERIC
                 OR (WS-CHK-LINE(7:1) NOT = "+"
                 AND WS-CHK-LINE(7:1) NOT = "-")
                 OR WS-CHK-LINE(8:4) NOT NUMERIC
                 OR WS-CHK-LINE(12:9) NOT = SPACES
                 MOVE "N" TO WS-TRAN-OK-SWITCH
                 MOVE "TRIPLE LINE NOT ROW COL SIGN VALUE" TO
                    WS-REJECT-REASON
              ELSE
                 MOVE WS-CHK-LINE(1:3) TO WS-SP-ROW
                 MOVE WS-CHK-LINE(4:3) TO WS-SP-COL
                 IF WS-SP-ROW = ZERO OR WS-SP-ROW > WS-SP-ROWS
                    OR WS-SP-COL = ZERO OR WS-SP-COL > WS-SP-COLS
                    OR WS-SP-ROW < WS-SP-PREV-ROW
                    OR (WS-SP-ROW = WS-SP-PREV-ROW
                    AND WS-SP-COL NOT > WS-SP-PREV-COL)
                    MOVE "N" TO WS-TRAN-OK-SWITCH
                    MOVE "TRIPLE OUT OF SHAPE OR OUT OF ORDER" TO
                       WS-REJECT-REASON
                 ELSE
                    MOVE WS-SP-ROW TO WS-SP-PREV-ROW
                    MOVE WS-SP-COL TO WS-SP-PREV-COL
                    ADD 1 TO WS-LINE-IX
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
                 READ AREA-IN-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-LINE-COUNT = 50000
                          SET WS-TABLE-FULL TO TRUE
                          SET WS-EOF TO TRUE
                       ELSE
                 SET WS-CAPACITY-ERROR TO TRUE
                 PERFORM REPORT-FILE-OVERSIZE
              ELSE
              MOVE WS-AREA-IN-NAME TO WS-SEAL-DECK-NAME
              PERFORM VERIFY-DECK-SEAL
              IF WS-SEAL-REFUSED
                 OPEN OUTPUT AREA-OUT-FILE
                 CLOSE AREA-OUT-FILE
                 PERFORM QUARANTINE-DECK
              ELSE
              OPEN OUTPUT AREA-OUT-FILE
              MOVE 0 TO WS-TRAN-NUMBER WS-GOOD-COUNT WS-REJECT-COUNT
              MOVE "N" TO WS-TRAILER-SWITCH
                 WRITE AREA-OUT-RECORD
              END-IF
              CLOSE AREA-OUT-FILE
              MOVE WS-AREA-OUT-NAME TO WS-SEAL-DECK-NAME
              PERFORM RESEAL-CLEAN-DECK
              PERFORM REPORT-FILE-TOTALS
              END-IF
              END-IF
           END-IF.

       EDIT-ONE-AREA-TRAN.
              WHEN "TRAPEZOID"
                 MOVE 3 TO WS-NEED-LINES
                 PERFORM EDIT-OPERAND-LINES
              WHEN "POLYGON"
                 PERFORM EDIT-POLYGON-BLOCK
              WHEN "JOB"
                 SET WS-JOB-BLOCK TO TRUE
                 PERFORM EDIT-JOB-NUMBER-LINE
                 IF WS-TRAN-OK
                    PERFORM EDIT-JOB-RATE-LINE
                 END-IF
                 MOVE "UNKNOWN SHAPE CODE" TO WS-REJECT-REASON
           END-EVALUATE.

      *****************************************************************
      * EDIT-POLYGON-BLOCK takes a POLYGON's vertex-count line - two
      * digits and nothing else - and then exactly that many vertex
      * lines, each X in columns 1-4 and Y in columns 5-8, all
      * digits, with the rest of the line blank.  Whether the
      * vertices make a usable outline is AreaBatchDriver's call;
      * the edit only sees that the block is the right length.
      *****************************************************************
       EDIT-POLYGON-BLOCK.
           IF WS-LINE-IX > WS-LINE-COUNT
              MOVE "N" TO WS-TRAN-OK-SWITCH
              MOVE "SHORT BLOCK - OPERAND LINES MISSING" TO
                 WS-REJECT-REASON
           ELSE
              MOVE WS-LINE-ENTRY(WS-LINE-IX) TO WS-CHK-LINE
              IF WS-CHK-LINE(1:2) IS NUMERIC
                 AND WS-CHK-LINE(3:18) = SPACES
                 MOVE WS-CHK-LINE(1:2) TO WS-VERTEX-COUNT
                 ADD 1 TO WS-LINE-IX
                 PERFORM WS-VERTEX-COUNT TIMES
                    IF WS-TRAN-OK
                       PERFORM EDIT-VERTEX-LINE
                    END-IF
                 END-PERFORM
              ELSE
                 MOVE "N" TO WS-TRAN-OK-SWITCH
                 MOVE "POLYGON VERTEX COUNT NOT NUMERIC" TO
                    WS-REJECT-REASON
              END-IF
           END-IF.

       EDIT-VERTEX-LINE.
           IF WS-LINE-IX > WS-LINE-COUNT
              MOVE "N" TO WS-TRAN-OK-SWITCH
              MOVE "SHORT BLOCK - OPERAND LINES MISSING" TO
                 WS-REJECT-REASON
           ELSE
              MOVE WS-LINE-ENTRY(WS-LINE-IX) TO WS-CHK-LINE
              IF WS-CHK-LINE(1:8) IS NUMERIC
                 AND WS-CHK-LINE(9:12) = SPACES
                 ADD 1 TO WS-LINE-IX
              ELSE
                 MOVE "N" TO WS-TRAN-OK-SWITCH
                 MOVE "POLYGON VERTEX LINE NOT X AND Y" TO
                    WS-REJECT-REASON
              END-IF
           END-IF.

      *****************************************************************
      * EDIT-JOB-NUMBER-LINE takes a JOB block's job line: the job
      * number in columns 1-4 and, optionally, the billed account
      * code in columns 7-10 - the columns the volume deck's job
      * line carries it in - with nothing else on the line.
      *****************************************************************
       EDIT-JOB-NUMBER-LINE.
           IF WS-LINE-IX > WS-LINE-COUNT
              MOVE "N" TO WS-TRAN-OK-SWITCH
              MOVE "SHORT BLOCK - OPERAND LINES MISSING" TO
                 WS-REJECT-REASON
           ELSE
              MOVE WS-LINE-ENTRY(WS-LINE-IX) TO WS-CHK-LINE
              IF WS-CHK-LINE(1:4) IS NUMERIC
                 AND WS-CHK-LINE(5:2) = SPACES
                 AND WS-CHK-LINE(11:10) = SPACES
                 ADD 1 TO WS-LINE-IX
              ELSE
                 MOVE "N" TO WS-TRAN-OK-SWITCH
                 MOVE "JOB LINE NOT JOB NUMBER AND ACCOUNT" TO
                    WS-REJECT-REASON
              END-IF
           END-IF.

      *****************************************************************
      * EDIT-JOB-RATE-LINE takes a JOB block's rate line: either a
      * numeric keyed rate or a single "&material" rate-master
              OR WS-LINE-ENTRY(WS-LINE-IX)(1:9) = "TRIANGLE"
              OR WS-LINE-ENTRY(WS-LINE-IX)(1:9) = "CIRCLE"
              OR WS-LINE-ENTRY(WS-LINE-IX)(1:9) = "TRAPEZOID"
              OR WS-LINE-ENTRY(WS-LINE-IX)(1:9) = "POLYGON"
              ADD 1 TO WS-LINE-IX
           END-PERFORM.

                 READ ADD-IN-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-LINE-COUNT = 50000
                          SET WS-TABLE-FULL TO TRUE
                          SET WS-EOF TO TRUE
                       ELSE
           END-PERFORM
           CLOSE QUAR-FILE.

      *****************************************************************
      * VERIFY-DECK-SEAL checks the loaded deck's submitter seal and
      * reports the verdict; WS-SEAL-REFUSED sends the deck to
      * QUARANTINE-DECK instead of the edit, and WS-SEAL-VERIFIED
      * has its cleaned file resealed under the same submitter.
      *****************************************************************
       VERIFY-DECK-SEAL.
           MOVE "V" TO WS-SEAL-ACTION
           MOVE SPACES TO WS-SEAL-SUBMITTER
           MOVE "N" TO WS-SEAL-VERIFY-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           CALL "DECK-SEAL-FILE" USING WS-SEAL-ACTION
              WS-SEAL-DECK-NAME WS-SEAL-SUBMITTER WS-SEAL-RESULT
           EVALUATE WS-SEAL-RESULT
              WHEN "Y"
                 SET WS-SEAL-VERIFIED TO TRUE
              WHEN "X"
                 CONTINUE
              WHEN "N"
                 SET WS-SEAL-REFUSED TO TRUE
                 MOVE "UNAUTHENTICATED - DECK NOT SEALED" TO
                    WS-REJECT-REASON
              WHEN "U"
                 SET WS-SEAL-REFUSED TO TRUE
                 STRING "UNAUTHENTICATED - NO KEY FOR "
                    WS-SEAL-SUBMITTER
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
              WHEN "B"
                 SET WS-SEAL-REFUSED TO TRUE
                 MOVE "UNAUTHENTICATED - SEAL DOES NOT MATCH" TO
                    WS-REJECT-REASON
              WHEN OTHER
                 SET WS-SEAL-REFUSED TO TRUE
                 MOVE "UNAUTHENTICATED - DECK NOT READABLE" TO
                    WS-REJECT-REASON
           END-EVALUATE
           MOVE SPACES TO EDIT-REPORT-RECORD
           EVALUATE TRUE
              WHEN WS-SEAL-VERIFIED
                 STRING WS-FILE-TAG " - SEALED BY "
                    WS-SEAL-SUBMITTER ", SEAL VERIFIED"
                    DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
              WHEN WS-SEAL-REFUSED
                 STRING WS-FILE-TAG " - DECK REJECTED UNEDITED - "
                    WS-REJECT-REASON DELIMITED BY SIZE
                    INTO EDIT-REPORT-RECORD
                 DISPLAY WS-FILE-TAG " DECK REJECTED UNEDITED - "
                    WS-REJECT-REASON
              WHEN OTHER
                 STRING WS-FILE-TAG " - NO SUBMITTER KEYS ON FILE,"
                    " SEAL NOT CHECKED" DELIMITED BY SIZE
                    INTO EDIT-REPORT-RECORD
           END-EVALUATE
           WRITE EDIT-REPORT-RECORD.

      *****************************************************************
      * QUARANTINE-DECK sends a deck that failed its seal check to
      * the quarantine file whole - one "*REJ" marker carrying the
      * reason, then every line as it arrived - and files the
      * exception the morning monitor watches for.
      *****************************************************************
       QUARANTINE-DECK.
           ADD 1 TO WS-UNAUTH-DECKS
           OPEN EXTEND QUAR-FILE
           IF WS-QUAR-STATUS = "35"
              OPEN OUTPUT QUAR-FILE
           END-IF
           MOVE SPACES TO QUAR-RECORD
           STRING "*REJ " WS-REJECT-REASON
              DELIMITED BY SIZE INTO QUAR-RECORD
           WRITE QUAR-RECORD
           PERFORM VARYING WS-QUAR-IX FROM 1 BY 1
                 UNTIL WS-QUAR-IX > WS-LINE-COUNT
              MOVE SPACES TO QUAR-RECORD
              MOVE WS-LINE-ENTRY(WS-QUAR-IX) TO QUAR-RECORD(1:20)
              WRITE QUAR-RECORD
           END-PERFORM
           CLOSE QUAR-FILE
           MOVE "E" TO WS-EXC-SEVERITY
           MOVE "DECKSEAL" TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-DETAIL
           STRING WS-FILE-TAG " REFUSED, SUBMITTER "
              WS-SEAL-SUBMITTER DELIMITED BY SIZE INTO WS-EXC-DETAIL
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

      *****************************************************************
      * RESEAL-CLEAN-DECK seals the cleaned file of a verified deck
      * under the submitter who sealed the original, so the deck
      * the drivers run still proves where it came from.
      *****************************************************************
       RESEAL-CLEAN-DECK.
           IF WS-SEAL-VERIFIED
              MOVE "S" TO WS-SEAL-ACTION
              CALL "DECK-SEAL-FILE" USING WS-SEAL-ACTION
                 WS-SEAL-DECK-NAME WS-SEAL-SUBMITTER WS-SEAL-RESULT
              IF WS-SEAL-RESULT NOT = "Y"
                 MOVE SPACES TO EDIT-REPORT-RECORD
                 STRING WS-FILE-TAG " - CLEANED FILE NOT RESEALED,"
                    " RESULT " WS-SEAL-RESULT DELIMITED BY SIZE
                    INTO EDIT-REPORT-RECORD
                 WRITE EDIT-REPORT-RECORD
              END-IF
           END-IF.

      *****************************************************************
      * Edit-report lines: one per rejected transaction, one per
      * missing input file, and a per-file totals line.
      * a truncated deck off as clean.
      *****************************************************************
       REPORT-FILE-OVERSIZE.
           DISPLAY WS-FILE-TAG " EXCEEDS 50000 LINES - NOT EDITED"
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING WS-FILE-TAG " - EXCEEDS 50000 LINES, NOT EDITED"
              DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD.


       COPY AUTHGATE.

       COPY EXCWRITE.

       COPY DECKSEAL.

       COPY DATESERV.

       COPY ENVNAME.

       COPY CYCLESRV.
