      * perpetual inventory ledger - keeps MATONHND.DAT nightly
      *    TOPIC:
      *    THE ON-HAND FIGURE MATREQ ORDERS AGAINST, KEPT BY THE BOOK
      *****************************************************************
      * MATONHND.DAT used to be hand-edited, so matReq's to-order
      * quantity was only as good as whoever last keyed the on-hand
      * figure.  This nightly step keeps it instead, posting every
      * movement of the posting date to the inventory ledger
      * (STKLEDG.DAT) and rolling each material's on-hand forward:
      *
      *   R  receipts - every receipt goods receiving (poMatch)
      *      filed on RCVHIST.DAT under the posting date, one ledger
      *      line per receipt, referenced by PO number;
      *   I  issues - the night's consumption per material: the
      *      AREABATCH and VOLBATCH results on SUITERES.DAT for the
      *      posting date, totalled by material/shape code exactly
      *      as matReq totals them, with the MATWASTE.DAT waste
      *      factor applied;
      *   A  adjustments and
      *   C  cycle-count corrections - keyed on STKTRAN.DAT: the
      *      material code (9), the type A or C, a sign (+ or -, for
      *      an adjustment), the quantity (nine integer, three
      *      implied decimal digits) and a twelve-character
      *      reference.  An adjustment moves the on-hand by the
      *      signed quantity; a cycle count is the quantity on the
      *      shelf at the close of the posting date, so counts are
      *      posted last and the correction is the count less the
      *      book figure at that point.
      *
      * MATONHND.DAT is rewritten whole: material code, quantity,
      * and a sign byte, "-" when the book has gone below zero.  A
      * material driven negative is not floored - it keeps its
      * negative balance, which makes matReq order the shortfall as
      * well, and is filed to EXCFILE.DAT (W severity, STKNEG) for
      * the stores to count, ending the run RETURN-CODE 4.  An
      * unreadable STKTRAN.DAT line is rejected to EXCFILE.DAT
      * (STKBADTR).
      *
      * The stock movement report (STKMOVE.DAT, through the shared
      * REPORT-WRITER) gives one line per material - opening, in
      * (receipts and upward adjustments), out (issues and
      * downward adjustments) and closing - with the totals.
      *
      * The posting date comes from STKPARM.DAT when that control
      * file is present, otherwise it is the processing date.  The
      * step runs after matReq and poMatch: matReq weighs the
      * night's requirements against the on-hand before they are
      * issued, and poMatch files the receipts posted here.  A
      * posting date already on the ledger is refused with
      * RETURN-CODE 8.  The ledger, the transactions and the
      * results and receipt files are data files and go through
      * ENV-RESOLVE-NAME.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. invLedger.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONHAND-FILE ASSIGN TO "MATONHND.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ONHAND-STATUS.
           SELECT WASTE-FILE ASSIGN TO "MATWASTE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WASTE-STATUS.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-RESULT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RESULT-STATUS.
           SELECT RCV-HIST-FILE ASSIGN TO DYNAMIC WS-RCV-HIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RCV-HIST-STATUS.
           SELECT STOCK-TRAN-FILE ASSIGN TO DYNAMIC WS-STOCK-TRAN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-STOCK-TRAN-STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LEDGER-STATUS.
           SELECT PARM-FILE ASSIGN TO "STKPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  ONHAND-FILE.
       01  ONHAND-RECORD.
           05 ONH-MATERIAL PIC X(9).
           05 ONH-QTY PIC 9(9)V999.
           05 ONH-SIGN PIC X.
       FD  WASTE-FILE.
       01  WASTE-RECORD.
           05 WST-MATERIAL PIC X(9).
           05 WST-FACTOR PIC 9V9(4).
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
       FD  RCV-HIST-FILE.
       01  RCV-HIST-RECORD.
           05 RCH-POST-DATE PIC 9(8).
           05 RCH-PO PIC 9(6).
           05 RCH-LINE PIC 9(3).
           05 RCH-MATERIAL PIC X(9).
           05 RCH-DATE PIC 9(8).
           05 RCH-QTY PIC 9(9)V999.
           05 RCH-INVOICED-QTY PIC 9(9)V999.
           05 RCH-RUN-ID PIC X(13).
       FD  STOCK-TRAN-FILE.
       01  STOCK-TRAN-RECORD.
           05 STR-MATERIAL PIC X(9).
           05 STR-TYPE PIC X.
               88 STR-ADJUSTMENT VALUE "A".
               88 STR-COUNT VALUE "C".
           05 STR-SIGN PIC X.
           05 STR-QTY PIC 9(9)V999.
           05 STR-REFERENCE PIC X(12).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 STL-DATE PIC 9(8).
           05 STL-MATERIAL PIC X(9).
           05 STL-TYPE PIC X.
           05 STL-SIGN PIC X.
           05 STL-QTY PIC 9(9)V999.
           05 STL-REFERENCE PIC X(12).
           05 STL-RUN-ID PIC X(13).
       FD  PARM-FILE.
       01  PARM-RECORD PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ONHAND-STATUS PIC XX.
       01 WS-WASTE-STATUS PIC XX.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-RCV-HIST-STATUS PIC XX.
       01 WS-STOCK-TRAN-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-RESULT-NAME PIC X(40).
       01 WS-RCV-HIST-NAME PIC X(40).
       01 WS-STOCK-TRAN-NAME PIC X(40).
       01 WS-LEDGER-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-POSTED-SWITCH PIC X VALUE "N".
           88 WS-ALREADY-POSTED VALUE "Y".
       01 WS-POSTING-DATE PIC 9(8).
       01 WS-RUN-ID PIC X(13).

       01 WS-STOCK-TABLE.
           05 WS-STK-ENTRY OCCURS 200 TIMES.
               10 WS-STK-MATERIAL PIC X(9).
               10 WS-STK-OPENING PIC S9(9)V999.
               10 WS-STK-IN PIC S9(9)V999.
               10 WS-STK-OUT PIC S9(9)V999.
               10 WS-STK-ISSUE PIC S9(9)V999.
               10 WS-STK-WASTE PIC 9V9(4).
       01 WS-STK-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-STK-IX PIC 9(4) COMP.
       01 WS-FOUND-STK PIC 9(4) COMP.
       01 WS-LOOKUP-MATERIAL PIC X(9).

       01 WS-DIVISOR PIC 9(10) COMP.
       01 WS-SCALE-I PIC 9 COMP.
       01 WS-QUANTITY PIC 9(9)V999 COMP-3.
       01 WS-MOVE-QTY PIC S9(9)V999.
       01 WS-BOOK-QTY PIC S9(9)V999.
       01 WS-CLOSING PIC S9(9)V999.
       01 WS-LEDGER-TYPE PIC X.
       01 WS-LEDGER-REF PIC X(12).
       01 WS-PO-REF.
           05 FILLER PIC X(3) VALUE "PO ".
           05 WS-PO-REF-NUMBER PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.

       01 WS-TOTAL-OPENING PIC S9(11)V999 VALUE ZERO.
       01 WS-TOTAL-IN PIC S9(11)V999 VALUE ZERO.
       01 WS-TOTAL-OUT PIC S9(11)V999 VALUE ZERO.
       01 WS-TOTAL-CLOSING PIC S9(11)V999 VALUE ZERO.
       01 WS-MOVEMENT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NEGATIVE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OPENING-OUT PIC Z(9)9.999-.
       01 WS-IN-OUT PIC Z(9)9.999-.
       01 WS-OUT-OUT PIC Z(9)9.999-.
       01 WS-CLOSING-OUT PIC Z(9)9.999-.

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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "INVLEDGER".
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
           PERFORM OBTAIN-POSTING-DATE
           PERFORM RESOLVE-FILE-NAMES
           PERFORM CHECK-ALREADY-POSTED
           IF WS-ALREADY-POSTED
              DISPLAY "STOCK MOVEMENTS FOR " WS-POSTING-DATE
                 " ALREADY POSTED - RUN REFUSED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM LOAD-ON-HAND
              OPEN EXTEND LEDGER-FILE
              IF WS-LEDGER-STATUS = "35"
                 OPEN OUTPUT LEDGER-FILE
              END-IF
              PERFORM POST-RECEIPTS
              PERFORM POST-ISSUES
              PERFORM POST-STOCK-TRANSACTIONS
              CLOSE LEDGER-FILE
              PERFORM SAVE-ON-HAND
              PERFORM WRITE-MOVEMENT-REPORT
              DISPLAY "INVENTORY LEDGER COMPLETE - "
                 WS-MOVEMENT-COUNT " MOVEMENTS, " WS-REJECT-COUNT
                 " REJECTED, " WS-NEGATIVE-COUNT " NEGATIVE"
              IF WS-REJECT-COUNT > ZERO OR WS-NEGATIVE-COUNT > ZERO
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

       OBTAIN-POSTING-DATE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE INTO WS-POSTING-DATE
              CLOSE PARM-FILE
           ELSE
              CALL "GET-PROCESS-DATE" USING WS-POSTING-DATE
           END-IF
           CALL "GET-RUN-ID" USING WS-RUN-ID.

       RESOLVE-FILE-NAMES.
           MOVE "SUITERES.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-RESULT-NAME
           MOVE "RCVHIST.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-RCV-HIST-NAME
           MOVE "STKTRAN.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-STOCK-TRAN-NAME
           MOVE "STKLEDG.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-LEDGER-NAME.

       CHECK-ALREADY-POSTED.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ LEDGER-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF STL-DATE = WS-POSTING-DATE
                       SET WS-ALREADY-POSTED TO TRUE
                       SET WS-EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-LEDGER-STATUS NOT = "35"
              CLOSE LEDGER-FILE
           END-IF.

      *****************************************************************
      * LOAD-ON-HAND brings MATONHND.DAT into storage whole as each
      * material's opening balance; SAVE-ON-HAND rewrites it whole
      * with the closing balances.
      *****************************************************************
       LOAD-ON-HAND.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-STK-COUNT
           OPEN INPUT ONHAND-FILE
           IF WS-ONHAND-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ ONHAND-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    MOVE ONH-MATERIAL TO WS-LOOKUP-MATERIAL
                    PERFORM FIND-STOCK-ENTRY
                    IF WS-FOUND-STK > 0 AND ONH-QTY IS NUMERIC
                       IF ONH-SIGN = "-"
                          COMPUTE WS-STK-OPENING(WS-FOUND-STK) =
                             ZERO - ONH-QTY
                       ELSE
                          MOVE ONH-QTY TO
                             WS-STK-OPENING(WS-FOUND-STK)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ONHAND-STATUS NOT = "35"
              CLOSE ONHAND-FILE
           END-IF.

       SAVE-ON-HAND.
           OPEN OUTPUT ONHAND-FILE
           PERFORM VARYING WS-STK-IX FROM 1 BY 1
                 UNTIL WS-STK-IX > WS-STK-COUNT
              PERFORM COMPUTE-CLOSING
              MOVE WS-STK-MATERIAL(WS-STK-IX) TO ONH-MATERIAL
              IF WS-CLOSING < ZERO
                 COMPUTE ONH-QTY = ZERO - WS-CLOSING
                 MOVE "-" TO ONH-SIGN
              ELSE
                 MOVE WS-CLOSING TO ONH-QTY
                 MOVE SPACE TO ONH-SIGN
              END-IF
              WRITE ONHAND-RECORD
           END-PERFORM
           CLOSE ONHAND-FILE.

       COMPUTE-CLOSING.
           COMPUTE WS-CLOSING = WS-STK-OPENING(WS-STK-IX)
              + WS-STK-IN(WS-STK-IX) - WS-STK-OUT(WS-STK-IX).

      *    A material not yet on the book starts at zero.
       FIND-STOCK-ENTRY.
           MOVE 0 TO WS-FOUND-STK
           PERFORM VARYING WS-STK-IX FROM 1 BY 1
                 UNTIL WS-STK-IX > WS-STK-COUNT
              IF WS-STK-MATERIAL(WS-STK-IX) = WS-LOOKUP-MATERIAL
                 MOVE WS-STK-IX TO WS-FOUND-STK
                 MOVE WS-STK-COUNT TO WS-STK-IX
              END-IF
           END-PERFORM
           IF WS-FOUND-STK = 0
              IF WS-STK-COUNT < 200
                 ADD 1 TO WS-STK-COUNT
                 MOVE WS-STK-COUNT TO WS-FOUND-STK
                 MOVE WS-LOOKUP-MATERIAL TO
                    WS-STK-MATERIAL(WS-FOUND-STK)
                 MOVE ZERO TO WS-STK-OPENING(WS-FOUND-STK)
                 MOVE ZERO TO WS-STK-IN(WS-FOUND-STK)
                 MOVE ZERO TO WS-STK-OUT(WS-FOUND-STK)
                 MOVE ZERO TO WS-STK-ISSUE(WS-FOUND-STK)
                 MOVE ZERO TO WS-STK-WASTE(WS-FOUND-STK)
              ELSE
                 DISPLAY "STOCK TABLE FULL - " WS-LOOKUP-MATERIAL
                    " NOT POSTED"
              END-IF
           END-IF.

      *****************************************************************
      * POST-MOVEMENT books WS-MOVE-QTY (signed) against the material
      * at WS-FOUND-STK and writes its ledger line.
      *****************************************************************
       POST-MOVEMENT.
           IF WS-MOVE-QTY < ZERO
              SUBTRACT WS-MOVE-QTY FROM WS-STK-OUT(WS-FOUND-STK)
              MOVE "-" TO STL-SIGN
              COMPUTE STL-QTY = ZERO - WS-MOVE-QTY
           ELSE
              ADD WS-MOVE-QTY TO WS-STK-IN(WS-FOUND-STK)
              MOVE "+" TO STL-SIGN
              MOVE WS-MOVE-QTY TO STL-QTY
           END-IF
           MOVE WS-POSTING-DATE TO STL-DATE
           MOVE WS-STK-MATERIAL(WS-FOUND-STK) TO STL-MATERIAL
           MOVE WS-LEDGER-TYPE TO STL-TYPE
           MOVE WS-LEDGER-REF TO STL-REFERENCE
           MOVE WS-RUN-ID TO STL-RUN-ID
           WRITE LEDGER-RECORD
           ADD 1 TO WS-MOVEMENT-COUNT.

       POST-RECEIPTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RCV-HIST-FILE
           IF WS-RCV-HIST-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ RCV-HIST-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF RCH-POST-DATE = WS-POSTING-DATE
                       MOVE RCH-MATERIAL TO WS-LOOKUP-MATERIAL
                       PERFORM FIND-STOCK-ENTRY
                       IF WS-FOUND-STK > 0
                          MOVE "R" TO WS-LEDGER-TYPE
                          MOVE RCH-PO TO WS-PO-REF-NUMBER
                          MOVE WS-PO-REF TO WS-LEDGER-REF
                          MOVE RCH-QTY TO WS-MOVE-QTY
                          PERFORM POST-MOVEMENT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-RCV-HIST-STATUS NOT = "35"
              CLOSE RCV-HIST-FILE
           END-IF.

      *****************************************************************
      * POST-ISSUES totals the night's consumption by material off
      * the results dataset, applies each material's waste factor,
      * and books one issue line per material.
      *****************************************************************
       POST-ISSUES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ RESULT-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF RES-DATE = WS-POSTING-DATE
                       AND (RES-PRODUCER = "AREABATCH"
                       OR RES-PRODUCER = "VOLBATCH")
                       PERFORM ACCUMULATE-ISSUE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-RESULT-STATUS NOT = "35"
              CLOSE RESULT-FILE
           END-IF
           PERFORM LOAD-WASTE-FACTORS
           MOVE "I" TO WS-LEDGER-TYPE
           MOVE "SUITERES" TO WS-LEDGER-REF
           PERFORM VARYING WS-FOUND-STK FROM 1 BY 1
                 UNTIL WS-FOUND-STK > WS-STK-COUNT
              IF WS-STK-ISSUE(WS-FOUND-STK) > ZERO
                 COMPUTE WS-MOVE-QTY ROUNDED =
                    ZERO - WS-STK-ISSUE(WS-FOUND-STK)
                    * (1 + WS-STK-WASTE(WS-FOUND-STK))
                 PERFORM POST-MOVEMENT
              END-IF
           END-PERFORM.

       ACCUMULATE-ISSUE.
           MOVE RES-SCALE TO WS-SCALE-I
           PERFORM SET-SCALE-DIVISOR
           COMPUTE WS-QUANTITY =
              FUNCTION NUMVAL(RES-RESULT(1:18)) / WS-DIVISOR
           MOVE RES-OPCODE TO WS-LOOKUP-MATERIAL
           PERFORM FIND-STOCK-ENTRY
           IF WS-FOUND-STK > 0
              ADD WS-QUANTITY TO WS-STK-ISSUE(WS-FOUND-STK)
           END-IF.

       SET-SCALE-DIVISOR.
           MOVE 1 TO WS-DIVISOR
           PERFORM WS-SCALE-I TIMES
              MULTIPLY 10 BY WS-DIVISOR
           END-PERFORM.

       LOAD-WASTE-FACTORS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT WASTE-FILE
           IF WS-WASTE-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ WASTE-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    PERFORM VARYING WS-STK-IX FROM 1 BY 1
                          UNTIL WS-STK-IX > WS-STK-COUNT
                       IF WS-STK-MATERIAL(WS-STK-IX) = WST-MATERIAL
                          MOVE WST-FACTOR TO
                             WS-STK-WASTE(WS-STK-IX)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           IF WS-WASTE-STATUS NOT = "35"
              CLOSE WASTE-FILE
           END-IF.

      *****************************************************************
      * POST-STOCK-TRANSACTIONS books the keyed adjustments in the
      * first pass and the cycle counts in the second, so every count
      * is measured against the day's complete book figure.
      *****************************************************************
       POST-STOCK-TRANSACTIONS.
           MOVE "A" TO WS-LEDGER-TYPE
           PERFORM READ-STOCK-TRANSACTIONS
           MOVE "C" TO WS-LEDGER-TYPE
           PERFORM READ-STOCK-TRANSACTIONS.

       READ-STOCK-TRANSACTIONS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT STOCK-TRAN-FILE
           IF WS-STOCK-TRAN-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ STOCK-TRAN-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    PERFORM POST-ONE-TRANSACTION
              END-READ
           END-PERFORM
           IF WS-STOCK-TRAN-STATUS NOT = "35"
              CLOSE STOCK-TRAN-FILE
           END-IF.

      *    Bad lines are rejected on the adjustment pass only, so
      *    none is reported twice.
       POST-ONE-TRANSACTION.
           IF STR-QTY IS NOT NUMERIC OR STR-MATERIAL = SPACES
              OR NOT (STR-ADJUSTMENT OR STR-COUNT)
              OR (STR-ADJUSTMENT AND STR-SIGN NOT = "+"
                  AND STR-SIGN NOT = "-")
              IF WS-LEDGER-TYPE = "A"
                 PERFORM REJECT-TRANSACTION
              END-IF
           ELSE
              IF STR-TYPE = WS-LEDGER-TYPE
                 MOVE STR-MATERIAL TO WS-LOOKUP-MATERIAL
                 PERFORM FIND-STOCK-ENTRY
                 IF WS-FOUND-STK > 0
                    MOVE STR-REFERENCE TO WS-LEDGER-REF
                    IF STR-ADJUSTMENT
                       IF STR-SIGN = "-"
                          COMPUTE WS-MOVE-QTY = ZERO - STR-QTY
                       ELSE
                          MOVE STR-QTY TO WS-MOVE-QTY
                       END-IF
                    ELSE
                       COMPUTE WS-BOOK-QTY =
                          WS-STK-OPENING(WS-FOUND-STK)
                          + WS-STK-IN(WS-FOUND-STK)
                          - WS-STK-OUT(WS-FOUND-STK)
                       COMPUTE WS-MOVE-QTY = STR-QTY - WS-BOOK-QTY
                    END-IF
                    IF WS-MOVE-QTY NOT = ZERO
                       PERFORM POST-MOVEMENT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "STOCK TRANSACTION REJECTED - " STR-MATERIAL
              " TYPE " STR-TYPE
           MOVE "W" TO WS-EXC-SEVERITY
           MOVE "STKBADTR" TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-DETAIL
           STRING STR-MATERIAL " TYPE " STR-TYPE STR-SIGN " "
              STR-REFERENCE
              DELIMITED BY SIZE INTO WS-EXC-DETAIL
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

      *****************************************************************
      * WRITE-MOVEMENT-REPORT lists each material's opening, in, out
      * and closing quantities, flags and files every material
      * left below zero, and closes with the totals.
      *****************************************************************
       WRITE-MOVEMENT-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "STKMOVE.DAT" TO WS-RPT-FILE
           MOVE "STOCK MOVEMENT REPORT" TO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-HEADING
           STRING "MATERIAL        OPENING             IN"
              "            OUT        CLOSING"
              DELIMITED BY SIZE INTO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           PERFORM VARYING WS-STK-IX FROM 1 BY 1
                 UNTIL WS-STK-IX > WS-STK-COUNT
              PERFORM WRITE-ONE-MATERIAL
           END-PERFORM
           MOVE WS-TOTAL-OPENING TO WS-OPENING-OUT
           MOVE WS-TOTAL-IN TO WS-IN-OUT
           MOVE WS-TOTAL-OUT TO WS-OUT-OUT
           MOVE WS-TOTAL-CLOSING TO WS-CLOSING-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL    " WS-OPENING-OUT WS-IN-OUT WS-OUT-OUT
              WS-CLOSING-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-ONE-MATERIAL.
           PERFORM COMPUTE-CLOSING
           ADD WS-STK-OPENING(WS-STK-IX) TO WS-TOTAL-OPENING
           ADD WS-STK-IN(WS-STK-IX) TO WS-TOTAL-IN
           ADD WS-STK-OUT(WS-STK-IX) TO WS-TOTAL-OUT
           ADD WS-CLOSING TO WS-TOTAL-CLOSING
           MOVE WS-STK-OPENING(WS-STK-IX) TO WS-OPENING-OUT
           MOVE WS-STK-IN(WS-STK-IX) TO WS-IN-OUT
           MOVE WS-STK-OUT(WS-STK-IX) TO WS-OUT-OUT
           MOVE WS-CLOSING TO WS-CLOSING-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-STK-MATERIAL(WS-STK-IX) WS-OPENING-OUT
              WS-IN-OUT WS-OUT-OUT WS-CLOSING-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           IF WS-CLOSING < ZERO
              MOVE "NEGATIVE" TO WS-RPT-LINE(75:8)
              ADD 1 TO WS-NEGATIVE-COUNT
              MOVE "W" TO WS-EXC-SEVERITY
              MOVE "STKNEG" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING WS-STK-MATERIAL(WS-STK-IX) " ON HAND "
                 WS-CLOSING-OUT
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM invLedger.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY DATESERV.

       COPY ENVNAME.
