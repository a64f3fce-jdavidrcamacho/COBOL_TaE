      * customer quotation run
      *    TOPIC:
      *    PRICING WORK BEFORE IT IS EVER RUN
      *****************************************************************
      * Estimating used to price a prospective job by running it as
      * a real deck, which registered its serials, filed its results
      * to SUITERES.DAT and posted it to the account ledger.  This
      * run prices the same work without touching any of them: the
      * shapes go through the very engines the batch drivers use
      * (SHAPEENG.CPY) and the area materials through RATE-LOOKUP,
      * and the result is a numbered quotation with a validity date.
      *
      * The requests come from QUOTREQ.DAT, one 40-column record per
      * line, the first column saying what the line is:
      *
      *   Q  opens a quotation - account (2-5), freight zone (6-7),
      *      days the quote stays valid (8-10, blank for 30) and
      *      the customer's reference (11-30);
      *   S  a shape - shape code (2-10), unit code (11-12), three
      *      two-digit dimensions (13-18), material (19-26) and
      *      quantity (27-30);
      *   P  a product order - product code (2-9) and quantity
      *      (10-13), exploded through the bill of materials on
      *      PRODMAST.DAT into one quoted line per component.
      *
      * Area shapes take their unit conversion exactly as
      * AreaBatchDriver applies it and price at the material's rate
      * in force on the quote date; volume shapes price at the
      * VOLCOST.DAT rate per cubic foot VolumeBatchDriver charges.
      * Each line's amount is the piece's measure at the rate, times
      * the quantity.
      *
      * Quotation numbers are issued off the sequence file
      * QUOTSEQ.DAT.  Each quotation is filed to the register
      * QUOTHDR.DAT (number, quote date, valid-until date, account,
      * zone, reference, total, status O open, job and date once
      * converted) and its lines to QUOTLINE.DAT, with the quoted
      * rate on each line so quoteAdmin can convert an accepted
      * quote into a production deck carrying the rates quoted.
      * The quotation document goes to QUOTDOC.DAT through the
      * shared REPORT-WRITER.
      *
      * A line that cannot be quoted (unknown shape, unit or
      * product, missing dimension or quantity) is left off with
      * its reason on the document; an area material with no rate
      * in force, or volume work with no VOLCOST.DAT rate, quotes
      * at nothing and is flagged NO RATE.  Either ends the run
      * RETURN-CODE 4; no request file ends it RETURN-CODE 8.  The
      * request and register files resolve through
      * ENV-RESOLVE-NAME.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. quoteCalc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REQUEST-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PRODUCT-STATUS.
           SELECT COST-FILE ASSIGN TO "VOLCOST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-COST-STATUS.
           SELECT QHDR-FILE ASSIGN TO DYNAMIC WS-QHDR-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-QHDR-STATUS.
           SELECT QLINE-FILE ASSIGN TO DYNAMIC WS-QLINE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-QLINE-STATUS.
           SELECT SEQUENCE-FILE ASSIGN TO "QUOTSEQ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SEQ-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 REQ-TYPE PIC X.
           05 REQ-BODY PIC X(39).
       01  REQ-QUOTE-RECORD.
           05 FILLER PIC X.
           05 RQQ-ACCOUNT PIC X(4).
           05 RQQ-ZONE PIC X(2).
           05 RQQ-VALID-DAYS PIC X(3).
           05 RQQ-REFERENCE PIC X(20).
           05 FILLER PIC X(10).
       01  REQ-SHAPE-RECORD.
           05 FILLER PIC X.
           05 RQS-SHAPE PIC X(9).
           05 RQS-UNIT PIC X(2).
           05 RQS-DIM-1 PIC X(2).
           05 RQS-DIM-2 PIC X(2).
           05 RQS-DIM-3 PIC X(2).
           05 RQS-MATERIAL PIC X(8).
           05 RQS-QUANTITY PIC X(4).
           05 FILLER PIC X(10).
       01  REQ-PRODUCT-RECORD.
           05 FILLER PIC X.
           05 RQP-PRODUCT PIC X(8).
           05 RQP-QUANTITY PIC X(4).
           05 FILLER PIC X(27).
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05 PRD-PRODUCT PIC X(8).
           05 PRD-SHAPE PIC X(9).
           05 PRD-UNIT PIC X(2).
           05 PRD-DIM-1 PIC 9(2).
           05 PRD-DIM-2 PIC 9(2).
           05 PRD-DIM-3 PIC 9(2).
           05 PRD-MATERIAL PIC X(8).
           05 PRD-QTY-PER PIC 9(3).
       FD  COST-FILE.
       01  COST-RECORD PIC 9(3)V99.
       FD  QHDR-FILE.
       01  QHDR-RECORD.
           05 QH-NUMBER PIC 9(6).
           05 QH-DATE PIC 9(8).
           05 QH-VALID-UNTIL PIC 9(8).
           05 QH-ACCOUNT PIC X(4).
           05 QH-ZONE PIC X(2).
           05 QH-REFERENCE PIC X(20).
           05 QH-TOTAL PIC 9(9)V99.
           05 QH-STATUS PIC X.
           05 QH-JOB PIC 9(4).
           05 QH-CONVERT-DATE PIC 9(8).
       FD  QLINE-FILE.
       01  QLINE-RECORD.
           05 QL-NUMBER PIC 9(6).
           05 QL-LINE PIC 9(3).
           05 QL-KIND PIC X.
           05 QL-SHAPE PIC X(9).
           05 QL-UNIT PIC X(2).
           05 QL-DIM-1 PIC 9(2).
           05 QL-DIM-2 PIC 9(2).
           05 QL-DIM-3 PIC 9(2).
           05 QL-MATERIAL PIC X(8).
           05 QL-QUANTITY PIC 9(5).
           05 QL-MEASURE PIC 9(8)V999.
           05 QL-RATE PIC 9(3)V99.
           05 QL-AMOUNT PIC 9(9)V99.
       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-COST-STATUS PIC XX.
       01 WS-QHDR-STATUS PIC XX.
       01 WS-QLINE-STATUS PIC XX.
       01 WS-SEQ-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-REQUEST-NAME PIC X(40).
       01 WS-QHDR-NAME PIC X(40).
       01 WS-QLINE-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 1000 TIMES.
               10 WS-PRD-PRODUCT PIC X(8).
               10 WS-PRD-SHAPE PIC X(9).
               10 WS-PRD-UNIT PIC X(2).
               10 WS-PRD-DIM-1 PIC 9(2).
               10 WS-PRD-DIM-2 PIC 9(2).
               10 WS-PRD-DIM-3 PIC 9(2).
               10 WS-PRD-MATERIAL PIC X(8).
               10 WS-PRD-QTY-PER PIC 9(3).
       01 WS-PRODUCT-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-PRD-IX PIC 9(4) COMP.
       01 WS-QUOTE-OPEN-SWITCH PIC X VALUE "N".
           88 WS-QUOTE-OPEN VALUE "Y".
       01 WS-QUOTE-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-QUOTE-DATE PIC 9(8).
       01 WS-VALID-UNTIL PIC 9(8).
       01 WS-VALID-DAYS PIC 9(3).
       01 WS-QUOTE-ACCOUNT PIC X(4).
       01 WS-QUOTE-ZONE PIC X(2).
       01 WS-QUOTE-REFERENCE PIC X(20).
       01 WS-QUOTE-TOTAL PIC 9(9)V99.
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 50 TIMES.
               10 WS-LN-KIND PIC X.
               10 WS-LN-SHAPE PIC X(9).
               10 WS-LN-UNIT PIC X(2).
               10 WS-LN-DIM-1 PIC 9(2).
               10 WS-LN-DIM-2 PIC 9(2).
               10 WS-LN-DIM-3 PIC 9(2).
               10 WS-LN-MATERIAL PIC X(8).
               10 WS-LN-QUANTITY PIC 9(5).
               10 WS-LN-MEASURE PIC 9(8)V999.
               10 WS-LN-RATE PIC 9(3)V99.
               10 WS-LN-AMOUNT PIC 9(9)V99.
               10 WS-LN-RATE-SWITCH PIC X.
                   88 WS-LN-NO-RATE VALUE "N".
       01 WS-LINE-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-LINE-IX PIC 9(3) COMP.
       01 WS-LINE-NUMBER PIC 9(3).
       01 WS-REJECT-TABLE.
           05 WS-REJECT-ENTRY OCCURS 50 TIMES PIC X(60).
       01 WS-REJECT-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-REJECT-IX PIC 9(3) COMP.
       01 WS-ITEM.
           05 WS-ITEM-SHAPE PIC X(9).
           05 WS-ITEM-UNIT PIC X(2).
           05 WS-ITEM-DIM-1 PIC 9(2).
           05 WS-ITEM-DIM-2 PIC 9(2).
           05 WS-ITEM-DIM-3 PIC 9(2).
           05 WS-ITEM-MATERIAL PIC X(8).
           05 WS-ITEM-QUANTITY PIC 9(5).
       01 WS-ITEM-OK-SWITCH PIC X.
           88 WS-ITEM-OK VALUE "Y".
       01 WS-REASON PIC X(40).
       01 WS-PRODUCT-QUANTITY PIC 9(4).
       01 WS-COMPONENTS-FOUND PIC 9(4) COMP.
       01 WS-SHAPE-KIND PIC X.
           88 WS-AREA-SHAPE VALUE "A".
           88 WS-VOLUME-SHAPE VALUE "V".
       01 WS-DIMS-NEEDED PIC 9 COMP.
       01 WS-UNIT-FACTOR PIC 9(3)V9(5).
       01 WS-AREA-DIM-1 PIC 9(4)V99.
       01 WS-AREA-DIM-2 PIC 9(4)V99.
       01 WS-AREA-DIM-3 PIC 9(4)V99.
       01 WS-AREA PIC 9(6)V999.
       01 WS-ENGINE-STATUS PIC X.
       01 WS-VOLUME PIC 9(8)V999.
       01 WS-VOL-RATE PIC 9(3)V99 VALUE ZERO.
       01 WS-VOL-RATE-SWITCH PIC X VALUE "N".
           88 WS-VOL-RATE-FOUND VALUE "Y".
       01 WS-RATE PIC 9(3)V99.
       01 WS-RATE-STATUS PIC X.
       01 WS-WARNING-SWITCH PIC X VALUE "N".
           88 WS-QUOTE-WARNING VALUE "Y".
       01 WS-ISSUED PIC 9(4) VALUE ZERO.
       01 WS-NOT-ISSUED PIC 9(4) VALUE ZERO.
       01 WS-DATE-INT PIC 9(8).
       01 WS-MEASURE-OUT PIC Z(7)9.999.
       01 WS-RATE-OUT PIC ZZ9.99.
       01 WS-AMOUNT-OUT PIC Z(8)9.99.
       01 WS-QTY-OUT PIC Z(4)9.
       01 WS-UOM-OUT PIC X(5).
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "QUOTECALC".
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
           MOVE 0 TO RETURN-CODE
           MOVE "QUOTREQ.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-REQUEST-NAME
           MOVE "QUOTHDR.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-QHDR-NAME
           MOVE "QUOTLINE.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-QLINE-NAME
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
              DISPLAY "QUOTREQ.DAT NOT ON FILE - NOTHING TO QUOTE"
              MOVE 8 TO RETURN-CODE
           ELSE
              CALL "GET-PROCESS-DATE" USING WS-QUOTE-DATE
              PERFORM LOAD-PRODUCT-TABLE
              PERFORM READ-VOLUME-RATE
              PERFORM READ-QUOTE-SEQUENCE
              PERFORM OPEN-QUOTE-FILES
              PERFORM UNTIL WS-EOF
                 READ REQUEST-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END PERFORM TAKE-REQUEST-RECORD
                 END-READ
              END-PERFORM
              CLOSE REQUEST-FILE
              IF WS-QUOTE-OPEN
                 PERFORM FINISH-QUOTE
              END-IF
              PERFORM CLOSE-QUOTE-FILES
              PERFORM WRITE-QUOTE-SEQUENCE
              DISPLAY "QUOTECALC COMPLETE - " WS-ISSUED
                 " QUOTATIONS ISSUED, " WS-NOT-ISSUED " NOT ISSUED"
              IF WS-QUOTE-WARNING
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ PRODUCT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-PRODUCT-COUNT < 1000
                          ADD 1 TO WS-PRODUCT-COUNT
                          MOVE PRODUCT-RECORD TO
                             WS-PRODUCT-ENTRY(WS-PRODUCT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODUCT-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

      *****************************************************************
      * READ-VOLUME-RATE takes the per-cubic-foot rate from
      * VOLCOST.DAT, the control file VolumeBatchDriver prices by.
      *****************************************************************
       READ-VOLUME-RATE.
           OPEN INPUT COST-FILE
           IF WS-COST-STATUS = "00"
              READ COST-FILE INTO WS-VOL-RATE
                 AT END CONTINUE
                 NOT AT END SET WS-VOL-RATE-FOUND TO TRUE
              END-READ
              CLOSE COST-FILE
           END-IF.

       READ-QUOTE-SEQUENCE.
           OPEN INPUT SEQUENCE-FILE
           IF WS-SEQ-STATUS = "00"
              READ SEQUENCE-FILE INTO WS-QUOTE-NUMBER
              CLOSE SEQUENCE-FILE
           END-IF.

       WRITE-QUOTE-SEQUENCE.
           MOVE WS-QUOTE-NUMBER TO SEQUENCE-RECORD
           OPEN OUTPUT SEQUENCE-FILE
           WRITE SEQUENCE-RECORD
           CLOSE SEQUENCE-FILE.

       OPEN-QUOTE-FILES.
           OPEN EXTEND QHDR-FILE
           IF WS-QHDR-STATUS = "35"
              OPEN OUTPUT QHDR-FILE
           END-IF
           OPEN EXTEND QLINE-FILE
           IF WS-QLINE-STATUS = "35"
              OPEN OUTPUT QLINE-FILE
           END-IF
           MOVE "O" TO WS-RPT-ACTION
           MOVE "QUOTDOC.DAT" TO WS-RPT-FILE
           MOVE "CUSTOMER QUOTATIONS" TO WS-RPT-TITLE
           MOVE "LINE SHAPE     UN DIMENSIONS MATERIAL   QTY  MEASURE E
      -       "ACH   RATE       AMOUNT" TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       CLOSE-QUOTE-FILES.
           CLOSE QHDR-FILE
           CLOSE QLINE-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN TOTALS - " WS-ISSUED " QUOTATIONS ISSUED, "
              WS-NOT-ISSUED " NOT ISSUED" DELIMITED BY SIZE
              INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       TAKE-REQUEST-RECORD.
           EVALUATE REQ-TYPE
              WHEN "Q"
                 IF WS-QUOTE-OPEN
                    PERFORM FINISH-QUOTE
                 END-IF
                 PERFORM START-QUOTE
              WHEN "S"
                 IF WS-QUOTE-OPEN
                    PERFORM TAKE-SHAPE-ITEM
                 ELSE
                    PERFORM REJECT-ORPHAN-ITEM
                 END-IF
              WHEN "P"
                 IF WS-QUOTE-OPEN
                    PERFORM TAKE-PRODUCT-ITEM
                 ELSE
                    PERFORM REJECT-ORPHAN-ITEM
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       REJECT-ORPHAN-ITEM.
           SET WS-QUOTE-WARNING TO TRUE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ITEM AHEAD OF ANY Q RECORD IGNORED - " REQ-BODY
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       START-QUOTE.
           SET WS-QUOTE-OPEN TO TRUE
           MOVE RQQ-ACCOUNT TO WS-QUOTE-ACCOUNT
           MOVE RQQ-ZONE TO WS-QUOTE-ZONE
           MOVE RQQ-REFERENCE TO WS-QUOTE-REFERENCE
           MOVE 30 TO WS-VALID-DAYS
           IF RQQ-VALID-DAYS IS NUMERIC
              IF RQQ-VALID-DAYS NOT = "000"
                 MOVE RQQ-VALID-DAYS TO WS-VALID-DAYS
              END-IF
           END-IF
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-REJECT-COUNT
           MOVE ZERO TO WS-QUOTE-TOTAL.

       TAKE-SHAPE-ITEM.
           MOVE RQS-SHAPE TO WS-ITEM-SHAPE
           MOVE RQS-UNIT TO WS-ITEM-UNIT
           MOVE RQS-MATERIAL TO WS-ITEM-MATERIAL
           MOVE ZERO TO WS-ITEM-DIM-1
           MOVE ZERO TO WS-ITEM-DIM-2
           MOVE ZERO TO WS-ITEM-DIM-3
           MOVE ZERO TO WS-ITEM-QUANTITY
           IF RQS-DIM-1 IS NUMERIC
              MOVE RQS-DIM-1 TO WS-ITEM-DIM-1
           END-IF
           IF RQS-DIM-2 IS NUMERIC
              MOVE RQS-DIM-2 TO WS-ITEM-DIM-2
           END-IF
           IF RQS-DIM-3 IS NUMERIC
              MOVE RQS-DIM-3 TO WS-ITEM-DIM-3
           END-IF
           IF RQS-QUANTITY IS NUMERIC
              MOVE RQS-QUANTITY TO WS-ITEM-QUANTITY
           END-IF
           PERFORM ADD-QUOTE-LINE.

      *****************************************************************
      * TAKE-PRODUCT-ITEM quotes a product order component by
      * component, each at the ordered quantity times its quantity
      * per unit - the same explosion bomExplode makes into the
      * decks.
      *****************************************************************
       TAKE-PRODUCT-ITEM.
           MOVE ZERO TO WS-PRODUCT-QUANTITY
           IF RQP-QUANTITY IS NUMERIC
              MOVE RQP-QUANTITY TO WS-PRODUCT-QUANTITY
           END-IF
           MOVE ZERO TO WS-COMPONENTS-FOUND
           IF WS-PRODUCT-QUANTITY = ZERO
              MOVE "PRODUCT QUANTITY NOT NUMERIC OR ZERO" TO
                 WS-REASON
              MOVE RQP-PRODUCT TO WS-ITEM-SHAPE
              PERFORM NOTE-REJECTED-ITEM
           ELSE
              PERFORM VARYING WS-PRD-IX FROM 1 BY 1
                    UNTIL WS-PRD-IX > WS-PRODUCT-COUNT
                 IF WS-PRD-PRODUCT(WS-PRD-IX) = RQP-PRODUCT
                    ADD 1 TO WS-COMPONENTS-FOUND
                    MOVE WS-PRD-SHAPE(WS-PRD-IX) TO WS-ITEM-SHAPE
                    MOVE WS-PRD-UNIT(WS-PRD-IX) TO WS-ITEM-UNIT
                    MOVE WS-PRD-DIM-1(WS-PRD-IX) TO WS-ITEM-DIM-1
                    MOVE WS-PRD-DIM-2(WS-PRD-IX) TO WS-ITEM-DIM-2
                    MOVE WS-PRD-DIM-3(WS-PRD-IX) TO WS-ITEM-DIM-3
                    MOVE WS-PRD-MATERIAL(WS-PRD-IX) TO
                       WS-ITEM-MATERIAL
                    COMPUTE WS-ITEM-QUANTITY = WS-PRODUCT-QUANTITY *
                       WS-PRD-QTY-PER(WS-PRD-IX)
                       ON SIZE ERROR MOVE ZERO TO WS-ITEM-QUANTITY
                    END-COMPUTE
                    PERFORM ADD-QUOTE-LINE
                 END-IF
              END-PERFORM
              IF WS-COMPONENTS-FOUND = ZERO
                 MOVE "PRODUCT NOT ON MASTER" TO WS-REASON
                 MOVE RQP-PRODUCT TO WS-ITEM-SHAPE
                 PERFORM NOTE-REJECTED-ITEM
              END-IF
           END-IF.

      *****************************************************************
      * ADD-QUOTE-LINE edits one shape item the way tranEdit and
      * prodAdmin edit it, and prices it onto the quotation.
      *****************************************************************
       ADD-QUOTE-LINE.
           MOVE "Y" TO WS-ITEM-OK-SWITCH
           MOVE SPACES TO WS-REASON
           PERFORM SET-SHAPE-KIND
           IF WS-SHAPE-KIND = SPACE
              MOVE "N" TO WS-ITEM-OK-SWITCH
              MOVE "UNKNOWN SHAPE CODE" TO WS-REASON
           END-IF
           IF WS-ITEM-OK
              IF WS-ITEM-DIM-1 = ZERO
                 OR (WS-DIMS-NEEDED > 1 AND WS-ITEM-DIM-2 = ZERO)
                 OR (WS-DIMS-NEEDED > 2 AND WS-ITEM-DIM-3 = ZERO)
                 MOVE "N" TO WS-ITEM-OK-SWITCH
                 MOVE "SHAPE DIMENSION MISSING OR ZERO" TO WS-REASON
              END-IF
           END-IF
           IF WS-ITEM-OK AND WS-ITEM-QUANTITY = ZERO
              MOVE "N" TO WS-ITEM-OK-SWITCH
              MOVE "QUANTITY NOT NUMERIC OR ZERO" TO WS-REASON
           END-IF
           IF WS-ITEM-OK AND WS-AREA-SHAPE
              PERFORM SET-UNIT-FACTOR
              IF WS-ITEM-OK AND WS-ITEM-MATERIAL = SPACES
                 MOVE "N" TO WS-ITEM-OK-SWITCH
                 MOVE "AREA SHAPE NEEDS A MATERIAL" TO WS-REASON
              END-IF
           END-IF
           IF WS-ITEM-OK AND WS-VOLUME-SHAPE
              AND WS-ITEM-UNIT NOT = SPACES
              MOVE "N" TO WS-ITEM-OK-SWITCH
              MOVE "VOLUME SHAPES TAKE NO UNIT CODE" TO WS-REASON
           END-IF
           IF WS-ITEM-OK AND WS-LINE-COUNT NOT < 50
              MOVE "N" TO WS-ITEM-OK-SWITCH
              MOVE "QUOTATION FULL AT 50 LINES" TO WS-REASON
           END-IF
           IF WS-ITEM-OK
              PERFORM PRICE-QUOTE-LINE
           ELSE
              PERFORM NOTE-REJECTED-ITEM
           END-IF.

       SET-SHAPE-KIND.
           MOVE SPACE TO WS-SHAPE-KIND
           MOVE 0 TO WS-DIMS-NEEDED
           EVALUATE WS-ITEM-SHAPE
              WHEN "SQUARE"
              WHEN "CIRCLE"
                 MOVE "A" TO WS-SHAPE-KIND
                 MOVE 1 TO WS-DIMS-NEEDED
              WHEN "RECTANGLE"
                 MOVE "A" TO WS-SHAPE-KIND
                 MOVE 2 TO WS-DIMS-NEEDED
              WHEN "TRIANGLE"
              WHEN "TRAPEZOID"
                 MOVE "A" TO WS-SHAPE-KIND
                 MOVE 3 TO WS-DIMS-NEEDED
              WHEN "CUBE"
              WHEN "SPHERE"
                 MOVE "V" TO WS-SHAPE-KIND
                 MOVE 1 TO WS-DIMS-NEEDED
              WHEN "CYLINDER"
                 MOVE "V" TO WS-SHAPE-KIND
                 MOVE 2 TO WS-DIMS-NEEDED
              WHEN "PRISM"
                 MOVE "V" TO WS-SHAPE-KIND
                 MOVE 3 TO WS-DIMS-NEEDED
           END-EVALUATE.

      *****************************************************************
      * SET-UNIT-FACTOR converts to the shop-standard foot with the
      * factors AreaBatchDriver's CHECK-UNIT-CODE uses, so the
      * quoted area is the area the production run will compute.
      *****************************************************************
       SET-UNIT-FACTOR.
           EVALUATE WS-ITEM-UNIT
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
                 MOVE "N" TO WS-ITEM-OK-SWITCH
                 MOVE "UNKNOWN UNIT CODE" TO WS-REASON
           END-EVALUATE.

       PRICE-QUOTE-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO WS-LINE-IX
           MOVE WS-SHAPE-KIND TO WS-LN-KIND(WS-LINE-IX)
           MOVE WS-ITEM-SHAPE TO WS-LN-SHAPE(WS-LINE-IX)
           MOVE WS-ITEM-UNIT TO WS-LN-UNIT(WS-LINE-IX)
           MOVE WS-ITEM-DIM-1 TO WS-LN-DIM-1(WS-LINE-IX)
           MOVE WS-ITEM-DIM-2 TO WS-LN-DIM-2(WS-LINE-IX)
           MOVE WS-ITEM-DIM-3 TO WS-LN-DIM-3(WS-LINE-IX)
           MOVE WS-ITEM-MATERIAL TO WS-LN-MATERIAL(WS-LINE-IX)
           MOVE WS-ITEM-QUANTITY TO WS-LN-QUANTITY(WS-LINE-IX)
           MOVE "Y" TO WS-LN-RATE-SWITCH(WS-LINE-IX)
           IF WS-AREA-SHAPE
              PERFORM MEASURE-AREA-LINE
           ELSE
              PERFORM MEASURE-VOLUME-LINE
           END-IF
           COMPUTE WS-LN-AMOUNT(WS-LINE-IX) ROUNDED =
              WS-LN-MEASURE(WS-LINE-IX) * WS-LN-RATE(WS-LINE-IX)
              * WS-LN-QUANTITY(WS-LINE-IX)
           ADD WS-LN-AMOUNT(WS-LINE-IX) TO WS-QUOTE-TOTAL.

       MEASURE-AREA-LINE.
           COMPUTE WS-AREA-DIM-1 ROUNDED =
              WS-ITEM-DIM-1 * WS-UNIT-FACTOR
           COMPUTE WS-AREA-DIM-2 ROUNDED =
              WS-ITEM-DIM-2 * WS-UNIT-FACTOR
           COMPUTE WS-AREA-DIM-3 ROUNDED =
              WS-ITEM-DIM-3 * WS-UNIT-FACTOR
           MOVE ZERO TO WS-AREA
           EVALUATE WS-ITEM-SHAPE
              WHEN "SQUARE"
                 CALL "AREA-SQUARE-ENGINE" USING WS-AREA-DIM-1
                    WS-AREA
              WHEN "RECTANGLE"
                 CALL "AREA-RECTANGLE-ENGINE" USING WS-AREA-DIM-1
                    WS-AREA-DIM-2 WS-AREA
              WHEN "TRIANGLE"
                 CALL "AREA-TRIANGLE-ENGINE" USING WS-AREA-DIM-1
                    WS-AREA-DIM-2 WS-AREA-DIM-3 WS-AREA
                    WS-ENGINE-STATUS
              WHEN "CIRCLE"
                 CALL "AREA-CIRCLE-ENGINE" USING WS-AREA-DIM-1
                    WS-AREA
              WHEN "TRAPEZOID"
                 CALL "AREA-TRAPEZOID-ENGINE" USING WS-AREA-DIM-1
                    WS-AREA-DIM-2 WS-AREA-DIM-3 WS-AREA
           END-EVALUATE
           MOVE WS-AREA TO WS-LN-MEASURE(WS-LINE-IX)
           MOVE ZERO TO WS-RATE
           CALL "RATE-LOOKUP" USING WS-ITEM-MATERIAL WS-QUOTE-DATE
              WS-RATE WS-RATE-STATUS
           IF WS-RATE-STATUS = "N"
              MOVE ZERO TO WS-RATE
              MOVE "N" TO WS-LN-RATE-SWITCH(WS-LINE-IX)
              SET WS-QUOTE-WARNING TO TRUE
           END-IF
           MOVE WS-RATE TO WS-LN-RATE(WS-LINE-IX).

       MEASURE-VOLUME-LINE.
           MOVE ZERO TO WS-VOLUME
           EVALUATE WS-ITEM-SHAPE
              WHEN "CUBE"
                 CALL "VOLUME-CUBE-ENGINE" USING WS-ITEM-DIM-1
                    WS-VOLUME
              WHEN "PRISM"
                 CALL "VOLUME-PRISM-ENGINE" USING WS-ITEM-DIM-1
                    WS-ITEM-DIM-2 WS-ITEM-DIM-3 WS-VOLUME
              WHEN "SPHERE"
                 CALL "VOLUME-SPHERE-ENGINE" USING WS-ITEM-DIM-1
                    WS-VOLUME
              WHEN "CYLINDER"
                 CALL "VOLUME-CYLINDER-ENGINE" USING WS-ITEM-DIM-1
                    WS-ITEM-DIM-2 WS-VOLUME
           END-EVALUATE
           MOVE WS-VOLUME TO WS-LN-MEASURE(WS-LINE-IX)
           IF WS-VOL-RATE-FOUND
              MOVE WS-VOL-RATE TO WS-LN-RATE(WS-LINE-IX)
           ELSE
              MOVE ZERO TO WS-LN-RATE(WS-LINE-IX)
              MOVE "N" TO WS-LN-RATE-SWITCH(WS-LINE-IX)
              SET WS-QUOTE-WARNING TO TRUE
           END-IF.

       NOTE-REJECTED-ITEM.
           SET WS-QUOTE-WARNING TO TRUE
           IF WS-REJECT-COUNT < 50
              ADD 1 TO WS-REJECT-COUNT
              MOVE SPACES TO WS-REJECT-ENTRY(WS-REJECT-COUNT)
              STRING "     NOT QUOTED - " WS-ITEM-SHAPE " - "
                 WS-REASON DELIMITED BY SIZE
                 INTO WS-REJECT-ENTRY(WS-REJECT-COUNT)
           END-IF.

      *****************************************************************
      * FINISH-QUOTE issues the quotation - number, validity date,
      * register records and document - or, with nothing quotable
      * on it, reports it not issued.
      *****************************************************************
       FINISH-QUOTE.
           MOVE "N" TO WS-QUOTE-OPEN-SWITCH
           IF WS-LINE-COUNT = ZERO
              ADD 1 TO WS-NOT-ISSUED
              SET WS-QUOTE-WARNING TO TRUE
              MOVE SPACES TO WS-RPT-LINE
              STRING "QUOTATION FOR ACCOUNT " WS-QUOTE-ACCOUNT
                 " REFERENCE " WS-QUOTE-REFERENCE
                 " NOT ISSUED - NOTHING QUOTABLE"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM LIST-REJECTED-ITEMS
           ELSE
              ADD 1 TO WS-ISSUED
              ADD 1 TO WS-QUOTE-NUMBER
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-QUOTE-DATE)
                 + WS-VALID-DAYS
              COMPUTE WS-VALID-UNTIL =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
              PERFORM FILE-QUOTE-HEADER
              PERFORM PRINT-QUOTE-HEADING
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-LINE-COUNT
                 PERFORM FILE-QUOTE-LINE
                 PERFORM PRINT-QUOTE-LINE
              END-PERFORM
              PERFORM LIST-REJECTED-ITEMS
              MOVE WS-QUOTE-TOTAL TO WS-AMOUNT-OUT
              MOVE SPACES TO WS-RPT-LINE
              STRING "     QUOTATION " WS-QUOTE-NUMBER " TOTAL "
                 WS-AMOUNT-OUT "   VALID UNTIL " WS-VALID-UNTIL
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              DISPLAY "QUOTATION " WS-QUOTE-NUMBER " ACCOUNT "
                 WS-QUOTE-ACCOUNT " TOTAL " WS-AMOUNT-OUT
           END-IF.

       FILE-QUOTE-HEADER.
           MOVE WS-QUOTE-NUMBER TO QH-NUMBER
           MOVE WS-QUOTE-DATE TO QH-DATE
           MOVE WS-VALID-UNTIL TO QH-VALID-UNTIL
           MOVE WS-QUOTE-ACCOUNT TO QH-ACCOUNT
           MOVE WS-QUOTE-ZONE TO QH-ZONE
           MOVE WS-QUOTE-REFERENCE TO QH-REFERENCE
           MOVE WS-QUOTE-TOTAL TO QH-TOTAL
           MOVE "O" TO QH-STATUS
           MOVE ZERO TO QH-JOB
           MOVE ZERO TO QH-CONVERT-DATE
           WRITE QHDR-RECORD.

       FILE-QUOTE-LINE.
           MOVE WS-QUOTE-NUMBER TO QL-NUMBER
           MOVE WS-LINE-IX TO QL-LINE
           MOVE WS-LN-KIND(WS-LINE-IX) TO QL-KIND
           MOVE WS-LN-SHAPE(WS-LINE-IX) TO QL-SHAPE
           MOVE WS-LN-UNIT(WS-LINE-IX) TO QL-UNIT
           MOVE WS-LN-DIM-1(WS-LINE-IX) TO QL-DIM-1
           MOVE WS-LN-DIM-2(WS-LINE-IX) TO QL-DIM-2
           MOVE WS-LN-DIM-3(WS-LINE-IX) TO QL-DIM-3
           MOVE WS-LN-MATERIAL(WS-LINE-IX) TO QL-MATERIAL
           MOVE WS-LN-QUANTITY(WS-LINE-IX) TO QL-QUANTITY
           MOVE WS-LN-MEASURE(WS-LINE-IX) TO QL-MEASURE
           MOVE WS-LN-RATE(WS-LINE-IX) TO QL-RATE
           MOVE WS-LN-AMOUNT(WS-LINE-IX) TO QL-AMOUNT
           WRITE QLINE-RECORD.

       PRINT-QUOTE-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "QUOTATION " WS-QUOTE-NUMBER "   DATE "
              WS-QUOTE-DATE "   VALID UNTIL " WS-VALID-UNTIL
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCOUNT " WS-QUOTE-ACCOUNT "   ZONE "
              WS-QUOTE-ZONE "   REFERENCE " WS-QUOTE-REFERENCE
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-QUOTE-LINE.
           MOVE WS-LINE-IX TO WS-LINE-NUMBER
           MOVE WS-LN-MEASURE(WS-LINE-IX) TO WS-MEASURE-OUT
           MOVE WS-LN-RATE(WS-LINE-IX) TO WS-RATE-OUT
           MOVE WS-LN-AMOUNT(WS-LINE-IX) TO WS-AMOUNT-OUT
           MOVE WS-LN-QUANTITY(WS-LINE-IX) TO WS-QTY-OUT
           IF WS-LN-KIND(WS-LINE-IX) = "A"
              MOVE "SQ FT" TO WS-UOM-OUT
           ELSE
              MOVE "CU FT" TO WS-UOM-OUT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-LINE-NUMBER "  " WS-LN-SHAPE(WS-LINE-IX) " "
              WS-LN-UNIT(WS-LINE-IX) " "
              WS-LN-DIM-1(WS-LINE-IX) " " WS-LN-DIM-2(WS-LINE-IX)
              " " WS-LN-DIM-3(WS-LINE-IX) "   "
              WS-LN-MATERIAL(WS-LINE-IX) " " WS-QTY-OUT " "
              WS-MEASURE-OUT " " WS-UOM-OUT " " WS-RATE-OUT " "
              WS-AMOUNT-OUT DELIMITED BY SIZE INTO WS-RPT-LINE
           IF WS-LN-NO-RATE(WS-LINE-IX)
              MOVE "NO RATE" TO WS-RPT-LINE(91:7)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       LIST-REJECTED-ITEMS.
           PERFORM VARYING WS-REJECT-IX FROM 1 BY 1
                 UNTIL WS-REJECT-IX > WS-REJECT-COUNT
              MOVE WS-REJECT-ENTRY(WS-REJECT-IX) TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM quoteCalc.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY RATELOOK.

       COPY SHAPEENG.

       COPY DATESERV.

       COPY ENVNAME.
