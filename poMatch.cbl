      * goods receiving and three-way match against purchase orders
      *    TOPIC:
      *    WHAT CAME IN, WHAT WE WERE BILLED, AND WHAT IS STILL DUE
      *****************************************************************
      * matReq raises the purchase orders onto the open-PO file
      * (OPENPO.DAT), one line per PO and material, carrying the
      * ordered quantity, the unit price, the due date the vendor's
      * lead time gives, and the quantities received and invoiced
      * to date.  This nightly step keeps those last two current and
      * checks every supplier invoice against both the order and the
      * goods, which until now was done by hand against paper:
      *
      *   - GOODSRCV.DAT is the night's receiving file - PO number,
      *     material, receipt date, quantity received (nine integer,
      *     three implied decimal digits).  Each receipt is added to
      *     its PO line's received quantity and filed on the receipt
      *     history (RCVHIST.DAT) with nothing yet invoiced against
      *     it.  A receipt naming no PO line on file is rejected
      *     (RCVNOPO); one taking the line past its ordered quantity
      *     is accepted - the goods are on the dock - but flagged
      *     (OVERRCV);
      *   - SUPPINV.DAT is the night's supplier invoice file -
      *     vendor, supplier invoice number, PO number, material,
      *     invoice date, quantity, unit price (three integer, two
      *     implied decimal digits).  Each invoice is matched to its
      *     PO line, which must belong to the same vendor (else
      *     INVNOPO), and classed:
      *       CLEAN     price within tolerance of the PO price and
      *                 quantity within what has been received and
      *                 not yet invoiced;
      *       PRICEVAR  unit price off the PO price by more than the
      *                 tolerance percentage;
      *       QTYVAR    more invoiced than received and not already
      *                 invoiced;
      *       PRQTYVAR  both.
      *     A matched invoice is taken against the line's invoiced
      *     quantity and against its receipts oldest first whatever
      *     its class, so the same goods are not billed twice
      *     unnoticed; the variances go to EXCFILE.DAT for accounts
      *     payable to settle and the run ends RETURN-CODE 4.  Every
      *     invoice, clean or not, lands on the match history
      *     (APMATCH.DAT) with its class and the run identifier.
      *
      * The match report (POMATCH.DAT, through the shared
      * REPORT-WRITER) lists the receiving rejects, every invoice
      * under its class, every receipt still not fully invoiced
      * more than the allowed number of days after it arrived, and
      * the expediting list - every PO line not yet fully received
      * whose due date has passed, with the vendor and the days
      * late.  A line fully received and fully invoiced is closed
      * (status C) and drops off the lists.
      *
      * MATCHPRM.DAT, when present, carries the posting date (zero
      * for the processing date), the price tolerance as a
      * percentage (three integer, two implied decimal digits) and
      * the receipt-without-invoice limit in days; without it the
      * run takes the processing date, 2.00 per cent and 30 days.
      * The open-PO, receipt and match files are data files and go
      * through ENV-RESOLVE-NAME.  A posting date already on the
      * receipt or match history is refused with RETURN-CODE 8, so
      * the same night's files cannot be posted twice.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. poMatch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-PO-FILE ASSIGN TO DYNAMIC WS-OPEN-PO-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OPEN-PO-STATUS.
           SELECT RECEIVING-FILE ASSIGN TO DYNAMIC WS-RECEIVING-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RECEIVING-STATUS.
           SELECT SUPP-INV-FILE ASSIGN TO DYNAMIC WS-SUPP-INV-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SUPP-INV-STATUS.
           SELECT RCV-HIST-FILE ASSIGN TO DYNAMIC WS-RCV-HIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RCV-HIST-STATUS.
           SELECT MATCH-HIST-FILE ASSIGN TO DYNAMIC WS-MATCH-HIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MATCH-HIST-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-VENDOR-STATUS.
           SELECT PARM-FILE ASSIGN TO "MATCHPRM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  OPEN-PO-FILE.
       01  OPEN-PO-RECORD.
           05 OPO-NUMBER PIC 9(6).
           05 OPO-LINE PIC 9(3).
           05 OPO-VENDOR PIC X(6).
           05 OPO-ORDER-DATE PIC 9(8).
           05 OPO-DUE-DATE PIC 9(8).
           05 OPO-MATERIAL PIC X(9).
           05 OPO-ORDER-QTY PIC 9(9)V999.
           05 OPO-UNIT-PRICE PIC 9(3)V99.
           05 OPO-AMOUNT PIC 9(9)V99.
           05 OPO-RECEIVED-QTY PIC 9(9)V999.
           05 OPO-STATUS PIC X.
           05 OPO-INVOICED-QTY PIC 9(9)V999.
       FD  RECEIVING-FILE.
       01  RECEIVING-RECORD.
           05 GRV-PO PIC 9(6).
           05 GRV-MATERIAL PIC X(9).
           05 GRV-DATE PIC 9(8).
           05 GRV-QTY PIC 9(9)V999.
       FD  SUPP-INV-FILE.
       01  SUPP-INV-RECORD.
           05 SIN-VENDOR PIC X(6).
           05 SIN-INVOICE PIC X(12).
           05 SIN-PO PIC 9(6).
           05 SIN-MATERIAL PIC X(9).
           05 SIN-DATE PIC 9(8).
           05 SIN-QTY PIC 9(9)V999.
           05 SIN-PRICE PIC 9(3)V99.
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
       FD  MATCH-HIST-FILE.
       01  MATCH-HIST-RECORD.
           05 AMH-POST-DATE PIC 9(8).
           05 AMH-VENDOR PIC X(6).
           05 AMH-INVOICE PIC X(12).
           05 AMH-PO PIC 9(6).
           05 AMH-LINE PIC 9(3).
           05 AMH-MATERIAL PIC X(9).
           05 AMH-DATE PIC 9(8).
           05 AMH-QTY PIC 9(9)V999.
           05 AMH-PRICE PIC 9(3)V99.
           05 AMH-RESULT PIC X(8).
           05 AMH-RUN-ID PIC X(13).
       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           05 VND-CODE PIC X(6).
           05 VND-NAME PIC X(24).
           05 VND-LEAD-DAYS PIC 9(3).
           05 VND-MIN-QTY PIC 9(9)V999.
           05 VND-MULTIPLE PIC 9(9)V999.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 MPR-DATE PIC 9(8).
           05 MPR-TOLERANCE PIC 9(3)V99.
           05 MPR-DAYS PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-OPEN-PO-STATUS PIC XX.
       01 WS-RECEIVING-STATUS PIC XX.
       01 WS-SUPP-INV-STATUS PIC XX.
       01 WS-RCV-HIST-STATUS PIC XX.
       01 WS-MATCH-HIST-STATUS PIC XX.
       01 WS-VENDOR-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-OPEN-PO-NAME PIC X(40).
       01 WS-RECEIVING-NAME PIC X(40).
       01 WS-SUPP-INV-NAME PIC X(40).
       01 WS-RCV-HIST-NAME PIC X(40).
       01 WS-MATCH-HIST-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-POSTED-SWITCH PIC X VALUE "N".
           88 WS-ALREADY-POSTED VALUE "Y".
       01 WS-POSTING-DATE PIC 9(8).
       01 WS-TOLERANCE PIC 9(3)V99 VALUE 2.00.
       01 WS-NO-INVOICE-DAYS PIC 9(3) VALUE 30.
       01 WS-RUN-ID PIC X(13).

       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 1000 TIMES.
               10 WS-PO-NUMBER PIC 9(6).
               10 WS-PO-LINE PIC 9(3).
               10 WS-PO-VENDOR PIC X(6).
               10 WS-PO-ORDER-DATE PIC 9(8).
               10 WS-PO-DUE-DATE PIC 9(8).
               10 WS-PO-MATERIAL PIC X(9).
               10 WS-PO-ORDER-QTY PIC 9(9)V999.
               10 WS-PO-UNIT-PRICE PIC 9(3)V99.
               10 WS-PO-AMOUNT PIC 9(9)V99.
               10 WS-PO-RECEIVED-QTY PIC 9(9)V999.
               10 WS-PO-STATUS PIC X.
                   88 WS-PO-LINE-OPEN VALUE "O".
                   88 WS-PO-LINE-CLOSED VALUE "C".
               10 WS-PO-INVOICED-QTY PIC 9(9)V999.
       01 WS-PO-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-PO-IX PIC 9(4) COMP.
       01 WS-FOUND-PO PIC 9(4) COMP.
       01 WS-LOOKUP-PO PIC 9(6).
       01 WS-LOOKUP-MATERIAL PIC X(9).

       01 WS-RCV-TABLE.
           05 WS-RCV-ENTRY OCCURS 2000 TIMES.
               10 WS-RCV-POST-DATE PIC 9(8).
               10 WS-RCV-PO PIC 9(6).
               10 WS-RCV-LINE PIC 9(3).
               10 WS-RCV-MATERIAL PIC X(9).
               10 WS-RCV-DATE PIC 9(8).
               10 WS-RCV-QTY PIC 9(9)V999.
               10 WS-RCV-INVOICED-QTY PIC 9(9)V999.
               10 WS-RCV-RUN-ID PIC X(13).
       01 WS-RCV-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-RCV-IX PIC 9(4) COMP.

       01 WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 100 TIMES.
               10 WS-VND-CODE PIC X(6).
               10 WS-VND-NAME PIC X(24).
       01 WS-VENDOR-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-VND-IX PIC 9(4) COMP.
       01 WS-VENDOR-NAME PIC X(24).

       01 WS-RECEIPT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RCV-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-INVOICE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CLEAN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-VARIANCE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-INV-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNINVOICED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXPEDITE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CLOSED-COUNT PIC 9(5) VALUE ZERO.

       01 WS-PRICE-DIFF PIC S9(3)V99.
       01 WS-PRICE-PCT PIC 9(5)V99.
       01 WS-AVAILABLE-QTY PIC S9(9)V999.
       01 WS-TO-ALLOCATE PIC 9(9)V999.
       01 WS-ALLOCATE-QTY PIC 9(9)V999.
       01 WS-OUTSTANDING-QTY PIC 9(9)V999.
       01 WS-DAYS-OUT PIC S9(7).
       01 WS-MATCH-RESULT PIC X(8).
       01 WS-PRICE-SWITCH PIC X.
           88 WS-PRICE-VARIANCE VALUE "Y".
       01 WS-QTY-SWITCH PIC X.
           88 WS-QTY-VARIANCE VALUE "Y".

       01 WS-QTY-OUT PIC Z(8)9.999.
       01 WS-QTY-OUT-2 PIC Z(8)9.999.
       01 WS-PRICE-OUT PIC ZZ9.99.
       01 WS-PRICE-OUT-2 PIC ZZ9.99.
       01 WS-PCT-OUT PIC ZZZZ9.99.
       01 WS-DAYS-DISPLAY PIC ZZZZ9.
       01 WS-DAYS-PARM-OUT PIC ZZ9.
       01 WS-COUNT-OUT PIC ZZZZ9.
       01 WS-LINE-DISPLAY PIC X(3).

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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "POMATCH".
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
           PERFORM OBTAIN-MATCH-PARAMETERS
           PERFORM RESOLVE-FILE-NAMES
           PERFORM CHECK-ALREADY-POSTED
           IF WS-ALREADY-POSTED
              DISPLAY "RECEIVING FOR " WS-POSTING-DATE
                 " ALREADY POSTED - RUN REFUSED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM LOAD-OPEN-PO-LINES
              IF WS-PO-COUNT = ZERO
                 DISPLAY "NO PURCHASE ORDERS ON FILE - NOTHING TO "
                    "MATCH"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM LOAD-RECEIPT-HISTORY
                 PERFORM LOAD-VENDOR-NAMES
                 PERFORM OPEN-MATCH-REPORT
                 PERFORM POST-RECEIPTS
                 PERFORM MATCH-SUPPLIER-INVOICES
                 PERFORM LIST-UNINVOICED-RECEIPTS
                 PERFORM CLOSE-COMPLETED-LINES
                 PERFORM LIST-EXPEDITING
                 PERFORM WRITE-MATCH-TOTALS
                 PERFORM SAVE-OPEN-PO-LINES
                 PERFORM SAVE-RECEIPT-HISTORY
                 DISPLAY "PO MATCH COMPLETE - " WS-RECEIPT-COUNT
                    " RECEIPTS, " WS-INVOICE-COUNT " INVOICES, "
                    WS-VARIANCE-COUNT " VARIANCES, "
                    WS-EXPEDITE-COUNT " TO EXPEDITE"
                 IF WS-RCV-REJECT-COUNT > ZERO
                    OR WS-INV-REJECT-COUNT > ZERO
                    OR WS-VARIANCE-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * OBTAIN-MATCH-PARAMETERS takes the posting date, tolerance and
      * day limit from MATCHPRM.DAT when that control file is present,
      * otherwise the processing date and the standing defaults.
      *****************************************************************
       OBTAIN-MATCH-PARAMETERS.
           CALL "GET-PROCESS-DATE" USING WS-POSTING-DATE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 NOT AT END
                    IF MPR-DATE IS NUMERIC AND MPR-DATE NOT = ZERO
                       MOVE MPR-DATE TO WS-POSTING-DATE
                    END-IF
                    IF MPR-TOLERANCE IS NUMERIC
                       MOVE MPR-TOLERANCE TO WS-TOLERANCE
                    END-IF
                    IF MPR-DAYS IS NUMERIC
                       MOVE MPR-DAYS TO WS-NO-INVOICE-DAYS
                    END-IF
              END-READ
              CLOSE PARM-FILE
           END-IF
           CALL "GET-RUN-ID" USING WS-RUN-ID.

       RESOLVE-FILE-NAMES.
           MOVE "OPENPO.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-OPEN-PO-NAME
           MOVE "GOODSRCV.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-RECEIVING-NAME
           MOVE "SUPPINV.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-SUPP-INV-NAME
           MOVE "RCVHIST.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-RCV-HIST-NAME
           MOVE "APMATCH.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-MATCH-HIST-NAME.

      *****************************************************************
      * CHECK-ALREADY-POSTED refuses a second posting of the same
      * night: a receipt or a matched invoice already filed under the
      * posting date means the night's files have been through.
      *****************************************************************
       CHECK-ALREADY-POSTED.
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
                       SET WS-ALREADY-POSTED TO TRUE
                       SET WS-EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-RCV-HIST-STATUS NOT = "35"
              CLOSE RCV-HIST-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MATCH-HIST-FILE
           IF WS-MATCH-HIST-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ MATCH-HIST-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF AMH-POST-DATE = WS-POSTING-DATE
                       SET WS-ALREADY-POSTED TO TRUE
                       SET WS-EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MATCH-HIST-STATUS NOT = "35"
              CLOSE MATCH-HIST-FILE
           END-IF.

      *****************************************************************
      * LOAD-OPEN-PO-LINES and LOAD-RECEIPT-HISTORY bring the open-PO
      * file and the receipt history into storage whole;
      * SAVE-OPEN-PO-LINES and SAVE-RECEIPT-HISTORY rewrite them
      * whole at the end.
      *****************************************************************
       LOAD-OPEN-PO-LINES.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-PO-COUNT
           OPEN INPUT OPEN-PO-FILE
           IF WS-OPEN-PO-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ OPEN-PO-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-PO-COUNT < 1000
                       ADD 1 TO WS-PO-COUNT
                       MOVE OPEN-PO-RECORD TO
                          WS-PO-ENTRY(WS-PO-COUNT)
                       IF OPO-INVOICED-QTY IS NOT NUMERIC
                          MOVE ZERO TO
                             WS-PO-INVOICED-QTY(WS-PO-COUNT)
                       END-IF
                    ELSE
                       DISPLAY "PO LINE TABLE FULL - PO " OPO-NUMBER
                          " LINE " OPO-LINE " NOT LOADED"
                    END-IF
              END-READ
           END-PERFORM
           IF WS-OPEN-PO-STATUS NOT = "35"
              CLOSE OPEN-PO-FILE
           END-IF.

       LOAD-RECEIPT-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-RCV-COUNT
           OPEN INPUT RCV-HIST-FILE
           IF WS-RCV-HIST-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ RCV-HIST-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-RCV-COUNT < 2000
                       ADD 1 TO WS-RCV-COUNT
                       MOVE RCV-HIST-RECORD TO
                          WS-RCV-ENTRY(WS-RCV-COUNT)
                    ELSE
                       DISPLAY "RECEIPT TABLE FULL - PO " RCH-PO
                          " RECEIPT " RCH-DATE " NOT LOADED"
                    END-IF
              END-READ
           END-PERFORM
           IF WS-RCV-HIST-STATUS NOT = "35"
              CLOSE RCV-HIST-FILE
           END-IF.

       LOAD-VENDOR-NAMES.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-VENDOR-COUNT
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ VENDOR-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-VENDOR-COUNT < 100
                       ADD 1 TO WS-VENDOR-COUNT
                       MOVE VND-CODE TO WS-VND-CODE(WS-VENDOR-COUNT)
                       MOVE VND-NAME TO WS-VND-NAME(WS-VENDOR-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-VENDOR-STATUS NOT = "35"
              CLOSE VENDOR-FILE
           END-IF.

       SAVE-OPEN-PO-LINES.
           OPEN OUTPUT OPEN-PO-FILE
           PERFORM VARYING WS-PO-IX FROM 1 BY 1
                 UNTIL WS-PO-IX > WS-PO-COUNT
              MOVE WS-PO-ENTRY(WS-PO-IX) TO OPEN-PO-RECORD
              WRITE OPEN-PO-RECORD
           END-PERFORM
           CLOSE OPEN-PO-FILE.

       SAVE-RECEIPT-HISTORY.
           OPEN OUTPUT RCV-HIST-FILE
           PERFORM VARYING WS-RCV-IX FROM 1 BY 1
                 UNTIL WS-RCV-IX > WS-RCV-COUNT
              MOVE WS-RCV-ENTRY(WS-RCV-IX) TO RCV-HIST-RECORD
              WRITE RCV-HIST-RECORD
           END-PERFORM
           CLOSE RCV-HIST-FILE.

       FIND-PO-LINE.
           MOVE 0 TO WS-FOUND-PO
           PERFORM VARYING WS-PO-IX FROM 1 BY 1
                 UNTIL WS-PO-IX > WS-PO-COUNT
              IF WS-PO-NUMBER(WS-PO-IX) = WS-LOOKUP-PO
                 AND WS-PO-MATERIAL(WS-PO-IX) = WS-LOOKUP-MATERIAL
                 MOVE WS-PO-IX TO WS-FOUND-PO
                 MOVE WS-PO-COUNT TO WS-PO-IX
              END-IF
           END-PERFORM.

       FIND-VENDOR-NAME.
           MOVE "VENDOR NOT ON FILE" TO WS-VENDOR-NAME
           PERFORM VARYING WS-VND-IX FROM 1 BY 1
                 UNTIL WS-VND-IX > WS-VENDOR-COUNT
              IF WS-VND-CODE(WS-VND-IX) = WS-PO-VENDOR(WS-PO-IX)
                 MOVE WS-VND-NAME(WS-VND-IX) TO WS-VENDOR-NAME
              END-IF
           END-PERFORM.

       OPEN-MATCH-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "POMATCH.DAT" TO WS-RPT-FILE
           MOVE "THREE-WAY MATCH AND EXPEDITING" TO WS-RPT-TITLE
           MOVE "CLASS / VENDOR / INVOICE / PO-LINE / MATERIAL / QTY"
              TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *****************************************************************
      * POST-RECEIPTS adds each of the night's receipts to its PO
      * line and files it on the receipt history.
      *****************************************************************
       POST-RECEIPTS.
           MOVE "RECEIVING" TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RECEIVING-FILE
           IF WS-RECEIVING-STATUS NOT = "00"
              MOVE "  GOODSRCV.DAT NOT ON FILE - NO RECEIPTS TONIGHT"
                 TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ RECEIVING-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    PERFORM POST-ONE-RECEIPT
              END-READ
           END-PERFORM
           IF WS-RECEIVING-STATUS NOT = "35"
              CLOSE RECEIVING-FILE
           END-IF
           MOVE WS-RECEIPT-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  RECEIPTS POSTED " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       POST-ONE-RECEIPT.
           MOVE "N" TO WS-QTY-SWITCH
           MOVE 0 TO WS-FOUND-PO
           IF GRV-PO IS NUMERIC AND GRV-DATE IS NUMERIC
              AND GRV-QTY IS NUMERIC AND GRV-QTY > ZERO
              MOVE GRV-PO TO WS-LOOKUP-PO
              MOVE GRV-MATERIAL TO WS-LOOKUP-MATERIAL
              PERFORM FIND-PO-LINE
           END-IF
           IF WS-FOUND-PO = 0
              MOVE "RCVNOPO" TO WS-EXC-REASON
              PERFORM REJECT-RECEIPT
           ELSE
              IF WS-RCV-COUNT < 2000
                 ADD 1 TO WS-RECEIPT-COUNT
                 ADD GRV-QTY TO WS-PO-RECEIVED-QTY(WS-FOUND-PO)
                 ADD 1 TO WS-RCV-COUNT
                 MOVE WS-POSTING-DATE TO WS-RCV-POST-DATE(WS-RCV-COUNT)
                 MOVE GRV-PO TO WS-RCV-PO(WS-RCV-COUNT)
                 MOVE WS-PO-LINE(WS-FOUND-PO) TO
                    WS-RCV-LINE(WS-RCV-COUNT)
                 MOVE GRV-MATERIAL TO WS-RCV-MATERIAL(WS-RCV-COUNT)
                 MOVE GRV-DATE TO WS-RCV-DATE(WS-RCV-COUNT)
                 MOVE GRV-QTY TO WS-RCV-QTY(WS-RCV-COUNT)
                 MOVE ZERO TO WS-RCV-INVOICED-QTY(WS-RCV-COUNT)
                 MOVE WS-RUN-ID TO WS-RCV-RUN-ID(WS-RCV-COUNT)
                 IF WS-PO-RECEIVED-QTY(WS-FOUND-PO) >
                    WS-PO-ORDER-QTY(WS-FOUND-PO)
                    MOVE "OVERRCV" TO WS-EXC-REASON
                    PERFORM FLAG-OVER-RECEIPT
                 END-IF
              ELSE
                 DISPLAY "RECEIPT TABLE FULL - PO " GRV-PO
                    " RECEIPT NOT POSTED"
                 MOVE "RCVFULL" TO WS-EXC-REASON
                 PERFORM REJECT-RECEIPT
              END-IF
           END-IF.

       REJECT-RECEIPT.
           ADD 1 TO WS-RCV-REJECT-COUNT
           MOVE GRV-QTY TO WS-QTY-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  REJECTED " WS-EXC-REASON " PO " GRV-PO " "
              GRV-MATERIAL " RECEIVED " GRV-DATE " QTY " WS-QTY-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM FILE-RECEIPT-EXCEPTION.

       FLAG-OVER-RECEIPT.
           MOVE WS-PO-ORDER-QTY(WS-FOUND-PO) TO WS-QTY-OUT
           MOVE WS-PO-RECEIVED-QTY(WS-FOUND-PO) TO WS-QTY-OUT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  OVER-RECEIVED PO " GRV-PO " " GRV-MATERIAL
              " ORDERED " WS-QTY-OUT " RECEIVED " WS-QTY-OUT-2
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM FILE-RECEIPT-EXCEPTION.

       FILE-RECEIPT-EXCEPTION.
           MOVE "W" TO WS-EXC-SEVERITY
           MOVE GRV-QTY TO WS-QTY-OUT
           MOVE SPACES TO WS-EXC-DETAIL
           STRING "PO " GRV-PO " " GRV-MATERIAL " QTY " WS-QTY-OUT
              DELIMITED BY SIZE INTO WS-EXC-DETAIL
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

      *****************************************************************
      * MATCH-SUPPLIER-INVOICES classes each of the night's supplier
      * invoices against its PO line and files it on the match
      * history.
      *****************************************************************
       MATCH-SUPPLIER-INVOICES.
           MOVE "INVOICE MATCH" TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SUPP-INV-FILE
           IF WS-SUPP-INV-STATUS NOT = "00"
              MOVE "  SUPPINV.DAT NOT ON FILE - NO INVOICES TONIGHT"
                 TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              SET WS-EOF TO TRUE
           ELSE
              OPEN EXTEND MATCH-HIST-FILE
              IF WS-MATCH-HIST-STATUS = "35"
                 OPEN OUTPUT MATCH-HIST-FILE
              END-IF
           END-IF
           PERFORM UNTIL WS-EOF
              READ SUPP-INV-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    PERFORM MATCH-ONE-INVOICE
              END-READ
           END-PERFORM
           IF WS-SUPP-INV-STATUS NOT = "35"
              CLOSE SUPP-INV-FILE
              CLOSE MATCH-HIST-FILE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       MATCH-ONE-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT
           MOVE 0 TO WS-FOUND-PO
           IF SIN-PO IS NUMERIC AND SIN-DATE IS NUMERIC
              AND SIN-QTY IS NUMERIC AND SIN-PRICE IS NUMERIC
              MOVE SIN-PO TO WS-LOOKUP-PO
              MOVE SIN-MATERIAL TO WS-LOOKUP-MATERIAL
              PERFORM FIND-PO-LINE
           END-IF
           IF WS-FOUND-PO > 0
              IF WS-PO-VENDOR(WS-FOUND-PO) NOT = SIN-VENDOR
                 MOVE 0 TO WS-FOUND-PO
              END-IF
           END-IF
           IF WS-FOUND-PO = 0
              ADD 1 TO WS-INV-REJECT-COUNT
              MOVE "INVNOPO" TO WS-MATCH-RESULT
              PERFORM WRITE-MATCH-LINE
              PERFORM FILE-INVOICE-EXCEPTION
           ELSE
              PERFORM CLASS-INVOICE
              PERFORM WRITE-MATCH-LINE
              PERFORM WRITE-VARIANCE-DETAIL
              IF WS-PRICE-VARIANCE OR WS-QTY-VARIANCE
                 ADD 1 TO WS-VARIANCE-COUNT
                 PERFORM FILE-INVOICE-EXCEPTION
              ELSE
                 ADD 1 TO WS-CLEAN-COUNT
              END-IF
              PERFORM APPLY-INVOICE-QUANTITY
           END-IF
           PERFORM WRITE-MATCH-HISTORY.

      *    A PO line ordered at no price (no rate was in force when
      *    it was raised) takes any invoiced price as a variance.
       CLASS-INVOICE.
           MOVE "N" TO WS-PRICE-SWITCH
           MOVE "N" TO WS-QTY-SWITCH
           COMPUTE WS-PRICE-DIFF =
              SIN-PRICE - WS-PO-UNIT-PRICE(WS-FOUND-PO)
           IF WS-PRICE-DIFF < ZERO
              COMPUTE WS-PRICE-DIFF = ZERO - WS-PRICE-DIFF
           END-IF
           IF WS-PO-UNIT-PRICE(WS-FOUND-PO) = ZERO
              IF WS-PRICE-DIFF > ZERO
                 MOVE 99999.99 TO WS-PRICE-PCT
                 SET WS-PRICE-VARIANCE TO TRUE
              ELSE
                 MOVE ZERO TO WS-PRICE-PCT
              END-IF
           ELSE
              COMPUTE WS-PRICE-PCT ROUNDED = WS-PRICE-DIFF * 100
                 / WS-PO-UNIT-PRICE(WS-FOUND-PO)
              IF WS-PRICE-PCT > WS-TOLERANCE
                 SET WS-PRICE-VARIANCE TO TRUE
              END-IF
           END-IF
           COMPUTE WS-AVAILABLE-QTY =
              WS-PO-RECEIVED-QTY(WS-FOUND-PO)
              - WS-PO-INVOICED-QTY(WS-FOUND-PO)
           IF SIN-QTY > WS-AVAILABLE-QTY
              SET WS-QTY-VARIANCE TO TRUE
           END-IF
           EVALUATE TRUE
              WHEN WS-PRICE-VARIANCE AND WS-QTY-VARIANCE
                 MOVE "PRQTYVAR" TO WS-MATCH-RESULT
              WHEN WS-PRICE-VARIANCE
                 MOVE "PRICEVAR" TO WS-MATCH-RESULT
              WHEN WS-QTY-VARIANCE
                 MOVE "QTYVAR" TO WS-MATCH-RESULT
              WHEN OTHER
                 MOVE "CLEAN" TO WS-MATCH-RESULT
           END-EVALUATE.

      *****************************************************************
      * APPLY-INVOICE-QUANTITY takes the invoice against the line's
      * invoiced quantity and against its receipts, oldest first.
      *****************************************************************
       APPLY-INVOICE-QUANTITY.
           ADD SIN-QTY TO WS-PO-INVOICED-QTY(WS-FOUND-PO)
           MOVE SIN-QTY TO WS-TO-ALLOCATE
           PERFORM VARYING WS-RCV-IX FROM 1 BY 1
                 UNTIL WS-RCV-IX > WS-RCV-COUNT
                 OR WS-TO-ALLOCATE = ZERO
              IF WS-RCV-PO(WS-RCV-IX) = WS-PO-NUMBER(WS-FOUND-PO)
                 AND WS-RCV-LINE(WS-RCV-IX) = WS-PO-LINE(WS-FOUND-PO)
                 AND WS-RCV-INVOICED-QTY(WS-RCV-IX) <
                    WS-RCV-QTY(WS-RCV-IX)
                 COMPUTE WS-ALLOCATE-QTY = WS-RCV-QTY(WS-RCV-IX)
                    - WS-RCV-INVOICED-QTY(WS-RCV-IX)
                 IF WS-ALLOCATE-QTY > WS-TO-ALLOCATE
                    MOVE WS-TO-ALLOCATE TO WS-ALLOCATE-QTY
                 END-IF
                 ADD WS-ALLOCATE-QTY TO WS-RCV-INVOICED-QTY(WS-RCV-IX)
                 SUBTRACT WS-ALLOCATE-QTY FROM WS-TO-ALLOCATE
              END-IF
           END-PERFORM.

       WRITE-MATCH-LINE.
           IF WS-FOUND-PO = 0
              MOVE "---" TO WS-LINE-DISPLAY
           ELSE
              MOVE WS-PO-LINE(WS-FOUND-PO) TO WS-LINE-DISPLAY
           END-IF
           MOVE SIN-QTY TO WS-QTY-OUT
           MOVE SIN-PRICE TO WS-PRICE-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-MATCH-RESULT " " SIN-VENDOR " " SIN-INVOICE
              " PO " SIN-PO "/" WS-LINE-DISPLAY " "
              SIN-MATERIAL " QTY " WS-QTY-OUT " AT " WS-PRICE-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-VARIANCE-DETAIL.
           IF WS-PRICE-VARIANCE
              MOVE WS-PO-UNIT-PRICE(WS-FOUND-PO) TO WS-PRICE-OUT
              MOVE WS-PRICE-DIFF TO WS-PRICE-OUT-2
              MOVE WS-PRICE-PCT TO WS-PCT-OUT
              MOVE SPACES TO WS-RPT-LINE
              STRING "      PO PRICE " WS-PRICE-OUT " DIFFERENCE "
                 WS-PRICE-OUT-2 " = " WS-PCT-OUT " PCT"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-QTY-VARIANCE
              IF WS-AVAILABLE-QTY < ZERO
                 MOVE ZERO TO WS-QTY-OUT
              ELSE
                 MOVE WS-AVAILABLE-QTY TO WS-QTY-OUT
              END-IF
              MOVE WS-PO-RECEIVED-QTY(WS-FOUND-PO) TO WS-QTY-OUT-2
              MOVE SPACES TO WS-RPT-LINE
              STRING "      RECEIVED " WS-QTY-OUT-2
                 " NOT YET INVOICED " WS-QTY-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

       FILE-INVOICE-EXCEPTION.
           MOVE "W" TO WS-EXC-SEVERITY
           MOVE WS-MATCH-RESULT TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-DETAIL
           STRING SIN-VENDOR " " SIN-INVOICE " PO " SIN-PO " "
              SIN-MATERIAL
              DELIMITED BY SIZE INTO WS-EXC-DETAIL
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

       WRITE-MATCH-HISTORY.
           MOVE WS-POSTING-DATE TO AMH-POST-DATE
           MOVE SIN-VENDOR TO AMH-VENDOR
           MOVE SIN-INVOICE TO AMH-INVOICE
           MOVE SIN-PO TO AMH-PO
           IF WS-FOUND-PO = 0
              MOVE ZERO TO AMH-LINE
           ELSE
              MOVE WS-PO-LINE(WS-FOUND-PO) TO AMH-LINE
           END-IF
           MOVE SIN-MATERIAL TO AMH-MATERIAL
           MOVE SIN-DATE TO AMH-DATE
           MOVE SIN-QTY TO AMH-QTY
           MOVE SIN-PRICE TO AMH-PRICE
           MOVE WS-MATCH-RESULT TO AMH-RESULT
           MOVE WS-RUN-ID TO AMH-RUN-ID
           WRITE MATCH-HIST-RECORD.

      *****************************************************************
      * LIST-UNINVOICED-RECEIPTS lists every receipt still not fully
      * invoiced more than the allowed number of days after the goods
      * arrived.
      *****************************************************************
       LIST-UNINVOICED-RECEIPTS.
           MOVE WS-NO-INVOICE-DAYS TO WS-DAYS-PARM-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "RECEIPTS NOT INVOICED AFTER " WS-DAYS-PARM-OUT
              " DAYS" DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-RCV-IX FROM 1 BY 1
                 UNTIL WS-RCV-IX > WS-RCV-COUNT
              IF WS-RCV-INVOICED-QTY(WS-RCV-IX) < WS-RCV-QTY(WS-RCV-IX)
                 COMPUTE WS-DAYS-OUT =
                    FUNCTION INTEGER-OF-DATE(WS-POSTING-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-RCV-DATE(WS-RCV-IX))
                 IF WS-DAYS-OUT > WS-NO-INVOICE-DAYS
                    PERFORM WRITE-UNINVOICED-LINE
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-UNINVOICED-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  RECEIPTS WAITING ON AN INVOICE " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-UNINVOICED-LINE.
           ADD 1 TO WS-UNINVOICED-COUNT
           COMPUTE WS-OUTSTANDING-QTY = WS-RCV-QTY(WS-RCV-IX)
              - WS-RCV-INVOICED-QTY(WS-RCV-IX)
           MOVE WS-OUTSTANDING-QTY TO WS-QTY-OUT
           MOVE WS-DAYS-OUT TO WS-DAYS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "  PO " WS-RCV-PO(WS-RCV-IX) "/"
              WS-RCV-LINE(WS-RCV-IX) " " WS-RCV-MATERIAL(WS-RCV-IX)
              " RECEIVED " WS-RCV-DATE(WS-RCV-IX)
              " UNINVOICED " WS-QTY-OUT " DAYS " WS-DAYS-DISPLAY
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    A line fully received and fully invoiced is finished with.
       CLOSE-COMPLETED-LINES.
           PERFORM VARYING WS-PO-IX FROM 1 BY 1
                 UNTIL WS-PO-IX > WS-PO-COUNT
              IF WS-PO-LINE-OPEN(WS-PO-IX)
                 AND WS-PO-RECEIVED-QTY(WS-PO-IX) NOT <
                    WS-PO-ORDER-QTY(WS-PO-IX)
                 AND WS-PO-INVOICED-QTY(WS-PO-IX) NOT <
                    WS-PO-RECEIVED-QTY(WS-PO-IX)
                 SET WS-PO-LINE-CLOSED(WS-PO-IX) TO TRUE
                 ADD 1 TO WS-CLOSED-COUNT
              END-IF
           END-PERFORM.

      *****************************************************************
      * LIST-EXPEDITING lists every open PO line not yet fully
      * received whose due date - order date plus the vendor's lead
      * time - has passed.
      *****************************************************************
       LIST-EXPEDITING.
           MOVE "EXPEDITING - OPEN LINES PAST THE VENDOR'S LEAD TIME"
              TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-PO-IX FROM 1 BY 1
                 UNTIL WS-PO-IX > WS-PO-COUNT
              IF WS-PO-LINE-OPEN(WS-PO-IX)
                 AND WS-PO-RECEIVED-QTY(WS-PO-IX) <
                    WS-PO-ORDER-QTY(WS-PO-IX)
                 AND WS-PO-DUE-DATE(WS-PO-IX) < WS-POSTING-DATE
                 PERFORM WRITE-EXPEDITE-LINE
              END-IF
           END-PERFORM
           MOVE WS-EXPEDITE-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  LINES TO EXPEDITE " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-EXPEDITE-LINE.
           ADD 1 TO WS-EXPEDITE-COUNT
           PERFORM FIND-VENDOR-NAME
           COMPUTE WS-OUTSTANDING-QTY = WS-PO-ORDER-QTY(WS-PO-IX)
              - WS-PO-RECEIVED-QTY(WS-PO-IX)
           COMPUTE WS-DAYS-OUT =
              FUNCTION INTEGER-OF-DATE(WS-POSTING-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-PO-DUE-DATE(WS-PO-IX))
           MOVE WS-OUTSTANDING-QTY TO WS-QTY-OUT
           MOVE WS-DAYS-OUT TO WS-DAYS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING "  PO " WS-PO-NUMBER(WS-PO-IX) "/"
              WS-PO-LINE(WS-PO-IX) " " WS-PO-VENDOR(WS-PO-IX) " "
              WS-VENDOR-NAME " " WS-PO-MATERIAL(WS-PO-IX)
              " DUE " WS-PO-DUE-DATE(WS-PO-IX)
              " OWED " WS-QTY-OUT " LATE " WS-DAYS-DISPLAY
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-MATCH-TOTALS.
           MOVE WS-CLEAN-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "INVOICES CLEAN " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE WS-VARIANCE-COUNT TO WS-COUNT-OUT
           STRING "  WITH VARIANCES " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE(21:)
           MOVE WS-INV-REJECT-COUNT TO WS-COUNT-OUT
           STRING "  NO PO LINE " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE(44:)
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RCV-REJECT-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "RECEIPTS REJECTED " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE WS-CLOSED-COUNT TO WS-COUNT-OUT
           STRING "  PO LINES CLOSED TONIGHT " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE(24:)
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM poMatch.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY DATESERV.

       COPY ENVNAME.
