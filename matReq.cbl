      *                        factor from MATWASTE.DAT - material
      *                        code then four implied decimals)
      *   to order           = that less the on-hand figure from
      *                        MATONHND.DAT (material code, a
      *                        quantity with three implied
      *                        decimals, and a "-" sign byte when
      *                        the book has gone below zero - the
      *                        shortfall is ordered too), floored
      *                        at zero
      *
      * Where the night's sheet cutting plan (cutPlan) has been fed
      * through - CUTSHEET.DAT, through ENV-RESOLVE-NAME, holding
      * the sheets a material's pieces really take for the
      * processing date - the with-waste figure is that sheet area
      * instead of the flat factor, and the report line is marked
      * CUT PLAN with the sheet count.
      * A material with no waste factor orders at gross; one with
      * no on-hand record orders the full requirement.  The on-hand
      * file is kept by the inventory ledger (invLedger), which runs
      * after this step and issues the same night's consumption.
      * The report files to MATREQ.DAT through the shared
      * REPORT-WRITER.
      *
      * The to-order quantities are then raised as purchase orders
      * instead of being retyped by purchasing.  MATVEND.DAT says
      * which vendor supplies each material and VENDMAST.DAT gives
      * the vendor's lead time, minimum order quantity and order
      * multiple (both files kept by vendorAdmin).  Each material's
      * order is lifted to the vendor's minimum, then rounded up to
      * a whole number of order multiples, and priced at the
      * MATRATES.DAT rate in force on the order date (RATE-LOOKUP,
      * on the first eight characters of the material code).  One
      * purchase order is raised per vendor, numbered from the
      * POSEQ.DAT sequence, and its lines are filed to the open-PO
      * file OPENPO.DAT (a data file, so through ENV-RESOLVE-NAME)
      * with the due date the lead time gives - the file goods
      * receiving (poMatch) works against - and printed as PO
      * documents to PODOC.DAT.  A material with no vendor assigned,
      * or no rate in force, is listed on the PO document and filed
      * to EXCFILE.DAT (NOVENDOR / NORATE) with RC 4; an unassigned
      * material is not ordered, a rateless one is ordered at zero
      * for purchasing to price.  Orders already on OPENPO.DAT for
      * the processing date are not raised a second time on a rerun.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. matReq.
           SELECT ONHAND-FILE ASSIGN TO "MATONHND.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ONHAND-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-VENDOR-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "MATVEND.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ASSIGN-STATUS.
           SELECT SEQUENCE-FILE ASSIGN TO "POSEQ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SEQUENCE-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO DYNAMIC WS-OPEN-PO-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OPEN-PO-STATUS.
           SELECT CUT-SHEET-FILE ASSIGN TO DYNAMIC WS-CUT-SHEET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CUT-SHEET-STATUS.
       DATA DIVISION.

       FILE SECTION.
           05 RES-COST-SCALE PIC 9.
           05 RES-COST PIC X(12).
           05 RES-RESULT PIC X(200).
           05 RES-CYCLE PIC 9.
       FD  WASTE-FILE.
       01  WASTE-RECORD.
           05 WST-MATERIAL PIC X(9).
       01  ONHAND-RECORD.
           05 ONH-MATERIAL PIC X(9).
           05 ONH-QTY PIC 9(9)V999.
           05 ONH-SIGN PIC X.
       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           05 VND-CODE PIC X(6).
           05 VND-NAME PIC X(24).
           05 VND-LEAD-DAYS PIC 9(3).
           05 VND-MIN-QTY PIC 9(9)V999.
           05 VND-MULTIPLE PIC 9(9)V999.
       FD  ASSIGN-FILE.
       01  ASSIGN-RECORD.
           05 MVA-MATERIAL PIC X(9).
           05 MVA-VENDOR PIC X(6).
       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD PIC 9(6).
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
               88 OPO-OPEN VALUE "O".
           05 OPO-INVOICED-QTY PIC 9(9)V999.
       FD  CUT-SHEET-FILE.
       01  CUT-SHEET-RECORD.
           05 CSH-DATE PIC 9(8).
           05 CSH-MATERIAL PIC X(9).
           05 CSH-SHEETS PIC 9(5).
           05 CSH-STOCK-AREA PIC 9(9)V999.

       WORKING-STORAGE SECTION.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-ONHAND-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-RESULT-NAME PIC X(40).
       01 WS-OPEN-PO-NAME PIC X(40).
       01 WS-CUT-SHEET-NAME PIC X(40).
       01 WS-CUT-SHEET-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-PROCESS-DATE PIC 9(8).
               10 WS-MAT-CODE PIC X(9).
               10 WS-MAT-GROSS PIC 9(11)V999 COMP-3.
               10 WS-MAT-WASTE PIC 9V9(4).
               10 WS-MAT-ONHAND PIC S9(9)V999 COMP-3.
               10 WS-MAT-TO-ORDER PIC 9(11)V999 COMP-3.
               10 WS-MAT-VENDOR-IX PIC 9(4) COMP.
               10 WS-MAT-PLAN-SHEETS PIC 9(5).
               10 WS-MAT-PLAN-AREA PIC 9(9)V999 COMP-3.
       01 WS-MAT-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-MAT-IX PIC 9(2) COMP.
       01 WS-FOUND-IX PIC 9(2) COMP.
       01 WS-TO-ORDER PIC S9(11)V999 COMP-3.
       01 WS-GROSS-OUT PIC Z(10)9.999.
       01 WS-ORDER-OUT PIC Z(10)9.999.
       01 WS-ONHAND-OUT PIC Z(8)9.999-.
       01 WS-SHEETS-OUT PIC ZZZZ9.
       01 WS-VENDOR-STATUS PIC XX.
       01 WS-ASSIGN-STATUS PIC XX.
       01 WS-SEQUENCE-STATUS PIC XX.
       01 WS-OPEN-PO-STATUS PIC XX.
       01 WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 100 TIMES.
               10 WS-VND-CODE PIC X(6).
               10 WS-VND-NAME PIC X(24).
               10 WS-VND-LEAD-DAYS PIC 9(3).
               10 WS-VND-MIN-QTY PIC 9(9)V999.
               10 WS-VND-MULTIPLE PIC 9(9)V999.
       01 WS-VENDOR-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-VND-IX PIC 9(4) COMP.
       01 WS-NEXT-PO PIC 9(6) VALUE ZERO.
       01 WS-PO-LINE PIC 9(3).
       01 WS-PO-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PO-TOTAL PIC 9(9)V99.
       01 WS-ORDER-QTY PIC 9(11)V999 COMP-3.
       01 WS-MULTIPLES PIC 9(11) COMP-3.
       01 WS-LINE-AMOUNT PIC 9(9)V99.
       01 WS-DUE-DATE PIC 9(8).
       01 WS-RATE-MATERIAL PIC X(8).
       01 WS-UNIT-PRICE PIC 9(3)V99.
       01 WS-RATE-STATUS PIC X.
           88 WS-RATE-NOT-FOUND VALUE "N".
       01 WS-RAISED-SWITCH PIC X VALUE "N".
           88 WS-ALREADY-RAISED VALUE "Y".
       01 WS-WARNING-SWITCH PIC X VALUE "N".
           88 WS-PO-WARNING VALUE "Y".
       01 WS-PO-OUT PIC 9(6).
       01 WS-LINE-OUT PIC 9(3).
       01 WS-PRICE-OUT PIC ZZ9.99.
       01 WS-AMOUNT-OUT PIC $$$$,$$$,$$9.99.
       01 WS-EXC-SEVERITY PIC X.
       01 WS-EXC-REASON PIC X(8).
       01 WS-EXC-DETAIL PIC X(40).
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM LOAD-WASTE-FACTORS
              PERFORM LOAD-CUT-PLAN
              PERFORM LOAD-ON-HAND
              PERFORM WRITE-REQUIREMENTS-REPORT
              PERFORM RAISE-PURCHASE-ORDERS
              DISPLAY "MATREQ COMPLETE - " WS-MAT-COUNT
                 " MATERIALS FOR " WS-PROCESS-DATE
                 " - " WS-PO-COUNT " PURCHASE ORDERS RAISED"
              IF WS-PO-WARNING
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              MOVE ZERO TO WS-MAT-GROSS(WS-FOUND-IX)
              MOVE ZERO TO WS-MAT-WASTE(WS-FOUND-IX)
              MOVE ZERO TO WS-MAT-ONHAND(WS-FOUND-IX)
              MOVE ZERO TO WS-MAT-TO-ORDER(WS-FOUND-IX)
              MOVE ZERO TO WS-MAT-VENDOR-IX(WS-FOUND-IX)
              MOVE ZERO TO WS-MAT-PLAN-SHEETS(WS-FOUND-IX)
              MOVE ZERO TO WS-MAT-PLAN-AREA(WS-FOUND-IX)
           END-IF
           IF WS-FOUND-IX > 0
              ADD WS-QUANTITY TO WS-MAT-GROSS(WS-FOUND-IX)
              CLOSE WASTE-FILE
           END-IF.

       LOAD-CUT-PLAN.
           MOVE "CUTSHEET.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-CUT-SHEET-NAME
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CUT-SHEET-FILE
           IF WS-CUT-SHEET-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ CUT-SHEET-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF CSH-DATE = WS-PROCESS-DATE
                       PERFORM VARYING WS-MAT-IX FROM 1 BY 1
                             UNTIL WS-MAT-IX > WS-MAT-COUNT
                          IF WS-MAT-CODE(WS-MAT-IX) = CSH-MATERIAL
                             MOVE CSH-SHEETS TO
                                WS-MAT-PLAN-SHEETS(WS-MAT-IX)
                             MOVE CSH-STOCK-AREA TO
                                WS-MAT-PLAN-AREA(WS-MAT-IX)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM
           IF WS-CUT-SHEET-STATUS NOT = "35"
              CLOSE CUT-SHEET-FILE
           END-IF.

       LOAD-ON-HAND.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ONHAND-FILE
                    PERFORM VARYING WS-MAT-IX FROM 1 BY 1
                          UNTIL WS-MAT-IX > WS-MAT-COUNT
                       IF WS-MAT-CODE(WS-MAT-IX) = ONH-MATERIAL
                          IF ONH-SIGN = "-"
                             COMPUTE WS-MAT-ONHAND(WS-MAT-IX) =
                                ZERO - ONH-QTY
                          ELSE
                             MOVE ONH-QTY TO
                                WS-MAT-ONHAND(WS-MAT-IX)
                          END-IF
                       END-IF
                    END-PERFORM
              END-READ
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-ONE-MATERIAL.
           IF WS-MAT-PLAN-SHEETS(WS-MAT-IX) > ZERO
              MOVE WS-MAT-PLAN-AREA(WS-MAT-IX) TO WS-WITH-WASTE
           ELSE
              COMPUTE WS-WITH-WASTE ROUNDED =
                 WS-MAT-GROSS(WS-MAT-IX)
                 * (1 + WS-MAT-WASTE(WS-MAT-IX))
           END-IF
           COMPUTE WS-TO-ORDER =
              WS-WITH-WASTE - WS-MAT-ONHAND(WS-MAT-IX)
           IF WS-TO-ORDER < ZERO
              MOVE ZERO TO WS-TO-ORDER
           END-IF
           MOVE WS-TO-ORDER TO WS-MAT-TO-ORDER(WS-MAT-IX)
           MOVE WS-MAT-GROSS(WS-MAT-IX) TO WS-GROSS-OUT
           MOVE WS-MAT-ONHAND(WS-MAT-IX) TO WS-ONHAND-OUT
           MOVE WS-TO-ORDER TO WS-ORDER-OUT
              " ON HAND " WS-ONHAND-OUT
              " ORDER " WS-ORDER-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           IF WS-MAT-PLAN-SHEETS(WS-MAT-IX) > ZERO
              MOVE WS-MAT-PLAN-SHEETS(WS-MAT-IX) TO WS-SHEETS-OUT
              STRING "CUT PLAN " WS-SHEETS-OUT " SHEETS"
                 DELIMITED BY SIZE INTO WS-RPT-LINE(78:23)
           END-IF
           PERFORM WRITE-REPORT-LINE
           DISPLAY WS-RPT-LINE(1:75).

           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *****************************************************************
      * RAISE-PURCHASE-ORDERS turns the to-order quantities into one
      * numbered purchase order per vendor on OPENPO.DAT, printed to
      * PODOC.DAT, unless the processing date's orders are already
      * on the open-PO file from an earlier run.
      *****************************************************************
       RAISE-PURCHASE-ORDERS.
           MOVE "OPENPO.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-OPEN-PO-NAME
           PERFORM CHECK-ORDERS-RAISED
           IF WS-ALREADY-RAISED
              DISPLAY "PURCHASE ORDERS FOR " WS-PROCESS-DATE
                 " ALREADY ON OPENPO.DAT - NOT RAISED AGAIN"
           ELSE
              PERFORM LOAD-VENDORS
              PERFORM LOAD-VENDOR-ASSIGNMENTS
              PERFORM READ-PO-SEQUENCE
              MOVE "O" TO WS-RPT-ACTION
              MOVE "PODOC.DAT" TO WS-RPT-FILE
              MOVE "PURCHASE ORDERS" TO WS-RPT-TITLE
              MOVE "PO / LINE / MATERIAL / QUANTITY / PRICE / AMOUNT"
                 TO WS-RPT-HEADING
              MOVE SPACES TO WS-RPT-LINE
              CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
                 WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
              OPEN EXTEND OPEN-PO-FILE
              IF WS-OPEN-PO-STATUS = "35"
                 OPEN OUTPUT OPEN-PO-FILE
              END-IF
              PERFORM VARYING WS-VND-IX FROM 1 BY 1
                    UNTIL WS-VND-IX > WS-VENDOR-COUNT
                 PERFORM RAISE-VENDOR-ORDER
              END-PERFORM
              PERFORM LIST-UNASSIGNED-MATERIALS
              CLOSE OPEN-PO-FILE
              MOVE "C" TO WS-RPT-ACTION
              CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
                 WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
              PERFORM WRITE-PO-SEQUENCE
           END-IF.

       CHECK-ORDERS-RAISED.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT OPEN-PO-FILE
           IF WS-OPEN-PO-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ OPEN-PO-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF OPO-ORDER-DATE = WS-PROCESS-DATE
                       SET WS-ALREADY-RAISED TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-OPEN-PO-STATUS NOT = "35"
              CLOSE OPEN-PO-FILE
           END-IF.

       LOAD-VENDORS.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-VENDOR-COUNT
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS NOT = "00"
              DISPLAY "VENDMAST.DAT NOT ON FILE"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ VENDOR-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-VENDOR-COUNT < 100
                       ADD 1 TO WS-VENDOR-COUNT
                       MOVE VENDOR-RECORD TO
                          WS-VENDOR-ENTRY(WS-VENDOR-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-VENDOR-STATUS NOT = "35"
              CLOSE VENDOR-FILE
           END-IF.

      *    A material whose assigned vendor is not on the vendor
      *    master is left unassigned, so it is reported, not lost.
       LOAD-VENDOR-ASSIGNMENTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS NOT = "00"
              DISPLAY "MATVEND.DAT NOT ON FILE"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ ASSIGN-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    PERFORM VARYING WS-MAT-IX FROM 1 BY 1
                          UNTIL WS-MAT-IX > WS-MAT-COUNT
                       IF WS-MAT-CODE(WS-MAT-IX) = MVA-MATERIAL
                          PERFORM FIND-ASSIGNED-VENDOR
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           IF WS-ASSIGN-STATUS NOT = "35"
              CLOSE ASSIGN-FILE
           END-IF.

       FIND-ASSIGNED-VENDOR.
           MOVE ZERO TO WS-MAT-VENDOR-IX(WS-MAT-IX)
           PERFORM VARYING WS-VND-IX FROM 1 BY 1
                 UNTIL WS-VND-IX > WS-VENDOR-COUNT
              IF WS-VND-CODE(WS-VND-IX) = MVA-VENDOR
                 MOVE WS-VND-IX TO WS-MAT-VENDOR-IX(WS-MAT-IX)
              END-IF
           END-PERFORM.

      *****************************************************************
      * READ-PO-SEQUENCE and WRITE-PO-SEQUENCE persist the last
      * purchase order number issued, the same single-record rewrite
      * invoicing keeps on INVSEQ.DAT.
      *****************************************************************
       READ-PO-SEQUENCE.
           OPEN INPUT SEQUENCE-FILE
           IF WS-SEQUENCE-STATUS = "00"
              READ SEQUENCE-FILE INTO WS-NEXT-PO
              CLOSE SEQUENCE-FILE
           END-IF.

       WRITE-PO-SEQUENCE.
           MOVE WS-NEXT-PO TO SEQUENCE-RECORD
           OPEN OUTPUT SEQUENCE-FILE
           WRITE SEQUENCE-RECORD
           CLOSE SEQUENCE-FILE.

      *****************************************************************
      * RAISE-VENDOR-ORDER gathers every material with something to
      * order from the vendor at WS-VND-IX onto one purchase order;
      * the order number is only taken once a first line exists.
      *****************************************************************
       RAISE-VENDOR-ORDER.
           MOVE ZERO TO WS-PO-LINE
           MOVE ZERO TO WS-PO-TOTAL
           PERFORM VARYING WS-MAT-IX FROM 1 BY 1
                 UNTIL WS-MAT-IX > WS-MAT-COUNT
              IF WS-MAT-VENDOR-IX(WS-MAT-IX) = WS-VND-IX
                 AND WS-MAT-TO-ORDER(WS-MAT-IX) > ZERO
                 PERFORM RAISE-ORDER-LINE
              END-IF
           END-PERFORM
           IF WS-PO-LINE > ZERO
              MOVE WS-PO-TOTAL TO WS-AMOUNT-OUT
              MOVE SPACES TO WS-RPT-LINE
              STRING "  PURCHASE ORDER TOTAL " WS-AMOUNT-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

       START-PURCHASE-ORDER.
           ADD 1 TO WS-NEXT-PO
           ADD 1 TO WS-PO-COUNT
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
              + WS-VND-LEAD-DAYS(WS-VND-IX))
           MOVE WS-NEXT-PO TO WS-PO-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "PURCHASE ORDER " WS-PO-OUT
              "  VENDOR " WS-VND-CODE(WS-VND-IX) " "
              WS-VND-NAME(WS-VND-IX)
              "  ORDERED " WS-PROCESS-DATE " DUE " WS-DUE-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           DISPLAY WS-RPT-LINE(1:75).

      *    The order is lifted to the vendor's minimum, then rounded
      *    up to a whole number of the vendor's order multiple.
       RAISE-ORDER-LINE.
           IF WS-PO-LINE = ZERO
              PERFORM START-PURCHASE-ORDER
           END-IF
           ADD 1 TO WS-PO-LINE
           MOVE WS-MAT-TO-ORDER(WS-MAT-IX) TO WS-ORDER-QTY
           IF WS-ORDER-QTY < WS-VND-MIN-QTY(WS-VND-IX)
              MOVE WS-VND-MIN-QTY(WS-VND-IX) TO WS-ORDER-QTY
           END-IF
           IF WS-VND-MULTIPLE(WS-VND-IX) > ZERO
              COMPUTE WS-MULTIPLES =
                 WS-ORDER-QTY / WS-VND-MULTIPLE(WS-VND-IX)
              IF WS-MULTIPLES * WS-VND-MULTIPLE(WS-VND-IX)
                    < WS-ORDER-QTY
                 ADD 1 TO WS-MULTIPLES
              END-IF
              COMPUTE WS-ORDER-QTY =
                 WS-MULTIPLES * WS-VND-MULTIPLE(WS-VND-IX)
           END-IF
           MOVE WS-MAT-CODE(WS-MAT-IX)(1:8) TO WS-RATE-MATERIAL
           MOVE ZERO TO WS-UNIT-PRICE
           CALL "RATE-LOOKUP" USING WS-RATE-MATERIAL WS-PROCESS-DATE
              WS-UNIT-PRICE WS-RATE-STATUS
           COMPUTE WS-LINE-AMOUNT ROUNDED =
              WS-ORDER-QTY * WS-UNIT-PRICE
           ADD WS-LINE-AMOUNT TO WS-PO-TOTAL
           MOVE WS-NEXT-PO TO OPO-NUMBER
           MOVE WS-PO-LINE TO OPO-LINE
           MOVE WS-VND-CODE(WS-VND-IX) TO OPO-VENDOR
           MOVE WS-PROCESS-DATE TO OPO-ORDER-DATE
           MOVE WS-DUE-DATE TO OPO-DUE-DATE
           MOVE WS-MAT-CODE(WS-MAT-IX) TO OPO-MATERIAL
           MOVE WS-ORDER-QTY TO OPO-ORDER-QTY
           MOVE WS-UNIT-PRICE TO OPO-UNIT-PRICE
           MOVE WS-LINE-AMOUNT TO OPO-AMOUNT
           MOVE ZERO TO OPO-RECEIVED-QTY
           MOVE ZERO TO OPO-INVOICED-QTY
           SET OPO-OPEN TO TRUE
           WRITE OPEN-PO-RECORD
           MOVE WS-PO-LINE TO WS-LINE-OUT
           MOVE WS-ORDER-QTY TO WS-ORDER-OUT
           MOVE WS-UNIT-PRICE TO WS-PRICE-OUT
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-LINE-OUT " " WS-MAT-CODE(WS-MAT-IX)
              " QTY " WS-ORDER-OUT " AT " WS-PRICE-OUT
              " AMOUNT " WS-AMOUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-RATE-NOT-FOUND
              MOVE SPACES TO WS-RPT-LINE
              STRING "      NO RATE IN FORCE FOR "
                 WS-MAT-CODE(WS-MAT-IX) " - PRICE TO BE CONFIRMED"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "NORATE" TO WS-EXC-REASON
              PERFORM FILE-PO-EXCEPTION
           END-IF.

      *****************************************************************
      * LIST-UNASSIGNED-MATERIALS reports every material with a
      * quantity to order but no vendor to order it from.
      *****************************************************************
       LIST-UNASSIGNED-MATERIALS.
           PERFORM VARYING WS-MAT-IX FROM 1 BY 1
                 UNTIL WS-MAT-IX > WS-MAT-COUNT
              IF WS-MAT-VENDOR-IX(WS-MAT-IX) = ZERO
                 AND WS-MAT-TO-ORDER(WS-MAT-IX) > ZERO
                 MOVE WS-MAT-TO-ORDER(WS-MAT-IX) TO WS-ORDER-OUT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "NO VENDOR ASSIGNED - "
                    WS-MAT-CODE(WS-MAT-IX) " TO ORDER " WS-ORDER-OUT
                    " NOT ORDERED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
                 DISPLAY WS-RPT-LINE(1:75)
                 MOVE "NOVENDOR" TO WS-EXC-REASON
                 PERFORM FILE-PO-EXCEPTION
              END-IF
           END-PERFORM.

       FILE-PO-EXCEPTION.
           SET WS-PO-WARNING TO TRUE
           MOVE "W" TO WS-EXC-SEVERITY
           MOVE WS-MAT-TO-ORDER(WS-MAT-IX) TO WS-ORDER-OUT
           MOVE SPACES TO WS-EXC-DETAIL
           STRING WS-MAT-CODE(WS-MAT-IX) " TO ORDER " WS-ORDER-OUT
              DELIMITED BY SIZE INTO WS-EXC-DETAIL
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

       END PROGRAM matReq.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY RATELOOK.

       COPY DATESERV.

       COPY ENVNAME.
