      * open-item receivables and nightly cash receipts posting
      *    TOPIC:
      *    WHICH INVOICES HAVE BEEN PAID, AND HOW LATE THE REST ARE
      *****************************************************************
      * invoicing.cbl numbers the invoices and files them to the
      * invoice register (INVREG.DAT), and until now that was where
      * the suite's knowledge of them stopped - collections worked
      * out who had paid in a spreadsheet.  This nightly step keeps
      * the receivables ledger instead:
      *
      *   - AROPEN.DAT carries one open item per invoice - number,
      *     invoice date, account, invoiced amount, amount applied
      *     to date, and O(pen)/P(aid) status.  Every run first
      *     takes on any invoice on INVREG.DAT not yet on the open
      *     items, so the register stays the only place an invoice
      *     is born.  The amount taken on is the invoice's gross,
      *     tax included, since that is what the customer pays;
      *   - CASHRCPT.DAT is the night's cash receipts file, one
      *     record per receipt - account code, invoice number,
      *     receipt date, amount (nine integer, two decimal implied
      *     digits).  Each receipt is applied against its invoice's
      *     open balance; a partial payment leaves the remainder
      *     open, and whatever exceeds the open balance is left as
      *     unapplied credit on the account in ARCREDIT.DAT;
      *   - a receipt naming an invoice that is not on file, or an
      *     invoice that belongs to another account, or carrying no
      *     usable amount, is not guessed at - it goes to EXCFILE.DAT
      *     (W severity, reasons ARUNKINV, ARACCMIS, ARBADRCP) for
      *     collections to chase, and the run ends RETURN-CODE 4;
      *   - every application lands on the receivables history
      *     (ARHIST.DAT) - posting date, account, invoice, R for a
      *     receipt applied or U for credit left unapplied, amount,
      *     receipt date, run identifier - which is also what stops
      *     a second posting of the same night: a posting date
      *     already on the history is refused with RETURN-CODE 8.
      *
      * The posting date comes from ARPARM.DAT when that control
      * file is present, otherwise it is the processing date
      * (GET-PROCESS-DATE), so the step runs unattended under the
      * master run.  The receivables files are data files and go
      * through ENV-RESOLVE-NAME, so a rehearsal posts to the
      * prefixed copies and leaves production untouched.
      *
      * The run ends with the aging report (ARAGING.DAT, through
      * the shared REPORT-WRITER): one line per ACCTMAST.DAT account
      * with an open balance, its open items aged from the invoice
      * date to the posting date in calendar days - the terms on an
      * invoice run in calendar days, not business days - into
      * CURRENT (under 31 days), 30 (31-60), 60 (61-90), 90 (91-120)
      * and 90+ (over 120), then the account's unapplied credit and
      * net balance.  The closing proof ties the open total to the
      * register: everything invoiced on INVREG.DAT, plus or minus
      * every memo on the memo register, less everything applied to
      * date, is the total the buckets must foot to.
      *
      * Credit and debit memos (memoPosting.cbl) adjust an invoice
      * after it is issued.  Every run reads the memo register
      * (MEMOREG.DAT) whole and nets each invoice's memos into its
      * open balance - debit memos raise it, credit memos lower it -
      * so a receipt is applied against what the customer actually
      * owes, an invoice is paid only when its adjusted balance is
      * cleared, and a debit memo against a paid invoice reopens it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. arPosting.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INV-REG-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO DYNAMIC WS-RECEIPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RECEIPT-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO DYNAMIC WS-OPEN-ITEM-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OPEN-ITEM-STATUS.
           SELECT CREDIT-FILE ASSIGN TO DYNAMIC WS-CREDIT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CREDIT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HISTORY-STATUS.
           SELECT MEMO-REG-FILE ASSIGN TO DYNAMIC WS-MEMO-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MEMO-REG-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MASTER-STATUS.
           SELECT PARM-FILE ASSIGN TO "ARPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  INVOICE-REG-FILE.
       01  INVOICE-REG-RECORD.
           05 INV-REG-NUMBER PIC 9(6).
           05 INV-REG-DATE PIC 9(8).
           05 INV-REG-ACCOUNT PIC X(4).
           05 INV-REG-LINES PIC 9(3).
           05 INV-REG-SIGN PIC X.
           05 INV-REG-AMOUNT PIC 9(9)V99.
           05 INV-REG-TAX-CODE PIC X(4).
           05 INV-REG-TAX-SIGN PIC X.
           05 INV-REG-TAX PIC 9(9)V99.
           05 INV-REG-GROSS-SIGN PIC X.
           05 INV-REG-GROSS PIC 9(9)V99.
       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD.
           05 RCP-ACCOUNT PIC X(4).
           05 RCP-INVOICE PIC 9(6).
           05 RCP-DATE PIC 9(8).
           05 RCP-AMOUNT PIC 9(9)V99.
       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05 ARO-INVOICE PIC 9(6).
           05 ARO-DATE PIC 9(8).
           05 ARO-ACCOUNT PIC X(4).
           05 ARO-SIGN PIC X.
           05 ARO-AMOUNT PIC 9(9)V99.
           05 ARO-PAID-SIGN PIC X.
           05 ARO-PAID PIC 9(9)V99.
           05 ARO-STATUS PIC X.
       FD  CREDIT-FILE.
       01  CREDIT-RECORD.
           05 ARC-ACCOUNT PIC X(4).
           05 ARC-AMOUNT PIC 9(9)V99.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 ARH-DATE PIC 9(8).
           05 ARH-ACCOUNT PIC X(4).
           05 ARH-INVOICE PIC 9(6).
           05 ARH-TYPE PIC X.
           05 ARH-SIGN PIC X.
           05 ARH-AMOUNT PIC 9(9)V99.
           05 ARH-RECEIPT-DATE PIC 9(8).
           05 ARH-RUN-ID PIC X(13).
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MST-ACCOUNT PIC X(4).
           05 MST-NAME PIC X(20).
           05 MST-DEPT PIC X(12).
           05 MST-STATUS PIC X.
           05 MST-TAX-CODE PIC X(4).
       FD  MEMO-REG-FILE.
       01  MEMO-REG-RECORD.
           05 MRG-NUMBER PIC 9(6).
           05 MRG-DATE PIC 9(8).
           05 MRG-TYPE PIC X.
           05 MRG-INVOICE PIC 9(6).
           05 MRG-ACCOUNT PIC X(4).
           05 MRG-AMOUNT PIC 9(9)V99.
           05 MRG-REASON PIC X(8).
           05 MRG-USER PIC X(8).
           05 MRG-RUN-ID PIC X(13).
           05 MRG-TAX-CODE PIC X(4).
           05 MRG-TAX-SIGN PIC X.
           05 MRG-TAX PIC 9(9)V99.
       FD  PARM-FILE.
       01  PARM-RECORD PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-INV-REG-STATUS PIC XX.
       01 WS-RECEIPT-STATUS PIC XX.
       01 WS-OPEN-ITEM-STATUS PIC XX.
       01 WS-CREDIT-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-MEMO-REG-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-RECEIPT-NAME PIC X(40).
       01 WS-OPEN-ITEM-NAME PIC X(40).
       01 WS-CREDIT-NAME PIC X(40).
       01 WS-HISTORY-NAME PIC X(40).
       01 WS-MEMO-REG-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-POSTED-SWITCH PIC X VALUE "N".
           88 WS-ALREADY-POSTED VALUE "Y".
       01 WS-POSTING-DATE PIC 9(8).
       01 WS-RUN-ID PIC X(13).

       01 WS-MASTER-TABLE.
           05 WS-MST-ENTRY OCCURS 100 TIMES.
               10 WS-MST-ACCOUNT PIC X(4).
               10 WS-MST-NAME PIC X(20).
       01 WS-MST-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-MST-IX PIC 9(3) COMP.
       01 WS-MST-EOF-SWITCH PIC X.
           88 WS-MST-EOF VALUE "Y".
       01 WS-LOOKUP-ACCOUNT PIC X(4).

       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10 WS-ITM-INVOICE PIC 9(6).
               10 WS-ITM-DATE PIC 9(8).
               10 WS-ITM-ACCOUNT PIC X(4).
               10 WS-ITM-AMOUNT PIC S9(9)V99.
               10 WS-ITM-PAID PIC S9(9)V99.
               10 WS-ITM-STATUS PIC X.
               10 WS-ITM-ADJUST PIC S9(9)V99.
       01 WS-ITEM-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-ITEM-IX PIC 9(4) COMP.
       01 WS-FOUND-ITEM PIC 9(4) COMP.
       01 WS-NEW-ITEMS PIC 9(5) VALUE ZERO.

       01 WS-CREDIT-TABLE.
           05 WS-CREDIT-ENTRY OCCURS 100 TIMES.
               10 WS-CRD-ACCOUNT PIC X(4).
               10 WS-CRD-AMOUNT PIC S9(9)V99.
       01 WS-CREDIT-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-CRD-IX PIC 9(3) COMP.
       01 WS-FOUND-CREDIT PIC 9(3) COMP.

       01 WS-RECEIPT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OPEN-BALANCE PIC S9(9)V99.
       01 WS-APPLY-AMOUNT PIC S9(9)V99.
       01 WS-EXCESS-AMOUNT PIC S9(9)V99.
       01 WS-TOTAL-RECEIVED PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-APPLIED PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-UNAPPLIED PIC S9(11)V99 VALUE ZERO.

       01 WS-AGE-DAYS PIC S9(7).
       01 WS-BUCKET-IX PIC 9 COMP.
       01 WS-ACCT-BUCKETS.
           05 WS-ACCT-BUCKET OCCURS 5 TIMES PIC S9(11)V99.
       01 WS-GRAND-BUCKETS.
           05 WS-GRAND-BUCKET OCCURS 5 TIMES PIC S9(11)V99.
       01 WS-ACCT-OPEN PIC S9(11)V99.
       01 WS-ACCT-CREDIT PIC S9(11)V99.
       01 WS-ACCT-NET PIC S9(11)V99.
       01 WS-GRAND-OPEN PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-CREDIT PIC S9(11)V99 VALUE ZERO.
       01 WS-REGISTER-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-APPLIED-TO-DATE PIC S9(11)V99 VALUE ZERO.
       01 WS-MEMO-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-PROOF-OPEN PIC S9(11)V99.
       01 WS-PROOF-SWITCH PIC X VALUE "Y".
           88 WS-PROOF-OK VALUE "Y".
       01 WS-AGED-ACCOUNTS PIC 9(3) VALUE ZERO.
       01 WS-BUCKET-OUT-TABLE.
           05 WS-BUCKET-OUT OCCURS 5 TIMES PIC Z,ZZZ,ZZ9.99-.
       01 WS-AMOUNT-OUT PIC $$$,$$$,$$9.99-.
       01 WS-AMOUNT-OUT-2 PIC $$$,$$$,$$9.99-.

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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "ARPOSTING".
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
              DISPLAY "RECEIPTS FOR " WS-POSTING-DATE
                 " ALREADY POSTED - RUN REFUSED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM LOAD-ACCOUNT-MASTER
              PERFORM LOAD-OPEN-ITEMS
              PERFORM LOAD-ACCOUNT-CREDITS
              PERFORM TAKE-NEW-INVOICES
              PERFORM LOAD-MEMO-ADJUSTMENTS
              IF WS-ITEM-COUNT = ZERO
                 DISPLAY "NO INVOICES ON FILE - NOTHING TO POST"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM POST-CASH-RECEIPTS
                 PERFORM SAVE-OPEN-ITEMS
                 PERFORM SAVE-ACCOUNT-CREDITS
                 PERFORM WRITE-AGING-REPORT
                 DISPLAY "AR POSTING COMPLETE - " WS-RECEIPT-COUNT
                    " RECEIPTS POSTED, " WS-REJECT-COUNT
                    " REJECTED, " WS-NEW-ITEMS " NEW INVOICES"
                 IF WS-REJECT-COUNT > ZERO OR NOT WS-PROOF-OK
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
      * OBTAIN-POSTING-DATE takes the posting date from ARPARM.DAT
      * when that control file is present, otherwise the processing
      * date, so the nightly step never stops to prompt.
      *****************************************************************
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
           MOVE "CASHRCPT.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-RECEIPT-NAME
           MOVE "AROPEN.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-OPEN-ITEM-NAME
           MOVE "ARCREDIT.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-CREDIT-NAME
           MOVE "ARHIST.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-HISTORY-NAME
           MOVE "MEMOREG.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-MEMO-REG-NAME.

      *****************************************************************
      * CHECK-ALREADY-POSTED refuses a second posting of the same
      * night: any history record under the posting date means the
      * receipts file has been through already.
      *****************************************************************
       CHECK-ALREADY-POSTED.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ HISTORY-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF ARH-DATE = WS-POSTING-DATE
                       AND (ARH-TYPE = "R" OR ARH-TYPE = "U")
                       SET WS-ALREADY-POSTED TO TRUE
                       SET WS-EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS NOT = "35"
              CLOSE HISTORY-FILE
           END-IF.

      *****************************************************************
      * LOAD-OPEN-ITEMS and LOAD-ACCOUNT-CREDITS bring the
      * receivables files into storage whole; SAVE-OPEN-ITEMS and
      * SAVE-ACCOUNT-CREDITS rewrite them whole at the end, the
      * same OPEN OUTPUT rewrite the masters use.  No file on hand
      * (FILE STATUS 35) is the first night - an empty ledger.
      *****************************************************************
       LOAD-OPEN-ITEMS.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-ITEM-COUNT
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPEN-ITEM-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ OPEN-ITEM-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-ITEM-COUNT < 2000
                       ADD 1 TO WS-ITEM-COUNT
                       MOVE ARO-INVOICE TO WS-ITM-INVOICE(WS-ITEM-COUNT)
                       MOVE ARO-DATE TO WS-ITM-DATE(WS-ITEM-COUNT)
                       MOVE ARO-ACCOUNT TO WS-ITM-ACCOUNT(WS-ITEM-COUNT)
                       IF ARO-SIGN = "-"
                          COMPUTE WS-ITM-AMOUNT(WS-ITEM-COUNT) =
                             ZERO - ARO-AMOUNT
                       ELSE
                          MOVE ARO-AMOUNT TO
                             WS-ITM-AMOUNT(WS-ITEM-COUNT)
                       END-IF
                       IF ARO-PAID-SIGN = "-"
                          COMPUTE WS-ITM-PAID(WS-ITEM-COUNT) =
                             ZERO - ARO-PAID
                       ELSE
                          MOVE ARO-PAID TO WS-ITM-PAID(WS-ITEM-COUNT)
                       END-IF
                       MOVE ARO-STATUS TO WS-ITM-STATUS(WS-ITEM-COUNT)
                       MOVE ZERO TO WS-ITM-ADJUST(WS-ITEM-COUNT)
                    ELSE
                       DISPLAY "OPEN ITEM TABLE FULL - INVOICE "
                          ARO-INVOICE " NOT LOADED"
                    END-IF
              END-READ
           END-PERFORM
           IF WS-OPEN-ITEM-STATUS NOT = "35"
              CLOSE OPEN-ITEM-FILE
           END-IF.

       LOAD-ACCOUNT-CREDITS.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-CREDIT-COUNT
           OPEN INPUT CREDIT-FILE
           IF WS-CREDIT-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ CREDIT-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-CREDIT-COUNT < 100
                       ADD 1 TO WS-CREDIT-COUNT
                       MOVE ARC-ACCOUNT TO
                          WS-CRD-ACCOUNT(WS-CREDIT-COUNT)
                       MOVE ARC-AMOUNT TO
                          WS-CRD-AMOUNT(WS-CREDIT-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-CREDIT-STATUS NOT = "35"
              CLOSE CREDIT-FILE
           END-IF.

      *****************************************************************
      * TAKE-NEW-INVOICES reads the invoice register and opens an
      * item for every invoice not already on the ledger, keeping
      * the register's running total for the closing proof.
      *****************************************************************
       TAKE-NEW-INVOICES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT INVOICE-REG-FILE
           IF WS-INV-REG-STATUS NOT = "00"
              DISPLAY "INVREG.DAT NOT ON FILE"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ INVOICE-REG-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    PERFORM TAKE-INVOICE-GROSS
                    IF INV-REG-SIGN = "-"
                       SUBTRACT INV-REG-AMOUNT FROM WS-REGISTER-TOTAL
                    ELSE
                       ADD INV-REG-AMOUNT TO WS-REGISTER-TOTAL
                    END-IF
                    MOVE INV-REG-NUMBER TO RCP-INVOICE
                    PERFORM FIND-OPEN-ITEM
                    IF WS-FOUND-ITEM = 0
                       PERFORM OPEN-NEW-ITEM
                    END-IF
              END-READ
           END-PERFORM
           IF WS-INV-REG-STATUS NOT = "35"
              CLOSE INVOICE-REG-FILE
           END-IF.

      *    What the account owes on an invoice is its gross - net
      *    plus tax; a register record written before invoices
      *    carried tax holds the net alone, and that is the amount.
       TAKE-INVOICE-GROSS.
           IF INV-REG-GROSS IS NUMERIC
              MOVE INV-REG-GROSS-SIGN TO INV-REG-SIGN
              MOVE INV-REG-GROSS TO INV-REG-AMOUNT
           END-IF.

       OPEN-NEW-ITEM.
           IF WS-ITEM-COUNT < 2000
              ADD 1 TO WS-ITEM-COUNT
              ADD 1 TO WS-NEW-ITEMS
              MOVE INV-REG-NUMBER TO WS-ITM-INVOICE(WS-ITEM-COUNT)
              MOVE INV-REG-DATE TO WS-ITM-DATE(WS-ITEM-COUNT)
              MOVE INV-REG-ACCOUNT TO WS-ITM-ACCOUNT(WS-ITEM-COUNT)
              IF INV-REG-SIGN = "-"
                 COMPUTE WS-ITM-AMOUNT(WS-ITEM-COUNT) =
                    ZERO - INV-REG-AMOUNT
              ELSE
                 MOVE INV-REG-AMOUNT TO WS-ITM-AMOUNT(WS-ITEM-COUNT)
              END-IF
              MOVE ZERO TO WS-ITM-PAID(WS-ITEM-COUNT)
              MOVE "O" TO WS-ITM-STATUS(WS-ITEM-COUNT)
              MOVE ZERO TO WS-ITM-ADJUST(WS-ITEM-COUNT)
           ELSE
              DISPLAY "OPEN ITEM TABLE FULL - INVOICE "
                 INV-REG-NUMBER " NOT TAKEN ON"
           END-IF.

      *****************************************************************
      * LOAD-MEMO-ADJUSTMENTS nets every memo on the memo register
      * into its invoice's open item, then settles each item's
      * status on the adjusted balance.  The adjustments are taken
      * afresh from the register every run, never carried on
      * AROPEN.DAT, so a rerun cannot count a memo twice.
      *****************************************************************
       LOAD-MEMO-ADJUSTMENTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MEMO-REG-FILE
           IF WS-MEMO-REG-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ MEMO-REG-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    MOVE MRG-INVOICE TO RCP-INVOICE
                    PERFORM FIND-OPEN-ITEM
                    IF WS-FOUND-ITEM > 0
                       IF MRG-TYPE = "C"
                          SUBTRACT MRG-AMOUNT FROM
                             WS-ITM-ADJUST(WS-FOUND-ITEM)
                          SUBTRACT MRG-AMOUNT FROM WS-MEMO-TOTAL
                       ELSE
                          ADD MRG-AMOUNT TO
                             WS-ITM-ADJUST(WS-FOUND-ITEM)
                          ADD MRG-AMOUNT TO WS-MEMO-TOTAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MEMO-REG-STATUS NOT = "35"
              CLOSE MEMO-REG-FILE
           END-IF
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                 UNTIL WS-ITEM-IX > WS-ITEM-COUNT
              COMPUTE WS-OPEN-BALANCE = WS-ITM-AMOUNT(WS-ITEM-IX)
                 + WS-ITM-ADJUST(WS-ITEM-IX) - WS-ITM-PAID(WS-ITEM-IX)
              IF WS-OPEN-BALANCE > ZERO
                 MOVE "O" TO WS-ITM-STATUS(WS-ITEM-IX)
              ELSE
                 MOVE "P" TO WS-ITM-STATUS(WS-ITEM-IX)
              END-IF
           END-PERFORM.

       FIND-OPEN-ITEM.
           MOVE 0 TO WS-FOUND-ITEM
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                 UNTIL WS-ITEM-IX > WS-ITEM-COUNT
              IF WS-ITM-INVOICE(WS-ITEM-IX) = RCP-INVOICE
                 MOVE WS-ITEM-IX TO WS-FOUND-ITEM
                 MOVE WS-ITEM-COUNT TO WS-ITEM-IX
              END-IF
           END-PERFORM.

      *****************************************************************
      * POST-CASH-RECEIPTS applies the night's receipts file, one
      * receipt at a time, filing every application to the history.
      *****************************************************************
       POST-CASH-RECEIPTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
              DISPLAY "CASHRCPT.DAT NOT ON FILE - NO RECEIPTS TONIGHT"
              SET WS-EOF TO TRUE
           ELSE
              OPEN EXTEND HISTORY-FILE
              IF WS-HISTORY-STATUS = "35"
                 OPEN OUTPUT HISTORY-FILE
              END-IF
           END-IF
           PERFORM UNTIL WS-EOF
              READ RECEIPT-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    PERFORM POST-ONE-RECEIPT
              END-READ
           END-PERFORM
           IF WS-RECEIPT-STATUS NOT = "35"
              CLOSE RECEIPT-FILE
              CLOSE HISTORY-FILE
           END-IF.

       POST-ONE-RECEIPT.
           IF RCP-INVOICE IS NOT NUMERIC OR RCP-DATE IS NOT NUMERIC
              OR RCP-AMOUNT IS NOT NUMERIC OR RCP-AMOUNT = ZERO
              MOVE "ARBADRCP" TO WS-EXC-REASON
              PERFORM REJECT-RECEIPT
           ELSE
              PERFORM FIND-OPEN-ITEM
              IF WS-FOUND-ITEM = 0
                 MOVE "ARUNKINV" TO WS-EXC-REASON
                 PERFORM REJECT-RECEIPT
              ELSE
                 IF WS-ITM-ACCOUNT(WS-FOUND-ITEM) NOT = RCP-ACCOUNT
                    MOVE "ARACCMIS" TO WS-EXC-REASON
                    PERFORM REJECT-RECEIPT
                 ELSE
                    PERFORM APPLY-RECEIPT
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * APPLY-RECEIPT takes as much of the receipt as the invoice's
      * open balance will hold - all of it for a partial payment -
      * and leaves any excess as unapplied credit on the account.
      *****************************************************************
       APPLY-RECEIPT.
           ADD 1 TO WS-RECEIPT-COUNT
           ADD RCP-AMOUNT TO WS-TOTAL-RECEIVED
           COMPUTE WS-OPEN-BALANCE = WS-ITM-AMOUNT(WS-FOUND-ITEM)
              + WS-ITM-ADJUST(WS-FOUND-ITEM)
              - WS-ITM-PAID(WS-FOUND-ITEM)
           IF WS-OPEN-BALANCE < ZERO
              MOVE ZERO TO WS-OPEN-BALANCE
           END-IF
           IF RCP-AMOUNT > WS-OPEN-BALANCE
              MOVE WS-OPEN-BALANCE TO WS-APPLY-AMOUNT
           ELSE
              MOVE RCP-AMOUNT TO WS-APPLY-AMOUNT
           END-IF
           COMPUTE WS-EXCESS-AMOUNT = RCP-AMOUNT - WS-APPLY-AMOUNT
           IF WS-APPLY-AMOUNT > ZERO
              ADD WS-APPLY-AMOUNT TO WS-ITM-PAID(WS-FOUND-ITEM)
              ADD WS-APPLY-AMOUNT TO WS-TOTAL-APPLIED
              IF WS-ITM-PAID(WS-FOUND-ITEM) NOT <
                 WS-ITM-AMOUNT(WS-FOUND-ITEM)
                 + WS-ITM-ADJUST(WS-FOUND-ITEM)
                 MOVE "P" TO WS-ITM-STATUS(WS-FOUND-ITEM)
              END-IF
              MOVE "R" TO ARH-TYPE
              MOVE WS-APPLY-AMOUNT TO ARH-AMOUNT
              PERFORM WRITE-HISTORY-RECORD
           END-IF
           IF WS-EXCESS-AMOUNT > ZERO
              MOVE RCP-ACCOUNT TO WS-LOOKUP-ACCOUNT
              PERFORM FIND-ACCOUNT-CREDIT
              IF WS-FOUND-CREDIT > 0
                 ADD WS-EXCESS-AMOUNT TO
                    WS-CRD-AMOUNT(WS-FOUND-CREDIT)
              ELSE
                 DISPLAY "CREDIT TABLE FULL - " RCP-ACCOUNT
                    " OVERPAYMENT NOT CARRIED"
              END-IF
              ADD WS-EXCESS-AMOUNT TO WS-TOTAL-UNAPPLIED
              MOVE "U" TO ARH-TYPE
              MOVE WS-EXCESS-AMOUNT TO ARH-AMOUNT
              PERFORM WRITE-HISTORY-RECORD
           END-IF.

       WRITE-HISTORY-RECORD.
           MOVE WS-POSTING-DATE TO ARH-DATE
           MOVE RCP-ACCOUNT TO ARH-ACCOUNT
           MOVE RCP-INVOICE TO ARH-INVOICE
           MOVE "+" TO ARH-SIGN
           MOVE RCP-DATE TO ARH-RECEIPT-DATE
           MOVE WS-RUN-ID TO ARH-RUN-ID
           WRITE HISTORY-RECORD.

       FIND-ACCOUNT-CREDIT.
           MOVE 0 TO WS-FOUND-CREDIT
           PERFORM VARYING WS-CRD-IX FROM 1 BY 1
                 UNTIL WS-CRD-IX > WS-CREDIT-COUNT
              IF WS-CRD-ACCOUNT(WS-CRD-IX) = WS-LOOKUP-ACCOUNT
                 MOVE WS-CRD-IX TO WS-FOUND-CREDIT
                 MOVE WS-CREDIT-COUNT TO WS-CRD-IX
              END-IF
           END-PERFORM
           IF WS-FOUND-CREDIT = 0 AND WS-CREDIT-COUNT < 100
              ADD 1 TO WS-CREDIT-COUNT
              MOVE WS-CREDIT-COUNT TO WS-FOUND-CREDIT
              MOVE WS-LOOKUP-ACCOUNT TO WS-CRD-ACCOUNT(WS-FOUND-CREDIT)
              MOVE ZERO TO WS-CRD-AMOUNT(WS-FOUND-CREDIT)
           END-IF.

       REJECT-RECEIPT.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "RECEIPT REJECTED " WS-EXC-REASON " - ACCOUNT "
              RCP-ACCOUNT " INVOICE " RCP-INVOICE
           MOVE "W" TO WS-EXC-SEVERITY
           MOVE SPACES TO WS-EXC-DETAIL
           STRING "ACCT " RCP-ACCOUNT " INV " RCP-INVOICE
              " AMT " RCP-AMOUNT
              DELIMITED BY SIZE INTO WS-EXC-DETAIL
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

       SAVE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                 UNTIL WS-ITEM-IX > WS-ITEM-COUNT
              MOVE WS-ITM-INVOICE(WS-ITEM-IX) TO ARO-INVOICE
              MOVE WS-ITM-DATE(WS-ITEM-IX) TO ARO-DATE
              MOVE WS-ITM-ACCOUNT(WS-ITEM-IX) TO ARO-ACCOUNT
              IF WS-ITM-AMOUNT(WS-ITEM-IX) < ZERO
                 MOVE "-" TO ARO-SIGN
                 COMPUTE ARO-AMOUNT = ZERO - WS-ITM-AMOUNT(WS-ITEM-IX)
              ELSE
                 MOVE "+" TO ARO-SIGN
                 MOVE WS-ITM-AMOUNT(WS-ITEM-IX) TO ARO-AMOUNT
              END-IF
              IF WS-ITM-PAID(WS-ITEM-IX) < ZERO
                 MOVE "-" TO ARO-PAID-SIGN
                 COMPUTE ARO-PAID = ZERO - WS-ITM-PAID(WS-ITEM-IX)
              ELSE
                 MOVE "+" TO ARO-PAID-SIGN
                 MOVE WS-ITM-PAID(WS-ITEM-IX) TO ARO-PAID
              END-IF
              MOVE WS-ITM-STATUS(WS-ITEM-IX) TO ARO-STATUS
              WRITE OPEN-ITEM-RECORD
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.

       SAVE-ACCOUNT-CREDITS.
           OPEN OUTPUT CREDIT-FILE
           PERFORM VARYING WS-CRD-IX FROM 1 BY 1
                 UNTIL WS-CRD-IX > WS-CREDIT-COUNT
              IF WS-CRD-AMOUNT(WS-CRD-IX) > ZERO
                 MOVE WS-CRD-ACCOUNT(WS-CRD-IX) TO ARC-ACCOUNT
                 MOVE WS-CRD-AMOUNT(WS-CRD-IX) TO ARC-AMOUNT
                 WRITE CREDIT-RECORD
              END-IF
           END-PERFORM
           CLOSE CREDIT-FILE.

      *****************************************************************
      * WRITE-AGING-REPORT ages every open item by account into the
      * five buckets, lists each account with a balance, and closes
      * with the grand totals and the register proof.
      *****************************************************************
       WRITE-AGING-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "ARAGING.DAT" TO WS-RPT-FILE
           MOVE "RECEIVABLES AGING" TO WS-RPT-TITLE
           MOVE "ACCT NAME                      CURRENT            30"
              TO WS-RPT-HEADING
           MOVE "            60            90           90+"
              TO WS-RPT-HEADING(55:46)
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "AGED AS OF " WS-POSTING-DATE " - RECEIPTS POSTED "
              WS-RECEIPT-COUNT ", REJECTED " WS-REJECT-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                 UNTIL WS-BUCKET-IX > 5
              MOVE ZERO TO WS-GRAND-BUCKET(WS-BUCKET-IX)
           END-PERFORM
           PERFORM ADD-UNMASTERED-ACCOUNTS
           PERFORM VARYING WS-MST-IX FROM 1 BY 1
                 UNTIL WS-MST-IX > WS-MST-COUNT
              PERFORM AGE-ONE-ACCOUNT
           END-PERFORM
           PERFORM WRITE-AGING-TOTALS
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *    An open item or a credit under an account code the master
      *    does not carry still has to age somewhere, or the buckets
      *    would never foot to the proof.
       ADD-UNMASTERED-ACCOUNTS.
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                 UNTIL WS-ITEM-IX > WS-ITEM-COUNT
              MOVE WS-ITM-ACCOUNT(WS-ITEM-IX) TO WS-LOOKUP-ACCOUNT
              PERFORM ADD-ACCOUNT-IF-MISSING
           END-PERFORM
           PERFORM VARYING WS-CRD-IX FROM 1 BY 1
                 UNTIL WS-CRD-IX > WS-CREDIT-COUNT
              MOVE WS-CRD-ACCOUNT(WS-CRD-IX) TO WS-LOOKUP-ACCOUNT
              PERFORM ADD-ACCOUNT-IF-MISSING
           END-PERFORM.

       ADD-ACCOUNT-IF-MISSING.
           MOVE "N" TO WS-MST-EOF-SWITCH
           PERFORM VARYING WS-MST-IX FROM 1 BY 1
                 UNTIL WS-MST-IX > WS-MST-COUNT
              IF WS-MST-ACCOUNT(WS-MST-IX) = WS-LOOKUP-ACCOUNT
                 SET WS-MST-EOF TO TRUE
                 MOVE WS-MST-COUNT TO WS-MST-IX
              END-IF
           END-PERFORM
           IF NOT WS-MST-EOF AND WS-MST-COUNT < 100
              ADD 1 TO WS-MST-COUNT
              MOVE WS-LOOKUP-ACCOUNT TO WS-MST-ACCOUNT(WS-MST-COUNT)
              MOVE "UNKNOWN" TO WS-MST-NAME(WS-MST-COUNT)
           END-IF.

       AGE-ONE-ACCOUNT.
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                 UNTIL WS-BUCKET-IX > 5
              MOVE ZERO TO WS-ACCT-BUCKET(WS-BUCKET-IX)
           END-PERFORM
           MOVE ZERO TO WS-ACCT-OPEN
           MOVE ZERO TO WS-ACCT-CREDIT
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                 UNTIL WS-ITEM-IX > WS-ITEM-COUNT
      *       a cleared item ages at zero; one a memo has left
      *       overpaid ages as the credit it is
              IF WS-ITM-ACCOUNT(WS-ITEM-IX) = WS-MST-ACCOUNT(WS-MST-IX)
                 PERFORM AGE-ONE-ITEM
              END-IF
           END-PERFORM
           MOVE WS-MST-ACCOUNT(WS-MST-IX) TO WS-LOOKUP-ACCOUNT
           PERFORM VARYING WS-CRD-IX FROM 1 BY 1
                 UNTIL WS-CRD-IX > WS-CREDIT-COUNT
              IF WS-CRD-ACCOUNT(WS-CRD-IX) = WS-LOOKUP-ACCOUNT
                 ADD WS-CRD-AMOUNT(WS-CRD-IX) TO WS-ACCT-CREDIT
              END-IF
           END-PERFORM
           IF WS-ACCT-OPEN NOT = ZERO OR WS-ACCT-CREDIT NOT = ZERO
              ADD 1 TO WS-AGED-ACCOUNTS
              ADD WS-ACCT-OPEN TO WS-GRAND-OPEN
              ADD WS-ACCT-CREDIT TO WS-GRAND-CREDIT
              PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                    UNTIL WS-BUCKET-IX > 5
                 MOVE WS-ACCT-BUCKET(WS-BUCKET-IX) TO
                    WS-BUCKET-OUT(WS-BUCKET-IX)
                 ADD WS-ACCT-BUCKET(WS-BUCKET-IX) TO
                    WS-GRAND-BUCKET(WS-BUCKET-IX)
              END-PERFORM
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-MST-ACCOUNT(WS-MST-IX) " "
                 WS-MST-NAME(WS-MST-IX) " "
                 WS-BUCKET-OUT(1) " " WS-BUCKET-OUT(2) " "
                 WS-BUCKET-OUT(3) " " WS-BUCKET-OUT(4) " "
                 WS-BUCKET-OUT(5)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              COMPUTE WS-ACCT-NET = WS-ACCT-OPEN - WS-ACCT-CREDIT
              MOVE WS-ACCT-CREDIT TO WS-AMOUNT-OUT
              MOVE WS-ACCT-NET TO WS-AMOUNT-OUT-2
              MOVE SPACES TO WS-RPT-LINE
              STRING "     UNAPPLIED CREDIT " WS-AMOUNT-OUT
                 "   NET BALANCE " WS-AMOUNT-OUT-2
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      *    Calendar days from the invoice date to the posting date;
      *    an invoice dated after the posting date ages as current.
       AGE-ONE-ITEM.
           COMPUTE WS-OPEN-BALANCE = WS-ITM-AMOUNT(WS-ITEM-IX)
              + WS-ITM-ADJUST(WS-ITEM-IX) - WS-ITM-PAID(WS-ITEM-IX)
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-POSTING-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-ITM-DATE(WS-ITEM-IX))
           EVALUATE TRUE
              WHEN WS-AGE-DAYS NOT > 30
                 MOVE 1 TO WS-BUCKET-IX
              WHEN WS-AGE-DAYS NOT > 60
                 MOVE 2 TO WS-BUCKET-IX
              WHEN WS-AGE-DAYS NOT > 90
                 MOVE 3 TO WS-BUCKET-IX
              WHEN WS-AGE-DAYS NOT > 120
                 MOVE 4 TO WS-BUCKET-IX
              WHEN OTHER
                 MOVE 5 TO WS-BUCKET-IX
           END-EVALUATE
           ADD WS-OPEN-BALANCE TO WS-ACCT-BUCKET(WS-BUCKET-IX)
           ADD WS-OPEN-BALANCE TO WS-ACCT-OPEN.

      *****************************************************************
      * WRITE-AGING-TOTALS foots the buckets and proves the open
      * total against the register: invoiced, adjusted by the
      * memos, less applied to date.
      *****************************************************************
       WRITE-AGING-TOTALS.
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                 UNTIL WS-BUCKET-IX > 5
              MOVE WS-GRAND-BUCKET(WS-BUCKET-IX) TO
                 WS-BUCKET-OUT(WS-BUCKET-IX)
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL" "                     "
              WS-BUCKET-OUT(1) " " WS-BUCKET-OUT(2) " "
              WS-BUCKET-OUT(3) " " WS-BUCKET-OUT(4) " "
              WS-BUCKET-OUT(5)
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           COMPUTE WS-ACCT-NET = WS-GRAND-OPEN - WS-GRAND-CREDIT
           MOVE WS-GRAND-CREDIT TO WS-AMOUNT-OUT
           MOVE WS-ACCT-NET TO WS-AMOUNT-OUT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-AGED-ACCOUNTS " ACCOUNTS - UNAPPLIED CREDIT "
              WS-AMOUNT-OUT "   NET RECEIVABLE " WS-AMOUNT-OUT-2
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ZERO TO WS-APPLIED-TO-DATE
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                 UNTIL WS-ITEM-IX > WS-ITEM-COUNT
              ADD WS-ITM-PAID(WS-ITEM-IX) TO WS-APPLIED-TO-DATE
           END-PERFORM
           COMPUTE WS-PROOF-OPEN = WS-REGISTER-TOTAL
              + WS-MEMO-TOTAL - WS-APPLIED-TO-DATE
           MOVE WS-PROOF-OPEN TO WS-AMOUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-PROOF-OPEN = WS-GRAND-OPEN
              STRING "PROOF - REGISTER AND MEMOS LESS APPLIED "
                 WS-AMOUNT-OUT
                 " TIES TO THE AGED OPEN ITEMS"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              MOVE WS-GRAND-OPEN TO WS-AMOUNT-OUT-2
              STRING "PROOF FAILED - REGISTER AND MEMOS LESS APPLIED "
                 WS-AMOUNT-OUT " AGED " WS-AMOUNT-OUT-2
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              MOVE "N" TO WS-PROOF-SWITCH
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * LOAD-ACCOUNT-MASTER puts the account master's standing
      * names beside the bare codes on the report.
      *****************************************************************
       LOAD-ACCOUNT-MASTER.
           MOVE "N" TO WS-MST-EOF-SWITCH
           MOVE 0 TO WS-MST-COUNT
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "00"
              PERFORM UNTIL WS-MST-EOF
                 READ MASTER-FILE
                    AT END SET WS-MST-EOF TO TRUE
                    NOT AT END
                       IF WS-MST-COUNT < 100
                          ADD 1 TO WS-MST-COUNT
                          MOVE MST-ACCOUNT TO
                             WS-MST-ACCOUNT(WS-MST-COUNT)
                          MOVE MST-NAME TO
                             WS-MST-NAME(WS-MST-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MASTER-FILE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM arPosting.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY DATESERV.

       COPY ENVNAME.
