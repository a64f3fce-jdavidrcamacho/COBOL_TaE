      * credit and debit memo processing
      *    TOPIC:
      *    CORRECTING AN INVOICE WITHOUT HAND-EDITING THE LEDGER
      *****************************************************************
      * When a customer disputed an invoice, the only fixes were to
      * hand-edit ACCTLEDG.DAT or to let the wrong invoice stand.
      * This program processes the memo transactions in MEMOTRAN.DAT
      * instead, one record per memo:
      *
      *   column  1      memo type - C credit memo, D debit memo
      *   columns 2-7    the original invoice number on INVREG.DAT
      *   columns 8-18   amount (nine integer, two decimal implied)
      *   columns 19-26  reason code
      *
      * Each memo accepted is numbered from the same persistent
      * sequence the invoices use (INVSEQ.DAT), so a memo number can
      * never collide with an invoice number, and is recorded on the
      * memo register (MEMOREG.DAT) - memo number, processing date,
      * type, original invoice, account, amount, reason, the
      * authenticated user who raised it, and the memo's tax code
      * and tax.  The correction reaches
      * the books the way every other figure does: an offsetting
      * posting to the account ledger under the invoice's account
      * and the processing date (credit memos negative, debit memos
      * positive), with the matching *ALL grand-total posting, so
      * trialBalance.cbl and budgetVar.cbl see it and the ledger
      * proof still ties.
      *
      * The memo amount is what the account owes, tax included, as
      * the invoice's gross is.  It is split into net and tax in the
      * original invoice's proportion of tax to net - the memo's tax
      * is its amount times the invoice's tax over its gross - and
      * only the net is posted to the ledger.  The tax, with the
      * invoice's tax code, is carried on the memo register, where
      * taxSummary.cbl nets it into the return and glExtract.cbl
      * takes it off tax payable (*TAX).  An invoice with no tax, or
      * a register record written before invoices carried tax,
      * splits to no tax at all.  Memo postings carry a transaction
      * count of zero - no transactions were processed - which is
      * how invoicing.cbl knows to leave them off the next invoice:
      * the memo is the document that bills them.  Each memo also
      * lands on the receivables history (ARHIST.DAT, type C or D)
      * at its full amount, so the open items and the month-end
      * statements carry it.
      *
      * A memo is rejected to EXCFILE.DAT (W severity) rather than
      * posted when its invoice is not on the register (MEMOINV),
      * when its account is closed on the account master (MEMOCLSD),
      * when a credit memo would take the invoice - its gross on
      * the register, net of every memo before it - below zero
      * (MEMONEG), or when the type,
      * amount, or reason code is missing or invalid (MEMOBAD).  Any
      * rejection ends the run RETURN-CODE 4; no memo file at all
      * ends it RETURN-CODE 8.  The memos processed are listed on
      * MEMORPT.DAT through the shared REPORT-WRITER.  Under the
      * test environment the ledger is left alone, the same as the
      * batch posting in adding.cob.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. memoPosting.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMO-TRAN-FILE ASSIGN TO DYNAMIC WS-MEMO-TRAN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MEMO-TRAN-STATUS.
           SELECT INVOICE-REG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INV-REG-STATUS.
           SELECT MEMO-REG-FILE ASSIGN TO DYNAMIC WS-MEMO-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MEMO-REG-STATUS.
           SELECT SEQUENCE-FILE ASSIGN TO "INVSEQ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SEQUENCE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "ACCTLEDG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LEDGER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HISTORY-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MASTER-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  MEMO-TRAN-FILE.
       01  MEMO-TRAN-RECORD.
           05 MTR-TYPE PIC X.
           05 MTR-INVOICE PIC 9(6).
           05 MTR-AMOUNT PIC 9(9)V99.
           05 MTR-REASON PIC X(8).
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
       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD PIC 9(6).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LEDG-DATE PIC 9(8).
           05 LEDG-ACCOUNT PIC X(4).
           05 LEDG-COUNT PIC 9(5).
           05 LEDG-SIGN PIC X.
           05 LEDG-TOTAL PIC 9(9)V99.
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

       WORKING-STORAGE SECTION.
       01 WS-MEMO-TRAN-STATUS PIC XX.
       01 WS-INV-REG-STATUS PIC XX.
       01 WS-MEMO-REG-STATUS PIC XX.
       01 WS-SEQUENCE-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-MEMO-TRAN-NAME PIC X(40).
       01 WS-MEMO-REG-NAME PIC X(40).
       01 WS-HISTORY-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-TEST-FLAG PIC X.
           88 WS-TEST-ACTIVE VALUE "Y".
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-RUN-ID PIC X(13).
       01 WS-NEXT-NUMBER PIC 9(6) VALUE ZERO.

       01 WS-INVOICE-TABLE.
           05 WS-INVOICE-ENTRY OCCURS 2000 TIMES.
               10 WS-INV-NUMBER PIC 9(6).
               10 WS-INV-ACCOUNT PIC X(4).
               10 WS-INV-NET PIC S9(9)V99.
               10 WS-INV-GROSS PIC S9(9)V99.
               10 WS-INV-TAX PIC S9(9)V99.
               10 WS-INV-TAX-CODE PIC X(4).
       01 WS-INVOICE-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-INV-IX PIC 9(4) COMP.
       01 WS-FOUND-INV PIC 9(4) COMP.
       01 WS-LOOKUP-INVOICE PIC 9(6).

       01 WS-CLOSED-TABLE.
           05 WS-CLOSED-ACCOUNT OCCURS 100 TIMES PIC X(4).
       01 WS-CLOSED-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-CLS-IX PIC 9(3) COMP.
       01 WS-CLOSED-SWITCH PIC X.
           88 WS-ACCOUNT-CLOSED VALUE "Y".

       01 WS-MEMO-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SIGNED-AMOUNT PIC S9(9)V99.
       01 WS-POST-AMOUNT PIC S9(9)V99.
       01 WS-MEMO-TAX PIC S9(9)V99.
       01 WS-MEMO-NET PIC S9(9)V99.
       01 WS-AMOUNT-OUT PIC $$$,$$$,$$9.99-.
       01 WS-AMOUNT-OUT-2 PIC $$$,$$$,$$9.99-.
       01 WS-AMOUNT-OUT-3 PIC $$$,$$$,$$9.99-.
       01 WS-MEMO-TEXT PIC X(11).

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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "MEMOPOSTING".
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
           CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
           CALL "GET-RUN-ID" USING WS-RUN-ID
           CALL "ENV-TEST-STATUS" USING WS-TEST-FLAG
           MOVE "MEMOTRAN.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-MEMO-TRAN-NAME
           MOVE "MEMOREG.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-MEMO-REG-NAME
           MOVE "ARHIST.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-HISTORY-NAME
           OPEN INPUT MEMO-TRAN-FILE
           IF WS-MEMO-TRAN-STATUS NOT = "00"
              DISPLAY "MEMOTRAN.DAT NOT ON FILE - NO MEMOS PROCESSED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM LOAD-INVOICE-REGISTER
              PERFORM APPLY-PRIOR-MEMOS
              PERFORM LOAD-CLOSED-ACCOUNTS
              PERFORM READ-INVOICE-SEQUENCE
              PERFORM OPEN-POSTING-FILES
              PERFORM UNTIL WS-EOF
                 READ MEMO-TRAN-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       PERFORM PROCESS-ONE-MEMO
                 END-READ
              END-PERFORM
              CLOSE MEMO-TRAN-FILE
              PERFORM CLOSE-POSTING-FILES
              PERFORM WRITE-INVOICE-SEQUENCE
              DISPLAY "MEMO POSTING COMPLETE - " WS-MEMO-COUNT
                 " MEMOS POSTED, " WS-REJECT-COUNT " REJECTED"
              IF WS-REJECT-COUNT > ZERO
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
      * LOAD-INVOICE-REGISTER tables every invoice on the register
      * with its account and signed amount; APPLY-PRIOR-MEMOS then
      * nets every memo already on the memo register into it, so
      * the below-zero test sees the invoice as it stands today.
      *****************************************************************
       LOAD-INVOICE-REGISTER.
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
                    IF WS-INVOICE-COUNT < 2000
                       ADD 1 TO WS-INVOICE-COUNT
                       MOVE INV-REG-NUMBER TO
                          WS-INV-NUMBER(WS-INVOICE-COUNT)
                       MOVE INV-REG-ACCOUNT TO
                          WS-INV-ACCOUNT(WS-INVOICE-COUNT)
                       PERFORM TAKE-INVOICE-TAX
                       PERFORM TAKE-INVOICE-GROSS
                       IF INV-REG-SIGN = "-"
                          COMPUTE WS-INV-NET(WS-INVOICE-COUNT) =
                             ZERO - INV-REG-AMOUNT
                       ELSE
                          MOVE INV-REG-AMOUNT TO
                             WS-INV-NET(WS-INVOICE-COUNT)
                       END-IF
                       MOVE WS-INV-NET(WS-INVOICE-COUNT) TO
                          WS-INV-GROSS(WS-INVOICE-COUNT)
                    ELSE
                       DISPLAY "INVOICE TABLE FULL - INVOICE "
                          INV-REG-NUMBER " NOT LOADED"
                    END-IF
              END-READ
           END-PERFORM
           IF WS-INV-REG-STATUS NOT = "35"
              CLOSE INVOICE-REG-FILE
           END-IF.

      *    The invoice's tax and tax code, for splitting its memos.
       TAKE-INVOICE-TAX.
           MOVE ZERO TO WS-INV-TAX(WS-INVOICE-COUNT)
           MOVE SPACES TO WS-INV-TAX-CODE(WS-INVOICE-COUNT)
           IF INV-REG-GROSS IS NUMERIC AND INV-REG-TAX IS NUMERIC
              MOVE INV-REG-TAX-CODE TO
                 WS-INV-TAX-CODE(WS-INVOICE-COUNT)
              IF INV-REG-TAX-SIGN = "-"
                 COMPUTE WS-INV-TAX(WS-INVOICE-COUNT) =
                    ZERO - INV-REG-TAX
              ELSE
                 MOVE INV-REG-TAX TO WS-INV-TAX(WS-INVOICE-COUNT)
              END-IF
           END-IF.

      *    What the account owes on an invoice is its gross - net
      *    plus tax; a register record written before invoices
      *    carried tax holds the net alone, and that is the amount.
       TAKE-INVOICE-GROSS.
           IF INV-REG-GROSS IS NUMERIC
              MOVE INV-REG-GROSS-SIGN TO INV-REG-SIGN
              MOVE INV-REG-GROSS TO INV-REG-AMOUNT
           END-IF.

       APPLY-PRIOR-MEMOS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MEMO-REG-FILE
           IF WS-MEMO-REG-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ MEMO-REG-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    MOVE MRG-INVOICE TO WS-LOOKUP-INVOICE
                    PERFORM FIND-INVOICE
                    IF WS-FOUND-INV > 0
                       IF MRG-TYPE = "C"
                          SUBTRACT MRG-AMOUNT FROM
                             WS-INV-NET(WS-FOUND-INV)
                       ELSE
                          ADD MRG-AMOUNT TO WS-INV-NET(WS-FOUND-INV)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MEMO-REG-STATUS NOT = "35"
              CLOSE MEMO-REG-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       FIND-INVOICE.
           MOVE 0 TO WS-FOUND-INV
           PERFORM VARYING WS-INV-IX FROM 1 BY 1
                 UNTIL WS-INV-IX > WS-INVOICE-COUNT
              IF WS-INV-NUMBER(WS-INV-IX) = WS-LOOKUP-INVOICE
                 MOVE WS-INV-IX TO WS-FOUND-INV
                 MOVE WS-INVOICE-COUNT TO WS-INV-IX
              END-IF
           END-PERFORM.

       LOAD-CLOSED-ACCOUNTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ MASTER-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF MST-STATUS = "C" AND WS-CLOSED-COUNT < 100
                       ADD 1 TO WS-CLOSED-COUNT
                       MOVE MST-ACCOUNT TO
                          WS-CLOSED-ACCOUNT(WS-CLOSED-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MASTER-STATUS NOT = "35"
              CLOSE MASTER-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

      *****************************************************************
      * READ-INVOICE-SEQUENCE and WRITE-INVOICE-SEQUENCE share the
      * invoice numbering with invoicing.cbl - the same single-record
      * OPEN OUTPUT rewrite.
      *****************************************************************
       READ-INVOICE-SEQUENCE.
           OPEN INPUT SEQUENCE-FILE
           IF WS-SEQUENCE-STATUS = "00"
              READ SEQUENCE-FILE INTO WS-NEXT-NUMBER
              CLOSE SEQUENCE-FILE
           END-IF.

       WRITE-INVOICE-SEQUENCE.
           MOVE WS-NEXT-NUMBER TO SEQUENCE-RECORD
           OPEN OUTPUT SEQUENCE-FILE
           WRITE SEQUENCE-RECORD
           CLOSE SEQUENCE-FILE.

       OPEN-POSTING-FILES.
           OPEN EXTEND MEMO-REG-FILE
           IF WS-MEMO-REG-STATUS = "35"
              OPEN OUTPUT MEMO-REG-FILE
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
           END-IF
           IF NOT WS-TEST-ACTIVE
              OPEN EXTEND LEDGER-FILE
              IF WS-LEDGER-STATUS = "35"
                 OPEN OUTPUT LEDGER-FILE
              END-IF
           ELSE
              DISPLAY "TEST ENVIRONMENT ACTIVE - LEDGER POSTING"
                 " SKIPPED"
           END-IF
           MOVE "O" TO WS-RPT-ACTION
           MOVE "MEMORPT.DAT" TO WS-RPT-FILE
           MOVE "CREDIT AND DEBIT MEMOS" TO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-HEADING
           STRING "MEMO / TYPE / INVOICE / ACCT / AMOUNT / NET / "
              "REASON / TAX" DELIMITED BY SIZE INTO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       CLOSE-POSTING-FILES.
           CLOSE MEMO-REG-FILE
           CLOSE HISTORY-FILE
           IF NOT WS-TEST-ACTIVE
              CLOSE LEDGER-FILE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-MEMO-COUNT " MEMOS POSTED, " WS-REJECT-COUNT
              " REJECTED - RAISED BY " WS-AUTH-USER
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *****************************************************************
      * PROCESS-ONE-MEMO validates one memo and either posts it or
      * files the reason it was refused.
      *****************************************************************
       PROCESS-ONE-MEMO.
           IF (MTR-TYPE NOT = "C" AND MTR-TYPE NOT = "D")
              OR MTR-INVOICE IS NOT NUMERIC
              OR MTR-AMOUNT IS NOT NUMERIC OR MTR-AMOUNT = ZERO
              OR MTR-REASON = SPACES
              MOVE "MEMOBAD" TO WS-EXC-REASON
              PERFORM REJECT-MEMO
           ELSE
              MOVE MTR-INVOICE TO WS-LOOKUP-INVOICE
              PERFORM FIND-INVOICE
              IF WS-FOUND-INV = 0
                 MOVE "MEMOINV" TO WS-EXC-REASON
                 PERFORM REJECT-MEMO
              ELSE
                 PERFORM CHECK-ACCOUNT-CLOSED
                 IF WS-ACCOUNT-CLOSED
                    MOVE "MEMOCLSD" TO WS-EXC-REASON
                    PERFORM REJECT-MEMO
                 ELSE
                    IF MTR-TYPE = "C"
                       AND MTR-AMOUNT > WS-INV-NET(WS-FOUND-INV)
                       MOVE "MEMONEG" TO WS-EXC-REASON
                       PERFORM REJECT-MEMO
                    ELSE
                       PERFORM POST-MEMO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CHECK-ACCOUNT-CLOSED.
           MOVE "N" TO WS-CLOSED-SWITCH
           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                 UNTIL WS-CLS-IX > WS-CLOSED-COUNT
              IF WS-CLOSED-ACCOUNT(WS-CLS-IX) =
                 WS-INV-ACCOUNT(WS-FOUND-INV)
                 SET WS-ACCOUNT-CLOSED TO TRUE
                 MOVE WS-CLOSED-COUNT TO WS-CLS-IX
              END-IF
           END-PERFORM.

      *****************************************************************
      * POST-MEMO splits the memo into net and tax at the invoice's
      * proportion, files it on the memo register and receivables
      * history at its full amount, and posts the net to the ledger.
      *****************************************************************
       POST-MEMO.
           ADD 1 TO WS-NEXT-NUMBER
           ADD 1 TO WS-MEMO-COUNT
           IF WS-INV-GROSS(WS-FOUND-INV) = ZERO
              MOVE ZERO TO WS-MEMO-TAX
           ELSE
              COMPUTE WS-MEMO-TAX ROUNDED = MTR-AMOUNT
                 * WS-INV-TAX(WS-FOUND-INV)
                 / WS-INV-GROSS(WS-FOUND-INV)
           END-IF
           COMPUTE WS-MEMO-NET = MTR-AMOUNT - WS-MEMO-TAX
           IF MTR-TYPE = "C"
              SUBTRACT MTR-AMOUNT FROM WS-INV-NET(WS-FOUND-INV)
              COMPUTE WS-POST-AMOUNT = ZERO - WS-MEMO-NET
              MOVE "CREDIT MEMO" TO WS-MEMO-TEXT
           ELSE
              ADD MTR-AMOUNT TO WS-INV-NET(WS-FOUND-INV)
              MOVE WS-MEMO-NET TO WS-POST-AMOUNT
              MOVE "DEBIT MEMO" TO WS-MEMO-TEXT
           END-IF
           MOVE WS-NEXT-NUMBER TO MRG-NUMBER
           MOVE WS-PROCESS-DATE TO MRG-DATE
           MOVE MTR-TYPE TO MRG-TYPE
           MOVE MTR-INVOICE TO MRG-INVOICE
           MOVE WS-INV-ACCOUNT(WS-FOUND-INV) TO MRG-ACCOUNT
           MOVE MTR-AMOUNT TO MRG-AMOUNT
           MOVE MTR-REASON TO MRG-REASON
           MOVE WS-AUTH-USER TO MRG-USER
           MOVE WS-RUN-ID TO MRG-RUN-ID
           MOVE WS-INV-TAX-CODE(WS-FOUND-INV) TO MRG-TAX-CODE
           IF WS-MEMO-TAX < ZERO
              MOVE "-" TO MRG-TAX-SIGN
              COMPUTE MRG-TAX = ZERO - WS-MEMO-TAX
           ELSE
              MOVE "+" TO MRG-TAX-SIGN
              MOVE WS-MEMO-TAX TO MRG-TAX
           END-IF
           WRITE MEMO-REG-RECORD
           MOVE WS-PROCESS-DATE TO ARH-DATE
           MOVE WS-INV-ACCOUNT(WS-FOUND-INV) TO ARH-ACCOUNT
           MOVE MTR-INVOICE TO ARH-INVOICE
           MOVE MTR-TYPE TO ARH-TYPE
           MOVE "+" TO ARH-SIGN
           MOVE MTR-AMOUNT TO ARH-AMOUNT
           MOVE WS-PROCESS-DATE TO ARH-RECEIPT-DATE
           MOVE WS-RUN-ID TO ARH-RUN-ID
           WRITE HISTORY-RECORD
           IF NOT WS-TEST-ACTIVE
              MOVE WS-INV-ACCOUNT(WS-FOUND-INV) TO LEDG-ACCOUNT
              PERFORM WRITE-LEDGER-POSTING
              MOVE "*ALL" TO LEDG-ACCOUNT
              PERFORM WRITE-LEDGER-POSTING
           END-IF
           MOVE MTR-AMOUNT TO WS-AMOUNT-OUT
           MOVE WS-INV-NET(WS-FOUND-INV) TO WS-AMOUNT-OUT-2
           MOVE WS-MEMO-TAX TO WS-AMOUNT-OUT-3
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-NEXT-NUMBER " " WS-MEMO-TEXT " " MTR-INVOICE " "
              WS-INV-ACCOUNT(WS-FOUND-INV) " " WS-AMOUNT-OUT " "
              WS-AMOUNT-OUT-2 " " MTR-REASON " TAX " WS-AMOUNT-OUT-3
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    The sign travels as a leading sign byte, the same
      *    convention adding.cob's ledger postings use; the zero
      *    count marks the posting as an adjustment.
       WRITE-LEDGER-POSTING.
           MOVE WS-PROCESS-DATE TO LEDG-DATE
           MOVE ZERO TO LEDG-COUNT
           IF WS-POST-AMOUNT < ZERO
              MOVE "-" TO LEDG-SIGN
              COMPUTE LEDG-TOTAL = ZERO - WS-POST-AMOUNT
           ELSE
              MOVE "+" TO LEDG-SIGN
              MOVE WS-POST-AMOUNT TO LEDG-TOTAL
           END-IF
           WRITE LEDGER-RECORD.

       REJECT-MEMO.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "MEMO REJECTED " WS-EXC-REASON " - INVOICE "
              MTR-INVOICE
           MOVE "W" TO WS-EXC-SEVERITY
           MOVE SPACES TO WS-EXC-DETAIL
           STRING "MEMO " MTR-TYPE " INV " MTR-INVOICE " "
              MTR-AMOUNT " BY " WS-AUTH-USER
              DELIMITED BY SIZE INTO WS-EXC-DETAIL
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM memoPosting.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY DATESERV.

       COPY ENVNAME.
