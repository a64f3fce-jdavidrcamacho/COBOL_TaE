      * batch run.  FILE STATUS 35 (no control file) falls back to the
      * original ACCEPT prompt, so this still runs exactly as before
      * when launched interactively with no ADDPARM.DAT on hand.
      *
      * Some centers are billed in a foreign currency, so a batch
      * transaction's account line may carry a three-byte currency
      * code in columns 6-8 after the account code (A100 EUR).  A
      * blank currency is the base currency and runs exactly as
      * before.  A foreign transaction's result is converted to the
      * base currency at the rate in force on the processing date
      * off the exchange rate master FXRATES.DAT (fxAdmin, through
      * FX-LOOKUP), and it is the converted amount that foots into
      * the account subtotals, the grand total, and the ledger.
      * The original currency, the foreign amount, the rate, and
      * the base amount are kept for audit on FXAUDIT.DAT, one
      * record per converted transaction, which fxReval also reads
      * to revalue the open foreign invoices at month end.  A
      * currency with no rate in force on the processing date is
      * rejected to the exception path (NOFXRATE) rather than
      * converted at nothing.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. adding.
           SELECT MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MASTER-STATUS.
           SELECT FX-AUDIT-FILE ASSIGN TO DYNAMIC WS-FX-AUDIT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FX-AUDIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
           05 MST-NAME PIC X(20).
           05 MST-DEPT PIC X(12).
           05 MST-STATUS PIC X.
           05 MST-TAX-CODE PIC X(4).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LEDG-DATE PIC 9(8).
           05 LEDG-COUNT PIC 9(5).
           05 LEDG-SIGN PIC X.
           05 LEDG-TOTAL PIC 9(9)V99.
       FD  FX-AUDIT-FILE.
       01  FX-AUDIT-RECORD.
           05 FXA-DATE PIC 9(8).
           05 FXA-ACCOUNT PIC X(4).
           05 FXA-CURRENCY PIC X(3).
           05 FXA-SIGN PIC X.
           05 FXA-AMOUNT PIC 9(9)V99.
           05 FXA-RATE PIC 9(4)V9(6).
           05 FXA-BASE-SIGN PIC X.
           05 FXA-BASE PIC 9(9)V99.
           05 FXA-TRAN PIC 9(5).
           05 FXA-USER PIC X(8).
           05 FXA-RUN-ID PIC X(13).

       WORKING-STORAGE SECTION.
       01 A PIC S9(4)V99.
      *    sign position as "-" even on positive values.
       01 WS-AB-OUT PIC $$$,$$9.99-.
       01 WS-TOTAL-OUT PIC $$$,$$$,$$9.99-.
       01 WS-ACCOUNT-LINE.
           05 WS-ACCOUNT PIC X(4).
           05 FILLER PIC X.
           05 WS-CURRENCY PIC X(3).
               88 WS-BASE-CURRENCY VALUE SPACES.
           05 FILLER PIC X.
       01 WS-BASE-AMOUNT PIC S9(9)V99.
       01 WS-FX-RATE PIC 9(4)V9(6).
       01 WS-FX-STATUS PIC X.
           88 WS-FX-NOT-FOUND VALUE "N".
       01 WS-FX-RATE-OUT PIC ZZZ9.999999.
       01 WS-FX-AUDIT-NAME PIC X(40).
       01 WS-FX-AUDIT-STATUS PIC XX.
       01 WS-FX-AUDIT-OPEN-SWITCH PIC X VALUE "N".
           88 WS-FX-AUDIT-OPEN VALUE "Y".
       01 WS-FX-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RUN-ID PIC X(13).
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 20 TIMES.
               10 WS-ACCT-CODE PIC X(4).
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-CYCLE-LOGICAL PIC X(40).
       01 WS-RUN-CYCLE PIC 9.
       01 WS-TRAN-NAME PIC X(40).
       01 WS-EXCEPT-NAME PIC X(40).
       01 WS-TEST-FLAG PIC X.
      *    environment-resolved names the generator and the edit
      *    already use, so a rehearsal of the ADD path consumes its
      *    own deck and never writes over production's exceptions.
      *    An intraday cycle posts its own deck, the one tranEdit
      *    edited for it under the cycle's "Cn." name.
           CALL "GET-RUN-CYCLE" USING WS-RUN-CYCLE
           MOVE "ADDTRAN.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-TRAN-NAME
           MOVE "ADDEXC.DAT" TO WS-LOGICAL-NAME
      *****************************************************************
       BATCH-MODE.
           PERFORM LOAD-ACCOUNT-MASTER
           CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
           CALL "GET-RUN-ID" USING WS-RUN-ID
           MOVE "FXAUDIT.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-FX-AUDIT-NAME
           OPEN INPUT TRAN-FILE
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM UNTIL WS-EOF
                    ADD 1 TO WS-REC-COUNT
                    PERFORM READ-BATCH-OPERANDS
                    PERFORM CHECK-ACCOUNT-MASTER
                    IF NOT WS-ACCT-REJECTED
                       AND NOT WS-BASE-CURRENCY
                       PERFORM CHECK-EXCHANGE-RATE
                    END-IF
                    IF WS-ACCT-REJECTED
                       DISPLAY "TRANSACTION " WS-REC-COUNT
                          " ACCOUNT " WS-ACCOUNT
                       DISPLAY "TRANSACTION " WS-REC-COUNT
                          " OVERFLOW - SEE ADDEXC.DAT"
                    ELSE
                       PERFORM CONVERT-TO-BASE
                       MOVE AB TO WS-AB-OUT
                       DISPLAY "TRANSACTION " WS-REC-COUNT
                          " ACCOUNT " WS-ACCOUNT " RESULT "
                          WS-AB-OUT " " WS-CURRENCY
                       IF NOT WS-BASE-CURRENCY
                          MOVE WS-BASE-AMOUNT TO WS-TOTAL-OUT
                          DISPLAY "   CONVERTED AT " WS-FX-RATE-OUT
                             " TO BASE " WS-TOTAL-OUT
                       END-IF
                       ADD WS-BASE-AMOUNT TO WS-GRAND-TOTAL
                       PERFORM ACCUMULATE-ACCOUNT
                       PERFORM FILE-DATA-RESULT
                    END-IF
           END-PERFORM
           CLOSE TRAN-FILE
           CLOSE EXCEPTION-FILE
           IF WS-FX-AUDIT-OPEN
              CLOSE FX-AUDIT-FILE
              DISPLAY "FOREIGN CURRENCY TRANSACTIONS CONVERTED - "
                 WS-FX-COUNT
           END-IF
           PERFORM WRITE-CONTROL-BREAK-TRAILER
           PERFORM POST-ACCOUNT-LEDGER.

      *    numeric MOVE would take the line as a whole number and
      *    lose the top digits and the cents both.
       READ-BATCH-OPERANDS.
           READ TRAN-FILE INTO WS-ACCOUNT-LINE
           READ TRAN-FILE INTO WS-AMOUNT-BUF
           MOVE WS-AMOUNT-CENTS TO A
           READ TRAN-FILE INTO WS-AMOUNT-BUF
           END-IF
           IF WS-ACCT-FOUND > 0
              ADD 1 TO WS-ACCT-COUNT(WS-ACCT-FOUND)
              ADD WS-BASE-AMOUNT TO WS-ACCT-TOTAL(WS-ACCT-FOUND)
           ELSE
      *       The amount still foots into the grand total, so a
      *       dropped subtotal would leave the trailer not tying
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

      *****************************************************************
      * CHECK-EXCHANGE-RATE looks up the rate in force on the
      * processing date for a foreign-currency transaction.  With
      * no rate on the master the transaction is rejected the same
      * way a bad account is, so nothing is ever converted at zero.
      *****************************************************************
       CHECK-EXCHANGE-RATE.
           CALL "FX-LOOKUP" USING WS-CURRENCY WS-PROCESS-DATE
              WS-FX-RATE WS-FX-STATUS
           IF WS-FX-NOT-FOUND
              SET WS-ACCT-REJECTED TO TRUE
              MOVE "Y" TO WS-RUN-EXCEPTION-SWITCH
              MOVE SPACES TO EXCEPTION-RECORD
              STRING "FX REJECT - " WS-ACCOUNT " " WS-CURRENCY
                 " NO RATE ON " WS-PROCESS-DATE
                 " USER=" WS-AUTH-USER
                 DELIMITED BY SIZE
                 INTO EXCEPTION-RECORD
              WRITE EXCEPTION-RECORD
              MOVE "W" TO WS-EXC-SEVERITY
              MOVE "NOFXRATE" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "TRAN " WS-REC-COUNT " ACCOUNT " WS-ACCOUNT
                 " CURRENCY " WS-CURRENCY
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
           END-IF.

      *****************************************************************
      * CONVERT-TO-BASE sets WS-BASE-AMOUNT, the amount the result
      * foots and posts at - AB itself for a base-currency
      * transaction, AB at the looked-up rate, rounded to the cent,
      * for a foreign one, which is also filed to FXAUDIT.DAT with
      * its original currency and amount.
      *****************************************************************
       CONVERT-TO-BASE.
           IF WS-BASE-CURRENCY
              MOVE AB TO WS-BASE-AMOUNT
           ELSE
              COMPUTE WS-BASE-AMOUNT ROUNDED = AB * WS-FX-RATE
              MOVE WS-FX-RATE TO WS-FX-RATE-OUT
              PERFORM WRITE-FX-AUDIT
           END-IF.

       WRITE-FX-AUDIT.
           IF NOT WS-FX-AUDIT-OPEN
              OPEN EXTEND FX-AUDIT-FILE
              IF WS-FX-AUDIT-STATUS = "35"
                 OPEN OUTPUT FX-AUDIT-FILE
              END-IF
              SET WS-FX-AUDIT-OPEN TO TRUE
           END-IF
           MOVE WS-PROCESS-DATE TO FXA-DATE
           MOVE WS-ACCOUNT TO FXA-ACCOUNT
           MOVE WS-CURRENCY TO FXA-CURRENCY
           IF AB < ZERO
              MOVE "-" TO FXA-SIGN
              COMPUTE FXA-AMOUNT = ZERO - AB
           ELSE
              MOVE "+" TO FXA-SIGN
              MOVE AB TO FXA-AMOUNT
           END-IF
           MOVE WS-FX-RATE TO FXA-RATE
           IF WS-BASE-AMOUNT < ZERO
              MOVE "-" TO FXA-BASE-SIGN
              COMPUTE FXA-BASE = ZERO - WS-BASE-AMOUNT
           ELSE
              MOVE "+" TO FXA-BASE-SIGN
              MOVE WS-BASE-AMOUNT TO FXA-BASE
           END-IF
           MOVE WS-REC-COUNT TO FXA-TRAN
           MOVE WS-AUTH-USER TO FXA-USER
           MOVE WS-RUN-ID TO FXA-RUN-ID
           WRITE FX-AUDIT-RECORD
           ADD 1 TO WS-FX-COUNT.

       GET-ACCOUNT-NAME.
           MOVE "UNKNOWN" TO WS-ACCT-NAME-OUT
           PERFORM VARYING WS-MST-IX FROM 1 BY 1
              DISPLAY "TEST ENVIRONMENT ACTIVE - LEDGER POSTING"
                 " SKIPPED"
           ELSE
              OPEN EXTEND LEDGER-FILE
              IF WS-LEDGER-STATUS = "35"
                 OPEN OUTPUT LEDGER-FILE
       COPY DATESERV.

       COPY ENVNAME.

       COPY FXLOOK.

       COPY CYCLESRV.
