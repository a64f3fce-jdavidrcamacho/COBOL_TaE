      * receivables cash-flow forecast
      *    TOPIC:
      *    WHAT THE OPEN INVOICES ARE WORTH, AND WHEN THE CASH ARRIVES
      *****************************************************************
      * npvIrr discounts whatever is keyed into CASHFLOW.DAT; the
      * treasury question is what the receivables book is worth and
      * when the cash will come in.  This step answers it from the
      * receivables files arPosting keeps:
      *
      *   - each account's historical days-to-pay is measured from
      *     the receivables history (ARHIST.DAT): every receipt
      *     applied (type R) is set against the date of the invoice
      *     it paid (AROPEN.DAT), in calendar days, and the days are
      *     averaged weighted by the amount received, so one large
      *     late payment counts for more than a string of small
      *     prompt ones.  An account with no receipts on the history
      *     takes the average of the whole book, and a book with no
      *     history at all takes 30 days, the standard terms;
      *   - every open item - the invoice's amount, adjusted by its
      *     memos on MEMOREG.DAT, less what has been applied to it,
      *     the same open balance the aging report shows - is
      *     expected on its invoice date plus its account's average
      *     days-to-pay;
      *   - the expected collections are bucketed in weeks from the
      *     forecast date: week 001 is the seven days after it, and
      *     anything already past its expected date is week 000,
      *     due now.  Collections expected beyond week 199 are held
      *     in week 199 and the run ends RETURN-CODE 4.
      *
      * The forecast date comes from CFPARM.DAT (YYYYMMDD) when that
      * control file is present, otherwise it is the processing date
      * (GET-PROCESS-DATE).  The receivables files are data files
      * and go through ENV-RESOLVE-NAME.
      *
      * Two files come out.  ARFLOW.DAT is the forecast in the
      * CASHFLOW.DAT layout - one record per week with collections,
      * the week as the period number - which npvIrr values directly
      * when NPVSRC.DAT names ARFLOW.DAT; the control rate in
      * NPVCTL.DAT is then a rate per week.  ARCOLL.DAT, through the
      * shared REPORT-WRITER, is the weekly expected-collections
      * report: each week's dates, items and amount with the running
      * total, then each account's days-to-pay and its basis, and a
      * proof that the weeks foot to the open balance of the book.
      * No open-item file at all ends RETURN-CODE 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. arForecast.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO DYNAMIC WS-OPEN-ITEM-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OPEN-ITEM-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HISTORY-STATUS.
           SELECT MEMO-REG-FILE ASSIGN TO DYNAMIC WS-MEMO-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MEMO-REG-STATUS.
           SELECT FLOW-FILE ASSIGN TO "ARFLOW.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FLOW-STATUS.
           SELECT PARM-FILE ASSIGN TO "CFPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
       DATA DIVISION.

       FILE SECTION.
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
       FD  FLOW-FILE.
       01  FLOW-RECORD.
           05 FLW-PERIOD PIC 9(3).
           05 FLW-SIGN PIC X.
           05 FLW-AMOUNT PIC 9(9)V99.
       FD  PARM-FILE.
       01  PARM-RECORD PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-OPEN-ITEM-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-MEMO-REG-STATUS PIC XX.
       01 WS-FLOW-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-OPEN-ITEM-NAME PIC X(40).
       01 WS-HISTORY-NAME PIC X(40).
       01 WS-MEMO-REG-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-AROPEN-SWITCH PIC X VALUE "Y".
           88 WS-AROPEN-ON-FILE VALUE "Y".
       01 WS-ATTENTION-SWITCH PIC X VALUE "N".
           88 WS-ATTENTION VALUE "Y".
       01 WS-FORECAST-DATE PIC 9(8).
       01 WS-FORECAST-DAY PIC 9(8).

       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10 WS-ITM-INVOICE PIC 9(6).
               10 WS-ITM-DATE PIC 9(8).
               10 WS-ITM-ACCOUNT PIC X(4).
               10 WS-ITM-AMOUNT PIC S9(9)V99.
               10 WS-ITM-PAID PIC S9(9)V99.
               10 WS-ITM-ADJUST PIC S9(9)V99.
       01 WS-ITEM-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-ITEM-IX PIC 9(4) COMP.
       01 WS-FOUND-ITEM PIC 9(4) COMP.
       01 WS-LOOKUP-INVOICE PIC 9(6).

       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 100 TIMES.
               10 WS-ACCT-CODE PIC X(4).
               10 WS-ACCT-RECEIPTS PIC 9(5).
               10 WS-ACCT-PAID-AMT PIC S9(11)V99.
               10 WS-ACCT-DAY-AMT PIC S9(15)V99.
               10 WS-ACCT-DAYS PIC 9(4).
               10 WS-ACCT-BASIS PIC X(7).
               10 WS-ACCT-ITEMS PIC 9(5).
               10 WS-ACCT-OPEN PIC S9(11)V99.
       01 WS-ACCT-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-ACCT-IX PIC 9(3) COMP.
       01 WS-FOUND-ACCT PIC 9(3) COMP.
       01 WS-LOOKUP-ACCOUNT PIC X(4).

      *    Week 000 is held in entry 1, week 199 in entry 200.
       01 WS-WEEK-TABLE.
           05 WS-WEEK-ENTRY OCCURS 200 TIMES.
               10 WS-WK-ITEMS PIC 9(5).
               10 WS-WK-AMOUNT PIC S9(11)V99.
       01 WS-WEEK-IX PIC 9(3) COMP.
       01 WS-LAST-WEEK PIC 9(3) COMP VALUE 0.
       01 WS-WEEK-NUMBER PIC 9(3).
       01 WS-WEEK-START PIC 9(8).
       01 WS-WEEK-END PIC 9(8).
       01 WS-CAPPED-COUNT PIC 9(5) VALUE ZERO.

       01 WS-BOOK-RECEIPTS PIC 9(7) VALUE ZERO.
       01 WS-BOOK-PAID-AMT PIC S9(13)V99 VALUE ZERO.
       01 WS-BOOK-DAY-AMT PIC S9(15)V99 VALUE ZERO.
       01 WS-BOOK-DAYS PIC 9(4) VALUE 30.
       01 WS-PAY-DAYS PIC S9(7).
       01 WS-DAYS-AHEAD PIC S9(7).
       01 WS-EXPECT-DAY PIC S9(9).
       01 WS-OPEN-BALANCE PIC S9(9)V99.
       01 WS-BOOK-OPEN PIC S9(13)V99 VALUE ZERO.
       01 WS-FORECAST-TOTAL PIC S9(13)V99 VALUE ZERO.
       01 WS-RUNNING-TOTAL PIC S9(13)V99 VALUE ZERO.
       01 WS-OPEN-ITEMS PIC 9(5) VALUE ZERO.
       01 WS-FLOWS-WRITTEN PIC 9(3) VALUE ZERO.
       01 WS-AMOUNT-OUT PIC $$$,$$$,$$9.99-.
       01 WS-AMOUNT-OUT-2 PIC $$$,$$$,$$9.99-.

       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "ARFORECAST".
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
           INITIALIZE WS-WEEK-TABLE
           PERFORM OBTAIN-FORECAST-DATE
           PERFORM RESOLVE-FILE-NAMES
           PERFORM LOAD-OPEN-ITEMS
           IF NOT WS-AROPEN-ON-FILE
              DISPLAY "AROPEN.DAT NOT ON FILE - NO FORECAST"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM LOAD-MEMO-ADJUSTMENTS
              PERFORM MEASURE-DAYS-TO-PAY
              PERFORM SETTLE-ACCOUNT-DAYS
              PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                    UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                 PERFORM FORECAST-ONE-ITEM
              END-PERFORM
              PERFORM WRITE-FLOW-FILE
              PERFORM WRITE-COLLECTIONS-REPORT
              MOVE WS-FORECAST-TOTAL TO WS-AMOUNT-OUT
              DISPLAY "AR FORECAST COMPLETE - " WS-OPEN-ITEMS
                 " OPEN ITEMS, " WS-FLOWS-WRITTEN " WEEKS, "
                 WS-AMOUNT-OUT
              IF WS-ATTENTION
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

       OBTAIN-FORECAST-DATE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE INTO WS-FORECAST-DATE
              CLOSE PARM-FILE
           ELSE
              CALL "GET-PROCESS-DATE" USING WS-FORECAST-DATE
           END-IF
           COMPUTE WS-FORECAST-DAY =
              FUNCTION INTEGER-OF-DATE(WS-FORECAST-DATE).

       RESOLVE-FILE-NAMES.
           MOVE "AROPEN.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-OPEN-ITEM-NAME
           MOVE "ARHIST.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-HISTORY-NAME
           MOVE "MEMOREG.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-MEMO-REG-NAME.

      *****************************************************************
      * LOAD-OPEN-ITEMS brings every item on AROPEN.DAT into storage,
      * paid ones included - a paid invoice's date is what its
      * receipts on the history are measured from.
      *****************************************************************
       LOAD-OPEN-ITEMS.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-ITEM-COUNT
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPEN-ITEM-STATUS NOT = "00"
              MOVE "N" TO WS-AROPEN-SWITCH
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
                       MOVE ZERO TO WS-ITM-ADJUST(WS-ITEM-COUNT)
                    ELSE
                       DISPLAY "OPEN ITEM TABLE FULL - INVOICE "
                          ARO-INVOICE " NOT FORECAST"
                       SET WS-ATTENTION TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-AROPEN-ON-FILE
              CLOSE OPEN-ITEM-FILE
           END-IF.

       FIND-ITEM.
           MOVE 0 TO WS-FOUND-ITEM
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                 UNTIL WS-ITEM-IX > WS-ITEM-COUNT
              IF WS-ITM-INVOICE(WS-ITEM-IX) = WS-LOOKUP-INVOICE
                 MOVE WS-ITEM-IX TO WS-FOUND-ITEM
                 MOVE WS-ITEM-COUNT TO WS-ITEM-IX
              END-IF
           END-PERFORM.

      *    The memos are netted afresh from the register, exactly as
      *    arPosting does, so the forecast and the aging agree.
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
                    MOVE MRG-INVOICE TO WS-LOOKUP-INVOICE
                    PERFORM FIND-ITEM
                    IF WS-FOUND-ITEM > 0
                       IF MRG-TYPE = "C"
                          SUBTRACT MRG-AMOUNT FROM
                             WS-ITM-ADJUST(WS-FOUND-ITEM)
                       ELSE
                          ADD MRG-AMOUNT TO
                             WS-ITM-ADJUST(WS-FOUND-ITEM)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MEMO-REG-STATUS NOT = "35"
              CLOSE MEMO-REG-FILE
           END-IF.

      *****************************************************************
      * MEASURE-DAYS-TO-PAY reads the receivables history and, for
      * every receipt applied to an invoice still on file, adds the
      * receipt's amount and its amount times its days-to-pay to
      * the account and to the book.
      *****************************************************************
       MEASURE-DAYS-TO-PAY.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ HISTORY-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF ARH-TYPE = "R" AND ARH-SIGN NOT = "-"
                       AND ARH-AMOUNT > ZERO
                       PERFORM MEASURE-ONE-RECEIPT
                    END-IF
              END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS NOT = "35"
              CLOSE HISTORY-FILE
           END-IF.

       MEASURE-ONE-RECEIPT.
           MOVE ARH-INVOICE TO WS-LOOKUP-INVOICE
           PERFORM FIND-ITEM
           IF WS-FOUND-ITEM > 0
              COMPUTE WS-PAY-DAYS =
                 FUNCTION INTEGER-OF-DATE(ARH-RECEIPT-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-ITM-DATE(WS-FOUND-ITEM))
              IF WS-PAY-DAYS < ZERO
                 MOVE ZERO TO WS-PAY-DAYS
              END-IF
              MOVE ARH-ACCOUNT TO WS-LOOKUP-ACCOUNT
              PERFORM FIND-ACCOUNT
              IF WS-FOUND-ACCT > 0
                 ADD 1 TO WS-ACCT-RECEIPTS(WS-FOUND-ACCT)
                 ADD ARH-AMOUNT TO WS-ACCT-PAID-AMT(WS-FOUND-ACCT)
                 COMPUTE WS-ACCT-DAY-AMT(WS-FOUND-ACCT) =
                    WS-ACCT-DAY-AMT(WS-FOUND-ACCT)
                    + ARH-AMOUNT * WS-PAY-DAYS
              END-IF
              ADD 1 TO WS-BOOK-RECEIPTS
              ADD ARH-AMOUNT TO WS-BOOK-PAID-AMT
              COMPUTE WS-BOOK-DAY-AMT =
                 WS-BOOK-DAY-AMT + ARH-AMOUNT * WS-PAY-DAYS
           END-IF.

      *    FIND-ACCOUNT finds the account's entry, adding it when it
      *    is new; a full table leaves WS-FOUND-ACCT zero.
       FIND-ACCOUNT.
           MOVE 0 TO WS-FOUND-ACCT
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                 UNTIL WS-ACCT-IX > WS-ACCT-COUNT
              IF WS-ACCT-CODE(WS-ACCT-IX) = WS-LOOKUP-ACCOUNT
                 MOVE WS-ACCT-IX TO WS-FOUND-ACCT
                 MOVE WS-ACCT-COUNT TO WS-ACCT-IX
              END-IF
           END-PERFORM
           IF WS-FOUND-ACCT = 0
              IF WS-ACCT-COUNT < 100
                 ADD 1 TO WS-ACCT-COUNT
                 MOVE WS-ACCT-COUNT TO WS-FOUND-ACCT
                 MOVE WS-LOOKUP-ACCOUNT TO WS-ACCT-CODE(WS-FOUND-ACCT)
                 MOVE ZERO TO WS-ACCT-RECEIPTS(WS-FOUND-ACCT)
                 MOVE ZERO TO WS-ACCT-PAID-AMT(WS-FOUND-ACCT)
                 MOVE ZERO TO WS-ACCT-DAY-AMT(WS-FOUND-ACCT)
                 MOVE ZERO TO WS-ACCT-DAYS(WS-FOUND-ACCT)
                 MOVE SPACES TO WS-ACCT-BASIS(WS-FOUND-ACCT)
                 MOVE ZERO TO WS-ACCT-ITEMS(WS-FOUND-ACCT)
                 MOVE ZERO TO WS-ACCT-OPEN(WS-FOUND-ACCT)
              ELSE
                 DISPLAY "ACCOUNT TABLE FULL - " WS-LOOKUP-ACCOUNT
                    " TAKES THE BOOK AVERAGE"
                 SET WS-ATTENTION TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      * SETTLE-ACCOUNT-DAYS turns the weighted sums into each
      * account's average days-to-pay, rounded to the day, and the
      * book's average for the accounts without a history.
      *****************************************************************
       SETTLE-ACCOUNT-DAYS.
           IF WS-BOOK-PAID-AMT > ZERO
              COMPUTE WS-BOOK-DAYS ROUNDED =
                 WS-BOOK-DAY-AMT / WS-BOOK-PAID-AMT
           END-IF
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                 UNTIL WS-ACCT-IX > WS-ACCT-COUNT
              IF WS-ACCT-PAID-AMT(WS-ACCT-IX) > ZERO
                 COMPUTE WS-ACCT-DAYS(WS-ACCT-IX) ROUNDED =
                    WS-ACCT-DAY-AMT(WS-ACCT-IX)
                    / WS-ACCT-PAID-AMT(WS-ACCT-IX)
                 MOVE "HISTORY" TO WS-ACCT-BASIS(WS-ACCT-IX)
              END-IF
           END-PERFORM.

      *****************************************************************
      * FORECAST-ONE-ITEM places an item with an open balance in the
      * week its account's days-to-pay says it will be collected.
      *****************************************************************
       FORECAST-ONE-ITEM.
           COMPUTE WS-OPEN-BALANCE = WS-ITM-AMOUNT(WS-ITEM-IX)
              + WS-ITM-ADJUST(WS-ITEM-IX) - WS-ITM-PAID(WS-ITEM-IX)
           IF WS-OPEN-BALANCE > ZERO
              ADD 1 TO WS-OPEN-ITEMS
              ADD WS-OPEN-BALANCE TO WS-BOOK-OPEN
              MOVE WS-ITM-ACCOUNT(WS-ITEM-IX) TO WS-LOOKUP-ACCOUNT
              PERFORM FIND-ACCOUNT
              IF WS-FOUND-ACCT > 0
                 IF WS-ACCT-BASIS(WS-FOUND-ACCT) = SPACES
                    MOVE WS-BOOK-DAYS TO WS-ACCT-DAYS(WS-FOUND-ACCT)
                    IF WS-BOOK-PAID-AMT > ZERO
                       MOVE "BOOK" TO WS-ACCT-BASIS(WS-FOUND-ACCT)
                    ELSE
                       MOVE "TERMS" TO WS-ACCT-BASIS(WS-FOUND-ACCT)
                    END-IF
                 END-IF
                 MOVE WS-ACCT-DAYS(WS-FOUND-ACCT) TO WS-PAY-DAYS
                 ADD 1 TO WS-ACCT-ITEMS(WS-FOUND-ACCT)
                 ADD WS-OPEN-BALANCE TO WS-ACCT-OPEN(WS-FOUND-ACCT)
              ELSE
                 MOVE WS-BOOK-DAYS TO WS-PAY-DAYS
              END-IF
              COMPUTE WS-EXPECT-DAY =
                 FUNCTION INTEGER-OF-DATE(WS-ITM-DATE(WS-ITEM-IX))
                 + WS-PAY-DAYS
              COMPUTE WS-DAYS-AHEAD = WS-EXPECT-DAY - WS-FORECAST-DAY
              IF WS-DAYS-AHEAD NOT > ZERO
                 MOVE 1 TO WS-WEEK-IX
              ELSE
                 IF WS-DAYS-AHEAD > 1393
                    MOVE 200 TO WS-WEEK-IX
                    ADD 1 TO WS-CAPPED-COUNT
                    SET WS-ATTENTION TO TRUE
                 ELSE
                    COMPUTE WS-WEEK-IX = (WS-DAYS-AHEAD + 6) / 7 + 1
                 END-IF
              END-IF
              ADD 1 TO WS-WK-ITEMS(WS-WEEK-IX)
              ADD WS-OPEN-BALANCE TO WS-WK-AMOUNT(WS-WEEK-IX)
              ADD WS-OPEN-BALANCE TO WS-FORECAST-TOTAL
              IF WS-WEEK-IX > WS-LAST-WEEK
                 MOVE WS-WEEK-IX TO WS-LAST-WEEK
              END-IF
           END-IF.

      *****************************************************************
      * WRITE-FLOW-FILE files one CASHFLOW.DAT-layout record per
      * week with collections expected, the week as the period.
      *****************************************************************
       WRITE-FLOW-FILE.
           OPEN OUTPUT FLOW-FILE
           PERFORM VARYING WS-WEEK-IX FROM 1 BY 1
                 UNTIL WS-WEEK-IX > WS-LAST-WEEK
              IF WS-WK-AMOUNT(WS-WEEK-IX) NOT = ZERO
                 COMPUTE FLW-PERIOD = WS-WEEK-IX - 1
                 IF WS-WK-AMOUNT(WS-WEEK-IX) < ZERO
                    MOVE "-" TO FLW-SIGN
                 ELSE
                    MOVE "+" TO FLW-SIGN
                 END-IF
                 MOVE WS-WK-AMOUNT(WS-WEEK-IX) TO FLW-AMOUNT
                 WRITE FLOW-RECORD
                 ADD 1 TO WS-FLOWS-WRITTEN
              END-IF
           END-PERFORM
           CLOSE FLOW-FILE.

      *****************************************************************
      * WRITE-COLLECTIONS-REPORT files the weekly expected
      * collections, the accounts' days-to-pay, and the proof.
      *****************************************************************
       WRITE-COLLECTIONS-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "ARCOLL.DAT" TO WS-RPT-FILE
           MOVE SPACES TO WS-RPT-TITLE
           STRING "EXPECTED COLLECTIONS BY WEEK FROM "
              WS-FORECAST-DATE
              DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-HEADING
           STRING "WEEK FROM     TO       ITEMS        EXPECTED"
              "         CUMULATIVE"
              DELIMITED BY SIZE INTO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           PERFORM VARYING WS-WEEK-IX FROM 1 BY 1
                 UNTIL WS-WEEK-IX > WS-LAST-WEEK
              PERFORM WRITE-WEEK-LINE
           END-PERFORM
           IF WS-CAPPED-COUNT > ZERO
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-CAPPED-COUNT " ITEMS EXPECTED BEYOND WEEK 199"
                 " ARE HELD IN WEEK 199"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCT DAYS-TO-PAY BASIS   RECEIPTS  OPEN ITEMS"
              "       OPEN BALANCE"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                 UNTIL WS-ACCT-IX > WS-ACCT-COUNT
              IF WS-ACCT-ITEMS(WS-ACCT-IX) > ZERO
                 MOVE WS-ACCT-OPEN(WS-ACCT-IX) TO WS-AMOUNT-OUT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING WS-ACCT-CODE(WS-ACCT-IX) "    "
                    WS-ACCT-DAYS(WS-ACCT-IX) "    "
                    WS-ACCT-BASIS(WS-ACCT-IX) "  "
                    WS-ACCT-RECEIPTS(WS-ACCT-IX) "       "
                    WS-ACCT-ITEMS(WS-ACCT-IX) "  " WS-AMOUNT-OUT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           MOVE WS-BOOK-OPEN TO WS-AMOUNT-OUT
           MOVE WS-FORECAST-TOTAL TO WS-AMOUNT-OUT-2
           MOVE SPACES TO WS-RPT-LINE
           IF WS-BOOK-OPEN = WS-FORECAST-TOTAL
              STRING "PROOF - WEEKS FOOT TO THE OPEN BALANCE "
                 WS-AMOUNT-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING "PROOF FAILED - OPEN " WS-AMOUNT-OUT
                 " FORECAST " WS-AMOUNT-OUT-2
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              SET WS-ATTENTION TO TRUE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *    Week 000 is everything already past its expected date;
      *    it shows no dates, only that it is due now.
       WRITE-WEEK-LINE.
           COMPUTE WS-WEEK-NUMBER = WS-WEEK-IX - 1
           ADD WS-WK-AMOUNT(WS-WEEK-IX) TO WS-RUNNING-TOTAL
           MOVE WS-WK-AMOUNT(WS-WEEK-IX) TO WS-AMOUNT-OUT
           MOVE WS-RUNNING-TOTAL TO WS-AMOUNT-OUT-2
           MOVE SPACES TO WS-RPT-LINE
           IF WS-WEEK-NUMBER = ZERO
              STRING WS-WEEK-NUMBER "  DUE NOW           "
                 WS-WK-ITEMS(WS-WEEK-IX) "  " WS-AMOUNT-OUT "  "
                 WS-AMOUNT-OUT-2
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
                 WS-FORECAST-DAY + WS-WEEK-NUMBER * 7 - 6)
              COMPUTE WS-WEEK-END = FUNCTION DATE-OF-INTEGER(
                 WS-FORECAST-DAY + WS-WEEK-NUMBER * 7)
              STRING WS-WEEK-NUMBER "  " WS-WEEK-START " "
                 WS-WEEK-END " " WS-WK-ITEMS(WS-WEEK-IX) "  "
                 WS-AMOUNT-OUT "  " WS-AMOUNT-OUT-2
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM arForecast.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.
