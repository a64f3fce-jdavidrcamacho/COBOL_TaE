      * month-end foreign currency revaluation
      *    TOPIC:
      *    EXCHANGE GAIN AND LOSS ON OPEN FOREIGN-CURRENCY INVOICES
      *****************************************************************
      * adding.cob's batch mode converts a foreign-currency
      * transaction to the base currency at the rate in force on the
      * processing date, and keeps the original currency, foreign
      * amount, rate and base amount on FXAUDIT.DAT.  The invoice
      * raised for that account and date carries the base amount,
      * so once the rate moves the receivable is no longer worth
      * what it was booked at.  This step measures that for one
      * month end - the month named in FXRPARM.DAT (YYYYMM), or
      * prompted when that control file is absent:
      *
      *   - the open items (AROPEN.DAT) still open at the time of
      *     the run are matched to the foreign transactions behind
      *     them by account and invoice date, the same account-and-
      *     date grouping invoicing.cbl bills the ledger by;
      *   - each invoice's foreign amount per currency is taken at
      *     the share of the invoice still unpaid, revalued at the
      *     rate in force on the last day of the month (FX-LOOKUP
      *     off FXRATES.DAT), and set against the base amount it
      *     was booked at for the same share;
      *   - the difference is the exchange gain (positive) or loss
      *     (negative), printed per invoice and currency, with a
      *     total per currency and for the month.
      *
      * Invoices dated after the month end are left for the next
      * revaluation.  The report files to FXREVAL.DAT through the
      * shared REPORT-WRITER.  A currency with no rate in force at
      * the month end is reported and left unrevalued rather than
      * revalued at nothing, and ends the run RETURN-CODE 4; no
      * open-item file at all ends RETURN-CODE 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fxReval.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO DYNAMIC WS-OPEN-ITEM-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OPEN-ITEM-STATUS.
           SELECT FX-AUDIT-FILE ASSIGN TO DYNAMIC WS-FX-AUDIT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FX-AUDIT-STATUS.
           SELECT PARM-FILE ASSIGN TO "FXRPARM.DAT"
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
       FD  PARM-FILE.
       01  PARM-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-OPEN-ITEM-STATUS PIC XX.
       01 WS-FX-AUDIT-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-OPEN-ITEM-NAME PIC X(40).
       01 WS-FX-AUDIT-NAME PIC X(40).
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-PERIOD PIC 9(6).
       01 WS-MONTH-END PIC 9(8).
       01 WS-RATE-MISSING-SWITCH PIC X VALUE "N".
           88 WS-RATE-MISSING VALUE "Y".

      *    The still-open items, as arPosting left them.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10 WS-ITM-INVOICE PIC 9(6).
               10 WS-ITM-DATE PIC 9(8).
               10 WS-ITM-ACCOUNT PIC X(4).
               10 WS-ITM-AMOUNT PIC S9(9)V99.
               10 WS-ITM-PAID PIC S9(9)V99.
       01 WS-ITEM-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-ITEM-IX PIC 9(4) COMP.
       01 WS-ITEM-FOUND PIC 9(4) COMP.

      *    One exposure per open invoice and currency.
       01 WS-EXPOSURE-TABLE.
           05 WS-EXP-ENTRY OCCURS 500 TIMES.
               10 WS-EXP-ITEM PIC 9(4) COMP.
               10 WS-EXP-CURRENCY PIC X(3).
               10 WS-EXP-FOREIGN PIC S9(11)V99.
               10 WS-EXP-BOOKED PIC S9(11)V99.
       01 WS-EXP-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-EXP-IX PIC 9(4) COMP.
       01 WS-EXP-FOUND PIC 9(4) COMP.

       01 WS-CURRENCY-TABLE.
           05 WS-CUR-ENTRY OCCURS 30 TIMES.
               10 WS-CUR-CODE PIC X(3).
               10 WS-CUR-RATE PIC 9(4)V9(6).
               10 WS-CUR-STATUS PIC X.
                   88 WS-CUR-NO-RATE VALUE "N".
               10 WS-CUR-GAIN PIC S9(11)V99.
       01 WS-CUR-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-CUR-IX PIC 9(2) COMP.
       01 WS-CUR-FOUND PIC 9(2) COMP.

       01 WS-FXA-FOREIGN PIC S9(9)V99.
       01 WS-FXA-BASE PIC S9(9)V99.
       01 WS-OPEN-SHARE PIC S9(3)V9(8).
       01 WS-OPEN-FOREIGN PIC S9(11)V99.
       01 WS-OPEN-BOOKED PIC S9(11)V99.
       01 WS-REVALUED PIC S9(11)V99.
       01 WS-GAIN PIC S9(11)V99.
       01 WS-TOTAL-GAIN PIC S9(11)V99 VALUE ZERO.
       01 WS-MATCHED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FOREIGN-OUT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-BOOKED-OUT PIC $$$,$$$,$$9.99-.
       01 WS-REVALUED-OUT PIC $$$,$$$,$$9.99-.
       01 WS-GAIN-OUT PIC $$$,$$$,$$9.99-.
       01 WS-RATE-OUT PIC ZZZ9.999999.

       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "FXREVAL".
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
           PERFORM OBTAIN-REVALUATION-PERIOD
           MOVE "AROPEN.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-OPEN-ITEM-NAME
           MOVE "FXAUDIT.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-FX-AUDIT-NAME
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPEN-ITEM-STATUS NOT = "00"
              DISPLAY "AROPEN.DAT NOT ON FILE - NO REVALUATION"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM LOAD-OPEN-ITEMS
              CLOSE OPEN-ITEM-FILE
              PERFORM MATCH-FOREIGN-TRANSACTIONS
              PERFORM WRITE-REVALUATION-REPORT
              DISPLAY "FX REVALUATION COMPLETE - " WS-EXP-COUNT
                 " FOREIGN EXPOSURES FOR MONTH END " WS-PERIOD
              MOVE WS-TOTAL-GAIN TO WS-GAIN-OUT
              DISPLAY "NET EXCHANGE GAIN/LOSS " WS-GAIN-OUT
              IF WS-RATE-MISSING
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
      * OBTAIN-REVALUATION-PERIOD reads the month from FXRPARM.DAT
      * or prompts for it.  The month end is taken as day 31 - the
      * rate lookup wants the latest rate not after the date, so
      * that is the rate in force on the last day of any month.
      *****************************************************************
       OBTAIN-REVALUATION-PERIOD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE INTO WS-PERIOD
              CLOSE PARM-FILE
           ELSE
              DISPLAY "Enter revaluation month (YYYYMM)"
              ACCEPT WS-PERIOD
           END-IF
           COMPUTE WS-MONTH-END = WS-PERIOD * 100 + 31.

      *****************************************************************
      * LOAD-OPEN-ITEMS tables the items still open and dated by the
      * month end.  Paid items carry no exposure.
      *****************************************************************
       LOAD-OPEN-ITEMS.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
              READ OPEN-ITEM-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF ARO-STATUS = "O"
                       AND ARO-DATE NOT > WS-MONTH-END
                       IF WS-ITEM-COUNT < 2000
                          ADD 1 TO WS-ITEM-COUNT
                          MOVE ARO-INVOICE TO
                             WS-ITM-INVOICE(WS-ITEM-COUNT)
                          MOVE ARO-DATE TO WS-ITM-DATE(WS-ITEM-COUNT)
                          MOVE ARO-ACCOUNT TO
                             WS-ITM-ACCOUNT(WS-ITEM-COUNT)
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
                             MOVE ARO-PAID TO
                                WS-ITM-PAID(WS-ITEM-COUNT)
                          END-IF
                       ELSE
                          DISPLAY "OPEN ITEM TABLE FULL - INVOICE "
                             ARO-INVOICE " NOT REVALUED"
                          MOVE "Y" TO WS-RATE-MISSING-SWITCH
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *****************************************************************
      * MATCH-FOREIGN-TRANSACTIONS reads the conversion audit and
      * adds each foreign transaction onto the exposure of the open
      * invoice raised for its account and date.  Transactions
      * whose invoice is paid, or not yet raised, are passed over.
      *****************************************************************
       MATCH-FOREIGN-TRANSACTIONS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FX-AUDIT-FILE
           IF WS-FX-AUDIT-STATUS NOT = "00"
              DISPLAY "FXAUDIT.DAT NOT ON FILE - NO FOREIGN"
                 " TRANSACTIONS TO REVALUE"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ FX-AUDIT-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    PERFORM FIND-OPEN-ITEM
                    IF WS-ITEM-FOUND > 0
                       PERFORM TAKE-FOREIGN-TRANSACTION
                    END-IF
              END-READ
           END-PERFORM
           IF WS-FX-AUDIT-STATUS NOT = "35"
              CLOSE FX-AUDIT-FILE
           END-IF.

       FIND-OPEN-ITEM.
           MOVE 0 TO WS-ITEM-FOUND
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                 UNTIL WS-ITEM-IX > WS-ITEM-COUNT
              IF WS-ITM-ACCOUNT(WS-ITEM-IX) = FXA-ACCOUNT
                 AND WS-ITM-DATE(WS-ITEM-IX) = FXA-DATE
                 MOVE WS-ITEM-IX TO WS-ITEM-FOUND
                 MOVE WS-ITEM-COUNT TO WS-ITEM-IX
              END-IF
           END-PERFORM.

       TAKE-FOREIGN-TRANSACTION.
           IF FXA-SIGN = "-"
              COMPUTE WS-FXA-FOREIGN = ZERO - FXA-AMOUNT
           ELSE
              MOVE FXA-AMOUNT TO WS-FXA-FOREIGN
           END-IF
           IF FXA-BASE-SIGN = "-"
              COMPUTE WS-FXA-BASE = ZERO - FXA-BASE
           ELSE
              MOVE FXA-BASE TO WS-FXA-BASE
           END-IF
           ADD 1 TO WS-MATCHED-COUNT
           MOVE 0 TO WS-EXP-FOUND
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                 UNTIL WS-EXP-IX > WS-EXP-COUNT
              IF WS-EXP-ITEM(WS-EXP-IX) = WS-ITEM-FOUND
                 AND WS-EXP-CURRENCY(WS-EXP-IX) = FXA-CURRENCY
                 MOVE WS-EXP-IX TO WS-EXP-FOUND
                 MOVE WS-EXP-COUNT TO WS-EXP-IX
              END-IF
           END-PERFORM
           IF WS-EXP-FOUND = 0 AND WS-EXP-COUNT < 500
              ADD 1 TO WS-EXP-COUNT
              MOVE WS-EXP-COUNT TO WS-EXP-FOUND
              MOVE WS-ITEM-FOUND TO WS-EXP-ITEM(WS-EXP-FOUND)
              MOVE FXA-CURRENCY TO WS-EXP-CURRENCY(WS-EXP-FOUND)
              MOVE ZERO TO WS-EXP-FOREIGN(WS-EXP-FOUND)
              MOVE ZERO TO WS-EXP-BOOKED(WS-EXP-FOUND)
           END-IF
           IF WS-EXP-FOUND > 0
              ADD WS-FXA-FOREIGN TO WS-EXP-FOREIGN(WS-EXP-FOUND)
              ADD WS-FXA-BASE TO WS-EXP-BOOKED(WS-EXP-FOUND)
           ELSE
              DISPLAY "EXPOSURE TABLE FULL - INVOICE "
                 WS-ITM-INVOICE(WS-ITEM-FOUND) " NOT REVALUED"
              MOVE "Y" TO WS-RATE-MISSING-SWITCH
           END-IF.

      *****************************************************************
      * FIND-CURRENCY-RATE looks the month-end rate up once per
      * currency and keeps it, with the currency's running gain.
      *****************************************************************
       FIND-CURRENCY-RATE.
           MOVE 0 TO WS-CUR-FOUND
           PERFORM VARYING WS-CUR-IX FROM 1 BY 1
                 UNTIL WS-CUR-IX > WS-CUR-COUNT
              IF WS-CUR-CODE(WS-CUR-IX) = WS-EXP-CURRENCY(WS-EXP-IX)
                 MOVE WS-CUR-IX TO WS-CUR-FOUND
                 MOVE WS-CUR-COUNT TO WS-CUR-IX
              END-IF
           END-PERFORM
           IF WS-CUR-FOUND = 0 AND WS-CUR-COUNT < 30
              ADD 1 TO WS-CUR-COUNT
              MOVE WS-CUR-COUNT TO WS-CUR-FOUND
              MOVE WS-EXP-CURRENCY(WS-EXP-IX) TO
                 WS-CUR-CODE(WS-CUR-FOUND)
              MOVE ZERO TO WS-CUR-GAIN(WS-CUR-FOUND)
              CALL "FX-LOOKUP" USING WS-CUR-CODE(WS-CUR-FOUND)
                 WS-MONTH-END WS-CUR-RATE(WS-CUR-FOUND)
                 WS-CUR-STATUS(WS-CUR-FOUND)
           END-IF.

      *****************************************************************
      * WRITE-REVALUATION-REPORT prints each exposure - the unpaid
      * share of the foreign amount, what that share was booked at,
      * what it is worth at the month-end rate, and the gain or
      * loss - then the totals per currency and for the month.
      *****************************************************************
       WRITE-REVALUATION-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "FXREVAL.DAT" TO WS-RPT-FILE
           MOVE SPACES TO WS-RPT-TITLE
           STRING "FOREIGN CURRENCY REVALUATION - MONTH END "
              WS-PERIOD
              DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-HEADING
           STRING "INVOICE ACCT CUR / OPEN FOREIGN / BOOKED /"
              " REVALUED / GAIN-LOSS"
              DELIMITED BY SIZE INTO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           IF WS-EXP-COUNT = 0
              MOVE "NO OPEN FOREIGN-CURRENCY INVOICES AT MONTH END"
                 TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                 UNTIL WS-EXP-IX > WS-EXP-COUNT
              PERFORM FIND-CURRENCY-RATE
              PERFORM REVALUE-ONE-EXPOSURE
           END-PERFORM
           PERFORM VARYING WS-CUR-IX FROM 1 BY 1
                 UNTIL WS-CUR-IX > WS-CUR-COUNT
              MOVE SPACES TO WS-RPT-LINE
              IF WS-CUR-NO-RATE(WS-CUR-IX)
                 STRING "CURRENCY " WS-CUR-CODE(WS-CUR-IX)
                    " - NO RATE IN FORCE AT " WS-MONTH-END
                    " - NOT REVALUED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              ELSE
                 MOVE WS-CUR-RATE(WS-CUR-IX) TO WS-RATE-OUT
                 MOVE WS-CUR-GAIN(WS-CUR-IX) TO WS-GAIN-OUT
                 STRING "CURRENCY " WS-CUR-CODE(WS-CUR-IX)
                    " AT " WS-RATE-OUT " GAIN/LOSS " WS-GAIN-OUT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              END-IF
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-TOTAL-GAIN TO WS-GAIN-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "NET EXCHANGE GAIN/LOSS FOR THE MONTH " WS-GAIN-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       REVALUE-ONE-EXPOSURE.
           MOVE WS-EXP-ITEM(WS-EXP-IX) TO WS-ITEM-IX
           IF WS-ITM-AMOUNT(WS-ITEM-IX) = ZERO
              MOVE 1 TO WS-OPEN-SHARE
           ELSE
              COMPUTE WS-OPEN-SHARE ROUNDED =
                 (WS-ITM-AMOUNT(WS-ITEM-IX) - WS-ITM-PAID(WS-ITEM-IX))
                 / WS-ITM-AMOUNT(WS-ITEM-IX)
           END-IF
           COMPUTE WS-OPEN-FOREIGN ROUNDED =
              WS-EXP-FOREIGN(WS-EXP-IX) * WS-OPEN-SHARE
           COMPUTE WS-OPEN-BOOKED ROUNDED =
              WS-EXP-BOOKED(WS-EXP-IX) * WS-OPEN-SHARE
           MOVE WS-OPEN-FOREIGN TO WS-FOREIGN-OUT
           MOVE WS-OPEN-BOOKED TO WS-BOOKED-OUT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CUR-FOUND = 0
              MOVE "Y" TO WS-RATE-MISSING-SWITCH
              STRING WS-ITM-INVOICE(WS-ITEM-IX) "  "
                 WS-ITM-ACCOUNT(WS-ITEM-IX) " "
                 WS-EXP-CURRENCY(WS-EXP-IX) " " WS-FOREIGN-OUT " "
                 WS-BOOKED-OUT " CURRENCY TABLE FULL"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
           IF WS-CUR-NO-RATE(WS-CUR-FOUND)
              MOVE "Y" TO WS-RATE-MISSING-SWITCH
              STRING WS-ITM-INVOICE(WS-ITEM-IX) "  "
                 WS-ITM-ACCOUNT(WS-ITEM-IX) " "
                 WS-EXP-CURRENCY(WS-EXP-IX) " " WS-FOREIGN-OUT " "
                 WS-BOOKED-OUT " NO RATE - NOT REVALUED"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              COMPUTE WS-REVALUED ROUNDED =
                 WS-OPEN-FOREIGN * WS-CUR-RATE(WS-CUR-FOUND)
              COMPUTE WS-GAIN = WS-REVALUED - WS-OPEN-BOOKED
              ADD WS-GAIN TO WS-CUR-GAIN(WS-CUR-FOUND)
              ADD WS-GAIN TO WS-TOTAL-GAIN
              MOVE WS-REVALUED TO WS-REVALUED-OUT
              MOVE WS-GAIN TO WS-GAIN-OUT
              STRING WS-ITM-INVOICE(WS-ITEM-IX) "  "
                 WS-ITM-ACCOUNT(WS-ITEM-IX) " "
                 WS-EXP-CURRENCY(WS-EXP-IX) " " WS-FOREIGN-OUT " "
                 WS-BOOKED-OUT " " WS-REVALUED-OUT " " WS-GAIN-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM fxReval.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.

       COPY FXLOOK.
