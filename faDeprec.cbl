      * monthly fixed asset depreciation run
      *    TOPIC:
      *    THE MONTH'S DEPRECIATION, CHARGED AND POSTED TO THE LEDGER
      *****************************************************************
      * The equipment used to be depreciated on a spreadsheet nobody
      * reconciled to the ledger.  This run charges one month of
      * depreciation against every active asset on the fixed asset
      * register (FAMAST.DAT, kept by faAdmin) for the month named in
      * FAPARM.DAT (YYYYMM), or prompted when that control file is
      * absent - the usual FILE STATUS 35 convention:
      *
      *   - each active asset in service by the month takes the
      *     month's charge from FA-MONTH-CHARGE for its method, and
      *     its months charged, accumulated depreciation and last
      *     period charged are rolled forward on the register;
      *   - an asset whose charges reach cost less salvage is marked
      *     fully depreciated and takes no charge after;
      *   - an asset disposed of in the month takes no charge for
      *     it, and its book value, proceeds, and the gain or loss
      *     on disposal are reported;
      *   - an asset already charged for the month (a rerun) is
      *     reported and not charged twice, and one whose last
      *     charge is older than the month before is charged the one
      *     month and reported so the missed months are looked into.
      *
      * The month's schedule - opening book value, charge and
      * closing book value per asset, the total per owning account,
      * and the month's total - files to FADEPR.DAT through the
      * shared REPORT-WRITER, period by period the way finProject's
      * projection prints.  The charges are posted to the account
      * ledger (ACCTLEDG.DAT) under the last day of the month - one
      * record per owning account plus the *ALL total - so
      * budgetVar shows depreciation against plan.  The postings
      * carry a transaction count of zero, the convention the memo
      * postings established, so invoicing leaves them off the
      * invoices: depreciation is a cost of the center, not a charge
      * to bill it.  A rehearsal in the test environment prints the
      * schedule but neither posts nor rolls the register forward.
      *
      * RETURN-CODE 8 when the register is not on file or holds
      * more assets than the run can table; 4 when any
      * asset was already charged for the month or has missed
      * months; otherwise 0.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. faDeprec.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE ASSIGN TO "FAMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ASSET-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "ACCTLEDG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LEDGER-STATUS.
           SELECT PARM-FILE ASSIGN TO "FAPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  ASSET-FILE.
       01  ASSET-RECORD.
           05 FA-NUMBER PIC X(6).
           05 FA-DESC PIC X(30).
           05 FA-ACCOUNT PIC X(4).
           05 FA-IN-SERVICE PIC 9(8).
           05 FA-COST PIC 9(9)V99.
           05 FA-SALVAGE PIC 9(9)V99.
           05 FA-LIFE PIC 9(2).
           05 FA-METHOD PIC X.
           05 FA-MONTHS PIC 9(3).
           05 FA-ACCUM PIC 9(9)V99.
           05 FA-LAST-PERIOD PIC 9(6).
           05 FA-STATUS PIC X.
           05 FA-DISPOSED PIC 9(8).
           05 FA-PROCEEDS PIC 9(9)V99.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LEDG-DATE PIC 9(8).
           05 LEDG-ACCOUNT PIC X(4).
           05 LEDG-COUNT PIC 9(5).
           05 LEDG-SIGN PIC X.
           05 LEDG-TOTAL PIC 9(9)V99.
       FD  PARM-FILE.
       01  PARM-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-ASSET-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-TEST-FLAG PIC X.
           88 WS-TEST-ACTIVE VALUE "Y".
       01 WS-ATTENTION-SWITCH PIC X VALUE "N".
           88 WS-ATTENTION-NEEDED VALUE "Y".
       01 WS-TABLE-FULL-SWITCH PIC X VALUE "N".
           88 WS-TABLE-FULL VALUE "Y".

       01 WS-PERIOD PIC 9(6).
       01 WS-PERIOD-X REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR PIC 9(4).
           05 WS-PERIOD-MONTH PIC 99.
       01 WS-PRIOR-PERIOD PIC 9(6).
       01 WS-PRIOR-PERIOD-X REDEFINES WS-PRIOR-PERIOD.
           05 WS-PRIOR-YEAR PIC 9(4).
           05 WS-PRIOR-MONTH PIC 99.
       01 WS-POST-DATE PIC 9(8).
       01 WS-LAST-DAY PIC 99.
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).

       01 WS-ASSET-TABLE.
           05 WS-ASSET-ENTRY OCCURS 500 TIMES.
               10 WS-TBL-NUMBER PIC X(6).
               10 WS-TBL-DESC PIC X(30).
               10 WS-TBL-ACCOUNT PIC X(4).
               10 WS-TBL-IN-SERVICE PIC 9(8).
               10 WS-TBL-COST PIC 9(9)V99.
               10 WS-TBL-SALVAGE PIC 9(9)V99.
               10 WS-TBL-LIFE PIC 9(2).
               10 WS-TBL-METHOD PIC X.
               10 WS-TBL-MONTHS PIC 9(3).
               10 WS-TBL-ACCUM PIC 9(9)V99.
               10 WS-TBL-LAST-PERIOD PIC 9(6).
               10 WS-TBL-STATUS PIC X.
               10 WS-TBL-DISPOSED PIC 9(8).
               10 WS-TBL-PROCEEDS PIC 9(9)V99.
       01 WS-ASSET-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-ASSET-IX PIC 9(4) COMP.

       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 100 TIMES.
               10 WS-ACCT-CODE PIC X(4).
               10 WS-ACCT-COUNT PIC 9(5).
               10 WS-ACCT-TOTAL PIC S9(9)V99.
       01 WS-ACCT-ENTRIES PIC 9(3) COMP VALUE 0.
       01 WS-ACCT-IX PIC 9(3) COMP.
       01 WS-ACCT-FOUND PIC 9(3) COMP.

       01 WS-CHARGE PIC 9(9)V99.
       01 WS-OPENING-NBV PIC S9(9)V99.
       01 WS-CLOSING-NBV PIC S9(9)V99.
       01 WS-GAIN-LOSS PIC S9(9)V99.
       01 WS-MONTH-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-POST-AMOUNT PIC S9(9)V99.
       01 WS-CHARGED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FULLY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DISPOSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RERUN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OPEN-OUT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-CHARGE-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CLOSE-OUT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-TOTAL-OUT PIC $$$,$$$,$$9.99-.

       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "FADEPREC".
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
           PERFORM OBTAIN-DEPRECIATION-PERIOD
           OPEN INPUT ASSET-FILE
           IF WS-ASSET-STATUS NOT = "00"
              DISPLAY "FAMAST.DAT NOT ON FILE - NO DEPRECIATION RUN"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM LOAD-ASSET-TABLE
              CLOSE ASSET-FILE
           END-IF
           IF WS-TABLE-FULL
      *       Rewriting a register that did not fit would drop the
      *       assets past the table, so the run is refused whole.
              DISPLAY "FAMAST.DAT HOLDS MORE THAN 500 ASSETS - NO"
                 " DEPRECIATION RUN"
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-ASSET-STATUS = "00" AND NOT WS-TABLE-FULL
              PERFORM OPEN-SCHEDULE
              PERFORM VARYING WS-ASSET-IX FROM 1 BY 1
                    UNTIL WS-ASSET-IX > WS-ASSET-COUNT
                 PERFORM DEPRECIATE-ONE-ASSET
              END-PERFORM
              PERFORM CLOSE-SCHEDULE
              CALL "ENV-TEST-STATUS" USING WS-TEST-FLAG
              IF WS-TEST-ACTIVE
                 DISPLAY "TEST ENVIRONMENT ACTIVE - LEDGER POSTING"
                    " AND REGISTER UPDATE SKIPPED"
              ELSE
                 IF WS-CHARGED-COUNT > ZERO
                    PERFORM POST-DEPRECIATION
                 END-IF
                 PERFORM REWRITE-ASSET-FILE
              END-IF
              MOVE WS-MONTH-TOTAL TO WS-TOTAL-OUT
              DISPLAY "DEPRECIATION COMPLETE FOR " WS-PERIOD " - "
                 WS-CHARGED-COUNT " ASSETS CHARGED " WS-TOTAL-OUT
              IF WS-ATTENTION-NEEDED
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
      * OBTAIN-DEPRECIATION-PERIOD reads the month, then works out
      * the month before it (to spot missed months) and the month's
      * last day, which the ledger postings are dated.
      *****************************************************************
       OBTAIN-DEPRECIATION-PERIOD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE INTO WS-PERIOD
              CLOSE PARM-FILE
           ELSE
              DISPLAY "Enter depreciation month (YYYYMM)"
              ACCEPT WS-PERIOD
           END-IF
           MOVE WS-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PRIOR-MONTH = 1
              SUBTRACT 1 FROM WS-PRIOR-YEAR
              MOVE 12 TO WS-PRIOR-MONTH
           ELSE
              SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF
           EVALUATE WS-PERIOD-MONTH
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-LAST-DAY
              WHEN 2
                 MOVE 28 TO WS-LAST-DAY
                 DIVIDE WS-PERIOD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER = ZERO
                    MOVE 29 TO WS-LAST-DAY
                    DIVIDE WS-PERIOD-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                    IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-LAST-DAY
                       DIVIDE WS-PERIOD-YEAR BY 400
                          GIVING WS-LEAP-QUOTIENT
                          REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                          MOVE 29 TO WS-LAST-DAY
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-LAST-DAY
           END-EVALUATE
           COMPUTE WS-POST-DATE = WS-PERIOD * 100 + WS-LAST-DAY.

       LOAD-ASSET-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
              READ ASSET-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-ASSET-COUNT < 500
                       ADD 1 TO WS-ASSET-COUNT
                       MOVE ASSET-RECORD TO
                          WS-ASSET-ENTRY(WS-ASSET-COUNT)
                    ELSE
                       SET WS-TABLE-FULL TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

      *****************************************************************
      * DEPRECIATE-ONE-ASSET decides what the month means for one
      * asset - a disposal to report, a charge to take, or nothing -
      * and files its schedule line.
      *****************************************************************
       DEPRECIATE-ONE-ASSET.
           COMPUTE WS-OPENING-NBV = WS-TBL-COST(WS-ASSET-IX)
              - WS-TBL-ACCUM(WS-ASSET-IX)
           MOVE WS-OPENING-NBV TO WS-OPEN-OUT
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
              WHEN WS-TBL-STATUS(WS-ASSET-IX) = "D"
                 IF WS-TBL-DISPOSED(WS-ASSET-IX)(1:6) = WS-PERIOD
                    PERFORM REPORT-DISPOSAL
                 END-IF
              WHEN WS-TBL-STATUS(WS-ASSET-IX) = "F"
                 CONTINUE
              WHEN WS-TBL-IN-SERVICE(WS-ASSET-IX)(1:6) > WS-PERIOD
                 CONTINUE
              WHEN WS-TBL-LAST-PERIOD(WS-ASSET-IX) NOT < WS-PERIOD
                 ADD 1 TO WS-RERUN-COUNT
                 SET WS-ATTENTION-NEEDED TO TRUE
                 STRING WS-TBL-NUMBER(WS-ASSET-IX) " "
                    WS-TBL-ACCOUNT(WS-ASSET-IX)
                    " ALREADY CHARGED THROUGH "
                    WS-TBL-LAST-PERIOD(WS-ASSET-IX)
                    " - NOT CHARGED AGAIN"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              WHEN OTHER
                 PERFORM CHARGE-ONE-ASSET
           END-EVALUATE.

       CHARGE-ONE-ASSET.
           IF WS-TBL-LAST-PERIOD(WS-ASSET-IX) NOT = ZERO
              AND WS-TBL-LAST-PERIOD(WS-ASSET-IX) < WS-PRIOR-PERIOD
              SET WS-ATTENTION-NEEDED TO TRUE
              STRING WS-TBL-NUMBER(WS-ASSET-IX) " "
                 WS-TBL-ACCOUNT(WS-ASSET-IX)
                 " LAST CHARGED " WS-TBL-LAST-PERIOD(WS-ASSET-IX)
                 " - MONTHS MISSED, ONE MONTH CHARGED"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO WS-RPT-LINE
           END-IF
           CALL "FA-MONTH-CHARGE" USING WS-TBL-METHOD(WS-ASSET-IX)
              WS-TBL-COST(WS-ASSET-IX) WS-TBL-SALVAGE(WS-ASSET-IX)
              WS-TBL-LIFE(WS-ASSET-IX) WS-TBL-MONTHS(WS-ASSET-IX)
              WS-TBL-ACCUM(WS-ASSET-IX) WS-CHARGE
           ADD 1 TO WS-TBL-MONTHS(WS-ASSET-IX)
           ADD WS-CHARGE TO WS-TBL-ACCUM(WS-ASSET-IX)
           MOVE WS-PERIOD TO WS-TBL-LAST-PERIOD(WS-ASSET-IX)
           COMPUTE WS-CLOSING-NBV = WS-TBL-COST(WS-ASSET-IX)
              - WS-TBL-ACCUM(WS-ASSET-IX)
           MOVE WS-CHARGE TO WS-CHARGE-OUT
           MOVE WS-CLOSING-NBV TO WS-CLOSE-OUT
           STRING WS-TBL-NUMBER(WS-ASSET-IX) " "
              WS-TBL-ACCOUNT(WS-ASSET-IX) " "
              WS-TBL-DESC(WS-ASSET-IX)(1:20) " "
              WS-TBL-METHOD(WS-ASSET-IX) " " WS-OPEN-OUT " "
              WS-CHARGE-OUT " " WS-CLOSE-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-CLOSING-NBV NOT > WS-TBL-SALVAGE(WS-ASSET-IX)
              MOVE "F" TO WS-TBL-STATUS(WS-ASSET-IX)
              ADD 1 TO WS-FULLY-COUNT
              MOVE SPACES TO WS-RPT-LINE
              STRING "       FULLY DEPRECIATED - NO FURTHER CHARGE"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-CHARGE > ZERO
              ADD 1 TO WS-CHARGED-COUNT
              ADD WS-CHARGE TO WS-MONTH-TOTAL
              PERFORM ACCUMULATE-ACCOUNT
           END-IF.

      *****************************************************************
      * REPORT-DISPOSAL prints the month's disposals: the book value
      * written off, the proceeds, and the gain (or loss, negative).
      *****************************************************************
       REPORT-DISPOSAL.
           ADD 1 TO WS-DISPOSED-COUNT
           COMPUTE WS-GAIN-LOSS = WS-TBL-PROCEEDS(WS-ASSET-IX)
              - WS-OPENING-NBV
           MOVE WS-TBL-PROCEEDS(WS-ASSET-IX) TO WS-CHARGE-OUT
           MOVE WS-GAIN-LOSS TO WS-CLOSE-OUT
           STRING WS-TBL-NUMBER(WS-ASSET-IX) " "
              WS-TBL-ACCOUNT(WS-ASSET-IX) " DISPOSED "
              WS-TBL-DISPOSED(WS-ASSET-IX) " NBV " WS-OPEN-OUT
              " PROCEEDS " WS-CHARGE-OUT " GAIN/LOSS " WS-CLOSE-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       ACCUMULATE-ACCOUNT.
           MOVE 0 TO WS-ACCT-FOUND
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                 UNTIL WS-ACCT-IX > WS-ACCT-ENTRIES
              IF WS-ACCT-CODE(WS-ACCT-IX) = WS-TBL-ACCOUNT(WS-ASSET-IX)
                 MOVE WS-ACCT-IX TO WS-ACCT-FOUND
                 MOVE WS-ACCT-ENTRIES TO WS-ACCT-IX
              END-IF
           END-PERFORM
           IF WS-ACCT-FOUND = 0 AND WS-ACCT-ENTRIES < 100
              ADD 1 TO WS-ACCT-ENTRIES
              MOVE WS-ACCT-ENTRIES TO WS-ACCT-FOUND
              MOVE WS-TBL-ACCOUNT(WS-ASSET-IX) TO
                 WS-ACCT-CODE(WS-ACCT-FOUND)
              MOVE ZERO TO WS-ACCT-COUNT(WS-ACCT-FOUND)
              MOVE ZERO TO WS-ACCT-TOTAL(WS-ACCT-FOUND)
           END-IF
           IF WS-ACCT-FOUND > 0
              ADD 1 TO WS-ACCT-COUNT(WS-ACCT-FOUND)
              ADD WS-CHARGE TO WS-ACCT-TOTAL(WS-ACCT-FOUND)
           ELSE
              DISPLAY "ACCOUNT TABLE FULL - "
                 WS-TBL-ACCOUNT(WS-ASSET-IX) " NOT SUBTOTALED"
              SET WS-ATTENTION-NEEDED TO TRUE
           END-IF.

       OPEN-SCHEDULE.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "FADEPR.DAT" TO WS-RPT-FILE
           MOVE SPACES TO WS-RPT-TITLE
           STRING "FIXED ASSET DEPRECIATION - PERIOD " WS-PERIOD
              DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-HEADING
           STRING "ASSET  ACCT DESCRIPTION          M    OPENING NBV"
              "          CHARGE     CLOSING NBV"
              DELIMITED BY SIZE INTO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       CLOSE-SCHEDULE.
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                 UNTIL WS-ACCT-IX > WS-ACCT-ENTRIES
              MOVE WS-ACCT-TOTAL(WS-ACCT-IX) TO WS-TOTAL-OUT
              MOVE SPACES TO WS-RPT-LINE
              STRING "ACCOUNT " WS-ACCT-CODE(WS-ACCT-IX) " - "
                 WS-ACCT-COUNT(WS-ACCT-IX) " ASSETS, DEPRECIATION "
                 WS-TOTAL-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-MONTH-TOTAL TO WS-TOTAL-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "MONTH TOTAL - " WS-CHARGED-COUNT
              " ASSETS CHARGED " WS-TOTAL-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "              " WS-FULLY-COUNT
              " NOW FULLY DEPRECIATED, " WS-DISPOSED-COUNT
              " DISPOSED, " WS-RERUN-COUNT " ALREADY CHARGED"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *****************************************************************
      * POST-DEPRECIATION files the month's charge per owning account
      * and the *ALL total to the ledger with a zero transaction
      * count, appended with the usual FILE STATUS 35 create-on-
      * first-use fallback.
      *****************************************************************
       POST-DEPRECIATION.
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
              OPEN OUTPUT LEDGER-FILE
           END-IF
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                 UNTIL WS-ACCT-IX > WS-ACCT-ENTRIES
              MOVE WS-POST-DATE TO LEDG-DATE
              MOVE WS-ACCT-CODE(WS-ACCT-IX) TO LEDG-ACCOUNT
              MOVE ZERO TO LEDG-COUNT
              MOVE WS-ACCT-TOTAL(WS-ACCT-IX) TO WS-POST-AMOUNT
              PERFORM LAY-LEDGER-AMOUNT
              WRITE LEDGER-RECORD
           END-PERFORM
           MOVE WS-POST-DATE TO LEDG-DATE
           MOVE "*ALL" TO LEDG-ACCOUNT
           MOVE ZERO TO LEDG-COUNT
           MOVE WS-MONTH-TOTAL TO WS-POST-AMOUNT
           PERFORM LAY-LEDGER-AMOUNT
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

       LAY-LEDGER-AMOUNT.
           IF WS-POST-AMOUNT < ZERO
              MOVE "-" TO LEDG-SIGN
              COMPUTE LEDG-TOTAL = ZERO - WS-POST-AMOUNT
           ELSE
              MOVE "+" TO LEDG-SIGN
              MOVE WS-POST-AMOUNT TO LEDG-TOTAL
           END-IF.

       REWRITE-ASSET-FILE.
           OPEN OUTPUT ASSET-FILE
           PERFORM VARYING WS-ASSET-IX FROM 1 BY 1
                 UNTIL WS-ASSET-IX > WS-ASSET-COUNT
              MOVE WS-ASSET-ENTRY(WS-ASSET-IX) TO ASSET-RECORD
              WRITE ASSET-RECORD
           END-PERFORM
           CLOSE ASSET-FILE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM faDeprec.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.

       COPY FACHARGE.
