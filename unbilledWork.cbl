      * month-end unbilled work from the serial registers
      *    TOPIC:
      *    PROCESSED BUT NOT YET INVOICED, AGED FOR THE ACCRUAL
      *****************************************************************
      * The serial registers (MTXREG.DAT, AREAREG.DAT, VECREG.DAT)
      * record every processed serial with its processing date and
      * department tag, and invoicing records the range of serials
      * each invoice run traced on INVTRACE.DAT - date, register,
      * count, first and last serial.  At month-end finance books an
      * accrual for the work done but not yet billed; this report
      * finds it.
      *
      * The as-of date comes from UNBPARM.DAT (one YYYYMMDD record)
      * when present, otherwise the processing date
      * (GET-PROCESS-DATE).  Every register serial processed on or
      * before it is checked against the trace ranges for its
      * register and date:
      *
      *   - inside a trace range, it has been invoiced;
      *   - on a date an invoice run traced but outside that run's
      *     range (processed after the invoices went out), it is
      *     unbilled and a missed billing;
      *   - on a date no invoice run traced, it is unbilled work
      *     awaiting its invoice - unless the invoice register
      *     (INVREG.DAT) shows invoices for the date from before
      *     the trace ranges were kept, which count as billed.
      *
      * The unbilled serials are summed by department tag and the
      * account the account master (ACCTMAST.DAT) carries for that
      * department, aged by processing date against the as-of date
      * (0-30, 31-60, 61-90, over 90 days), and valued for the
      * accrual at the per-transaction rate on CHGRATES.DAT - the
      * rate chargeback meters the same serials at.  A department
      * with no account on the master reports account ----.
      *
      * A register is flagged when any of its serials falls outside
      * every invoice's trace range and is either a missed billing
      * or dated before the as-of month - work that should already
      * have been billed - so the gap surfaces before the period
      * closes.  Each flagged register files a warning to the
      * central exception file and leaves RETURN-CODE 4; no
      * register on file at all ends RETURN-CODE 8.  The report
      * files to UNBILLED.DAT through the shared REPORT-WRITER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. unbilledWork.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REGISTER-STATUS.
           SELECT TRACE-FILE ASSIGN TO "INVTRACE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TRACE-STATUS.
           SELECT INVOICE-REG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INV-REG-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MASTER-STATUS.
           SELECT RATES-FILE ASSIGN TO "CHGRATES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RATES-STATUS.
           SELECT PARM-FILE ASSIGN TO "UNBPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05 REG-SERIAL PIC 9(6).
           05 REG-DATE PIC X(8).
           05 REG-DEPT PIC X(8).
           05 REG-RUN-ID PIC X(13).
           05 REG-LATE PIC X.
           05 REG-CYCLE PIC 9.
       FD  TRACE-FILE.
       01  TRACE-RECORD.
           05 TRC-DATE PIC 9(8).
           05 TRC-REGISTER PIC X(12).
           05 TRC-COUNT PIC 9(5).
           05 TRC-FIRST-SERIAL PIC 9(6).
           05 TRC-LAST-SERIAL PIC 9(6).
       FD  INVOICE-REG-FILE.
       01  INVOICE-REG-RECORD.
           05 INV-REG-NUMBER PIC 9(6).
           05 INV-REG-DATE PIC 9(8).
           05 INV-REG-ACCOUNT PIC X(4).
           05 INV-REG-REST PIC X(43).
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MST-ACCOUNT PIC X(4).
           05 MST-NAME PIC X(20).
           05 MST-DEPT PIC X(12).
           05 MST-STATUS PIC X.
           05 MST-TAX-CODE PIC X(4).
       FD  RATES-FILE.
       01  RATES-RECORD.
           05 RTE-PER-RUN PIC 9(5)V99.
           05 RTE-PER-TRAN PIC 9(3)V9(4).
       FD  PARM-FILE.
       01  PARM-RECORD PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS PIC XX.
       01 WS-TRACE-STATUS PIC XX.
       01 WS-INV-REG-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-RATES-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-REGISTER-NAME PIC X(40).
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ASOF-DATE PIC 9(8).
       01 WS-ASOF-DAY PIC 9(7).
       01 WS-MONTH-START PIC 9(8).
       01 WS-WORK-DATE PIC 9(8).
       01 WS-AGE-DAYS PIC S9(7).
       01 WS-BUCKET PIC 9 COMP.
       01 WS-PER-TRAN PIC 9(3)V9(4) VALUE ZERO.
       01 WS-PER-TRAN-OUT PIC ZZ9.9999.
       01 WS-TRACE-TABLE.
           05 WS-TRACE-ENTRY OCCURS 500 TIMES.
               10 WS-TRC-DATE PIC 9(8).
               10 WS-TRC-REGISTER PIC X(12).
               10 WS-TRC-FIRST PIC 9(6).
               10 WS-TRC-LAST PIC 9(6).
       01 WS-TRACE-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-TRC-IX PIC 9(3) COMP.
       01 WS-INVOICED-TABLE.
           05 WS-INVOICED-DATE OCCURS 400 TIMES PIC 9(8).
       01 WS-INVOICED-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-INV-IX PIC 9(3) COMP.
       01 WS-MASTER-TABLE.
           05 WS-MST-ENTRY OCCURS 100 TIMES.
               10 WS-MST-ACCOUNT PIC X(4).
               10 WS-MST-DEPT PIC X(12).
       01 WS-MST-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-MST-IX PIC 9(3) COMP.
       01 WS-WORK-ACCOUNT PIC X(4).
       01 WS-UNBILLED-TABLE.
           05 WS-UNB-ENTRY OCCURS 100 TIMES.
               10 WS-UNB-DEPT PIC X(8).
               10 WS-UNB-ACCOUNT PIC X(4).
               10 WS-UNB-AGED OCCURS 4 TIMES PIC 9(6).
               10 WS-UNB-SERIALS PIC 9(6).
       01 WS-UNB-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-UNB-IX PIC 9(3) COMP.
       01 WS-FOUND-IX PIC 9(3) COMP.
       01 WS-COVER-SWITCH PIC X.
           88 WS-COVERED VALUE "C".
           88 WS-DATE-TRACED VALUE "T".
           88 WS-NOT-TRACED VALUE "N".
       01 WS-DATE-SWITCH PIC X.
           88 WS-DATE-HAS-TRACE VALUE "Y".
       01 WS-REGISTERS-FOUND PIC 9 VALUE ZERO.
       01 WS-REG-PROCESSED PIC 9(6).
       01 WS-REG-BILLED PIC 9(6).
       01 WS-REG-UNBILLED PIC 9(6).
       01 WS-REG-MISSED PIC 9(6).
       01 WS-REG-OVERDUE PIC 9(6).
       01 WS-TOTAL-AGED-GROUP.
           05 WS-TOTAL-AGED OCCURS 4 TIMES PIC 9(7).
       01 WS-TOTAL-SERIALS PIC 9(7) VALUE ZERO.
       01 WS-ACCRUAL PIC 9(9)V99.
       01 WS-TOTAL-ACCRUAL PIC 9(9)V99 VALUE ZERO.
       01 WS-ACCRUAL-OUT PIC $$$,$$$,$$9.99.
       01 WS-FLAG-COUNT PIC 9 VALUE ZERO.
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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "UNBILLEDWORK".
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
           PERFORM OBTAIN-ASOF-DATE
           PERFORM READ-RATES
           PERFORM LOAD-ACCOUNT-MASTER
           PERFORM LOAD-TRACE-RANGES
           PERFORM LOAD-INVOICED-DATES
           PERFORM OPEN-UNBILLED-REPORT
           MOVE "MTXREG.DAT" TO WS-LOGICAL-NAME
           PERFORM CHECK-ONE-REGISTER
           MOVE "AREAREG.DAT" TO WS-LOGICAL-NAME
           PERFORM CHECK-ONE-REGISTER
           MOVE "VECREG.DAT" TO WS-LOGICAL-NAME
           PERFORM CHECK-ONE-REGISTER
           PERFORM WRITE-UNBILLED-SUMMARY
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE WS-TOTAL-ACCRUAL TO WS-ACCRUAL-OUT
           DISPLAY "UNBILLEDWORK COMPLETE - " WS-TOTAL-SERIALS
              " UNBILLED SERIALS, ACCRUAL " WS-ACCRUAL-OUT
           IF WS-REGISTERS-FOUND = ZERO
              DISPLAY "NO SERIAL REGISTERS ON FILE"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-FLAG-COUNT > ZERO
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

       OBTAIN-ASOF-DATE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE INTO WS-ASOF-DATE
              CLOSE PARM-FILE
           ELSE
              CALL "GET-PROCESS-DATE" USING WS-ASOF-DATE
           END-IF
           COMPUTE WS-ASOF-DAY =
              FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
           MOVE WS-ASOF-DATE TO WS-MONTH-START
           MOVE "01" TO WS-MONTH-START(7:2).

       READ-RATES.
           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS = "00"
              READ RATES-FILE
              MOVE RTE-PER-TRAN TO WS-PER-TRAN
              CLOSE RATES-FILE
           ELSE
              DISPLAY "CHGRATES.DAT NOT ON FILE - ACCRUAL NOT VALUED"
           END-IF.

       LOAD-ACCOUNT-MASTER.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ MASTER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-MST-COUNT < 100
                          ADD 1 TO WS-MST-COUNT
                          MOVE MST-ACCOUNT TO
                             WS-MST-ACCOUNT(WS-MST-COUNT)
                          MOVE MST-DEPT TO WS-MST-DEPT(WS-MST-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MASTER-FILE
           END-IF.

      *****************************************************************
      * LOAD-TRACE-RANGES tables every trace range invoicing has
      * recorded; LOAD-INVOICED-DATES tables the distinct dates on
      * the invoice register, for the invoices cut before the trace
      * ranges were kept.
      *****************************************************************
       LOAD-TRACE-RANGES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT TRACE-FILE
           IF WS-TRACE-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ TRACE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-TRACE-COUNT < 500
                          ADD 1 TO WS-TRACE-COUNT
                          MOVE TRC-DATE TO WS-TRC-DATE(WS-TRACE-COUNT)
                          MOVE TRC-REGISTER TO
                             WS-TRC-REGISTER(WS-TRACE-COUNT)
                          MOVE TRC-FIRST-SERIAL TO
                             WS-TRC-FIRST(WS-TRACE-COUNT)
                          MOVE TRC-LAST-SERIAL TO
                             WS-TRC-LAST(WS-TRACE-COUNT)
                       ELSE
                          DISPLAY "TRACE TABLE FULL - RANGES PAST 500"
                             " IGNORED"
                          SET WS-EOF TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRACE-FILE
           END-IF.

       LOAD-INVOICED-DATES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT INVOICE-REG-FILE
           IF WS-INV-REG-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ INVOICE-REG-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       PERFORM NOTE-INVOICED-DATE
                 END-READ
              END-PERFORM
              CLOSE INVOICE-REG-FILE
           END-IF.

       NOTE-INVOICED-DATE.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-INV-IX FROM 1 BY 1
                 UNTIL WS-INV-IX > WS-INVOICED-COUNT
              IF WS-INVOICED-DATE(WS-INV-IX) = INV-REG-DATE
                 MOVE WS-INV-IX TO WS-FOUND-IX
                 MOVE WS-INVOICED-COUNT TO WS-INV-IX
              END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0 AND WS-INVOICED-COUNT < 400
              ADD 1 TO WS-INVOICED-COUNT
              MOVE INV-REG-DATE TO WS-INVOICED-DATE(WS-INVOICED-COUNT)
           END-IF.

       OPEN-UNBILLED-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "UNBILLED.DAT" TO WS-RPT-FILE
           MOVE "MONTH-END UNBILLED WORK" TO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-HEADING
           STRING "DEPT / ACCT / 0-30 / 31-60 / 61-90 / OVER 90 / "
              "SERIALS / ACCRUAL" DELIMITED BY SIZE
              INTO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE WS-PER-TRAN TO WS-PER-TRAN-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "AS OF " WS-ASOF-DATE
              " - ACCRUED PER TRANSACTION AT " WS-PER-TRAN-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * CHECK-ONE-REGISTER reads one register through to its end,
      * sorting each serial on or before the as-of date into billed
      * and unbilled, then files the register's line and - when
      * serials that should have been billed were not - its flag.
      *****************************************************************
       CHECK-ONE-REGISTER.
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-REGISTER-NAME
           MOVE ZERO TO WS-REG-PROCESSED
           MOVE ZERO TO WS-REG-BILLED
           MOVE ZERO TO WS-REG-UNBILLED
           MOVE ZERO TO WS-REG-MISSED
           MOVE ZERO TO WS-REG-OVERDUE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
              MOVE SPACES TO WS-RPT-LINE
              STRING "REGISTER " WS-LOGICAL-NAME(1:12)
                 " NOT ON FILE"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              ADD 1 TO WS-REGISTERS-FOUND
              PERFORM UNTIL WS-EOF
                 READ REGISTER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF REG-DATE(1:8) IS NUMERIC
                          MOVE REG-DATE TO WS-WORK-DATE
                          IF WS-WORK-DATE NOT > WS-ASOF-DATE
                             PERFORM CLASSIFY-ONE-SERIAL
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTER-FILE
              PERFORM WRITE-REGISTER-LINE
           END-IF.

       CLASSIFY-ONE-SERIAL.
           ADD 1 TO WS-REG-PROCESSED
           SET WS-NOT-TRACED TO TRUE
           MOVE "N" TO WS-DATE-SWITCH
           PERFORM VARYING WS-TRC-IX FROM 1 BY 1
                 UNTIL WS-TRC-IX > WS-TRACE-COUNT OR WS-COVERED
              IF WS-TRC-DATE(WS-TRC-IX) = WS-WORK-DATE
                 MOVE "Y" TO WS-DATE-SWITCH
                 IF WS-TRC-REGISTER(WS-TRC-IX) =
                    WS-LOGICAL-NAME(1:12)
                    IF REG-SERIAL NOT < WS-TRC-FIRST(WS-TRC-IX)
                       AND REG-SERIAL NOT > WS-TRC-LAST(WS-TRC-IX)
                       SET WS-COVERED TO TRUE
                    ELSE
                       SET WS-DATE-TRACED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
      *    A date invoiced before the ranges were kept has no trace
      *    for any register; its serials went out on those invoices.
           IF WS-NOT-TRACED AND NOT WS-DATE-HAS-TRACE
              PERFORM VARYING WS-INV-IX FROM 1 BY 1
                    UNTIL WS-INV-IX > WS-INVOICED-COUNT
                 IF WS-INVOICED-DATE(WS-INV-IX) = WS-WORK-DATE
                    SET WS-COVERED TO TRUE
                    MOVE WS-INVOICED-COUNT TO WS-INV-IX
                 END-IF
              END-PERFORM
           END-IF
           IF WS-COVERED
              ADD 1 TO WS-REG-BILLED
           ELSE
              ADD 1 TO WS-REG-UNBILLED
              IF WS-DATE-TRACED
                 ADD 1 TO WS-REG-MISSED
              ELSE
                 IF WS-WORK-DATE < WS-MONTH-START
                    ADD 1 TO WS-REG-OVERDUE
                 END-IF
              END-IF
              PERFORM AGE-UNBILLED-SERIAL
           END-IF.

      *    Sum the serial under its department and account, in the
      *    age bucket its processing date falls in.
       AGE-UNBILLED-SERIAL.
           COMPUTE WS-AGE-DAYS = WS-ASOF-DAY
              - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           EVALUATE TRUE
              WHEN WS-AGE-DAYS NOT > 30
                 MOVE 1 TO WS-BUCKET
              WHEN WS-AGE-DAYS NOT > 60
                 MOVE 2 TO WS-BUCKET
              WHEN WS-AGE-DAYS NOT > 90
                 MOVE 3 TO WS-BUCKET
              WHEN OTHER
                 MOVE 4 TO WS-BUCKET
           END-EVALUATE
           MOVE "----" TO WS-WORK-ACCOUNT
           PERFORM VARYING WS-MST-IX FROM 1 BY 1
                 UNTIL WS-MST-IX > WS-MST-COUNT
              IF WS-MST-DEPT(WS-MST-IX) = REG-DEPT
                 MOVE WS-MST-ACCOUNT(WS-MST-IX) TO WS-WORK-ACCOUNT
                 MOVE WS-MST-COUNT TO WS-MST-IX
              END-IF
           END-PERFORM
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-UNB-IX FROM 1 BY 1
                 UNTIL WS-UNB-IX > WS-UNB-COUNT
              IF WS-UNB-DEPT(WS-UNB-IX) = REG-DEPT
                 AND WS-UNB-ACCOUNT(WS-UNB-IX) = WS-WORK-ACCOUNT
                 MOVE WS-UNB-IX TO WS-FOUND-IX
                 MOVE WS-UNB-COUNT TO WS-UNB-IX
              END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0
              IF WS-UNB-COUNT < 100
                 ADD 1 TO WS-UNB-COUNT
                 MOVE WS-UNB-COUNT TO WS-FOUND-IX
                 MOVE REG-DEPT TO WS-UNB-DEPT(WS-FOUND-IX)
                 MOVE WS-WORK-ACCOUNT TO WS-UNB-ACCOUNT(WS-FOUND-IX)
                 MOVE ZERO TO WS-UNB-AGED(WS-FOUND-IX, 1)
                 MOVE ZERO TO WS-UNB-AGED(WS-FOUND-IX, 2)
                 MOVE ZERO TO WS-UNB-AGED(WS-FOUND-IX, 3)
                 MOVE ZERO TO WS-UNB-AGED(WS-FOUND-IX, 4)
                 MOVE ZERO TO WS-UNB-SERIALS(WS-FOUND-IX)
              ELSE
                 DISPLAY "UNBILLED TABLE FULL - DEPT " REG-DEPT
                    " NOT SUMMED"
              END-IF
           END-IF
           IF WS-FOUND-IX > 0
              ADD 1 TO WS-UNB-AGED(WS-FOUND-IX, WS-BUCKET)
              ADD 1 TO WS-UNB-SERIALS(WS-FOUND-IX)
           END-IF.

      *****************************************************************
      * WRITE-REGISTER-LINE files the register's billed and unbilled
      * counts, and flags it - report line, central exception, RC 4
      * - when serials outside every trace range were missed by an
      * invoice run or date from before the as-of month.
      *****************************************************************
       WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-RPT-LINE
           STRING "REGISTER " WS-LOGICAL-NAME(1:12) " "
              WS-REG-PROCESSED " PROCESSED, " WS-REG-BILLED
              " INVOICED, " WS-REG-UNBILLED " UNBILLED"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-REG-MISSED > ZERO OR WS-REG-OVERDUE > ZERO
              ADD 1 TO WS-FLAG-COUNT
              MOVE SPACES TO WS-RPT-LINE
              STRING "  ** FLAGGED - " WS-REG-MISSED
                 " SERIALS MISSED BY AN INVOICE RUN, "
                 WS-REG-OVERDUE " FROM BEFORE " WS-MONTH-START
                 " NEVER INVOICED"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "W" TO WS-EXC-SEVERITY
              MOVE "UNBILLED" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING WS-LOGICAL-NAME(1:12) " MISSED " WS-REG-MISSED
                 " OLD " WS-REG-OVERDUE
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
           END-IF.

      *****************************************************************
      * WRITE-UNBILLED-SUMMARY files the aged unbilled serials per
      * department and account with the accrual each carries, and
      * the totals finance books.
      *****************************************************************
       WRITE-UNBILLED-SUMMARY.
           MOVE ZERO TO WS-TOTAL-AGED(1)
           MOVE ZERO TO WS-TOTAL-AGED(2)
           MOVE ZERO TO WS-TOTAL-AGED(3)
           MOVE ZERO TO WS-TOTAL-AGED(4)
           PERFORM VARYING WS-UNB-IX FROM 1 BY 1
                 UNTIL WS-UNB-IX > WS-UNB-COUNT
              COMPUTE WS-ACCRUAL ROUNDED =
                 WS-UNB-SERIALS(WS-UNB-IX) * WS-PER-TRAN
              ADD WS-ACCRUAL TO WS-TOTAL-ACCRUAL
              ADD WS-UNB-SERIALS(WS-UNB-IX) TO WS-TOTAL-SERIALS
              PERFORM VARYING WS-BUCKET FROM 1 BY 1
                    UNTIL WS-BUCKET > 4
                 ADD WS-UNB-AGED(WS-UNB-IX, WS-BUCKET) TO
                    WS-TOTAL-AGED(WS-BUCKET)
              END-PERFORM
              MOVE WS-ACCRUAL TO WS-ACCRUAL-OUT
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-UNB-DEPT(WS-UNB-IX) " "
                 WS-UNB-ACCOUNT(WS-UNB-IX) " "
                 WS-UNB-AGED(WS-UNB-IX, 1) " "
                 WS-UNB-AGED(WS-UNB-IX, 2) " "
                 WS-UNB-AGED(WS-UNB-IX, 3) " "
                 WS-UNB-AGED(WS-UNB-IX, 4) " "
                 WS-UNB-SERIALS(WS-UNB-IX) " " WS-ACCRUAL-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-TOTAL-ACCRUAL TO WS-ACCRUAL-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL UNBILLED  " WS-TOTAL-AGED(1) " "
              WS-TOTAL-AGED(2) " " WS-TOTAL-AGED(3) " "
              WS-TOTAL-AGED(4) " " WS-TOTAL-SERIALS " "
              WS-ACCRUAL-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-FLAG-COUNT = ZERO
              MOVE "NO REGISTER FLAGGED - NOTHING MISSED OR OVERDUE"
                 TO WS-RPT-LINE
           ELSE
              STRING WS-FLAG-COUNT " REGISTER(S) FLAGGED - SERIALS "
                 "OUTSIDE EVERY INVOICE TRACE RANGE"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM unbilledWork.

       COPY AUTHGATE.

       COPY EXCWRITE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.
