      * from the files instead: the account ledger (ACCTLEDG.DAT,
      * posted by adding.cob's batch mode - one record per account
      * per processing date plus the *ALL grand total) supplies the
      * billed amounts, and the serial registers (MTXREG.DAT,
      * AREAREG.DAT and VECREG.DAT, which carry the processing date and
      * department tag on every completed serial) supply the trace
      * of exactly which transactions the night processed.
      *
      * per register, and every invoice issued is recorded on the
      * invoice register (INVREG.DAT) - invoice number, date,
      * account, line count, amount - so a reprint or a dispute
      * starts from the register instead of from memory.  The
      * trace ranges themselves are kept on INVTRACE.DAT - date,
      * register, serial count, first and last serial - so the
      * month-end unbilled work report (unbilledWork) can tell the
      * serials already covered by an invoice from the ones not yet
      * billed.
      *
      * Accounts recharged through an entity that must show tax are
      * given a tax code on the account master (acctAdmin), and the
      * rate in force on the invoice date comes off the tax code
      * master TAXCODES.DAT (taxAdmin, through TAX-LOOKUP).  Such an
      * invoice prints its ledger total as the net amount, a tax
      * line with the code and rate, and the gross amount due; an
      * untaxed account's invoice is net and gross alike.  The
      * register carries all three - net, tax code, tax and gross -
      * so the receivables posting bills the gross and taxSummary
      * can file the period's return straight from the register.
      * A tax code with no rate in force on the invoice date is
      * taxed at nothing, reported on the invoice, and ends the run
      * RETURN-CODE 4 so the rate is keyed before the bill goes out.
      *
      * The run also proves itself: the sum of the account invoices
      * is compared against the *ALL grand-total postings for the
      * date, and a mismatch is reported and leaves RETURN-CODE 4.
      * A date with no ledger activity at all ends RETURN-CODE 8.
      *
      * Ledger postings with a transaction count of zero are credit
      * and debit memo adjustments posted by memoPosting.cbl; the
      * memo itself bills them, so they are left off the invoices
      * and out of the proof on both the account and *ALL side.
      * The monthly depreciation charges faDeprec posts carry a zero
      * count for the same reason - they are book entries, never
      * billed - and are left off the invoices the same way.
      *
      * Freight charged by the freight run (freightCalc) reaches the
      * invoice as an ordinary ledger posting; the freight history
      * (FRTHIST.DAT, through ENV-RESOLVE-NAME) is read so each job's
      * freight posted for the date is also listed under the
      * account's detail lines - job, zone, weight and charge - as
      * the part of the amount that is freight.
      *
      * A job closed through jobAdmin reaches the invoice the same
      * way: closing posts its final cost, less the freight already
      * billed, to the ledger on the closing date, and the job master
      * (JOBMAST.DAT) is read so each job closed and billed on the
      * invoice date is listed under its account - job, description
      * and the amount billed - as the part of the amount that
      * closes the job out.
      *
      * When ORGLEVEL.DAT names a rollup level for INVOICING the
      * invoice totals - net, tax and gross - are also subtotalled
      * by department, division or business unit (ORG-ROLLUP) after
      * the last invoice, grouped by the organization in force on
      * the invoice date.
      *
      * A date worked in intraday cycles as well as the nightly one
      * has every cycle's serials on the same registers, each
      * stamped with its cycle; the trace counts each serial once
      * for the date however many times it was posted - a selective
      * rerun registers a serial again - and, when intraday cycles
      * posted any, breaks the count down by the cycle that first
      * processed each serial.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. invoicing.
           SELECT INVOICE-REG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INV-REG-STATUS.
           SELECT TRACE-FILE ASSIGN TO "INVTRACE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TRACE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MASTER-STATUS.
           SELECT FREIGHT-FILE ASSIGN TO DYNAMIC WS-FREIGHT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FREIGHT-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JOB-MASTER-STATUS.
           SELECT PARM-FILE ASSIGN TO "INVPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           05 REG-SERIAL PIC 9(6).
           05 REG-DATE PIC X(8).
           05 REG-DEPT PIC X(8).
           05 REG-RUN-ID PIC X(13).
           05 REG-LATE PIC X.
           05 REG-CYCLE PIC 9.
       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD PIC 9(6).
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
           05 INV-REG-LINES PIC 9(3).
           05 INV-REG-SIGN PIC X.
           05 INV-REG-AMOUNT PIC 9(9)V99.
           05 INV-REG-TAX-CODE PIC X(4).
           05 INV-REG-TAX-SIGN PIC X.
           05 INV-REG-TAX PIC 9(9)V99.
           05 INV-REG-GROSS-SIGN PIC X.
           05 INV-REG-GROSS PIC 9(9)V99.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MST-ACCOUNT PIC X(4).
           05 MST-NAME PIC X(20).
           05 MST-DEPT PIC X(12).
           05 MST-STATUS PIC X.
           05 MST-TAX-CODE PIC X(4).
       FD  FREIGHT-FILE.
       01  FREIGHT-RECORD.
           05 FRH-DATE PIC 9(8).
           05 FRH-JOB PIC 9(4).
           05 FRH-ACCOUNT PIC X(4).
           05 FRH-ZONE PIC X(2).
           05 FRH-SERIALS PIC 9(5).
           05 FRH-WEIGHT PIC 9(9)V999.
           05 FRH-CHARGE PIC 9(7)V99.
           05 FRH-POSTED PIC X.
           05 FRH-RUN-ID PIC X(13).
       FD  JOB-MASTER-FILE.
       01  JOB-MASTER-RECORD.
           05 JM-JOB PIC 9(4).
           05 JM-ACCOUNT PIC X(4).
           05 JM-DESCRIPTION PIC X(30).
           05 JM-STATUS PIC X.
           05 JM-ESTIMATE PIC 9(9)V99.
           05 JM-OPEN-DATE PIC 9(8).
           05 JM-CLOSE-DATE PIC 9(8).
           05 JM-FINAL-COST PIC 9(9)V99.
           05 JM-BILLED PIC 9(9)V99.
       FD  PARM-FILE.
       01  PARM-RECORD PIC 9(8).

           05 WS-MST-ENTRY OCCURS 100 TIMES.
               10 WS-MST-ACCOUNT PIC X(4).
               10 WS-MST-NAME PIC X(20).
               10 WS-MST-TAX-CODE PIC X(4).
       01 WS-MST-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-MST-IX PIC 9(3) COMP.
       01 WS-MST-EOF-SWITCH PIC X.
           88 WS-MST-EOF VALUE "Y".
       01 WS-LOOKUP-ACCOUNT PIC X(4).
       01 WS-ACCT-NAME-OUT PIC X(20).
       01 WS-ACCT-TAX-CODE PIC X(4).
       01 WS-TAX-RATE PIC 9(2)V99.
       01 WS-TAX-RATE-OUT PIC Z9.99.
       01 WS-TAX-STATUS PIC X.
           88 WS-TAX-NOT-FOUND VALUE "N".
       01 WS-INVOICE-TAX PIC S9(9)V99.
       01 WS-UNTAXED-SWITCH PIC X VALUE "N".
           88 WS-RATE-MISSING VALUE "Y".
       01 WS-INVOICE-GROSS PIC S9(9)V99.

       01 WS-SEQUENCE-STATUS PIC XX.
       01 WS-INV-REG-STATUS PIC XX.
       01 WS-TRACE-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-REGISTER-NAME PIC X(40).
       01 WS-FREIGHT-STATUS PIC XX.
       01 WS-FREIGHT-NAME PIC X(40).
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-FREIGHT-TABLE.
           05 WS-FRT-ENTRY OCCURS 200 TIMES.
               10 WS-FRT-JOB PIC 9(4).
               10 WS-FRT-ACCOUNT PIC X(4).
               10 WS-FRT-ZONE PIC X(2).
               10 WS-FRT-WEIGHT PIC 9(9)V999.
               10 WS-FRT-CHARGE PIC 9(7)V99.
       01 WS-FRT-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-FRT-IX PIC 9(3) COMP.
       01 WS-WEIGHT-OUT PIC Z(8)9.999.
       01 WS-JOB-MASTER-STATUS PIC XX.
       01 WS-CLOSED-JOB-TABLE.
           05 WS-CJB-ENTRY OCCURS 200 TIMES.
               10 WS-CJB-JOB PIC 9(4).
               10 WS-CJB-ACCOUNT PIC X(4).
               10 WS-CJB-DESCRIPTION PIC X(30).
               10 WS-CJB-BILLED PIC 9(9)V99.
       01 WS-CJB-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-CJB-IX PIC 9(3) COMP.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-INVOICE-DATE PIC 9(8).
       01 WS-REG-SERIAL-COUNT PIC 9(5).
       01 WS-REG-FIRST-SERIAL PIC 9(6).
       01 WS-REG-LAST-SERIAL PIC 9(6).
       01 WS-TRACE-SERIAL-TABLE.
           05 WS-TRACE-SERIAL OCCURS 5000 TIMES PIC 9(6).
       01 WS-TRACE-SERIAL-COUNT PIC 9(4) COMP.
       01 WS-TRACE-I PIC 9(4) COMP.
       01 WS-TRACE-NEW-SWITCH PIC X.
           88 WS-TRACE-NEW VALUE "Y".
       01 WS-TRACE-CYCLE-TABLE.
           05 WS-TRACE-CYCLE-COUNT OCCURS 10 TIMES PIC 9(5).
       01 WS-TRACE-CYCLE-IX PIC 9(2) COMP.
       01 WS-TRACE-CYCLE PIC 9.
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "INVOICING".
       01 WS-RETURN-CODE PIC S9(4).
       COPY ORGPARM.
       PROCEDURE DIVISION.
           CALL "AUTH-GATE" USING WS-AUTH-STATUS WS-PROGRAM-NAME
                 WS-AUTH-USER
           PERFORM OBTAIN-INVOICE-DATE
           PERFORM LOAD-ACCOUNT-MASTER
           PERFORM LOAD-LEDGER-LINES
           PERFORM LOAD-FREIGHT-CHARGES
           PERFORM LOAD-CLOSED-JOBS
           IF WS-LINE-COUNT = ZERO
              DISPLAY "NO LEDGER ACTIVITY FOR " WS-INVOICE-DATE
                 " - NO INVOICES PRODUCED"
              PERFORM WRITE-INVOICE-SEQUENCE
              DISPLAY "INVOICING COMPLETE - " WS-INVOICE-COUNT
                 " INVOICES FOR " WS-INVOICE-DATE
              IF WS-PROOF-OK AND NOT WS-RATE-MISSING
                 MOVE 0 TO RETURN-CODE
              ELSE
                 MOVE 4 TO RETURN-CODE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF LEDG-DATE = WS-INVOICE-DATE
                       AND LEDG-COUNT NOT = ZERO
                       PERFORM TAKE-LEDGER-RECORD
                    END-IF
              END-READ
              CLOSE LEDGER-FILE
           END-IF.

      *    Only freight actually posted to the ledger is listed.
       LOAD-FREIGHT-CHARGES.
           MOVE "FRTHIST.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-FREIGHT-NAME
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FREIGHT-FILE
           IF WS-FREIGHT-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ FREIGHT-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF FRH-DATE = WS-INVOICE-DATE
                       AND FRH-POSTED = "Y" AND WS-FRT-COUNT < 200
                       ADD 1 TO WS-FRT-COUNT
                       MOVE FRH-JOB TO WS-FRT-JOB(WS-FRT-COUNT)
                       MOVE FRH-ACCOUNT TO WS-FRT-ACCOUNT(WS-FRT-COUNT)
                       MOVE FRH-ZONE TO WS-FRT-ZONE(WS-FRT-COUNT)
                       MOVE FRH-WEIGHT TO WS-FRT-WEIGHT(WS-FRT-COUNT)
                       MOVE FRH-CHARGE TO WS-FRT-CHARGE(WS-FRT-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-FREIGHT-STATUS NOT = "35"
              CLOSE FREIGHT-FILE
           END-IF.

       LOAD-CLOSED-JOBS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT JOB-MASTER-FILE
           IF WS-JOB-MASTER-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ JOB-MASTER-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF JM-STATUS = "C" AND JM-CLOSE-DATE =
                       WS-INVOICE-DATE AND JM-BILLED > ZERO
                       AND WS-CJB-COUNT < 200
                       ADD 1 TO WS-CJB-COUNT
                       MOVE JM-JOB TO WS-CJB-JOB(WS-CJB-COUNT)
                       MOVE JM-ACCOUNT TO WS-CJB-ACCOUNT(WS-CJB-COUNT)
                       MOVE JM-DESCRIPTION TO
                          WS-CJB-DESCRIPTION(WS-CJB-COUNT)
                       MOVE JM-BILLED TO WS-CJB-BILLED(WS-CJB-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-JOB-MASTER-STATUS NOT = "35"
              CLOSE JOB-MASTER-FILE
           END-IF.

       TAKE-LEDGER-RECORD.
           IF LEDG-ACCOUNT = "*ALL"
              IF LEDG-SIGN = "-"
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE "I" TO WS-ORG-ACTION
           MOVE WS-PROGRAM-NAME TO WS-ORG-PROGRAM
           CALL "ORG-ROLLUP" USING WS-ORG-PARMS
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                 UNTIL WS-ACCT-IX > WS-ACCT-COUNT
              PERFORM WRITE-ONE-INVOICE
           END-PERFORM
           MOVE "P" TO WS-ORG-ACTION
           MOVE 3 TO WS-ORG-AMOUNT-COUNT
           MOVE "             NET             TAX           GROSS" TO
              WS-ORG-CAPTION
           MOVE WS-RPT-FILE TO WS-ORG-RPT-FILE
           CALL "ORG-ROLLUP" USING WS-ORG-PARMS
           MOVE "MTXREG.DAT" TO WS-REGISTER-NAME
           PERFORM TRACE-ONE-REGISTER
           MOVE "AREAREG.DAT" TO WS-REGISTER-NAME
           PERFORM TRACE-ONE-REGISTER
           MOVE "VECREG.DAT" TO WS-REGISTER-NAME
           PERFORM TRACE-ONE-REGISTER
           PERFORM WRITE-PROOF-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           PERFORM VARYING WS-FRT-IX FROM 1 BY 1
                 UNTIL WS-FRT-IX > WS-FRT-COUNT
              IF WS-FRT-ACCOUNT(WS-FRT-IX) = WS-ACCT-CODE(WS-ACCT-IX)
                 MOVE WS-FRT-WEIGHT(WS-FRT-IX) TO WS-WEIGHT-OUT
                 MOVE WS-FRT-CHARGE(WS-FRT-IX) TO WS-AMOUNT-OUT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "    INCLUDING FREIGHT JOB "
                    WS-FRT-JOB(WS-FRT-IX) " ZONE "
                    WS-FRT-ZONE(WS-FRT-IX) WS-WEIGHT-OUT " LB "
                    WS-AMOUNT-OUT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           PERFORM VARYING WS-CJB-IX FROM 1 BY 1
                 UNTIL WS-CJB-IX > WS-CJB-COUNT
              IF WS-CJB-ACCOUNT(WS-CJB-IX) = WS-ACCT-CODE(WS-ACCT-IX)
                 MOVE WS-CJB-BILLED(WS-CJB-IX) TO WS-AMOUNT-OUT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "    INCLUDING CLOSED JOB "
                    WS-CJB-JOB(WS-CJB-IX) " "
                    WS-CJB-DESCRIPTION(WS-CJB-IX) " "
                    WS-AMOUNT-OUT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           PERFORM COMPUTE-INVOICE-TAX
           MOVE WS-ACCT-TOTAL(WS-ACCT-IX) TO WS-AMOUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-ACCT-TAX-CODE = SPACES
              STRING "  INVOICE TOTAL " WS-AMOUNT-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              STRING "  NET AMOUNT    " WS-AMOUNT-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE WS-TAX-RATE TO WS-TAX-RATE-OUT
              MOVE WS-INVOICE-TAX TO WS-AMOUNT-OUT
              MOVE SPACES TO WS-RPT-LINE
              IF WS-TAX-NOT-FOUND
                 STRING "  TAX " WS-ACCT-TAX-CODE " - NO RATE IN"
                    " FORCE ON " WS-INVOICE-DATE ", NOT TAXED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              ELSE
                 STRING "  TAX " WS-ACCT-TAX-CODE " AT "
                    WS-TAX-RATE-OUT "%  " WS-AMOUNT-OUT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              END-IF
              PERFORM WRITE-REPORT-LINE
              MOVE WS-INVOICE-GROSS TO WS-AMOUNT-OUT
              MOVE SPACES TO WS-RPT-LINE
              STRING "  INVOICE TOTAL " WS-AMOUNT-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           ADD WS-ACCT-TOTAL(WS-ACCT-IX) TO WS-GRAND-INVOICED
           PERFORM WRITE-INVOICE-REGISTER
           PERFORM ROLL-UP-INVOICE.

      *    The invoice's totals go to the organization rollup, dated
      *    the invoice date.
       ROLL-UP-INVOICE.
           MOVE "A" TO WS-ORG-ACTION
           MOVE WS-ACCT-CODE(WS-ACCT-IX) TO WS-ORG-ACCOUNT
           MOVE WS-INVOICE-DATE TO WS-ORG-DATE
           MOVE SPACES TO WS-ORG-MEMBER
           STRING WS-ACCT-CODE(WS-ACCT-IX) " " WS-ACCT-NAME-OUT
              DELIMITED BY SIZE INTO WS-ORG-MEMBER
           MOVE WS-ACCT-TOTAL(WS-ACCT-IX) TO WS-ORG-AMOUNT(1)
           MOVE WS-INVOICE-TAX TO WS-ORG-AMOUNT(2)
           MOVE WS-INVOICE-GROSS TO WS-ORG-AMOUNT(3)
           CALL "ORG-ROLLUP" USING WS-ORG-PARMS.

      *****************************************************************
      * COMPUTE-INVOICE-TAX taxes the invoice's net ledger total at
      * the rate its account's tax code carried on the invoice date,
      * rounded to the cent; an account with no tax code is not
      * taxed and its gross is its net.
      *****************************************************************
       COMPUTE-INVOICE-TAX.
           MOVE ZERO TO WS-TAX-RATE
           MOVE ZERO TO WS-INVOICE-TAX
           MOVE SPACE TO WS-TAX-STATUS
           IF WS-ACCT-TAX-CODE NOT = SPACES
              CALL "TAX-LOOKUP" USING WS-ACCT-TAX-CODE
                 WS-INVOICE-DATE WS-TAX-RATE WS-TAX-STATUS
              IF WS-TAX-NOT-FOUND
                 DISPLAY "NO TAX RATE IN FORCE FOR CODE "
                    WS-ACCT-TAX-CODE " - ACCOUNT "
                    WS-ACCT-CODE(WS-ACCT-IX) " NOT TAXED"
                 MOVE "Y" TO WS-UNTAXED-SWITCH
              ELSE
                 COMPUTE WS-INVOICE-TAX ROUNDED =
                    WS-ACCT-TOTAL(WS-ACCT-IX) * WS-TAX-RATE / 100
              END-IF
           END-IF
           COMPUTE WS-INVOICE-GROSS =
              WS-ACCT-TOTAL(WS-ACCT-IX) + WS-INVOICE-TAX.

       WRITE-INVOICE-REGISTER.
           OPEN EXTEND INVOICE-REG-FILE
              MOVE "+" TO INV-REG-SIGN
              MOVE WS-ACCT-TOTAL(WS-ACCT-IX) TO INV-REG-AMOUNT
           END-IF
           MOVE WS-ACCT-TAX-CODE TO INV-REG-TAX-CODE
           IF WS-INVOICE-TAX < ZERO
              MOVE "-" TO INV-REG-TAX-SIGN
              COMPUTE INV-REG-TAX = ZERO - WS-INVOICE-TAX
           ELSE
              MOVE "+" TO INV-REG-TAX-SIGN
              MOVE WS-INVOICE-TAX TO INV-REG-TAX
           END-IF
           IF WS-INVOICE-GROSS < ZERO
              MOVE "-" TO INV-REG-GROSS-SIGN
              COMPUTE INV-REG-GROSS = ZERO - WS-INVOICE-GROSS
           ELSE
              MOVE "+" TO INV-REG-GROSS-SIGN
              MOVE WS-INVOICE-GROSS TO INV-REG-GROSS
           END-IF
           WRITE INVOICE-REG-RECORD
           CLOSE INVOICE-REG-FILE.

      * trace line per department tag seen for the invoice date -
      * the serial count and the first and last serial - so a
      * disputed bill walks straight back to the serials behind it.
      * A serial counts once for the date, against the cycle that
      * first posted it.
      *****************************************************************
       TRACE-ONE-REGISTER.
           MOVE ZERO TO WS-REG-SERIAL-COUNT
           MOVE ZERO TO WS-REG-FIRST-SERIAL
           MOVE ZERO TO WS-REG-LAST-SERIAL
           MOVE ZERO TO WS-TRACE-SERIAL-COUNT
           MOVE ZEROS TO WS-TRACE-CYCLE-TABLE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
                       IF REG-DATE(1:8) IS NUMERIC
                          AND FUNCTION NUMVAL(REG-DATE) =
                             WS-INVOICE-DATE
                          PERFORM TRACE-ONE-SERIAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTER-FILE
              MOVE SPACES TO WS-RPT-LINE
              STRING "TRACE " WS-REGISTER-NAME(1:12) " - "
                 WS-REG-SERIAL-COUNT " SERIALS PROCESSED "
                 WS-INVOICE-DATE ", FIRST " WS-REG-FIRST-SERIAL
                 " LAST " WS-REG-LAST-SERIAL
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              IF WS-TRACE-CYCLE-TABLE(6:45) NOT = ZEROS
                 PERFORM VARYING WS-TRACE-CYCLE-IX FROM 1 BY 1
                       UNTIL WS-TRACE-CYCLE-IX > 10
                    IF WS-TRACE-CYCLE-COUNT(WS-TRACE-CYCLE-IX)
                       > ZERO
                       PERFORM WRITE-TRACE-CYCLE-LINE
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-REG-SERIAL-COUNT > ZERO
                 PERFORM RECORD-TRACE-RANGE
              END-IF
           END-IF.

       TRACE-ONE-SERIAL.
           MOVE "Y" TO WS-TRACE-NEW-SWITCH
           PERFORM VARYING WS-TRACE-I FROM 1 BY 1
                 UNTIL WS-TRACE-I > WS-TRACE-SERIAL-COUNT
              IF WS-TRACE-SERIAL(WS-TRACE-I) = REG-SERIAL
                 MOVE "N" TO WS-TRACE-NEW-SWITCH
                 MOVE WS-TRACE-SERIAL-COUNT TO WS-TRACE-I
              END-IF
           END-PERFORM
           IF WS-TRACE-NEW
              ADD 1 TO WS-REG-SERIAL-COUNT
              IF WS-TRACE-SERIAL-COUNT < 5000
                 ADD 1 TO WS-TRACE-SERIAL-COUNT
                 MOVE REG-SERIAL TO
                    WS-TRACE-SERIAL(WS-TRACE-SERIAL-COUNT)
              END-IF
              IF WS-REG-FIRST-SERIAL = ZERO
                 MOVE REG-SERIAL TO WS-REG-FIRST-SERIAL
              END-IF
              MOVE REG-SERIAL TO WS-REG-LAST-SERIAL
              IF REG-CYCLE IS NUMERIC
                 COMPUTE WS-TRACE-CYCLE-IX = REG-CYCLE + 1
              ELSE
                 MOVE 1 TO WS-TRACE-CYCLE-IX
              END-IF
              ADD 1 TO WS-TRACE-CYCLE-COUNT(WS-TRACE-CYCLE-IX)
           END-IF.

       WRITE-TRACE-CYCLE-LINE.
           COMPUTE WS-TRACE-CYCLE = WS-TRACE-CYCLE-IX - 1
           MOVE SPACES TO WS-RPT-LINE
           STRING "   CYCLE " WS-TRACE-CYCLE " - "
              WS-TRACE-CYCLE-COUNT(WS-TRACE-CYCLE-IX)
              " SERIALS FIRST PROCESSED IN THIS CYCLE"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       RECORD-TRACE-RANGE.
           OPEN EXTEND TRACE-FILE
           IF WS-TRACE-STATUS = "35"
              OPEN OUTPUT TRACE-FILE
           END-IF
           MOVE WS-INVOICE-DATE TO TRC-DATE
           MOVE WS-REGISTER-NAME TO TRC-REGISTER
           MOVE WS-REG-SERIAL-COUNT TO TRC-COUNT
           MOVE WS-REG-FIRST-SERIAL TO TRC-FIRST-SERIAL
           MOVE WS-REG-LAST-SERIAL TO TRC-LAST-SERIAL
           WRITE TRACE-RECORD
           CLOSE TRACE-FILE.

      *****************************************************************
      * WRITE-PROOF-LINE ties the invoiced total back to the *ALL
      * grand totals adding.cob posted for the date.
                             WS-MST-ACCOUNT(WS-MST-COUNT)
                          MOVE MST-NAME TO
                             WS-MST-NAME(WS-MST-COUNT)
                          MOVE MST-TAX-CODE TO
                             WS-MST-TAX-CODE(WS-MST-COUNT)
                       END-IF
                 END-READ
              END-PERFORM

       GET-ACCOUNT-NAME.
           MOVE "UNKNOWN" TO WS-ACCT-NAME-OUT
           MOVE SPACES TO WS-ACCT-TAX-CODE
           PERFORM VARYING WS-MST-IX FROM 1 BY 1
                 UNTIL WS-MST-IX > WS-MST-COUNT
              IF WS-MST-ACCOUNT(WS-MST-IX) = WS-LOOKUP-ACCOUNT
                 MOVE WS-MST-NAME(WS-MST-IX) TO WS-ACCT-NAME-OUT
                 MOVE WS-MST-TAX-CODE(WS-MST-IX) TO WS-ACCT-TAX-CODE
                 MOVE WS-MST-COUNT TO WS-MST-IX
              END-IF
           END-PERFORM.
       COPY DATESERV.

       COPY ENVNAME.

       COPY TAXLOOK.

       COPY ORGROLL.
