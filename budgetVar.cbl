      * over budget leaves RETURN-CODE 4.  The report files to
      * BUDVAR.DAT through the shared REPORT-WRITER for the
      * month-end package.
      *
      * The ledger also carries the monthly depreciation charges
      * faDeprec posts against each asset's owning account (dated the
      * last day of the month, with a transaction count of zero), so
      * depreciation is summed with the period's other postings and
      * shows against plan like any other expense.
      *
      * When ORGLEVEL.DAT names a rollup level for BUDGETVAR the
      * actuals, budgets and variances are also subtotalled by
      * department, division or business unit (ORG-ROLLUP), grouped
      * by the organization in force at the end of the period - a
      * department that moves takes its figures with it from the
      * month of the move, and earlier periods rerun as they were.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. budgetVar.
           05 MST-NAME PIC X(20).
           05 MST-DEPT PIC X(12).
           05 MST-STATUS PIC X.
           05 MST-TAX-CODE PIC X(4).
       FD  PARM-FILE.
       01  PARM-RECORD PIC 9(6).

       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "BUDGETVAR".
       01 WS-RETURN-CODE PIC S9(4).
       COPY ORGPARM.
       PROCEDURE DIVISION.
           CALL "AUTH-GATE" USING WS-AUTH-STATUS WS-PROGRAM-NAME
                 WS-AUTH-USER
           STRING "PERIOD " WS-PERIOD
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "I" TO WS-ORG-ACTION
           MOVE WS-PROGRAM-NAME TO WS-ORG-PROGRAM
           CALL "ORG-ROLLUP" USING WS-ORG-PARMS
           PERFORM VARYING WS-VAR-IX FROM 1 BY 1
                 UNTIL WS-VAR-IX > WS-VAR-COUNT
              PERFORM WRITE-ONE-VARIANCE
              PERFORM ROLL-UP-VARIANCE
           END-PERFORM
           MOVE WS-TOTAL-ACTUAL TO WS-ACTUAL-OUT
           MOVE WS-TOTAL-BUDGET TO WS-BUDGET-OUT
              WS-OVER-COUNT " ACCOUNTS OVER"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "P" TO WS-ORG-ACTION
           MOVE 3 TO WS-ORG-AMOUNT-COUNT
           MOVE "          ACTUAL          BUDGET        VARIANCE" TO
              WS-ORG-CAPTION
           MOVE WS-RPT-FILE TO WS-ORG-RPT-FILE
           CALL "ORG-ROLLUP" USING WS-ORG-PARMS
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * ROLL-UP-VARIANCE hands the account's figures to the
      * organization rollup, dated the end of the period.
      *****************************************************************
       ROLL-UP-VARIANCE.
           MOVE "A" TO WS-ORG-ACTION
           MOVE WS-VAR-ACCOUNT(WS-VAR-IX) TO WS-ORG-ACCOUNT
           COMPUTE WS-ORG-DATE = WS-PERIOD * 100 + 31
           MOVE SPACES TO WS-ORG-MEMBER
           STRING WS-VAR-ACCOUNT(WS-VAR-IX) " " WS-ACCT-NAME-OUT
              DELIMITED BY SIZE INTO WS-ORG-MEMBER
           MOVE WS-VAR-ACTUAL(WS-VAR-IX) TO WS-ORG-AMOUNT(1)
           MOVE WS-VAR-BUDGET(WS-VAR-IX) TO WS-ORG-AMOUNT(2)
           COMPUTE WS-ORG-AMOUNT(3) =
              WS-VAR-ACTUAL(WS-VAR-IX) - WS-VAR-BUDGET(WS-VAR-IX)
           CALL "ORG-ROLLUP" USING WS-ORG-PARMS.


      *****************************************************************
      * LOAD-ACCOUNT-MASTER and GET-ACCOUNT-NAME put the account
       COPY DATESERV.

       COPY ENVNAME.

       COPY ORGROLL.
