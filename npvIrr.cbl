      * reports NPV only, RETURN-CODE 4, instead of iterating
      * forever.  The report files to NPVRPT.DAT through the shared
      * REPORT-WRITER.
      *
      * The stream need not be keyed by hand.  When NPVSRC.DAT is
      * present its one record names the cash-flow file to value in
      * place of CASHFLOW.DAT - ARFLOW.DAT, the receivables forecast
      * arForecast files in the same layout with weeks as the
      * periods, values the receivables book at a weekly rate.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. npvIrr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLOW-FILE ASSIGN TO DYNAMIC WS-FLOW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FLOW-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "NPVCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CTL-STATUS.
           SELECT SOURCE-FILE ASSIGN TO "NPVSRC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SOURCE-STATUS.
       DATA DIVISION.

       FILE SECTION.
           05 FLW-AMOUNT PIC 9(9)V99.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD PIC 9(2)V9(4).
       FD  SOURCE-FILE.
       01  SOURCE-RECORD PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-FLOW-STATUS PIC XX.
       01 WS-CTL-STATUS PIC XX.
       01 WS-SOURCE-STATUS PIC XX.
       01 WS-FLOW-NAME PIC X(40) VALUE "CASHFLOW.DAT".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-RATE-PCT PIC 9(2)V9(4) VALUE 10.
              GOBACK
           END-IF
           PERFORM READ-CONTROL-FILE
           PERFORM READ-SOURCE-FILE
           PERFORM LOAD-CASH-FLOWS
           IF WS-FLOW-COUNT = ZERO
              DISPLAY "NO CASH FLOWS ON FILE - NOTHING TO EVALUATE"
              CLOSE CONTROL-FILE
           END-IF.

      *    A blank NPVSRC.DAT record leaves CASHFLOW.DAT in force.
       READ-SOURCE-FILE.
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = "00"
              READ SOURCE-FILE
                 NOT AT END
                    IF SOURCE-RECORD NOT = SPACES
                       MOVE SOURCE-RECORD TO WS-FLOW-NAME
                    END-IF
              END-READ
              CLOSE SOURCE-FILE
           END-IF.

       LOAD-CASH-FLOWS.
           OPEN INPUT FLOW-FILE
           IF WS-FLOW-STATUS NOT = "00"
