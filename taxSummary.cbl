      * period tax summary by tax code
      *    TOPIC:
      *    THE FIGURES FOR THE TAX RETURN, STRAIGHT OFF THE REGISTER
      *****************************************************************
      * invoicing.cbl taxes the invoices of every account given a
      * tax code on the account master and carries the net, tax code,
      * tax and gross of each invoice on the invoice register
      * (INVREG.DAT).  This step adds the register up for one return
      * period - the month named in TAXPARM.DAT (YYYYMM), or prompted
      * when that control file is absent - so finance files the
      * return from the same figures the invoices printed instead of
      * recomputing them:
      *
      *   - one line per tax code - invoices raised, net amount, tax
      *     and gross - with invoices for accounts that are not
      *     taxed (and register records written before invoices
      *     carried tax) gathered under NONE;
      *   - every credit and debit memo dated in the period
      *     (MEMOREG.DAT) netted into its invoice's tax code - its
      *     net, the tax memoPosting.cbl split from it, and its
      *     amount as gross, a credit memo taking them off and a
      *     debit memo adding them - so the return carries tax
      *     given back on credit memos.  A memo is not an invoice
      *     and is not counted as one; a memo filed before memos
      *     carried tax is left out, as it was before;
      *   - a total line across the codes;
      *   - a proof that net plus tax foots to gross for every code,
      *     a failure being reported and ending RETURN-CODE 4.
      *
      * The summary files to TAXSUM.DAT through the shared
      * REPORT-WRITER.  No invoice register at all ends
      * RETURN-CODE 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxSummary.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INV-REG-STATUS.
           SELECT MEMO-REG-FILE ASSIGN TO DYNAMIC WS-MEMO-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MEMO-REG-STATUS.
           SELECT PARM-FILE ASSIGN TO "TAXPARM.DAT"
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
       01  PARM-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-INV-REG-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-MEMO-REG-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-MEMO-REG-NAME PIC X(40).
       01 WS-MEMO-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-PERIOD PIC 9(6).
       01 WS-PROOF-SWITCH PIC X VALUE "Y".
           88 WS-PROOF-OK VALUE "Y".

       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 50 TIMES.
               10 WS-CDE-CODE PIC X(4).
               10 WS-CDE-COUNT PIC 9(5).
               10 WS-CDE-NET PIC S9(11)V99.
               10 WS-CDE-TAX PIC S9(11)V99.
               10 WS-CDE-GROSS PIC S9(11)V99.
       01 WS-CODE-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-CODE-IX PIC 9(2) COMP.
       01 WS-FOUND-IX PIC 9(2) COMP.
       01 WS-LOOKUP-CODE PIC X(4).

       01 WS-INV-NET PIC S9(9)V99.
       01 WS-INV-TAX PIC S9(9)V99.
       01 WS-INV-GROSS PIC S9(9)V99.
       01 WS-TOTAL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-NET PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-TAX PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-GROSS PIC S9(11)V99 VALUE ZERO.
       01 WS-NET-OUT PIC $$$,$$$,$$9.99-.
       01 WS-TAX-OUT PIC $$$,$$$,$$9.99-.
       01 WS-GROSS-OUT PIC $$$,$$$,$$9.99-.

       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "TAXSUMMARY".
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
           PERFORM OBTAIN-RETURN-PERIOD
           OPEN INPUT INVOICE-REG-FILE
           IF WS-INV-REG-STATUS NOT = "00"
              DISPLAY "INVREG.DAT NOT ON FILE - NO TAX SUMMARY"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM UNTIL WS-EOF
                 READ INVOICE-REG-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF INV-REG-DATE(1:6) = WS-PERIOD
                          PERFORM TAKE-ONE-INVOICE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVOICE-REG-FILE
              PERFORM TAKE-PERIOD-MEMOS
              PERFORM WRITE-TAX-SUMMARY
              DISPLAY "TAX SUMMARY COMPLETE - " WS-TOTAL-COUNT
                 " INVOICES, " WS-MEMO-COUNT " MEMOS FOR " WS-PERIOD
              IF WS-PROOF-OK
                 MOVE 0 TO RETURN-CODE
              ELSE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       OBTAIN-RETURN-PERIOD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE INTO WS-PERIOD
              CLOSE PARM-FILE
           ELSE
              DISPLAY "Enter tax return month (YYYYMM)"
              ACCEPT WS-PERIOD
           END-IF.

      *****************************************************************
      * TAKE-ONE-INVOICE adds one register record into its tax
      * code's totals.  A record with no tax figures is net only.
      *****************************************************************
       TAKE-ONE-INVOICE.
           IF INV-REG-SIGN = "-"
              COMPUTE WS-INV-NET = ZERO - INV-REG-AMOUNT
           ELSE
              MOVE INV-REG-AMOUNT TO WS-INV-NET
           END-IF
           IF INV-REG-GROSS IS NUMERIC AND INV-REG-TAX IS NUMERIC
              IF INV-REG-TAX-SIGN = "-"
                 COMPUTE WS-INV-TAX = ZERO - INV-REG-TAX
              ELSE
                 MOVE INV-REG-TAX TO WS-INV-TAX
              END-IF
              IF INV-REG-GROSS-SIGN = "-"
                 COMPUTE WS-INV-GROSS = ZERO - INV-REG-GROSS
              ELSE
                 MOVE INV-REG-GROSS TO WS-INV-GROSS
              END-IF
              MOVE INV-REG-TAX-CODE TO WS-LOOKUP-CODE
           ELSE
              MOVE ZERO TO WS-INV-TAX
              MOVE WS-INV-NET TO WS-INV-GROSS
              MOVE SPACES TO WS-LOOKUP-CODE
           END-IF
           IF WS-LOOKUP-CODE = SPACES
              MOVE "NONE" TO WS-LOOKUP-CODE
           END-IF
           PERFORM FIND-TAX-CODE
           IF WS-FOUND-IX > 0
              ADD 1 TO WS-CDE-COUNT(WS-FOUND-IX)
              ADD WS-INV-NET TO WS-CDE-NET(WS-FOUND-IX)
              ADD WS-INV-TAX TO WS-CDE-TAX(WS-FOUND-IX)
              ADD WS-INV-GROSS TO WS-CDE-GROSS(WS-FOUND-IX)
           ELSE
              DISPLAY "TAX CODE TABLE FULL - INVOICE "
                 INV-REG-NUMBER " NOT SUMMARIZED"
              MOVE "N" TO WS-PROOF-SWITCH
           END-IF.

      *****************************************************************
      * TAKE-PERIOD-MEMOS nets each memo dated in the period into
      * its tax code's totals, credit memos negative.
      *****************************************************************
       TAKE-PERIOD-MEMOS.
           MOVE "MEMOREG.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-MEMO-REG-NAME
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MEMO-REG-FILE
           IF WS-MEMO-REG-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ MEMO-REG-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF MRG-DATE(1:6) = WS-PERIOD
                       AND MRG-TAX IS NUMERIC
                       PERFORM TAKE-ONE-MEMO
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MEMO-REG-STATUS NOT = "35"
              CLOSE MEMO-REG-FILE
           END-IF.

       TAKE-ONE-MEMO.
           IF MRG-TAX-SIGN = "-"
              COMPUTE WS-INV-TAX = ZERO - MRG-TAX
           ELSE
              MOVE MRG-TAX TO WS-INV-TAX
           END-IF
           MOVE MRG-AMOUNT TO WS-INV-GROSS
           IF MRG-TYPE = "C"
              COMPUTE WS-INV-TAX = ZERO - WS-INV-TAX
              COMPUTE WS-INV-GROSS = ZERO - WS-INV-GROSS
           END-IF
           COMPUTE WS-INV-NET = WS-INV-GROSS - WS-INV-TAX
           MOVE MRG-TAX-CODE TO WS-LOOKUP-CODE
           IF WS-LOOKUP-CODE = SPACES
              MOVE "NONE" TO WS-LOOKUP-CODE
           END-IF
           PERFORM FIND-TAX-CODE
           IF WS-FOUND-IX > 0
              ADD 1 TO WS-MEMO-COUNT
              ADD WS-INV-NET TO WS-CDE-NET(WS-FOUND-IX)
              ADD WS-INV-TAX TO WS-CDE-TAX(WS-FOUND-IX)
              ADD WS-INV-GROSS TO WS-CDE-GROSS(WS-FOUND-IX)
           ELSE
              DISPLAY "TAX CODE TABLE FULL - MEMO "
                 MRG-NUMBER " NOT SUMMARIZED"
              MOVE "N" TO WS-PROOF-SWITCH
           END-IF.

       FIND-TAX-CODE.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                 UNTIL WS-CODE-IX > WS-CODE-COUNT
              IF WS-CDE-CODE(WS-CODE-IX) = WS-LOOKUP-CODE
                 MOVE WS-CODE-IX TO WS-FOUND-IX
                 MOVE WS-CODE-COUNT TO WS-CODE-IX
              END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0 AND WS-CODE-COUNT < 50
              ADD 1 TO WS-CODE-COUNT
              MOVE WS-CODE-COUNT TO WS-FOUND-IX
              MOVE WS-LOOKUP-CODE TO WS-CDE-CODE(WS-FOUND-IX)
              MOVE ZERO TO WS-CDE-COUNT(WS-FOUND-IX)
              MOVE ZERO TO WS-CDE-NET(WS-FOUND-IX)
              MOVE ZERO TO WS-CDE-TAX(WS-FOUND-IX)
              MOVE ZERO TO WS-CDE-GROSS(WS-FOUND-IX)
           END-IF.

      *****************************************************************
      * WRITE-TAX-SUMMARY files a line per tax code, the period
      * total, and the net-plus-tax-equals-gross proof.
      *****************************************************************
       WRITE-TAX-SUMMARY.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "TAXSUM.DAT" TO WS-RPT-FILE
           MOVE SPACES TO WS-RPT-TITLE
           STRING "TAX SUMMARY BY TAX CODE - PERIOD " WS-PERIOD
              DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE "CODE / INVOICES / NET / TAX / GROSS" TO
              WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                 UNTIL WS-CODE-IX > WS-CODE-COUNT
              ADD WS-CDE-COUNT(WS-CODE-IX) TO WS-TOTAL-COUNT
              ADD WS-CDE-NET(WS-CODE-IX) TO WS-TOTAL-NET
              ADD WS-CDE-TAX(WS-CODE-IX) TO WS-TOTAL-TAX
              ADD WS-CDE-GROSS(WS-CODE-IX) TO WS-TOTAL-GROSS
              MOVE WS-CDE-NET(WS-CODE-IX) TO WS-NET-OUT
              MOVE WS-CDE-TAX(WS-CODE-IX) TO WS-TAX-OUT
              MOVE WS-CDE-GROSS(WS-CODE-IX) TO WS-GROSS-OUT
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-CDE-CODE(WS-CODE-IX) "  "
                 WS-CDE-COUNT(WS-CODE-IX) " " WS-NET-OUT " "
                 WS-TAX-OUT " " WS-GROSS-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              IF WS-CDE-NET(WS-CODE-IX) + WS-CDE-TAX(WS-CODE-IX)
                 NOT = WS-CDE-GROSS(WS-CODE-IX)
                 MOVE "N" TO WS-PROOF-SWITCH
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "      PROOF FAILED - NET PLUS TAX DOES NOT"
                    " FOOT TO GROSS FOR " WS-CDE-CODE(WS-CODE-IX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           MOVE WS-TOTAL-NET TO WS-NET-OUT
           MOVE WS-TOTAL-TAX TO WS-TAX-OUT
           MOVE WS-TOTAL-GROSS TO WS-GROSS-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "ALL   " WS-TOTAL-COUNT " " WS-NET-OUT " "
              WS-TAX-OUT " " WS-GROSS-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-PROOF-OK
              STRING "PROOF - NET PLUS TAX FOOTS TO GROSS FOR EVERY"
                 " CODE"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING "PROOF FAILED - SEE THE CODES ABOVE"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM taxSummary.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.
