      * month-end account statements
      *    TOPIC:
      *    WHAT EACH COST CENTER OWES, ON ITS OWN STATEMENT
      *****************************************************************
      * Departments used to phone in to ask what they owed and the
      * answer was read off INVREG.DAT by eye.  This month-end step
      * produces one statement per account on the account master
      * (ACCTMAST.DAT - the owner's name and department head each
      * one) for the month named in STMPARM.DAT (YYYYMM), or
      * prompted when that control file is absent:
      *
      *   - the opening balance - every invoice on the invoice
      *     register (INVREG.DAT) dated before the month, less every
      *     receipt the receivables posting (arPosting) filed to
      *     ARHIST.DAT before the month;
      *   - every invoice invoicing.cbl raised in the month, every
      *     credit or debit memo memoPosting.cbl raised against one,
      *     and every receipt applied or left as unapplied credit,
      *     in date order - the memos count with the month's
      *     invoicing;
      *   - the closing balance owed.
      *
      * Invoices count at their gross on the register - tax
      * included where the account is taxed - since that is what
      * the department pays.
      *
      * Each statement files through the shared REPORT-WRITER to
      * its own report, STMT<account>.DAT, so it can travel alone.
      * An account with no opening balance and no activity in the
      * month gets no statement.  The department's package is fed
      * from here too: every statement produced is entered on
      * reportBundle's distribution list (DISTLIST.DAT) under the
      * account's department, when it is not listed already, so the
      * next bundle carries each department its own statements
      * without anyone maintaining the list by hand.  An account
      * with no department on the master is reported and left off
      * the list, and the run ends RETURN-CODE 4.  No account
      * master at all ends RETURN-CODE 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctStatement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MASTER-STATUS.
           SELECT INVOICE-REG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INV-REG-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HISTORY-STATUS.
           SELECT DIST-FILE ASSIGN TO "DISTLIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DIST-STATUS.
           SELECT PARM-FILE ASSIGN TO "STMPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MST-ACCOUNT PIC X(4).
           05 MST-NAME PIC X(20).
           05 MST-DEPT PIC X(12).
           05 MST-STATUS PIC X.
           05 MST-TAX-CODE PIC X(4).
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
       FD  DIST-FILE.
       01  DIST-RECORD.
           05 DST-RECIPIENT PIC X(12).
           05 DST-REPORT PIC X(20).
       FD  PARM-FILE.
       01  PARM-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-INV-REG-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-DIST-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-HISTORY-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-PERIOD PIC 9(6).
       01 WS-PERIOD-START PIC 9(8).

       01 WS-MASTER-TABLE.
           05 WS-MST-ENTRY OCCURS 100 TIMES.
               10 WS-MST-ACCOUNT PIC X(4).
               10 WS-MST-NAME PIC X(20).
               10 WS-MST-DEPT PIC X(12).
       01 WS-MST-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-MST-IX PIC 9(3) COMP.

       01 WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 50 TIMES.
               10 WS-DST-RECIPIENT PIC X(12).
               10 WS-DST-REPORT PIC X(20).
       01 WS-DIST-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-DST-IX PIC 9(2) COMP.
       01 WS-LISTED-SWITCH PIC X.
           88 WS-ALREADY-LISTED VALUE "Y".
       01 WS-LISTED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-UNLISTED-COUNT PIC 9(3) VALUE ZERO.

       01 WS-ENTRY-TABLE.
           05 WS-ENTRY OCCURS 500 TIMES.
               10 WS-ENT-DATE PIC 9(8).
               10 WS-ENT-TYPE PIC X.
               10 WS-ENT-REFERENCE PIC 9(6).
               10 WS-ENT-AMOUNT PIC S9(9)V99.
       01 WS-ENTRY-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-ENT-IX PIC 9(3) COMP.
       01 WS-ENT-JX PIC 9(3) COMP.
       01 WS-SWAP-ENTRY.
           05 WS-SWP-DATE PIC 9(8).
           05 WS-SWP-TYPE PIC X.
           05 WS-SWP-REFERENCE PIC 9(6).
           05 WS-SWP-AMOUNT PIC S9(9)V99.
       01 WS-SIGNED-AMOUNT PIC S9(9)V99.
       01 WS-OPENING-BALANCE PIC S9(11)V99.
       01 WS-RUNNING-BALANCE PIC S9(11)V99.
       01 WS-MONTH-INVOICED PIC S9(11)V99.
       01 WS-MONTH-RECEIVED PIC S9(11)V99.
       01 WS-STATEMENT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ENTRY-TEXT PIC X(30).
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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "ACCTSTATEMENT".
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
           PERFORM OBTAIN-STATEMENT-PERIOD
           PERFORM LOAD-ACCOUNT-MASTER
           IF WS-MST-COUNT = ZERO
              DISPLAY "ACCTMAST.DAT NOT ON FILE OR EMPTY -"
                 " NO STATEMENTS PRODUCED"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "ARHIST.DAT" TO WS-LOGICAL-NAME
              CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
                 WS-HISTORY-NAME
              PERFORM LOAD-DISTRIBUTION-LIST
              PERFORM VARYING WS-MST-IX FROM 1 BY 1
                    UNTIL WS-MST-IX > WS-MST-COUNT
                 PERFORM PRODUCE-ONE-STATEMENT
              END-PERFORM
              DISPLAY "STATEMENTS COMPLETE - " WS-STATEMENT-COUNT
                 " STATEMENTS FOR " WS-PERIOD ", " WS-LISTED-COUNT
                 " NEWLY DISTRIBUTED"
              IF WS-UNLISTED-COUNT > ZERO
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

       OBTAIN-STATEMENT-PERIOD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE INTO WS-PERIOD
              CLOSE PARM-FILE
           ELSE
              DISPLAY "Enter statement month (YYYYMM)"
              ACCEPT WS-PERIOD
           END-IF
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1.

       LOAD-ACCOUNT-MASTER.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-MST-COUNT
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ MASTER-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-MST-COUNT < 100
                       ADD 1 TO WS-MST-COUNT
                       MOVE MST-ACCOUNT TO WS-MST-ACCOUNT(WS-MST-COUNT)
                       MOVE MST-NAME TO WS-MST-NAME(WS-MST-COUNT)
                       MOVE MST-DEPT TO WS-MST-DEPT(WS-MST-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MASTER-STATUS NOT = "35"
              CLOSE MASTER-FILE
           END-IF.

       LOAD-DISTRIBUTION-LIST.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-DIST-COUNT
           OPEN INPUT DIST-FILE
           IF WS-DIST-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ DIST-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-DIST-COUNT < 50
                       ADD 1 TO WS-DIST-COUNT
                       MOVE DST-RECIPIENT TO
                          WS-DST-RECIPIENT(WS-DIST-COUNT)
                       MOVE DST-REPORT TO
                          WS-DST-REPORT(WS-DIST-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-DIST-STATUS NOT = "35"
              CLOSE DIST-FILE
           END-IF.

      *****************************************************************
      * PRODUCE-ONE-STATEMENT gathers one account's opening balance
      * and the month's entries, and files its statement when there
      * is anything to say.
      *****************************************************************
       PRODUCE-ONE-STATEMENT.
           MOVE ZERO TO WS-OPENING-BALANCE
           MOVE 0 TO WS-ENTRY-COUNT
           PERFORM GATHER-INVOICES
           PERFORM GATHER-RECEIPTS
           IF WS-OPENING-BALANCE NOT = ZERO OR WS-ENTRY-COUNT > 0
              PERFORM SORT-ENTRIES
              PERFORM WRITE-STATEMENT
              PERFORM ENTER-ON-DISTRIBUTION
           END-IF.

       GATHER-INVOICES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT INVOICE-REG-FILE
           IF WS-INV-REG-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ INVOICE-REG-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    PERFORM TAKE-INVOICE-GROSS
                    IF INV-REG-ACCOUNT = WS-MST-ACCOUNT(WS-MST-IX)
                       IF INV-REG-SIGN = "-"
                          COMPUTE WS-SIGNED-AMOUNT =
                             ZERO - INV-REG-AMOUNT
                       ELSE
                          MOVE INV-REG-AMOUNT TO WS-SIGNED-AMOUNT
                       END-IF
                       IF INV-REG-DATE < WS-PERIOD-START
                          ADD WS-SIGNED-AMOUNT TO WS-OPENING-BALANCE
                       ELSE
                          IF INV-REG-DATE(1:6) = WS-PERIOD
                             MOVE "I" TO WS-SWP-TYPE
                             MOVE INV-REG-DATE TO WS-SWP-DATE
                             MOVE INV-REG-NUMBER TO WS-SWP-REFERENCE
                             MOVE WS-SIGNED-AMOUNT TO WS-SWP-AMOUNT
                             PERFORM ADD-STATEMENT-ENTRY
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-INV-REG-STATUS NOT = "35"
              CLOSE INVOICE-REG-FILE
           END-IF.
      *    What the account owes on an invoice is its gross - net
      *    plus tax; a register record written before invoices
      *    carried tax holds the net alone, and that is the amount.
       TAKE-INVOICE-GROSS.
           IF INV-REG-GROSS IS NUMERIC
              MOVE INV-REG-GROSS-SIGN TO INV-REG-SIGN
              MOVE INV-REG-GROSS TO INV-REG-AMOUNT
           END-IF.


      *    Receipts - applied (R) or left as unapplied credit (U) -
      *    reduce what the account owes.
       GATHER-RECEIPTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ HISTORY-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF ARH-ACCOUNT = WS-MST-ACCOUNT(WS-MST-IX)
                       PERFORM TAKE-HISTORY-RECORD
                    END-IF
              END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS NOT = "35"
              CLOSE HISTORY-FILE
           END-IF.

       TAKE-HISTORY-RECORD.
           IF ARH-SIGN = "-"
              MOVE ARH-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
              COMPUTE WS-SIGNED-AMOUNT = ZERO - ARH-AMOUNT
           END-IF
      *    a debit memo is the one history entry that adds to the
      *    amount owed
           IF ARH-TYPE = "D"
              COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-SIGNED-AMOUNT
           END-IF
           IF ARH-DATE < WS-PERIOD-START
              ADD WS-SIGNED-AMOUNT TO WS-OPENING-BALANCE
           ELSE
              IF ARH-DATE(1:6) = WS-PERIOD
                 MOVE ARH-TYPE TO WS-SWP-TYPE
                 MOVE ARH-DATE TO WS-SWP-DATE
                 MOVE ARH-INVOICE TO WS-SWP-REFERENCE
                 MOVE WS-SIGNED-AMOUNT TO WS-SWP-AMOUNT
                 PERFORM ADD-STATEMENT-ENTRY
              END-IF
           END-IF.

       ADD-STATEMENT-ENTRY.
           IF WS-ENTRY-COUNT < 500
              ADD 1 TO WS-ENTRY-COUNT
              MOVE WS-SWAP-ENTRY TO WS-ENTRY(WS-ENTRY-COUNT)
           ELSE
              DISPLAY "STATEMENT ENTRY TABLE FULL - ACCOUNT "
                 WS-MST-ACCOUNT(WS-MST-IX) " ENTRY NOT LISTED"
           END-IF.

      *    A plain exchange sort puts the month's entries in date
      *    order; a statement rarely runs to more than a few dozen.
       SORT-ENTRIES.
           PERFORM VARYING WS-ENT-IX FROM 1 BY 1
                 UNTIL WS-ENT-IX >= WS-ENTRY-COUNT
              PERFORM VARYING WS-ENT-JX FROM WS-ENT-IX BY 1
                    UNTIL WS-ENT-JX > WS-ENTRY-COUNT
                 IF WS-ENT-DATE(WS-ENT-JX) < WS-ENT-DATE(WS-ENT-IX)
                    MOVE WS-ENTRY(WS-ENT-IX) TO WS-SWAP-ENTRY
                    MOVE WS-ENTRY(WS-ENT-JX) TO WS-ENTRY(WS-ENT-IX)
                    MOVE WS-SWAP-ENTRY TO WS-ENTRY(WS-ENT-JX)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *****************************************************************
      * WRITE-STATEMENT files the account's statement: heading,
      * opening balance, the month's entries with a running balance,
      * and the closing balance owed.
      *****************************************************************
       WRITE-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE ZERO TO WS-MONTH-INVOICED
           MOVE ZERO TO WS-MONTH-RECEIVED
           MOVE "O" TO WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-FILE
           STRING "STMT" WS-MST-ACCOUNT(WS-MST-IX) ".DAT"
              DELIMITED BY SIZE INTO WS-RPT-FILE
           MOVE SPACES TO WS-RPT-TITLE
           STRING "ACCOUNT STATEMENT " WS-MST-ACCOUNT(WS-MST-IX)
              " FOR " WS-PERIOD
              DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE "DATE     / ENTRY / REFERENCE / AMOUNT / BALANCE" TO
              WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCOUNT " WS-MST-ACCOUNT(WS-MST-IX) " "
              WS-MST-NAME(WS-MST-IX) " - DEPARTMENT "
              WS-MST-DEPT(WS-MST-IX)
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OPENING-BALANCE TO WS-AMOUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-PERIOD-START " OPENING BALANCE"
              "                          " WS-AMOUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           PERFORM VARYING WS-ENT-IX FROM 1 BY 1
                 UNTIL WS-ENT-IX > WS-ENTRY-COUNT
              PERFORM WRITE-STATEMENT-ENTRY
           END-PERFORM
           MOVE WS-MONTH-INVOICED TO WS-AMOUNT-OUT
           MOVE WS-MONTH-RECEIVED TO WS-AMOUNT-OUT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "MONTH - INVOICED " WS-AMOUNT-OUT
              "  RECEIVED AND ADJUSTED " WS-AMOUNT-OUT-2
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RUNNING-BALANCE TO WS-AMOUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "CLOSING BALANCE OWED " WS-AMOUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-STATEMENT-ENTRY.
           ADD WS-ENT-AMOUNT(WS-ENT-IX) TO WS-RUNNING-BALANCE
           EVALUATE WS-ENT-TYPE(WS-ENT-IX)
              WHEN "I"
                 MOVE "INVOICE" TO WS-ENTRY-TEXT
                 ADD WS-ENT-AMOUNT(WS-ENT-IX) TO WS-MONTH-INVOICED
              WHEN "R"
                 MOVE "RECEIPT APPLIED TO INVOICE" TO WS-ENTRY-TEXT
                 SUBTRACT WS-ENT-AMOUNT(WS-ENT-IX) FROM
                    WS-MONTH-RECEIVED
              WHEN "U"
                 MOVE "RECEIPT HELD AS CREDIT, INV" TO WS-ENTRY-TEXT
                 SUBTRACT WS-ENT-AMOUNT(WS-ENT-IX) FROM
                    WS-MONTH-RECEIVED
              WHEN "C"
                 MOVE "CREDIT MEMO AGAINST INVOICE" TO WS-ENTRY-TEXT
                 ADD WS-ENT-AMOUNT(WS-ENT-IX) TO WS-MONTH-INVOICED
              WHEN "D"
                 MOVE "DEBIT MEMO AGAINST INVOICE" TO WS-ENTRY-TEXT
                 ADD WS-ENT-AMOUNT(WS-ENT-IX) TO WS-MONTH-INVOICED
              WHEN OTHER
                 MOVE "ADJUSTMENT TO INVOICE" TO WS-ENTRY-TEXT
                 SUBTRACT WS-ENT-AMOUNT(WS-ENT-IX) FROM
                    WS-MONTH-RECEIVED
           END-EVALUATE
           MOVE WS-ENT-AMOUNT(WS-ENT-IX) TO WS-AMOUNT-OUT
           MOVE WS-RUNNING-BALANCE TO WS-AMOUNT-OUT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-ENT-DATE(WS-ENT-IX) " " WS-ENTRY-TEXT " "
              WS-ENT-REFERENCE(WS-ENT-IX) " " WS-AMOUNT-OUT " "
              WS-AMOUNT-OUT-2
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * ENTER-ON-DISTRIBUTION lists the statement on DISTLIST.DAT
      * under the account's department, once - the statement file
      * name is the same every month, so the entry made the first
      * month serves every month after.
      *****************************************************************
       ENTER-ON-DISTRIBUTION.
           IF WS-MST-DEPT(WS-MST-IX) = SPACES
              ADD 1 TO WS-UNLISTED-COUNT
              DISPLAY "ACCOUNT " WS-MST-ACCOUNT(WS-MST-IX)
                 " HAS NO DEPARTMENT - STATEMENT NOT DISTRIBUTED"
           ELSE
              MOVE "N" TO WS-LISTED-SWITCH
              PERFORM VARYING WS-DST-IX FROM 1 BY 1
                    UNTIL WS-DST-IX > WS-DIST-COUNT
                 IF WS-DST-RECIPIENT(WS-DST-IX) =
                    WS-MST-DEPT(WS-MST-IX)
                    AND WS-DST-REPORT(WS-DST-IX) = WS-RPT-FILE
                    SET WS-ALREADY-LISTED TO TRUE
                    MOVE WS-DIST-COUNT TO WS-DST-IX
                 END-IF
              END-PERFORM
              IF NOT WS-ALREADY-LISTED
                 PERFORM ADD-DISTRIBUTION-ENTRY
              END-IF
           END-IF.

       ADD-DISTRIBUTION-ENTRY.
           IF WS-DIST-COUNT < 50
              ADD 1 TO WS-DIST-COUNT
              MOVE WS-MST-DEPT(WS-MST-IX) TO
                 WS-DST-RECIPIENT(WS-DIST-COUNT)
              MOVE WS-RPT-FILE TO WS-DST-REPORT(WS-DIST-COUNT)
              OPEN EXTEND DIST-FILE
              IF WS-DIST-STATUS = "35"
                 OPEN OUTPUT DIST-FILE
              END-IF
              MOVE WS-DIST-ENTRY(WS-DIST-COUNT) TO DIST-RECORD
              WRITE DIST-RECORD
              CLOSE DIST-FILE
              ADD 1 TO WS-LISTED-COUNT
           ELSE
              ADD 1 TO WS-UNLISTED-COUNT
              DISPLAY "DISTLIST.DAT FULL - " WS-RPT-FILE
                 " NOT DISTRIBUTED"
           END-IF.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM acctStatement.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.
