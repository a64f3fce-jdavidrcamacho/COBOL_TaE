      * strings - nothing said what "A140" is, who owns it, or
      * whether it is even a valid code.  ACCTMAST.DAT now carries
      * one record per account - the code, a twenty-byte name, a
      * twelve-byte department, an active/closed status, and the
      * tax code invoicing.cbl taxes the account's invoices under
      * (blank for an account that is not taxed) - maintained here
      * in the same menu-and-whole-table-rewrite style the other
      * masters use:
      *
      *   L - list every account;
      *   A - add or amend an account (name, department and tax
      *       code - a tax code with no rate in force on
      *       TAXCODES.DAT is stored, but flagged so the rate can be
      *       keyed through taxAdmin before the next invoicing);
      *   C - close an account (the batch rejects postings to it);
      *   R - reopen a closed account;
      *   X - exit.
      *
      * Every change lands in LOGINAUD.DAT in the usual audit line.
      *
      * Adds, closes and reopens are refused while the change-freeze
      * calendar has the ACCOUNT master frozen, unless the operator
      * holds an approved emergency change (see FREEZE.CPY).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctAdmin.
           05 MST-NAME PIC X(20).
           05 MST-DEPT PIC X(12).
           05 MST-STATUS PIC X.
           05 MST-TAX-CODE PIC X(4).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

               10 WS-TBL-NAME PIC X(20).
               10 WS-TBL-DEPT PIC X(12).
               10 WS-TBL-STATUS PIC X.
               10 WS-TBL-TAX-CODE PIC X(4).
       01 WS-MASTER-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-MAX-ACCOUNTS PIC 9(3) COMP VALUE 100.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-TARGET-ACCOUNT PIC X(4).
       01 WS-NEW-NAME PIC X(20).
       01 WS-NEW-DEPT PIC X(12).
       01 WS-NEW-TAX-CODE PIC X(4).
       01 WS-TODAY PIC 9(8).
       01 WS-TAX-RATE PIC 9(2)V99.
       01 WS-TAX-STATUS PIC X.
           88 WS-TAX-NOT-FOUND VALUE "N".
       01 WS-FOUND-INDEX PIC 9(3) COMP VALUE 0.
       01 WS-FOUND-SWITCH PIC X.
           88 WS-RECORD-FOUND VALUE "Y".
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(40).
       01 WS-CHANGE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FREEZE-MASTER PIC X(8) VALUE "ACCOUNT".
       01 WS-FREEZE-FUNCTION PIC X(12).
       01 WS-FREEZE-ALLOWED PIC X.
           88 WS-CHANGE-ALLOWED VALUE "Y".
       01 I PIC 9(3) COMP.
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
                 WHEN WS-FUNC-LIST
                    PERFORM LIST-ACCOUNTS
                 WHEN WS-FUNC-ADD
                    MOVE "ADD ACCOUNT" TO WS-FREEZE-FUNCTION
                    PERFORM CHECK-CHANGE-FREEZE
                    IF WS-CHANGE-ALLOWED
                       PERFORM ADD-ACCOUNT
                    END-IF
                 WHEN WS-FUNC-CLOSE
                    MOVE "CLOSE ACCT" TO WS-FREEZE-FUNCTION
                    PERFORM CHECK-CHANGE-FREEZE
                    IF WS-CHANGE-ALLOWED
                       PERFORM CLOSE-ACCOUNT
                    END-IF
                 WHEN WS-FUNC-REOPEN
                    MOVE "REOPEN ACCT" TO WS-FREEZE-FUNCTION
                    PERFORM CHECK-CHANGE-FREEZE
                    IF WS-CHANGE-ALLOWED
                       PERFORM REOPEN-ACCOUNT
                    END-IF
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
                 UNTIL I > WS-MASTER-COUNT
              DISPLAY "  " WS-TBL-ACCOUNT(I) " "
                 WS-TBL-NAME(I) " " WS-TBL-DEPT(I) " "
                 WS-TBL-STATUS(I) " " WS-TBL-TAX-CODE(I)
           END-PERFORM.

       ADD-ACCOUNT.
              ACCEPT WS-NEW-NAME
              DISPLAY "Department (12 characters): "
              ACCEPT WS-NEW-DEPT
              DISPLAY "Tax code (4 characters, blank if not taxed): "
              ACCEPT WS-NEW-TAX-CODE
              IF WS-NEW-TAX-CODE NOT = SPACES
                 ACCEPT WS-TODAY FROM DATE YYYYMMDD
                 CALL "TAX-LOOKUP" USING WS-NEW-TAX-CODE WS-TODAY
                    WS-TAX-RATE WS-TAX-STATUS
                 IF WS-TAX-NOT-FOUND
                    DISPLAY "WARNING - TAX CODE " WS-NEW-TAX-CODE
                       " HAS NO RATE IN FORCE ON TAXCODES.DAT"
                 END-IF
              END-IF
              PERFORM FIND-TARGET-ACCOUNT
              IF NOT WS-RECORD-FOUND
                 IF WS-MASTER-COUNT < WS-MAX-ACCOUNTS
                    WS-TBL-ACCOUNT(WS-FOUND-INDEX)
                 MOVE WS-NEW-NAME TO WS-TBL-NAME(WS-FOUND-INDEX)
                 MOVE WS-NEW-DEPT TO WS-TBL-DEPT(WS-FOUND-INDEX)
                 MOVE WS-NEW-TAX-CODE TO
                    WS-TBL-TAX-CODE(WS-FOUND-INDEX)
                 PERFORM REWRITE-MASTER-FILE
                 MOVE SPACES TO WS-AUDIT-ACTION
                 STRING "ACCOUNT SET " WS-TARGET-ACCOUNT
              DISPLAY "ACCOUNT " WS-TARGET-ACCOUNT " REOPENED"
           END-IF.

      *****************************************************************
      * CHECK-CHANGE-FREEZE asks the freeze calendar whether the
      * change in WS-FREEZE-FUNCTION may be made today; a refusal
      * has already been shown and logged when it comes back N.
      *****************************************************************
       CHECK-CHANGE-FREEZE.
           CALL "FREEZE-CHECK" USING WS-FREEZE-MASTER WS-PROGRAM-NAME
              WS-AUTH-USER WS-FREEZE-FUNCTION WS-FREEZE-ALLOWED.

       WRITE-ADMIN-AUDIT-ENTRY.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
       COPY DATESERV.

       COPY ENVNAME.

       COPY TAXLOOK.

       COPY FREEZE.
