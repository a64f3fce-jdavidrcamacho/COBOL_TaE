      *
      * Every change lands in LOGINAUD.DAT in the usual
      * date/time/USER=/OUTCOME= audit line.
      *
      * Adds and deletes are refused while the change-freeze
      * calendar has the BUDGET master frozen, unless the operator
      * holds an approved emergency change (see FREEZE.CPY).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. budgetAdmin.
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(40).
       01 WS-CHANGE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FREEZE-MASTER PIC X(8) VALUE "BUDGET".
       01 WS-FREEZE-FUNCTION PIC X(12).
       01 WS-FREEZE-ALLOWED PIC X.
           88 WS-CHANGE-ALLOWED VALUE "Y".
       01 I PIC 9(4) COMP.
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
                 WHEN WS-FUNC-LIST
                    PERFORM LIST-BUDGETS
                 WHEN WS-FUNC-ADD
                    MOVE "ADD BUDGET" TO WS-FREEZE-FUNCTION
                    PERFORM CHECK-CHANGE-FREEZE
                    IF WS-CHANGE-ALLOWED
                       PERFORM ADD-BUDGET
                    END-IF
                 WHEN WS-FUNC-DELETE
                    MOVE "DELETE BUDG" TO WS-FREEZE-FUNCTION
                    PERFORM CHECK-CHANGE-FREEZE
                    IF WS-CHANGE-ALLOWED
                       PERFORM DELETE-BUDGET
                    END-IF
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
              DISPLAY "PERIOD MUST BE YYYYMM"
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

       COPY FREEZE.
