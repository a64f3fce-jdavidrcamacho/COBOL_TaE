      * date/time/USER=/OUTCOME= line CredAdmin's administrative
      * changes use, so the audit trail can prove which rate was in
      * force and who put it there.
      *
      * Adds and deletes are refused while the change-freeze
      * calendar has the RATES master frozen, unless the operator
      * holds an approved emergency change (see FREEZE.CPY).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rateAdmin.
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(40).
       01 WS-CHANGE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FREEZE-MASTER PIC X(8) VALUE "RATES".
       01 WS-FREEZE-FUNCTION PIC X(12).
       01 WS-FREEZE-ALLOWED PIC X.
           88 WS-CHANGE-ALLOWED VALUE "Y".
       01 I PIC 9(4) COMP.
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
                 WHEN WS-FUNC-LIST
                    PERFORM LIST-RATES
                 WHEN WS-FUNC-ADD
                    MOVE "ADD RATE" TO WS-FREEZE-FUNCTION
                    PERFORM CHECK-CHANGE-FREEZE
                    IF WS-CHANGE-ALLOWED
                       PERFORM ADD-RATE
                    END-IF
                 WHEN WS-FUNC-DELETE
                    MOVE "DELETE RATE" TO WS-FREEZE-FUNCTION
                    PERFORM CHECK-CHANGE-FREEZE
                    IF WS-CHANGE-ALLOWED
                       PERFORM DELETE-RATE
                    END-IF
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
              DISPLAY "DATE MUST BE YYYYMMDD"
           END-IF.

      *****************************************************************
      * CHECK-CHANGE-FREEZE asks the freeze calendar whether the
      * change in WS-FREEZE-FUNCTION may be made today; a refusal
      * has already been shown and logged when it comes back N.
      *****************************************************************
       CHECK-CHANGE-FREEZE.
           CALL "FREEZE-CHECK" USING WS-FREEZE-MASTER WS-PROGRAM-NAME
              WS-AUTH-USER WS-FREEZE-FUNCTION WS-FREEZE-ALLOWED.

      *****************************************************************
      * WRITE-ADMIN-AUDIT-ENTRY appends one timestamped administrative
      * change line to LOGINAUD.DAT, in the same USER=/OUTCOME= shape
       COPY DATESERV.

       COPY ENVNAME.

       COPY FREEZE.
