      * posted for the same dates.  An out-of-proof ledger leaves
      * RETURN-CODE 4; the report files to TRIALBAL.DAT through the
      * shared REPORT-WRITER.
      *
      * When ORGLEVEL.DAT names a rollup level for TRIALBALANCE the
      * accounts' activity is also subtotalled by department,
      * division or business unit (ORG-ROLLUP), each posting grouped
      * by the organization in force on its own date, so a
      * department that moved divisions mid-range splits at the
      * move.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. trialBalance.
           05 MST-NAME PIC X(20).
           05 MST-DEPT PIC X(12).
           05 MST-STATUS PIC X.
           05 MST-TAX-CODE PIC X(4).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-FROM-DATE PIC 9(8).
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "TRIALBALANCE".
       01 WS-RETURN-CODE PIC S9(4).
       COPY ORGPARM.
       PROCEDURE DIVISION.
           CALL "AUTH-GATE" USING WS-AUTH-STATUS WS-PROGRAM-NAME
                 WS-AUTH-USER
           STRING "PERIOD " WS-FROM-DATE " TO " WS-TO-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "I" TO WS-ORG-ACTION
           MOVE WS-PROGRAM-NAME TO WS-ORG-PROGRAM
           CALL "ORG-ROLLUP" USING WS-ORG-PARMS
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                 UNTIL WS-ACCT-IX > WS-ACCT-COUNT
              PERFORM WRITE-ONE-ACCOUNT-BLOCK
           END-PERFORM
           MOVE "P" TO WS-ORG-ACTION
           MOVE 1 TO WS-ORG-AMOUNT-COUNT
           MOVE "        ACTIVITY" TO WS-ORG-CAPTION
           MOVE WS-RPT-FILE TO WS-ORG-RPT-FILE
           CALL "ORG-ROLLUP" USING WS-ORG-PARMS
           PERFORM WRITE-PROOF-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE

       WRITE-ONE-ACCOUNT-BLOCK.
           MOVE ZERO TO WS-RUNNING
           MOVE WS-ACCT-CODE(WS-ACCT-IX) TO WS-LOOKUP-ACCOUNT
           PERFORM GET-ACCOUNT-NAME
           PERFORM VARYING WS-PST-IX FROM 1 BY 1
                 UNTIL WS-PST-IX > WS-POST-COUNT
              IF WS-PST-ACCOUNT(WS-PST-IX) =
                    WS-AMOUNT-OUT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
                 PERFORM ROLL-UP-POSTING
              END-IF
           END-PERFORM
           ADD WS-RUNNING TO WS-ACTIVITY-TOTAL
           MOVE WS-RUNNING TO WS-AMOUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-ACCT-CODE(WS-ACCT-IX) " " WS-ACCT-NAME-OUT
              " PERIOD ACTIVITY AND BALANCE " WS-AMOUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    Each posting goes to the organization rollup on its own
      *    date; ORG-ROLLUP ignores it when no level is asked for.
       ROLL-UP-POSTING.
           MOVE "A" TO WS-ORG-ACTION
           MOVE WS-ACCT-CODE(WS-ACCT-IX) TO WS-ORG-ACCOUNT
           MOVE WS-PST-DATE(WS-PST-IX) TO WS-ORG-DATE
           MOVE SPACES TO WS-ORG-MEMBER
           STRING WS-ACCT-CODE(WS-ACCT-IX) " " WS-ACCT-NAME-OUT
              DELIMITED BY SIZE INTO WS-ORG-MEMBER
           MOVE WS-PST-AMOUNT(WS-PST-IX) TO WS-ORG-AMOUNT(1)
           MOVE ZERO TO WS-ORG-AMOUNT(2)
           MOVE ZERO TO WS-ORG-AMOUNT(3)
           CALL "ORG-ROLLUP" USING WS-ORG-PARMS.

       WRITE-PROOF-LINE.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-ACTIVITY-TOTAL = WS-GRAND-POSTED
       COPY DATESERV.

       COPY ENVNAME.

       COPY ORGROLL.
