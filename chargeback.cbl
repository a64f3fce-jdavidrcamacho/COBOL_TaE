      * The report files to CHGBACK.DAT through the shared
      * REPORT-WRITER: one line per user with runs, transactions,
      * and charge, then the department totals the cost split needs.
      * The department totals are also filed as data to CHGDEPT.DAT
      * - department and charge per record - which is the cost pool
      * recipAlloc allocates reciprocally across the service
      * departments.
      *
      * When ORGLEVEL.DAT names a rollup level for CHARGEBACK the
      * users' charges are also subtotalled by department, division
      * or business unit (ORG-ROLLUP), grouped by the organization
      * in force on the last day of the range.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chargeback.
           SELECT MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MASTER-STATUS.
           SELECT DEPT-COST-FILE ASSIGN TO "CHGDEPT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DEPT-COST-STATUS.
           SELECT PARM-FILE ASSIGN TO "CHGPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           05 REG-DEPT PIC X(8).
           05 REG-RUN-ID PIC X(13).
           05 REG-LATE PIC X.
           05 REG-CYCLE PIC 9.
       FD  RATES-FILE.
       01  RATES-RECORD.
           05 RTE-PER-RUN PIC 9(5)V99.
           05 MST-NAME PIC X(20).
           05 MST-DEPT PIC X(12).
           05 MST-STATUS PIC X.
           05 MST-TAX-CODE PIC X(4).
       FD  DEPT-COST-FILE.
       01  DEPT-COST-RECORD.
           05 CHD-DEPT PIC X(12).
           05 CHD-CHARGE PIC 9(9)V99.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-FROM-DATE PIC 9(8).
       01 WS-USERACCT-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-DEPT-COST-STATUS PIC XX.
       01 WS-REGISTER-NAME PIC X(40).
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "CHARGEBACK".
       01 WS-RETURN-CODE PIC S9(4).
       COPY ORGPARM.
       PROCEDURE DIVISION.
           CALL "AUTH-GATE" USING WS-AUTH-STATUS WS-PROGRAM-NAME
                 WS-AUTH-USER
              PERFORM METER-ONE-REGISTER
              PERFORM RESOLVE-DEPARTMENTS
              PERFORM WRITE-CHARGEBACK-REPORT
              PERFORM FILE-DEPARTMENT-TOTALS
              DISPLAY "CHARGEBACK COMPLETE - " WS-USER-COUNT
                 " USERS, " WS-DEPT-COUNT " DEPARTMENTS"
              MOVE 0 TO RETURN-CODE
           STRING "RANGE " WS-FROM-DATE " TO " WS-TO-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "I" TO WS-ORG-ACTION
           MOVE WS-PROGRAM-NAME TO WS-ORG-PROGRAM
           CALL "ORG-ROLLUP" USING WS-ORG-PARMS
           PERFORM VARYING WS-USR-IX FROM 1 BY 1
                 UNTIL WS-USR-IX > WS-USER-COUNT
              PERFORM WRITE-ONE-USER
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE "P" TO WS-ORG-ACTION
           MOVE 1 TO WS-ORG-AMOUNT-COUNT
           MOVE "          CHARGE" TO WS-ORG-CAPTION
           MOVE WS-RPT-FILE TO WS-ORG-RPT-FILE
           CALL "ORG-ROLLUP" USING WS-ORG-PARMS
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       FILE-DEPARTMENT-TOTALS.
           OPEN OUTPUT DEPT-COST-FILE
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
                 UNTIL WS-DPT-IX > WS-DEPT-COUNT
              MOVE WS-DPT-NAME(WS-DPT-IX) TO CHD-DEPT
              MOVE WS-DPT-CHARGE(WS-DPT-IX) TO CHD-CHARGE
              WRITE DEPT-COST-RECORD
           END-PERFORM
           CLOSE DEPT-COST-FILE.

       WRITE-ONE-USER.
           COMPUTE WS-CHARGE ROUNDED =
              WS-USR-RUNS(WS-USR-IX) * WS-PER-RUN
              WS-CHARGE-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM ROLL-INTO-DEPARTMENT
           PERFORM ROLL-UP-USER.

      *    The user's department is already resolved, so it is passed
      *    to the organization rollup in place of an account.
       ROLL-UP-USER.
           MOVE "A" TO WS-ORG-ACTION
           MOVE SPACES TO WS-ORG-ACCOUNT
           MOVE WS-USR-DEPT(WS-USR-IX) TO WS-ORG-DEPT
           MOVE WS-TO-DATE TO WS-ORG-DATE
           MOVE WS-USR-ID(WS-USR-IX) TO WS-ORG-MEMBER
           MOVE WS-CHARGE TO WS-ORG-AMOUNT(1)
           MOVE ZERO TO WS-ORG-AMOUNT(2)
           MOVE ZERO TO WS-ORG-AMOUNT(3)
           CALL "ORG-ROLLUP" USING WS-ORG-PARMS.

       ROLL-INTO-DEPARTMENT.
           MOVE 0 TO WS-FOUND-IX
       COPY DATESERV.

       COPY ENVNAME.

       COPY ORGROLL.
