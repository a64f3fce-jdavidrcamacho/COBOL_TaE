      * job master maintenance and job closing
      *    TOPIC:
      *    OPEN A JOB, KEEP ITS ESTIMATE, CLOSE IT OUT TO BILLING
      *****************************************************************
      * jobPost carries each night's job costs onto the job cost
      * ledger JOBLEDG.DAT and reports the open jobs against their
      * estimates; this program keeps the job master those costs
      * are reported against, JOBMAST.DAT, in the same menu-and-
      * whole-table-rewrite style vendorAdmin uses.  One record per
      * job: job number (4), billed account (4), description (30),
      * status (O open, C closed), estimate (nine integer, two
      * implied decimals), opened and closed dates, and - once
      * closed - the final cost and the part of it billed.
      *
      *   L - list the jobs with their cost to date off the ledger;
      *   A - open a job; the account must be open on the account
      *       master ACCTMAST.DAT and the job number not already
      *       used;
      *   U - update an open job's account, description and
      *       estimate;
      *   C - close a job;
      *   X - exit.
      *
      * Closing totals the job's ledger into its final cost and
      * passes the cost to invoicing by posting it to the account
      * ledger ACCTLEDG.DAT, dated the processing date, under the
      * job's account with the matching *ALL grand total and the
      * job's pieces as the transaction count, so the next
      * invoicing run bills it and lists the closed job under the
      * account.  Freight is part of the final cost but not of the
      * posting: freightCalc has already billed it night by night.
      * A job whose account has been closed since it was opened is
      * refused until the account is changed (U).  Under the test
      * environment the ledger is left alone and nothing is billed,
      * the same as the batch posting in adding.cob.
      *
      * Every change is logged to LOGINAUD.DAT in the same
      * date/time/USER=/OUTCOME= line the other masters' changes
      * use.  JOBLEDG.DAT resolves through ENV-RESOLVE-NAME.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobAdmin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JOB-MASTER-STATUS.
           SELECT JOB-LEDGER-FILE ASSIGN TO DYNAMIC WS-JOB-LEDGER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JOB-LEDGER-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MASTER-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "ACCTLEDG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LEDGER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
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
       FD  JOB-LEDGER-FILE.
       01  JOB-LEDGER-RECORD.
           05 JL-DATE PIC 9(8).
           05 JL-JOB PIC 9(4).
           05 JL-ACCOUNT PIC X(4).
           05 JL-SOURCE PIC X.
           05 JL-PIECES PIC 9(5).
           05 JL-COST PIC 9(9)V99.
           05 JL-RUN-ID PIC X(13).
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MST-ACCOUNT PIC X(4).
           05 MST-NAME PIC X(20).
           05 MST-DEPT PIC X(12).
           05 MST-STATUS PIC X.
           05 MST-TAX-CODE PIC X(4).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LEDG-DATE PIC 9(8).
           05 LEDG-ACCOUNT PIC X(4).
           05 LEDG-COUNT PIC 9(5).
           05 LEDG-SIGN PIC X.
           05 LEDG-TOTAL PIC 9(9)V99.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JOB-MASTER-STATUS PIC XX.
       01 WS-JOB-LEDGER-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-JOB-LEDGER-NAME PIC X(40).
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 500 TIMES.
               10 WS-TBL-JOB PIC 9(4).
               10 WS-TBL-ACCOUNT PIC X(4).
               10 WS-TBL-DESCRIPTION PIC X(30).
               10 WS-TBL-STATUS PIC X.
               10 WS-TBL-ESTIMATE PIC 9(9)V99.
               10 WS-TBL-OPEN-DATE PIC 9(8).
               10 WS-TBL-CLOSE-DATE PIC 9(8).
               10 WS-TBL-FINAL-COST PIC 9(9)V99.
               10 WS-TBL-BILLED PIC 9(9)V99.
       01 WS-JOB-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-JOBS PIC 9(4) COMP VALUE 500.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 WS-FUNC-LIST VALUE "L".
           88 WS-FUNC-ADD VALUE "A".
           88 WS-FUNC-UPDATE VALUE "U".
           88 WS-FUNC-CLOSE VALUE "C".
           88 WS-FUNC-EXIT VALUE "X".
       01 WS-JOB-IN PIC X(4).
       01 WS-TARGET-JOB PIC 9(4).
       01 WS-NEW-ACCOUNT PIC X(4).
       01 WS-NEW-DESCRIPTION PIC X(30).
       01 WS-ESTIMATE-IN PIC X(11).
       01 WS-NEW-ESTIMATE PIC 9(9)V99.
       01 WS-FOUND-INDEX PIC 9(4) COMP VALUE 0.
       01 WS-FOUND-SWITCH PIC X.
           88 WS-RECORD-FOUND VALUE "Y".
       01 WS-ACCOUNT-SWITCH PIC X.
           88 WS-ACCOUNT-OPEN VALUE "Y".
       01 WS-TODAY PIC 9(8).
       01 WS-TEST-FLAG PIC X.
           88 WS-TEST-ACTIVE VALUE "Y".
       01 WS-COST-TO-DATE PIC 9(9)V99.
       01 WS-FREIGHT-TO-DATE PIC 9(9)V99.
       01 WS-PIECES-TO-DATE PIC 9(5).
       01 WS-POST-AMOUNT PIC 9(9)V99.
       01 WS-AMOUNT-OUT PIC $$$$,$$$,$$9.99.
       01 WS-AMOUNT-2-OUT PIC $$$$,$$$,$$9.99.
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(40).
       01 WS-CHANGE-COUNT PIC 9(4) VALUE ZERO.
       01 I PIC 9(4) COMP.
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "JOBADMIN".
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
           MOVE "JOBLEDG.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-JOB-LEDGER-NAME
           CALL "GET-PROCESS-DATE" USING WS-TODAY
           CALL "ENV-TEST-STATUS" USING WS-TEST-FLAG
           PERFORM LOAD-JOB-TABLE
           PERFORM UNTIL WS-FUNC-EXIT
              DISPLAY "JOB ADMIN - L LIST, A OPEN JOB, U UPDATE,"
                 " C CLOSE JOB, X EXIT"
              ACCEPT WS-FUNCTION
              EVALUATE TRUE
                 WHEN WS-FUNC-LIST
                    PERFORM LIST-JOBS
                 WHEN WS-FUNC-ADD
                    PERFORM ADD-JOB
                 WHEN WS-FUNC-UPDATE
                    PERFORM UPDATE-JOB
                 WHEN WS-FUNC-CLOSE
                    PERFORM CLOSE-JOB
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN FUNCTION " WS-FUNCTION
              END-EVALUATE
           END-PERFORM
           DISPLAY "JOBADMIN COMPLETE - " WS-CHANGE-COUNT
              " CHANGES APPLIED"
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * LOAD-JOB-TABLE reads the job master whole, and
      * REWRITE-JOB-FILE files it back out in full after a change.
      *****************************************************************
       LOAD-JOB-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-JOB-COUNT
           OPEN INPUT JOB-MASTER-FILE
           IF WS-JOB-MASTER-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ JOB-MASTER-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-JOB-COUNT = WS-MAX-JOBS
                          DISPLAY "JOB TABLE FULL - RECORDS PAST "
                             WS-MAX-JOBS " IGNORED"
                          SET WS-EOF TO TRUE
                       ELSE
                          ADD 1 TO WS-JOB-COUNT
                          MOVE JOB-MASTER-RECORD TO
                             WS-JOB-ENTRY(WS-JOB-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOB-MASTER-FILE
           ELSE
              DISPLAY "JOBMAST.DAT NOT FOUND - STARTING EMPTY"
           END-IF.

       REWRITE-JOB-FILE.
           OPEN OUTPUT JOB-MASTER-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JOB-COUNT
              MOVE WS-JOB-ENTRY(I) TO JOB-MASTER-RECORD
              WRITE JOB-MASTER-RECORD
           END-PERFORM
           CLOSE JOB-MASTER-FILE
           ADD 1 TO WS-CHANGE-COUNT.

       ACCEPT-TARGET-JOB.
           DISPLAY "Job number (4 digits): "
           ACCEPT WS-JOB-IN
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-INDEX
           IF WS-JOB-IN IS NUMERIC
              MOVE WS-JOB-IN TO WS-TARGET-JOB
              PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > WS-JOB-COUNT OR WS-RECORD-FOUND
                 IF WS-TBL-JOB(I) = WS-TARGET-JOB
                    SET WS-RECORD-FOUND TO TRUE
                    MOVE I TO WS-FOUND-INDEX
                 END-IF
              END-PERFORM
           END-IF.

      *    An account is usable when it is on the master and not
      *    closed.
       CHECK-NEW-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ MASTER-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF MST-ACCOUNT = WS-NEW-ACCOUNT
                       AND MST-STATUS NOT = "C"
                       SET WS-ACCOUNT-OPEN TO TRUE
                       SET WS-EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MASTER-STATUS NOT = "35"
              CLOSE MASTER-FILE
           END-IF.

      *****************************************************************
      * SUM-JOB-LEDGER totals the target job's ledger - all costs,
      * the freight among them, and the pieces outside freight.
      *****************************************************************
       SUM-JOB-LEDGER.
           MOVE ZERO TO WS-COST-TO-DATE
           MOVE ZERO TO WS-FREIGHT-TO-DATE
           MOVE ZERO TO WS-PIECES-TO-DATE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT JOB-LEDGER-FILE
           IF WS-JOB-LEDGER-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ JOB-LEDGER-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF JL-JOB = WS-TARGET-JOB
                       ADD JL-COST TO WS-COST-TO-DATE
                       IF JL-SOURCE = "F"
                          ADD JL-COST TO WS-FREIGHT-TO-DATE
                       ELSE
                          ADD JL-PIECES TO WS-PIECES-TO-DATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-JOB-LEDGER-STATUS NOT = "35"
              CLOSE JOB-LEDGER-FILE
           END-IF.

       LIST-JOBS.
           DISPLAY "JOBS ON FILE: " WS-JOB-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JOB-COUNT
              MOVE WS-TBL-JOB(I) TO WS-TARGET-JOB
              MOVE WS-TBL-ESTIMATE(I) TO WS-AMOUNT-2-OUT
              IF WS-TBL-STATUS(I) = "C"
                 MOVE WS-TBL-FINAL-COST(I) TO WS-AMOUNT-OUT
                 DISPLAY WS-TBL-JOB(I) " " WS-TBL-ACCOUNT(I) " "
                    WS-TBL-DESCRIPTION(I) " CLOSED "
                    WS-TBL-CLOSE-DATE(I) " FINAL " WS-AMOUNT-OUT
                    " EST " WS-AMOUNT-2-OUT
              ELSE
                 PERFORM SUM-JOB-LEDGER
                 MOVE WS-COST-TO-DATE TO WS-AMOUNT-OUT
                 DISPLAY WS-TBL-JOB(I) " " WS-TBL-ACCOUNT(I) " "
                    WS-TBL-DESCRIPTION(I) " OPEN   "
                    WS-TBL-OPEN-DATE(I) " TO DATE " WS-AMOUNT-OUT
                    " EST " WS-AMOUNT-2-OUT
              END-IF
           END-PERFORM.

       ADD-JOB.
           PERFORM ACCEPT-TARGET-JOB
           IF WS-JOB-IN IS NOT NUMERIC
              DISPLAY "JOB NUMBER MUST BE FOUR DIGITS"
           ELSE
              IF WS-RECORD-FOUND
                 DISPLAY "JOB " WS-TARGET-JOB " ALREADY ON FILE"
              ELSE
                 IF WS-JOB-COUNT = WS-MAX-JOBS
                    DISPLAY "JOB TABLE FULL - JOB NOT ADDED"
                 ELSE
                    PERFORM ACCEPT-JOB-DETAILS
                    IF WS-ACCOUNT-OPEN AND WS-ESTIMATE-IN IS NUMERIC
                       PERFORM STORE-NEW-JOB
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    Prompts for the account, description and estimate; the
      *    account switch and the estimate digits tell the caller
      *    whether the entry can be used.
       ACCEPT-JOB-DETAILS.
           DISPLAY "Billed account (4 characters): "
           ACCEPT WS-NEW-ACCOUNT
           PERFORM CHECK-NEW-ACCOUNT
           IF WS-ACCOUNT-OPEN
              DISPLAY "Description (30 characters): "
              ACCEPT WS-NEW-DESCRIPTION
              DISPLAY "Estimate (11 digits, 2 decimals implied): "
              ACCEPT WS-ESTIMATE-IN
              IF WS-ESTIMATE-IN IS NUMERIC
                 COMPUTE WS-NEW-ESTIMATE =
                    FUNCTION NUMVAL(WS-ESTIMATE-IN) / 100
              ELSE
                 DISPLAY "ESTIMATE MUST BE ELEVEN DIGITS"
              END-IF
           ELSE
              DISPLAY "ACCOUNT " WS-NEW-ACCOUNT
                 " NOT OPEN ON ACCTMAST.DAT"
           END-IF.

       STORE-NEW-JOB.
           ADD 1 TO WS-JOB-COUNT
           MOVE WS-TARGET-JOB TO WS-TBL-JOB(WS-JOB-COUNT)
           MOVE WS-NEW-ACCOUNT TO WS-TBL-ACCOUNT(WS-JOB-COUNT)
           MOVE WS-NEW-DESCRIPTION TO WS-TBL-DESCRIPTION(WS-JOB-COUNT)
           MOVE "O" TO WS-TBL-STATUS(WS-JOB-COUNT)
           MOVE WS-NEW-ESTIMATE TO WS-TBL-ESTIMATE(WS-JOB-COUNT)
           MOVE WS-TODAY TO WS-TBL-OPEN-DATE(WS-JOB-COUNT)
           MOVE ZERO TO WS-TBL-CLOSE-DATE(WS-JOB-COUNT)
           MOVE ZERO TO WS-TBL-FINAL-COST(WS-JOB-COUNT)
           MOVE ZERO TO WS-TBL-BILLED(WS-JOB-COUNT)
           PERFORM REWRITE-JOB-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "OPEN JOB " WS-TARGET-JOB " ACCT " WS-NEW-ACCOUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM WRITE-ADMIN-AUDIT-ENTRY
           DISPLAY "JOB " WS-TARGET-JOB " OPENED".

       UPDATE-JOB.
           PERFORM ACCEPT-TARGET-JOB
           IF NOT WS-RECORD-FOUND
              DISPLAY "JOB " WS-JOB-IN " NOT ON FILE"
           ELSE
              IF WS-TBL-STATUS(WS-FOUND-INDEX) = "C"
                 DISPLAY "JOB " WS-TARGET-JOB " IS CLOSED"
              ELSE
                 PERFORM ACCEPT-JOB-DETAILS
                 IF WS-ACCOUNT-OPEN AND WS-ESTIMATE-IN IS NUMERIC
                    MOVE WS-NEW-ACCOUNT TO
                       WS-TBL-ACCOUNT(WS-FOUND-INDEX)
                    MOVE WS-NEW-DESCRIPTION TO
                       WS-TBL-DESCRIPTION(WS-FOUND-INDEX)
                    MOVE WS-NEW-ESTIMATE TO
                       WS-TBL-ESTIMATE(WS-FOUND-INDEX)
                    PERFORM REWRITE-JOB-FILE
                    MOVE SPACES TO WS-AUDIT-ACTION
                    STRING "UPDATE JOB " WS-TARGET-JOB
                       DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                    PERFORM WRITE-ADMIN-AUDIT-ENTRY
                    DISPLAY "JOB " WS-TARGET-JOB " UPDATED"
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * CLOSE-JOB fixes the final cost off the ledger and posts the
      * part freight has not already billed to the account ledger.
      *****************************************************************
       CLOSE-JOB.
           PERFORM ACCEPT-TARGET-JOB
           IF NOT WS-RECORD-FOUND
              DISPLAY "JOB " WS-JOB-IN " NOT ON FILE"
           ELSE
              IF WS-TBL-STATUS(WS-FOUND-INDEX) = "C"
                 DISPLAY "JOB " WS-TARGET-JOB " ALREADY CLOSED"
              ELSE
                 MOVE WS-TBL-ACCOUNT(WS-FOUND-INDEX) TO WS-NEW-ACCOUNT
                 PERFORM CHECK-NEW-ACCOUNT
                 IF WS-ACCOUNT-OPEN
                    PERFORM CLOSE-TARGET-JOB
                 ELSE
                    DISPLAY "ACCOUNT " WS-NEW-ACCOUNT " IS NOT OPEN"
                       " - UPDATE THE JOB'S ACCOUNT FIRST"
                 END-IF
              END-IF
           END-IF.

       CLOSE-TARGET-JOB.
           PERFORM SUM-JOB-LEDGER
           COMPUTE WS-POST-AMOUNT =
              WS-COST-TO-DATE - WS-FREIGHT-TO-DATE
           IF WS-PIECES-TO-DATE = ZERO
              MOVE 1 TO WS-PIECES-TO-DATE
           END-IF
           IF WS-POST-AMOUNT > ZERO
              IF WS-TEST-ACTIVE
                 DISPLAY "TEST ENVIRONMENT ACTIVE - LEDGER POSTING"
                    " SKIPPED"
                 MOVE ZERO TO WS-POST-AMOUNT
              ELSE
                 OPEN EXTEND LEDGER-FILE
                 IF WS-LEDGER-STATUS = "35"
                    OPEN OUTPUT LEDGER-FILE
                 END-IF
                 MOVE WS-NEW-ACCOUNT TO LEDG-ACCOUNT
                 PERFORM WRITE-LEDGER-POSTING
                 MOVE "*ALL" TO LEDG-ACCOUNT
                 PERFORM WRITE-LEDGER-POSTING
                 CLOSE LEDGER-FILE
              END-IF
           END-IF
           MOVE "C" TO WS-TBL-STATUS(WS-FOUND-INDEX)
           MOVE WS-TODAY TO WS-TBL-CLOSE-DATE(WS-FOUND-INDEX)
           MOVE WS-COST-TO-DATE TO WS-TBL-FINAL-COST(WS-FOUND-INDEX)
           MOVE WS-POST-AMOUNT TO WS-TBL-BILLED(WS-FOUND-INDEX)
           PERFORM REWRITE-JOB-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CLOSE JOB " WS-TARGET-JOB
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM WRITE-ADMIN-AUDIT-ENTRY
           MOVE WS-COST-TO-DATE TO WS-AMOUNT-OUT
           MOVE WS-POST-AMOUNT TO WS-AMOUNT-2-OUT
           DISPLAY "JOB " WS-TARGET-JOB " CLOSED - FINAL COST "
              WS-AMOUNT-OUT ", BILLED " WS-AMOUNT-2-OUT.

      *    The job's pieces ride as the transaction count, so the
      *    posting is billed - a zero count would mark it a memo.
       WRITE-LEDGER-POSTING.
           MOVE WS-TODAY TO LEDG-DATE
           MOVE WS-PIECES-TO-DATE TO LEDG-COUNT
           MOVE "+" TO LEDG-SIGN
           MOVE WS-POST-AMOUNT TO LEDG-TOTAL
           WRITE LEDGER-RECORD.

      *****************************************************************
      * WRITE-ADMIN-AUDIT-ENTRY appends one timestamped administrative
      * change line to LOGINAUD.DAT, in the same USER=/OUTCOME= shape
      * AUTH-GATE and CredAdmin write, creating the file on first use.
      *****************************************************************
       WRITE-ADMIN-AUDIT-ENTRY.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-AUDIT-DATE " " WS-AUDIT-TIME
              " USER=" WS-AUTH-USER " OUTCOME=ADMIN - "
              WS-AUDIT-ACTION
              DELIMITED BY SIZE
              INTO AUDIT-RECORD
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       END PROGRAM jobAdmin.

       COPY AUTHGATE.

       COPY DATESERV.

       COPY ENVNAME.
