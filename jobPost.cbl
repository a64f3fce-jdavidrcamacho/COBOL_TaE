      * nightly job cost posting and work-in-progress report
      *    TOPIC:
      *    JOB COSTS CARRIED ACROSS NIGHTS, AGAINST THE ESTIMATE
      *****************************************************************
      * AreaBatchDriver totals a job's pieces within the night's deck
      * and VolumeBatchDriver prices its serials, but a job that runs
      * over several nights was costed by adding up the printed
      * reports.  This program carries the nights forward instead:
      * each night's job costs are posted to the job cost ledger
      * JOBLEDG.DAT, and the work-in-progress report is drawn from
      * the whole ledger against the job master JOBMAST.DAT that
      * jobAdmin maintains.
      *
      * For the posting date four kinds of cost are gathered, each
      * job's costs totalled per kind:
      *
      *   A - area work: every AREABATCH result on SUITERES.DAT that
      *       carries a job stamp (result positions 41-61 - job,
      *       account, material, rate used) is costed at its area
      *       times the rate the piece was priced at;
      *   V - volume work: every VOLBATCH result with a job number
      *       (result positions 21-30) is costed at the extended
      *       cost VolumeBatchDriver filed with it;
      *   F - freight: each job's charge for the date on the freight
      *       history FRTHIST.DAT (freightCalc);
      *   M - direct material: the material issued to jobs, keyed to
      *       JOBMATL.DAT - issue date, job (4), material code (8),
      *       quantity (seven integer, three implied decimals) and a
      *       reference (20) - priced at the material's rate in force
      *       on the issue date off MATRATES.DAT (RATE-LOOKUP).
      *
      * Each job and kind becomes one ledger record - posting date,
      * job, account, kind, pieces, cost and run id.  The account is
      * the job master's; for a job not on the master it is the one
      * the work carried.  Costs are posted even when they cannot be
      * placed cleanly, so nothing is lost, but a job not on the
      * master (JOBNOMST), a job already closed (JOBCLOSD) and an
      * issued material with no rate in force (JOBNORT, costed at
      * nothing) are each filed to EXCFILE.DAT (W severity) and end
      * the run RETURN-CODE 4.
      *
      * The work-in-progress report (JOBWIP.RPT, through the shared
      * REPORT-WRITER) then lists every open job on the master -
      * account, description, the cost to date by kind and in
      * total, the estimate and the percentage of it used - and the
      * totals.  A job whose cost to date has run past its estimate
      * is flagged OVER ESTIMATE and filed (JOBOVER, W severity,
      * RETURN-CODE 4) so the estimators hear of it while the job
      * is still open.
      *
      * The posting date comes from JOBPARM.DAT when present,
      * otherwise the processing date; a date already on the job
      * cost ledger is refused (RETURN-CODE 8) so a rerun cannot
      * cost the night twice.  SUITERES.DAT, FRTHIST.DAT and
      * JOBLEDG.DAT resolve through ENV-RESOLVE-NAME.  Run it after
      * freightCalc so the night's freight is on the history.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobPost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-RESULT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RESULT-STATUS.
           SELECT FREIGHT-FILE ASSIGN TO DYNAMIC WS-FREIGHT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FREIGHT-STATUS.
           SELECT ISSUE-FILE ASSIGN TO "JOBMATL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ISSUE-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JOB-MASTER-STATUS.
           SELECT JOB-LEDGER-FILE ASSIGN TO DYNAMIC WS-JOB-LEDGER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JOB-LEDGER-STATUS.
           SELECT PARM-FILE ASSIGN TO "JOBPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05 RES-PRODUCER PIC X(12).
           05 RES-DATE PIC 9(8).
           05 RES-SERIAL PIC 9(6).
           05 RES-OPCODE PIC X(9).
           05 RES-SCALE PIC 9.
           05 RES-OPERAND-1 PIC X(12).
           05 RES-OPERAND-2 PIC X(12).
           05 RES-OPERAND-3 PIC X(12).
           05 RES-COST-SCALE PIC 9.
           05 RES-COST PIC X(12).
           05 RES-RESULT PIC X(200).
           05 RES-CYCLE PIC 9.
       FD  FREIGHT-FILE.
       01  FREIGHT-RECORD.
           05 FRH-DATE PIC 9(8).
           05 FRH-JOB PIC 9(4).
           05 FRH-ACCOUNT PIC X(4).
           05 FRH-ZONE PIC X(2).
           05 FRH-SERIALS PIC 9(5).
           05 FRH-WEIGHT PIC 9(9)V999.
           05 FRH-CHARGE PIC 9(7)V99.
           05 FRH-POSTED PIC X.
           05 FRH-RUN-ID PIC X(13).
       FD  ISSUE-FILE.
       01  ISSUE-RECORD.
           05 ISS-DATE PIC 9(8).
           05 ISS-JOB PIC 9(4).
           05 ISS-MATERIAL PIC X(8).
           05 ISS-QUANTITY PIC 9(7)V999.
           05 ISS-REFERENCE PIC X(20).
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
       FD  PARM-FILE.
       01  PARM-RECORD PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-FREIGHT-STATUS PIC XX.
       01 WS-ISSUE-STATUS PIC XX.
       01 WS-JOB-MASTER-STATUS PIC XX.
       01 WS-JOB-LEDGER-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-RESULT-NAME PIC X(40).
       01 WS-FREIGHT-NAME PIC X(40).
       01 WS-JOB-LEDGER-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-POSTING-DATE PIC 9(8).
       01 WS-RUN-ID PIC X(13).
       01 WS-POSTED-SWITCH PIC X VALUE "N".
           88 WS-ALREADY-POSTED VALUE "Y".
       01 WS-WARNING-SWITCH PIC X VALUE "N".
           88 WS-JOB-WARNING VALUE "Y".

       01 WS-MASTER-TABLE.
           05 WS-JM-ENTRY OCCURS 500 TIMES.
               10 WS-JM-JOB PIC 9(4).
               10 WS-JM-ACCOUNT PIC X(4).
               10 WS-JM-DESCRIPTION PIC X(30).
               10 WS-JM-STATUS PIC X.
               10 WS-JM-ESTIMATE PIC 9(9)V99.
               10 WS-JM-AREA-COST PIC 9(9)V99.
               10 WS-JM-VOLUME-COST PIC 9(9)V99.
               10 WS-JM-FREIGHT-COST PIC 9(9)V99.
               10 WS-JM-MATERIAL-COST PIC 9(9)V99.
       01 WS-JM-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-JM-IX PIC 9(4) COMP.
       01 WS-FOUND-JM PIC 9(4) COMP.

       01 WS-POST-TABLE.
           05 WS-PST-ENTRY OCCURS 800 TIMES.
               10 WS-PST-JOB PIC 9(4).
               10 WS-PST-ACCOUNT PIC X(4).
               10 WS-PST-SOURCE PIC X.
               10 WS-PST-PIECES PIC 9(5).
               10 WS-PST-COST PIC 9(9)V99.
       01 WS-PST-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-PST-IX PIC 9(4) COMP.
       01 WS-FOUND-PST PIC 9(4) COMP.

       01 WS-CUR-JOB PIC 9(4).
       01 WS-CUR-ACCOUNT PIC X(4).
       01 WS-CUR-SOURCE PIC X.
       01 WS-CUR-PIECES PIC 9(5).
       01 WS-CUR-COST PIC 9(9)V99.
       01 WS-RATE-PACK PIC 9(3)V99.
       01 WS-RATE-PACK-X REDEFINES WS-RATE-PACK PIC X(5).
       01 WS-COST-PACK PIC 9(9)V999.
       01 WS-COST-PACK-X REDEFINES WS-COST-PACK PIC X(12).
       01 WS-AREA-VALUE PIC 9(9)V9(6).
       01 WS-DIVISOR PIC 9(10) COMP.
       01 WS-SCALE-I PIC 9 COMP.
       01 WS-ISSUE-MATERIAL PIC X(8).
       01 WS-ISSUE-RATE PIC 9(3)V99.
       01 WS-RATE-STATUS PIC X.
           88 WS-RATE-NOT-FOUND VALUE "N".

       01 WS-NIGHT-COST PIC 9(9)V99 VALUE ZERO.
       01 WS-JOB-TOTAL PIC 9(9)V99.
       01 WS-PERCENT PIC 9(5).
       01 WS-OPEN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OVER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-ESTIMATE PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-TO-DATE PIC 9(11)V99 VALUE ZERO.
       01 WS-AMOUNT-OUT PIC $$$$,$$$,$$9.99.
       01 WS-AMOUNT-2-OUT PIC $$$$,$$$,$$9.99.
       01 WS-AREA-OUT PIC ZZZZZZZZ9.99.
       01 WS-VOLUME-OUT PIC ZZZZZZZZ9.99.
       01 WS-FREIGHT-OUT PIC ZZZZZZZZ9.99.
       01 WS-MATERIAL-OUT PIC ZZZZZZZZ9.99.
       01 WS-PERCENT-OUT PIC ZZZZ9.
       01 WS-COUNT-OUT PIC ZZZ9.

       01 WS-EXC-SEVERITY PIC X.
       01 WS-EXC-REASON PIC X(8).
       01 WS-EXC-DETAIL PIC X(40).
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "JOBPOST".
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
           PERFORM OBTAIN-POSTING-DATE
           PERFORM RESOLVE-FILE-NAMES
           PERFORM CHECK-ALREADY-POSTED
           IF WS-ALREADY-POSTED
              DISPLAY "JOB COSTS FOR " WS-POSTING-DATE
                 " ALREADY POSTED - RUN REFUSED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM LOAD-JOB-MASTER
              PERFORM GATHER-RESULT-COSTS
              PERFORM GATHER-FREIGHT-COSTS
              PERFORM GATHER-MATERIAL-ISSUES
              PERFORM POST-JOB-COSTS
              PERFORM ACCUMULATE-COST-TO-DATE
              PERFORM WRITE-WIP-REPORT
              MOVE WS-NIGHT-COST TO WS-AMOUNT-OUT
              DISPLAY "JOBPOST COMPLETE - " WS-PST-COUNT
                 " POSTINGS, " WS-AMOUNT-OUT " FOR " WS-POSTING-DATE
              IF WS-JOB-WARNING
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

       OBTAIN-POSTING-DATE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE INTO WS-POSTING-DATE
              CLOSE PARM-FILE
           ELSE
              CALL "GET-PROCESS-DATE" USING WS-POSTING-DATE
           END-IF
           CALL "GET-RUN-ID" USING WS-RUN-ID.

       RESOLVE-FILE-NAMES.
           MOVE "SUITERES.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-RESULT-NAME
           MOVE "FRTHIST.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-FREIGHT-NAME
           MOVE "JOBLEDG.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-JOB-LEDGER-NAME.

      *****************************************************************
      * CHECK-ALREADY-POSTED refuses a second costing of the same
      * night: any ledger record under the posting date means the
      * night's job costs are on file already.
      *****************************************************************
       CHECK-ALREADY-POSTED.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT JOB-LEDGER-FILE
           IF WS-JOB-LEDGER-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ JOB-LEDGER-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF JL-DATE = WS-POSTING-DATE
                       SET WS-ALREADY-POSTED TO TRUE
                       SET WS-EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-JOB-LEDGER-STATUS NOT = "35"
              CLOSE JOB-LEDGER-FILE
           END-IF.

       LOAD-JOB-MASTER.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT JOB-MASTER-FILE
           IF WS-JOB-MASTER-STATUS NOT = "00"
              DISPLAY "JOBMAST.DAT NOT ON FILE"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ JOB-MASTER-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-JM-COUNT < 500
                       ADD 1 TO WS-JM-COUNT
                       MOVE JM-JOB TO WS-JM-JOB(WS-JM-COUNT)
                       MOVE JM-ACCOUNT TO WS-JM-ACCOUNT(WS-JM-COUNT)
                       MOVE JM-DESCRIPTION TO
                          WS-JM-DESCRIPTION(WS-JM-COUNT)
                       MOVE JM-STATUS TO WS-JM-STATUS(WS-JM-COUNT)
                       MOVE JM-ESTIMATE TO WS-JM-ESTIMATE(WS-JM-COUNT)
                       MOVE ZERO TO WS-JM-AREA-COST(WS-JM-COUNT)
                       MOVE ZERO TO WS-JM-VOLUME-COST(WS-JM-COUNT)
                       MOVE ZERO TO WS-JM-FREIGHT-COST(WS-JM-COUNT)
                       MOVE ZERO TO WS-JM-MATERIAL-COST(WS-JM-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-JOB-MASTER-STATUS NOT = "35"
              CLOSE JOB-MASTER-FILE
           END-IF.

      *****************************************************************
      * GATHER-RESULT-COSTS costs the night's job-stamped area and
      * volume results.
      *****************************************************************
       GATHER-RESULT-COSTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS NOT = "00"
              DISPLAY "SUITERES.DAT NOT ON FILE"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ RESULT-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF RES-DATE = WS-POSTING-DATE
                       PERFORM TAKE-RESULT-RECORD
                    END-IF
              END-READ
           END-PERFORM
           IF WS-RESULT-STATUS NOT = "35"
              CLOSE RESULT-FILE
           END-IF.

       TAKE-RESULT-RECORD.
           EVALUATE RES-PRODUCER
              WHEN "AREABATCH"
                 IF RES-RESULT(41:4) IS NUMERIC
                    AND RES-RESULT(57:5) IS NUMERIC
                    PERFORM COST-AREA-RESULT
                 END-IF
              WHEN "VOLBATCH"
                 IF RES-RESULT(21:4) IS NUMERIC
                    PERFORM COST-VOLUME-RESULT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       COST-AREA-RESULT.
           MOVE RES-RESULT(41:4) TO WS-CUR-JOB
           MOVE RES-RESULT(45:4) TO WS-CUR-ACCOUNT
           MOVE "A" TO WS-CUR-SOURCE
           MOVE 1 TO WS-CUR-PIECES
           MOVE RES-RESULT(57:5) TO WS-RATE-PACK-X
           MOVE RES-SCALE TO WS-SCALE-I
           COMPUTE WS-DIVISOR = 10 ** WS-SCALE-I
           COMPUTE WS-AREA-VALUE =
              FUNCTION NUMVAL(RES-RESULT(1:9)) / WS-DIVISOR
           COMPUTE WS-CUR-COST ROUNDED = WS-AREA-VALUE * WS-RATE-PACK
           PERFORM ADD-TO-POSTING.

       COST-VOLUME-RESULT.
           MOVE RES-RESULT(21:4) TO WS-CUR-JOB
           MOVE RES-RESULT(27:4) TO WS-CUR-ACCOUNT
           MOVE "V" TO WS-CUR-SOURCE
           MOVE 1 TO WS-CUR-PIECES
           MOVE ZERO TO WS-CUR-COST
           IF RES-COST IS NUMERIC
              MOVE RES-COST TO WS-COST-PACK-X
              MOVE RES-COST-SCALE TO WS-SCALE-I
              COMPUTE WS-DIVISOR = 10 ** WS-SCALE-I
              COMPUTE WS-CUR-COST ROUNDED =
                 WS-COST-PACK * 1000 / WS-DIVISOR
           END-IF
           PERFORM ADD-TO-POSTING.

      *****************************************************************
      * GATHER-FREIGHT-COSTS takes each job's charge for the date
      * off the freight history, serials as the pieces.
      *****************************************************************
       GATHER-FREIGHT-COSTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FREIGHT-FILE
           IF WS-FREIGHT-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ FREIGHT-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF FRH-DATE = WS-POSTING-DATE
                       AND FRH-CHARGE > ZERO
                       MOVE FRH-JOB TO WS-CUR-JOB
                       MOVE FRH-ACCOUNT TO WS-CUR-ACCOUNT
                       MOVE "F" TO WS-CUR-SOURCE
                       MOVE FRH-CHARGE TO WS-CUR-COST
                       MOVE FRH-SERIALS TO WS-CUR-PIECES
                       PERFORM ADD-TO-POSTING
                    END-IF
              END-READ
           END-PERFORM
           IF WS-FREIGHT-STATUS NOT = "35"
              CLOSE FREIGHT-FILE
           END-IF.

      *****************************************************************
      * GATHER-MATERIAL-ISSUES prices the material issued to jobs on
      * the posting date at the rate in force that day.
      *****************************************************************
       GATHER-MATERIAL-ISSUES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ISSUE-FILE
           IF WS-ISSUE-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ ISSUE-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF ISS-DATE = WS-POSTING-DATE
                       AND ISS-JOB IS NUMERIC
                       AND ISS-QUANTITY IS NUMERIC
                       PERFORM COST-MATERIAL-ISSUE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ISSUE-STATUS NOT = "35"
              CLOSE ISSUE-FILE
           END-IF.

       COST-MATERIAL-ISSUE.
           MOVE ISS-JOB TO WS-CUR-JOB
           MOVE SPACES TO WS-CUR-ACCOUNT
           MOVE "M" TO WS-CUR-SOURCE
           MOVE 1 TO WS-CUR-PIECES
           MOVE ISS-MATERIAL TO WS-ISSUE-MATERIAL
           MOVE ZERO TO WS-ISSUE-RATE
           CALL "RATE-LOOKUP" USING WS-ISSUE-MATERIAL ISS-DATE
              WS-ISSUE-RATE WS-RATE-STATUS
           IF WS-RATE-NOT-FOUND
              SET WS-JOB-WARNING TO TRUE
              MOVE "W" TO WS-EXC-SEVERITY
              MOVE "JOBNORT" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "JOB " ISS-JOB " MATERIAL " ISS-MATERIAL
                 " NO RATE" DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
              MOVE ZERO TO WS-ISSUE-RATE
           END-IF
           COMPUTE WS-CUR-COST ROUNDED = ISS-QUANTITY * WS-ISSUE-RATE
           PERFORM ADD-TO-POSTING.

      *****************************************************************
      * ADD-TO-POSTING rolls one piece of work into its job and kind
      * - a result or an issue counts as one piece, a freight charge
      * as the job's serials.
      *****************************************************************
       ADD-TO-POSTING.
           MOVE ZERO TO WS-FOUND-PST
           PERFORM VARYING WS-PST-IX FROM 1 BY 1
                 UNTIL WS-PST-IX > WS-PST-COUNT OR WS-FOUND-PST > ZERO
              IF WS-PST-JOB(WS-PST-IX) = WS-CUR-JOB
                 AND WS-PST-SOURCE(WS-PST-IX) = WS-CUR-SOURCE
                 MOVE WS-PST-IX TO WS-FOUND-PST
              END-IF
           END-PERFORM
           IF WS-FOUND-PST = ZERO
              IF WS-PST-COUNT < 800
                 ADD 1 TO WS-PST-COUNT
                 MOVE WS-PST-COUNT TO WS-FOUND-PST
                 MOVE WS-CUR-JOB TO WS-PST-JOB(WS-FOUND-PST)
                 MOVE WS-CUR-ACCOUNT TO WS-PST-ACCOUNT(WS-FOUND-PST)
                 MOVE WS-CUR-SOURCE TO WS-PST-SOURCE(WS-FOUND-PST)
                 MOVE ZERO TO WS-PST-PIECES(WS-FOUND-PST)
                 MOVE ZERO TO WS-PST-COST(WS-FOUND-PST)
              ELSE
                 DISPLAY "POSTING TABLE FULL - JOB " WS-CUR-JOB
                    " " WS-CUR-SOURCE " COST NOT POSTED"
                 SET WS-JOB-WARNING TO TRUE
                 MOVE WS-PST-COUNT TO WS-FOUND-PST
              END-IF
           END-IF
           ADD WS-CUR-PIECES TO WS-PST-PIECES(WS-FOUND-PST)
           ADD WS-CUR-COST TO WS-PST-COST(WS-FOUND-PST)
           ADD WS-CUR-COST TO WS-NIGHT-COST.

      *****************************************************************
      * POST-JOB-COSTS files one ledger record per job and kind,
      * under the job master's account, and reports the jobs that
      * cannot be placed on the master.
      *****************************************************************
       POST-JOB-COSTS.
           OPEN EXTEND JOB-LEDGER-FILE
           IF WS-JOB-LEDGER-STATUS = "35"
              OPEN OUTPUT JOB-LEDGER-FILE
           END-IF
           PERFORM VARYING WS-PST-IX FROM 1 BY 1
                 UNTIL WS-PST-IX > WS-PST-COUNT
              PERFORM POST-ONE-JOB-COST
           END-PERFORM
           CLOSE JOB-LEDGER-FILE.

       POST-ONE-JOB-COST.
           MOVE WS-PST-JOB(WS-PST-IX) TO WS-CUR-JOB
           PERFORM FIND-MASTER-JOB
           IF WS-FOUND-JM = ZERO
              SET WS-JOB-WARNING TO TRUE
              MOVE "JOBNOMST" TO WS-EXC-REASON
              PERFORM FILE-JOB-EXCEPTION
           ELSE
              MOVE WS-JM-ACCOUNT(WS-FOUND-JM) TO
                 WS-PST-ACCOUNT(WS-PST-IX)
              IF WS-JM-STATUS(WS-FOUND-JM) = "C"
                 SET WS-JOB-WARNING TO TRUE
                 MOVE "JOBCLOSD" TO WS-EXC-REASON
                 PERFORM FILE-JOB-EXCEPTION
              END-IF
           END-IF
           MOVE WS-POSTING-DATE TO JL-DATE
           MOVE WS-PST-JOB(WS-PST-IX) TO JL-JOB
           MOVE WS-PST-ACCOUNT(WS-PST-IX) TO JL-ACCOUNT
           MOVE WS-PST-SOURCE(WS-PST-IX) TO JL-SOURCE
           MOVE WS-PST-PIECES(WS-PST-IX) TO JL-PIECES
           MOVE WS-PST-COST(WS-PST-IX) TO JL-COST
           MOVE WS-RUN-ID TO JL-RUN-ID
           WRITE JOB-LEDGER-RECORD.

       FILE-JOB-EXCEPTION.
           MOVE WS-PST-COST(WS-PST-IX) TO WS-AMOUNT-OUT
           MOVE "W" TO WS-EXC-SEVERITY
           MOVE SPACES TO WS-EXC-DETAIL
           STRING "JOB " WS-PST-JOB(WS-PST-IX) " "
              WS-PST-SOURCE(WS-PST-IX) WS-AMOUNT-OUT
              DELIMITED BY SIZE INTO WS-EXC-DETAIL
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

       FIND-MASTER-JOB.
           MOVE ZERO TO WS-FOUND-JM
           PERFORM VARYING WS-JM-IX FROM 1 BY 1
                 UNTIL WS-JM-IX > WS-JM-COUNT OR WS-FOUND-JM > ZERO
              IF WS-JM-JOB(WS-JM-IX) = WS-CUR-JOB
                 MOVE WS-JM-IX TO WS-FOUND-JM
              END-IF
           END-PERFORM.

      *****************************************************************
      * ACCUMULATE-COST-TO-DATE reads the whole ledger, tonight's
      * postings included, onto the master jobs by kind.
      *****************************************************************
       ACCUMULATE-COST-TO-DATE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT JOB-LEDGER-FILE
           IF WS-JOB-LEDGER-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ JOB-LEDGER-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    MOVE JL-JOB TO WS-CUR-JOB
                    PERFORM FIND-MASTER-JOB
                    IF WS-FOUND-JM > ZERO
                       PERFORM ADD-LEDGER-TO-JOB
                    END-IF
              END-READ
           END-PERFORM
           IF WS-JOB-LEDGER-STATUS NOT = "35"
              CLOSE JOB-LEDGER-FILE
           END-IF.

       ADD-LEDGER-TO-JOB.
           EVALUATE JL-SOURCE
              WHEN "A"
                 ADD JL-COST TO WS-JM-AREA-COST(WS-FOUND-JM)
              WHEN "V"
                 ADD JL-COST TO WS-JM-VOLUME-COST(WS-FOUND-JM)
              WHEN "F"
                 ADD JL-COST TO WS-JM-FREIGHT-COST(WS-FOUND-JM)
              WHEN "M"
                 ADD JL-COST TO WS-JM-MATERIAL-COST(WS-FOUND-JM)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *****************************************************************
      * WRITE-WIP-REPORT lists the open jobs' cost to date against
      * their estimates and flags the ones that have run over.
      *****************************************************************
       WRITE-WIP-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "JOBWIP.RPT" TO WS-RPT-FILE
           MOVE "WORK IN PROGRESS - OPEN JOBS" TO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-HEADING
           STRING "JOB  ACCT DESCRIPTION / AREA, VOLUME, FREIGHT, "
              "MATERIAL / TO DATE, ESTIMATE, PCT"
              DELIMITED BY SIZE INTO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "COSTS POSTED THROUGH " WS-POSTING-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-JM-IX FROM 1 BY 1
                 UNTIL WS-JM-IX > WS-JM-COUNT
              IF WS-JM-STATUS(WS-JM-IX) NOT = "C"
                 PERFORM WRITE-ONE-WIP-JOB
              END-IF
           END-PERFORM
           MOVE WS-OPEN-COUNT TO WS-COUNT-OUT
           MOVE WS-TOTAL-TO-DATE TO WS-AMOUNT-OUT
           MOVE WS-TOTAL-ESTIMATE TO WS-AMOUNT-2-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL " WS-COUNT-OUT " OPEN JOBS  TO DATE "
              WS-AMOUNT-OUT "  ESTIMATE " WS-AMOUNT-2-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OVER-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "      " WS-COUNT-OUT " JOBS OVER ESTIMATE"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-ONE-WIP-JOB.
           ADD 1 TO WS-OPEN-COUNT
           COMPUTE WS-JOB-TOTAL = WS-JM-AREA-COST(WS-JM-IX)
              + WS-JM-VOLUME-COST(WS-JM-IX)
              + WS-JM-FREIGHT-COST(WS-JM-IX)
              + WS-JM-MATERIAL-COST(WS-JM-IX)
           ADD WS-JOB-TOTAL TO WS-TOTAL-TO-DATE
           ADD WS-JM-ESTIMATE(WS-JM-IX) TO WS-TOTAL-ESTIMATE
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-JM-JOB(WS-JM-IX) " " WS-JM-ACCOUNT(WS-JM-IX)
              " " WS-JM-DESCRIPTION(WS-JM-IX)
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-JM-AREA-COST(WS-JM-IX) TO WS-AREA-OUT
           MOVE WS-JM-VOLUME-COST(WS-JM-IX) TO WS-VOLUME-OUT
           MOVE WS-JM-FREIGHT-COST(WS-JM-IX) TO WS-FREIGHT-OUT
           MOVE WS-JM-MATERIAL-COST(WS-JM-IX) TO WS-MATERIAL-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "          AREA " WS-AREA-OUT "  VOLUME "
              WS-VOLUME-OUT "  FREIGHT " WS-FREIGHT-OUT
              "  MATERIAL " WS-MATERIAL-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-JOB-TOTAL TO WS-AMOUNT-OUT
           MOVE WS-JM-ESTIMATE(WS-JM-IX) TO WS-AMOUNT-2-OUT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-JM-ESTIMATE(WS-JM-IX) > ZERO
              COMPUTE WS-PERCENT ROUNDED =
                 WS-JOB-TOTAL * 100 / WS-JM-ESTIMATE(WS-JM-IX)
                 ON SIZE ERROR
                    MOVE 99999 TO WS-PERCENT
              END-COMPUTE
              MOVE WS-PERCENT TO WS-PERCENT-OUT
              STRING "          TO DATE " WS-AMOUNT-OUT
                 "  ESTIMATE " WS-AMOUNT-2-OUT " " WS-PERCENT-OUT
                 "%" DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING "          TO DATE " WS-AMOUNT-OUT
                 "  NO ESTIMATE"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           IF WS-JM-ESTIMATE(WS-JM-IX) > ZERO
              AND WS-JOB-TOTAL > WS-JM-ESTIMATE(WS-JM-IX)
              MOVE "OVER ESTIMATE" TO WS-RPT-LINE(78:13)
              ADD 1 TO WS-OVER-COUNT
              SET WS-JOB-WARNING TO TRUE
              MOVE "W" TO WS-EXC-SEVERITY
              MOVE "JOBOVER" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "JOB " WS-JM-JOB(WS-JM-IX) WS-AMOUNT-OUT
                 " OVER ESTIMATE"
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM jobPost.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY RATELOOK.

       COPY DATESERV.

       COPY ENVNAME.
