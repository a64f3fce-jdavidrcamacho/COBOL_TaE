      * freight costing - weighs and prices the night's volume work
      *    TOPIC:
      *    SHIPPING WEIGHT AND FREIGHT FROM THE VOLUME RESULTS
      *****************************************************************
      * The volume results say how much material each job takes,
      * but the freight desk still worked the weights and shipping
      * charges out by hand.  This program takes the night's
      * VOLBATCH records off the central results dataset
      * (SUITERES.DAT, selected by the posting date) and weighs each
      * serial at the density of its material/shape code on the
      * density master MATDENS.DAT (material code, then pounds per
      * cubic foot with three implied decimals).
      *
      * The volume deck groups its transactions into jobs (the JOB
      * record - see VolumeBatchDriver), and each result carries its
      * job number, destination freight zone and billed account.
      * A job is one shipment: its serials' weights are totalled
      * and the freight priced off the rate table FRTRATES.DAT, one
      * record per zone and weight band - zone (2), the band's
      * upper weight limit in pounds (seven integer, two implied
      * decimals), the rate per pound (three integer, four implied
      * decimals) and the band's minimum charge (five integer, two
      * implied decimals).  The band is the lowest one for the zone
      * whose limit the shipment's weight does not exceed; the
      * charge is the weight at the band's rate, but never less
      * than its minimum.  Serials outside any job are weighed and
      * listed but not shipped, so not priced.
      *
      * The freight manifest (FRTMAN.DAT, through the shared
      * REPORT-WRITER) lists every job - zone, account, each serial
      * with its volume, density and weight, the job's total weight,
      * band rate and charge - and the night's totals.
      *
      * The charge is carried into the job's costs: each priced job
      * is filed to the freight history FRTHIST.DAT (posting date,
      * job, account, zone, serials, weight, charge, whether posted,
      * run id) and posted to the account ledger ACCTLEDG.DAT under
      * the job's account with the matching *ALL grand total, the
      * serial count as the transaction count, so invoicing bills it
      * with the rest of the night's work and lists the freight on
      * the invoice.  Under the test environment the ledger is left
      * alone, the same as the batch posting in adding.cob.
      *
      * A material with no density weighs nothing (NODENS), a zone
      * with no band for the weight prices at nothing (NOFRTRT),
      * and a job whose account is not open on the account master
      * is priced but not posted (FRTACCT); each is filed to
      * EXCFILE.DAT (W severity) and ends the run RETURN-CODE 4.
      * The posting date comes from FRTPARM.DAT when present,
      * otherwise the processing date; a date already on the
      * freight history is refused (RETURN-CODE 8) so a rerun cannot
      * bill the freight twice, and a night with no volume results
      * ends RETURN-CODE 8 as well.  Data files resolve through
      * ENV-RESOLVE-NAME.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. freightCalc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-RESULT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RESULT-STATUS.
           SELECT DENSITY-FILE ASSIGN TO "MATDENS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DENSITY-STATUS.
           SELECT RATE-FILE ASSIGN TO "FRTRATES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RATE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HISTORY-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "ACCTLEDG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LEDGER-STATUS.
           SELECT PARM-FILE ASSIGN TO "FRTPARM.DAT"
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
       FD  DENSITY-FILE.
       01  DENSITY-RECORD.
           05 DNS-MATERIAL PIC X(9).
           05 DNS-DENSITY PIC 9(5)V999.
       FD  RATE-FILE.
       01  RATE-RECORD.
           05 FRT-ZONE PIC X(2).
           05 FRT-UPTO-WEIGHT PIC 9(7)V99.
           05 FRT-RATE PIC 9(3)V9(4).
           05 FRT-MINIMUM PIC 9(5)V99.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MST-ACCOUNT PIC X(4).
           05 MST-NAME PIC X(20).
           05 MST-DEPT PIC X(12).
           05 MST-STATUS PIC X.
           05 MST-TAX-CODE PIC X(4).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 FRH-DATE PIC 9(8).
           05 FRH-JOB PIC 9(4).
           05 FRH-ACCOUNT PIC X(4).
           05 FRH-ZONE PIC X(2).
           05 FRH-SERIALS PIC 9(5).
           05 FRH-WEIGHT PIC 9(9)V999.
           05 FRH-CHARGE PIC 9(7)V99.
           05 FRH-POSTED PIC X.
           05 FRH-RUN-ID PIC X(13).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LEDG-DATE PIC 9(8).
           05 LEDG-ACCOUNT PIC X(4).
           05 LEDG-COUNT PIC 9(5).
           05 LEDG-SIGN PIC X.
           05 LEDG-TOTAL PIC 9(9)V99.
       FD  PARM-FILE.
       01  PARM-RECORD PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-DENSITY-STATUS PIC XX.
       01 WS-RATE-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-RESULT-NAME PIC X(40).
       01 WS-HISTORY-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-POSTING-DATE PIC 9(8).
       01 WS-RUN-ID PIC X(13).
       01 WS-POSTED-SWITCH PIC X VALUE "N".
           88 WS-ALREADY-POSTED VALUE "Y".
       01 WS-WARNING-SWITCH PIC X VALUE "N".
           88 WS-FREIGHT-WARNING VALUE "Y".
       01 WS-TEST-FLAG PIC X.
           88 WS-TEST-ACTIVE VALUE "Y".

       01 WS-DENSITY-TABLE.
           05 WS-DNS-ENTRY OCCURS 100 TIMES.
               10 WS-DNS-MATERIAL PIC X(9).
               10 WS-DNS-DENSITY PIC 9(5)V999.
               10 WS-DNS-MISSING PIC X.
       01 WS-DNS-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-DNS-IX PIC 9(4) COMP.
       01 WS-FOUND-DNS PIC 9(4) COMP.

       01 WS-RATE-TABLE.
           05 WS-FRT-ENTRY OCCURS 200 TIMES.
               10 WS-FRT-ZONE PIC X(2).
               10 WS-FRT-UPTO-WEIGHT PIC 9(7)V99.
               10 WS-FRT-RATE PIC 9(3)V9(4).
               10 WS-FRT-MINIMUM PIC 9(5)V99.
       01 WS-FRT-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-FRT-IX PIC 9(4) COMP.
       01 WS-FOUND-FRT PIC 9(4) COMP.

       01 WS-MASTER-TABLE.
           05 WS-MST-ENTRY OCCURS 100 TIMES.
               10 WS-MST-ACCOUNT PIC X(4).
               10 WS-MST-STATUS PIC X.
       01 WS-MST-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-MST-IX PIC 9(3) COMP.
       01 WS-ACCOUNT-SWITCH PIC X.
           88 WS-ACCOUNT-OPEN VALUE "Y".

       01 WS-SERIAL-TABLE.
           05 WS-SER-ENTRY OCCURS 500 TIMES.
               10 WS-SER-SERIAL PIC 9(6).
               10 WS-SER-MATERIAL PIC X(9).
               10 WS-SER-VOLUME PIC 9(8)V999.
               10 WS-SER-DENSITY PIC 9(5)V999.
               10 WS-SER-WEIGHT PIC 9(9)V999.
               10 WS-SER-JOB-IX PIC 9(4) COMP.
       01 WS-SER-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-SER-IX PIC 9(4) COMP.

       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 100 TIMES.
               10 WS-JOB-NUMBER PIC 9(4).
               10 WS-JOB-ZONE PIC X(2).
               10 WS-JOB-ACCOUNT PIC X(4).
               10 WS-JOB-SERIALS PIC 9(5).
               10 WS-JOB-WEIGHT PIC 9(9)V999.
               10 WS-JOB-RATE PIC 9(3)V9(4).
               10 WS-JOB-CHARGE PIC 9(7)V99.
               10 WS-JOB-POSTED PIC X.
       01 WS-JOB-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-JOB-IX PIC 9(4) COMP.
       01 WS-FOUND-JOB PIC 9(4) COMP.

       01 WS-DIVISOR PIC 9(10) COMP.
       01 WS-SCALE-I PIC 9 COMP.
       01 WS-RES-JOB PIC 9(4).
       01 WS-POST-AMOUNT PIC 9(9)V99.
       01 WS-LOOSE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-WEIGHT PIC 9(11)V999 VALUE ZERO.
       01 WS-TOTAL-CHARGE PIC 9(9)V99 VALUE ZERO.
       01 WS-POSTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-VOLUME-OUT PIC Z(7)9.999.
       01 WS-DENSITY-OUT PIC Z(4)9.999.
       01 WS-WEIGHT-OUT PIC Z(8)9.999.
       01 WS-RATE-OUT PIC ZZ9.9999.
       01 WS-CHARGE-OUT PIC $$$$,$$$,$$9.99.
       01 WS-COUNT-OUT PIC ZZZZ9.

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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "FREIGHTCALC".
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
              DISPLAY "FREIGHT FOR " WS-POSTING-DATE
                 " ALREADY POSTED - RUN REFUSED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM LOAD-DENSITIES
              PERFORM LOAD-FREIGHT-RATES
              PERFORM LOAD-ACCOUNT-MASTER
              PERFORM LOAD-VOLUME-RESULTS
              IF WS-SER-COUNT = ZERO
                 DISPLAY "NO VOLUME RESULTS FOR " WS-POSTING-DATE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM PRICE-SHIPMENTS
                 PERFORM POST-FREIGHT
                 PERFORM WRITE-FREIGHT-MANIFEST
                 DISPLAY "FREIGHTCALC COMPLETE - " WS-SER-COUNT
                    " SERIALS, " WS-JOB-COUNT " JOBS, "
                    WS-POSTED-COUNT " POSTED"
                 IF WS-FREIGHT-WARNING
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
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
           CALL "GET-RUN-ID" USING WS-RUN-ID
           CALL "ENV-TEST-STATUS" USING WS-TEST-FLAG.

       RESOLVE-FILE-NAMES.
           MOVE "SUITERES.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-RESULT-NAME
           MOVE "FRTHIST.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-HISTORY-NAME.

      *****************************************************************
      * CHECK-ALREADY-POSTED refuses a second costing of the same
      * night: any freight history under the posting date means the
      * freight has been charged already.
      *****************************************************************
       CHECK-ALREADY-POSTED.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ HISTORY-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF FRH-DATE = WS-POSTING-DATE
                       SET WS-ALREADY-POSTED TO TRUE
                       SET WS-EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS NOT = "35"
              CLOSE HISTORY-FILE
           END-IF.

       LOAD-DENSITIES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DENSITY-FILE
           IF WS-DENSITY-STATUS NOT = "00"
              DISPLAY "MATDENS.DAT NOT ON FILE"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ DENSITY-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-DNS-COUNT < 100 AND DNS-DENSITY IS NUMERIC
                       ADD 1 TO WS-DNS-COUNT
                       MOVE DNS-MATERIAL TO
                          WS-DNS-MATERIAL(WS-DNS-COUNT)
                       MOVE DNS-DENSITY TO
                          WS-DNS-DENSITY(WS-DNS-COUNT)
                       MOVE "N" TO WS-DNS-MISSING(WS-DNS-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-DENSITY-STATUS NOT = "35"
              CLOSE DENSITY-FILE
           END-IF.

       LOAD-FREIGHT-RATES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
              DISPLAY "FRTRATES.DAT NOT ON FILE"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ RATE-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-FRT-COUNT < 200
                       AND FRT-UPTO-WEIGHT IS NUMERIC
                       AND FRT-RATE IS NUMERIC
                       AND FRT-MINIMUM IS NUMERIC
                       ADD 1 TO WS-FRT-COUNT
                       MOVE FRT-ZONE TO WS-FRT-ZONE(WS-FRT-COUNT)
                       MOVE FRT-UPTO-WEIGHT TO
                          WS-FRT-UPTO-WEIGHT(WS-FRT-COUNT)
                       MOVE FRT-RATE TO WS-FRT-RATE(WS-FRT-COUNT)
                       MOVE FRT-MINIMUM TO
                          WS-FRT-MINIMUM(WS-FRT-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-RATE-STATUS NOT = "35"
              CLOSE RATE-FILE
           END-IF.

       LOAD-ACCOUNT-MASTER.
           MOVE "N" TO WS-EOF-SWITCH
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
                       MOVE MST-ACCOUNT TO
                          WS-MST-ACCOUNT(WS-MST-COUNT)
                       MOVE MST-STATUS TO WS-MST-STATUS(WS-MST-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MASTER-STATUS NOT = "35"
              CLOSE MASTER-FILE
           END-IF.

      *****************************************************************
      * LOAD-VOLUME-RESULTS weighs every VOLBATCH serial for the
      * posting date and gathers it into its job.
      *****************************************************************
       LOAD-VOLUME-RESULTS.
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
                       AND RES-PRODUCER = "VOLBATCH"
                       PERFORM WEIGH-ONE-SERIAL
                    END-IF
              END-READ
           END-PERFORM
           IF WS-RESULT-STATUS NOT = "35"
              CLOSE RESULT-FILE
           END-IF.

       WEIGH-ONE-SERIAL.
           IF WS-SER-COUNT < 500
              ADD 1 TO WS-SER-COUNT
              MOVE RES-SERIAL TO WS-SER-SERIAL(WS-SER-COUNT)
              MOVE RES-OPCODE TO WS-SER-MATERIAL(WS-SER-COUNT)
              MOVE RES-SCALE TO WS-SCALE-I
              PERFORM SET-SCALE-DIVISOR
              COMPUTE WS-SER-VOLUME(WS-SER-COUNT) =
                 FUNCTION NUMVAL(RES-RESULT(1:11)) / WS-DIVISOR
              PERFORM FIND-DENSITY
              MOVE WS-DNS-DENSITY(WS-FOUND-DNS) TO
                 WS-SER-DENSITY(WS-SER-COUNT)
              COMPUTE WS-SER-WEIGHT(WS-SER-COUNT) ROUNDED =
                 WS-SER-VOLUME(WS-SER-COUNT)
                 * WS-SER-DENSITY(WS-SER-COUNT)
              MOVE ZERO TO WS-SER-JOB-IX(WS-SER-COUNT)
              IF RES-RESULT(21:4) IS NUMERIC
                 MOVE RES-RESULT(21:4) TO WS-RES-JOB
                 PERFORM FIND-JOB
                 MOVE WS-FOUND-JOB TO WS-SER-JOB-IX(WS-SER-COUNT)
              END-IF
              IF WS-SER-JOB-IX(WS-SER-COUNT) = ZERO
                 ADD 1 TO WS-LOOSE-COUNT
              ELSE
                 ADD 1 TO WS-JOB-SERIALS(WS-FOUND-JOB)
                 ADD WS-SER-WEIGHT(WS-SER-COUNT) TO
                    WS-JOB-WEIGHT(WS-FOUND-JOB)
              END-IF
              ADD WS-SER-WEIGHT(WS-SER-COUNT) TO WS-TOTAL-WEIGHT
           ELSE
              DISPLAY "SERIAL TABLE FULL - SERIAL " RES-SERIAL
                 " NOT WEIGHED"
              SET WS-FREIGHT-WARNING TO TRUE
           END-IF.

       SET-SCALE-DIVISOR.
           MOVE 1 TO WS-DIVISOR
           PERFORM WS-SCALE-I TIMES
              MULTIPLY 10 BY WS-DIVISOR
           END-PERFORM.

      *    A material with no density is filed once and added to the
      *    table at zero so its other serials weigh nothing quietly.
       FIND-DENSITY.
           MOVE ZERO TO WS-FOUND-DNS
           PERFORM VARYING WS-DNS-IX FROM 1 BY 1
                 UNTIL WS-DNS-IX > WS-DNS-COUNT OR WS-FOUND-DNS > ZERO
              IF WS-DNS-MATERIAL(WS-DNS-IX) = RES-OPCODE
                 MOVE WS-DNS-IX TO WS-FOUND-DNS
              END-IF
           END-PERFORM
           IF WS-FOUND-DNS = ZERO
              SET WS-FREIGHT-WARNING TO TRUE
              MOVE "W" TO WS-EXC-SEVERITY
              MOVE "NODENS" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING RES-OPCODE " SERIAL " RES-SERIAL
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
              IF WS-DNS-COUNT < 100
                 ADD 1 TO WS-DNS-COUNT
              END-IF
              MOVE WS-DNS-COUNT TO WS-FOUND-DNS
              MOVE RES-OPCODE TO WS-DNS-MATERIAL(WS-FOUND-DNS)
              MOVE ZERO TO WS-DNS-DENSITY(WS-FOUND-DNS)
              MOVE "Y" TO WS-DNS-MISSING(WS-FOUND-DNS)
           END-IF.

       FIND-JOB.
           MOVE ZERO TO WS-FOUND-JOB
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                 UNTIL WS-JOB-IX > WS-JOB-COUNT OR WS-FOUND-JOB > ZERO
              IF WS-JOB-NUMBER(WS-JOB-IX) = WS-RES-JOB
                 MOVE WS-JOB-IX TO WS-FOUND-JOB
              END-IF
           END-PERFORM
           IF WS-FOUND-JOB = ZERO AND WS-JOB-COUNT < 100
              ADD 1 TO WS-JOB-COUNT
              MOVE WS-JOB-COUNT TO WS-FOUND-JOB
              MOVE WS-RES-JOB TO WS-JOB-NUMBER(WS-FOUND-JOB)
              MOVE RES-RESULT(25:2) TO WS-JOB-ZONE(WS-FOUND-JOB)
              MOVE RES-RESULT(27:4) TO WS-JOB-ACCOUNT(WS-FOUND-JOB)
              MOVE ZERO TO WS-JOB-SERIALS(WS-FOUND-JOB)
              MOVE ZERO TO WS-JOB-WEIGHT(WS-FOUND-JOB)
              MOVE ZERO TO WS-JOB-RATE(WS-FOUND-JOB)
              MOVE ZERO TO WS-JOB-CHARGE(WS-FOUND-JOB)
              MOVE "N" TO WS-JOB-POSTED(WS-FOUND-JOB)
           END-IF.

      *****************************************************************
      * PRICE-SHIPMENTS prices each job at the lowest band of its
      * zone that takes the weight, the band minimum as the floor.
      *****************************************************************
       PRICE-SHIPMENTS.
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                 UNTIL WS-JOB-IX > WS-JOB-COUNT
              PERFORM PRICE-ONE-SHIPMENT
           END-PERFORM.

       PRICE-ONE-SHIPMENT.
           MOVE ZERO TO WS-FOUND-FRT
           PERFORM VARYING WS-FRT-IX FROM 1 BY 1
                 UNTIL WS-FRT-IX > WS-FRT-COUNT
              IF WS-FRT-ZONE(WS-FRT-IX) = WS-JOB-ZONE(WS-JOB-IX)
                 AND WS-JOB-WEIGHT(WS-JOB-IX) <=
                    WS-FRT-UPTO-WEIGHT(WS-FRT-IX)
                 IF WS-FOUND-FRT = ZERO
                    MOVE WS-FRT-IX TO WS-FOUND-FRT
                 ELSE
                    IF WS-FRT-UPTO-WEIGHT(WS-FRT-IX) <
                       WS-FRT-UPTO-WEIGHT(WS-FOUND-FRT)
                       MOVE WS-FRT-IX TO WS-FOUND-FRT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-FOUND-FRT = ZERO
              SET WS-FREIGHT-WARNING TO TRUE
              MOVE WS-JOB-WEIGHT(WS-JOB-IX) TO WS-WEIGHT-OUT
              MOVE "W" TO WS-EXC-SEVERITY
              MOVE "NOFRTRT" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "JOB " WS-JOB-NUMBER(WS-JOB-IX) " ZONE "
                 WS-JOB-ZONE(WS-JOB-IX) WS-WEIGHT-OUT " LB"
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
           ELSE
              MOVE WS-FRT-RATE(WS-FOUND-FRT) TO WS-JOB-RATE(WS-JOB-IX)
              COMPUTE WS-JOB-CHARGE(WS-JOB-IX) ROUNDED =
                 WS-JOB-WEIGHT(WS-JOB-IX) * WS-FRT-RATE(WS-FOUND-FRT)
              IF WS-JOB-CHARGE(WS-JOB-IX) <
                 WS-FRT-MINIMUM(WS-FOUND-FRT)
                 MOVE WS-FRT-MINIMUM(WS-FOUND-FRT) TO
                    WS-JOB-CHARGE(WS-JOB-IX)
              END-IF
           END-IF
           ADD WS-JOB-CHARGE(WS-JOB-IX) TO WS-TOTAL-CHARGE.

      *****************************************************************
      * POST-FREIGHT files every job to the freight history and posts
      * each charged job with an open account to the account ledger.
      *****************************************************************
       POST-FREIGHT.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
           END-IF
           IF NOT WS-TEST-ACTIVE
              OPEN EXTEND LEDGER-FILE
              IF WS-LEDGER-STATUS = "35"
                 OPEN OUTPUT LEDGER-FILE
              END-IF
           ELSE
              DISPLAY "TEST ENVIRONMENT ACTIVE - LEDGER POSTING"
                 " SKIPPED"
           END-IF
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                 UNTIL WS-JOB-IX > WS-JOB-COUNT
              PERFORM POST-ONE-JOB
           END-PERFORM
           CLOSE HISTORY-FILE
           IF NOT WS-TEST-ACTIVE
              CLOSE LEDGER-FILE
           END-IF.

       POST-ONE-JOB.
           PERFORM CHECK-JOB-ACCOUNT
           IF WS-JOB-CHARGE(WS-JOB-IX) > ZERO
              IF WS-ACCOUNT-OPEN
                 MOVE "Y" TO WS-JOB-POSTED(WS-JOB-IX)
                 ADD 1 TO WS-POSTED-COUNT
                 IF NOT WS-TEST-ACTIVE
                    MOVE WS-JOB-CHARGE(WS-JOB-IX) TO WS-POST-AMOUNT
                    MOVE WS-JOB-ACCOUNT(WS-JOB-IX) TO LEDG-ACCOUNT
                    PERFORM WRITE-LEDGER-POSTING
                    MOVE "*ALL" TO LEDG-ACCOUNT
                    PERFORM WRITE-LEDGER-POSTING
                 END-IF
              ELSE
                 SET WS-FREIGHT-WARNING TO TRUE
                 MOVE WS-JOB-CHARGE(WS-JOB-IX) TO WS-CHARGE-OUT
                 MOVE "W" TO WS-EXC-SEVERITY
                 MOVE "FRTACCT" TO WS-EXC-REASON
                 MOVE SPACES TO WS-EXC-DETAIL
                 STRING "JOB " WS-JOB-NUMBER(WS-JOB-IX) " ACCT "
                    WS-JOB-ACCOUNT(WS-JOB-IX) WS-CHARGE-OUT
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
                 CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                    WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
              END-IF
           END-IF
           MOVE WS-POSTING-DATE TO FRH-DATE
           MOVE WS-JOB-NUMBER(WS-JOB-IX) TO FRH-JOB
           MOVE WS-JOB-ACCOUNT(WS-JOB-IX) TO FRH-ACCOUNT
           MOVE WS-JOB-ZONE(WS-JOB-IX) TO FRH-ZONE
           MOVE WS-JOB-SERIALS(WS-JOB-IX) TO FRH-SERIALS
           MOVE WS-JOB-WEIGHT(WS-JOB-IX) TO FRH-WEIGHT
           MOVE WS-JOB-CHARGE(WS-JOB-IX) TO FRH-CHARGE
           MOVE WS-JOB-POSTED(WS-JOB-IX) TO FRH-POSTED
           MOVE WS-RUN-ID TO FRH-RUN-ID
           WRITE HISTORY-RECORD.

       CHECK-JOB-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-SWITCH
           PERFORM VARYING WS-MST-IX FROM 1 BY 1
                 UNTIL WS-MST-IX > WS-MST-COUNT
              IF WS-MST-ACCOUNT(WS-MST-IX) = WS-JOB-ACCOUNT(WS-JOB-IX)
                 AND WS-MST-STATUS(WS-MST-IX) NOT = "C"
                 SET WS-ACCOUNT-OPEN TO TRUE
              END-IF
           END-PERFORM.

      *    The serial count rides as the transaction count, so the
      *    posting is billed - a zero count would mark it a memo.
       WRITE-LEDGER-POSTING.
           MOVE WS-POSTING-DATE TO LEDG-DATE
           MOVE WS-JOB-SERIALS(WS-JOB-IX) TO LEDG-COUNT
           MOVE "+" TO LEDG-SIGN
           MOVE WS-POST-AMOUNT TO LEDG-TOTAL
           WRITE LEDGER-RECORD.

      *****************************************************************
      * WRITE-FREIGHT-MANIFEST lists each job's serials and charge,
      * then the serials outside any job, then the night's totals.
      *****************************************************************
       WRITE-FREIGHT-MANIFEST.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "FRTMAN.DAT" TO WS-RPT-FILE
           MOVE "FREIGHT MANIFEST" TO WS-RPT-TITLE
           MOVE "SERIAL / SHAPE / VOLUME CU FT / LB PER CU FT / WEIGHT"
              TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                 UNTIL WS-JOB-IX > WS-JOB-COUNT
              PERFORM WRITE-ONE-JOB
           END-PERFORM
           IF WS-LOOSE-COUNT > ZERO
              MOVE SPACES TO WS-RPT-LINE
              MOVE "NO JOB - WEIGHED, NOT SHIPPED" TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE ZERO TO WS-JOB-IX
              PERFORM WRITE-JOB-SERIALS
              MOVE SPACES TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-TOTAL-WEIGHT TO WS-WEIGHT-OUT
           MOVE WS-TOTAL-CHARGE TO WS-CHARGE-OUT
           MOVE WS-JOB-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL " WS-COUNT-OUT " JOBS  WEIGHT " WS-WEIGHT-OUT
              " LB  FREIGHT " WS-CHARGE-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-ONE-JOB.
           MOVE SPACES TO WS-RPT-LINE
           STRING "JOB " WS-JOB-NUMBER(WS-JOB-IX) "  ZONE "
              WS-JOB-ZONE(WS-JOB-IX) "  ACCOUNT "
              WS-JOB-ACCOUNT(WS-JOB-IX)
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-JOB-SERIALS
           MOVE WS-JOB-WEIGHT(WS-JOB-IX) TO WS-WEIGHT-OUT
           MOVE WS-JOB-RATE(WS-JOB-IX) TO WS-RATE-OUT
           MOVE WS-JOB-CHARGE(WS-JOB-IX) TO WS-CHARGE-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  JOB WEIGHT " WS-WEIGHT-OUT " LB  RATE "
              WS-RATE-OUT "  FREIGHT " WS-CHARGE-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           IF WS-JOB-POSTED(WS-JOB-IX) = "Y"
              MOVE "POSTED" TO WS-RPT-LINE(75:6)
           ELSE
              MOVE "NOT POSTED" TO WS-RPT-LINE(75:10)
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-JOB-SERIALS.
           PERFORM VARYING WS-SER-IX FROM 1 BY 1
                 UNTIL WS-SER-IX > WS-SER-COUNT
              IF WS-SER-JOB-IX(WS-SER-IX) = WS-JOB-IX
                 MOVE WS-SER-VOLUME(WS-SER-IX) TO WS-VOLUME-OUT
                 MOVE WS-SER-DENSITY(WS-SER-IX) TO WS-DENSITY-OUT
                 MOVE WS-SER-WEIGHT(WS-SER-IX) TO WS-WEIGHT-OUT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "  " WS-SER-SERIAL(WS-SER-IX) " "
                    WS-SER-MATERIAL(WS-SER-IX) " " WS-VOLUME-OUT
                    " " WS-DENSITY-OUT " " WS-WEIGHT-OUT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM freightCalc.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY DATESERV.

       COPY ENVNAME.
