      * rate change impact simulation
      *    TOPIC:
      *    WHAT PROPOSED RATES WOULD HAVE DONE TO LAST PERIOD'S BILLS
      *****************************************************************
      * When estimating keys proposed rates onto MATRATES.DAT with a
      * future effective date, management has to approve them
      * without knowing what they would have done to the work
      * already billed.  This program answers that without changing
      * a live file: it reads the period's costed area results back
      * off the central results dataset and re-costs each one at
      * the proposed rates.
      *
      * The period comes from RATESIM.DAT - from and to processing
      * dates YYYYMMDD and the date the proposed rates are to be
      * read as of, on one record - or is prompted for when the
      * control file is absent.  A zero as-of date takes the latest
      * effective date on the rate master, which is where a
      * proposal sits.  The records are taken from the current
      * SUITERES.DAT (through ENV-RESOLVE-NAME, as the results
      * writer files it) and from every SUITERES.DAT generation on
      * the archive catalog (ARCCAT.DAT) cut on or after the from
      * date, keeping the AREABATCH records whose processing date
      * falls in the period.
      *
      * AreaBatchDriver stamps each result inside a JOB block with
      * its job, billed account, the material its rate came from
      * and the rate used.  For each such record:
      *
      *   old cost = area * the rate used on the night
      *   new cost = area * the material's rate in force on the
      *              as-of date (RATE-LOOKUP)
      *
      * A job priced at a keyed rate - a quoted or contract price -
      * is not moved by the rate master, so its new cost is its old
      * one; the material summary shows it under *KEYED.  A material
      * with no rate in force on the as-of date is likewise held at
      * its old cost, flagged NO RATE, and ends the run RETURN-CODE
      * 4.  Area results outside any JOB block carried no cost and
      * volume results are priced off VOLCOST.DAT, not the rate
      * master; both are counted and left out.
      *
      * Old cost, new cost and the difference are reported by
      * material, by billed account code and by job to RATESIM.RPT
      * through the shared REPORT-WRITER, with the period totals.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rateSim.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RATESIM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "ARCCAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CATALOG-STATUS.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RESULT-STATUS.
           SELECT RATE-FILE ASSIGN TO "MATRATES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RATE-FILE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-FROM-DATE PIC 9(8).
           05 PARM-TO-DATE PIC 9(8).
           05 PARM-ASOF-DATE PIC 9(8).
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 CAT-ARCHIVE-NAME PIC X(40).
           05 CAT-CUT-DATE PIC 9(8).
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
       FD  RATE-FILE.
       01  RATE-RECORD.
           05 RTF-MATERIAL PIC X(8).
           05 RTF-EFFECTIVE PIC 9(8).
           05 RTF-RATE PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-CATALOG-STATUS PIC XX.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-RATE-FILE-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-GEN-NAME PIC X(40).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-ASOF-DATE PIC 9(8).
       01 WS-EOF-SWITCH PIC X.
           88 WS-EOF VALUE "Y".
       01 WS-CAT-EOF-SWITCH PIC X VALUE "N".
           88 WS-CAT-EOF VALUE "Y".
       01 WS-MATERIAL-TABLE.
           05 WS-MATERIAL-ENTRY OCCURS 200 TIMES.
               10 WS-MT-KEY PIC X(8).
               10 WS-MT-COUNT PIC 9(6).
               10 WS-MT-OLD-RATE PIC 9(3)V99.
               10 WS-MT-NEW-RATE PIC 9(3)V99.
               10 WS-MT-OLD-COST PIC 9(11)V99.
               10 WS-MT-NEW-COST PIC 9(11)V99.
               10 WS-MT-RATE-SWITCH PIC X.
                   88 WS-MT-NO-RATE VALUE "N".
       01 WS-MATERIAL-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-MATERIALS PIC 9(4) COMP VALUE 200.
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 500 TIMES.
               10 WS-AT-KEY PIC X(4).
               10 WS-AT-COUNT PIC 9(6).
               10 WS-AT-OLD-COST PIC 9(11)V99.
               10 WS-AT-NEW-COST PIC 9(11)V99.
       01 WS-ACCOUNT-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-ACCOUNTS PIC 9(4) COMP VALUE 500.
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 2000 TIMES.
               10 WS-JT-KEY PIC X(4).
               10 WS-JT-ACCOUNT PIC X(4).
               10 WS-JT-COUNT PIC 9(6).
               10 WS-JT-OLD-COST PIC 9(11)V99.
               10 WS-JT-NEW-COST PIC 9(11)V99.
       01 WS-JOB-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-JOBS PIC 9(4) COMP VALUE 2000.
       01 WS-IX PIC 9(4) COMP.
       01 WS-FOUND-IX PIC 9(4) COMP.
       01 WS-OVERFLOW-SWITCH PIC X VALUE "N".
           88 WS-TABLE-OVERFLOW VALUE "Y".
       01 WS-WARNING-SWITCH PIC X VALUE "N".
           88 WS-SIM-WARNING VALUE "Y".
       01 WS-REC-JOB PIC X(4).
       01 WS-REC-ACCOUNT PIC X(4).
       01 WS-REC-MATERIAL PIC X(8).
       01 WS-REC-KEY PIC X(8).
       01 WS-RATE-PACK PIC 9(3)V99.
       01 WS-RATE-PACK-X REDEFINES WS-RATE-PACK PIC X(5).
       01 WS-OLD-RATE PIC 9(3)V99.
       01 WS-NEW-RATE PIC 9(3)V99.
       01 WS-RATE-STATUS PIC X.
       01 WS-NO-RATE-SWITCH PIC X.
           88 WS-REC-NO-RATE VALUE "N".
       01 WS-SCALE-I PIC 9.
       01 WS-DIVISOR PIC 9(10).
       01 WS-AREA-VALUE PIC 9(9)V999.
       01 WS-OLD-COST PIC 9(11)V99.
       01 WS-NEW-COST PIC 9(11)V99.
       01 WS-TOTAL-OLD PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-NEW PIC 9(11)V99 VALUE ZERO.
       01 WS-GEN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RECOSTED PIC 9(6) VALUE ZERO.
       01 WS-NO-JOB-COUNT PIC 9(6) VALUE ZERO.
       01 WS-VOLUME-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DIFFERENCE PIC S9(11)V99.
       01 WS-COUNT-OUT PIC Z(5)9.
       01 WS-OLD-OUT PIC Z(10)9.99.
       01 WS-NEW-OUT PIC Z(10)9.99.
       01 WS-DIFF-OUT PIC -(10)9.99.
       01 WS-RATE-OUT PIC ZZ9.99.
       01 WS-RATE-OUT-2 PIC ZZ9.99.
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "RATESIM".
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
           MOVE 0 TO RETURN-CODE
           PERFORM OBTAIN-SIMULATION-DATES
           IF WS-ASOF-DATE = ZERO
              DISPLAY "NO RATES ON MATRATES.DAT - NOTHING TO SIMULATE"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM WALK-CATALOG
              MOVE "SUITERES.DAT" TO WS-LOGICAL-NAME
              CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
                 WS-GEN-NAME
              PERFORM RECOST-ONE-GENERATION
              PERFORM WRITE-SIMULATION-REPORT
              DISPLAY "RATESIM COMPLETE - " WS-RECOSTED
                 " RESULTS RE-COSTED FROM " WS-GEN-COUNT
                 " GENERATIONS PLUS CURRENT"
              IF WS-SIM-WARNING
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       OBTAIN-SIMULATION-DATES.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
              MOVE PARM-FROM-DATE TO WS-FROM-DATE
              MOVE PARM-TO-DATE TO WS-TO-DATE
              MOVE PARM-ASOF-DATE TO WS-ASOF-DATE
              CLOSE PARM-FILE
           ELSE
              DISPLAY "From date (YYYYMMDD)"
              ACCEPT WS-FROM-DATE
              DISPLAY "To date (YYYYMMDD)"
              ACCEPT WS-TO-DATE
              DISPLAY "Proposed rates as of (YYYYMMDD, 0 for latest)"
              ACCEPT WS-ASOF-DATE
           END-IF
           IF WS-ASOF-DATE = ZERO
              PERFORM FIND-LATEST-EFFECTIVE-DATE
           END-IF.

      *****************************************************************
      * FIND-LATEST-EFFECTIVE-DATE takes the newest effective date
      * keyed on the rate master - where a proposal is keyed.
      *****************************************************************
       FIND-LATEST-EFFECTIVE-DATE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ RATE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF RTF-EFFECTIVE IS NUMERIC
                          AND RTF-EFFECTIVE > WS-ASOF-DATE
                          MOVE RTF-EFFECTIVE TO WS-ASOF-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RATE-FILE
           END-IF.

      *****************************************************************
      * WALK-CATALOG re-costs every cataloged results generation cut
      * on or after the from date - an earlier cut can hold nothing
      * from the period.
      *****************************************************************
       WALK-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
              DISPLAY "ARCCAT.DAT NOT ON FILE - CURRENT RESULTS ONLY"
           ELSE
              PERFORM UNTIL WS-CAT-EOF
                 READ CATALOG-FILE
                    AT END SET WS-CAT-EOF TO TRUE
                    NOT AT END
                       IF CAT-ARCHIVE-NAME(1:13) = "SUITERES.DAT."
                          AND CAT-CUT-DATE NOT < WS-FROM-DATE
                          MOVE CAT-ARCHIVE-NAME TO WS-GEN-NAME
                          ADD 1 TO WS-GEN-COUNT
                          PERFORM RECOST-ONE-GENERATION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CATALOG-FILE
           END-IF.

       RECOST-ONE-GENERATION.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS NOT = "00"
              DISPLAY WS-GEN-NAME " NOT ON FILE - SKIPPED"
           ELSE
              PERFORM UNTIL WS-EOF
                 READ RESULT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF RES-DATE NOT < WS-FROM-DATE
                          AND RES-DATE NOT > WS-TO-DATE
                          PERFORM TAKE-RESULT-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESULT-FILE
           END-IF.

       TAKE-RESULT-RECORD.
           EVALUATE RES-PRODUCER
              WHEN "AREABATCH"
                 IF RES-RESULT(41:4) IS NUMERIC
                    AND RES-RESULT(57:5) IS NUMERIC
                    PERFORM RECOST-AREA-RESULT
                 ELSE
                    ADD 1 TO WS-NO-JOB-COUNT
                 END-IF
              WHEN "VOLBATCH"
                 ADD 1 TO WS-VOLUME-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *****************************************************************
      * RECOST-AREA-RESULT prices one area result old and new and
      * rolls it onto the three summaries.
      *****************************************************************
       RECOST-AREA-RESULT.
           ADD 1 TO WS-RECOSTED
           MOVE RES-RESULT(41:4) TO WS-REC-JOB
           MOVE RES-RESULT(45:4) TO WS-REC-ACCOUNT
           MOVE RES-RESULT(49:8) TO WS-REC-MATERIAL
           MOVE RES-RESULT(57:5) TO WS-RATE-PACK-X
           MOVE WS-RATE-PACK TO WS-OLD-RATE
           MOVE RES-SCALE TO WS-SCALE-I
           COMPUTE WS-DIVISOR = 10 ** WS-SCALE-I
           COMPUTE WS-AREA-VALUE =
              FUNCTION NUMVAL(RES-RESULT(1:20)) / WS-DIVISOR
           MOVE "Y" TO WS-NO-RATE-SWITCH
           IF WS-REC-MATERIAL = SPACES
              MOVE "*KEYED*" TO WS-REC-KEY
              MOVE WS-OLD-RATE TO WS-NEW-RATE
           ELSE
              MOVE WS-REC-MATERIAL TO WS-REC-KEY
              CALL "RATE-LOOKUP" USING WS-REC-MATERIAL WS-ASOF-DATE
                 WS-NEW-RATE WS-RATE-STATUS
              IF WS-RATE-STATUS = "N"
                 MOVE WS-OLD-RATE TO WS-NEW-RATE
                 MOVE "N" TO WS-NO-RATE-SWITCH
                 SET WS-SIM-WARNING TO TRUE
              END-IF
           END-IF
           COMPUTE WS-OLD-COST ROUNDED = WS-AREA-VALUE * WS-OLD-RATE
           COMPUTE WS-NEW-COST ROUNDED = WS-AREA-VALUE * WS-NEW-RATE
           ADD WS-OLD-COST TO WS-TOTAL-OLD
           ADD WS-NEW-COST TO WS-TOTAL-NEW
           PERFORM ADD-TO-MATERIAL
           PERFORM ADD-TO-ACCOUNT
           PERFORM ADD-TO-JOB.

      *****************************************************************
      * The material summary keeps the last old rate seen beside the
      * proposed one, so the report shows the move that drove each
      * line.
      *****************************************************************
       ADD-TO-MATERIAL.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX > WS-MATERIAL-COUNT
              IF WS-MT-KEY(WS-IX) = WS-REC-KEY
                 MOVE WS-IX TO WS-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-FOUND-IX = ZERO
              IF WS-MATERIAL-COUNT < WS-MAX-MATERIALS
                 ADD 1 TO WS-MATERIAL-COUNT
                 MOVE WS-MATERIAL-COUNT TO WS-FOUND-IX
                 MOVE WS-REC-KEY TO WS-MT-KEY(WS-FOUND-IX)
                 MOVE ZERO TO WS-MT-COUNT(WS-FOUND-IX)
                 MOVE ZERO TO WS-MT-OLD-COST(WS-FOUND-IX)
                 MOVE ZERO TO WS-MT-NEW-COST(WS-FOUND-IX)
                 MOVE "Y" TO WS-MT-RATE-SWITCH(WS-FOUND-IX)
              ELSE
                 SET WS-TABLE-OVERFLOW TO TRUE
              END-IF
           END-IF
           IF WS-FOUND-IX > ZERO
              ADD 1 TO WS-MT-COUNT(WS-FOUND-IX)
              MOVE WS-OLD-RATE TO WS-MT-OLD-RATE(WS-FOUND-IX)
              MOVE WS-NEW-RATE TO WS-MT-NEW-RATE(WS-FOUND-IX)
              ADD WS-OLD-COST TO WS-MT-OLD-COST(WS-FOUND-IX)
              ADD WS-NEW-COST TO WS-MT-NEW-COST(WS-FOUND-IX)
              IF WS-REC-NO-RATE
                 MOVE "N" TO WS-MT-RATE-SWITCH(WS-FOUND-IX)
              END-IF
           END-IF.

       ADD-TO-ACCOUNT.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX > WS-ACCOUNT-COUNT
              IF WS-AT-KEY(WS-IX) = WS-REC-ACCOUNT
                 MOVE WS-IX TO WS-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-FOUND-IX = ZERO
              IF WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
                 ADD 1 TO WS-ACCOUNT-COUNT
                 MOVE WS-ACCOUNT-COUNT TO WS-FOUND-IX
                 MOVE WS-REC-ACCOUNT TO WS-AT-KEY(WS-FOUND-IX)
                 MOVE ZERO TO WS-AT-COUNT(WS-FOUND-IX)
                 MOVE ZERO TO WS-AT-OLD-COST(WS-FOUND-IX)
                 MOVE ZERO TO WS-AT-NEW-COST(WS-FOUND-IX)
              ELSE
                 SET WS-TABLE-OVERFLOW TO TRUE
              END-IF
           END-IF
           IF WS-FOUND-IX > ZERO
              ADD 1 TO WS-AT-COUNT(WS-FOUND-IX)
              ADD WS-OLD-COST TO WS-AT-OLD-COST(WS-FOUND-IX)
              ADD WS-NEW-COST TO WS-AT-NEW-COST(WS-FOUND-IX)
           END-IF.

       ADD-TO-JOB.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX > WS-JOB-COUNT
              IF WS-JT-KEY(WS-IX) = WS-REC-JOB
                 MOVE WS-IX TO WS-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-FOUND-IX = ZERO
              IF WS-JOB-COUNT < WS-MAX-JOBS
                 ADD 1 TO WS-JOB-COUNT
                 MOVE WS-JOB-COUNT TO WS-FOUND-IX
                 MOVE WS-REC-JOB TO WS-JT-KEY(WS-FOUND-IX)
                 MOVE WS-REC-ACCOUNT TO WS-JT-ACCOUNT(WS-FOUND-IX)
                 MOVE ZERO TO WS-JT-COUNT(WS-FOUND-IX)
                 MOVE ZERO TO WS-JT-OLD-COST(WS-FOUND-IX)
                 MOVE ZERO TO WS-JT-NEW-COST(WS-FOUND-IX)
              ELSE
                 SET WS-TABLE-OVERFLOW TO TRUE
              END-IF
           END-IF
           IF WS-FOUND-IX > ZERO
              ADD 1 TO WS-JT-COUNT(WS-FOUND-IX)
              ADD WS-OLD-COST TO WS-JT-OLD-COST(WS-FOUND-IX)
              ADD WS-NEW-COST TO WS-JT-NEW-COST(WS-FOUND-IX)
           END-IF.

       WRITE-SIMULATION-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "RATESIM.RPT" TO WS-RPT-FILE
           MOVE "RATE CHANGE IMPACT SIMULATION" TO WS-RPT-TITLE
           MOVE "KEY       PIECES  OLD RATE NEW RATE       OLD COST
      -       "     NEW COST      DIFFERENCE" TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PERIOD " WS-FROM-DATE " TO " WS-TO-DATE
              " RE-COSTED AT RATES IN FORCE " WS-ASOF-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "BY MATERIAL" TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX > WS-MATERIAL-COUNT
              PERFORM WRITE-MATERIAL-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "BY ACCOUNT CODE" TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX > WS-ACCOUNT-COUNT
              PERFORM WRITE-ACCOUNT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "BY JOB (ACCOUNT)" TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX > WS-JOB-COUNT
              PERFORM WRITE-JOB-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           COMPUTE WS-DIFFERENCE = WS-TOTAL-NEW - WS-TOTAL-OLD
           MOVE WS-RECOSTED TO WS-COUNT-OUT
           MOVE WS-TOTAL-OLD TO WS-OLD-OUT
           MOVE WS-TOTAL-NEW TO WS-NEW-OUT
           MOVE WS-DIFFERENCE TO WS-DIFF-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL    " WS-COUNT-OUT "                   "
              WS-OLD-OUT " " WS-NEW-OUT " " WS-DIFF-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-NO-JOB-COUNT " AREA RESULTS OUTSIDE A JOB AND "
              WS-VOLUME-COUNT " VOLUME RESULTS NOT PRICED BY THE"
              " RATE MASTER" DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-TABLE-OVERFLOW
              MOVE "SUMMARY TABLE FULL - SOME KEYS LEFT OFF, TOTALS CO
      -          "MPLETE" TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              SET WS-SIM-WARNING TO TRUE
           END-IF
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-MATERIAL-LINE.
           COMPUTE WS-DIFFERENCE = WS-MT-NEW-COST(WS-IX) -
              WS-MT-OLD-COST(WS-IX)
           MOVE WS-MT-COUNT(WS-IX) TO WS-COUNT-OUT
           MOVE WS-MT-OLD-RATE(WS-IX) TO WS-RATE-OUT
           MOVE WS-MT-NEW-RATE(WS-IX) TO WS-RATE-OUT-2
           MOVE WS-MT-OLD-COST(WS-IX) TO WS-OLD-OUT
           MOVE WS-MT-NEW-COST(WS-IX) TO WS-NEW-OUT
           MOVE WS-DIFFERENCE TO WS-DIFF-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-MT-KEY(WS-IX) " " WS-COUNT-OUT "   "
              WS-RATE-OUT "   " WS-RATE-OUT-2 " " WS-OLD-OUT " "
              WS-NEW-OUT " " WS-DIFF-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           IF WS-MT-NO-RATE(WS-IX)
              MOVE "NO RATE" TO WS-RPT-LINE(91:7)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-ACCOUNT-LINE.
           COMPUTE WS-DIFFERENCE = WS-AT-NEW-COST(WS-IX) -
              WS-AT-OLD-COST(WS-IX)
           MOVE WS-AT-COUNT(WS-IX) TO WS-COUNT-OUT
           MOVE WS-AT-OLD-COST(WS-IX) TO WS-OLD-OUT
           MOVE WS-AT-NEW-COST(WS-IX) TO WS-NEW-OUT
           MOVE WS-DIFFERENCE TO WS-DIFF-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-AT-KEY(WS-IX) "     " WS-COUNT-OUT
              "                   " WS-OLD-OUT " " WS-NEW-OUT " "
              WS-DIFF-OUT DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-JOB-LINE.
           COMPUTE WS-DIFFERENCE = WS-JT-NEW-COST(WS-IX) -
              WS-JT-OLD-COST(WS-IX)
           MOVE WS-JT-COUNT(WS-IX) TO WS-COUNT-OUT
           MOVE WS-JT-OLD-COST(WS-IX) TO WS-OLD-OUT
           MOVE WS-JT-NEW-COST(WS-IX) TO WS-NEW-OUT
           MOVE WS-DIFFERENCE TO WS-DIFF-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-JT-KEY(WS-IX) " " WS-JT-ACCOUNT(WS-IX)
              WS-COUNT-OUT "                   " WS-OLD-OUT " "
              WS-NEW-OUT " " WS-DIFF-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM rateSim.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY RATELOOK.

       COPY DATESERV.

       COPY ENVNAME.
