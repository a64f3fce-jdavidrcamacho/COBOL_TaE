      * night-over-night result plausibility check
      *    TOPIC:
      *    BALANCED IS NOT THE SAME AS BELIEVABLE
      *****************************************************************
      * nightBalance proves every transaction is accounted for; it
      * would pass a night whose area totals are ten times normal
      * because someone keyed millimetres as metres.  This step runs
      * after the drivers and postings and ahead of reportBundle,
      * and sets tonight's totals beside their own trailing history:
      *
      *   P  per producer - the result values each producer filed
      *      to SUITERES.DAT, at each record's own result scale;
      *   A  per account - the net posted to ACCTLEDG.DAT under the
      *      account (less the *ALL control totals);
      *   M  per material - the area filed by the area driver for
      *      job work priced from the rate master, by the material
      *      its result carries.
      *
      * History is every prior processing date in the look-back on
      * the same two files.  For each total active tonight the
      * nights it was active in the look-back give a mean and a
      * spread (the standard deviation, but never less than the
      * floor percentage of the mean, so a total that has never
      * moved is not flagged for moving a cent); the expected range
      * is the mean plus or minus the sigma multiple of the spread.
      * A total outside it is IMPLAUSIBLE; one with fewer than the
      * minimum nights of history is listed as NEW and not judged.
      * A result whose digits will not fit a fifteen-digit total -
      * the factorial batch's long results - is left out of its
      * producer's total.
      *
      * PLAUSPARM.DAT, when present, sets:
      *
      *   columns 1-3   look-back in days (default 30, at most 90)
      *   columns 4-5   minimum nights of history (default 5)
      *   columns 6-7   sigma multiple, one implied decimal
      *                 (default 30, i.e. 3.0)
      *   columns 8-9   spread floor, per cent of the mean
      *                 (default 10)
      *
      * Every total judged goes to PLAUSRPT.DAT.  The night's verdict
      * is kept on PLAUSCTL.DAT - P passed, or H held with the count
      * of implausible totals - and the implausible ones to
      * PLAUSFLG.DAT.  A held night raises an alert, files each
      * implausible total as a warning exception and leaves
      * RETURN-CODE 4; reportBundle will not distribute it until an
      * operator accepts or rejects the figures through plausAccept.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. plausCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PLAUSPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-RES-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RES-STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LEDGER-STATUS.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CONTROL-STATUS.
           SELECT FLAG-FILE ASSIGN TO DYNAMIC WS-FLAG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FLAG-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-DAYS PIC X(3).
           05 PARM-MIN-NIGHTS PIC X(2).
           05 PARM-SIGMA PIC X(2).
           05 PARM-FLOOR-PCT PIC X(2).
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
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LEDG-DATE PIC 9(8).
           05 LEDG-ACCOUNT PIC X(4).
           05 LEDG-COUNT PIC 9(5).
           05 LEDG-SIGN PIC X.
           05 LEDG-TOTAL PIC 9(9)V99.
      *    The night's verdict: P passed, H held for an operator,
      *    A accepted or R rejected by the operator named.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 PCT-DATE PIC 9(8).
           05 PCT-STATUS PIC X.
           05 PCT-FLAGS PIC 9(4).
           05 PCT-USER PIC X(8).
           05 PCT-DECIDED-DATE PIC 9(8).
           05 PCT-DECIDED-TIME PIC 9(8).
       FD  FLAG-FILE.
       01  FLAG-RECORD.
           05 PFL-KIND PIC X.
           05 PFL-KEY PIC X(12).
           05 PFL-TONIGHT PIC S9(13)V999 SIGN LEADING SEPARATE.
           05 PFL-LOW PIC S9(13)V999 SIGN LEADING SEPARATE.
           05 PFL-HIGH PIC S9(13)V999 SIGN LEADING SEPARATE.
           05 PFL-NIGHTS PIC 9(2).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-RES-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-FLAG-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-RES-NAME PIC X(40).
       01 WS-LEDGER-NAME PIC X(40).
       01 WS-CONTROL-NAME PIC X(40).
       01 WS-FLAG-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-PROCESS-DAY PIC 9(8).
       01 WS-LOOKBACK-DAYS PIC 9(3) VALUE 30.
       01 WS-MIN-NIGHTS PIC 9(2) VALUE 5.
       01 WS-SIGMA PIC 9V9 VALUE 3.0.
       01 WS-SIGMA-IN PIC 99.
       01 WS-FLOOR-PCT PIC 9(2) VALUE 10.
       01 WS-WINDOW-START PIC 9(8).
       01 WS-DAY-OFFSET PIC 9(3).
      *    One total per kind and key, with its value tonight and on
      *    each day back through the look-back.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 500 TIMES.
               10 WS-GRP-KIND PIC X.
               10 WS-GRP-KEY PIC X(12).
               10 WS-GRP-TONIGHT PIC S9(13)V999 COMP-3.
               10 WS-GRP-ACTIVE PIC X.
               10 WS-GRP-DAY OCCURS 90 TIMES.
                   15 WS-GRP-DAY-TOTAL PIC S9(13)V999 COMP-3.
                   15 WS-GRP-DAY-SEEN PIC X.
       01 WS-GROUP-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-MAX-GROUPS PIC 9(3) COMP VALUE 500.
       01 WS-GRP-IX PIC 9(3) COMP.
       01 WS-GRP-FOUND PIC 9(3) COMP.
       01 WS-DAY-IX PIC 9(3) COMP.
       01 WS-GROUPS-FULL-SWITCH PIC X VALUE "N".
           88 WS-GROUPS-FULL VALUE "Y".
       01 WS-KIND PIC X.
       01 WS-KEY PIC X(12).
       01 WS-VALUE PIC S9(13)V999.
       01 WS-VALUE-OK-SWITCH PIC X.
           88 WS-VALUE-OK VALUE "Y".
       01 WS-RX PIC 9(3) COMP.
       01 WS-DIGIT-START PIC 9(3) COMP.
       01 WS-DIGIT-COUNT PIC 9(3) COMP.
       01 WS-SIGN-CHAR PIC X.
       01 WS-RAW-DIGITS PIC X(18).
       01 WS-RAW-VALUE PIC 9(18).
       01 WS-SCALE-DIVISOR PIC 9(10).
       01 WS-NIGHTS PIC 9(2).
       01 WS-SUM PIC S9(15)V999.
       01 WS-MEAN PIC S9(13)V999.
       01 WS-DEVIATION PIC S9(13)V999.
       01 WS-SQUARES PIC S9(18)V999.
       01 WS-VARIANCE PIC S9(18)V999.
       01 WS-SPREAD PIC S9(13)V999.
       01 WS-FLOOR PIC S9(13)V999.
       01 WS-MARGIN PIC S9(14)V999.
       01 WS-LOW PIC S9(14)V999.
       01 WS-HIGH PIC S9(14)V999.
       01 WS-VERDICT PIC X(11).
       01 WS-JUDGED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NEW-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FLAG-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SKIPPED-RESULTS PIC 9(5) VALUE ZERO.
       01 WS-TONIGHT-OUT PIC -(12)9.999.
       01 WS-MEAN-OUT PIC -(12)9.999.
       01 WS-LOW-OUT PIC -(12)9.999.
       01 WS-HIGH-OUT PIC -(12)9.999.
       01 WS-EXC-SEVERITY PIC X.
       01 WS-EXC-REASON PIC X(8).
       01 WS-EXC-DETAIL PIC X(40).
       01 WS-ALERT-SEVERITY PIC X.
       01 WS-ALERT-REASON PIC X(60).
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "PLAUSCHECK".
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
           CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
           MOVE "SUITERES.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME WS-RES-NAME
           MOVE "ACCTLEDG.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-LEDGER-NAME
           MOVE "PLAUSCTL.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-CONTROL-NAME
           MOVE "PLAUSFLG.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-FLAG-NAME
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-RESULTS
           PERFORM LOAD-LEDGER
           MOVE "O" TO WS-RPT-ACTION
           MOVE "PLAUSRPT.DAT" TO WS-RPT-FILE
           MOVE "NIGHT-OVER-NIGHT PLAUSIBILITY OF THE NIGHT'S TOTALS"
              TO WS-RPT-TITLE
           MOVE "K KEY                 TONIGHT           MEAN      EXPEC
      -       "TED LOW     EXPECTED HIGH NT VERDICT" TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           OPEN OUTPUT FLAG-FILE
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                 UNTIL WS-GRP-IX > WS-GROUP-COUNT
              IF WS-GRP-ACTIVE(WS-GRP-IX) = "Y"
                 PERFORM JUDGE-ONE-TOTAL
              END-IF
           END-PERFORM
           CLOSE FLAG-FILE
           PERFORM WRITE-CONTROL-RECORD
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY "PLAUSCHECK COMPLETE - " WS-JUDGED-COUNT
              " TOTALS JUDGED, " WS-FLAG-COUNT " IMPLAUSIBLE"
           IF WS-FLAG-COUNT > ZERO
              MOVE "W" TO WS-ALERT-SEVERITY
              MOVE SPACES TO WS-ALERT-REASON
              STRING "NIGHT HELD - " WS-FLAG-COUNT
                 " IMPLAUSIBLE TOTALS AWAIT PLAUSACCEPT"
                 DELIMITED BY SIZE INTO WS-ALERT-REASON
              CALL "ALERT-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-ALERT-SEVERITY WS-ALERT-REASON
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 AT END
                    MOVE SPACES TO PARM-RECORD
              END-READ
              IF PARM-DAYS IS NUMERIC AND PARM-DAYS NOT = "000"
                 MOVE PARM-DAYS TO WS-LOOKBACK-DAYS
                 IF WS-LOOKBACK-DAYS > 90
                    MOVE 90 TO WS-LOOKBACK-DAYS
                 END-IF
              END-IF
              IF PARM-MIN-NIGHTS IS NUMERIC
                 AND PARM-MIN-NIGHTS NOT = "00"
                 MOVE PARM-MIN-NIGHTS TO WS-MIN-NIGHTS
              END-IF
              IF PARM-SIGMA IS NUMERIC AND PARM-SIGMA NOT = "00"
                 MOVE PARM-SIGMA TO WS-SIGMA-IN
                 COMPUTE WS-SIGMA = WS-SIGMA-IN / 10
              END-IF
              IF PARM-FLOOR-PCT IS NUMERIC
                 MOVE PARM-FLOOR-PCT TO WS-FLOOR-PCT
              END-IF
              CLOSE PARM-FILE
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE) TO
              WS-PROCESS-DAY
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
              WS-PROCESS-DAY - WS-LOOKBACK-DAYS)
           DISPLAY "JUDGING " WS-PROCESS-DATE " AGAINST "
              WS-WINDOW-START " ONWARD".

      *****************************************************************
      * LOAD-RESULTS totals each result into its producer, and an
      * area result priced from the rate master into its material
      * too, on the day it was filed.
      *****************************************************************
       LOAD-RESULTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RESULT-FILE
           IF WS-RES-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ RESULT-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF RES-DATE IS NUMERIC
                          AND RES-DATE NOT < WS-WINDOW-START
                          AND RES-DATE NOT > WS-PROCESS-DATE
                          PERFORM TAKE-RESULT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESULT-FILE
           ELSE
              DISPLAY "SUITERES.DAT NOT ON FILE - NO PRODUCER TOTALS"
           END-IF.

       TAKE-RESULT.
           PERFORM PARSE-RESULT-VALUE
           IF WS-VALUE-OK
              COMPUTE WS-DAY-OFFSET = WS-PROCESS-DAY -
                 FUNCTION INTEGER-OF-DATE(RES-DATE)
              MOVE "P" TO WS-KIND
              MOVE RES-PRODUCER TO WS-KEY
              PERFORM ADD-TO-GROUP
              IF RES-PRODUCER = "AREABATCH"
                 AND RES-RESULT(49:8) NOT = SPACES
                 MOVE "M" TO WS-KIND
                 MOVE RES-RESULT(49:8) TO WS-KEY
                 PERFORM ADD-TO-GROUP
              END-IF
           ELSE
              ADD 1 TO WS-SKIPPED-RESULTS
           END-IF.

      *****************************************************************
      * PARSE-RESULT-VALUE reads the result's leading sign and digit
      * run and scales it by the record's result scale; a run of no
      * digits, or more than fits a fifteen-digit total, is not
      * taken.
      *****************************************************************
       PARSE-RESULT-VALUE.
           MOVE "N" TO WS-VALUE-OK-SWITCH
           MOVE "+" TO WS-SIGN-CHAR
           MOVE 1 TO WS-DIGIT-START
           IF RES-RESULT(1:1) = "-" OR RES-RESULT(1:1) = "+"
              MOVE RES-RESULT(1:1) TO WS-SIGN-CHAR
              MOVE 2 TO WS-DIGIT-START
           END-IF
           MOVE ZERO TO WS-DIGIT-COUNT
           PERFORM VARYING WS-RX FROM WS-DIGIT-START BY 1
                 UNTIL WS-RX > 200
                 OR RES-RESULT(WS-RX:1) IS NOT NUMERIC
              ADD 1 TO WS-DIGIT-COUNT
           END-PERFORM
           IF WS-DIGIT-COUNT > ZERO AND WS-DIGIT-COUNT NOT > 18
              AND WS-DIGIT-COUNT - RES-SCALE NOT > 13
              AND RES-SCALE IS NUMERIC
              MOVE ZEROS TO WS-RAW-DIGITS
              MOVE RES-RESULT(WS-DIGIT-START:WS-DIGIT-COUNT) TO
                 WS-RAW-DIGITS(19 - WS-DIGIT-COUNT:WS-DIGIT-COUNT)
              MOVE WS-RAW-DIGITS TO WS-RAW-VALUE
              COMPUTE WS-SCALE-DIVISOR = 10 ** RES-SCALE
              COMPUTE WS-VALUE ROUNDED =
                 WS-RAW-VALUE / WS-SCALE-DIVISOR
              IF WS-SIGN-CHAR = "-"
                 COMPUTE WS-VALUE = 0 - WS-VALUE
              END-IF
              SET WS-VALUE-OK TO TRUE
           END-IF.

       LOAD-LEDGER.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ LEDGER-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF LEDG-ACCOUNT NOT = "*ALL"
                          AND LEDG-DATE IS NUMERIC
                          AND LEDG-TOTAL IS NUMERIC
                          AND LEDG-DATE NOT < WS-WINDOW-START
                          AND LEDG-DATE NOT > WS-PROCESS-DATE
                          PERFORM TAKE-LEDGER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           ELSE
              DISPLAY "ACCTLEDG.DAT NOT ON FILE - NO ACCOUNT TOTALS"
           END-IF.

       TAKE-LEDGER.
           COMPUTE WS-DAY-OFFSET = WS-PROCESS-DAY -
              FUNCTION INTEGER-OF-DATE(LEDG-DATE)
           MOVE LEDG-TOTAL TO WS-VALUE
           IF LEDG-SIGN = "-"
              COMPUTE WS-VALUE = 0 - WS-VALUE
           END-IF
           MOVE "A" TO WS-KIND
           MOVE SPACES TO WS-KEY
           MOVE LEDG-ACCOUNT TO WS-KEY
           PERFORM ADD-TO-GROUP.

      *****************************************************************
      * ADD-TO-GROUP adds WS-VALUE to the kind and key's total for
      * the day WS-DAY-OFFSET back from tonight (0 is tonight).
      *****************************************************************
       ADD-TO-GROUP.
           MOVE ZERO TO WS-GRP-FOUND
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                 UNTIL WS-GRP-IX > WS-GROUP-COUNT
                 OR WS-GRP-FOUND > ZERO
              IF WS-GRP-KIND(WS-GRP-IX) = WS-KIND
                 AND WS-GRP-KEY(WS-GRP-IX) = WS-KEY
                 MOVE WS-GRP-IX TO WS-GRP-FOUND
              END-IF
           END-PERFORM
           IF WS-GRP-FOUND = ZERO
              IF WS-GROUP-COUNT < WS-MAX-GROUPS
                 ADD 1 TO WS-GROUP-COUNT
                 MOVE WS-GROUP-COUNT TO WS-GRP-FOUND
                 MOVE WS-KIND TO WS-GRP-KIND(WS-GRP-FOUND)
                 MOVE WS-KEY TO WS-GRP-KEY(WS-GRP-FOUND)
                 MOVE ZERO TO WS-GRP-TONIGHT(WS-GRP-FOUND)
                 MOVE "N" TO WS-GRP-ACTIVE(WS-GRP-FOUND)
                 PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                       UNTIL WS-DAY-IX > 90
                    MOVE ZERO TO
                       WS-GRP-DAY-TOTAL(WS-GRP-FOUND, WS-DAY-IX)
                    MOVE "N" TO
                       WS-GRP-DAY-SEEN(WS-GRP-FOUND, WS-DAY-IX)
                 END-PERFORM
              ELSE
                 IF NOT WS-GROUPS-FULL
                    SET WS-GROUPS-FULL TO TRUE
                    DISPLAY "TOTALS TABLE FULL - TOTALS PAST "
                       WS-MAX-GROUPS " NOT JUDGED"
                 END-IF
              END-IF
           END-IF
           IF WS-GRP-FOUND > ZERO
              IF WS-DAY-OFFSET = ZERO
                 ADD WS-VALUE TO WS-GRP-TONIGHT(WS-GRP-FOUND)
                 MOVE "Y" TO WS-GRP-ACTIVE(WS-GRP-FOUND)
              ELSE
                 ADD WS-VALUE TO
                    WS-GRP-DAY-TOTAL(WS-GRP-FOUND, WS-DAY-OFFSET)
                 MOVE "Y" TO
                    WS-GRP-DAY-SEEN(WS-GRP-FOUND, WS-DAY-OFFSET)
              END-IF
           END-IF.

      *****************************************************************
      * JUDGE-ONE-TOTAL sets tonight's total against the mean and
      * spread of the nights it was active in the look-back.
      *****************************************************************
       JUDGE-ONE-TOTAL.
           MOVE ZERO TO WS-NIGHTS
           MOVE ZERO TO WS-SUM
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                 UNTIL WS-DAY-IX > WS-LOOKBACK-DAYS
              IF WS-GRP-DAY-SEEN(WS-GRP-IX, WS-DAY-IX) = "Y"
                 ADD 1 TO WS-NIGHTS
                 ADD WS-GRP-DAY-TOTAL(WS-GRP-IX, WS-DAY-IX) TO WS-SUM
              END-IF
           END-PERFORM
           MOVE ZERO TO WS-MEAN
           MOVE ZERO TO WS-LOW
           MOVE ZERO TO WS-HIGH
           IF WS-NIGHTS < WS-MIN-NIGHTS
              ADD 1 TO WS-NEW-COUNT
              MOVE "NEW" TO WS-VERDICT
              IF WS-NIGHTS > ZERO
                 COMPUTE WS-MEAN ROUNDED = WS-SUM / WS-NIGHTS
              END-IF
           ELSE
              ADD 1 TO WS-JUDGED-COUNT
              COMPUTE WS-MEAN ROUNDED = WS-SUM / WS-NIGHTS
              MOVE ZERO TO WS-SQUARES
              PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                    UNTIL WS-DAY-IX > WS-LOOKBACK-DAYS
                 IF WS-GRP-DAY-SEEN(WS-GRP-IX, WS-DAY-IX) = "Y"
                    COMPUTE WS-DEVIATION =
                       WS-GRP-DAY-TOTAL(WS-GRP-IX, WS-DAY-IX) - WS-MEAN
                    COMPUTE WS-SQUARES = WS-SQUARES +
                       WS-DEVIATION * WS-DEVIATION
                 END-IF
              END-PERFORM
              COMPUTE WS-VARIANCE ROUNDED = WS-SQUARES / WS-NIGHTS
              COMPUTE WS-SPREAD ROUNDED = FUNCTION SQRT(WS-VARIANCE)
              COMPUTE WS-FLOOR ROUNDED = WS-MEAN * WS-FLOOR-PCT / 100
              IF WS-FLOOR < ZERO
                 COMPUTE WS-FLOOR = 0 - WS-FLOOR
              END-IF
              IF WS-SPREAD < WS-FLOOR
                 MOVE WS-FLOOR TO WS-SPREAD
              END-IF
              COMPUTE WS-MARGIN ROUNDED = WS-SPREAD * WS-SIGMA
              COMPUTE WS-LOW = WS-MEAN - WS-MARGIN
              COMPUTE WS-HIGH = WS-MEAN + WS-MARGIN
              IF WS-GRP-TONIGHT(WS-GRP-IX) < WS-LOW
                 OR WS-GRP-TONIGHT(WS-GRP-IX) > WS-HIGH
                 MOVE "IMPLAUSIBLE" TO WS-VERDICT
                 PERFORM FLAG-ONE-TOTAL
              ELSE
                 MOVE "OK" TO WS-VERDICT
              END-IF
           END-IF
           MOVE WS-GRP-TONIGHT(WS-GRP-IX) TO WS-TONIGHT-OUT
           MOVE WS-MEAN TO WS-MEAN-OUT
           MOVE WS-LOW TO WS-LOW-OUT
           MOVE WS-HIGH TO WS-HIGH-OUT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-VERDICT = "NEW"
              STRING WS-GRP-KIND(WS-GRP-IX) " "
                 WS-GRP-KEY(WS-GRP-IX) WS-TONIGHT-OUT WS-MEAN-OUT
                 "        (HISTORY TOO SHORT)         " WS-NIGHTS " "
                 WS-VERDICT DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING WS-GRP-KIND(WS-GRP-IX) " "
                 WS-GRP-KEY(WS-GRP-IX) WS-TONIGHT-OUT WS-MEAN-OUT
                 WS-LOW-OUT WS-HIGH-OUT " " WS-NIGHTS " "
                 WS-VERDICT DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       FLAG-ONE-TOTAL.
           ADD 1 TO WS-FLAG-COUNT
           MOVE WS-GRP-KIND(WS-GRP-IX) TO PFL-KIND
           MOVE WS-GRP-KEY(WS-GRP-IX) TO PFL-KEY
           MOVE WS-GRP-TONIGHT(WS-GRP-IX) TO PFL-TONIGHT
           MOVE WS-LOW TO PFL-LOW
           MOVE WS-HIGH TO PFL-HIGH
           MOVE WS-NIGHTS TO PFL-NIGHTS
           WRITE FLAG-RECORD
           MOVE "W" TO WS-EXC-SEVERITY
           MOVE "PLAUSIBL" TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-DETAIL
           STRING "IMPLAUSIBLE TOTAL " WS-GRP-KIND(WS-GRP-IX) " "
              WS-GRP-KEY(WS-GRP-IX) DELIMITED BY SIZE
              INTO WS-EXC-DETAIL
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

      *    A rerun of the check stands in for any earlier verdict
      *    on the night, an operator's decision included.
       WRITE-CONTROL-RECORD.
           MOVE WS-PROCESS-DATE TO PCT-DATE
           IF WS-FLAG-COUNT > ZERO
              MOVE "H" TO PCT-STATUS
           ELSE
              MOVE "P" TO PCT-STATUS
           END-IF
           MOVE WS-FLAG-COUNT TO PCT-FLAGS
           MOVE SPACES TO PCT-USER
           MOVE ZERO TO PCT-DECIDED-DATE
           MOVE ZERO TO PCT-DECIDED-TIME
           OPEN OUTPUT CONTROL-FILE
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-JUDGED-COUNT " TOTALS JUDGED, " WS-FLAG-COUNT
              " IMPLAUSIBLE, " WS-NEW-COUNT " WITH TOO LITTLE HISTORY"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-SKIPPED-RESULTS > ZERO
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-SKIPPED-RESULTS
                 " RESULTS TOO LONG TO TOTAL WERE LEFT OUT"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           IF WS-FLAG-COUNT > ZERO
              STRING "NIGHT OF " WS-PROCESS-DATE " HELD - NOTHING "
                 "IS DISTRIBUTED UNTIL AN OPERATOR ACCEPTS OR REJECTS"
                 DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           ELSE
              STRING "NIGHT OF " WS-PROCESS-DATE " PASSED"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM plausCheck.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY DATESERV.

       COPY ENVNAME.
