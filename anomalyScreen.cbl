      * ledger and deck anomaly screening
      *    TOPIC:
      *    SCREENING THE MONEY, NOT JUST THE LOGINS
      *****************************************************************
      * securityReview watches who signed on; nothing watched what
      * the postings themselves looked like.  This screen reads a
      * period of the account ledger (ACCTLEDG.DAT, less the *ALL
      * control totals) and the ADDTRAN.DAT decks keyed for it, and
      * raises a flag, scored 1 to 99, for each pattern a fraud
      * review looks for:
      *
      *   BENFORD  - an account whose amounts' first digits stray
      *              from Benford's expected frequencies: the
      *              chi-square over the nine digits beyond 15.51
      *              (eight degrees of freedom at 5 per cent).  The
      *              score is 50 at that critical value, rising in
      *              proportion to 99; the amounts listed are the
      *              ones carrying the most over-represented digit.
      *              Only an account with at least the minimum count
      *              of amounts in the period is tested.
      *   ROUND    - an amount of at least the round minimum with no
      *              cents and a whole multiple of 100 (score 40),
      *              1,000 (60) or 10,000 (80).
      *   NEARTHR  - an amount just under an approval threshold on
      *              SCRNTHR.DAT or under the account's budget for
      *              the month on BUDGET.DAT: within the band
      *              percentage below it.  Score 50 at the bottom of
      *              the band up to 99 a cent under the threshold.
      *   WINDOW   - a ledger posting stamped with a date that is
      *              not a business day (DATE-IS-BUSINESS-DAY, score
      *              50), or whose posting runs on RUNLOG.DAT for
      *              that processing date all started outside the
      *              nightly batch window on MBDWIN.DAT (score 70);
      *              both together score 85.  The posting runs are
      *              the ledger writers ADDING, FADEPREC,
      *              FREIGHTCALC, JOBADMIN and MEMOPOSTING, matched
      *              to the posting by the processing date in their
      *              run identifier.
      *   DORMANT  - an account whose first ledger posting in the
      *              period comes at least the dormancy count of
      *              days after its last posting before the period.
      *              Score 50 at the dormancy count, one point more
      *              per ten days beyond it, to 99.
      *
      * A deck entry is screened on its two keyed operands; a
      * ledger posting on its posted total.  Deck entries are not
      * window-tested - a deck carries no posting stamp of its own.
      *
      * Parameters come from SCRNPARM.DAT when present, otherwise
      * the period is prompted for and the rest take defaults:
      *
      *   columns 1-8    period from (YYYYMMDD)
      *   columns 9-16   period to (YYYYMMDD)
      *   columns 17-18  near-threshold band per cent (default 5)
      *   columns 19-22  dormancy days (default 180)
      *   columns 23-26  minimum amounts for the Benford test
      *                  (default 30)
      *   columns 27-33  round-amount minimum in whole units
      *                  (default 1000)
      *
      * SCRNTHR.DAT lists the approval thresholds, an amount with
      * two implied decimals (11) and a label (20) each.
      * SCRNDECK.DAT lists the decks to screen, a name (40) and the
      * processing date it was keyed for (8); without it tonight's
      * ADDTRAN.DAT, under its environment-resolved name, is taken
      * as keyed for the processing date.  Either way only decks
      * dated inside the period are read.
      *
      * The flags go to SCRNRPT.DAT highest score first, each
      * followed by the transactions behind it so the reviewer can
      * work the list, then a count per flag type.  Any flag is
      * RETURN-CODE 4; an unusable period is RETURN-CODE 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. anomalyScreen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SCRNPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "SCRNTHR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-THRESHOLD-STATUS.
           SELECT DECK-LIST-FILE ASSIGN TO "SCRNDECK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DECK-LIST-STATUS.
           SELECT DECK-FILE ASSIGN TO DYNAMIC WS-DECK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DECK-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "ACCTLEDG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LEDGER-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BUDGET-STATUS.
           SELECT WINDOW-FILE ASSIGN TO "MBDWIN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WINDOW-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOG-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-FROM-DATE PIC X(8).
           05 PARM-TO-DATE PIC X(8).
           05 PARM-BAND-PCT PIC X(2).
           05 PARM-DORMANT-DAYS PIC X(4).
           05 PARM-BENFORD-MINIMUM PIC X(4).
           05 PARM-ROUND-MINIMUM PIC X(7).
       FD  THRESHOLD-FILE.
       01  THRESHOLD-RECORD.
           05 THR-AMOUNT PIC 9(9)V99.
           05 THR-LABEL PIC X(20).
       FD  DECK-LIST-FILE.
       01  DECK-LIST-RECORD.
           05 DLS-DECK-NAME PIC X(40).
           05 DLS-DECK-DATE PIC 9(8).
       FD  DECK-FILE.
       01  DECK-RECORD PIC X(80).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LEDG-DATE PIC 9(8).
           05 LEDG-ACCOUNT PIC X(4).
           05 LEDG-COUNT PIC 9(5).
           05 LEDG-SIGN PIC X.
           05 LEDG-TOTAL PIC 9(9)V99.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05 BUD-ACCOUNT PIC X(4).
           05 BUD-PERIOD PIC 9(6).
           05 BUD-SIGN PIC X.
           05 BUD-AMOUNT PIC 9(9)V99.
       FD  WINDOW-FILE.
       01  WINDOW-RECORD.
           05 WINDOW-START PIC 9(4).
           05 WINDOW-END PIC 9(4).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-THRESHOLD-STATUS PIC XX.
       01 WS-DECK-LIST-STATUS PIC XX.
       01 WS-DECK-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-BUDGET-STATUS PIC XX.
       01 WS-WINDOW-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-DECK-NAME PIC X(40).
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-LIST-EOF-SWITCH PIC X VALUE "N".
           88 WS-LIST-EOF VALUE "Y".
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-DATE-IN PIC X(8).
       01 WS-BAND-PCT PIC 9(2) VALUE 5.
       01 WS-DORMANT-DAYS PIC 9(4) VALUE 180.
       01 WS-BENFORD-MINIMUM PIC 9(4) VALUE 30.
       01 WS-ROUND-MINIMUM PIC 9(7) VALUE 1000.
       01 WS-REFUSE-SWITCH PIC X VALUE "N".
           88 WS-REFUSED VALUE "Y".

      *    Every amount screened - ledger postings and deck operands
      *    alike - with the first significant digit worked out once.
       01 WS-TXN-TABLE.
           05 WS-TXN-ENTRY OCCURS 5000 TIMES.
               10 WS-TXN-SOURCE PIC X.
               10 WS-TXN-DATE PIC 9(8).
               10 WS-TXN-ACCOUNT PIC X(4).
               10 WS-TXN-SIGN PIC X.
               10 WS-TXN-AMOUNT PIC 9(9)V99.
               10 WS-TXN-DIGIT PIC 9.
               10 WS-TXN-REFERENCE PIC X(30).
       01 WS-TXN-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-TXN-DROPPED PIC 9(6) VALUE ZERO.
       01 WS-LEDGER-LINE PIC 9(6) VALUE ZERO.
       01 WS-LEDGER-TAKEN PIC 9(6) VALUE ZERO.
       01 WS-DECK-TAKEN PIC 9(6) VALUE ZERO.
       01 WS-DECKS-READ PIC 9(3) VALUE ZERO.

       01 WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 300 TIMES.
               10 WS-ACC-CODE PIC X(4).
               10 WS-ACC-DIGIT-COUNT PIC 9(5) OCCURS 9 TIMES.
               10 WS-ACC-AMOUNTS PIC 9(5).
               10 WS-ACC-FIRST-DATE PIC 9(8).
               10 WS-ACC-PRIOR-DATE PIC 9(8).
       01 WS-ACC-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-ACC-IX PIC 9(4) COMP.
       01 WS-ACC-FOUND PIC 9(4) COMP.
       01 WS-ACCOUNT PIC X(4).

      *    Benford's first-digit frequencies, log10(1 + 1/d).
       01 WS-BENFORD-VALUES.
           05 FILLER PIC V9(5) VALUE .30103.
           05 FILLER PIC V9(5) VALUE .17609.
           05 FILLER PIC V9(5) VALUE .12494.
           05 FILLER PIC V9(5) VALUE .09691.
           05 FILLER PIC V9(5) VALUE .07918.
           05 FILLER PIC V9(5) VALUE .06695.
           05 FILLER PIC V9(5) VALUE .05799.
           05 FILLER PIC V9(5) VALUE .05115.
           05 FILLER PIC V9(5) VALUE .04576.
       01 WS-BENFORD-TABLE REDEFINES WS-BENFORD-VALUES.
           05 WS-BENFORD-P PIC V9(5) OCCURS 9 TIMES.
       01 WS-CHI-CRITICAL PIC 9(2)V99 VALUE 15.51.

       01 WS-THR-TABLE.
           05 WS-THR-ENTRY OCCURS 50 TIMES.
               10 WS-THR-AMOUNT PIC 9(9)V99.
               10 WS-THR-LABEL PIC X(20).
       01 WS-THR-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-THR-IX PIC 9(4) COMP.
       01 WS-BUD-TABLE.
           05 WS-BUD-ENTRY OCCURS 500 TIMES.
               10 WS-BUD-ACCOUNT PIC X(4).
               10 WS-BUD-PERIOD PIC 9(6).
               10 WS-BUD-AMOUNT PIC 9(9)V99.
       01 WS-BUD-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-BUD-IX PIC 9(4) COMP.

      *    Posting runs off the run log: the processing date from
      *    the run identifier and the clock time the run started.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 1000 TIMES.
               10 WS-RUN-DATE PIC 9(8).
               10 WS-RUN-HHMM PIC 9(4).
       01 WS-RUN-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-RUN-IX PIC 9(4) COMP.
       01 WS-LOG-PROGRAM PIC X(30).
           88 WS-LOG-POSTER VALUE "ADDING" "FADEPREC" "FREIGHTCALC"
              "JOBADMIN" "MEMOPOSTING".
       01 WS-LOG-HHMM-X PIC X(4).
       01 WS-LOG-DATE-X PIC X(8).
       01 WS-WINDOW-START PIC 9(4) VALUE ZERO.
       01 WS-WINDOW-END PIC 9(4) VALUE 2359.
       01 WS-RUNS-ON-DATE PIC 9(4).
       01 WS-RUNS-INSIDE PIC 9(4).
       01 WS-BUSINESS-FLAG PIC X.

       01 WS-FLG-TABLE.
           05 WS-FLG-ENTRY OCCURS 3000 TIMES.
               10 WS-FLG-TYPE PIC X(8).
               10 WS-FLG-SCORE PIC 9(2).
               10 WS-FLG-ACCOUNT PIC X(4).
               10 WS-FLG-TXN PIC 9(4) COMP.
               10 WS-FLG-DIGIT PIC 9.
               10 WS-FLG-DETAIL PIC X(72).
       01 WS-FLG-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-FLG-DROPPED PIC 9(6) VALUE ZERO.
       01 WS-ORDER-TABLE.
           05 WS-ORDER OCCURS 3000 TIMES PIC 9(4) COMP.
       01 WS-TYPE-COUNTS.
           05 WS-BENFORD-FLAGS PIC 9(5) VALUE ZERO.
           05 WS-ROUND-FLAGS PIC 9(5) VALUE ZERO.
           05 WS-NEAR-FLAGS PIC 9(5) VALUE ZERO.
           05 WS-WINDOW-FLAGS PIC 9(5) VALUE ZERO.
           05 WS-DORMANT-FLAGS PIC 9(5) VALUE ZERO.

       01 WS-NEW-TYPE PIC X(8).
       01 WS-NEW-SCORE PIC 9(2).
       01 WS-NEW-TXN PIC 9(4) COMP.
       01 WS-NEW-DIGIT PIC 9.
       01 WS-NEW-DETAIL PIC X(72).

       01 WS-I PIC 9(4) COMP.
       01 WS-J PIC 9(4) COMP.
       01 WS-K PIC 9(4) COMP.
       01 WS-D PIC 9(2) COMP.
       01 WS-SWAP PIC 9(4) COMP.
       01 WS-INSERT-DONE-SWITCH PIC X.
           88 WS-INSERT-DONE VALUE "Y".
       01 WS-GROUP-LINE PIC 9 VALUE ZERO.
       01 WS-DECK-TRAN PIC 9(5) VALUE ZERO.
       01 WS-OPERAND-TAG PIC X.
       01 WS-AMOUNT-BUF.
           05 WS-AMOUNT-CENTS PIC 9(4)V99.
           05 FILLER PIC X(74).

       01 WS-AMOUNT-DIGITS PIC 9(9)V99.
       01 WS-AMOUNT-TEXT REDEFINES WS-AMOUNT-DIGITS PIC X(11).
       01 WS-LEADING-ZEROS PIC 9(2) COMP.
       01 WS-WHOLE PIC 9(9).
       01 WS-CENTS PIC V99.
       01 WS-BEST-SCORE PIC 9(2).
       01 WS-BEST-LABEL PIC X(20).
       01 WS-BEST-LIMIT PIC 9(9)V99.
       01 WS-LIMIT PIC 9(9)V99.
       01 WS-LIMIT-LABEL PIC X(20).
       01 WS-BAND-WIDTH PIC 9(9)V9(4).
       01 WS-GAP PIC 9(9)V99.
       01 WS-SCORE-WORK PIC 9(5)V9(4).
       01 WS-CHI PIC 9(7)V9(4).
       01 WS-EXPECTED PIC 9(7)V9(5).
       01 WS-DIFF PIC S9(7)V9(5).
       01 WS-WORST-DIFF PIC S9(7)V9(5).
       01 WS-WORST-DIGIT PIC 9.
       01 WS-AMOUNTS-N PIC 9(5).
       01 WS-DIGIT-COUNT-N PIC 9(5).
       01 WS-DIGIT-PCT PIC 9(3).
       01 WS-EXPECT-PCT PIC 9(3).
       01 WS-GAP-DAYS PIC 9(6).
       01 WS-EXCESS-DAYS PIC 9(6).

       01 WS-COUNT-OUT PIC Z(4)9.
       01 WS-VALUE-OUT PIC Z(8)9.99.
       01 WS-CHI-OUT PIC Z(6)9.99.
       01 WS-DAYS-OUT PIC Z(5)9.
       01 WS-PCT-OUT PIC ZZ9.
       01 WS-PCT-OUT-2 PIC ZZ9.
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "ANOMALYSCREEN".
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
           PERFORM OBTAIN-PARAMETERS
           IF WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
              OR WS-FROM-DATE > WS-TO-DATE
              DISPLAY "PERIOD MUST BE TWO DATES, FROM NOT AFTER TO"
              SET WS-REFUSED TO TRUE
           END-IF
           IF WS-REFUSED
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM LOAD-THRESHOLDS
              PERFORM LOAD-BUDGETS
              PERFORM LOAD-WINDOW
              PERFORM LOAD-POSTING-RUNS
              PERFORM LOAD-LEDGER
              PERFORM LOAD-DECKS
              PERFORM SCREEN-TRANSACTIONS
              PERFORM SCREEN-ACCOUNTS
              PERFORM RANK-FLAGS
              PERFORM WRITE-REPORT
              DISPLAY "ANOMALYSCREEN COMPLETE - " WS-TXN-COUNT
                 " AMOUNTS SCREENED, " WS-FLG-COUNT " FLAGS"
              IF WS-FLG-COUNT > 0
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

       OBTAIN-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
              MOVE PARM-FROM-DATE TO WS-DATE-IN
              IF WS-DATE-IN IS NUMERIC
                 MOVE WS-DATE-IN TO WS-FROM-DATE
              END-IF
              MOVE PARM-TO-DATE TO WS-DATE-IN
              IF WS-DATE-IN IS NUMERIC
                 MOVE WS-DATE-IN TO WS-TO-DATE
              END-IF
              IF PARM-BAND-PCT IS NUMERIC
                 AND PARM-BAND-PCT NOT = "00"
                 MOVE PARM-BAND-PCT TO WS-BAND-PCT
              END-IF
              IF PARM-DORMANT-DAYS IS NUMERIC
                 AND PARM-DORMANT-DAYS NOT = "0000"
                 MOVE PARM-DORMANT-DAYS TO WS-DORMANT-DAYS
              END-IF
              IF PARM-BENFORD-MINIMUM IS NUMERIC
                 AND PARM-BENFORD-MINIMUM NOT = "0000"
                 MOVE PARM-BENFORD-MINIMUM TO WS-BENFORD-MINIMUM
              END-IF
              IF PARM-ROUND-MINIMUM IS NUMERIC
                 AND PARM-ROUND-MINIMUM NOT = "0000000"
                 MOVE PARM-ROUND-MINIMUM TO WS-ROUND-MINIMUM
              END-IF
              CLOSE PARM-FILE
           ELSE
              DISPLAY "Period from (YYYYMMDD)"
              ACCEPT WS-DATE-IN
              IF WS-DATE-IN IS NUMERIC
                 MOVE WS-DATE-IN TO WS-FROM-DATE
              END-IF
              DISPLAY "Period to (YYYYMMDD)"
              ACCEPT WS-DATE-IN
              IF WS-DATE-IN IS NUMERIC
                 MOVE WS-DATE-IN TO WS-TO-DATE
              END-IF
           END-IF
      *    The dormancy test divides by the count - never let it
      *    run below ten days.
           IF WS-DORMANT-DAYS < 10
              MOVE 10 TO WS-DORMANT-DAYS
           END-IF.

      *****************************************************************
      * The reference files: approval thresholds, positive monthly
      * budgets, the batch window, and the posting runs.  Each one
      * missing simply leaves its test with nothing to compare to.
      *****************************************************************
       LOAD-THRESHOLDS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT THRESHOLD-FILE
           IF WS-THRESHOLD-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ THRESHOLD-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF THR-AMOUNT IS NUMERIC AND THR-AMOUNT > ZERO
                       AND WS-THR-COUNT < 50
                       ADD 1 TO WS-THR-COUNT
                       MOVE THR-AMOUNT TO WS-THR-AMOUNT(WS-THR-COUNT)
                       MOVE THR-LABEL TO WS-THR-LABEL(WS-THR-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-THRESHOLD-STATUS NOT = "35"
              CLOSE THRESHOLD-FILE
           END-IF.

       LOAD-BUDGETS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ BUDGET-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF BUD-SIGN NOT = "-" AND BUD-AMOUNT IS NUMERIC
                       AND BUD-AMOUNT > ZERO AND WS-BUD-COUNT < 500
                       ADD 1 TO WS-BUD-COUNT
                       MOVE BUD-ACCOUNT TO WS-BUD-ACCOUNT(WS-BUD-COUNT)
                       MOVE BUD-PERIOD TO WS-BUD-PERIOD(WS-BUD-COUNT)
                       MOVE BUD-AMOUNT TO WS-BUD-AMOUNT(WS-BUD-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-BUDGET-STATUS NOT = "35"
              CLOSE BUDGET-FILE
           END-IF.

      *    Same window convention as CHECK-SCHEDULE-WINDOW: a start
      *    and end HHMM that do not wrap midnight, the whole day
      *    when MBDWIN.DAT is absent.
       LOAD-WINDOW.
           OPEN INPUT WINDOW-FILE
           IF WS-WINDOW-STATUS = "00"
              READ WINDOW-FILE
                 NOT AT END
                    IF WINDOW-START IS NUMERIC
                       AND WINDOW-END IS NUMERIC
                       MOVE WINDOW-START TO WS-WINDOW-START
                       MOVE WINDOW-END TO WS-WINDOW-END
                    END-IF
              END-READ
              CLOSE WINDOW-FILE
           END-IF.

       LOAD-POSTING-RUNS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RUN-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ RUN-LOG-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    MOVE RUN-LOG-RECORD(27:30) TO WS-LOG-PROGRAM
                    MOVE RUN-LOG-RECORD(10:4) TO WS-LOG-HHMM-X
                    MOVE RUN-LOG-RECORD(99:8) TO WS-LOG-DATE-X
                    IF RUN-LOG-RECORD(58:11) = "EVENT=START"
                       AND RUN-LOG-RECORD(77:1) = "Y"
                       AND WS-LOG-POSTER
                       AND WS-LOG-HHMM-X IS NUMERIC
                       AND WS-LOG-DATE-X IS NUMERIC
                       AND WS-RUN-COUNT < 1000
                       ADD 1 TO WS-RUN-COUNT
                       MOVE WS-LOG-DATE-X TO WS-RUN-DATE(WS-RUN-COUNT)
                       MOVE WS-LOG-HHMM-X TO WS-RUN-HHMM(WS-RUN-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-LOG-STATUS NOT = "35"
              CLOSE RUN-LOG-FILE
           END-IF.

      *****************************************************************
      * LOAD-LEDGER keeps every posting inside the period and, for
      * the dormancy test, each account's last posting date before
      * it and first posting date within it.
      *****************************************************************
       LOAD-LEDGER.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
              DISPLAY "ACCTLEDG.DAT NOT ON FILE"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ LEDGER-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LEDGER-LINE
                    IF LEDG-ACCOUNT NOT = "*ALL"
                       AND LEDG-DATE IS NUMERIC
                       AND LEDG-TOTAL IS NUMERIC
                       AND LEDG-DATE NOT > WS-TO-DATE
                       PERFORM TAKE-LEDGER-POSTING
                    END-IF
              END-READ
           END-PERFORM
           IF WS-LEDGER-STATUS NOT = "35"
              CLOSE LEDGER-FILE
           END-IF.

       TAKE-LEDGER-POSTING.
           MOVE LEDG-ACCOUNT TO WS-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF WS-ACC-FOUND > 0
              IF LEDG-DATE < WS-FROM-DATE
                 IF LEDG-DATE > WS-ACC-PRIOR-DATE(WS-ACC-FOUND)
                    MOVE LEDG-DATE TO WS-ACC-PRIOR-DATE(WS-ACC-FOUND)
                 END-IF
              ELSE
                 IF WS-ACC-FIRST-DATE(WS-ACC-FOUND) = ZERO
                    OR LEDG-DATE < WS-ACC-FIRST-DATE(WS-ACC-FOUND)
                    MOVE LEDG-DATE TO WS-ACC-FIRST-DATE(WS-ACC-FOUND)
                 END-IF
              END-IF
           END-IF
           IF LEDG-DATE NOT < WS-FROM-DATE
              IF WS-TXN-COUNT < 5000
                 ADD 1 TO WS-TXN-COUNT
                 ADD 1 TO WS-LEDGER-TAKEN
                 MOVE "L" TO WS-TXN-SOURCE(WS-TXN-COUNT)
                 MOVE LEDG-DATE TO WS-TXN-DATE(WS-TXN-COUNT)
                 MOVE LEDG-ACCOUNT TO WS-TXN-ACCOUNT(WS-TXN-COUNT)
                 MOVE LEDG-SIGN TO WS-TXN-SIGN(WS-TXN-COUNT)
                 MOVE LEDG-TOTAL TO WS-TXN-AMOUNT(WS-TXN-COUNT)
                 MOVE SPACES TO WS-TXN-REFERENCE(WS-TXN-COUNT)
                 STRING "ACCTLEDG LINE " WS-LEDGER-LINE
                    DELIMITED BY SIZE
                    INTO WS-TXN-REFERENCE(WS-TXN-COUNT)
                 PERFORM NOTE-FIRST-DIGIT
              ELSE
                 ADD 1 TO WS-TXN-DROPPED
              END-IF
           END-IF.

      *****************************************************************
      * FIND-ACCOUNT returns the account's table entry in
      * WS-ACC-FOUND, opening one the first time the code is seen
      * (zero once the table is full).
      *****************************************************************
       FIND-ACCOUNT.
           MOVE 0 TO WS-ACC-FOUND
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                 UNTIL WS-ACC-IX > WS-ACC-COUNT
              IF WS-ACC-CODE(WS-ACC-IX) = WS-ACCOUNT
                 MOVE WS-ACC-IX TO WS-ACC-FOUND
                 MOVE WS-ACC-COUNT TO WS-ACC-IX
              END-IF
           END-PERFORM
           IF WS-ACC-FOUND = 0 AND WS-ACC-COUNT < 300
              ADD 1 TO WS-ACC-COUNT
              MOVE WS-ACC-COUNT TO WS-ACC-FOUND
              INITIALIZE WS-ACC-ENTRY(WS-ACC-FOUND)
              MOVE WS-ACCOUNT TO WS-ACC-CODE(WS-ACC-FOUND)
           END-IF.

      *    First significant digit of the newest amount, tallied to
      *    its account for the Benford test (a zero amount has none).
       NOTE-FIRST-DIGIT.
           MOVE WS-TXN-AMOUNT(WS-TXN-COUNT) TO WS-AMOUNT-DIGITS
           MOVE 0 TO WS-TXN-DIGIT(WS-TXN-COUNT)
           IF WS-AMOUNT-DIGITS > ZERO
              MOVE 0 TO WS-LEADING-ZEROS
              INSPECT WS-AMOUNT-TEXT TALLYING WS-LEADING-ZEROS
                 FOR LEADING "0"
              MOVE WS-AMOUNT-TEXT(WS-LEADING-ZEROS + 1:1) TO
                 WS-TXN-DIGIT(WS-TXN-COUNT)
              MOVE WS-TXN-ACCOUNT(WS-TXN-COUNT) TO WS-ACCOUNT
              PERFORM FIND-ACCOUNT
              IF WS-ACC-FOUND > 0
                 MOVE WS-TXN-DIGIT(WS-TXN-COUNT) TO WS-D
                 ADD 1 TO WS-ACC-DIGIT-COUNT(WS-ACC-FOUND, WS-D)
                 ADD 1 TO WS-ACC-AMOUNTS(WS-ACC-FOUND)
              END-IF
           END-IF.

      *****************************************************************
      * LOAD-DECKS reads each deck dated inside the period in the
      * four-line operation/account/amount/amount groups adding
      * reads, and keeps both keyed operands.
      *****************************************************************
       LOAD-DECKS.
           MOVE "N" TO WS-LIST-EOF-SWITCH
           OPEN INPUT DECK-LIST-FILE
           IF WS-DECK-LIST-STATUS = "00"
              PERFORM UNTIL WS-LIST-EOF
                 READ DECK-LIST-FILE
                    AT END SET WS-LIST-EOF TO TRUE
                    NOT AT END
                       IF DLS-DECK-NAME NOT = SPACES
                          AND DLS-DECK-DATE IS NUMERIC
                          AND DLS-DECK-DATE NOT < WS-FROM-DATE
                          AND DLS-DECK-DATE NOT > WS-TO-DATE
                          MOVE DLS-DECK-NAME TO WS-DECK-NAME
                          MOVE DLS-DECK-DATE TO WS-DATE-IN
                          PERFORM READ-ONE-DECK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DECK-LIST-FILE
           ELSE
              IF WS-PROCESS-DATE NOT < WS-FROM-DATE
                 AND WS-PROCESS-DATE NOT > WS-TO-DATE
                 MOVE "ADDTRAN.DAT" TO WS-LOGICAL-NAME
                 CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
                    WS-DECK-NAME
                 MOVE WS-PROCESS-DATE TO WS-DATE-IN
                 PERFORM READ-ONE-DECK
              END-IF
           END-IF.

       READ-ONE-DECK.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZERO TO WS-GROUP-LINE
           MOVE ZERO TO WS-DECK-TRAN
           OPEN INPUT DECK-FILE
           IF WS-DECK-STATUS NOT = "00"
              DISPLAY "DECK " WS-DECK-NAME " NOT ON FILE"
              SET WS-EOF TO TRUE
           ELSE
              ADD 1 TO WS-DECKS-READ
           END-IF
           PERFORM UNTIL WS-EOF
              READ DECK-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-GROUP-LINE
                    EVALUATE WS-GROUP-LINE
                       WHEN 1
                          ADD 1 TO WS-DECK-TRAN
                       WHEN 2
                          MOVE DECK-RECORD(1:4) TO WS-ACCOUNT
                       WHEN 3
                          MOVE "A" TO WS-OPERAND-TAG
                          PERFORM TAKE-DECK-OPERAND
                       WHEN 4
                          MOVE "B" TO WS-OPERAND-TAG
                          PERFORM TAKE-DECK-OPERAND
                          MOVE ZERO TO WS-GROUP-LINE
                    END-EVALUATE
              END-READ
           END-PERFORM
           IF WS-DECK-STATUS NOT = "35"
              CLOSE DECK-FILE
           END-IF.

      *    The operand lines are six digits with implied cents and
      *    land on the 9(4)V99 overlay the way adding reads them.
       TAKE-DECK-OPERAND.
           MOVE DECK-RECORD TO WS-AMOUNT-BUF
           IF WS-AMOUNT-CENTS IS NUMERIC
              IF WS-TXN-COUNT < 5000
                 ADD 1 TO WS-TXN-COUNT
                 ADD 1 TO WS-DECK-TAKEN
                 MOVE "D" TO WS-TXN-SOURCE(WS-TXN-COUNT)
                 MOVE WS-DATE-IN TO WS-TXN-DATE(WS-TXN-COUNT)
                 MOVE WS-ACCOUNT TO WS-TXN-ACCOUNT(WS-TXN-COUNT)
                 MOVE "+" TO WS-TXN-SIGN(WS-TXN-COUNT)
                 MOVE WS-AMOUNT-CENTS TO WS-TXN-AMOUNT(WS-TXN-COUNT)
                 MOVE SPACES TO WS-TXN-REFERENCE(WS-TXN-COUNT)
                 STRING WS-DECK-NAME DELIMITED BY SPACE
                    " #" WS-DECK-TRAN " " WS-OPERAND-TAG
                    DELIMITED BY SIZE
                    INTO WS-TXN-REFERENCE(WS-TXN-COUNT)
                 PERFORM NOTE-FIRST-DIGIT
              ELSE
                 ADD 1 TO WS-TXN-DROPPED
              END-IF
           END-IF.

      *****************************************************************
      * SCREEN-TRANSACTIONS runs the per-amount tests - round
      * amounts, amounts just under a threshold, and ledger
      * postings outside the batch window.
      *****************************************************************
       SCREEN-TRANSACTIONS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TXN-COUNT
              PERFORM CHECK-ROUND-AMOUNT
              PERFORM CHECK-NEAR-THRESHOLD
              IF WS-TXN-SOURCE(WS-I) = "L"
                 PERFORM CHECK-BATCH-WINDOW
              END-IF
           END-PERFORM.

       CHECK-ROUND-AMOUNT.
           MOVE WS-TXN-AMOUNT(WS-I) TO WS-WHOLE
           COMPUTE WS-CENTS = WS-TXN-AMOUNT(WS-I) - WS-WHOLE
           MOVE 0 TO WS-NEW-SCORE
           IF WS-CENTS = ZERO AND WS-WHOLE NOT < WS-ROUND-MINIMUM
              AND WS-WHOLE > ZERO
              EVALUATE TRUE
                 WHEN FUNCTION MOD(WS-WHOLE, 10000) = 0
                    MOVE 80 TO WS-NEW-SCORE
                 WHEN FUNCTION MOD(WS-WHOLE, 1000) = 0
                    MOVE 60 TO WS-NEW-SCORE
                 WHEN FUNCTION MOD(WS-WHOLE, 100) = 0
                    MOVE 40 TO WS-NEW-SCORE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-NEW-SCORE > 0
              MOVE "ROUND" TO WS-NEW-TYPE
              MOVE WS-I TO WS-NEW-TXN
              MOVE 0 TO WS-NEW-DIGIT
              MOVE WS-TXN-ACCOUNT(WS-I) TO WS-ACCOUNT
              MOVE WS-TXN-AMOUNT(WS-I) TO WS-VALUE-OUT
              MOVE SPACES TO WS-NEW-DETAIL
              STRING "ROUND AMOUNT " WS-VALUE-OUT
                 DELIMITED BY SIZE INTO WS-NEW-DETAIL
              PERFORM ADD-FLAG
              ADD 1 TO WS-ROUND-FLAGS
           END-IF.

      *    Every approval threshold, and the account's budget for
      *    the month, is tried; the closest one under it is kept.
       CHECK-NEAR-THRESHOLD.
           MOVE 0 TO WS-BEST-SCORE
           PERFORM VARYING WS-THR-IX FROM 1 BY 1
                 UNTIL WS-THR-IX > WS-THR-COUNT
              MOVE WS-THR-AMOUNT(WS-THR-IX) TO WS-LIMIT
              MOVE WS-THR-LABEL(WS-THR-IX) TO WS-LIMIT-LABEL
              PERFORM SCORE-AGAINST-LIMIT
           END-PERFORM
           PERFORM VARYING WS-BUD-IX FROM 1 BY 1
                 UNTIL WS-BUD-IX > WS-BUD-COUNT
              IF WS-BUD-ACCOUNT(WS-BUD-IX) = WS-TXN-ACCOUNT(WS-I)
                 AND WS-BUD-PERIOD(WS-BUD-IX) =
                    WS-TXN-DATE(WS-I)(1:6)
                 MOVE WS-BUD-AMOUNT(WS-BUD-IX) TO WS-LIMIT
                 MOVE "MONTH BUDGET" TO WS-LIMIT-LABEL
                 PERFORM SCORE-AGAINST-LIMIT
              END-IF
           END-PERFORM
           IF WS-BEST-SCORE > 0
              MOVE "NEARTHR" TO WS-NEW-TYPE
              MOVE WS-BEST-SCORE TO WS-NEW-SCORE
              MOVE WS-I TO WS-NEW-TXN
              MOVE 0 TO WS-NEW-DIGIT
              MOVE WS-TXN-ACCOUNT(WS-I) TO WS-ACCOUNT
              MOVE WS-BEST-LIMIT TO WS-VALUE-OUT
              MOVE SPACES TO WS-NEW-DETAIL
              STRING "JUST UNDER " WS-BEST-LABEL DELIMITED BY "  "
                 " OF " WS-VALUE-OUT DELIMITED BY SIZE
                 INTO WS-NEW-DETAIL
              PERFORM ADD-FLAG
              ADD 1 TO WS-NEAR-FLAGS
           END-IF.

       SCORE-AGAINST-LIMIT.
           COMPUTE WS-BAND-WIDTH = WS-LIMIT * WS-BAND-PCT / 100
           IF WS-TXN-AMOUNT(WS-I) < WS-LIMIT
              AND WS-BAND-WIDTH > ZERO
              COMPUTE WS-GAP = WS-LIMIT - WS-TXN-AMOUNT(WS-I)
              IF WS-GAP NOT > WS-BAND-WIDTH
                 COMPUTE WS-SCORE-WORK = WS-GAP / WS-BAND-WIDTH
                 COMPUTE WS-SCORE-WORK = WS-SCORE-WORK * 49
                 COMPUTE WS-SCORE-WORK = 99 - WS-SCORE-WORK
                 IF WS-SCORE-WORK < 50
                    MOVE 50 TO WS-SCORE-WORK
                 END-IF
                 IF WS-SCORE-WORK > WS-BEST-SCORE
                    MOVE WS-SCORE-WORK TO WS-BEST-SCORE
                    MOVE WS-LIMIT TO WS-BEST-LIMIT
                    MOVE WS-LIMIT-LABEL TO WS-BEST-LABEL
                 END-IF
              END-IF
           END-IF.

       CHECK-BATCH-WINDOW.
           MOVE 0 TO WS-NEW-SCORE
           MOVE 0 TO WS-RUNS-ON-DATE
           MOVE 0 TO WS-RUNS-INSIDE
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                 UNTIL WS-RUN-IX > WS-RUN-COUNT
              IF WS-RUN-DATE(WS-RUN-IX) = WS-TXN-DATE(WS-I)
                 ADD 1 TO WS-RUNS-ON-DATE
                 IF WS-RUN-HHMM(WS-RUN-IX) NOT < WS-WINDOW-START
                    AND WS-RUN-HHMM(WS-RUN-IX) NOT > WS-WINDOW-END
                    ADD 1 TO WS-RUNS-INSIDE
                 END-IF
              END-IF
           END-PERFORM
           CALL "DATE-IS-BUSINESS-DAY" USING WS-TXN-DATE(WS-I)
              WS-BUSINESS-FLAG
           MOVE SPACES TO WS-NEW-DETAIL
           IF WS-RUNS-ON-DATE > 0 AND WS-RUNS-INSIDE = 0
              IF WS-BUSINESS-FLAG = "N"
                 MOVE 85 TO WS-NEW-SCORE
                 STRING "NOT A BUSINESS DAY, POSTING RUNS OUTSIDE "
                    WS-WINDOW-START "-" WS-WINDOW-END
                    DELIMITED BY SIZE INTO WS-NEW-DETAIL
              ELSE
                 MOVE 70 TO WS-NEW-SCORE
                 STRING "POSTING RUNS ALL OUTSIDE THE WINDOW "
                    WS-WINDOW-START "-" WS-WINDOW-END
                    DELIMITED BY SIZE INTO WS-NEW-DETAIL
              END-IF
           ELSE
              IF WS-BUSINESS-FLAG = "N"
                 MOVE 50 TO WS-NEW-SCORE
                 STRING "POSTED " WS-TXN-DATE(WS-I)
                    ", NOT A BUSINESS DAY"
                    DELIMITED BY SIZE INTO WS-NEW-DETAIL
              END-IF
           END-IF
           IF WS-NEW-SCORE > 0
              MOVE "WINDOW" TO WS-NEW-TYPE
              MOVE WS-I TO WS-NEW-TXN
              MOVE 0 TO WS-NEW-DIGIT
              MOVE WS-TXN-ACCOUNT(WS-I) TO WS-ACCOUNT
              PERFORM ADD-FLAG
              ADD 1 TO WS-WINDOW-FLAGS
           END-IF.

      *****************************************************************
      * SCREEN-ACCOUNTS runs the per-account tests - the Benford
      * first-digit chi-square and dormancy.
      *****************************************************************
       SCREEN-ACCOUNTS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-ACC-COUNT
              IF WS-ACC-AMOUNTS(WS-K) NOT < WS-BENFORD-MINIMUM
                 PERFORM CHECK-BENFORD
              END-IF
              IF WS-ACC-FIRST-DATE(WS-K) > ZERO
                 AND WS-ACC-PRIOR-DATE(WS-K) > ZERO
                 PERFORM CHECK-DORMANCY
              END-IF
           END-PERFORM.

       CHECK-BENFORD.
           MOVE WS-ACC-AMOUNTS(WS-K) TO WS-AMOUNTS-N
           MOVE ZERO TO WS-CHI
           MOVE ZERO TO WS-WORST-DIFF
           MOVE 1 TO WS-WORST-DIGIT
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 9
              COMPUTE WS-EXPECTED = WS-AMOUNTS-N * WS-BENFORD-P(WS-D)
              MOVE WS-ACC-DIGIT-COUNT(WS-K, WS-D) TO WS-DIGIT-COUNT-N
              COMPUTE WS-DIFF = WS-DIGIT-COUNT-N - WS-EXPECTED
              COMPUTE WS-CHI = WS-CHI
                 + (WS-DIFF * WS-DIFF) / WS-EXPECTED
              IF WS-DIFF > WS-WORST-DIFF
                 MOVE WS-DIFF TO WS-WORST-DIFF
                 MOVE WS-D TO WS-WORST-DIGIT
              END-IF
           END-PERFORM
           IF WS-CHI > WS-CHI-CRITICAL
              COMPUTE WS-SCORE-WORK = WS-CHI * 50 / WS-CHI-CRITICAL
              IF WS-SCORE-WORK > 99
                 MOVE 99 TO WS-SCORE-WORK
              END-IF
              MOVE WS-SCORE-WORK TO WS-NEW-SCORE
              MOVE WS-WORST-DIGIT TO WS-D
              MOVE WS-ACC-DIGIT-COUNT(WS-K, WS-D) TO WS-DIGIT-COUNT-N
              COMPUTE WS-DIGIT-PCT ROUNDED =
                 WS-DIGIT-COUNT-N * 100 / WS-AMOUNTS-N
              COMPUTE WS-EXPECT-PCT ROUNDED =
                 WS-BENFORD-P(WS-D) * 100
              MOVE WS-CHI TO WS-CHI-OUT
              MOVE WS-AMOUNTS-N TO WS-COUNT-OUT
              MOVE WS-DIGIT-PCT TO WS-PCT-OUT
              MOVE WS-EXPECT-PCT TO WS-PCT-OUT-2
              MOVE SPACES TO WS-NEW-DETAIL
              STRING "CHI-SQUARE" WS-CHI-OUT " OVER" WS-COUNT-OUT
                 " AMOUNTS, DIGIT " WS-WORST-DIGIT " AT" WS-PCT-OUT
                 " PCT V" WS-PCT-OUT-2 " EXPECTED"
                 DELIMITED BY SIZE INTO WS-NEW-DETAIL
              MOVE "BENFORD" TO WS-NEW-TYPE
              MOVE 0 TO WS-NEW-TXN
              MOVE WS-WORST-DIGIT TO WS-NEW-DIGIT
              MOVE WS-ACC-CODE(WS-K) TO WS-ACCOUNT
              PERFORM ADD-FLAG
              ADD 1 TO WS-BENFORD-FLAGS
           END-IF.

       CHECK-DORMANCY.
           COMPUTE WS-GAP-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-ACC-FIRST-DATE(WS-K))
              - FUNCTION INTEGER-OF-DATE(WS-ACC-PRIOR-DATE(WS-K))
           IF WS-GAP-DAYS NOT < WS-DORMANT-DAYS
              COMPUTE WS-EXCESS-DAYS = WS-GAP-DAYS - WS-DORMANT-DAYS
              COMPUTE WS-SCORE-WORK = WS-EXCESS-DAYS / 10
              COMPUTE WS-SCORE-WORK = WS-SCORE-WORK + 50
              IF WS-SCORE-WORK > 99
                 MOVE 99 TO WS-SCORE-WORK
              END-IF
              MOVE WS-SCORE-WORK TO WS-NEW-SCORE
              MOVE WS-GAP-DAYS TO WS-DAYS-OUT
              MOVE SPACES TO WS-NEW-DETAIL
              STRING "FIRST POSTING " WS-ACC-FIRST-DATE(WS-K)
                 " AFTER" WS-DAYS-OUT " DAYS DORMANT, LAST "
                 WS-ACC-PRIOR-DATE(WS-K)
                 DELIMITED BY SIZE INTO WS-NEW-DETAIL
              MOVE "DORMANT" TO WS-NEW-TYPE
              MOVE 0 TO WS-NEW-TXN
              MOVE 0 TO WS-NEW-DIGIT
              MOVE WS-ACC-CODE(WS-K) TO WS-ACCOUNT
              PERFORM ADD-FLAG
              ADD 1 TO WS-DORMANT-FLAGS
           END-IF.

       ADD-FLAG.
           IF WS-FLG-COUNT < 3000
              ADD 1 TO WS-FLG-COUNT
              MOVE WS-NEW-TYPE TO WS-FLG-TYPE(WS-FLG-COUNT)
              MOVE WS-NEW-SCORE TO WS-FLG-SCORE(WS-FLG-COUNT)
              MOVE WS-ACCOUNT TO WS-FLG-ACCOUNT(WS-FLG-COUNT)
              MOVE WS-NEW-TXN TO WS-FLG-TXN(WS-FLG-COUNT)
              MOVE WS-NEW-DIGIT TO WS-FLG-DIGIT(WS-FLG-COUNT)
              MOVE WS-NEW-DETAIL TO WS-FLG-DETAIL(WS-FLG-COUNT)
           ELSE
              ADD 1 TO WS-FLG-DROPPED
           END-IF.

      *****************************************************************
      * RANK-FLAGS orders the flags highest score first by an
      * insertion sort on an index, equal scores staying in the
      * order they were raised.
      *****************************************************************
       RANK-FLAGS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FLG-COUNT
              MOVE WS-I TO WS-ORDER(WS-I)
           END-PERFORM
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-FLG-COUNT
              MOVE WS-ORDER(WS-I) TO WS-SWAP
              MOVE WS-I TO WS-J
              MOVE "N" TO WS-INSERT-DONE-SWITCH
              PERFORM UNTIL WS-INSERT-DONE
                 IF WS-J > 1
                    IF WS-FLG-SCORE(WS-ORDER(WS-J - 1)) <
                       WS-FLG-SCORE(WS-SWAP)
                       MOVE WS-ORDER(WS-J - 1) TO WS-ORDER(WS-J)
                       SUBTRACT 1 FROM WS-J
                    ELSE
                       SET WS-INSERT-DONE TO TRUE
                    END-IF
                 ELSE
                    SET WS-INSERT-DONE TO TRUE
                 END-IF
              END-PERFORM
              MOVE WS-SWAP TO WS-ORDER(WS-J)
           END-PERFORM.

      *****************************************************************
      * WRITE-REPORT lists each flag with the transactions behind
      * it: the one amount for a per-amount flag, the account's
      * amounts carrying the over-represented digit for BENFORD,
      * and the account's amounts in the period for DORMANT.
      *****************************************************************
       WRITE-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "SCRNRPT.DAT" TO WS-RPT-FILE
           MOVE "LEDGER AND DECK ANOMALY SCREEN" TO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-HEADING
           STRING "SCORE FLAG     ACCT DETAIL / TRANSACTIONS  PERIOD "
              WS-FROM-DATE " TO " WS-TO-DATE
              DELIMITED BY SIZE INTO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           IF WS-FLG-COUNT = 0
              MOVE SPACES TO WS-RPT-LINE
              MOVE "NO ANOMALIES FLAGGED IN THE PERIOD" TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-FLG-COUNT
              MOVE WS-ORDER(WS-K) TO WS-J
              PERFORM WRITE-ONE-FLAG
           END-PERFORM
           PERFORM WRITE-SUMMARY
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-ONE-FLAG.
           MOVE SPACES TO WS-RPT-LINE
           STRING "   " WS-FLG-SCORE(WS-J) " " WS-FLG-TYPE(WS-J) " "
              WS-FLG-ACCOUNT(WS-J) " " WS-FLG-DETAIL(WS-J)
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-FLG-TXN(WS-J) > 0
              MOVE WS-FLG-TXN(WS-J) TO WS-I
              PERFORM WRITE-TRANSACTION-LINE
           ELSE
              PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-TXN-COUNT
                 IF WS-TXN-ACCOUNT(WS-I) = WS-FLG-ACCOUNT(WS-J)
                    IF WS-FLG-DIGIT(WS-J) = 0
                       OR WS-TXN-DIGIT(WS-I) = WS-FLG-DIGIT(WS-J)
                       PERFORM WRITE-TRANSACTION-LINE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       WRITE-TRANSACTION-LINE.
           MOVE WS-TXN-AMOUNT(WS-I) TO WS-VALUE-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "                   " WS-TXN-DATE(WS-I) " "
              WS-TXN-ACCOUNT(WS-I) " " WS-TXN-REFERENCE(WS-I) " "
              WS-TXN-SIGN(WS-I) WS-VALUE-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           STRING "FLAGS - BENFORD " WS-BENFORD-FLAGS ", ROUND "
              WS-ROUND-FLAGS ", NEARTHR " WS-NEAR-FLAGS ", WINDOW "
              WS-WINDOW-FLAGS ", DORMANT " WS-DORMANT-FLAGS
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-FLG-DROPPED > 0
              MOVE SPACES TO WS-RPT-LINE
              STRING "FLAGS BEYOND THE 3000 LISTED - " WS-FLG-DROPPED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-TXN-DROPPED > 0
              MOVE SPACES TO WS-RPT-LINE
              STRING "AMOUNTS BEYOND THE 5000 SCREENED - "
                 WS-TXN-DROPPED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-ACC-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRAILER - " WS-LEDGER-TAKEN " LEDGER POSTINGS, "
              WS-DECK-TAKEN " DECK AMOUNTS FROM " WS-DECKS-READ
              " DECKS, " WS-COUNT-OUT " ACCOUNTS"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM anomalyScreen.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.
