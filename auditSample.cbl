      * statistical audit sample selection
      *    TOPIC:
      *    A SAMPLE THE AUDITOR CAN DEFEND AND ANYONE CAN REPRODUCE
      *****************************************************************
      * Internal audit used to choose the transactions to test by
      * pointing at a printout.  This selection takes a period and
      * a population and draws a statistical sample from it:
      *
      *   M / A - the matrix or area serial register (MTXREG.DAT,
      *           AREAREG.DAT, under their environment-resolved
      *           names), one item per serial processed;
      *   L     - the account ledger postings (ACCTLEDG.DAT), less
      *           the *ALL control totals;
      *   I     - the invoice register (INVREG.DAT), each invoice
      *           at its gross amount (the net amount for an
      *           invoice registered before tax was carried);
      *
      * by one of three methods:
      *
      *   R - simple random: every item equally likely;
      *   S - stratified by amount: the items ranked by amount and
      *       cut into strata of equal total value, the sample
      *       shared among the strata in proportion to their value
      *       (at least one item each), and a simple random sample
      *       drawn within each stratum;
      *   U - monetary-unit: the population's total value divided
      *       into equal intervals of sample-size parts, one unit
      *       picked at a random start in the first interval and
      *       every interval on, and the item holding each unit
      *       selected - an item as large as the interval is
      *       always selected and is marked as a top-value item.
      *
      * The serial registers carry no amount, so only R applies to
      * them.  The randomness is the minimal-standard congruence
      * (seed times 16807 modulo 2**31-1) from a recorded seed, so
      * the same seed over the same population draws the same
      * sample again - the working papers can prove the selection.
      *
      * Parameters come from AUDPARM.DAT when that control file is
      * present, otherwise they are prompted for:
      *
      *   column  1      population (M, A, L or I)
      *   columns 2-9    period from (YYYYMMDD)
      *   columns 10-17  period to (YYYYMMDD)
      *   column  18     method (R, S or U)
      *   columns 19-22  sample size
      *   columns 23-31  seed - blank or zero for one taken from
      *                  the clock, which is then recorded
      *   column  32     strata for method S - blank for 3
      *
      * The sample goes to the worksheet AUDSAMP.DAT - a header
      * record (H) with the population, period, method, seed,
      * population count and value, sample size and, for U, the
      * sampling interval; one stratum record (S) per stratum for
      * method S; and one detail record (D) per item selected, in
      * population order, with the item's line on its file, its
      * reference (serial, invoice number or ledger count), date,
      * account or department, and amount.  The auditor annotates
      * each detail record in place:
      *
      *   column  51     result - P passed, F failed
      *   column  52     audited amount sign (+ or -)
      *   columns 53-63  audited amount, two decimals implied -
      *                  blank for a failed item wholly in error
      *
      * and auditResults projects the annotated worksheet's error
      * rate to the population.  No items in the period, or a
      * method the population cannot support, is RETURN-CODE 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. auditSample.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "AUDPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-POP-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "ACCTLEDG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-POP-STATUS.
           SELECT INVOICE-REG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-POP-STATUS.
           SELECT WORKSHEET-FILE ASSIGN TO "AUDSAMP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WORKSHEET-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-POPULATION PIC X.
           05 PARM-FROM-DATE PIC X(8).
           05 PARM-TO-DATE PIC X(8).
           05 PARM-METHOD PIC X.
           05 PARM-SAMPLE-SIZE PIC X(4).
           05 PARM-SEED PIC X(9).
           05 PARM-STRATA PIC X.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05 REG-SERIAL PIC 9(6).
           05 REG-DATE PIC X(8).
           05 REG-DEPT PIC X(8).
           05 REG-RUN-ID PIC X(13).
           05 REG-LATE PIC X.
           05 REG-CYCLE PIC 9.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LEDG-DATE PIC 9(8).
           05 LEDG-ACCOUNT PIC X(4).
           05 LEDG-COUNT PIC 9(5).
           05 LEDG-SIGN PIC X.
           05 LEDG-TOTAL PIC 9(9)V99.
       FD  INVOICE-REG-FILE.
       01  INVOICE-REG-RECORD.
           05 INV-REG-NUMBER PIC 9(6).
           05 INV-REG-DATE PIC 9(8).
           05 INV-REG-ACCOUNT PIC X(4).
           05 INV-REG-LINES PIC 9(3).
           05 INV-REG-SIGN PIC X.
           05 INV-REG-AMOUNT PIC 9(9)V99.
           05 INV-REG-TAX-CODE PIC X(4).
           05 INV-REG-TAX-SIGN PIC X.
           05 INV-REG-TAX PIC 9(9)V99.
           05 INV-REG-GROSS-SIGN PIC X.
           05 INV-REG-GROSS PIC 9(9)V99.
       FD  WORKSHEET-FILE.
       01  WORKSHEET-RECORD PIC X(80).
       01  WSH-HEADER REDEFINES WORKSHEET-RECORD.
           05 WSH-TYPE PIC X.
           05 WSH-POPULATION PIC X.
           05 WSH-FROM-DATE PIC 9(8).
           05 WSH-TO-DATE PIC 9(8).
           05 WSH-METHOD PIC X.
           05 WSH-SEED PIC 9(9).
           05 WSH-POP-COUNT PIC 9(6).
           05 WSH-POP-VALUE PIC 9(11)V99.
           05 WSH-SAMPLE-SIZE PIC 9(5).
           05 WSH-INTERVAL PIC 9(11)V99.
           05 WSH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(7).
       01  WSS-STRATUM-RECORD REDEFINES WORKSHEET-RECORD.
           05 WSS-TYPE PIC X.
           05 WSS-STRATUM PIC 9.
           05 WSS-POP-COUNT PIC 9(6).
           05 WSS-POP-VALUE PIC 9(11)V99.
           05 WSS-LOW PIC 9(9)V99.
           05 WSS-HIGH PIC 9(9)V99.
           05 WSS-SAMPLE-SIZE PIC 9(5).
           05 FILLER PIC X(32).
       01  WSD-DETAIL REDEFINES WORKSHEET-RECORD.
           05 WSD-TYPE PIC X.
           05 WSD-SEQUENCE PIC 9(5).
           05 WSD-SELECTION PIC X.
           05 WSD-STRATUM PIC 9.
           05 WSD-LINE PIC 9(6).
           05 WSD-REFERENCE PIC X(8).
           05 WSD-DATE PIC 9(8).
           05 WSD-ACCOUNT PIC X(8).
           05 WSD-SIGN PIC X.
           05 WSD-AMOUNT PIC 9(9)V99.
           05 WSD-RESULT PIC X.
           05 WSD-AUDITED-SIGN PIC X.
           05 WSD-AUDITED-AMOUNT PIC X(11).
           05 FILLER PIC X(17).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-POP-STATUS PIC XX.
       01 WS-WORKSHEET-STATUS PIC XX.
       01 WS-REGISTER-NAME PIC X(40).
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-POPULATION PIC X.
           88 WS-POP-REGISTER VALUE "M" "A".
           88 WS-POP-LEDGER VALUE "L".
           88 WS-POP-INVOICES VALUE "I".
           88 WS-POP-VALID VALUE "M" "A" "L" "I".
       01 WS-METHOD PIC X.
           88 WS-METHOD-RANDOM VALUE "R".
           88 WS-METHOD-STRATIFIED VALUE "S".
           88 WS-METHOD-MONETARY VALUE "U".
           88 WS-METHOD-VALID VALUE "R" "S" "U".
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-DATE-IN PIC X(8).
       01 WS-SIZE-IN PIC X(4).
       01 WS-SEED-IN PIC X(9).
       01 WS-STRATA-IN PIC X.
       01 WS-SAMPLE-SIZE PIC 9(5) VALUE ZERO.
       01 WS-STRATA PIC 9 VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CLOCK PIC 9(8).
      *    Minimal-standard congruence: seed = seed * 16807 modulo
      *    2147483647, uniform = seed / 2147483647.
       01 WS-SEED PIC 9(10) VALUE ZERO.
       01 WS-RECORDED-SEED PIC 9(9) VALUE ZERO.
       01 WS-UNIFORM PIC V9(9).
       01 WS-SPAN PIC 9(6).
       01 WS-PICK PIC 9(6).
       01 WS-POP-TABLE.
           05 WS-POP-ENTRY OCCURS 5000 TIMES.
               10 WS-POP-LINE PIC 9(6).
               10 WS-POP-REFERENCE PIC X(8).
               10 WS-POP-DATE PIC 9(8).
               10 WS-POP-ACCOUNT PIC X(8).
               10 WS-POP-SIGN PIC X.
               10 WS-POP-AMOUNT PIC 9(9)V99.
               10 WS-POP-SELECTION PIC X.
               10 WS-POP-STRATUM PIC 9.
       01 WS-POP-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-POP-VALUE PIC 9(11)V99 VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DROPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-INDEX-TABLE.
           05 WS-IX OCCURS 5000 TIMES PIC 9(4) COMP.
       01 WS-SWAP PIC 9(4) COMP.
       01 WS-I PIC 9(4) COMP.
       01 WS-J PIC 9(4) COMP.
       01 WS-K PIC 9(4) COMP.
       01 WS-INSERT-DONE-SWITCH PIC X.
           88 WS-INSERT-DONE VALUE "Y".
       01 WS-STRATUM-TABLE.
           05 WS-STRATUM-ENTRY OCCURS 9 TIMES.
               10 WS-STR-FIRST PIC 9(4) COMP.
               10 WS-STR-LAST PIC 9(4) COMP.
               10 WS-STR-COUNT PIC 9(6).
               10 WS-STR-VALUE PIC 9(11)V99.
               10 WS-STR-LOW PIC 9(9)V99.
               10 WS-STR-HIGH PIC 9(9)V99.
               10 WS-STR-SAMPLE PIC 9(5).
       01 WS-STR-IX PIC 9 VALUE ZERO.
       01 WS-CUMULATIVE PIC 9(11)V99.
       01 WS-STRATUM-WORK PIC 9(11)V99.
       01 WS-STRATA-DIVISOR PIC 9(11)V99.
       01 WS-ALLOCATION PIC 9(7)V9(4).
       01 WS-ALLOC-ROUNDED PIC 9(5).
       01 WS-DRAW-FIRST PIC 9(4) COMP.
       01 WS-DRAW-COUNT PIC 9(6).
       01 WS-DRAW-WANTED PIC 9(5).
       01 WS-INTERVAL PIC 9(11)V99 VALUE ZERO.
       01 WS-NEXT-HIT PIC 9(12)V99.
       01 WS-CUM-BEFORE PIC 9(12)V99.
       01 WS-CUM-AFTER PIC 9(12)V99.
       01 WS-SELECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SEQUENCE PIC 9(5) VALUE ZERO.
       01 WS-REFUSE-SWITCH PIC X VALUE "N".
           88 WS-REFUSED VALUE "Y".
       01 WS-VALUE-OUT PIC Z(10)9.99.
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "AUDITSAMPLE".
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
           CALL "GET-PROCESS-DATE" USING WS-RUN-DATE
           PERFORM OBTAIN-PARAMETERS
           PERFORM CHECK-PARAMETERS
           IF NOT WS-REFUSED
              PERFORM LOAD-POPULATION
              IF WS-POP-COUNT = ZERO
                 DISPLAY "NO ITEMS IN THE PERIOD - NOTHING TO SAMPLE"
                 SET WS-REFUSED TO TRUE
              ELSE
                 IF NOT WS-METHOD-RANDOM AND WS-POP-VALUE = ZERO
                    DISPLAY "POPULATION HAS NO VALUE - METHOD "
                       WS-METHOD " NEEDS AMOUNTS"
                    SET WS-REFUSED TO TRUE
                 END-IF
              END-IF
           END-IF
           IF WS-REFUSED
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM START-GENERATOR
              EVALUATE TRUE
                 WHEN WS-METHOD-RANDOM
                    PERFORM SELECT-SIMPLE-RANDOM
                 WHEN WS-METHOD-STRATIFIED
                    PERFORM SELECT-STRATIFIED
                 WHEN WS-METHOD-MONETARY
                    PERFORM SELECT-MONETARY-UNIT
              END-EVALUATE
              PERFORM WRITE-WORKSHEET
              MOVE WS-POP-VALUE TO WS-VALUE-OUT
              DISPLAY "AUDITSAMPLE COMPLETE - " WS-SELECTED-COUNT
                 " OF " WS-POP-COUNT " ITEMS, VALUE " WS-VALUE-OUT
                 ", SEED " WS-RECORDED-SEED
              MOVE 0 TO RETURN-CODE
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
              MOVE PARM-POPULATION TO WS-POPULATION
              MOVE PARM-FROM-DATE TO WS-DATE-IN
              IF WS-DATE-IN IS NUMERIC
                 MOVE WS-DATE-IN TO WS-FROM-DATE
              END-IF
              MOVE PARM-TO-DATE TO WS-DATE-IN
              IF WS-DATE-IN IS NUMERIC
                 MOVE WS-DATE-IN TO WS-TO-DATE
              END-IF
              MOVE PARM-METHOD TO WS-METHOD
              MOVE PARM-SAMPLE-SIZE TO WS-SIZE-IN
              MOVE PARM-SEED TO WS-SEED-IN
              MOVE PARM-STRATA TO WS-STRATA-IN
              CLOSE PARM-FILE
           ELSE
              DISPLAY "Population (M matrix register, A area register,"
                 " L ledger, I invoices)"
              ACCEPT WS-POPULATION
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
              DISPLAY "Method (R random, S stratified, U monetary unit)"
              ACCEPT WS-METHOD
              DISPLAY "Sample size (4 digits)"
              ACCEPT WS-SIZE-IN
              DISPLAY "Seed (9 digits, zero for one from the clock)"
              ACCEPT WS-SEED-IN
              IF WS-METHOD = "S"
                 DISPLAY "Strata (1 to 9)"
                 ACCEPT WS-STRATA-IN
              END-IF
           END-IF
           IF WS-SIZE-IN IS NUMERIC
              MOVE WS-SIZE-IN TO WS-SAMPLE-SIZE
           END-IF
           IF WS-SEED-IN IS NUMERIC
              MOVE WS-SEED-IN TO WS-RECORDED-SEED
           END-IF
           IF WS-STRATA-IN IS NUMERIC
              MOVE WS-STRATA-IN TO WS-STRATA
           END-IF
           IF WS-STRATA = ZERO
              MOVE 3 TO WS-STRATA
           END-IF.

       CHECK-PARAMETERS.
           EVALUATE TRUE
              WHEN NOT WS-POP-VALID
                 DISPLAY "POPULATION MUST BE M, A, L OR I"
                 SET WS-REFUSED TO TRUE
              WHEN NOT WS-METHOD-VALID
                 DISPLAY "METHOD MUST BE R, S OR U"
                 SET WS-REFUSED TO TRUE
              WHEN WS-POP-REGISTER AND NOT WS-METHOD-RANDOM
                 DISPLAY "THE SERIAL REGISTER CARRIES NO AMOUNTS -"
                    " ONLY METHOD R APPLIES"
                 SET WS-REFUSED TO TRUE
              WHEN WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
                 OR WS-FROM-DATE > WS-TO-DATE
                 DISPLAY "PERIOD MUST BE TWO DATES, FROM NOT AFTER TO"
                 SET WS-REFUSED TO TRUE
              WHEN WS-SAMPLE-SIZE = ZERO
                 DISPLAY "SAMPLE SIZE MUST BE AT LEAST 1"
                 SET WS-REFUSED TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *****************************************************************
      * LOAD-POPULATION reads the chosen file and keeps every item
      * dated inside the period, with its line number on the file
      * so the auditor can find it again.
      *****************************************************************
       LOAD-POPULATION.
           MOVE "N" TO WS-EOF-SWITCH
           EVALUATE TRUE
              WHEN WS-POP-REGISTER
                 IF WS-POPULATION = "M"
                    MOVE "MTXREG.DAT" TO WS-LOGICAL-NAME
                 ELSE
                    MOVE "AREAREG.DAT" TO WS-LOGICAL-NAME
                 END-IF
                 CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
                    WS-REGISTER-NAME
                 OPEN INPUT REGISTER-FILE
              WHEN WS-POP-LEDGER
                 OPEN INPUT LEDGER-FILE
              WHEN WS-POP-INVOICES
                 OPEN INPUT INVOICE-REG-FILE
           END-EVALUATE
           IF WS-POP-STATUS NOT = "00"
              DISPLAY "POPULATION FILE NOT ON FILE"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              EVALUATE TRUE
                 WHEN WS-POP-REGISTER
                    READ REGISTER-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM TAKE-REGISTER-ITEM
                    END-READ
                 WHEN WS-POP-LEDGER
                    READ LEDGER-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM TAKE-LEDGER-ITEM
                    END-READ
                 WHEN WS-POP-INVOICES
                    READ INVOICE-REG-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM TAKE-INVOICE-ITEM
                    END-READ
              END-EVALUATE
           END-PERFORM
           IF WS-POP-STATUS NOT = "35"
              EVALUATE TRUE
                 WHEN WS-POP-REGISTER
                    CLOSE REGISTER-FILE
                 WHEN WS-POP-LEDGER
                    CLOSE LEDGER-FILE
                 WHEN WS-POP-INVOICES
                    CLOSE INVOICE-REG-FILE
              END-EVALUATE
           END-IF
           IF WS-DROPPED-COUNT > ZERO
              DISPLAY "POPULATION PAST 5000 ITEMS - " WS-DROPPED-COUNT
                 " ITEMS NOT SAMPLED"
           END-IF.

       TAKE-REGISTER-ITEM.
           ADD 1 TO WS-LINE-COUNT
           IF REG-DATE IS NUMERIC
              MOVE REG-DATE TO WS-DATE-IN
              IF WS-DATE-IN NOT < WS-FROM-DATE
                 AND WS-DATE-IN NOT > WS-TO-DATE
                 PERFORM ADD-POPULATION-ENTRY
                 IF WS-K > ZERO
                    MOVE REG-SERIAL TO WS-POP-REFERENCE(WS-K)
                    MOVE REG-DATE TO WS-POP-DATE(WS-K)
                    MOVE REG-DEPT TO WS-POP-ACCOUNT(WS-K)
                    MOVE "+" TO WS-POP-SIGN(WS-K)
                    MOVE ZERO TO WS-POP-AMOUNT(WS-K)
                 END-IF
              END-IF
           END-IF.

       TAKE-LEDGER-ITEM.
           ADD 1 TO WS-LINE-COUNT
           IF LEDG-DATE NOT < WS-FROM-DATE
              AND LEDG-DATE NOT > WS-TO-DATE
              AND LEDG-ACCOUNT NOT = "*ALL"
              PERFORM ADD-POPULATION-ENTRY
              IF WS-K > ZERO
                 MOVE LEDG-COUNT TO WS-POP-REFERENCE(WS-K)
                 MOVE LEDG-DATE TO WS-POP-DATE(WS-K)
                 MOVE LEDG-ACCOUNT TO WS-POP-ACCOUNT(WS-K)
                 MOVE LEDG-SIGN TO WS-POP-SIGN(WS-K)
                 MOVE LEDG-TOTAL TO WS-POP-AMOUNT(WS-K)
                 ADD LEDG-TOTAL TO WS-POP-VALUE
              END-IF
           END-IF.

       TAKE-INVOICE-ITEM.
           ADD 1 TO WS-LINE-COUNT
           IF INV-REG-DATE NOT < WS-FROM-DATE
              AND INV-REG-DATE NOT > WS-TO-DATE
              PERFORM ADD-POPULATION-ENTRY
              IF WS-K > ZERO
                 MOVE INV-REG-NUMBER TO WS-POP-REFERENCE(WS-K)
                 MOVE INV-REG-DATE TO WS-POP-DATE(WS-K)
                 MOVE INV-REG-ACCOUNT TO WS-POP-ACCOUNT(WS-K)
                 IF INV-REG-GROSS IS NUMERIC
                    AND INV-REG-GROSS > ZERO
                    MOVE INV-REG-GROSS-SIGN TO WS-POP-SIGN(WS-K)
                    MOVE INV-REG-GROSS TO WS-POP-AMOUNT(WS-K)
                 ELSE
                    MOVE INV-REG-SIGN TO WS-POP-SIGN(WS-K)
                    MOVE INV-REG-AMOUNT TO WS-POP-AMOUNT(WS-K)
                 END-IF
                 ADD WS-POP-AMOUNT(WS-K) TO WS-POP-VALUE
              END-IF
           END-IF.

      *****************************************************************
      * ADD-POPULATION-ENTRY opens the next table entry and leaves
      * its subscript in WS-K, or zero when the table is full.
      *****************************************************************
       ADD-POPULATION-ENTRY.
           IF WS-POP-COUNT < 5000
              ADD 1 TO WS-POP-COUNT
              MOVE WS-POP-COUNT TO WS-K
              MOVE WS-LINE-COUNT TO WS-POP-LINE(WS-K)
              MOVE SPACE TO WS-POP-SELECTION(WS-K)
              MOVE ZERO TO WS-POP-STRATUM(WS-K)
              MOVE WS-POP-COUNT TO WS-IX(WS-POP-COUNT)
           ELSE
              ADD 1 TO WS-DROPPED-COUNT
              MOVE ZERO TO WS-K
           END-IF.

      *****************************************************************
      * START-GENERATOR takes the seed as given, or from the clock
      * when none was given, and records it for the worksheet.
      *****************************************************************
       START-GENERATOR.
           IF WS-RECORDED-SEED = ZERO
              ACCEPT WS-CLOCK FROM TIME
              COMPUTE WS-RECORDED-SEED = WS-CLOCK + 1
           END-IF
           MOVE WS-RECORDED-SEED TO WS-SEED
           IF WS-SEED NOT < 2147483647
              COMPUTE WS-SEED = FUNCTION MOD(WS-SEED, 2147483646) + 1
           END-IF.

       NEXT-RANDOM.
           COMPUTE WS-SEED = FUNCTION MOD(WS-SEED * 16807, 2147483647)
           COMPUTE WS-UNIFORM = WS-SEED / 2147483647.

      *****************************************************************
      * DRAW-FROM-SLICE draws WS-DRAW-WANTED items at random from the
      * WS-DRAW-COUNT index entries starting at WS-DRAW-FIRST - a
      * partial shuffle, each draw swapped to the front of what is
      * left - and marks each one selected.
      *****************************************************************
       DRAW-FROM-SLICE.
           IF WS-DRAW-WANTED > WS-DRAW-COUNT
              MOVE WS-DRAW-COUNT TO WS-DRAW-WANTED
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-DRAW-WANTED
              PERFORM NEXT-RANDOM
              COMPUTE WS-SPAN = WS-DRAW-COUNT - WS-I + 1
              COMPUTE WS-PICK = WS-UNIFORM * WS-SPAN
              COMPUTE WS-J = WS-DRAW-FIRST + WS-I - 1 + WS-PICK
              COMPUTE WS-K = WS-DRAW-FIRST + WS-I - 1
              MOVE WS-IX(WS-J) TO WS-SWAP
              MOVE WS-IX(WS-K) TO WS-IX(WS-J)
              MOVE WS-SWAP TO WS-IX(WS-K)
              MOVE WS-METHOD TO WS-POP-SELECTION(WS-SWAP)
              ADD 1 TO WS-SELECTED-COUNT
           END-PERFORM.

       SELECT-SIMPLE-RANDOM.
           MOVE 1 TO WS-DRAW-FIRST
           MOVE WS-POP-COUNT TO WS-DRAW-COUNT
           MOVE WS-SAMPLE-SIZE TO WS-DRAW-WANTED
           PERFORM DRAW-FROM-SLICE.

      *****************************************************************
      * SELECT-STRATIFIED ranks the items by amount, cuts the ranking
      * into strata of equal total value - an item goes to the
      * stratum its running total had reached before it - shares
      * the sample among the strata by value, and draws within
      * each.
      *****************************************************************
       SELECT-STRATIFIED.
           PERFORM RANK-BY-AMOUNT
           PERFORM VARYING WS-STR-IX FROM 1 BY 1
                 UNTIL WS-STR-IX > WS-STRATA
              MOVE ZERO TO WS-STR-FIRST(WS-STR-IX)
              MOVE ZERO TO WS-STR-LAST(WS-STR-IX)
              MOVE ZERO TO WS-STR-COUNT(WS-STR-IX)
              MOVE ZERO TO WS-STR-VALUE(WS-STR-IX)
              MOVE ZERO TO WS-STR-LOW(WS-STR-IX)
              MOVE ZERO TO WS-STR-HIGH(WS-STR-IX)
              MOVE ZERO TO WS-STR-SAMPLE(WS-STR-IX)
           END-PERFORM
           MOVE ZERO TO WS-CUMULATIVE
           MOVE WS-POP-VALUE TO WS-STRATA-DIVISOR
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-POP-COUNT
              MOVE WS-IX(WS-I) TO WS-K
              COMPUTE WS-STRATUM-WORK =
                 WS-CUMULATIVE * WS-STRATA / WS-STRATA-DIVISOR
              COMPUTE WS-STR-IX = WS-STRATUM-WORK + 1
              IF WS-STR-IX > WS-STRATA
                 MOVE WS-STRATA TO WS-STR-IX
              END-IF
              IF WS-STR-FIRST(WS-STR-IX) = ZERO
                 MOVE WS-I TO WS-STR-FIRST(WS-STR-IX)
                 MOVE WS-POP-AMOUNT(WS-K) TO WS-STR-LOW(WS-STR-IX)
              END-IF
              MOVE WS-I TO WS-STR-LAST(WS-STR-IX)
              MOVE WS-POP-AMOUNT(WS-K) TO WS-STR-HIGH(WS-STR-IX)
              ADD 1 TO WS-STR-COUNT(WS-STR-IX)
              ADD WS-POP-AMOUNT(WS-K) TO WS-STR-VALUE(WS-STR-IX)
              MOVE WS-STR-IX TO WS-POP-STRATUM(WS-K)
              ADD WS-POP-AMOUNT(WS-K) TO WS-CUMULATIVE
           END-PERFORM
           PERFORM VARYING WS-STR-IX FROM 1 BY 1
                 UNTIL WS-STR-IX > WS-STRATA
              IF WS-STR-COUNT(WS-STR-IX) > ZERO
                 COMPUTE WS-ALLOCATION = WS-STR-VALUE(WS-STR-IX)
                    / WS-STRATA-DIVISOR
                 COMPUTE WS-ALLOC-ROUNDED ROUNDED =
                    WS-ALLOCATION * WS-SAMPLE-SIZE
                 IF WS-ALLOC-ROUNDED = ZERO
                    MOVE 1 TO WS-ALLOC-ROUNDED
                 END-IF
                 IF WS-ALLOC-ROUNDED > WS-STR-COUNT(WS-STR-IX)
                    MOVE WS-STR-COUNT(WS-STR-IX) TO WS-ALLOC-ROUNDED
                 END-IF
                 MOVE WS-ALLOC-ROUNDED TO WS-STR-SAMPLE(WS-STR-IX)
                 MOVE WS-STR-FIRST(WS-STR-IX) TO WS-DRAW-FIRST
                 MOVE WS-STR-COUNT(WS-STR-IX) TO WS-DRAW-COUNT
                 MOVE WS-ALLOC-ROUNDED TO WS-DRAW-WANTED
                 PERFORM DRAW-FROM-SLICE
              END-IF
           END-PERFORM.

      *****************************************************************
      * RANK-BY-AMOUNT orders the index table by amount, smallest
      * first, with the straight-insertion sort sortUtil uses on
      * its chunks.
      *****************************************************************
       RANK-BY-AMOUNT.
           PERFORM VARYING WS-I FROM 2 BY 1
                 UNTIL WS-I > WS-POP-COUNT
              MOVE WS-IX(WS-I) TO WS-SWAP
              MOVE WS-I TO WS-J
              MOVE "N" TO WS-INSERT-DONE-SWITCH
              PERFORM UNTIL WS-J = 1 OR WS-INSERT-DONE
                 IF WS-POP-AMOUNT(WS-IX(WS-J - 1)) >
                    WS-POP-AMOUNT(WS-SWAP)
                    MOVE WS-IX(WS-J - 1) TO WS-IX(WS-J)
                    SUBTRACT 1 FROM WS-J
                 ELSE
                    SET WS-INSERT-DONE TO TRUE
                 END-IF
              END-PERFORM
              MOVE WS-SWAP TO WS-IX(WS-J)
           END-PERFORM.

      *****************************************************************
      * SELECT-MONETARY-UNIT walks the items in file order with a
      * running total of value and selects each item holding one of
      * the sampled units - the random start, then every interval
      * on.  An item at least as large as the interval cannot be
      * missed and is marked T, a top-value item.
      *****************************************************************
       SELECT-MONETARY-UNIT.
           COMPUTE WS-INTERVAL = WS-POP-VALUE / WS-SAMPLE-SIZE
           IF WS-INTERVAL = ZERO
              MOVE 0.01 TO WS-INTERVAL
           END-IF
           PERFORM NEXT-RANDOM
           COMPUTE WS-NEXT-HIT = WS-UNIFORM * WS-INTERVAL
           MOVE ZERO TO WS-CUM-AFTER
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-POP-COUNT
              MOVE WS-CUM-AFTER TO WS-CUM-BEFORE
              ADD WS-POP-AMOUNT(WS-K) TO WS-CUM-AFTER
              IF WS-NEXT-HIT < WS-CUM-AFTER
                 IF WS-POP-AMOUNT(WS-K) NOT < WS-INTERVAL
                    MOVE "T" TO WS-POP-SELECTION(WS-K)
                    ADD 1 TO WS-TOP-COUNT
                 ELSE
                    MOVE "U" TO WS-POP-SELECTION(WS-K)
                 END-IF
                 ADD 1 TO WS-SELECTED-COUNT
                 PERFORM UNTIL WS-NEXT-HIT NOT < WS-CUM-AFTER
                    ADD WS-INTERVAL TO WS-NEXT-HIT
                 END-PERFORM
              END-IF
           END-PERFORM.

      *****************************************************************
      * WRITE-WORKSHEET files the header, the strata for method S,
      * and a detail record per selected item in population order,
      * the result columns left blank for the auditor.
      *****************************************************************
       WRITE-WORKSHEET.
           OPEN OUTPUT WORKSHEET-FILE
           MOVE SPACES TO WORKSHEET-RECORD
           MOVE "H" TO WSH-TYPE
           MOVE WS-POPULATION TO WSH-POPULATION
           MOVE WS-FROM-DATE TO WSH-FROM-DATE
           MOVE WS-TO-DATE TO WSH-TO-DATE
           MOVE WS-METHOD TO WSH-METHOD
           MOVE WS-RECORDED-SEED TO WSH-SEED
           MOVE WS-POP-COUNT TO WSH-POP-COUNT
           MOVE WS-POP-VALUE TO WSH-POP-VALUE
           MOVE WS-SELECTED-COUNT TO WSH-SAMPLE-SIZE
           MOVE WS-INTERVAL TO WSH-INTERVAL
           MOVE WS-RUN-DATE TO WSH-RUN-DATE
           WRITE WORKSHEET-RECORD
           IF WS-METHOD-STRATIFIED
              PERFORM VARYING WS-STR-IX FROM 1 BY 1
                    UNTIL WS-STR-IX > WS-STRATA
                 IF WS-STR-COUNT(WS-STR-IX) > ZERO
                    MOVE SPACES TO WORKSHEET-RECORD
                    MOVE "S" TO WSS-TYPE
                    MOVE WS-STR-IX TO WSS-STRATUM
                    MOVE WS-STR-COUNT(WS-STR-IX) TO WSS-POP-COUNT
                    MOVE WS-STR-VALUE(WS-STR-IX) TO WSS-POP-VALUE
                    MOVE WS-STR-LOW(WS-STR-IX) TO WSS-LOW
                    MOVE WS-STR-HIGH(WS-STR-IX) TO WSS-HIGH
                    MOVE WS-STR-SAMPLE(WS-STR-IX) TO WSS-SAMPLE-SIZE
                    WRITE WORKSHEET-RECORD
                 END-IF
              END-PERFORM
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-POP-COUNT
              IF WS-POP-SELECTION(WS-K) NOT = SPACE
                 ADD 1 TO WS-SEQUENCE
                 MOVE SPACES TO WORKSHEET-RECORD
                 MOVE "D" TO WSD-TYPE
                 MOVE WS-SEQUENCE TO WSD-SEQUENCE
                 MOVE WS-POP-SELECTION(WS-K) TO WSD-SELECTION
                 MOVE WS-POP-STRATUM(WS-K) TO WSD-STRATUM
                 MOVE WS-POP-LINE(WS-K) TO WSD-LINE
                 MOVE WS-POP-REFERENCE(WS-K) TO WSD-REFERENCE
                 MOVE WS-POP-DATE(WS-K) TO WSD-DATE
                 MOVE WS-POP-ACCOUNT(WS-K) TO WSD-ACCOUNT
                 MOVE WS-POP-SIGN(WS-K) TO WSD-SIGN
                 MOVE WS-POP-AMOUNT(WS-K) TO WSD-AMOUNT
                 WRITE WORKSHEET-RECORD
              END-IF
           END-PERFORM
           CLOSE WORKSHEET-FILE.

       END PROGRAM auditSample.

       COPY AUTHGATE.

       COPY DATESERV.

       COPY ENVNAME.
