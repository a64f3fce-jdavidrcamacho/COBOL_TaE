      * general ledger journal interface extract
      *    TOPIC:
      *    SENDING THE MONTH TO CORPORATE WITHOUT RETYPING IT
      *****************************************************************
      * Month-end used to mean retyping the account ledger and the
      * invoice totals into the corporate general ledger.  This step
      * builds the corporate journal interface file instead - a
      * balanced double-entry journal for one period, the month
      * named in GLXPARM.DAT (YYYYMM), or prompted when that control
      * file is absent:
      *
      *   - every ACCTLEDG.DAT posting in the period (memo
      *     adjustments included) is journalled against its account
      *     code - a charge debits the account, a reversal credits
      *     it - with the contra side to the recharge offset;
      *   - the tax on every invoice the register (INVREG.DAT)
      *     raised on those dates debits the account and credits
      *     tax payable, so the journal carries what was billed;
      *   - the tax part of every memo on the memo register
      *     (MEMOREG.DAT) dated on those dates is netted back - a
      *     credit memo's credits the account and debits tax
      *     payable, a debit memo's the reverse - since the ledger
      *     carries only the memo's net;
      *   - account codes become corporate GL account numbers
      *     through the mapping file GLMAP.DAT - one record per
      *     account code, four-byte code and eight-digit GL
      *     account, with the pseudo-codes *OFF (the recharge
      *     offset) and *TAX (tax payable) mapping the contra sides.
      *
      * The journal file (GLJRNL.DAT) is a header record (H - the
      * period, processing date, and run identifier), one detail
      * record per GL account and side (D - GL account, account
      * code, D or C, amount), and a trailer (T - detail record
      * count, total debits, total credits, and the hash total of
      * the GL account numbers), so corporate can prove the file
      * arrived whole before loading it.
      *
      * The extract refuses - no journal file, EXCFILE.DAT E
      * severity, RETURN-CODE 8 - rather than send corporate a file
      * it cannot load: an account code with no GL mapping
      * (GLNOMAP), account postings that do not tie to the *ALL
      * grand-total postings for the dates (GLNOTIE), or debits
      * that do not equal credits (GLOOB).  Every date extracted is
      * recorded on GLXDATES.DAT with the run and the user, and a
      * date already on that register is never extracted again, so
      * running the period twice sends corporate nothing twice - a
      * period with no new dates ends RETURN-CODE 4 with no file.
      * The extract, the date register and the control report
      * (GLXRPT.DAT, through the shared REPORT-WRITER) go through
      * ENV-RESOLVE-NAME like every other data file.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glExtract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ACCTLEDG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LEDGER-STATUS.
           SELECT INVOICE-REG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INV-REG-STATUS.
           SELECT MEMO-REG-FILE ASSIGN TO DYNAMIC WS-MEMO-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MEMO-REG-STATUS.
           SELECT MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MAP-STATUS.
           SELECT DATES-FILE ASSIGN TO DYNAMIC WS-DATES-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DATES-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JOURNAL-STATUS.
           SELECT PARM-FILE ASSIGN TO "GLXPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
       DATA DIVISION.

       FILE SECTION.
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
       FD  MEMO-REG-FILE.
       01  MEMO-REG-RECORD.
           05 MRG-NUMBER PIC 9(6).
           05 MRG-DATE PIC 9(8).
           05 MRG-TYPE PIC X.
           05 MRG-INVOICE PIC 9(6).
           05 MRG-ACCOUNT PIC X(4).
           05 MRG-AMOUNT PIC 9(9)V99.
           05 MRG-REASON PIC X(8).
           05 MRG-USER PIC X(8).
           05 MRG-RUN-ID PIC X(13).
           05 MRG-TAX-CODE PIC X(4).
           05 MRG-TAX-SIGN PIC X.
           05 MRG-TAX PIC 9(9)V99.
       FD  MAP-FILE.
       01  MAP-RECORD.
           05 MAP-ACCOUNT PIC X(4).
           05 MAP-GL-ACCOUNT PIC 9(8).
       FD  DATES-FILE.
       01  DATES-RECORD.
           05 GXD-DATE PIC 9(8).
           05 GXD-PERIOD PIC 9(6).
           05 GXD-RUN-ID PIC X(13).
           05 GXD-USER PIC X(8).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD PIC X(60).
       FD  PARM-FILE.
       01  PARM-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-INV-REG-STATUS PIC XX.
       01 WS-MEMO-REG-STATUS PIC XX.
       01 WS-MAP-STATUS PIC XX.
       01 WS-DATES-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-DATES-NAME PIC X(40).
       01 WS-MEMO-REG-NAME PIC X(40).
       01 WS-JOURNAL-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-REFUSE-SWITCH PIC X VALUE "N".
           88 WS-REFUSED VALUE "Y".
       01 WS-PERIOD PIC 9(6).
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-RUN-ID PIC X(13).

       01 WS-JOURNAL-HEADER.
           05 GLH-TYPE PIC X VALUE "H".
           05 GLH-PERIOD PIC 9(6).
           05 GLH-PROCESS-DATE PIC 9(8).
           05 GLH-RUN-ID PIC X(13).
           05 GLH-SOURCE PIC X(8) VALUE "ACCTLEDG".
           05 FILLER PIC X(24) VALUE SPACES.
       01 WS-JOURNAL-DETAIL.
           05 GLD-TYPE PIC X VALUE "D".
           05 GLD-GL-ACCOUNT PIC 9(8).
           05 GLD-ACCOUNT PIC X(4).
           05 GLD-SIDE PIC X.
           05 GLD-AMOUNT PIC 9(11)V99.
           05 GLD-PERIOD PIC 9(6).
           05 FILLER PIC X(27) VALUE SPACES.
       01 WS-JOURNAL-TRAILER.
           05 GLT-TYPE PIC X VALUE "T".
           05 GLT-RECORD-COUNT PIC 9(7).
           05 GLT-DEBIT-TOTAL PIC 9(13)V99.
           05 GLT-CREDIT-TOTAL PIC 9(13)V99.
           05 GLT-HASH-TOTAL PIC 9(15).
           05 FILLER PIC X(7) VALUE SPACES.

       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 100 TIMES.
               10 WS-ACC-CODE PIC X(4).
               10 WS-ACC-GL PIC 9(8).
               10 WS-ACC-MAPPED PIC X.
               10 WS-ACC-DEBIT PIC S9(11)V99.
               10 WS-ACC-CREDIT PIC S9(11)V99.
       01 WS-ACCOUNT-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-ACC-IX PIC 9(3) COMP.
       01 WS-FOUND-ACC PIC 9(3) COMP.
       01 WS-LOOKUP-ACCOUNT PIC X(4).

       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 200 TIMES.
               10 WS-MAP-CODE PIC X(4).
               10 WS-MAP-GL PIC 9(8).
       01 WS-MAP-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-MAP-IX PIC 9(3) COMP.

       01 WS-DONE-TABLE.
           05 WS-DONE-DATE OCCURS 2000 TIMES PIC 9(8).
       01 WS-DONE-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-DONE-IX PIC 9(4) COMP.
       01 WS-NEW-TABLE.
           05 WS-NEW-DATE OCCURS 31 TIMES PIC 9(8).
       01 WS-NEW-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-NEW-IX PIC 9(2) COMP.
       01 WS-DATE-SWITCH PIC X.
           88 WS-DATE-LISTED VALUE "Y".
       01 WS-LOOKUP-DATE PIC 9(8).

       01 WS-SIGNED-AMOUNT PIC S9(9)V99.
       01 WS-ACCOUNTS-POSTED PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-POSTED PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-DEBITS PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS PIC S9(13)V99 VALUE ZERO.
       01 WS-HASH-TOTAL PIC 9(15) VALUE ZERO.
       01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-AMOUNT-OUT PIC $$$,$$$,$$$,$$9.99-.
       01 WS-AMOUNT-OUT-2 PIC $$$,$$$,$$$,$$9.99-.

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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "GLEXTRACT".
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
           CALL "GET-RUN-ID" USING WS-RUN-ID
           MOVE "GLXDATES.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-DATES-NAME
           MOVE "GLJRNL.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-JOURNAL-NAME
           MOVE "MEMOREG.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-MEMO-REG-NAME
           PERFORM OBTAIN-EXTRACT-PERIOD
           PERFORM LOAD-GL-MAPPING
           PERFORM LOAD-EXTRACTED-DATES
           PERFORM TAKE-LEDGER-POSTINGS
           IF WS-NEW-COUNT = ZERO
              DISPLAY "NO UNEXTRACTED POSTINGS FOR " WS-PERIOD
                 " - NO JOURNAL PRODUCED"
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM TAKE-INVOICE-TAX
              PERFORM TAKE-MEMO-TAX
              PERFORM PROVE-EXTRACT
              PERFORM WRITE-CONTROL-REPORT
              IF WS-REFUSED
                 DISPLAY "GL EXTRACT REFUSED FOR " WS-PERIOD
                    " - NO JOURNAL PRODUCED"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM WRITE-JOURNAL-FILE
                 PERFORM RECORD-EXTRACTED-DATES
                 DISPLAY "GL EXTRACT COMPLETE - " WS-NEW-COUNT
                    " DATES, " WS-DETAIL-COUNT " JOURNAL LINES FOR "
                    WS-PERIOD
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       OBTAIN-EXTRACT-PERIOD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE INTO WS-PERIOD
              CLOSE PARM-FILE
           ELSE
              DISPLAY "Enter extract month (YYYYMM)"
              ACCEPT WS-PERIOD
           END-IF.

      *****************************************************************
      * LOAD-GL-MAPPING and LOAD-EXTRACTED-DATES take the mapping
      * file and the register of dates already sent into storage
      * whole.  Neither on file (FILE STATUS 35) is an empty table -
      * the first extract, or a mapping not yet keyed, which the
      * proof then refuses account by account.
      *****************************************************************
       LOAD-GL-MAPPING.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = "00"
              DISPLAY "GLMAP.DAT NOT ON FILE"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ MAP-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-MAP-COUNT < 200 AND MAP-GL-ACCOUNT NUMERIC
                       ADD 1 TO WS-MAP-COUNT
                       MOVE MAP-ACCOUNT TO WS-MAP-CODE(WS-MAP-COUNT)
                       MOVE MAP-GL-ACCOUNT TO WS-MAP-GL(WS-MAP-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MAP-STATUS NOT = "35"
              CLOSE MAP-FILE
           END-IF.

       LOAD-EXTRACTED-DATES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DATES-FILE
           IF WS-DATES-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ DATES-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-DONE-COUNT < 2000
                       ADD 1 TO WS-DONE-COUNT
                       MOVE GXD-DATE TO WS-DONE-DATE(WS-DONE-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-DATES-STATUS NOT = "35"
              CLOSE DATES-FILE
           END-IF.

      *****************************************************************
      * TAKE-LEDGER-POSTINGS journals every posting in the period on
      * a date not yet extracted: the account side by account code,
      * the contra side to *OFF, and the *ALL grand totals into the
      * proof figure.
      *****************************************************************
       TAKE-LEDGER-POSTINGS.
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
                    IF LEDG-DATE(1:6) = WS-PERIOD
                       MOVE LEDG-DATE TO WS-LOOKUP-DATE
                       PERFORM CHECK-DATE-EXTRACTED
                       IF NOT WS-DATE-LISTED
                          PERFORM TAKE-ONE-POSTING
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-LEDGER-STATUS NOT = "35"
              CLOSE LEDGER-FILE
           END-IF.

       CHECK-DATE-EXTRACTED.
           MOVE "N" TO WS-DATE-SWITCH
           PERFORM VARYING WS-DONE-IX FROM 1 BY 1
                 UNTIL WS-DONE-IX > WS-DONE-COUNT
              IF WS-DONE-DATE(WS-DONE-IX) = WS-LOOKUP-DATE
                 SET WS-DATE-LISTED TO TRUE
                 MOVE WS-DONE-COUNT TO WS-DONE-IX
              END-IF
           END-PERFORM.

       TAKE-ONE-POSTING.
           PERFORM NOTE-NEW-DATE
           IF LEDG-SIGN = "-"
              COMPUTE WS-SIGNED-AMOUNT = ZERO - LEDG-TOTAL
           ELSE
              MOVE LEDG-TOTAL TO WS-SIGNED-AMOUNT
           END-IF
           IF LEDG-ACCOUNT = "*ALL"
              ADD WS-SIGNED-AMOUNT TO WS-GRAND-POSTED
           ELSE
              ADD WS-SIGNED-AMOUNT TO WS-ACCOUNTS-POSTED
              MOVE LEDG-ACCOUNT TO WS-LOOKUP-ACCOUNT
              PERFORM JOURNAL-CHARGE
              MOVE "*OFF" TO WS-LOOKUP-ACCOUNT
              COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-SIGNED-AMOUNT
              PERFORM JOURNAL-CHARGE
           END-IF.

       NOTE-NEW-DATE.
           MOVE "N" TO WS-DATE-SWITCH
           PERFORM VARYING WS-NEW-IX FROM 1 BY 1
                 UNTIL WS-NEW-IX > WS-NEW-COUNT
              IF WS-NEW-DATE(WS-NEW-IX) = LEDG-DATE
                 SET WS-DATE-LISTED TO TRUE
                 MOVE WS-NEW-COUNT TO WS-NEW-IX
              END-IF
           END-PERFORM
           IF NOT WS-DATE-LISTED AND WS-NEW-COUNT < 31
              ADD 1 TO WS-NEW-COUNT
              MOVE LEDG-DATE TO WS-NEW-DATE(WS-NEW-COUNT)
           END-IF.

      *    A positive amount debits the account, a negative one
      *    credits it.
       JOURNAL-CHARGE.
           PERFORM FIND-JOURNAL-ACCOUNT
           IF WS-FOUND-ACC > 0
              IF WS-SIGNED-AMOUNT < ZERO
                 SUBTRACT WS-SIGNED-AMOUNT FROM
                    WS-ACC-CREDIT(WS-FOUND-ACC)
              ELSE
                 ADD WS-SIGNED-AMOUNT TO WS-ACC-DEBIT(WS-FOUND-ACC)
              END-IF
           ELSE
              DISPLAY "JOURNAL ACCOUNT TABLE FULL - "
                 WS-LOOKUP-ACCOUNT " NOT JOURNALLED"
              SET WS-REFUSED TO TRUE
           END-IF.

       FIND-JOURNAL-ACCOUNT.
           MOVE 0 TO WS-FOUND-ACC
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                 UNTIL WS-ACC-IX > WS-ACCOUNT-COUNT
              IF WS-ACC-CODE(WS-ACC-IX) = WS-LOOKUP-ACCOUNT
                 MOVE WS-ACC-IX TO WS-FOUND-ACC
                 MOVE WS-ACCOUNT-COUNT TO WS-ACC-IX
              END-IF
           END-PERFORM
           IF WS-FOUND-ACC = 0 AND WS-ACCOUNT-COUNT < 100
              ADD 1 TO WS-ACCOUNT-COUNT
              MOVE WS-ACCOUNT-COUNT TO WS-FOUND-ACC
              MOVE WS-LOOKUP-ACCOUNT TO WS-ACC-CODE(WS-FOUND-ACC)
              MOVE ZERO TO WS-ACC-DEBIT(WS-FOUND-ACC)
              MOVE ZERO TO WS-ACC-CREDIT(WS-FOUND-ACC)
              MOVE ZERO TO WS-ACC-GL(WS-FOUND-ACC)
              MOVE "N" TO WS-ACC-MAPPED(WS-FOUND-ACC)
              PERFORM VARYING WS-MAP-IX FROM 1 BY 1
                    UNTIL WS-MAP-IX > WS-MAP-COUNT
                 IF WS-MAP-CODE(WS-MAP-IX) = WS-LOOKUP-ACCOUNT
                    MOVE WS-MAP-GL(WS-MAP-IX) TO
                       WS-ACC-GL(WS-FOUND-ACC)
                    MOVE "Y" TO WS-ACC-MAPPED(WS-FOUND-ACC)
                    MOVE WS-MAP-COUNT TO WS-MAP-IX
                 END-IF
              END-PERFORM
           END-IF.

      *****************************************************************
      * TAKE-INVOICE-TAX journals the tax on every invoice raised on
      * a date being extracted: the account debited, *TAX credited.
      *****************************************************************
       TAKE-INVOICE-TAX.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT INVOICE-REG-FILE
           IF WS-INV-REG-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ INVOICE-REG-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF INV-REG-TAX IS NUMERIC
                       AND INV-REG-TAX NOT = ZERO
                       PERFORM TAKE-ONE-INVOICE-TAX
                    END-IF
              END-READ
           END-PERFORM
           IF WS-INV-REG-STATUS NOT = "35"
              CLOSE INVOICE-REG-FILE
           END-IF.

       TAKE-ONE-INVOICE-TAX.
           MOVE "N" TO WS-DATE-SWITCH
           PERFORM VARYING WS-NEW-IX FROM 1 BY 1
                 UNTIL WS-NEW-IX > WS-NEW-COUNT
              IF WS-NEW-DATE(WS-NEW-IX) = INV-REG-DATE
                 SET WS-DATE-LISTED TO TRUE
                 MOVE WS-NEW-COUNT TO WS-NEW-IX
              END-IF
           END-PERFORM
           IF WS-DATE-LISTED
              IF INV-REG-TAX-SIGN = "-"
                 COMPUTE WS-SIGNED-AMOUNT = ZERO - INV-REG-TAX
              ELSE
                 MOVE INV-REG-TAX TO WS-SIGNED-AMOUNT
              END-IF
              MOVE INV-REG-ACCOUNT TO WS-LOOKUP-ACCOUNT
              PERFORM JOURNAL-CHARGE
              MOVE "*TAX" TO WS-LOOKUP-ACCOUNT
              COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-SIGNED-AMOUNT
              PERFORM JOURNAL-CHARGE
           END-IF.

      *****************************************************************
      * TAKE-MEMO-TAX nets the tax part of every memo dated on a
      * date being extracted out of tax payable: a credit memo's
      * tax credits the account and debits *TAX, a debit memo's
      * the reverse.  A memo filed before memos carried tax has
      * none to net.
      *****************************************************************
       TAKE-MEMO-TAX.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MEMO-REG-FILE
           IF WS-MEMO-REG-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ MEMO-REG-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF MRG-TAX IS NUMERIC
                       AND MRG-TAX NOT = ZERO
                       PERFORM TAKE-ONE-MEMO-TAX
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MEMO-REG-STATUS NOT = "35"
              CLOSE MEMO-REG-FILE
           END-IF.

       TAKE-ONE-MEMO-TAX.
           MOVE "N" TO WS-DATE-SWITCH
           PERFORM VARYING WS-NEW-IX FROM 1 BY 1
                 UNTIL WS-NEW-IX > WS-NEW-COUNT
              IF WS-NEW-DATE(WS-NEW-IX) = MRG-DATE
                 SET WS-DATE-LISTED TO TRUE
                 MOVE WS-NEW-COUNT TO WS-NEW-IX
              END-IF
           END-PERFORM
           IF WS-DATE-LISTED
              IF MRG-TAX-SIGN = "-"
                 COMPUTE WS-SIGNED-AMOUNT = ZERO - MRG-TAX
              ELSE
                 MOVE MRG-TAX TO WS-SIGNED-AMOUNT
              END-IF
              IF MRG-TYPE = "C"
                 COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-SIGNED-AMOUNT
              END-IF
              MOVE MRG-ACCOUNT TO WS-LOOKUP-ACCOUNT
              PERFORM JOURNAL-CHARGE
              MOVE "*TAX" TO WS-LOOKUP-ACCOUNT
              COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-SIGNED-AMOUNT
              PERFORM JOURNAL-CHARGE
           END-IF.

      *****************************************************************
      * PROVE-EXTRACT refuses the file for an unmapped account, for
      * account postings that do not tie to the grand totals, or
      * for a journal whose debits and credits differ.
      *****************************************************************
       PROVE-EXTRACT.
           MOVE ZERO TO WS-TOTAL-DEBITS
           MOVE ZERO TO WS-TOTAL-CREDITS
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                 UNTIL WS-ACC-IX > WS-ACCOUNT-COUNT
              ADD WS-ACC-DEBIT(WS-ACC-IX) TO WS-TOTAL-DEBITS
              ADD WS-ACC-CREDIT(WS-ACC-IX) TO WS-TOTAL-CREDITS
              IF WS-ACC-MAPPED(WS-ACC-IX) NOT = "Y"
                 SET WS-REFUSED TO TRUE
                 MOVE "GLNOMAP" TO WS-EXC-REASON
                 MOVE SPACES TO WS-EXC-DETAIL
                 STRING "ACCOUNT " WS-ACC-CODE(WS-ACC-IX)
                    " NOT ON GLMAP.DAT" DELIMITED BY SIZE
                    INTO WS-EXC-DETAIL
                 PERFORM FILE-REFUSAL
              END-IF
           END-PERFORM
           IF WS-ACCOUNTS-POSTED NOT = WS-GRAND-POSTED
              SET WS-REFUSED TO TRUE
              MOVE "GLNOTIE" TO WS-EXC-REASON
              MOVE WS-ACCOUNTS-POSTED TO WS-AMOUNT-OUT
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "PERIOD " WS-PERIOD " ACCTS " WS-AMOUNT-OUT
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              PERFORM FILE-REFUSAL
           END-IF
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              SET WS-REFUSED TO TRUE
              MOVE "GLOOB" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "PERIOD " WS-PERIOD " DEBITS NOT = CREDITS"
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              PERFORM FILE-REFUSAL
           END-IF.

       FILE-REFUSAL.
           DISPLAY "GL EXTRACT " WS-EXC-REASON " - " WS-EXC-DETAIL
           MOVE "E" TO WS-EXC-SEVERITY
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

      *****************************************************************
      * WRITE-JOURNAL-FILE writes the header, a debit and a credit
      * detail record per GL account with anything on that side,
      * and the trailer with the count and hash totals.
      *****************************************************************
       WRITE-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-FILE
           MOVE WS-PERIOD TO GLH-PERIOD
           MOVE WS-PROCESS-DATE TO GLH-PROCESS-DATE
           MOVE WS-RUN-ID TO GLH-RUN-ID
           WRITE JOURNAL-RECORD FROM WS-JOURNAL-HEADER
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                 UNTIL WS-ACC-IX > WS-ACCOUNT-COUNT
              IF WS-ACC-DEBIT(WS-ACC-IX) NOT = ZERO
                 MOVE "D" TO GLD-SIDE
                 MOVE WS-ACC-DEBIT(WS-ACC-IX) TO GLD-AMOUNT
                 PERFORM WRITE-JOURNAL-DETAIL
              END-IF
              IF WS-ACC-CREDIT(WS-ACC-IX) NOT = ZERO
                 MOVE "C" TO GLD-SIDE
                 MOVE WS-ACC-CREDIT(WS-ACC-IX) TO GLD-AMOUNT
                 PERFORM WRITE-JOURNAL-DETAIL
              END-IF
           END-PERFORM
           MOVE WS-DETAIL-COUNT TO GLT-RECORD-COUNT
           MOVE WS-TOTAL-DEBITS TO GLT-DEBIT-TOTAL
           MOVE WS-TOTAL-CREDITS TO GLT-CREDIT-TOTAL
           MOVE WS-HASH-TOTAL TO GLT-HASH-TOTAL
           WRITE JOURNAL-RECORD FROM WS-JOURNAL-TRAILER
           CLOSE JOURNAL-FILE.

       WRITE-JOURNAL-DETAIL.
           MOVE WS-ACC-GL(WS-ACC-IX) TO GLD-GL-ACCOUNT
           MOVE WS-ACC-CODE(WS-ACC-IX) TO GLD-ACCOUNT
           MOVE WS-PERIOD TO GLD-PERIOD
           WRITE JOURNAL-RECORD FROM WS-JOURNAL-DETAIL
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-ACC-GL(WS-ACC-IX) TO WS-HASH-TOTAL.

       RECORD-EXTRACTED-DATES.
           OPEN EXTEND DATES-FILE
           IF WS-DATES-STATUS = "35"
              OPEN OUTPUT DATES-FILE
           END-IF
           PERFORM VARYING WS-NEW-IX FROM 1 BY 1
                 UNTIL WS-NEW-IX > WS-NEW-COUNT
              MOVE WS-NEW-DATE(WS-NEW-IX) TO GXD-DATE
              MOVE WS-PERIOD TO GXD-PERIOD
              MOVE WS-RUN-ID TO GXD-RUN-ID
              MOVE WS-AUTH-USER TO GXD-USER
              WRITE DATES-RECORD
           END-PERFORM
           CLOSE DATES-FILE.

      *****************************************************************
      * WRITE-CONTROL-REPORT lists the journal as built - refused or
      * not - so the reason for a refusal is on paper beside it.
      *****************************************************************
       WRITE-CONTROL-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "GLXRPT.DAT" TO WS-RPT-FILE
           MOVE SPACES TO WS-RPT-TITLE
           STRING "GL JOURNAL EXTRACT - PERIOD " WS-PERIOD
              DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE "ACCOUNT / GL ACCOUNT / DEBIT / CREDIT" TO
              WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                 UNTIL WS-ACC-IX > WS-ACCOUNT-COUNT
              MOVE WS-ACC-DEBIT(WS-ACC-IX) TO WS-AMOUNT-OUT
              MOVE WS-ACC-CREDIT(WS-ACC-IX) TO WS-AMOUNT-OUT-2
              MOVE SPACES TO WS-RPT-LINE
              IF WS-ACC-MAPPED(WS-ACC-IX) = "Y"
                 STRING WS-ACC-CODE(WS-ACC-IX) " "
                    WS-ACC-GL(WS-ACC-IX) " " WS-AMOUNT-OUT " "
                    WS-AMOUNT-OUT-2 DELIMITED BY SIZE INTO WS-RPT-LINE
              ELSE
                 STRING WS-ACC-CODE(WS-ACC-IX) " UNMAPPED "
                    WS-AMOUNT-OUT " " WS-AMOUNT-OUT-2
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              END-IF
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-OUT
           MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-OUT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL         " WS-AMOUNT-OUT " " WS-AMOUNT-OUT-2
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-REFUSED
              STRING "EXTRACT REFUSED - NO JOURNAL FILE WRITTEN,"
                 " DATES LEFT UNEXTRACTED"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING "BALANCED - JOURNAL FILED TO " WS-JOURNAL-NAME
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

       END PROGRAM glExtract.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY DATESERV.

       COPY ENVNAME.
