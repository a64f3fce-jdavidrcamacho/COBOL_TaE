      * fixed asset net book value listing
      *    TOPIC:
      *    THE REGISTER AT BOOK VALUE, FOR THE AUDITORS
      *****************************************************************
      * The auditors ask for the register at book value rather than
      * the month's charges.  This listing prints every asset on
      * FAMAST.DAT - number, description, owning account, in-service
      * date, method and life, cost, accumulated depreciation and net
      * book value, and status - with the running figures exactly as
      * faDeprec last left them:
      *
      *   - active and fully depreciated assets are footed by owning
      *     account and in total, so the listing ties to the cost
      *     and accumulated depreciation the ledger has been charged;
      *   - disposed assets are listed apart, with the disposal date,
      *     the book value written off, the proceeds and the gain or
      *     loss, and kept out of the totals of assets still held;
      *   - a proof line confirms cost less accumulated depreciation
      *     foots to the book value total, and that no asset's
      *     accumulated depreciation runs past cost less salvage - a
      *     failure ends RETURN-CODE 4.
      *
      * The listing files to FANBV.DAT through the shared
      * REPORT-WRITER.  No register on file ends RETURN-CODE 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. faNbvList.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE ASSIGN TO "FAMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ASSET-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  ASSET-FILE.
       01  ASSET-RECORD.
           05 FA-NUMBER PIC X(6).
           05 FA-DESC PIC X(30).
           05 FA-ACCOUNT PIC X(4).
           05 FA-IN-SERVICE PIC 9(8).
           05 FA-COST PIC 9(9)V99.
           05 FA-SALVAGE PIC 9(9)V99.
           05 FA-LIFE PIC 9(2).
           05 FA-METHOD PIC X.
           05 FA-MONTHS PIC 9(3).
           05 FA-ACCUM PIC 9(9)V99.
           05 FA-LAST-PERIOD PIC 9(6).
           05 FA-STATUS PIC X.
           05 FA-DISPOSED PIC 9(8).
           05 FA-PROCEEDS PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-ASSET-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-PROOF-SWITCH PIC X VALUE "Y".
           88 WS-PROOF-OK VALUE "Y".

       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 100 TIMES.
               10 WS-ACCT-CODE PIC X(4).
               10 WS-ACCT-COUNT PIC 9(5).
               10 WS-ACCT-COST PIC S9(11)V99.
               10 WS-ACCT-ACCUM PIC S9(11)V99.
               10 WS-ACCT-NBV PIC S9(11)V99.
       01 WS-ACCT-ENTRIES PIC 9(3) COMP VALUE 0.
       01 WS-ACCT-IX PIC 9(3) COMP.
       01 WS-ACCT-FOUND PIC 9(3) COMP.

      *    Disposals are held back and listed after the assets held.
       01 WS-DISPOSAL-TABLE.
           05 WS-DSP-ENTRY OCCURS 500 TIMES.
               10 WS-DSP-LINE PIC X(100).
       01 WS-DSP-COUNT PIC 9(4) VALUE 0.
       01 WS-DSP-IX PIC 9(4) COMP.
       01 WS-DSP-DROPPED PIC 9(5) VALUE ZERO.

       01 WS-BOOK-VALUE PIC S9(9)V99.
       01 WS-GAIN-LOSS PIC S9(9)V99.
       01 WS-DEPRECIABLE PIC S9(9)V99.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-COST PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-ACCUM PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-NBV PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-GAIN PIC S9(11)V99 VALUE ZERO.
       01 WS-COST-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ACCUM-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NBV-OUT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-PROCEEDS-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-GAIN-OUT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-BIG-COST-OUT PIC $$,$$$,$$$,$$9.99-.
       01 WS-BIG-ACCUM-OUT PIC $$,$$$,$$$,$$9.99-.
       01 WS-BIG-NBV-OUT PIC $$,$$$,$$$,$$9.99-.

       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "FANBVLIST".
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
           OPEN INPUT ASSET-FILE
           IF WS-ASSET-STATUS NOT = "00"
              DISPLAY "FAMAST.DAT NOT ON FILE - NO LISTING"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM OPEN-LISTING
              PERFORM UNTIL WS-EOF
                 READ ASSET-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       PERFORM LIST-ONE-ASSET
                 END-READ
              END-PERFORM
              CLOSE ASSET-FILE
              PERFORM CLOSE-LISTING
              MOVE WS-TOTAL-NBV TO WS-BIG-NBV-OUT
              DISPLAY "NBV LISTING COMPLETE - " WS-HELD-COUNT
                 " ASSETS HELD, BOOK VALUE " WS-BIG-NBV-OUT
              IF WS-PROOF-OK
                 MOVE 0 TO RETURN-CODE
              ELSE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       OPEN-LISTING.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "FANBV.DAT" TO WS-RPT-FILE
           MOVE "FIXED ASSET REGISTER AT NET BOOK VALUE" TO
              WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-HEADING
           STRING "ASSET  DESCRIPTION       ACCT IN-SERV  ML"
              "           COST    ACCUMULATED  NET BOOK VALUE  S"
              DELIMITED BY SIZE INTO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *****************************************************************
      * LIST-ONE-ASSET prints an asset still held and foots it into
      * its account, or holds a disposal back for the section after.
      *****************************************************************
       LIST-ONE-ASSET.
           COMPUTE WS-BOOK-VALUE = FA-COST - FA-ACCUM
           COMPUTE WS-DEPRECIABLE = FA-COST - FA-SALVAGE
           IF FA-ACCUM > WS-DEPRECIABLE
              MOVE "N" TO WS-PROOF-SWITCH
           END-IF
           MOVE FA-COST TO WS-COST-OUT
           MOVE FA-ACCUM TO WS-ACCUM-OUT
           MOVE WS-BOOK-VALUE TO WS-NBV-OUT
           IF FA-STATUS = "D"
              PERFORM HOLD-DISPOSAL
           ELSE
              MOVE SPACES TO WS-RPT-LINE
              STRING FA-NUMBER " " FA-DESC(1:17) " " FA-ACCOUNT " "
                 FA-IN-SERVICE " " FA-METHOD FA-LIFE " "
                 WS-COST-OUT " " WS-ACCUM-OUT " " WS-NBV-OUT " "
                 FA-STATUS
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              IF FA-ACCUM > WS-DEPRECIABLE
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "       ACCUMULATED DEPRECIATION EXCEEDS COST"
                    " LESS SALVAGE"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
              ADD 1 TO WS-HELD-COUNT
              ADD FA-COST TO WS-TOTAL-COST
              ADD FA-ACCUM TO WS-TOTAL-ACCUM
              ADD WS-BOOK-VALUE TO WS-TOTAL-NBV
              PERFORM ACCUMULATE-ACCOUNT
           END-IF.

       HOLD-DISPOSAL.
           COMPUTE WS-GAIN-LOSS = FA-PROCEEDS - WS-BOOK-VALUE
           ADD WS-GAIN-LOSS TO WS-TOTAL-GAIN
           IF WS-DSP-COUNT < 500
              ADD 1 TO WS-DSP-COUNT
              MOVE FA-PROCEEDS TO WS-PROCEEDS-OUT
              MOVE WS-GAIN-LOSS TO WS-GAIN-OUT
              MOVE SPACES TO WS-DSP-LINE(WS-DSP-COUNT)
              STRING FA-NUMBER " " FA-DESC(1:17) " " FA-ACCOUNT " "
                 FA-DISPOSED " NBV " WS-NBV-OUT " PROC "
                 WS-PROCEEDS-OUT " G/L " WS-GAIN-OUT
                 DELIMITED BY SIZE INTO WS-DSP-LINE(WS-DSP-COUNT)
           ELSE
              ADD 1 TO WS-DSP-DROPPED
           END-IF.

       ACCUMULATE-ACCOUNT.
           MOVE 0 TO WS-ACCT-FOUND
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                 UNTIL WS-ACCT-IX > WS-ACCT-ENTRIES
              IF WS-ACCT-CODE(WS-ACCT-IX) = FA-ACCOUNT
                 MOVE WS-ACCT-IX TO WS-ACCT-FOUND
                 MOVE WS-ACCT-ENTRIES TO WS-ACCT-IX
              END-IF
           END-PERFORM
           IF WS-ACCT-FOUND = 0 AND WS-ACCT-ENTRIES < 100
              ADD 1 TO WS-ACCT-ENTRIES
              MOVE WS-ACCT-ENTRIES TO WS-ACCT-FOUND
              MOVE FA-ACCOUNT TO WS-ACCT-CODE(WS-ACCT-FOUND)
              MOVE ZERO TO WS-ACCT-COUNT(WS-ACCT-FOUND)
              MOVE ZERO TO WS-ACCT-COST(WS-ACCT-FOUND)
              MOVE ZERO TO WS-ACCT-ACCUM(WS-ACCT-FOUND)
              MOVE ZERO TO WS-ACCT-NBV(WS-ACCT-FOUND)
           END-IF
           IF WS-ACCT-FOUND > 0
              ADD 1 TO WS-ACCT-COUNT(WS-ACCT-FOUND)
              ADD FA-COST TO WS-ACCT-COST(WS-ACCT-FOUND)
              ADD FA-ACCUM TO WS-ACCT-ACCUM(WS-ACCT-FOUND)
              ADD WS-BOOK-VALUE TO WS-ACCT-NBV(WS-ACCT-FOUND)
           ELSE
              DISPLAY "ACCOUNT TABLE FULL - " FA-ACCOUNT
                 " NOT SUBTOTALED"
              MOVE "N" TO WS-PROOF-SWITCH
           END-IF.

      *****************************************************************
      * CLOSE-LISTING foots the assets held by account and in total,
      * proves the total, and lists the disposals.
      *****************************************************************
       CLOSE-LISTING.
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                 UNTIL WS-ACCT-IX > WS-ACCT-ENTRIES
              MOVE WS-ACCT-COST(WS-ACCT-IX) TO WS-BIG-COST-OUT
              MOVE WS-ACCT-ACCUM(WS-ACCT-IX) TO WS-BIG-ACCUM-OUT
              MOVE WS-ACCT-NBV(WS-ACCT-IX) TO WS-BIG-NBV-OUT
              MOVE SPACES TO WS-RPT-LINE
              STRING "ACCOUNT " WS-ACCT-CODE(WS-ACCT-IX) " "
                 WS-ACCT-COUNT(WS-ACCT-IX) " ASSETS COST "
                 WS-BIG-COST-OUT " ACCUM " WS-BIG-ACCUM-OUT
                 " NBV " WS-BIG-NBV-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-TOTAL-COST TO WS-BIG-COST-OUT
           MOVE WS-TOTAL-ACCUM TO WS-BIG-ACCUM-OUT
           MOVE WS-TOTAL-NBV TO WS-BIG-NBV-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL   " WS-HELD-COUNT " ASSETS COST "
              WS-BIG-COST-OUT " ACCUM " WS-BIG-ACCUM-OUT
              " NBV " WS-BIG-NBV-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-TOTAL-COST - WS-TOTAL-ACCUM NOT = WS-TOTAL-NBV
              MOVE "N" TO WS-PROOF-SWITCH
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           IF WS-PROOF-OK
              STRING "PROOF - COST LESS ACCUMULATED DEPRECIATION FOOTS"
                 " TO BOOK VALUE"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING "PROOF FAILED - SEE THE ASSETS ABOVE"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DISPOSALS - " WS-DSP-COUNT " ASSETS, LISTED AT"
              " DISPOSAL DATE, PROCEEDS AND GAIN OR LOSS (G/L)"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-DSP-IX FROM 1 BY 1
                 UNTIL WS-DSP-IX > WS-DSP-COUNT
              MOVE WS-DSP-LINE(WS-DSP-IX) TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-DSP-DROPPED > ZERO
              MOVE SPACES TO WS-RPT-LINE
              STRING "DISPOSAL TABLE FULL - " WS-DSP-DROPPED
                 " MORE DISPOSALS NOT LISTED"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-TOTAL-GAIN TO WS-BIG-NBV-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "NET GAIN/LOSS ON DISPOSALS " WS-BIG-NBV-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM faNbvList.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.
