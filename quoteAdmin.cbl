      * quotation follow-up and conversion
      *    TOPIC:
      *    FROM AN ACCEPTED QUOTE TO THE NIGHT'S DECKS
      *****************************************************************
      * Works the quotation register quoteCalc files on QUOTHDR.DAT
      * and QUOTLINE.DAT.  Functions are keyed one at a time:
      *
      *   L  list every quotation with its status - O open, or C
      *      converted with the job it went to;
      *   E  list the open quotations whose validity date has gone
      *      by, for the sales desk to follow up, on the screen and
      *      to QUOTEXP.RPT through the shared REPORT-WRITER;
      *   C  convert an accepted quotation into production work
      *      under a job number keyed here;
      *   X  exit.
      *
      * Conversion is refused for a quotation not on file, already
      * converted or past its validity date, for a job number that
      * is not four digits, for a quoted line with no rate, and for
      * volume work on a quote with no account or zone to bill.
      * Otherwise each quoted line is added to the decks its
      * quantity times, with a serial off CSVSER.DAT - the sequence
      * csvImport and bomExplode issue from - in the formats tranEdit
      * and the batch drivers read:
      *
      *   AREATRAN.DAT - a JOB block for each run of lines quoted at
      *                  the same rate, the job line (the quote's
      *                  account in columns 7-10) followed by the
      *                  quoted rate keyed in five digits, so the
      *                  job prices at the quote and not at the rate
      *                  master as it stands on the night;
      *   VOLTRAN.DAT  - likewise, the job line carrying zone (5-6)
      *                  and account (7-10) and the quoted rate in
      *                  columns 11-15, which VolumeBatchDriver
      *                  takes in place of VOLCOST.DAT.
      *
      * The work is added to whatever the decks already hold: the
      * existing TRAILER pair is lifted off and restated with the
      * new count after the added work, a deck not yet on file is
      * started with its HEADER and run date, and a conversion that
      * would carry a deck past 9999 transactions is refused
      * whole.  Both decks are held M through the interlock for the
      * rewrite, a driver's P hold refuses the conversion, and each
      * deck rewritten is resealed under the house submitter through
      * DECK-SEAL-FILE (DECKSEAL.CPY).  A
      * converted quotation is marked C with its job and conversion
      * date, and each conversion is written to the login audit
      * file the way the other maintenance programs record theirs.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. quoteAdmin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QHDR-FILE ASSIGN TO DYNAMIC WS-QHDR-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-QHDR-STATUS.
           SELECT QLINE-FILE ASSIGN TO DYNAMIC WS-QLINE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-QLINE-STATUS.
           SELECT AREA-DECK-FILE ASSIGN TO DYNAMIC WS-AREA-PHYS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AREA-DECK-STATUS.
           SELECT VOL-DECK-FILE ASSIGN TO DYNAMIC WS-VOL-PHYS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-VOL-DECK-STATUS.
           SELECT SEQUENCE-FILE ASSIGN TO "CSVSER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SEQ-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  QHDR-FILE.
       01  QHDR-RECORD.
           05 QH-NUMBER PIC 9(6).
           05 QH-DATE PIC 9(8).
           05 QH-VALID-UNTIL PIC 9(8).
           05 QH-ACCOUNT PIC X(4).
           05 QH-ZONE PIC X(2).
           05 QH-REFERENCE PIC X(20).
           05 QH-TOTAL PIC 9(9)V99.
           05 QH-STATUS PIC X.
           05 QH-JOB PIC 9(4).
           05 QH-CONVERT-DATE PIC 9(8).
       FD  QLINE-FILE.
       01  QLINE-RECORD.
           05 QL-NUMBER PIC 9(6).
           05 QL-LINE PIC 9(3).
           05 QL-KIND PIC X.
           05 QL-SHAPE PIC X(9).
           05 QL-UNIT PIC X(2).
           05 QL-DIM-1 PIC 9(2).
           05 QL-DIM-2 PIC 9(2).
           05 QL-DIM-3 PIC 9(2).
           05 QL-MATERIAL PIC X(8).
           05 QL-QUANTITY PIC 9(5).
           05 QL-MEASURE PIC 9(8)V999.
           05 QL-RATE PIC 9(3)V99.
           05 QL-AMOUNT PIC 9(9)V99.
       FD  AREA-DECK-FILE.
       01  AREA-DECK-RECORD PIC X(20).
       FD  VOL-DECK-FILE.
       01  VOL-DECK-RECORD PIC X(20).
       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD PIC 9(6).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-QHDR-STATUS PIC XX.
       01 WS-QLINE-STATUS PIC XX.
       01 WS-AREA-DECK-STATUS PIC XX.
       01 WS-VOL-DECK-STATUS PIC XX.
       01 WS-SEQ-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-QHDR-NAME PIC X(40).
       01 WS-QLINE-NAME PIC X(40).
       01 WS-AREA-DECK-NAME PIC X(40) VALUE "AREATRAN.DAT".
       01 WS-VOL-DECK-NAME PIC X(40) VALUE "VOLTRAN.DAT".
       01 WS-AREA-PHYS-NAME PIC X(40).
       01 WS-VOL-PHYS-NAME PIC X(40).
       01 WS-AREA-DLK-FLAG PIC X.
       01 WS-VOL-DLK-FLAG PIC X.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 WS-FUNC-LIST VALUE "L".
           88 WS-FUNC-EXPIRED VALUE "E".
           88 WS-FUNC-CONVERT VALUE "C".
           88 WS-FUNC-EXIT VALUE "X".
       01 WS-QUOTE-TABLE.
           05 WS-QUOTE-ENTRY OCCURS 2000 TIMES.
               10 WS-QT-NUMBER PIC 9(6).
               10 WS-QT-DATE PIC 9(8).
               10 WS-QT-VALID-UNTIL PIC 9(8).
               10 WS-QT-ACCOUNT PIC X(4).
               10 WS-QT-ZONE PIC X(2).
               10 WS-QT-REFERENCE PIC X(20).
               10 WS-QT-TOTAL PIC 9(9)V99.
               10 WS-QT-STATUS PIC X.
                   88 WS-QT-OPEN VALUE "O".
               10 WS-QT-JOB PIC 9(4).
               10 WS-QT-CONVERT-DATE PIC 9(8).
       01 WS-QUOTE-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-QUOTES PIC 9(4) COMP VALUE 2000.
       01 WS-QT-IX PIC 9(4) COMP.
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 50 TIMES.
               10 WS-LN-KIND PIC X.
               10 WS-LN-SHAPE PIC X(9).
               10 WS-LN-UNIT PIC X(2).
               10 WS-LN-DIM-1 PIC 9(2).
               10 WS-LN-DIM-2 PIC 9(2).
               10 WS-LN-DIM-3 PIC 9(2).
               10 WS-LN-QUANTITY PIC 9(5).
               10 WS-LN-RATE PIC 9(3)V99.
       01 WS-LINE-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-LINE-IX PIC 9(3) COMP.
       01 WS-AREA-DECK-TABLE.
           05 WS-AREA-LINE OCCURS 20000 TIMES PIC X(20).
       01 WS-AREA-LINES PIC 9(5) COMP VALUE 0.
       01 WS-VOL-DECK-TABLE.
           05 WS-VOL-LINE OCCURS 20000 TIMES PIC X(20).
       01 WS-VOL-LINES PIC 9(5) COMP VALUE 0.
       01 WS-MAX-DECK-LINES PIC 9(5) COMP VALUE 20000.
       01 WS-DECK-IX PIC 9(5) COMP.
       01 WS-AREA-TRAILER-SWITCH PIC X.
           88 WS-AREA-HAS-TRAILER VALUE "Y".
       01 WS-VOL-TRAILER-SWITCH PIC X.
           88 WS-VOL-HAS-TRAILER VALUE "Y".
       01 WS-AREA-OLD-COUNT PIC 9(5).
       01 WS-VOL-OLD-COUNT PIC 9(5).
       01 WS-AREA-NEW-TRANS PIC 9(7).
       01 WS-VOL-NEW-TRANS PIC 9(7).
       01 WS-AREA-NEW-LINES PIC 9(7).
       01 WS-VOL-NEW-LINES PIC 9(7).
       01 WS-DIMS-NEEDED PIC 9 COMP.
       01 WS-BLOCK-RATE PIC 9(3)V99.
       01 WS-BLOCK-OPEN-SWITCH PIC X.
           88 WS-BLOCK-OPEN VALUE "Y".
       01 WS-RATE-DIGITS PIC 9(5).
       01 WS-DECK-TEXT PIC X(20).
       01 WS-NUMBER-IN PIC X(6).
       01 WS-QUOTE-NUMBER PIC 9(6).
       01 WS-JOB-IN PIC X(4).
       01 WS-JOB PIC 9(4).
       01 WS-CONVERT-OK-SWITCH PIC X.
           88 WS-CONVERT-OK VALUE "Y".
       01 WS-REASON PIC X(50).
       01 WS-SERIAL PIC 9(6) VALUE ZERO.
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-TRAILER-OUT PIC 9(4).
       01 WS-TOTAL-OUT PIC Z(8)9.99.
       01 WS-EXPIRED-COUNT PIC 9(4).
       01 WS-CONVERT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(40).
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "QUOTEADMIN".
       01 WS-RETURN-CODE PIC S9(4).
       01 WS-SEAL-ACTION PIC X.
       01 WS-SEAL-DECK-NAME PIC X(40).
       01 WS-SEAL-SUBMITTER PIC X(8).
       01 WS-SEAL-RESULT PIC X.
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
           MOVE "QUOTHDR.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-QHDR-NAME
           MOVE "QUOTLINE.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-QLINE-NAME
           CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
           PERFORM LOAD-QUOTE-TABLE
           PERFORM UNTIL WS-FUNC-EXIT
              DISPLAY "QUOTE ADMIN - L LIST, E EXPIRED,"
                 " C CONVERT TO JOB, X EXIT"
              ACCEPT WS-FUNCTION
              EVALUATE TRUE
                 WHEN WS-FUNC-LIST
                    PERFORM LIST-QUOTES
                 WHEN WS-FUNC-EXPIRED
                    PERFORM LIST-EXPIRED-QUOTES
                 WHEN WS-FUNC-CONVERT
                    PERFORM CONVERT-QUOTE
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN FUNCTION " WS-FUNCTION
              END-EVALUATE
           END-PERFORM
           DISPLAY "QUOTEADMIN COMPLETE - " WS-CONVERT-COUNT
              " QUOTATIONS CONVERTED"
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LOAD-QUOTE-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-QUOTE-COUNT
           OPEN INPUT QHDR-FILE
           IF WS-QHDR-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ QHDR-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-QUOTE-COUNT = WS-MAX-QUOTES
                          DISPLAY "QUOTE TABLE FULL - RECORDS PAST "
                             WS-MAX-QUOTES " IGNORED"
                          SET WS-EOF TO TRUE
                       ELSE
                          ADD 1 TO WS-QUOTE-COUNT
                          MOVE QHDR-RECORD TO
                             WS-QUOTE-ENTRY(WS-QUOTE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE QHDR-FILE
           ELSE
              DISPLAY "QUOTHDR.DAT NOT FOUND - NO QUOTATIONS ON FILE"
           END-IF.

       REWRITE-QUOTE-FILE.
           OPEN OUTPUT QHDR-FILE
           PERFORM VARYING WS-QT-IX FROM 1 BY 1
                 UNTIL WS-QT-IX > WS-QUOTE-COUNT
              MOVE WS-QUOTE-ENTRY(WS-QT-IX) TO QHDR-RECORD
              WRITE QHDR-RECORD
           END-PERFORM
           CLOSE QHDR-FILE.

       LIST-QUOTES.
           PERFORM VARYING WS-QT-IX FROM 1 BY 1
                 UNTIL WS-QT-IX > WS-QUOTE-COUNT
              MOVE WS-QT-TOTAL(WS-QT-IX) TO WS-TOTAL-OUT
              IF WS-QT-OPEN(WS-QT-IX)
                 DISPLAY WS-QT-NUMBER(WS-QT-IX) " "
                    WS-QT-DATE(WS-QT-IX) " VALID "
                    WS-QT-VALID-UNTIL(WS-QT-IX) " ACCT "
                    WS-QT-ACCOUNT(WS-QT-IX) " "
                    WS-QT-REFERENCE(WS-QT-IX) " " WS-TOTAL-OUT
                    " OPEN"
              ELSE
                 DISPLAY WS-QT-NUMBER(WS-QT-IX) " "
                    WS-QT-DATE(WS-QT-IX) " VALID "
                    WS-QT-VALID-UNTIL(WS-QT-IX) " ACCT "
                    WS-QT-ACCOUNT(WS-QT-IX) " "
                    WS-QT-REFERENCE(WS-QT-IX) " " WS-TOTAL-OUT
                    " CONVERTED JOB " WS-QT-JOB(WS-QT-IX) " ON "
                    WS-QT-CONVERT-DATE(WS-QT-IX)
              END-IF
           END-PERFORM
           DISPLAY WS-QUOTE-COUNT " QUOTATIONS ON FILE".

      *****************************************************************
      * LIST-EXPIRED-QUOTES lists the open quotations whose validity
      * date is behind the process date - the follow-up list.
      *****************************************************************
       LIST-EXPIRED-QUOTES.
           MOVE ZERO TO WS-EXPIRED-COUNT
           MOVE "O" TO WS-RPT-ACTION
           MOVE "QUOTEXP.RPT" TO WS-RPT-FILE
           MOVE "EXPIRED QUOTATIONS FOR FOLLOW-UP" TO WS-RPT-TITLE
           MOVE "QUOTE  QUOTED   EXPIRED  ACCT ZONE REFERENCE
      -       "           TOTAL" TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           PERFORM VARYING WS-QT-IX FROM 1 BY 1
                 UNTIL WS-QT-IX > WS-QUOTE-COUNT
              IF WS-QT-OPEN(WS-QT-IX)
                 AND WS-QT-VALID-UNTIL(WS-QT-IX) < WS-PROCESS-DATE
                 ADD 1 TO WS-EXPIRED-COUNT
                 MOVE WS-QT-TOTAL(WS-QT-IX) TO WS-TOTAL-OUT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING WS-QT-NUMBER(WS-QT-IX) " "
                    WS-QT-DATE(WS-QT-IX) " "
                    WS-QT-VALID-UNTIL(WS-QT-IX) " "
                    WS-QT-ACCOUNT(WS-QT-IX) " "
                    WS-QT-ZONE(WS-QT-IX) "   "
                    WS-QT-REFERENCE(WS-QT-IX) " " WS-TOTAL-OUT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 DISPLAY WS-RPT-LINE(1:80)
                 MOVE "D" TO WS-RPT-ACTION
                 CALL "REPORT-WRITER" USING WS-RPT-ACTION
                    WS-RPT-FILE WS-RPT-TITLE WS-RPT-HEADING
                    WS-RPT-LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-EXPIRED-COUNT " OPEN QUOTATIONS PAST THEIR"
              " VALIDITY DATE OF " WS-PROCESS-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE(1:80)
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *****************************************************************
      * CONVERT-QUOTE edits the keyed quotation and job, then hands
      * the work to the decks under the interlock.
      *****************************************************************
       CONVERT-QUOTE.
           MOVE "Y" TO WS-CONVERT-OK-SWITCH
           MOVE SPACES TO WS-REASON
           MOVE ZERO TO WS-QT-IX
           DISPLAY "QUOTATION NUMBER (6 DIGITS):"
           ACCEPT WS-NUMBER-IN
           DISPLAY "JOB NUMBER (4 DIGITS):"
           ACCEPT WS-JOB-IN
           IF WS-NUMBER-IN IS NUMERIC
              MOVE WS-NUMBER-IN TO WS-QUOTE-NUMBER
              PERFORM VARYING WS-DECK-IX FROM 1 BY 1
                    UNTIL WS-DECK-IX > WS-QUOTE-COUNT
                 IF WS-QT-NUMBER(WS-DECK-IX) = WS-QUOTE-NUMBER
                    MOVE WS-DECK-IX TO WS-QT-IX
                 END-IF
              END-PERFORM
           END-IF
           IF WS-QT-IX = ZERO
              MOVE "N" TO WS-CONVERT-OK-SWITCH
              MOVE "QUOTATION NOT ON FILE" TO WS-REASON
           END-IF
           IF WS-CONVERT-OK
              IF NOT WS-QT-OPEN(WS-QT-IX)
                 MOVE "N" TO WS-CONVERT-OK-SWITCH
                 MOVE "QUOTATION ALREADY CONVERTED" TO WS-REASON
              ELSE
                 IF WS-QT-VALID-UNTIL(WS-QT-IX) < WS-PROCESS-DATE
                    MOVE "N" TO WS-CONVERT-OK-SWITCH
                    MOVE "QUOTATION PAST ITS VALIDITY DATE - REQUOTE"
                       TO WS-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-CONVERT-OK
              IF WS-JOB-IN IS NUMERIC AND WS-JOB-IN NOT = "0000"
                 MOVE WS-JOB-IN TO WS-JOB
              ELSE
                 MOVE "N" TO WS-CONVERT-OK-SWITCH
                 MOVE "JOB NUMBER MUST BE FOUR DIGITS" TO WS-REASON
              END-IF
           END-IF
           IF WS-CONVERT-OK
              PERFORM LOAD-QUOTE-LINES
              PERFORM EDIT-QUOTE-LINES
           END-IF
           IF WS-CONVERT-OK
              PERFORM CONVERT-UNDER-INTERLOCK
           END-IF
           IF WS-CONVERT-OK
              MOVE "C" TO WS-QT-STATUS(WS-QT-IX)
              MOVE WS-JOB TO WS-QT-JOB(WS-QT-IX)
              MOVE WS-PROCESS-DATE TO WS-QT-CONVERT-DATE(WS-QT-IX)
              PERFORM REWRITE-QUOTE-FILE
              ADD 1 TO WS-CONVERT-COUNT
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "QUOTE " WS-QUOTE-NUMBER " TO JOB " WS-JOB
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
              DISPLAY "QUOTATION " WS-QUOTE-NUMBER
                 " CONVERTED TO JOB " WS-JOB
           ELSE
              DISPLAY "CONVERSION REFUSED - " WS-REASON
           END-IF.

       LOAD-QUOTE-LINES.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT QLINE-FILE
           IF WS-QLINE-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ QLINE-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF QL-NUMBER = WS-QUOTE-NUMBER
                          AND WS-LINE-COUNT < 50
                          ADD 1 TO WS-LINE-COUNT
                          PERFORM TAKE-QUOTE-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE QLINE-FILE
           END-IF.

       TAKE-QUOTE-LINE.
           MOVE QL-KIND TO WS-LN-KIND(WS-LINE-COUNT)
           MOVE QL-SHAPE TO WS-LN-SHAPE(WS-LINE-COUNT)
           MOVE QL-UNIT TO WS-LN-UNIT(WS-LINE-COUNT)
           MOVE QL-DIM-1 TO WS-LN-DIM-1(WS-LINE-COUNT)
           MOVE QL-DIM-2 TO WS-LN-DIM-2(WS-LINE-COUNT)
           MOVE QL-DIM-3 TO WS-LN-DIM-3(WS-LINE-COUNT)
           MOVE QL-QUANTITY TO WS-LN-QUANTITY(WS-LINE-COUNT)
           MOVE QL-RATE TO WS-LN-RATE(WS-LINE-COUNT).

      *****************************************************************
      * EDIT-QUOTE-LINES refuses a quotation with nothing to make,
      * a line quoted with no rate, or volume work with no account
      * and zone, and counts the transactions and deck lines each
      * deck will take.
      *****************************************************************
       EDIT-QUOTE-LINES.
           MOVE ZERO TO WS-AREA-NEW-TRANS
           MOVE ZERO TO WS-VOL-NEW-TRANS
           MOVE ZERO TO WS-AREA-NEW-LINES
           MOVE ZERO TO WS-VOL-NEW-LINES
           IF WS-LINE-COUNT = ZERO
              MOVE "N" TO WS-CONVERT-OK-SWITCH
              MOVE "QUOTATION HAS NO LINES ON QUOTLINE.DAT" TO
                 WS-REASON
           END-IF
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                 UNTIL WS-LINE-IX > WS-LINE-COUNT
              IF WS-LN-RATE(WS-LINE-IX) = ZERO
                 MOVE "N" TO WS-CONVERT-OK-SWITCH
                 MOVE "A LINE WAS QUOTED WITH NO RATE - REQUOTE" TO
                    WS-REASON
              END-IF
              PERFORM SET-DIMS-NEEDED
              IF WS-LN-KIND(WS-LINE-IX) = "A"
                 ADD WS-LN-QUANTITY(WS-LINE-IX) TO WS-AREA-NEW-TRANS
                 COMPUTE WS-AREA-NEW-LINES = WS-AREA-NEW-LINES + 3 +
                    WS-LN-QUANTITY(WS-LINE-IX) * (1 + WS-DIMS-NEEDED)
              ELSE
                 ADD WS-LN-QUANTITY(WS-LINE-IX) TO WS-VOL-NEW-TRANS
                 COMPUTE WS-VOL-NEW-LINES = WS-VOL-NEW-LINES + 2 +
                    WS-LN-QUANTITY(WS-LINE-IX) * (1 + WS-DIMS-NEEDED)
              END-IF
           END-PERFORM
           IF WS-CONVERT-OK AND WS-VOL-NEW-TRANS > ZERO
              IF WS-QT-ACCOUNT(WS-QT-IX) = SPACES
                 OR WS-QT-ZONE(WS-QT-IX) = SPACES
                 MOVE "N" TO WS-CONVERT-OK-SWITCH
                 MOVE "VOLUME WORK NEEDS AN ACCOUNT AND ZONE" TO
                    WS-REASON
              END-IF
           END-IF.

       SET-DIMS-NEEDED.
           EVALUATE WS-LN-SHAPE(WS-LINE-IX)
              WHEN "RECTANGLE"
              WHEN "CYLINDER"
                 MOVE 2 TO WS-DIMS-NEEDED
              WHEN "TRIANGLE"
              WHEN "TRAPEZOID"
              WHEN "PRISM"
                 MOVE 3 TO WS-DIMS-NEEDED
              WHEN OTHER
                 MOVE 1 TO WS-DIMS-NEEDED
           END-EVALUATE.

      *****************************************************************
      * CONVERT-UNDER-INTERLOCK never touches a deck a driver is
      * reading, and holds both M while they are rewritten.  Both
      * decks are loaded and checked before either is written, so
      * a conversion goes in whole or not at all.
      *****************************************************************
       CONVERT-UNDER-INTERLOCK.
           CALL "DECK-LOCK-TEST" USING WS-AREA-DECK-NAME
              WS-AREA-DLK-FLAG
           CALL "DECK-LOCK-TEST" USING WS-VOL-DECK-NAME
              WS-VOL-DLK-FLAG
           IF WS-AREA-DLK-FLAG = "P" OR WS-VOL-DLK-FLAG = "P"
              MOVE "N" TO WS-CONVERT-OK-SWITCH
              MOVE "DECK IS BEING PROCESSED BY A DRIVER" TO WS-REASON
           ELSE
              MOVE "M" TO WS-AREA-DLK-FLAG
              CALL "DECK-LOCK-SET" USING WS-AREA-DECK-NAME
                 WS-AREA-DLK-FLAG
              MOVE "M" TO WS-VOL-DLK-FLAG
              CALL "DECK-LOCK-SET" USING WS-VOL-DECK-NAME
                 WS-VOL-DLK-FLAG
              CALL "ENV-RESOLVE-NAME" USING WS-AREA-DECK-NAME
                 WS-AREA-PHYS-NAME
              CALL "ENV-RESOLVE-NAME" USING WS-VOL-DECK-NAME
                 WS-VOL-PHYS-NAME
              IF WS-AREA-NEW-TRANS > ZERO
                 PERFORM LOAD-AREA-DECK
              END-IF
              IF WS-VOL-NEW-TRANS > ZERO
                 PERFORM LOAD-VOLUME-DECK
              END-IF
              IF WS-CONVERT-OK
                 PERFORM READ-SERIAL-SEQUENCE
                 IF WS-AREA-NEW-TRANS > ZERO
                    PERFORM WRITE-AREA-DECK
                 END-IF
                 IF WS-VOL-NEW-TRANS > ZERO
                    PERFORM WRITE-VOLUME-DECK
                 END-IF
                 PERFORM WRITE-SERIAL-SEQUENCE
              END-IF
              CALL "DECK-LOCK-CLEAR" USING WS-AREA-DECK-NAME
              CALL "DECK-LOCK-CLEAR" USING WS-VOL-DECK-NAME
           END-IF.

      *****************************************************************
      * LOAD-AREA-DECK takes the deck whole and lifts off a closing
      * TRAILER pair, keeping its count to restate; a deck not on
      * file is started with its HEADER and run date.
      *****************************************************************
       LOAD-AREA-DECK.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-AREA-LINES
           MOVE ZERO TO WS-AREA-OLD-COUNT
           MOVE "N" TO WS-AREA-TRAILER-SWITCH
           OPEN INPUT AREA-DECK-FILE
           IF WS-AREA-DECK-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ AREA-DECK-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-AREA-LINES < WS-MAX-DECK-LINES
                          ADD 1 TO WS-AREA-LINES
                          MOVE AREA-DECK-RECORD TO
                             WS-AREA-LINE(WS-AREA-LINES)
                       ELSE
                          MOVE "N" TO WS-CONVERT-OK-SWITCH
                          MOVE "AREATRAN.DAT TOO LARGE TO ADD TO" TO
                             WS-REASON
                          SET WS-EOF TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AREA-DECK-FILE
              IF WS-AREA-LINES > 1
                 IF WS-AREA-LINE(WS-AREA-LINES - 1) = "TRAILER"
                    SET WS-AREA-HAS-TRAILER TO TRUE
                    MOVE WS-AREA-LINE(WS-AREA-LINES) TO WS-DECK-TEXT
                    IF WS-DECK-TEXT(1:4) IS NUMERIC
                       MOVE WS-DECK-TEXT(1:4) TO WS-AREA-OLD-COUNT
                    END-IF
                    SUBTRACT 2 FROM WS-AREA-LINES
                 END-IF
              END-IF
           ELSE
              SET WS-AREA-HAS-TRAILER TO TRUE
              MOVE "HEADER" TO WS-AREA-LINE(1)
              MOVE SPACES TO WS-AREA-LINE(2)
              MOVE WS-PROCESS-DATE TO WS-AREA-LINE(2)(1:8)
              MOVE 2 TO WS-AREA-LINES
           END-IF
           IF WS-AREA-OLD-COUNT + WS-AREA-NEW-TRANS > 9999
              MOVE "N" TO WS-CONVERT-OK-SWITCH
              MOVE "AREATRAN.DAT WOULD PASS 9999 TRANSACTIONS" TO
                 WS-REASON
           END-IF
           IF WS-AREA-LINES + WS-AREA-NEW-LINES + 2 >
              WS-MAX-DECK-LINES
              MOVE "N" TO WS-CONVERT-OK-SWITCH
              MOVE "AREATRAN.DAT TOO LARGE TO ADD TO" TO WS-REASON
           END-IF.

       LOAD-VOLUME-DECK.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-VOL-LINES
           MOVE ZERO TO WS-VOL-OLD-COUNT
           MOVE "N" TO WS-VOL-TRAILER-SWITCH
           OPEN INPUT VOL-DECK-FILE
           IF WS-VOL-DECK-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ VOL-DECK-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-VOL-LINES < WS-MAX-DECK-LINES
                          ADD 1 TO WS-VOL-LINES
                          MOVE VOL-DECK-RECORD TO
                             WS-VOL-LINE(WS-VOL-LINES)
                       ELSE
                          MOVE "N" TO WS-CONVERT-OK-SWITCH
                          MOVE "VOLTRAN.DAT TOO LARGE TO ADD TO" TO
                             WS-REASON
                          SET WS-EOF TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VOL-DECK-FILE
              IF WS-VOL-LINES > 1
                 IF WS-VOL-LINE(WS-VOL-LINES - 1) = "TRAILER"
                    SET WS-VOL-HAS-TRAILER TO TRUE
                    MOVE WS-VOL-LINE(WS-VOL-LINES) TO WS-DECK-TEXT
                    IF WS-DECK-TEXT(1:4) IS NUMERIC
                       MOVE WS-DECK-TEXT(1:4) TO WS-VOL-OLD-COUNT
                    END-IF
                    SUBTRACT 2 FROM WS-VOL-LINES
                 END-IF
              END-IF
           ELSE
              SET WS-VOL-HAS-TRAILER TO TRUE
              MOVE "HEADER" TO WS-VOL-LINE(1)
              MOVE SPACES TO WS-VOL-LINE(2)
              MOVE WS-PROCESS-DATE TO WS-VOL-LINE(2)(1:8)
              MOVE 2 TO WS-VOL-LINES
           END-IF
           IF WS-VOL-OLD-COUNT + WS-VOL-NEW-TRANS > 9999
              MOVE "N" TO WS-CONVERT-OK-SWITCH
              MOVE "VOLTRAN.DAT WOULD PASS 9999 TRANSACTIONS" TO
                 WS-REASON
           END-IF
           IF WS-VOL-LINES + WS-VOL-NEW-LINES + 2 >
              WS-MAX-DECK-LINES
              MOVE "N" TO WS-CONVERT-OK-SWITCH
              MOVE "VOLTRAN.DAT TOO LARGE TO ADD TO" TO WS-REASON
           END-IF.

       READ-SERIAL-SEQUENCE.
           OPEN INPUT SEQUENCE-FILE
           IF WS-SEQ-STATUS = "00"
              READ SEQUENCE-FILE INTO WS-SERIAL
              CLOSE SEQUENCE-FILE
           END-IF.

       WRITE-SERIAL-SEQUENCE.
           MOVE WS-SERIAL TO SEQUENCE-RECORD
           OPEN OUTPUT SEQUENCE-FILE
           WRITE SEQUENCE-RECORD
           CLOSE SEQUENCE-FILE.

      *****************************************************************
      * WRITE-AREA-DECK adds the quotation's area lines to the
      * loaded deck, a JOB block opening wherever the quoted rate
      * changes, and writes the deck back with its TRAILER restated.
      *****************************************************************
       WRITE-AREA-DECK.
           MOVE "N" TO WS-BLOCK-OPEN-SWITCH
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                 UNTIL WS-LINE-IX > WS-LINE-COUNT
              IF WS-LN-KIND(WS-LINE-IX) = "A"
                 IF NOT WS-BLOCK-OPEN
                    OR WS-LN-RATE(WS-LINE-IX) NOT = WS-BLOCK-RATE
                    PERFORM ADD-AREA-JOB-BLOCK
                 END-IF
                 PERFORM SET-DIMS-NEEDED
                 PERFORM WS-LN-QUANTITY(WS-LINE-IX) TIMES
                    PERFORM ADD-AREA-TRANSACTION
                 END-PERFORM
              END-IF
           END-PERFORM
           OPEN OUTPUT AREA-DECK-FILE
           PERFORM VARYING WS-DECK-IX FROM 1 BY 1
                 UNTIL WS-DECK-IX > WS-AREA-LINES
              MOVE WS-AREA-LINE(WS-DECK-IX) TO AREA-DECK-RECORD
              WRITE AREA-DECK-RECORD
           END-PERFORM
           IF WS-AREA-HAS-TRAILER
              MOVE "TRAILER" TO AREA-DECK-RECORD
              WRITE AREA-DECK-RECORD
              MOVE SPACES TO AREA-DECK-RECORD
              COMPUTE WS-TRAILER-OUT = WS-AREA-OLD-COUNT +
                 WS-AREA-NEW-TRANS
              MOVE WS-TRAILER-OUT TO AREA-DECK-RECORD(1:4)
              WRITE AREA-DECK-RECORD
           END-IF
           CLOSE AREA-DECK-FILE
           MOVE WS-AREA-PHYS-NAME TO WS-SEAL-DECK-NAME
           PERFORM SEAL-DECK
           DISPLAY "AREA DECK " WS-AREA-PHYS-NAME " - "
              WS-AREA-NEW-TRANS " TRANSACTIONS ADDED".

       ADD-AREA-JOB-BLOCK.
           SET WS-BLOCK-OPEN TO TRUE
           MOVE WS-LN-RATE(WS-LINE-IX) TO WS-BLOCK-RATE
           ADD 1 TO WS-AREA-LINES
           MOVE "JOB" TO WS-AREA-LINE(WS-AREA-LINES)
           ADD 1 TO WS-AREA-LINES
           MOVE SPACES TO WS-AREA-LINE(WS-AREA-LINES)
           MOVE WS-JOB TO WS-AREA-LINE(WS-AREA-LINES)(1:4)
           MOVE WS-QT-ACCOUNT(WS-QT-IX) TO
              WS-AREA-LINE(WS-AREA-LINES)(7:4)
           COMPUTE WS-RATE-DIGITS = WS-BLOCK-RATE * 100
           ADD 1 TO WS-AREA-LINES
           MOVE SPACES TO WS-AREA-LINE(WS-AREA-LINES)
           MOVE WS-RATE-DIGITS TO WS-AREA-LINE(WS-AREA-LINES)(1:5).

       ADD-AREA-TRANSACTION.
           ADD 1 TO WS-SERIAL
           ADD 1 TO WS-AREA-LINES
           MOVE SPACES TO WS-AREA-LINE(WS-AREA-LINES)
           MOVE WS-LN-SHAPE(WS-LINE-IX) TO
              WS-AREA-LINE(WS-AREA-LINES)(1:9)
           MOVE WS-SERIAL TO WS-AREA-LINE(WS-AREA-LINES)(10:6)
           MOVE WS-LN-UNIT(WS-LINE-IX) TO
              WS-AREA-LINE(WS-AREA-LINES)(17:2)
           ADD 1 TO WS-AREA-LINES
           MOVE SPACES TO WS-AREA-LINE(WS-AREA-LINES)
           MOVE WS-LN-DIM-1(WS-LINE-IX) TO
              WS-AREA-LINE(WS-AREA-LINES)(1:2)
           IF WS-DIMS-NEEDED > 1
              ADD 1 TO WS-AREA-LINES
              MOVE SPACES TO WS-AREA-LINE(WS-AREA-LINES)
              MOVE WS-LN-DIM-2(WS-LINE-IX) TO
                 WS-AREA-LINE(WS-AREA-LINES)(1:2)
           END-IF
           IF WS-DIMS-NEEDED > 2
              ADD 1 TO WS-AREA-LINES
              MOVE SPACES TO WS-AREA-LINE(WS-AREA-LINES)
              MOVE WS-LN-DIM-3(WS-LINE-IX) TO
                 WS-AREA-LINE(WS-AREA-LINES)(1:2)
           END-IF.

       WRITE-VOLUME-DECK.
           MOVE "N" TO WS-BLOCK-OPEN-SWITCH
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                 UNTIL WS-LINE-IX > WS-LINE-COUNT
              IF WS-LN-KIND(WS-LINE-IX) = "V"
                 IF NOT WS-BLOCK-OPEN
                    OR WS-LN-RATE(WS-LINE-IX) NOT = WS-BLOCK-RATE
                    PERFORM ADD-VOLUME-JOB-BLOCK
                 END-IF
                 PERFORM SET-DIMS-NEEDED
                 PERFORM WS-LN-QUANTITY(WS-LINE-IX) TIMES
                    PERFORM ADD-VOLUME-TRANSACTION
                 END-PERFORM
              END-IF
           END-PERFORM
           OPEN OUTPUT VOL-DECK-FILE
           PERFORM VARYING WS-DECK-IX FROM 1 BY 1
                 UNTIL WS-DECK-IX > WS-VOL-LINES
              MOVE WS-VOL-LINE(WS-DECK-IX) TO VOL-DECK-RECORD
              WRITE VOL-DECK-RECORD
           END-PERFORM
           IF WS-VOL-HAS-TRAILER
              MOVE "TRAILER" TO VOL-DECK-RECORD
              WRITE VOL-DECK-RECORD
              MOVE SPACES TO VOL-DECK-RECORD
              COMPUTE WS-TRAILER-OUT = WS-VOL-OLD-COUNT +
                 WS-VOL-NEW-TRANS
              MOVE WS-TRAILER-OUT TO VOL-DECK-RECORD(1:4)
              WRITE VOL-DECK-RECORD
           END-IF
           CLOSE VOL-DECK-FILE
           MOVE WS-VOL-PHYS-NAME TO WS-SEAL-DECK-NAME
           PERFORM SEAL-DECK
           DISPLAY "VOLUME DECK " WS-VOL-PHYS-NAME " - "
              WS-VOL-NEW-TRANS " TRANSACTIONS ADDED".

       ADD-VOLUME-JOB-BLOCK.
           SET WS-BLOCK-OPEN TO TRUE
           MOVE WS-LN-RATE(WS-LINE-IX) TO WS-BLOCK-RATE
           ADD 1 TO WS-VOL-LINES
           MOVE "JOB" TO WS-VOL-LINE(WS-VOL-LINES)
           COMPUTE WS-RATE-DIGITS = WS-BLOCK-RATE * 100
           ADD 1 TO WS-VOL-LINES
           MOVE SPACES TO WS-VOL-LINE(WS-VOL-LINES)
           MOVE WS-JOB TO WS-VOL-LINE(WS-VOL-LINES)(1:4)
           MOVE WS-QT-ZONE(WS-QT-IX) TO
              WS-VOL-LINE(WS-VOL-LINES)(5:2)
           MOVE WS-QT-ACCOUNT(WS-QT-IX) TO
              WS-VOL-LINE(WS-VOL-LINES)(7:4)
           MOVE WS-RATE-DIGITS TO WS-VOL-LINE(WS-VOL-LINES)(11:5).

       ADD-VOLUME-TRANSACTION.
           ADD 1 TO WS-SERIAL
           ADD 1 TO WS-VOL-LINES
           MOVE SPACES TO WS-VOL-LINE(WS-VOL-LINES)
           MOVE WS-LN-SHAPE(WS-LINE-IX) TO
              WS-VOL-LINE(WS-VOL-LINES)(1:9)
           MOVE WS-SERIAL TO WS-VOL-LINE(WS-VOL-LINES)(10:6)
           ADD 1 TO WS-VOL-LINES
           MOVE SPACES TO WS-VOL-LINE(WS-VOL-LINES)
           MOVE WS-LN-DIM-1(WS-LINE-IX) TO
              WS-VOL-LINE(WS-VOL-LINES)(1:2)
           IF WS-DIMS-NEEDED > 1
              ADD 1 TO WS-VOL-LINES
              MOVE SPACES TO WS-VOL-LINE(WS-VOL-LINES)
              MOVE WS-LN-DIM-2(WS-LINE-IX) TO
                 WS-VOL-LINE(WS-VOL-LINES)(1:2)
           END-IF
           IF WS-DIMS-NEEDED > 2
              ADD 1 TO WS-VOL-LINES
              MOVE SPACES TO WS-VOL-LINE(WS-VOL-LINES)
              MOVE WS-LN-DIM-3(WS-LINE-IX) TO
                 WS-VOL-LINE(WS-VOL-LINES)(1:2)
           END-IF.

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

      *****************************************************************
      * SEAL-DECK seals the deck named in WS-SEAL-DECK-NAME under
      * the house submitter through DECK-SEAL-FILE; a house
      * submitter with no key on file leaves the deck unsealed, and
      * says so, for tranEdit to refuse.
      *****************************************************************
       SEAL-DECK.
           MOVE "S" TO WS-SEAL-ACTION
           MOVE SPACES TO WS-SEAL-SUBMITTER
           CALL "DECK-SEAL-FILE" USING WS-SEAL-ACTION
              WS-SEAL-DECK-NAME WS-SEAL-SUBMITTER WS-SEAL-RESULT
           IF WS-SEAL-RESULT = "U"
              DISPLAY "NO ACTIVE KEY FOR SUBMITTER " WS-SEAL-SUBMITTER
                 " - " WS-SEAL-DECK-NAME " LEFT UNSEALED"
           END-IF.

       END PROGRAM quoteAdmin.

       COPY AUTHGATE.

       COPY DECKSEAL.

       COPY RPTWRITE.

       COPY DECKLOCK.

       COPY DATESERV.

       COPY ENVNAME.
