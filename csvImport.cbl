      * adding).  The expected columns per deck type:
      *
      *   A  SHAPE,UNIT,DIM1,DIM2,DIM3    -> AREATRAN.DAT
      *   D  OP,ACCOUNT,AMOUNT1,AMOUNT2[,CURRENCY] -> ADDTRAN.DAT
      *      (the optional currency code rides on the account line
      *      for adding.cob to convert; blank is the base currency)
      *   M  OP,ADDOP,ROWSA,COLSA,ROWSB,COLSB,M1,M2 -> TRANBATCH.DAT
      *      (the spreadsheet batches reference library operands -
      *      M1 and M2 must be "&name" entries, the way estimating
      *
      * Every rejected CSV row is reported with its line number and
      * reason to CSVIMP.RPT through the shared REPORT-WRITER, and
      * the deck's TRAILER carries only the rows that made it.  The
      * finished deck is sealed under the house submitter through
      * DECK-SEAL-FILE (DECKSEAL.CPY), so tranEdit authenticates an
      * imported deck the same way it does one sent in from outside.
      * RETURN-CODE 4 when anything was rejected, 8 when the
      * control file or the CSV is missing.
      *****************************************************************
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "CSVIMPORT".
       01 WS-RETURN-CODE PIC S9(4).
       01 WS-SEAL-ACTION PIC X.
       01 WS-SEAL-SUBMITTER PIC X(8).
       01 WS-SEAL-RESULT PIC X.
       PROCEDURE DIVISION.
           CALL "AUTH-GATE" USING WS-AUTH-STATUS WS-PROGRAM-NAME
                 WS-AUTH-USER
              WRITE DECK-RECORD
              CLOSE DECK-FILE
              CLOSE CSV-FILE
              PERFORM SEAL-DECK
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRAILER - " WS-ACCEPTED " ACCEPTED, "
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *****************************************************************
      * SEAL-DECK seals the deck just written under the house
      * submitter; a house submitter with no key on file leaves the
      * deck unsealed, and says so, for tranEdit to refuse.
      *****************************************************************
       SEAL-DECK.
           MOVE "S" TO WS-SEAL-ACTION
           MOVE SPACES TO WS-SEAL-SUBMITTER
           CALL "DECK-SEAL-FILE" USING WS-SEAL-ACTION
              WS-DECK-PHYS-NAME WS-SEAL-SUBMITTER WS-SEAL-RESULT
           IF WS-SEAL-RESULT = "U"
              DISPLAY "NO ACTIVE KEY FOR SUBMITTER " WS-SEAL-SUBMITTER
                 " - " WS-DECK-NAME " LEFT UNSEALED"
           END-IF.

       IMPORT-ONE-ROW.
           MOVE SPACES TO WS-FIELD-TABLE
           MOVE ZERO TO WS-FIELD-COUNT
      * BUILD-ADD-ROW maps OP,ACCOUNT,AMOUNT1,AMOUNT2 to the four-
      * line adding transaction, with the operation, account, and
      * six-digit implied-cents amounts validated the way tranEdit
      * validates them.  An optional fifth column, the currency
      * code, is carried in columns 6-8 of the account line.
      *****************************************************************
       BUILD-ADD-ROW.
           IF WS-FIELD(1)(1:1) NOT = "A"
              MOVE WS-FIELD(1)(1:1) TO WS-PENDING-LINE(1)(1:1)
              MOVE SPACES TO WS-PENDING-LINE(2)
              MOVE WS-FIELD(2)(1:4) TO WS-PENDING-LINE(2)(1:4)
              MOVE WS-FIELD(5)(1:3) TO WS-PENDING-LINE(2)(6:3)
              MOVE SPACES TO WS-PENDING-LINE(3)
              MOVE WS-FIELD(3)(1:6) TO WS-PENDING-LINE(3)(1:6)
              MOVE SPACES TO WS-PENDING-LINE(4)

       COPY AUTHGATE.

       COPY DECKSEAL.

       COPY RPTWRITE.

       COPY DECKLOCK.
