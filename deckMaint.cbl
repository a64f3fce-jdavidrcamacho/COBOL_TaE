      * This program builds deck transactions at the terminal
      * instead, validating the operands as they are keyed with the
      * same rules the engines apply - known opcode, conformable
      * dimensions for MULT, positive triangle sides, a POLYGON's
      * three to thirty X/Y vertex lines - then shows the
      * completed transaction back and appends it to the chosen deck
      * only on the operator's confirmation.
      *
      * An optional serial number can be keyed for each transaction;
      * it lands in columns 10-15 of the opcode line, where the
      * drivers' duplicate-serial register expects it.  HEADER and
      * TRAILER integrity records pass through review untouched,
      * and every deck this program appends to or rewrites is
      * resealed under the house submitter through DECK-SEAL-FILE
      * (DECKSEAL.CPY), so tranEdit authenticates a maintained deck
      * the same way it does one sent in from outside.
      *
      * Every change made here is journaled to MAINTJRN.DAT - a
      * timestamped header carrying the authenticated user, the
      * deleted block - so "what was that transaction yesterday and
      * who removed it" is a file lookup, and the jrnRestore
      * utility can put a journaled block back.
      *
      * Entering, repairing, and deleting transactions are refused
      * while the change-freeze calendar has the DECK master frozen,
      * unless the operator holds an approved emergency change (see
      * FREEZE.CPY); a refusal ends the run with return code 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. deckMaint.
       01 WS-COLS-B PIC 9(2).
       01 WS-CELL-IN PIC X(5).
       01 WS-MONEY-IN PIC X(6).
       01 WS-VERTEX-IN PIC X(8).
       01 WS-CELL PIC S9(4).
       01 WS-CELL-OUT PIC +9(4).
       01 WS-DIM-VALUE PIC 9(2).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-FREEZE-MASTER PIC X(8) VALUE "DECK".
       01 WS-FREEZE-FUNCTION PIC X(12).
       01 WS-FREEZE-ALLOWED PIC X.
           88 WS-CHANGE-ALLOWED VALUE "Y".
       01 WS-PROGRAM-NAME PIC X(30) VALUE "DECKMAINT".
       01 WS-RETURN-CODE PIC S9(4).
       01 WS-SEAL-ACTION PIC X.
       01 WS-SEAL-SUBMITTER PIC X(8).
       01 WS-SEAL-RESULT PIC X.
       PROCEDURE DIVISION.
           CALL "AUTH-GATE" USING WS-AUTH-STATUS WS-PROGRAM-NAME
                 WS-AUTH-USER
              WHEN WS-REVIEW
                 PERFORM REVIEW-DECK
              WHEN WS-QUAR-MODE
                 MOVE "REPAIR QUAR" TO WS-FREEZE-FUNCTION
                 PERFORM CHECK-CHANGE-FREEZE
                 IF WS-CHANGE-ALLOWED
                    PERFORM REPAIR-QUARANTINE
                 END-IF
              WHEN OTHER
                 MOVE "ENTER TRANS" TO WS-FREEZE-FUNCTION
                 PERFORM CHECK-CHANGE-FREEZE
                 IF WS-CHANGE-ALLOWED
                    PERFORM ENTER-TRANSACTIONS
                 END-IF
           END-EVALUATE
           CALL "DECK-LOCK-CLEAR" USING WS-DECK-NAME
           MOVE RETURN-CODE TO WS-RETURN-CODE
      *****************************************************************
       BUILD-AREA-TRANSACTION.
           DISPLAY "Shape - SQUARE, RECTANGLE, TRIANGLE, CIRCLE,"
              " TRAPEZOID, POLYGON"
           ACCEPT WS-OPCODE
           PERFORM ACCEPT-SERIAL
           DISPLAY "Unit code - FT, IN, M, CM (blank for FT)"
                 PERFORM STORE-OPCODE-LINE
                 MOVE 3 TO WS-BLOCK-LINES
                 PERFORM ACCEPT-DIM-LINES
              WHEN "POLYGON"
                 PERFORM STORE-OPCODE-LINE
                 PERFORM ACCEPT-POLYGON-VERTICES
              WHEN OTHER
                 DISPLAY "UNKNOWN SHAPE CODE"
                 MOVE "N" TO WS-VALID-SWITCH
           ELSE
              MOVE WS-ADD-OP TO WS-OPCODE-LINE
              PERFORM STORE-PENDING-LINE
              DISPLAY "Account code (4 characters), then currency in"
                 " columns 6-8 if foreign"
              ACCEPT WS-OPCODE-LINE
              IF WS-OPCODE-LINE(1:4) = SPACES
                 DISPLAY "ACCOUNT CODE MUST NOT BE BLANK"
              END-IF
           END-PERFORM.

      *****************************************************************
      * ACCEPT-POLYGON-VERTICES keys a POLYGON's vertex count, three
      * to thirty, then each vertex in order round the outline as
      * one XXXXYYYY line - the layout AreaBatchDriver reads.
      *****************************************************************
       ACCEPT-POLYGON-VERTICES.
           DISPLAY "Number of vertices (3-30)"
           ACCEPT WS-DIM-IN
           MOVE ZERO TO WS-DIM-VALUE
           IF WS-DIM-IN(1:2) IS NUMERIC
              MOVE WS-DIM-IN(1:2) TO WS-DIM-VALUE
           END-IF
           IF WS-DIM-VALUE < 3 OR WS-DIM-VALUE > 30
              DISPLAY "POLYGON NEEDS 3-30 VERTICES"
              MOVE "N" TO WS-VALID-SWITCH
           ELSE
              MOVE SPACES TO WS-OPCODE-LINE
              MOVE WS-DIM-VALUE TO WS-OPCODE-LINE(1:2)
              PERFORM STORE-PENDING-LINE
              PERFORM WS-DIM-VALUE TIMES
                 IF WS-ENTRY-VALID
                    DISPLAY "Vertex X and Y, 4 digits each (XXXXYYYY)"
                    ACCEPT WS-VERTEX-IN
                    IF WS-VERTEX-IN IS NUMERIC
                       MOVE SPACES TO WS-OPCODE-LINE
                       MOVE WS-VERTEX-IN TO WS-OPCODE-LINE(1:8)
                       PERFORM STORE-PENDING-LINE
                    ELSE
                       DISPLAY "VERTEX MUST BE EIGHT DIGITS"
                       MOVE "N" TO WS-VALID-SWITCH
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       ACCEPT-POSITIVE-DIM-LINES.
           PERFORM WS-BLOCK-LINES TIMES
              IF WS-ENTRY-VALID
              WRITE DECK-RECORD
           END-PERFORM
           CLOSE DECK-FILE
           PERFORM SEAL-DECK
      *    An append replaces nothing, so the journal entry is the
      *    action alone - who added to which deck, and when.
           MOVE "ADD" TO WS-JRN-ACTION
                 DISPLAY "Transaction number to delete (0 for none)"
                 ACCEPT WS-DELETE-NUMBER
                 IF WS-DELETE-NUMBER > ZERO
                    MOVE "DELETE TRANS" TO WS-FREEZE-FUNCTION
                    PERFORM CHECK-CHANGE-FREEZE
                    IF WS-CHANGE-ALLOWED
                       PERFORM DELETE-TRANSACTION
                    END-IF
                 END-IF
              END-IF
           END-IF.
              WHEN WS-DECK-AREA AND (WS-OPCODE = "TRIANGLE"
                 OR WS-OPCODE = "TRAPEZOID")
                 ADD 3 TO WS-LINE-IX
              WHEN WS-DECK-AREA AND WS-OPCODE = "POLYGON"
                 IF WS-LINE-IX NOT > WS-LINE-COUNT
                    AND WS-LINE-ENTRY(WS-LINE-IX)(1:2) IS NUMERIC
                    MOVE WS-LINE-ENTRY(WS-LINE-IX)(1:2) TO WS-DIM-VALUE
                    COMPUTE WS-LINE-IX = WS-LINE-IX + 1 + WS-DIM-VALUE
                 END-IF
              WHEN WS-DECK-AREA AND WS-OPCODE = "JOB"
                 ADD 2 TO WS-LINE-IX
              WHEN WS-DECK-ADD AND (WS-OPCODE = "A"
                 END-IF
              END-PERFORM
              CLOSE DECK-FILE
              PERFORM SEAL-DECK
              DISPLAY "TRANSACTION " WS-DELETE-NUMBER " DELETED"
           END-IF.

      *****************************************************************
      * SEAL-DECK reseals the deck just changed under the house
      * submitter.  A deck with no HEADER and TRAILER has nowhere to
      * carry a seal and is left as it is; a house submitter with no
      * key on file leaves the deck unsealed, and says so, for
      * tranEdit to refuse.
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

      *****************************************************************
      * CHECK-CHANGE-FREEZE asks the freeze calendar whether the
      * change in WS-FREEZE-FUNCTION may be made today; a refusal
      * has already been shown and logged when it comes back N.
      *****************************************************************
       CHECK-CHANGE-FREEZE.
           CALL "FREEZE-CHECK" USING WS-FREEZE-MASTER WS-PROGRAM-NAME
              WS-AUTH-USER WS-FREEZE-FUNCTION WS-FREEZE-ALLOWED
           IF NOT WS-CHANGE-ALLOWED
              MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM deckMaint.

       COPY AUTHGATE.

       COPY DECKLOCK.

       COPY DECKSEAL.

       COPY DATESERV.

       COPY ENVNAME.

       COPY FREEZE.
