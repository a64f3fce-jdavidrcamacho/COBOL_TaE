      * up from 1 so reruns of the same generated deck exercise the
      * duplicate-serial register too), and a TRAILER carrying the
      * transaction count, the integrity records the drivers
      * reconcile.  The matrix and area decks are sealed under the
      * house submitter through DECK-SEAL-FILE (DECKSEAL.CPY), so a
      * rehearsal deck authenticates in tranEdit as tonight's would.
      *
      * Values are spread by a small multiplicative congruence - the
      * usual way a batch shop fakes variety without a randomness
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "DECKGEN".
       01 WS-RETURN-CODE PIC S9(4).
       01 WS-SEAL-ACTION PIC X.
       01 WS-SEAL-DECK-NAME PIC X(40).
       01 WS-SEAL-SUBMITTER PIC X(8).
       01 WS-SEAL-RESULT PIC X.
       PROCEDURE DIVISION.
           CALL "AUTH-GATE" USING WS-AUTH-STATUS WS-PROGRAM-NAME
                 WS-AUTH-USER
           MOVE WS-TRAN-COUNT TO WS-TRAILER-OUT
           MOVE WS-TRAILER-OUT TO MATRIX-DECK-RECORD(1:4)
           WRITE MATRIX-DECK-RECORD
           CLOSE MATRIX-DECK
           MOVE WS-MTX-DECK-NAME TO WS-SEAL-DECK-NAME
           PERFORM SEAL-DECK.

       WRITE-MATRIX-OPCODE.
           MOVE SPACES TO MATRIX-DECK-RECORD
           MOVE WS-TRAN-COUNT TO WS-TRAILER-OUT
           MOVE WS-TRAILER-OUT TO AREA-DECK-RECORD(1:4)
           WRITE AREA-DECK-RECORD
           CLOSE AREA-DECK
           MOVE WS-AREA-DECK-NAME TO WS-SEAL-DECK-NAME
           PERFORM SEAL-DECK.

       WRITE-AREA-OPCODE.
           MOVE SPACES TO AREA-DECK-RECORD
           END-PERFORM
           CLOSE ADD-DECK.

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

       END PROGRAM deckGen.

       COPY AUTHGATE.

       COPY DECKSEAL.

       COPY DATESERV.

       COPY ENVNAME.
