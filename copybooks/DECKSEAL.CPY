      *****************************************************************
      * DECKSEAL.CPY
      *
      * Submitter seals on the transaction decks, distributed as a
      * copybook the same way AUTHGATE.CPY is: COPYing this text
      * makes DECK-SEAL-FILE a sibling PROGRAM-ID callable by CALL.
      *
      * A deck's HEADER and TRAILER prove it arrived whole, but
      * nothing proved who sent it - a deck dropped into the intake
      * directory by anyone was edited and run like any other.
      * Every registered submitter now holds a sixteen-byte secret
      * key on SUBMKEYS.DAT (maintained by submKeyAdmin), and a
      * sealed deck carries:
      *
      *   - the submitter ID in columns 9-16 of the HEADER's date
      *     line (the drivers read the date from columns 1-8 only);
      *   - a sixteen-digit seal in columns 5-20 of the count line
      *     behind the deck's last TRAILER (the drivers read the
      *     count from columns 1-4 only).
      *
      * The seal is a keyed hash over every line of the deck, first
      * to last, with the seal columns themselves taken as spaces:
      * two rolling accumulators, the same arithmetic the password
      * hash in AUTHGATE.CPY uses, primed with the submitter's key
      * before the first line and folded with it again after the
      * last.  Changing, adding, dropping or reordering any line -
      * the submitter ID included - changes the seal, and nobody
      * without the key can compute a matching one.
      *
      * The caller passes an action, the deck's physical file name,
      * a submitter ID, and a one-byte result:
      *
      *   S  seal - stamps the submitter ID and the computed seal
      *      into the deck and rewrites it.  A blank submitter seals
      *      under the house ID INTERNAL, the submitter every
      *      program that builds or rewrites a deck seals as.
      *   V  verify - returns the submitter the deck names and
      *      checks its seal.
      *
      * Results:
      *   Y  sealed / seal verified
      *   N  the deck carries no seal (verify), or has no HEADER
      *      and TRAILER to carry one (either action)
      *   U  the submitter is not registered, or is retired
      *   B  the seal does not match the deck (verify)
      *   X  there is no SUBMKEYS.DAT - seals are not in force, and
      *      the deck is left exactly as it was
      *   M  the deck is not on file
      *   O  the deck is past the 50000-line table and is left
      *      exactly as it was
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECK-SEAL-FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSF-DECK-FILE ASSIGN TO DYNAMIC DSF-DECK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DSF-DECK-STATUS.
           SELECT DSF-KEY-FILE ASSIGN TO "SUBMKEYS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DSF-KEY-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  DSF-DECK-FILE.
       01  DSF-DECK-RECORD PIC X(20).
       FD  DSF-KEY-FILE.
       01  DSF-KEY-RECORD.
           05 DSF-KEY-SUBMITTER PIC X(8).
           05 DSF-KEY-VALUE PIC X(16).
           05 DSF-KEY-STATUS-FLAG PIC X.
               88 DSF-KEY-ACTIVE VALUE "A".
           05 DSF-KEY-SET-DATE PIC 9(8).
           05 DSF-KEY-SET-BY PIC X(8).

       WORKING-STORAGE SECTION.
       01 DSF-DECK-NAME PIC X(40).
       01 DSF-DECK-STATUS PIC XX.
       01 DSF-KEY-STATUS PIC XX.
       01 DSF-EOF-SWITCH PIC X.
           88 DSF-EOF VALUE "Y".
       01 DSF-FULL-SWITCH PIC X.
           88 DSF-TABLE-FULL VALUE "Y".
       01 DSF-LINE-TABLE.
           05 DSF-LINE OCCURS 50000 TIMES PIC X(20).
       01 DSF-LINE-COUNT PIC 9(5) COMP.
       01 DSF-IX PIC 9(5) COMP.
       01 DSF-DATE-AT PIC 9(5) COMP.
       01 DSF-COUNT-AT PIC 9(5) COMP.
       01 DSF-SUBMITTER PIC X(8).
       01 DSF-HOUSE-SUBMITTER PIC X(8) VALUE "INTERNAL".
       01 DSF-KEY PIC X(16).
       01 DSF-KEY-FOUND-SWITCH PIC X.
           88 DSF-KEY-FOUND VALUE "Y".
       01 DSF-WORK-LINE PIC X(20).
       01 DSF-H1 PIC 9(12) COMP.
       01 DSF-H2 PIC 9(12) COMP.
       01 DSF-CODE PIC 9(4) COMP.
       01 DSF-I PIC 9(3) COMP.
       01 DSF-SEAL-DIGITS.
           05 DSF-H1-OUT PIC 9(8).
           05 DSF-H2-OUT PIC 9(8).
       01 DSF-SEAL REDEFINES DSF-SEAL-DIGITS PIC X(16).

       LINKAGE SECTION.
       01 LK-DSF-ACTION PIC X.
       01 LK-DSF-DECK-NAME PIC X(40).
       01 LK-DSF-SUBMITTER PIC X(8).
       01 LK-DSF-RESULT PIC X.

       PROCEDURE DIVISION USING LK-DSF-ACTION LK-DSF-DECK-NAME
           LK-DSF-SUBMITTER LK-DSF-RESULT.
       DSF-MAIN.
           MOVE SPACE TO LK-DSF-RESULT
           MOVE LK-DSF-DECK-NAME TO DSF-DECK-NAME
           OPEN INPUT DSF-KEY-FILE
           IF DSF-KEY-STATUS NOT = "00"
              MOVE "X" TO LK-DSF-RESULT
              GOBACK
           END-IF
           CLOSE DSF-KEY-FILE
           PERFORM DSF-LOAD-DECK
           IF LK-DSF-RESULT NOT = SPACE
              GOBACK
           END-IF
           PERFORM DSF-FIND-FRAMING
           IF DSF-DATE-AT = ZERO OR DSF-COUNT-AT = ZERO
              MOVE "N" TO LK-DSF-RESULT
              GOBACK
           END-IF
           IF LK-DSF-ACTION = "S"
              IF LK-DSF-SUBMITTER = SPACES
                 MOVE DSF-HOUSE-SUBMITTER TO DSF-SUBMITTER
              ELSE
                 MOVE LK-DSF-SUBMITTER TO DSF-SUBMITTER
              END-IF
           ELSE
              MOVE DSF-LINE(DSF-DATE-AT)(9:8) TO DSF-SUBMITTER
              IF DSF-SUBMITTER = SPACES
                 OR DSF-LINE(DSF-COUNT-AT)(5:16) = SPACES
                 MOVE "N" TO LK-DSF-RESULT
                 GOBACK
              END-IF
           END-IF
           MOVE DSF-SUBMITTER TO LK-DSF-SUBMITTER
           PERFORM DSF-FIND-KEY
           IF NOT DSF-KEY-FOUND
              MOVE "U" TO LK-DSF-RESULT
              GOBACK
           END-IF
           IF LK-DSF-ACTION = "S"
              MOVE DSF-SUBMITTER TO DSF-LINE(DSF-DATE-AT)(9:8)
              PERFORM DSF-COMPUTE-SEAL
              MOVE DSF-SEAL TO DSF-LINE(DSF-COUNT-AT)(5:16)
              OPEN OUTPUT DSF-DECK-FILE
              PERFORM VARYING DSF-IX FROM 1 BY 1
                    UNTIL DSF-IX > DSF-LINE-COUNT
                 MOVE DSF-LINE(DSF-IX) TO DSF-DECK-RECORD
                 WRITE DSF-DECK-RECORD
              END-PERFORM
              CLOSE DSF-DECK-FILE
              MOVE "Y" TO LK-DSF-RESULT
           ELSE
              PERFORM DSF-COMPUTE-SEAL
              IF DSF-SEAL = DSF-LINE(DSF-COUNT-AT)(5:16)
                 MOVE "Y" TO LK-DSF-RESULT
              ELSE
                 MOVE "B" TO LK-DSF-RESULT
              END-IF
           END-IF
           GOBACK.

       DSF-LOAD-DECK.
           MOVE 0 TO DSF-LINE-COUNT
           MOVE "N" TO DSF-EOF-SWITCH
           MOVE "N" TO DSF-FULL-SWITCH
           OPEN INPUT DSF-DECK-FILE
           IF DSF-DECK-STATUS NOT = "00"
              MOVE "M" TO LK-DSF-RESULT
           ELSE
              PERFORM UNTIL DSF-EOF
                 READ DSF-DECK-FILE
                    AT END SET DSF-EOF TO TRUE
                    NOT AT END
                       IF DSF-LINE-COUNT = 50000
                          SET DSF-TABLE-FULL TO TRUE
                          SET DSF-EOF TO TRUE
                       ELSE
                          ADD 1 TO DSF-LINE-COUNT
                          MOVE DSF-DECK-RECORD TO
                             DSF-LINE(DSF-LINE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DSF-DECK-FILE
              IF DSF-TABLE-FULL
                 MOVE "O" TO LK-DSF-RESULT
              END-IF
           END-IF.

      *    The submitter rides on the line behind the first HEADER;
      *    the seal rides on the count line behind the LAST TRAILER,
      *    so transactions keyed in after the trailer are covered by
      *    the same seal as the rest of the deck.
       DSF-FIND-FRAMING.
           MOVE 0 TO DSF-DATE-AT
           MOVE 0 TO DSF-COUNT-AT
           PERFORM VARYING DSF-IX FROM 1 BY 1
                 UNTIL DSF-IX NOT < DSF-LINE-COUNT
              IF DSF-LINE(DSF-IX)(1:9) = "HEADER"
                 AND DSF-DATE-AT = ZERO
                 COMPUTE DSF-DATE-AT = DSF-IX + 1
              END-IF
              IF DSF-LINE(DSF-IX)(1:9) = "TRAILER"
                 COMPUTE DSF-COUNT-AT = DSF-IX + 1
              END-IF
           END-PERFORM.

       DSF-FIND-KEY.
           MOVE "N" TO DSF-KEY-FOUND-SWITCH
           MOVE "N" TO DSF-EOF-SWITCH
           OPEN INPUT DSF-KEY-FILE
           PERFORM UNTIL DSF-EOF
              READ DSF-KEY-FILE
                 AT END SET DSF-EOF TO TRUE
                 NOT AT END
                    IF DSF-KEY-SUBMITTER = DSF-SUBMITTER
                       AND DSF-KEY-ACTIVE
                       AND DSF-KEY-VALUE NOT = SPACES
                       MOVE DSF-KEY-VALUE TO DSF-KEY
                       SET DSF-KEY-FOUND TO TRUE
                       SET DSF-EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DSF-KEY-FILE.

      *    The key primes both accumulators, every deck line folds
      *    in character by character with an end-of-line step so
      *    line boundaries count, and the key folds in once more
      *    at the end.
       DSF-COMPUTE-SEAL.
           MOVE 7 TO DSF-H1
           MOVE 13 TO DSF-H2
           MOVE DSF-KEY TO DSF-WORK-LINE
           PERFORM DSF-FOLD-KEY
           PERFORM VARYING DSF-IX FROM 1 BY 1
                 UNTIL DSF-IX > DSF-LINE-COUNT
              MOVE DSF-LINE(DSF-IX) TO DSF-WORK-LINE
              IF DSF-IX = DSF-COUNT-AT
                 MOVE SPACES TO DSF-WORK-LINE(5:16)
              END-IF
              PERFORM VARYING DSF-I FROM 1 BY 1 UNTIL DSF-I > 20
                 COMPUTE DSF-CODE =
                    FUNCTION ORD(DSF-WORK-LINE(DSF-I:1))
                 COMPUTE DSF-H1 = FUNCTION MOD
                    (DSF-H1 * 31 + DSF-CODE * DSF-I, 99999989)
                 COMPUTE DSF-H2 = FUNCTION MOD
                    (DSF-H2 * 37 + DSF-CODE + DSF-I, 99999971)
              END-PERFORM
              COMPUTE DSF-H1 = FUNCTION MOD
                 (DSF-H1 * 31 + 1, 99999989)
              COMPUTE DSF-H2 = FUNCTION MOD
                 (DSF-H2 * 37 + 2, 99999971)
           END-PERFORM
           MOVE DSF-KEY TO DSF-WORK-LINE
           PERFORM DSF-FOLD-KEY
           MOVE DSF-H1 TO DSF-H1-OUT
           MOVE DSF-H2 TO DSF-H2-OUT.

       DSF-FOLD-KEY.
           PERFORM VARYING DSF-I FROM 1 BY 1 UNTIL DSF-I > 16
              COMPUTE DSF-CODE =
                 FUNCTION ORD(DSF-WORK-LINE(DSF-I:1))
              COMPUTE DSF-H1 = FUNCTION MOD
                 (DSF-H1 * 31 + DSF-CODE * DSF-I, 99999989)
              COMPUTE DSF-H2 = FUNCTION MOD
                 (DSF-H2 * 37 + DSF-CODE + DSF-I, 99999971)
           END-PERFORM.

       END PROGRAM DECK-SEAL-FILE.
