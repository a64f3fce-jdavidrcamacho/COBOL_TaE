      * release of held duplicate submissions
      *    TOPIC:
      *    A PERSON DECIDES WHAT THE DUPLICATE SCREEN HELD
      *****************************************************************
      * dupDetect takes probable duplicates out of the night's decks
      * and holds them on DUPHOLD.DAT; nothing it holds is processed
      * until someone here says so.  Functions are keyed one at a
      * time:
      *
      *   L  list the transactions still held, with the result each
      *      one matched;
      *   R  release a held transaction - it is genuine new work -
      *      back to the deck it came from;
      *   J  reject a held transaction - it was a re-key - so it is
      *      never processed;
      *   X  exit.
      *
      * A release puts the transaction back at the end of its deck
      * under a copy of the JOB block it sat in (the job line, and
      * for area work the rate line), ahead of the TRAILER pair,
      * whose count is restated one higher; a deck no longer on file
      * is started again with its HEADER and run date, and the deck
      * is resealed under the house submitter through DECK-SEAL-FILE
      * (DECKSEAL.CPY).  The deck is held M through the interlock
      * for the rewrite and a driver's P hold refuses the release -
      * key it again once the driver has finished.  dupDetect lets
      * a released transaction through once, so it is not held a
      * second time when the deck is screened again.
      *
      * Every release and rejection is stamped on the hold with the
      * signed-on user and the processing date, and written to the
      * login audit file the way the other maintenance programs
      * record theirs, so who let a probable duplicate through is
      * always on record.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dupRelease.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HOLD-STATUS.
           SELECT DECK-FILE ASSIGN TO DYNAMIC WS-DECK-PHYS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DECK-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05 DH-HOLD-NUMBER PIC 9(6).
           05 DH-HOLD-DATE PIC 9(8).
           05 DH-DECK-NAME PIC X(20).
           05 DH-KIND PIC X.
           05 DH-OPCODE PIC X(9).
           05 DH-SERIAL PIC X(6).
           05 DH-JOB PIC X(4).
           05 DH-ACCOUNT PIC X(4).
           05 DH-MATCH-DATE PIC 9(8).
           05 DH-MATCH-SERIAL PIC 9(6).
           05 DH-STATUS PIC X.
               88 DH-HELD VALUE "H".
           05 DH-ACTION-USER PIC X(8).
           05 DH-ACTION-DATE PIC 9(8).
           05 DH-PASS-DATE PIC 9(8).
           05 DH-JOB-LINE PIC X(20).
           05 DH-RATE-LINE PIC X(20).
           05 DH-TRAN-LINES PIC 9.
           05 DH-TRAN-LINE OCCURS 4 TIMES PIC X(20).
       FD  DECK-FILE.
       01  DECK-RECORD PIC X(20).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HOLD-STATUS PIC XX.
       01 WS-DECK-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-HOLD-NAME PIC X(40).
       01 WS-DECK-PHYS-NAME PIC X(40).
       01 WS-DECK-NAME PIC X(20).
       01 WS-DECK-LOCK-FLAG PIC X.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 WS-FUNC-LIST VALUE "L".
           88 WS-FUNC-RELEASE VALUE "R".
           88 WS-FUNC-REJECT VALUE "J".
           88 WS-FUNC-EXIT VALUE "X".
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 2000 TIMES PIC X(228).
       01 WS-HOLD-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-HOLDS PIC 9(4) COMP VALUE 2000.
       01 WS-HOLD-IX PIC 9(4) COMP.
       01 WS-FOUND-IX PIC 9(4) COMP.
       01 WS-HELD-COUNT PIC 9(4).
       01 WS-DECK-TABLE.
           05 WS-DECK-LINE OCCURS 20000 TIMES PIC X(20).
       01 WS-DECK-LINES PIC 9(5) COMP VALUE 0.
       01 WS-MAX-DECK-LINES PIC 9(5) COMP VALUE 20000.
       01 WS-DECK-IX PIC 9(5) COMP.
       01 WS-TRAILER-SWITCH PIC X.
           88 WS-HAS-TRAILER VALUE "Y".
       01 WS-OLD-COUNT PIC 9(5).
       01 WS-TRAILER-OUT PIC 9(4).
       01 WS-DECK-TEXT PIC X(20).
       01 WS-LINE-IX PIC 9 COMP.
       01 WS-NUMBER-IN PIC X(6).
       01 WS-HOLD-NUMBER PIC 9(6).
       01 WS-ACTION-OK-SWITCH PIC X.
           88 WS-ACTION-OK VALUE "Y".
       01 WS-REASON PIC X(50).
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-RELEASE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(40).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "DUPRELEASE".
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
           MOVE "DUPHOLD.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-HOLD-NAME
           CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
           PERFORM LOAD-HOLD-TABLE
           PERFORM UNTIL WS-FUNC-EXIT
              DISPLAY "DUPLICATE HOLDS - L LIST, R RELEASE,"
                 " J REJECT, X EXIT"
              ACCEPT WS-FUNCTION
              EVALUATE TRUE
                 WHEN WS-FUNC-LIST
                    PERFORM LIST-HOLDS
                 WHEN WS-FUNC-RELEASE
                    PERFORM RELEASE-HOLD
                 WHEN WS-FUNC-REJECT
                    PERFORM REJECT-HOLD
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN FUNCTION " WS-FUNCTION
              END-EVALUATE
           END-PERFORM
           DISPLAY "DUPRELEASE COMPLETE - " WS-RELEASE-COUNT
              " RELEASED, " WS-REJECT-COUNT " REJECTED"
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LOAD-HOLD-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ HOLD-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-HOLD-COUNT = WS-MAX-HOLDS
                          DISPLAY "HOLD TABLE FULL - RECORDS PAST "
                             WS-MAX-HOLDS " IGNORED"
                          SET WS-EOF TO TRUE
                       ELSE
                          ADD 1 TO WS-HOLD-COUNT
                          MOVE HOLD-RECORD TO
                             WS-HOLD-ENTRY(WS-HOLD-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE
           ELSE
              DISPLAY "DUPHOLD.DAT NOT FOUND - NOTHING IS HELD"
           END-IF.

       REWRITE-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                 UNTIL WS-HOLD-IX > WS-HOLD-COUNT
              MOVE WS-HOLD-ENTRY(WS-HOLD-IX) TO HOLD-RECORD
              WRITE HOLD-RECORD
           END-PERFORM
           CLOSE HOLD-FILE.

       LIST-HOLDS.
           MOVE ZERO TO WS-HELD-COUNT
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                 UNTIL WS-HOLD-IX > WS-HOLD-COUNT
              MOVE WS-HOLD-ENTRY(WS-HOLD-IX) TO HOLD-RECORD
              IF DH-HELD
                 ADD 1 TO WS-HELD-COUNT
                 DISPLAY DH-HOLD-NUMBER " HELD " DH-HOLD-DATE " "
                    DH-DECK-NAME " " DH-OPCODE " SERIAL " DH-SERIAL
                    " JOB " DH-JOB " ACCT " DH-ACCOUNT
                 DISPLAY "       MATCHED RESULT FILED " DH-MATCH-DATE
                    " SERIAL " DH-MATCH-SERIAL " - "
                    DH-TRAN-LINE(1) " " DH-TRAN-LINE(2)(1:2) " "
                    DH-TRAN-LINE(3)(1:2) " " DH-TRAN-LINE(4)(1:2)
              END-IF
           END-PERFORM
           DISPLAY WS-HELD-COUNT " TRANSACTIONS HELD".

      *****************************************************************
      * FIND-HOLD takes the keyed hold number and finds it still
      * held - a hold already released or rejected is not worked
      * twice.
      *****************************************************************
       FIND-HOLD.
           MOVE "Y" TO WS-ACTION-OK-SWITCH
           MOVE SPACES TO WS-REASON
           MOVE ZERO TO WS-FOUND-IX
           DISPLAY "HOLD NUMBER (6 DIGITS):"
           ACCEPT WS-NUMBER-IN
           IF WS-NUMBER-IN IS NUMERIC
              MOVE WS-NUMBER-IN TO WS-HOLD-NUMBER
              PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                    UNTIL WS-HOLD-IX > WS-HOLD-COUNT
                 MOVE WS-HOLD-ENTRY(WS-HOLD-IX) TO HOLD-RECORD
                 IF DH-HOLD-NUMBER = WS-HOLD-NUMBER
                    MOVE WS-HOLD-IX TO WS-FOUND-IX
                 END-IF
              END-PERFORM
           END-IF
           IF WS-FOUND-IX = ZERO
              MOVE "N" TO WS-ACTION-OK-SWITCH
              MOVE "HOLD NOT ON FILE" TO WS-REASON
           ELSE
              MOVE WS-HOLD-ENTRY(WS-FOUND-IX) TO HOLD-RECORD
              IF NOT DH-HELD
                 MOVE "N" TO WS-ACTION-OK-SWITCH
                 MOVE "HOLD ALREADY RELEASED OR REJECTED" TO
                    WS-REASON
              END-IF
           END-IF.

       RELEASE-HOLD.
           PERFORM FIND-HOLD
           IF WS-ACTION-OK
              PERFORM RELEASE-UNDER-INTERLOCK
           END-IF
           IF WS-ACTION-OK
              MOVE "R" TO DH-STATUS
              PERFORM STAMP-HOLD
              ADD 1 TO WS-RELEASE-COUNT
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "DUPHOLD " DH-HOLD-NUMBER " RELEASED JOB "
                 DH-JOB DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
              DISPLAY "HOLD " DH-HOLD-NUMBER " RELEASED TO "
                 DH-DECK-NAME
           ELSE
              DISPLAY "RELEASE REFUSED - " WS-REASON
           END-IF.

       REJECT-HOLD.
           PERFORM FIND-HOLD
           IF WS-ACTION-OK
              MOVE "J" TO DH-STATUS
              PERFORM STAMP-HOLD
              ADD 1 TO WS-REJECT-COUNT
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "DUPHOLD " DH-HOLD-NUMBER " REJECTED JOB "
                 DH-JOB DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
              DISPLAY "HOLD " DH-HOLD-NUMBER " REJECTED"
           ELSE
              DISPLAY "REJECTION REFUSED - " WS-REASON
           END-IF.

       STAMP-HOLD.
           MOVE WS-AUTH-USER TO DH-ACTION-USER
           MOVE WS-PROCESS-DATE TO DH-ACTION-DATE
           MOVE ZERO TO DH-PASS-DATE
           MOVE HOLD-RECORD TO WS-HOLD-ENTRY(WS-FOUND-IX)
           PERFORM REWRITE-HOLD-FILE
           MOVE WS-HOLD-ENTRY(WS-FOUND-IX) TO HOLD-RECORD.

      *****************************************************************
      * RELEASE-UNDER-INTERLOCK never touches a deck a driver is
      * reading, and holds it M while it is rewritten.
      *****************************************************************
       RELEASE-UNDER-INTERLOCK.
           MOVE DH-DECK-NAME TO WS-DECK-NAME
           CALL "DECK-LOCK-TEST" USING WS-DECK-NAME WS-DECK-LOCK-FLAG
           IF WS-DECK-LOCK-FLAG = "P" OR WS-DECK-LOCK-FLAG = "M"
              MOVE "N" TO WS-ACTION-OK-SWITCH
              MOVE "DECK IS IN USE - TRY AGAIN WHEN IT IS FREE" TO
                 WS-REASON
           ELSE
              MOVE "M" TO WS-DECK-LOCK-FLAG
              CALL "DECK-LOCK-SET" USING WS-DECK-NAME
                 WS-DECK-LOCK-FLAG
              MOVE WS-DECK-NAME TO WS-LOGICAL-NAME
              CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
                 WS-DECK-PHYS-NAME
              PERFORM LOAD-DECK
              IF WS-ACTION-OK
                 PERFORM WRITE-DECK
              END-IF
              CALL "DECK-LOCK-CLEAR" USING WS-DECK-NAME
           END-IF.

      *****************************************************************
      * LOAD-DECK takes the deck whole and lifts off a closing
      * TRAILER pair, keeping its count to restate; a deck not on
      * file is started with its HEADER and run date.
      *****************************************************************
       LOAD-DECK.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-DECK-LINES
           MOVE ZERO TO WS-OLD-COUNT
           MOVE "N" TO WS-TRAILER-SWITCH
           OPEN INPUT DECK-FILE
           IF WS-DECK-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ DECK-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-DECK-LINES < WS-MAX-DECK-LINES
                          ADD 1 TO WS-DECK-LINES
                          MOVE DECK-RECORD TO
                             WS-DECK-LINE(WS-DECK-LINES)
                       ELSE
                          MOVE "N" TO WS-ACTION-OK-SWITCH
                          MOVE "DECK TOO LARGE TO ADD TO" TO WS-REASON
                          SET WS-EOF TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DECK-FILE
              IF WS-DECK-LINES > 1
                 IF WS-DECK-LINE(WS-DECK-LINES - 1) = "TRAILER"
                    SET WS-HAS-TRAILER TO TRUE
                    MOVE WS-DECK-LINE(WS-DECK-LINES) TO WS-DECK-TEXT
                    IF WS-DECK-TEXT(1:4) IS NUMERIC
                       MOVE WS-DECK-TEXT(1:4) TO WS-OLD-COUNT
                    END-IF
                    SUBTRACT 2 FROM WS-DECK-LINES
                 END-IF
              END-IF
           ELSE
              SET WS-HAS-TRAILER TO TRUE
              MOVE "HEADER" TO WS-DECK-LINE(1)
              MOVE SPACES TO WS-DECK-LINE(2)
              MOVE WS-PROCESS-DATE TO WS-DECK-LINE(2)(1:8)
              MOVE 2 TO WS-DECK-LINES
           END-IF
           IF WS-OLD-COUNT + 1 > 9999
              MOVE "N" TO WS-ACTION-OK-SWITCH
              MOVE "DECK WOULD PASS 9999 TRANSACTIONS" TO WS-REASON
           END-IF
           IF WS-DECK-LINES + DH-TRAN-LINES + 5 > WS-MAX-DECK-LINES
              MOVE "N" TO WS-ACTION-OK-SWITCH
              MOVE "DECK TOO LARGE TO ADD TO" TO WS-REASON
           END-IF.

      *****************************************************************
      * WRITE-DECK adds the JOB block and the transaction's lines to
      * the loaded deck and writes it back, TRAILER restated.
      *****************************************************************
       WRITE-DECK.
           ADD 1 TO WS-DECK-LINES
           MOVE "JOB" TO WS-DECK-LINE(WS-DECK-LINES)
           ADD 1 TO WS-DECK-LINES
           MOVE DH-JOB-LINE TO WS-DECK-LINE(WS-DECK-LINES)
           IF DH-KIND = "A"
              ADD 1 TO WS-DECK-LINES
              MOVE DH-RATE-LINE TO WS-DECK-LINE(WS-DECK-LINES)
           END-IF
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                 UNTIL WS-LINE-IX > DH-TRAN-LINES
              ADD 1 TO WS-DECK-LINES
              MOVE DH-TRAN-LINE(WS-LINE-IX) TO
                 WS-DECK-LINE(WS-DECK-LINES)
           END-PERFORM
           OPEN OUTPUT DECK-FILE
           PERFORM VARYING WS-DECK-IX FROM 1 BY 1
                 UNTIL WS-DECK-IX > WS-DECK-LINES
              MOVE WS-DECK-LINE(WS-DECK-IX) TO DECK-RECORD
              WRITE DECK-RECORD
           END-PERFORM
           IF WS-HAS-TRAILER
              MOVE "TRAILER" TO DECK-RECORD
              WRITE DECK-RECORD
              MOVE SPACES TO DECK-RECORD
              COMPUTE WS-TRAILER-OUT = WS-OLD-COUNT + 1
              MOVE WS-TRAILER-OUT TO DECK-RECORD(1:4)
              WRITE DECK-RECORD
           END-IF
           CLOSE DECK-FILE
           MOVE WS-DECK-PHYS-NAME TO WS-SEAL-DECK-NAME
           PERFORM SEAL-DECK.

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

       END PROGRAM dupRelease.

       COPY AUTHGATE.

       COPY DECKSEAL.

       COPY DECKLOCK.

       COPY DATESERV.

       COPY ENVNAME.
