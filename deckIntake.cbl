      * deck intake register
      *    TOPIC:
      *    WHEN A DECK WAS HANDED TO US, AND WHAT WE SAID BACK
      *****************************************************************
      * Nothing recorded when a deck reached us, so every "we sent
      * it before six" argument was unwinnable.  This intake step
      * runs ahead of the edit - as often as wanted through the
      * afternoon and evening - and logs every deck it finds on the
      * night's deck lists (MTXDECKS.DAT and AREADECKS.DAT, or the
      * fixed-name TRANBATCH.DAT and AREATRAN.DAT when a list is
      * not on file) the first time it sees it, on the intake
      * register INTAKE.DAT:
      *
      *   - an intake number, the deck name and type (M matrix,
      *     A area), and the submitter named on the HEADER's date
      *     line (UNKNOWN when the deck names none);
      *   - the arrival date and time - the wall clock at the pass
      *     that found it, since that is the moment it was in hand;
      *   - the HEADER date, the TRAILER count, the deck's line
      *     count, and the first and last transaction serials on it;
      *   - the seal verdict from DECK-SEAL-FILE (DECKSEAL.CPY);
      *   - the processing date the deck is accepted for, and its
      *     disposition: A accepted, H held, R refused, L released.
      *
      * A deck already on the register - same name, HEADER date,
      * TRAILER count, line count, serials and seal - is not logged
      * twice, so rerunning the step only picks up what is new.
      *
      * The submission cutoff is the HHMM time on INTKPARM.DAT (no
      * parameter file means 1800).  A deck that arrives after it
      * is accepted for the next business day after the processing
      * date - DATE-ADD-BUSINESS-DAYS (DATESERV.CPY) decides which
      * day that is - not for tonight: it is copied whole to its own
      * hold file, INTKHnnnnnn.DAT under its intake number, and the
      * deck itself is emptied so tonight's edit and drivers find
      * nothing under that name.  Each pass first releases any held
      * deck whose processing date has come, copying it back under
      * its deck name - provided that name is free again, since a
      * newer deck sitting there is not overwritten - and logging
      * the release.  A deck refused on its seal (no seal, an
      * unknown or retired submitter, or a seal that does not match)
      * is logged R and left where it is for tranEdit to quarantine.
      *
      * Every submitter gets an acknowledgement file,
      * ACK<submitter>.DAT, appended with a RECEIVED line for each of
      * its decks and then the verdict: ACCEPTED for which
      * processing date (and why, when the cutoff moved it), or
      * REFUSED and why; releases are acknowledged too.  A deck in
      * use through the DECKLOCK.CPY interlock is left for a later
      * pass.  The pass files INTKRPT.DAT through the shared
      * REPORT-WRITER; a refused deck leaves RETURN-CODE 4, and more
      * decks on hold at once than the pass can hold in storage
      * (200) RETURN-CODE 8.
      *
      * Run for an intraday cycle (MBDCYCLE.DAT), the pass reads
      * that cycle's own deck lists and decks - C1.MTXDECKS.DAT,
      * C1.TRANBATCH.DAT and so on - and logs the decks under those
      * names on the same register.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. deckIntake.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECK-LIST-FILE ASSIGN TO DYNAMIC WS-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LIST-STATUS.
           SELECT DECK-FILE ASSIGN TO DYNAMIC WS-DECK-PHYS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DECK-STATUS.
           SELECT HOLD-DECK-FILE ASSIGN TO DYNAMIC WS-HOLD-PHYS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HOLD-STATUS.
           SELECT INTAKE-FILE ASSIGN TO DYNAMIC WS-INTAKE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INTAKE-STATUS.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ACK-STATUS.
           SELECT PARM-FILE ASSIGN TO "INTKPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  DECK-LIST-FILE.
       01  DECK-LIST-RECORD.
           05 DLR-DECK-NAME PIC X(20).
           05 DLR-DEPT-TAG PIC X(8).
       FD  DECK-FILE.
       01  DECK-RECORD PIC X(20).
       FD  HOLD-DECK-FILE.
       01  HOLD-DECK-RECORD PIC X(20).
       FD  INTAKE-FILE.
       01  INTAKE-RECORD.
           05 INT-NUMBER PIC 9(6).
           05 INT-DECK-NAME PIC X(20).
           05 INT-DECK-TYPE PIC X.
           05 INT-SUBMITTER PIC X(8).
           05 INT-ARRIVAL-DATE PIC 9(8).
           05 INT-ARRIVAL-TIME PIC 9(6).
           05 INT-HEADER-DATE PIC X(8).
           05 INT-TRAILER-COUNT PIC X(4).
           05 INT-LINE-COUNT PIC 9(5).
           05 INT-FIRST-SERIAL PIC 9(6).
           05 INT-LAST-SERIAL PIC 9(6).
           05 INT-SEAL-STATUS PIC X.
           05 INT-SEAL-TEXT PIC X(16).
           05 INT-PROCESS-DATE PIC 9(8).
           05 INT-STATUS PIC X.
               88 INT-ACCEPTED VALUE "A".
               88 INT-HELD VALUE "H".
               88 INT-REFUSED VALUE "R".
               88 INT-RELEASED VALUE "L".
           05 INT-REASON PIC X(40).
       FD  ACK-FILE.
       01  ACK-RECORD PIC X(100).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-CUTOFF PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-LIST-STATUS PIC XX.
       01 WS-DECK-STATUS PIC XX.
       01 WS-HOLD-STATUS PIC XX.
       01 WS-INTAKE-STATUS PIC XX.
       01 WS-ACK-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-LIST-NAME PIC X(40).
       01 WS-DECK-PHYS-NAME PIC X(40).
       01 WS-HOLD-PHYS-NAME PIC X(40).
       01 WS-INTAKE-NAME PIC X(40).
       01 WS-ACK-NAME PIC X(40).
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-CYCLE-LOGICAL PIC X(40).
       01 WS-CYCLE-QUALIFIED PIC X(40).
       01 WS-RUN-CYCLE PIC 9 VALUE ZERO.
       01 WS-DEFAULT-DECK PIC X(20).
       01 WS-DECK-NAME PIC X(20).
       01 WS-DECK-TYPE PIC X.
       01 WS-DECK-LOCK-FLAG PIC X.
       01 WS-EOF-SWITCH PIC X.
           88 WS-EOF VALUE "Y".
       01 WS-LIST-EOF-SWITCH PIC X.
           88 WS-LIST-EOF VALUE "Y".
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-NEXT-BUSINESS-DATE PIC 9(8).
       01 WS-ONE-DAY PIC 9(3) VALUE 1.
       01 WS-CUTOFF PIC 9(4) VALUE 1800.
       01 WS-ARRIVAL-DATE PIC 9(8).
       01 WS-TIME-VALUE PIC 9(8).
       01 WS-TIME-PARTS REDEFINES WS-TIME-VALUE.
           05 WS-TIME-HHMM PIC 9(4).
           05 WS-TIME-SS PIC 9(2).
           05 WS-TIME-HS PIC 9(2).
       01 WS-NEXT-NUMBER PIC 9(6) VALUE ZERO.
      *    Fingerprint of the deck under the scan.
       01 WS-DECK-PRINT.
           05 WS-DP-SUBMITTER PIC X(8).
           05 WS-DP-HEADER-DATE PIC X(8).
           05 WS-DP-TRAILER-COUNT PIC X(4).
           05 WS-DP-LINE-COUNT PIC 9(5).
           05 WS-DP-FIRST-SERIAL PIC 9(6).
           05 WS-DP-LAST-SERIAL PIC 9(6).
           05 WS-DP-SEAL-TEXT PIC X(16).
       01 WS-HEADER-SWITCH PIC X.
           88 WS-HEADER-PENDING VALUE "H".
           88 WS-HEADER-DONE VALUE "D".
       01 WS-TRAILER-PENDING-SWITCH PIC X.
           88 WS-TRAILER-PENDING VALUE "Y".
       01 WS-SERIAL PIC 9(6).
       01 WS-LOGGED-SWITCH PIC X.
           88 WS-ALREADY-LOGGED VALUE "Y".
      *    Held decks still waiting for their processing date.
       01 WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 200 TIMES PIC X(151).
       01 WS-HELD-DONE-TABLE.
           05 WS-HELD-DONE OCCURS 200 TIMES PIC X.
       01 WS-HELD-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-HELD-IX PIC 9(3) COMP.
       01 WS-HELD-FOUND PIC 9(3) COMP.
       01 WS-HELD-OVERFLOW PIC 9(4) VALUE ZERO.
       01 WS-HOLD-NUMBER PIC 9(6).
       01 WS-RELEASE-OK-SWITCH PIC X.
           88 WS-RELEASE-OK VALUE "Y".
       01 WS-REASON PIC X(40).
       01 WS-ACK-TEXT PIC X(84).
       01 WS-ACK-SUBMITTER PIC X(8).
       01 WS-NEW-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HELD-TODAY PIC 9(4) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RELEASED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-KNOWN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BUSY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SEAL-ACTION PIC X.
       01 WS-SEAL-DECK-NAME PIC X(40).
       01 WS-SEAL-SUBMITTER PIC X(8).
       01 WS-SEAL-RESULT PIC X.
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "DECKINTAKE".
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
           CALL "DATE-ADD-BUSINESS-DAYS" USING WS-PROCESS-DATE
              WS-ONE-DAY WS-NEXT-BUSINESS-DATE
           MOVE "INTAKE.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-INTAKE-NAME
           PERFORM LOAD-CUTOFF
           PERFORM LOAD-REGISTER
           MOVE "O" TO WS-RPT-ACTION
           MOVE "INTKRPT.DAT" TO WS-RPT-FILE
           MOVE "DECK INTAKE REGISTER PASS" TO WS-RPT-TITLE
           MOVE "INTAKE / DECK / SUBMITTER / VERDICT" TO
              WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PROCESSING DATE " WS-PROCESS-DATE ", CUTOFF "
              WS-CUTOFF ", LATE DECKS GO TO " WS-NEXT-BUSINESS-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-HELD-OVERFLOW > ZERO
              MOVE SPACES TO WS-RPT-LINE
              STRING "MORE THAN 200 DECKS ON HOLD - " WS-HELD-OVERFLOW
                 " HOLDS NOT TAKEN IN, NOT RELEASED"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM RELEASE-DUE-HOLDS
      *    An intraday cycle takes in its own deck lists and decks,
      *    the names the drivers will read in that cycle.
           CALL "GET-RUN-CYCLE" USING WS-RUN-CYCLE
           MOVE "M" TO WS-DECK-TYPE
           MOVE "MTXDECKS.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LIST-NAME
           MOVE "TRANBATCH.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-CYCLE-QUALIFIED
           MOVE WS-CYCLE-QUALIFIED TO WS-DEFAULT-DECK
           PERFORM INTAKE-DECK-LIST
           MOVE "A" TO WS-DECK-TYPE
           MOVE "AREADECKS.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LIST-NAME
           MOVE "AREATRAN.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-CYCLE-QUALIFIED
           MOVE WS-CYCLE-QUALIFIED TO WS-DEFAULT-DECK
           PERFORM INTAKE-DECK-LIST
           MOVE SPACES TO WS-RPT-LINE
           STRING "NEW " WS-NEW-COUNT ", HELD " WS-HELD-TODAY
              ", REFUSED " WS-REFUSED-COUNT ", RELEASED "
              WS-RELEASED-COUNT ", ALREADY LOGGED " WS-KNOWN-COUNT
              ", IN USE " WS-BUSY-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           DISPLAY "DECKINTAKE COMPLETE - " WS-NEW-COUNT " NEW, "
              WS-HELD-TODAY " HELD, " WS-REFUSED-COUNT " REFUSED, "
              WS-RELEASED-COUNT " RELEASED"
           IF WS-HELD-OVERFLOW > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-REFUSED-COUNT > ZERO
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

       LOAD-CUTOFF.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-CUTOFF IS NUMERIC
                       MOVE PARM-CUTOFF TO WS-CUTOFF
                    END-IF
              END-READ
              CLOSE PARM-FILE
           END-IF.

      *****************************************************************
      * LOAD-REGISTER reads the intake register once: the highest
      * intake number so far, and every held deck not yet released -
      * an H record with no later L record under the same number.
      * More than 200 decks still on hold at once is reported and
      * ends the pass RETURN-CODE 8: the holds past the table are
      * not released until it has room.
      *****************************************************************
       LOAD-REGISTER.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ INTAKE-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF INT-NUMBER > WS-NEXT-NUMBER
                       MOVE INT-NUMBER TO WS-NEXT-NUMBER
                    END-IF
                    EVALUATE TRUE
                       WHEN INT-HELD
                          IF WS-HELD-COUNT < 200
                             ADD 1 TO WS-HELD-COUNT
                             MOVE INTAKE-RECORD TO
                                WS-HELD-ENTRY(WS-HELD-COUNT)
                             MOVE "N" TO WS-HELD-DONE(WS-HELD-COUNT)
                          ELSE
                             ADD 1 TO WS-HELD-OVERFLOW
                          END-IF
                       WHEN INT-RELEASED
                          MOVE INT-NUMBER TO WS-HOLD-NUMBER
                          PERFORM DROP-RELEASED-HOLD
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM
           IF WS-INTAKE-STATUS NOT = "35"
              CLOSE INTAKE-FILE
           END-IF
           IF WS-HELD-OVERFLOW > ZERO
              DISPLAY "MORE THAN 200 DECKS ON HOLD - "
                 WS-HELD-OVERFLOW " HOLDS NOT TAKEN IN, NOT RELEASED"
           END-IF.

      *    A released hold leaves the table, the entries after it
      *    moving down, so the table holds only the decks still on
      *    hold.  A release whose hold is not in the table is one of
      *    the holds the table had no room for.
       DROP-RELEASED-HOLD.
           MOVE 0 TO WS-HELD-FOUND
           PERFORM VARYING WS-HELD-IX FROM 1 BY 1
                 UNTIL WS-HELD-IX > WS-HELD-COUNT
                    OR WS-HELD-FOUND > ZERO
              IF WS-HELD-ENTRY(WS-HELD-IX)(1:6) = WS-HOLD-NUMBER
                 MOVE WS-HELD-IX TO WS-HELD-FOUND
              END-IF
           END-PERFORM
           IF WS-HELD-FOUND = ZERO
              IF WS-HELD-OVERFLOW > ZERO
                 SUBTRACT 1 FROM WS-HELD-OVERFLOW
              END-IF
           ELSE
              PERFORM VARYING WS-HELD-IX FROM WS-HELD-FOUND BY 1
                    UNTIL WS-HELD-IX >= WS-HELD-COUNT
                 MOVE WS-HELD-ENTRY(WS-HELD-IX + 1) TO
                    WS-HELD-ENTRY(WS-HELD-IX)
                 MOVE WS-HELD-DONE(WS-HELD-IX + 1) TO
                    WS-HELD-DONE(WS-HELD-IX)
              END-PERFORM
              SUBTRACT 1 FROM WS-HELD-COUNT
           END-IF.

      *****************************************************************
      * RELEASE-DUE-HOLDS puts back every held deck whose processing
      * date has come, under its own deck name.  The name must be
      * free - not in use through the interlock, and empty or not on
      * file - or the hold waits for a later pass rather than
      * overwrite a newer deck.
      *****************************************************************
       RELEASE-DUE-HOLDS.
           PERFORM VARYING WS-HELD-IX FROM 1 BY 1
                 UNTIL WS-HELD-IX > WS-HELD-COUNT
              MOVE WS-HELD-ENTRY(WS-HELD-IX) TO INTAKE-RECORD
              IF WS-HELD-DONE(WS-HELD-IX) = "N"
                 AND INT-PROCESS-DATE NOT > WS-PROCESS-DATE
                 PERFORM RELEASE-ONE-HOLD
              END-IF
           END-PERFORM.

       RELEASE-ONE-HOLD.
           MOVE "Y" TO WS-RELEASE-OK-SWITCH
           MOVE INT-DECK-NAME TO WS-DECK-NAME
           MOVE INT-NUMBER TO WS-HOLD-NUMBER
           PERFORM RESOLVE-DECK-NAMES
           CALL "DECK-LOCK-TEST" USING WS-DECK-NAME WS-DECK-LOCK-FLAG
           IF WS-DECK-LOCK-FLAG = "P" OR WS-DECK-LOCK-FLAG = "M"
              MOVE "N" TO WS-RELEASE-OK-SWITCH
              MOVE "DECK IS IN USE" TO WS-REASON
           ELSE
              PERFORM SCAN-DECK
              IF WS-DP-LINE-COUNT > ZERO
                 MOVE "N" TO WS-RELEASE-OK-SWITCH
                 MOVE "A NEWER DECK HOLDS THE NAME" TO WS-REASON
              END-IF
           END-IF
           MOVE WS-HELD-ENTRY(WS-HELD-IX) TO INTAKE-RECORD
           IF NOT WS-RELEASE-OK
              MOVE SPACES TO WS-RPT-LINE
              STRING "HOLD " INT-NUMBER " " INT-DECK-NAME
                 " NOT RELEASED - " WS-REASON
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              DISPLAY WS-RPT-LINE(1:75)
           ELSE
              MOVE "M" TO WS-DECK-LOCK-FLAG
              CALL "DECK-LOCK-SET" USING WS-DECK-NAME
                 WS-DECK-LOCK-FLAG
              OPEN INPUT HOLD-DECK-FILE
              OPEN OUTPUT DECK-FILE
              MOVE "N" TO WS-EOF-SWITCH
              IF WS-HOLD-STATUS NOT = "00"
                 SET WS-EOF TO TRUE
              END-IF
              PERFORM UNTIL WS-EOF
                 READ HOLD-DECK-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       MOVE HOLD-DECK-RECORD TO DECK-RECORD
                       WRITE DECK-RECORD
                 END-READ
              END-PERFORM
              CLOSE DECK-FILE
              IF WS-HOLD-STATUS NOT = "35"
                 CLOSE HOLD-DECK-FILE
              END-IF
              CALL "DECK-LOCK-CLEAR" USING WS-DECK-NAME
              MOVE WS-HELD-ENTRY(WS-HELD-IX) TO INTAKE-RECORD
              SET INT-RELEASED TO TRUE
              MOVE SPACES TO INT-REASON
              STRING "RELEASED FROM HOLD " WS-PROCESS-DATE
                 DELIMITED BY SIZE INTO INT-REASON
              PERFORM APPEND-REGISTER
              MOVE "Y" TO WS-HELD-DONE(WS-HELD-IX)
              ADD 1 TO WS-RELEASED-COUNT
              MOVE SPACES TO WS-ACK-TEXT
              STRING "RELEASED " DELIMITED BY SIZE
                 INT-DECK-NAME DELIMITED BY SPACE
                 " FROM HOLD FOR PROCESSING DATE " INT-PROCESS-DATE
                 DELIMITED BY SIZE INTO WS-ACK-TEXT
              PERFORM WRITE-ACK-LINE
              MOVE SPACES TO WS-RPT-LINE
              STRING "HOLD " INT-NUMBER " " INT-DECK-NAME
                 " RELEASED FOR " INT-PROCESS-DATE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              DISPLAY WS-RPT-LINE(1:75)
           END-IF.

      *****************************************************************
      * INTAKE-DECK-LIST walks one deck list - or, with no list on
      * file, the one fixed-name deck the driver falls back to.
      *****************************************************************
       INTAKE-DECK-LIST.
           MOVE "N" TO WS-LIST-EOF-SWITCH
           OPEN INPUT DECK-LIST-FILE
           IF WS-LIST-STATUS = "00"
              PERFORM UNTIL WS-LIST-EOF
                 READ DECK-LIST-FILE
                    AT END SET WS-LIST-EOF TO TRUE
                    NOT AT END
                       IF DLR-DECK-NAME NOT = SPACES
                          MOVE DLR-DECK-NAME TO WS-DECK-NAME
                          PERFORM INTAKE-ONE-DECK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DECK-LIST-FILE
           ELSE
              MOVE WS-DEFAULT-DECK TO WS-DECK-NAME
              PERFORM INTAKE-ONE-DECK
           END-IF.

      *****************************************************************
      * INTAKE-ONE-DECK logs the deck if it is on disk, not empty,
      * not already on the register, and not in use.
      *****************************************************************
       INTAKE-ONE-DECK.
           MOVE ZERO TO WS-HOLD-NUMBER
           PERFORM RESOLVE-DECK-NAMES
           PERFORM SCAN-DECK
           IF WS-DP-LINE-COUNT > ZERO
              PERFORM CHECK-ALREADY-LOGGED
              IF WS-ALREADY-LOGGED
                 ADD 1 TO WS-KNOWN-COUNT
              ELSE
                 CALL "DECK-LOCK-TEST" USING WS-DECK-NAME
                    WS-DECK-LOCK-FLAG
                 IF WS-DECK-LOCK-FLAG = "P" OR WS-DECK-LOCK-FLAG = "M"
                    ADD 1 TO WS-BUSY-COUNT
                    DISPLAY "DECK " WS-DECK-NAME
                       " IS IN USE - LEFT FOR A LATER PASS"
                 ELSE
                    PERFORM LOG-ARRIVAL
                 END-IF
              END-IF
           END-IF.

      *    The hold file is named for the intake number; with no
      *    number yet the name is not used.
       RESOLVE-DECK-NAMES.
           MOVE WS-DECK-NAME TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-DECK-PHYS-NAME
           MOVE SPACES TO WS-LOGICAL-NAME
           STRING "INTKH" WS-HOLD-NUMBER ".DAT"
              DELIMITED BY SIZE INTO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-HOLD-PHYS-NAME.

      *****************************************************************
      * SCAN-DECK reads the deck through once for its fingerprint:
      * the submitter and date on the line behind the first HEADER,
      * the count and seal on the line behind the last TRAILER, the
      * line count, and the lowest and highest serial carried in
      * columns 10-15 of a transaction's opcode line.
      *****************************************************************
       SCAN-DECK.
           MOVE SPACES TO WS-DECK-PRINT
           MOVE ZERO TO WS-DP-LINE-COUNT
           MOVE ZERO TO WS-DP-FIRST-SERIAL
           MOVE ZERO TO WS-DP-LAST-SERIAL
           MOVE SPACE TO WS-HEADER-SWITCH
           MOVE "N" TO WS-TRAILER-PENDING-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DECK-FILE
           IF WS-DECK-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ DECK-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END PERFORM SCAN-DECK-LINE
              END-READ
           END-PERFORM
           IF WS-DECK-STATUS NOT = "35"
              CLOSE DECK-FILE
           END-IF.

       SCAN-DECK-LINE.
           ADD 1 TO WS-DP-LINE-COUNT
           EVALUATE TRUE
              WHEN WS-HEADER-PENDING
                 MOVE DECK-RECORD(1:8) TO WS-DP-HEADER-DATE
                 MOVE DECK-RECORD(9:8) TO WS-DP-SUBMITTER
                 SET WS-HEADER-DONE TO TRUE
              WHEN WS-TRAILER-PENDING
                 MOVE DECK-RECORD(1:4) TO WS-DP-TRAILER-COUNT
                 MOVE DECK-RECORD(5:16) TO WS-DP-SEAL-TEXT
                 MOVE "N" TO WS-TRAILER-PENDING-SWITCH
              WHEN DECK-RECORD = "HEADER"
                 IF NOT WS-HEADER-DONE
                    SET WS-HEADER-PENDING TO TRUE
                 END-IF
              WHEN DECK-RECORD = "TRAILER"
                 SET WS-TRAILER-PENDING TO TRUE
              WHEN DECK-RECORD(1:1) NOT < "A"
                 AND DECK-RECORD(1:1) NOT > "Z"
                 AND DECK-RECORD(10:6) IS NUMERIC
                 MOVE DECK-RECORD(10:6) TO WS-SERIAL
                 IF WS-DP-FIRST-SERIAL = ZERO
                    OR WS-SERIAL < WS-DP-FIRST-SERIAL
                    MOVE WS-SERIAL TO WS-DP-FIRST-SERIAL
                 END-IF
                 IF WS-SERIAL > WS-DP-LAST-SERIAL
                    MOVE WS-SERIAL TO WS-DP-LAST-SERIAL
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *****************************************************************
      * CHECK-ALREADY-LOGGED looks for the deck's fingerprint on the
      * register under the same deck name - a deck logged on an
      * earlier pass, or a held deck released back under its name.
      *****************************************************************
       CHECK-ALREADY-LOGGED.
           MOVE "N" TO WS-LOGGED-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF OR WS-ALREADY-LOGGED
              READ INTAKE-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF INT-DECK-NAME = WS-DECK-NAME
                       AND INT-SUBMITTER = WS-DP-SUBMITTER
                       AND INT-HEADER-DATE = WS-DP-HEADER-DATE
                       AND INT-TRAILER-COUNT = WS-DP-TRAILER-COUNT
                       AND INT-LINE-COUNT = WS-DP-LINE-COUNT
                       AND INT-FIRST-SERIAL = WS-DP-FIRST-SERIAL
                       AND INT-LAST-SERIAL = WS-DP-LAST-SERIAL
                       AND INT-SEAL-TEXT = WS-DP-SEAL-TEXT
                       SET WS-ALREADY-LOGGED TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-INTAKE-STATUS NOT = "35"
              CLOSE INTAKE-FILE
           END-IF.

      *****************************************************************
      * LOG-ARRIVAL registers a newly arrived deck: stamps it, checks
      * its seal, settles the processing date against the cutoff,
      * holds it when that date is not tonight, and acknowledges it
      * to its submitter.
      *****************************************************************
       LOG-ARRIVAL.
           ADD 1 TO WS-NEXT-NUMBER
           MOVE WS-NEXT-NUMBER TO WS-HOLD-NUMBER
           PERFORM RESOLVE-DECK-NAMES
           ACCEPT WS-ARRIVAL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-VALUE FROM TIME
           MOVE SPACES TO INTAKE-RECORD
           MOVE WS-NEXT-NUMBER TO INT-NUMBER
           MOVE WS-DECK-NAME TO INT-DECK-NAME
           MOVE WS-DECK-TYPE TO INT-DECK-TYPE
           IF WS-DP-SUBMITTER = SPACES
              MOVE "UNKNOWN" TO INT-SUBMITTER
           ELSE
              MOVE WS-DP-SUBMITTER TO INT-SUBMITTER
           END-IF
           MOVE WS-ARRIVAL-DATE TO INT-ARRIVAL-DATE
           MOVE WS-TIME-VALUE(1:6) TO INT-ARRIVAL-TIME
           MOVE WS-DP-HEADER-DATE TO INT-HEADER-DATE
           MOVE WS-DP-TRAILER-COUNT TO INT-TRAILER-COUNT
           MOVE WS-DP-LINE-COUNT TO INT-LINE-COUNT
           MOVE WS-DP-FIRST-SERIAL TO INT-FIRST-SERIAL
           MOVE WS-DP-LAST-SERIAL TO INT-LAST-SERIAL
           MOVE WS-DP-SEAL-TEXT TO INT-SEAL-TEXT
           PERFORM VERIFY-INTAKE-SEAL
           MOVE WS-SEAL-RESULT TO INT-SEAL-STATUS
           IF WS-TIME-HHMM > WS-CUTOFF
              MOVE WS-NEXT-BUSINESS-DATE TO INT-PROCESS-DATE
           ELSE
              MOVE WS-PROCESS-DATE TO INT-PROCESS-DATE
           END-IF
           MOVE WS-REASON TO INT-REASON
           EVALUATE TRUE
              WHEN WS-REASON NOT = SPACES
                 SET INT-REFUSED TO TRUE
                 ADD 1 TO WS-REFUSED-COUNT
              WHEN INT-PROCESS-DATE > WS-PROCESS-DATE
                 SET INT-HELD TO TRUE
                 MOVE "ARRIVED AFTER THE CUTOFF" TO INT-REASON
                 PERFORM HOLD-LATE-DECK
                 ADD 1 TO WS-HELD-TODAY
              WHEN OTHER
                 SET INT-ACCEPTED TO TRUE
           END-EVALUATE
           ADD 1 TO WS-NEW-COUNT
           PERFORM APPEND-REGISTER
           MOVE SPACES TO WS-ACK-TEXT
           STRING "RECEIVED " DELIMITED BY SIZE
              INT-DECK-NAME DELIMITED BY SPACE
              " AS INTAKE " INT-NUMBER " HEADER " INT-HEADER-DATE
              " TRAILER " INT-TRAILER-COUNT
              DELIMITED BY SIZE INTO WS-ACK-TEXT
           PERFORM WRITE-ACK-LINE
           MOVE SPACES TO WS-ACK-TEXT
           EVALUATE TRUE
              WHEN INT-REFUSED
                 STRING "REFUSED " DELIMITED BY SIZE
                    INT-DECK-NAME DELIMITED BY SPACE
                    " - " INT-REASON
                    DELIMITED BY SIZE INTO WS-ACK-TEXT
              WHEN INT-HELD
                 STRING "ACCEPTED " DELIMITED BY SIZE
                    INT-DECK-NAME DELIMITED BY SPACE
                    " FOR PROCESSING DATE " INT-PROCESS-DATE
                    " - ARRIVED AFTER THE " WS-CUTOFF " CUTOFF"
                    DELIMITED BY SIZE INTO WS-ACK-TEXT
              WHEN OTHER
                 STRING "ACCEPTED " DELIMITED BY SIZE
                    INT-DECK-NAME DELIMITED BY SPACE
                    " FOR PROCESSING DATE " INT-PROCESS-DATE
                    DELIMITED BY SIZE INTO WS-ACK-TEXT
           END-EVALUATE
           PERFORM WRITE-ACK-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING INT-NUMBER " " INT-DECK-NAME " " INT-SUBMITTER
              " " INT-ARRIVAL-TIME " SEAL " INT-SEAL-STATUS " "
              INT-STATUS " FOR " INT-PROCESS-DATE " " INT-REASON
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           DISPLAY WS-RPT-LINE(1:75).

      *****************************************************************
      * VERIFY-INTAKE-SEAL asks DECK-SEAL-FILE for the deck's seal
      * verdict, with the refusal wording tranEdit uses when it
      * quarantines the same deck.  With no SUBMKEYS.DAT on file
      * seals are not in force and nothing is refused.
      *****************************************************************
       VERIFY-INTAKE-SEAL.
           MOVE SPACES TO WS-REASON
           MOVE "V" TO WS-SEAL-ACTION
           MOVE WS-DECK-PHYS-NAME TO WS-SEAL-DECK-NAME
           MOVE SPACES TO WS-SEAL-SUBMITTER
           CALL "DECK-SEAL-FILE" USING WS-SEAL-ACTION
              WS-SEAL-DECK-NAME WS-SEAL-SUBMITTER WS-SEAL-RESULT
           EVALUATE WS-SEAL-RESULT
              WHEN "Y"
              WHEN "X"
                 CONTINUE
              WHEN "N"
                 MOVE "UNAUTHENTICATED - DECK NOT SEALED" TO
                    WS-REASON
              WHEN "U"
                 STRING "UNAUTHENTICATED - NO KEY FOR "
                    WS-SEAL-SUBMITTER
                    DELIMITED BY SIZE INTO WS-REASON
              WHEN "B"
                 MOVE "UNAUTHENTICATED - SEAL DOES NOT MATCH" TO
                    WS-REASON
              WHEN OTHER
                 MOVE "UNAUTHENTICATED - DECK NOT READABLE" TO
                    WS-REASON
           END-EVALUATE.

      *****************************************************************
      * HOLD-LATE-DECK copies the deck whole to its hold file and
      * empties it under its own name, holding it M through the
      * interlock while it does.
      *****************************************************************
       HOLD-LATE-DECK.
           MOVE "M" TO WS-DECK-LOCK-FLAG
           CALL "DECK-LOCK-SET" USING WS-DECK-NAME WS-DECK-LOCK-FLAG
           OPEN INPUT DECK-FILE
           OPEN OUTPUT HOLD-DECK-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
              READ DECK-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    MOVE DECK-RECORD TO HOLD-DECK-RECORD
                    WRITE HOLD-DECK-RECORD
              END-READ
           END-PERFORM
           CLOSE HOLD-DECK-FILE
           CLOSE DECK-FILE
           OPEN OUTPUT DECK-FILE
           CLOSE DECK-FILE
           CALL "DECK-LOCK-CLEAR" USING WS-DECK-NAME.

       APPEND-REGISTER.
           OPEN EXTEND INTAKE-FILE
           IF WS-INTAKE-STATUS = "35"
              OPEN OUTPUT INTAKE-FILE
           END-IF
           WRITE INTAKE-RECORD
           CLOSE INTAKE-FILE.

      *****************************************************************
      * WRITE-ACK-LINE appends one dated line to the submitter's
      * acknowledgement file, ACK<submitter>.DAT.
      *****************************************************************
       WRITE-ACK-LINE.
           MOVE INT-SUBMITTER TO WS-ACK-SUBMITTER
           MOVE SPACES TO WS-LOGICAL-NAME
           STRING "ACK" WS-ACK-SUBMITTER DELIMITED BY SPACE
              ".DAT" DELIMITED BY SIZE
              INTO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME WS-ACK-NAME
           ACCEPT WS-ARRIVAL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-VALUE FROM TIME
           OPEN EXTEND ACK-FILE
           IF WS-ACK-STATUS = "35"
              OPEN OUTPUT ACK-FILE
           END-IF
           MOVE SPACES TO ACK-RECORD
           STRING WS-ARRIVAL-DATE " " WS-TIME-VALUE(1:6) " "
              WS-ACK-TEXT
              DELIMITED BY SIZE INTO ACK-RECORD
           WRITE ACK-RECORD
           CLOSE ACK-FILE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM deckIntake.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DECKSEAL.

       COPY DECKLOCK.

       COPY DATESERV.

       COPY ENVNAME.

       COPY CYCLESRV.
