      * submitter seal key maintenance
      *    TOPIC:
      *    WHO MAY SEND US A DECK, AND THE KEY THAT PROVES IT
      *****************************************************************
      * tranEdit refuses a deck whose submitter seal does not check
      * out under the submitter's key (see DECKSEAL.CPY).  The keys
      * live on SUBMKEYS.DAT - one record per registered submitter:
      * the eight-byte submitter ID, the sixteen-byte secret key,
      * a status (A active, R retired), and the date and user of
      * the last change - maintained here in the same menu-and-
      * whole-table-rewrite style the other masters use:
      *
      *   L - list every submitter with status and when the key was
      *       last set (the key itself is never shown);
      *   A - register a submitter, or issue a new key to one
      *       already registered - the key is keyed twice and must
      *       match, and a rekey reactivates a retired submitter;
      *   R - retire a submitter, so decks sealed under its key are
      *       refused from then on;
      *   X - exit.
      *
      * The house submitter INTERNAL is the one csvImport,
      * deckMaint and the other programs that build or rewrite a
      * deck seal under; it must be registered here like any other
      * before their decks will authenticate.  A key is handed to
      * its submitter outside the system.  Every change lands in
      * LOGINAUD.DAT in the usual audit line - the submitter, never
      * the key.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. submKeyAdmin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-FILE ASSIGN TO "SUBMKEYS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-KEY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  KEY-FILE.
       01  KEY-RECORD.
           05 SBK-SUBMITTER PIC X(8).
           05 SBK-KEY PIC X(16).
           05 SBK-STATUS PIC X.
           05 SBK-SET-DATE PIC 9(8).
           05 SBK-SET-BY PIC X(8).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-KEY-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 200 TIMES.
               10 WS-TBL-SUBMITTER PIC X(8).
               10 WS-TBL-KEY PIC X(16).
               10 WS-TBL-STATUS PIC X.
                   88 WS-TBL-ACTIVE VALUE "A".
                   88 WS-TBL-RETIRED VALUE "R".
               10 WS-TBL-SET-DATE PIC 9(8).
               10 WS-TBL-SET-BY PIC X(8).
       01 WS-KEY-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-MAX-KEYS PIC 9(3) COMP VALUE 200.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 WS-FUNC-LIST VALUE "L".
           88 WS-FUNC-ADD VALUE "A".
           88 WS-FUNC-RETIRE VALUE "R".
           88 WS-FUNC-EXIT VALUE "X".
       01 WS-TARGET-SUBMITTER PIC X(8).
       01 WS-NEW-KEY PIC X(16).
       01 WS-CONFIRM-KEY PIC X(16).
       01 WS-KEY-CHARS PIC 9(2) COMP.
       01 WS-KEY-I PIC 9(2) COMP.
       01 WS-FOUND-INDEX PIC 9(3) COMP VALUE 0.
       01 WS-FOUND-SWITCH PIC X.
           88 WS-RECORD-FOUND VALUE "Y".
       01 WS-STATUS-TEXT PIC X(7).
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(40).
       01 WS-CHANGE-COUNT PIC 9(4) VALUE ZERO.
       01 I PIC 9(3) COMP.
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "SUBMKEYADMIN".
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
           PERFORM LOAD-KEY-TABLE
           PERFORM UNTIL WS-FUNC-EXIT
              DISPLAY "SUBMITTER KEYS - L LIST, A ADD OR REKEY,"
                 " R RETIRE, X EXIT"
              ACCEPT WS-FUNCTION
              EVALUATE TRUE
                 WHEN WS-FUNC-LIST
                    PERFORM LIST-SUBMITTERS
                 WHEN WS-FUNC-ADD
                    PERFORM SET-SUBMITTER-KEY
                 WHEN WS-FUNC-RETIRE
                    PERFORM RETIRE-SUBMITTER
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN FUNCTION " WS-FUNCTION
              END-EVALUATE
           END-PERFORM
           DISPLAY "SUBMKEYADMIN COMPLETE - " WS-CHANGE-COUNT
              " CHANGES APPLIED"
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LOAD-KEY-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-KEY-COUNT
           OPEN INPUT KEY-FILE
           IF WS-KEY-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ KEY-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-KEY-COUNT = WS-MAX-KEYS
                          DISPLAY "SUBMITTER TABLE FULL - RECORDS"
                             " PAST " WS-MAX-KEYS " IGNORED"
                          SET WS-EOF TO TRUE
                       ELSE
                       ADD 1 TO WS-KEY-COUNT
                       MOVE KEY-RECORD TO
                          WS-KEY-ENTRY(WS-KEY-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE KEY-FILE
           ELSE
              DISPLAY "SUBMKEYS.DAT NOT FOUND - STARTING EMPTY"
              DISPLAY "DECK SEALS ARE NOT IN FORCE UNTIL THE FIRST"
                 " SUBMITTER IS REGISTERED"
           END-IF.

       REWRITE-KEY-FILE.
           OPEN OUTPUT KEY-FILE
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-KEY-COUNT
              MOVE WS-KEY-ENTRY(I) TO KEY-RECORD
              WRITE KEY-RECORD
           END-PERFORM
           CLOSE KEY-FILE
           ADD 1 TO WS-CHANGE-COUNT.

       FIND-TARGET-SUBMITTER.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-KEY-COUNT OR WS-RECORD-FOUND
              IF WS-TBL-SUBMITTER(I) = WS-TARGET-SUBMITTER
                 SET WS-RECORD-FOUND TO TRUE
                 MOVE I TO WS-FOUND-INDEX
              END-IF
           END-PERFORM.

       LIST-SUBMITTERS.
           DISPLAY "SUBMITTERS ON FILE: " WS-KEY-COUNT
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-KEY-COUNT
              IF WS-TBL-ACTIVE(I)
                 MOVE "ACTIVE" TO WS-STATUS-TEXT
              ELSE
                 MOVE "RETIRED" TO WS-STATUS-TEXT
              END-IF
              DISPLAY "  " WS-TBL-SUBMITTER(I) " " WS-STATUS-TEXT
                 " KEY SET " WS-TBL-SET-DATE(I) " BY "
                 WS-TBL-SET-BY(I)
           END-PERFORM.

      *****************************************************************
      * SET-SUBMITTER-KEY registers a submitter or issues it a new
      * key.  A key shorter than eight characters is refused - the
      * seal is only as hard to forge as the key is to guess.
      *****************************************************************
       SET-SUBMITTER-KEY.
           DISPLAY "Submitter ID (8 characters): "
           ACCEPT WS-TARGET-SUBMITTER
           IF WS-TARGET-SUBMITTER = SPACES
              DISPLAY "SUBMITTER ID MUST NOT BE BLANK"
           ELSE
              DISPLAY "Secret key (8 to 16 characters): "
              ACCEPT WS-NEW-KEY
              DISPLAY "Key again to confirm: "
              ACCEPT WS-CONFIRM-KEY
              MOVE 0 TO WS-KEY-CHARS
              PERFORM VARYING WS-KEY-I FROM 1 BY 1
                    UNTIL WS-KEY-I > 16
                 IF WS-NEW-KEY(WS-KEY-I:1) NOT = SPACE
                    ADD 1 TO WS-KEY-CHARS
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-NEW-KEY NOT = WS-CONFIRM-KEY
                    DISPLAY "KEYS DO NOT MATCH - NOTHING CHANGED"
                 WHEN WS-KEY-CHARS < 8
                    DISPLAY "KEY MUST HOLD AT LEAST 8 CHARACTERS"
                       " - NOTHING CHANGED"
                 WHEN OTHER
                    PERFORM STORE-SUBMITTER-KEY
              END-EVALUATE
           END-IF.

       STORE-SUBMITTER-KEY.
           PERFORM FIND-TARGET-SUBMITTER
           IF NOT WS-RECORD-FOUND
              IF WS-KEY-COUNT < WS-MAX-KEYS
                 ADD 1 TO WS-KEY-COUNT
                 MOVE WS-KEY-COUNT TO WS-FOUND-INDEX
              ELSE
                 DISPLAY "SUBMITTER TABLE FULL - NOT ADDED"
                 MOVE ZERO TO WS-FOUND-INDEX
              END-IF
           END-IF
           IF WS-FOUND-INDEX > ZERO
              IF WS-RECORD-FOUND
                 DISPLAY "DECKS SEALED UNDER THE OLD KEY WILL BE"
                    " REFUSED FROM NOW ON"
              END-IF
              MOVE WS-TARGET-SUBMITTER TO
                 WS-TBL-SUBMITTER(WS-FOUND-INDEX)
              MOVE WS-NEW-KEY TO WS-TBL-KEY(WS-FOUND-INDEX)
              MOVE "A" TO WS-TBL-STATUS(WS-FOUND-INDEX)
              MOVE WS-PROCESS-DATE TO WS-TBL-SET-DATE(WS-FOUND-INDEX)
              MOVE WS-AUTH-USER TO WS-TBL-SET-BY(WS-FOUND-INDEX)
              PERFORM REWRITE-KEY-FILE
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "SUBMITTER KEY SET " WS-TARGET-SUBMITTER
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
              DISPLAY "KEY STORED FOR " WS-TARGET-SUBMITTER
           END-IF.

       RETIRE-SUBMITTER.
           DISPLAY "Submitter ID to retire: "
           ACCEPT WS-TARGET-SUBMITTER
           PERFORM FIND-TARGET-SUBMITTER
           EVALUATE TRUE
              WHEN NOT WS-RECORD-FOUND
                 DISPLAY "SUBMITTER " WS-TARGET-SUBMITTER
                    " NOT ON FILE"
              WHEN WS-TBL-RETIRED(WS-FOUND-INDEX)
                 DISPLAY "SUBMITTER " WS-TARGET-SUBMITTER
                    " ALREADY RETIRED"
              WHEN OTHER
                 MOVE "R" TO WS-TBL-STATUS(WS-FOUND-INDEX)
                 MOVE WS-PROCESS-DATE TO
                    WS-TBL-SET-DATE(WS-FOUND-INDEX)
                 MOVE WS-AUTH-USER TO WS-TBL-SET-BY(WS-FOUND-INDEX)
                 PERFORM REWRITE-KEY-FILE
                 MOVE SPACES TO WS-AUDIT-ACTION
                 STRING "SUBMITTER RETIRED " WS-TARGET-SUBMITTER
                    DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                 PERFORM WRITE-ADMIN-AUDIT-ENTRY
                 DISPLAY "SUBMITTER " WS-TARGET-SUBMITTER " RETIRED"
           END-EVALUATE.

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

       END PROGRAM submKeyAdmin.

       COPY AUTHGATE.

       COPY DATESERV.

       COPY ENVNAME.
