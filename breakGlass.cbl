      * break-glass emergency access windows and use review
      *    TOPIC:
      *    THE ENVELOPE IN THE SAFE, AND WHO OPENED IT
      *****************************************************************
      * When the only operator entitled to rerun a failed step cannot
      * be reached, nobody shares a password any more: the shift
      * lead opens an emergency window for one of the sealed
      * emergency user IDs (EMERGIDS.DAT, one ID per line) and the
      * sealed ID's envelope is used for the rerun.  AUTH-GATE
      * refuses a sealed ID outright unless a window is open for it,
      * lets it through to any program while one is, and logs every
      * run under it specially to LOGINAUD.DAT and to the use
      * register BRKUSE.DAT.  Functions, one keyed at a time:
      *
      *   O  open a window - the sealed ID, a reason, the incident
      *      ticket, and how many hours it stays open (1 to 24,
      *      blank for 4).  It closes by itself when the hours run
      *      out on the system clock.  Opening it raises an alert
      *      to ALERTS.DAT so on-call knows the glass is broken;
      *   C  close a window early once the incident is over;
      *   L  list the windows and every use still awaiting review;
      *   R  review a use - a second user, neither the one who
      *      opened the window nor an emergency ID, looks at what
      *      was run and signs it off;
      *   X  exit.
      *
      * Windows are kept on BRKWIN.DAT (status O open, C closed
      * early); an expired window is simply one whose expiry has
      * passed.  Unreviewed uses appear on securityReview's report
      * until signed off.  Opening, closing and every sign-off are
      * written to the login audit file in the usual admin line.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. breakGlass.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMERG-ID-FILE ASSIGN TO "EMERGIDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EMERG-ID-STATUS.
           SELECT WINDOW-FILE ASSIGN TO "BRKWIN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WINDOW-STATUS.
           SELECT USE-FILE ASSIGN TO "BRKUSE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-USE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  EMERG-ID-FILE.
       01  EMERG-ID-RECORD.
           05 EMG-USER-ID PIC X(8).
       FD  WINDOW-FILE.
       01  WINDOW-RECORD.
           05 BWN-USER-ID PIC X(8).
           05 BWN-OPENED.
               10 BWN-OPENED-DATE PIC 9(8).
               10 BWN-OPENED-TIME PIC 9(8).
           05 BWN-EXPIRES.
               10 BWN-EXPIRES-DATE PIC 9(8).
               10 BWN-EXPIRES-TIME PIC 9(8).
           05 BWN-OPENED-BY PIC X(8).
           05 BWN-TICKET PIC X(12).
           05 BWN-REASON PIC X(40).
           05 BWN-STATUS PIC X.
               88 BWN-OPEN VALUE "O".
               88 BWN-CLOSED VALUE "C".
       FD  USE-FILE.
       01  USE-RECORD.
           05 BUS-DATE PIC 9(8).
           05 BUS-TIME PIC 9(8).
           05 BUS-USER-ID PIC X(8).
           05 BUS-PROGRAM PIC X(30).
           05 BUS-TICKET PIC X(12).
           05 BUS-OPENED-BY PIC X(8).
           05 BUS-REVIEWED-BY PIC X(8).
           05 BUS-REVIEW-DATE PIC 9(8).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EMERG-ID-STATUS PIC XX.
       01 WS-WINDOW-STATUS PIC XX.
       01 WS-USE-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 WS-FUNC-OPEN VALUE "O".
           88 WS-FUNC-CLOSE VALUE "C".
           88 WS-FUNC-LIST VALUE "L".
           88 WS-FUNC-REVIEW VALUE "R".
           88 WS-FUNC-EXIT VALUE "X".
       01 WS-EMERG-TABLE.
           05 WS-EMERG-ID OCCURS 50 TIMES PIC X(8).
       01 WS-EMERG-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-WINDOW-TABLE.
           05 WS-WINDOW-ENTRY OCCURS 500 TIMES PIC X(101).
       01 WS-WINDOW-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-USE-TABLE.
           05 WS-USE-ENTRY OCCURS 2000 TIMES PIC X(90).
       01 WS-USE-COUNT PIC 9(4) COMP VALUE 0.
       01 I PIC 9(4) COMP.
       01 WS-FOUND-IX PIC 9(4) COMP.
       01 WS-SEALED-SWITCH PIC X.
           88 WS-SEALED VALUE "Y".
       01 WS-LIVE-SWITCH PIC X.
           88 WS-LIVE VALUE "Y".
       01 WS-NOW.
           05 WS-NOW-DATE PIC 9(8).
           05 WS-NOW-TIME PIC 9(8).
       01 WS-NOW-TIME-PARTS REDEFINES WS-NOW.
           05 FILLER PIC 9(8).
           05 WS-NOW-HH PIC 9(2).
           05 WS-NOW-REST PIC 9(6).
       01 WS-EXPIRES.
           05 WS-EXP-DATE PIC 9(8).
           05 WS-EXP-HH PIC 9(2).
           05 WS-EXP-REST PIC 9(6).
       01 WS-HOURS-IN PIC X(2).
       01 WS-HOURS PIC 9(2).
       01 WS-DEFAULT-HOURS PIC 9(2) VALUE 4.
       01 WS-MAX-HOURS PIC 9(2) VALUE 24.
       01 WS-HOUR-TOTAL PIC 9(3).
       01 WS-DAY-CARRY PIC 9(1).
       01 WS-USER-IN PIC X(8).
       01 WS-TICKET-IN PIC X(12).
       01 WS-REASON-IN PIC X(40).
       01 WS-CHOICE-IN PIC X(4).
       01 WS-CHOICE PIC 9(4).
       01 WS-CONFIRM PIC X.
       01 WS-SHOWN PIC 9(4).
       01 WS-WINDOW-STATE PIC X(7).
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(40).
       01 WS-ALERT-SEVERITY PIC X.
       01 WS-ALERT-REASON PIC X(60).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "BREAKGLASS".
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
           PERFORM LOAD-EMERGENCY-IDS
           MOVE WS-AUTH-USER TO WS-USER-IN
           PERFORM CHECK-SEALED-ID
           IF WS-SEALED
              DISPLAY "AN EMERGENCY ID MAY NOT OPEN, CLOSE OR REVIEW "
                 "WINDOWS"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM LOAD-WINDOW-TABLE
              PERFORM LOAD-USE-TABLE
              PERFORM UNTIL WS-FUNC-EXIT
                 DISPLAY "BREAK-GLASS - O OPEN, C CLOSE, L LIST, "
                    "R REVIEW, X EXIT"
                 ACCEPT WS-FUNCTION
                 EVALUATE TRUE
                    WHEN WS-FUNC-OPEN
                       PERFORM OPEN-WINDOW
                    WHEN WS-FUNC-CLOSE
                       PERFORM CLOSE-WINDOW
                    WHEN WS-FUNC-LIST
                       PERFORM LIST-WINDOWS-AND-USES
                    WHEN WS-FUNC-REVIEW
                       PERFORM REVIEW-USE
                    WHEN WS-FUNC-EXIT
                       CONTINUE
                    WHEN OTHER
                       DISPLAY "UNKNOWN FUNCTION " WS-FUNCTION
                 END-EVALUATE
              END-PERFORM
              DISPLAY "BREAKGLASS COMPLETE"
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LOAD-EMERGENCY-IDS.
           MOVE 0 TO WS-EMERG-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT EMERG-ID-FILE
           IF WS-EMERG-ID-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ EMERG-ID-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-EMERG-COUNT < 50
                          AND EMG-USER-ID NOT = SPACES
                          ADD 1 TO WS-EMERG-COUNT
                          MOVE EMG-USER-ID TO
                             WS-EMERG-ID(WS-EMERG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMERG-ID-FILE
           END-IF.

       CHECK-SEALED-ID.
           MOVE "N" TO WS-SEALED-SWITCH
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMERG-COUNT
              IF WS-EMERG-ID(I) = WS-USER-IN
                 SET WS-SEALED TO TRUE
              END-IF
           END-PERFORM.

       LOAD-WINDOW-TABLE.
           MOVE 0 TO WS-WINDOW-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT WINDOW-FILE
           IF WS-WINDOW-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ WINDOW-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-WINDOW-COUNT = 500
                          DISPLAY "WINDOW TABLE FULL - RECORDS PAST "
                             "500 IGNORED"
                          SET WS-EOF TO TRUE
                       ELSE
                          ADD 1 TO WS-WINDOW-COUNT
                          MOVE WINDOW-RECORD TO
                             WS-WINDOW-ENTRY(WS-WINDOW-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WINDOW-FILE
           END-IF.

       REWRITE-WINDOW-FILE.
           OPEN OUTPUT WINDOW-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-WINDOW-COUNT
              MOVE WS-WINDOW-ENTRY(I) TO WINDOW-RECORD
              WRITE WINDOW-RECORD
           END-PERFORM
           CLOSE WINDOW-FILE.

       LOAD-USE-TABLE.
           MOVE 0 TO WS-USE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT USE-FILE
           IF WS-USE-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ USE-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-USE-COUNT = 2000
                          DISPLAY "USE TABLE FULL - RECORDS PAST "
                             "2000 IGNORED"
                          SET WS-EOF TO TRUE
                       ELSE
                          ADD 1 TO WS-USE-COUNT
                          MOVE USE-RECORD TO
                             WS-USE-ENTRY(WS-USE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE USE-FILE
           END-IF.

       REWRITE-USE-FILE.
           OPEN OUTPUT USE-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-USE-COUNT
              MOVE WS-USE-ENTRY(I) TO USE-RECORD
              WRITE USE-RECORD
           END-PERFORM
           CLOSE USE-FILE.

      *    A window is live while it is open and its expiry is still
      *    ahead of the system clock - the same test AUTH-GATE makes.
       TEST-WINDOW-LIVE.
           MOVE "N" TO WS-LIVE-SWITCH
           IF BWN-OPEN AND BWN-EXPIRES > WS-NOW
              SET WS-LIVE TO TRUE
           END-IF.

       TAKE-NOW.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME.

      *****************************************************************
      * OPEN-WINDOW opens a window for a sealed ID.  A reason and a
      * ticket are required, and a sealed ID can have only one live
      * window at a time.
      *****************************************************************
       OPEN-WINDOW.
           DISPLAY "Emergency user ID: "
           ACCEPT WS-USER-IN
           PERFORM CHECK-SEALED-ID
           IF NOT WS-SEALED
              DISPLAY WS-USER-IN " IS NOT A SEALED EMERGENCY ID"
           ELSE
              PERFORM TAKE-NOW
              MOVE ZERO TO WS-FOUND-IX
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-WINDOW-COUNT
                 MOVE WS-WINDOW-ENTRY(I) TO WINDOW-RECORD
                 PERFORM TEST-WINDOW-LIVE
                 IF BWN-USER-ID = WS-USER-IN AND WS-LIVE
                    MOVE I TO WS-FOUND-IX
                 END-IF
              END-PERFORM
              IF WS-FOUND-IX > ZERO
                 MOVE WS-WINDOW-ENTRY(WS-FOUND-IX) TO WINDOW-RECORD
                 DISPLAY "A WINDOW IS ALREADY OPEN FOR " WS-USER-IN
                    " UNTIL " BWN-EXPIRES-DATE " "
                    BWN-EXPIRES-TIME(1:4)
              ELSE
                 PERFORM TAKE-WINDOW-DETAILS
              END-IF
           END-IF.

       TAKE-WINDOW-DETAILS.
           DISPLAY "Reason: "
           ACCEPT WS-REASON-IN
           DISPLAY "Incident ticket: "
           ACCEPT WS-TICKET-IN
           DISPLAY "Hours open (1-" WS-MAX-HOURS ", blank for "
              WS-DEFAULT-HOURS "): "
           ACCEPT WS-HOURS-IN
           MOVE ZERO TO WS-HOURS
           EVALUATE TRUE
              WHEN WS-HOURS-IN = SPACES
                 MOVE WS-DEFAULT-HOURS TO WS-HOURS
              WHEN WS-HOURS-IN IS NUMERIC
                 MOVE WS-HOURS-IN TO WS-HOURS
              WHEN WS-HOURS-IN(2:1) = SPACE
                 AND WS-HOURS-IN(1:1) IS NUMERIC
                 MOVE WS-HOURS-IN(1:1) TO WS-HOURS
           END-EVALUATE
           EVALUATE TRUE
              WHEN WS-REASON-IN = SPACES
                 DISPLAY "A REASON IS REQUIRED - NO WINDOW OPENED"
              WHEN WS-TICKET-IN = SPACES
                 DISPLAY "A TICKET IS REQUIRED - NO WINDOW OPENED"
              WHEN WS-HOURS = ZERO OR WS-HOURS > WS-MAX-HOURS
                 DISPLAY "HOURS MUST BE 1 TO " WS-MAX-HOURS
                    " - NO WINDOW OPENED"
              WHEN WS-WINDOW-COUNT = 500
                 DISPLAY "WINDOW TABLE FULL - NO WINDOW OPENED"
              WHEN OTHER
                 PERFORM FILE-NEW-WINDOW
           END-EVALUATE.

       FILE-NEW-WINDOW.
           PERFORM TAKE-NOW
           COMPUTE WS-HOUR-TOTAL = WS-NOW-HH + WS-HOURS
           DIVIDE WS-HOUR-TOTAL BY 24 GIVING WS-DAY-CARRY
              REMAINDER WS-EXP-HH
           MOVE WS-NOW-REST TO WS-EXP-REST
           COMPUTE WS-EXP-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) + WS-DAY-CARRY)
           MOVE SPACES TO WINDOW-RECORD
           MOVE WS-USER-IN TO BWN-USER-ID
           MOVE WS-NOW TO BWN-OPENED
           MOVE WS-EXPIRES TO BWN-EXPIRES
           MOVE WS-AUTH-USER TO BWN-OPENED-BY
           MOVE WS-TICKET-IN TO BWN-TICKET
           MOVE WS-REASON-IN TO BWN-REASON
           SET BWN-OPEN TO TRUE
           ADD 1 TO WS-WINDOW-COUNT
           MOVE WINDOW-RECORD TO WS-WINDOW-ENTRY(WS-WINDOW-COUNT)
           DISPLAY "WINDOW OPEN FOR " WS-USER-IN " UNTIL "
              WS-EXP-DATE " " WS-EXP-HH ":" WS-EXP-REST(1:2)
              " UNDER TICKET " WS-TICKET-IN
           PERFORM REWRITE-WINDOW-FILE
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-REASON
           STRING "BREAK-GLASS OPENED FOR " WS-USER-IN " BY "
              WS-AUTH-USER " TKT " WS-TICKET-IN
              DELIMITED BY SIZE INTO WS-ALERT-REASON
           CALL "ALERT-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-ALERT-SEVERITY WS-ALERT-REASON
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "BREAK-GLASS " WS-USER-IN " OPENED"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM WRITE-ADMIN-AUDIT-ENTRY.

       CLOSE-WINDOW.
           DISPLAY "Emergency user ID: "
           ACCEPT WS-USER-IN
           PERFORM TAKE-NOW
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-WINDOW-COUNT
              MOVE WS-WINDOW-ENTRY(I) TO WINDOW-RECORD
              PERFORM TEST-WINDOW-LIVE
              IF BWN-USER-ID = WS-USER-IN AND WS-LIVE
                 MOVE I TO WS-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-FOUND-IX = ZERO
              DISPLAY "NO OPEN WINDOW FOR " WS-USER-IN
           ELSE
              MOVE WS-WINDOW-ENTRY(WS-FOUND-IX) TO WINDOW-RECORD
              SET BWN-CLOSED TO TRUE
              MOVE WINDOW-RECORD TO WS-WINDOW-ENTRY(WS-FOUND-IX)
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "BREAK-GLASS " WS-USER-IN " CLOSED"
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              DISPLAY "WINDOW FOR " WS-USER-IN " CLOSED"
              PERFORM REWRITE-WINDOW-FILE
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
           END-IF.

       LIST-WINDOWS-AND-USES.
           PERFORM TAKE-NOW
           DISPLAY "WINDOWS:"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-WINDOW-COUNT
              MOVE WS-WINDOW-ENTRY(I) TO WINDOW-RECORD
              PERFORM TEST-WINDOW-LIVE
              EVALUATE TRUE
                 WHEN WS-LIVE
                    MOVE "OPEN" TO WS-WINDOW-STATE
                 WHEN BWN-CLOSED
                    MOVE "CLOSED" TO WS-WINDOW-STATE
                 WHEN OTHER
                    MOVE "EXPIRED" TO WS-WINDOW-STATE
              END-EVALUATE
              DISPLAY "  " BWN-USER-ID " " WS-WINDOW-STATE " "
                 BWN-OPENED-DATE " " BWN-OPENED-TIME(1:4) " TO "
                 BWN-EXPIRES-DATE " " BWN-EXPIRES-TIME(1:4)
                 " BY " BWN-OPENED-BY " TKT " BWN-TICKET
              DISPLAY "           " BWN-REASON
           END-PERFORM
           MOVE ZERO TO WS-SHOWN
           DISPLAY "USES AWAITING REVIEW:"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-USE-COUNT
              MOVE WS-USE-ENTRY(I) TO USE-RECORD
              IF BUS-REVIEWED-BY = SPACES
                 ADD 1 TO WS-SHOWN
                 MOVE I TO WS-CHOICE
                 DISPLAY "  " WS-CHOICE " " BUS-DATE " "
                    BUS-TIME(1:4) " " BUS-USER-ID " " BUS-PROGRAM
                    " TKT " BUS-TICKET
              END-IF
           END-PERFORM
           IF WS-SHOWN = ZERO
              DISPLAY "  NONE"
           END-IF.

      *****************************************************************
      * REVIEW-USE signs off one use.  The reviewer has to be a
      * second pair of eyes: not whoever opened the window the use
      * ran under.
      *****************************************************************
       REVIEW-USE.
           DISPLAY "Use number to review: "
           ACCEPT WS-CHOICE-IN
           MOVE ZERO TO WS-CHOICE
           EVALUATE TRUE
              WHEN WS-CHOICE-IN IS NUMERIC
                 MOVE WS-CHOICE-IN TO WS-CHOICE
              WHEN WS-CHOICE-IN(4:1) = SPACE
                 AND WS-CHOICE-IN(1:3) IS NUMERIC
                 MOVE WS-CHOICE-IN(1:3) TO WS-CHOICE
              WHEN WS-CHOICE-IN(3:2) = SPACES
                 AND WS-CHOICE-IN(1:2) IS NUMERIC
                 MOVE WS-CHOICE-IN(1:2) TO WS-CHOICE
              WHEN WS-CHOICE-IN(2:3) = SPACES
                 AND WS-CHOICE-IN(1:1) IS NUMERIC
                 MOVE WS-CHOICE-IN(1:1) TO WS-CHOICE
           END-EVALUATE
           IF WS-CHOICE = ZERO OR WS-CHOICE > WS-USE-COUNT
              DISPLAY "NO SUCH USE"
           ELSE
              MOVE WS-USE-ENTRY(WS-CHOICE) TO USE-RECORD
              EVALUATE TRUE
                 WHEN BUS-REVIEWED-BY NOT = SPACES
                    DISPLAY "ALREADY SIGNED OFF BY " BUS-REVIEWED-BY
                 WHEN BUS-OPENED-BY = WS-AUTH-USER
                    DISPLAY "REFUSED - THE USER WHO OPENED THE WINDOW "
                       "CANNOT REVIEW ITS USE"
                 WHEN OTHER
                    PERFORM SIGN-OFF-USE
              END-EVALUATE
           END-IF.

       SIGN-OFF-USE.
           DISPLAY BUS-DATE " " BUS-TIME(1:4) " " BUS-USER-ID " RAN "
              BUS-PROGRAM
           DISPLAY "    UNDER TICKET " BUS-TICKET " OPENED BY "
              BUS-OPENED-BY
           DISPLAY "Sign off this use (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y"
              MOVE WS-AUTH-USER TO BUS-REVIEWED-BY
              CALL "GET-PROCESS-DATE" USING BUS-REVIEW-DATE
              MOVE USE-RECORD TO WS-USE-ENTRY(WS-CHOICE)
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "BREAK-GLASS USE " WS-CHOICE " REVIEWED"
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              DISPLAY "USE " WS-CHOICE " SIGNED OFF"
              PERFORM REWRITE-USE-FILE
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
           ELSE
              DISPLAY "NOT SIGNED OFF"
           END-IF.

       WRITE-ADMIN-AUDIT-ENTRY.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
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

       END PROGRAM breakGlass.

       COPY AUTHGATE.

       COPY DATESERV.

       COPY ENVNAME.
