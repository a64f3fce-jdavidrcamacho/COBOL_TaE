      * operator decision on a night held for plausibility
      *    TOPIC:
      *    A PERSON VOUCHES FOR FIGURES THE HISTORY DOES NOT
      *****************************************************************
      * plausCheck holds a night whose totals fall outside their
      * trailing history, and reportBundle distributes nothing for
      * it until someone here has looked.  Functions are keyed one
      * at a time:
      *
      *   L  list the night's verdict and each implausible total
      *      with the range its history expected;
      *   A  accept the figures - the night was genuinely unusual -
      *      so the reports go out;
      *   R  reject the figures - something went in wrong - so
      *      nothing is distributed for the night;
      *   X  exit.
      *
      * Only a night still held can be decided; one already passed,
      * accepted or rejected is shown but not changed.  A rerun of
      * plausCheck after the inputs are corrected judges the night
      * afresh.  The decision is stamped on PLAUSCTL.DAT with the
      * signed-on user and the time, and written to the login audit
      * file the way the other maintenance programs record theirs.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. plausAccept.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CONTROL-STATUS.
           SELECT FLAG-FILE ASSIGN TO DYNAMIC WS-FLAG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FLAG-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 PCT-DATE PIC 9(8).
           05 PCT-STATUS PIC X.
               88 PCT-PASSED VALUE "P".
               88 PCT-HELD VALUE "H".
               88 PCT-ACCEPTED VALUE "A".
               88 PCT-REJECTED VALUE "R".
           05 PCT-FLAGS PIC 9(4).
           05 PCT-USER PIC X(8).
           05 PCT-DECIDED-DATE PIC 9(8).
           05 PCT-DECIDED-TIME PIC 9(8).
       FD  FLAG-FILE.
       01  FLAG-RECORD.
           05 PFL-KIND PIC X.
           05 PFL-KEY PIC X(12).
           05 PFL-TONIGHT PIC S9(13)V999 SIGN LEADING SEPARATE.
           05 PFL-LOW PIC S9(13)V999 SIGN LEADING SEPARATE.
           05 PFL-HIGH PIC S9(13)V999 SIGN LEADING SEPARATE.
           05 PFL-NIGHTS PIC 9(2).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-FLAG-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-CONTROL-NAME PIC X(40).
       01 WS-FLAG-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-CONTROL-SWITCH PIC X VALUE "N".
           88 WS-HAVE-CONTROL VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 WS-FUNC-LIST VALUE "L".
           88 WS-FUNC-ACCEPT VALUE "A".
           88 WS-FUNC-REJECT VALUE "R".
           88 WS-FUNC-EXIT VALUE "X".
       01 WS-CONFIRM PIC X.
       01 WS-VERDICT-TEXT PIC X(8).
       01 WS-KIND-TEXT PIC X(9).
       01 WS-TONIGHT-OUT PIC -(12)9.999.
       01 WS-LOW-OUT PIC -(12)9.999.
       01 WS-HIGH-OUT PIC -(12)9.999.
       01 WS-DECIDED PIC 9(4) VALUE ZERO.
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(40).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "PLAUSACCEPT".
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
           MOVE "PLAUSCTL.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-CONTROL-NAME
           MOVE "PLAUSFLG.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-FLAG-NAME
           PERFORM LOAD-CONTROL-RECORD
           IF NOT WS-HAVE-CONTROL
              DISPLAY "PLAUSCTL.DAT NOT ON FILE - NO NIGHT HAS BEEN "
                 "CHECKED"
           ELSE
              PERFORM SHOW-VERDICT
              PERFORM UNTIL WS-FUNC-EXIT
                 DISPLAY "PLAUSIBILITY - L LIST, A ACCEPT, R REJECT,"
                    " X EXIT"
                 ACCEPT WS-FUNCTION
                 EVALUATE TRUE
                    WHEN WS-FUNC-LIST
                       PERFORM LIST-FLAGS
                    WHEN WS-FUNC-ACCEPT
                       PERFORM DECIDE-NIGHT
                    WHEN WS-FUNC-REJECT
                       PERFORM DECIDE-NIGHT
                    WHEN WS-FUNC-EXIT
                       CONTINUE
                    WHEN OTHER
                       DISPLAY "UNKNOWN FUNCTION " WS-FUNCTION
                 END-EVALUATE
              END-PERFORM
           END-IF
           DISPLAY "PLAUSACCEPT COMPLETE - " WS-DECIDED " DECIDED"
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LOAD-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
              READ CONTROL-FILE
                 NOT AT END
                    SET WS-HAVE-CONTROL TO TRUE
              END-READ
              CLOSE CONTROL-FILE
           END-IF.

       SHOW-VERDICT.
           EVALUATE TRUE
              WHEN PCT-PASSED
                 MOVE "PASSED" TO WS-VERDICT-TEXT
              WHEN PCT-HELD
                 MOVE "HELD" TO WS-VERDICT-TEXT
              WHEN PCT-ACCEPTED
                 MOVE "ACCEPTED" TO WS-VERDICT-TEXT
              WHEN PCT-REJECTED
                 MOVE "REJECTED" TO WS-VERDICT-TEXT
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-VERDICT-TEXT
           END-EVALUATE
           DISPLAY "NIGHT OF " PCT-DATE " " WS-VERDICT-TEXT " - "
              PCT-FLAGS " IMPLAUSIBLE TOTALS"
           IF PCT-ACCEPTED OR PCT-REJECTED
              DISPLAY "DECIDED BY " PCT-USER " ON " PCT-DECIDED-DATE
                 " AT " PCT-DECIDED-TIME(1:4)
           END-IF.

       LIST-FLAGS.
           PERFORM SHOW-VERDICT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FLAG-FILE
           IF WS-FLAG-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ FLAG-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       PERFORM SHOW-ONE-FLAG
                 END-READ
              END-PERFORM
              CLOSE FLAG-FILE
           END-IF.

       SHOW-ONE-FLAG.
           EVALUATE PFL-KIND
              WHEN "P"
                 MOVE "PRODUCER" TO WS-KIND-TEXT
              WHEN "A"
                 MOVE "ACCOUNT" TO WS-KIND-TEXT
              WHEN "M"
                 MOVE "MATERIAL" TO WS-KIND-TEXT
              WHEN OTHER
                 MOVE PFL-KIND TO WS-KIND-TEXT
           END-EVALUATE
           MOVE PFL-TONIGHT TO WS-TONIGHT-OUT
           MOVE PFL-LOW TO WS-LOW-OUT
           MOVE PFL-HIGH TO WS-HIGH-OUT
           DISPLAY WS-KIND-TEXT " " PFL-KEY " TONIGHT "
              WS-TONIGHT-OUT
           DISPLAY "       EXPECTED " WS-LOW-OUT " TO " WS-HIGH-OUT
              " FROM " PFL-NIGHTS " NIGHTS".

      *****************************************************************
      * DECIDE-NIGHT accepts or rejects a held night's figures once
      * the operator has confirmed, and records who decided.
      *****************************************************************
       DECIDE-NIGHT.
           IF NOT PCT-HELD
              DISPLAY "NIGHT OF " PCT-DATE " IS NOT HELD - NOTHING "
                 "TO DECIDE"
           ELSE
              IF WS-FUNC-ACCEPT
                 DISPLAY "ACCEPT THE FIGURES FOR " PCT-DATE
                    " AND RELEASE THE REPORTS (Y/N):"
              ELSE
                 DISPLAY "REJECT THE FIGURES FOR " PCT-DATE
                    " AND WITHHOLD THE REPORTS (Y/N):"
              END-IF
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                 ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
                 ACCEPT WS-AUDIT-TIME FROM TIME
                 MOVE SPACES TO WS-AUDIT-ACTION
                 IF WS-FUNC-ACCEPT
                    SET PCT-ACCEPTED TO TRUE
                    STRING "PLAUSIBILITY " PCT-DATE " ACCEPTED"
                       DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                 ELSE
                    SET PCT-REJECTED TO TRUE
                    STRING "PLAUSIBILITY " PCT-DATE " REJECTED"
                       DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                 END-IF
                 MOVE WS-AUTH-USER TO PCT-USER
                 MOVE WS-AUDIT-DATE TO PCT-DECIDED-DATE
                 MOVE WS-AUDIT-TIME TO PCT-DECIDED-TIME
                 OPEN OUTPUT CONTROL-FILE
                 WRITE CONTROL-RECORD
                 CLOSE CONTROL-FILE
                 PERFORM WRITE-ADMIN-AUDIT-ENTRY
                 ADD 1 TO WS-DECIDED
                 PERFORM SHOW-VERDICT
              ELSE
                 DISPLAY "NOTHING CHANGED"
              END-IF
           END-IF.

       WRITE-ADMIN-AUDIT-ENTRY.
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

       END PROGRAM plausAccept.

       COPY AUTHGATE.

       COPY DATESERV.

       COPY ENVNAME.
