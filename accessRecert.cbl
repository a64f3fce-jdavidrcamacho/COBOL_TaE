      * quarterly access recertification campaign
      *    TOPIC:
      *    EVERY ENTITLEMENT VOUCHED FOR BY THE PERSON WHO OWNS IT
      *****************************************************************
      * Each quarter the auditors want proof that every user still
      * needs every entitlement.  A campaign is run from here, one
      * function keyed at a time:
      *
      *   O  open a campaign, numbered by the processing date.  Every
      *      direct grant on ENTFILE.DAT and every role assignment on
      *      USERROLE.DAT becomes one numbered line on RECERT.DAT,
      *      carrying the user's department and the last date the
      *      user ran the program (for a role, any of the role's
      *      programs) according to RUNLOG.DAT.  One worksheet per
      *      department, RCW<department>.DAT, goes out through the
      *      shared REPORT-WRITER with the department owner named in
      *      the title;
      *   L  list a department's lines (blank for every department)
      *      with the decision taken on each;
      *   D  record the owner's decision on a line - K keep or
      *      R revoke.  A revocation is not applied here: it is filed
      *      to PENDACT.DAT as an ENTREVOK action for a second
      *      operator to approve through actionApprove, which takes
      *      the grant or assignment away and marks the line;
      *   C  close the campaign, filing RECERTRPT.DAT with the
      *      completion rate, the revocations and how each stands,
      *      and every line left uncertified;
      *   X  exit.
      *
      * A user's department is the one named for the user on
      * USERDEPT.DAT (user in columns 1-8, department in 9-20); a
      * user not named there is worked under UNASSIGNED.  The owner
      * of a department is the name on its first active account in
      * ACCTMAST.DAT.  Nobody may decide a line for their own access,
      * and only one campaign may be open at a time; RECERTCTL.DAT
      * holds the latest campaign and whether it is open or closed.
      * Opening, closing and every decision are written to the login
      * audit file the way the other maintenance programs record
      * theirs.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. accessRecert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "RECERTCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CONTROL-STATUS.
           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RECERT-STATUS.
           SELECT ENT-FILE ASSIGN TO "ENTFILE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ENT-STATUS.
           SELECT USER-ROLE-FILE ASSIGN TO "USERROLE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-USER-ROLE-STATUS.
           SELECT ROLE-FILE ASSIGN TO "ROLEFILE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ROLE-STATUS.
           SELECT USER-DEPT-FILE ASSIGN TO "USERDEPT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-USER-DEPT-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MASTER-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RUN-LOG-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDACT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PENDING-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 RCC-CAMPAIGN PIC 9(8).
           05 RCC-STATUS PIC X.
               88 RCC-OPEN VALUE "O".
               88 RCC-CLOSED VALUE "C".
           05 RCC-OPENED-BY PIC X(8).
           05 RCC-CLOSED-DATE PIC 9(8).
      *    One line per entitlement under review: a direct grant (G)
      *    of a program, or a role (R) assignment.  The revoke status
      *    follows a revocation through the dual control - P pending,
      *    A approved and applied, J rejected.
       FD  RECERT-FILE.
       01  RECERT-RECORD.
           05 RC-CAMPAIGN PIC 9(8).
           05 RC-LINE PIC 9(4).
           05 RC-DEPT PIC X(12).
           05 RC-USER-ID PIC X(8).
           05 RC-KIND PIC X.
           05 RC-ROLE PIC X(8).
           05 RC-PROGRAM PIC X(30).
           05 RC-LAST-USED PIC 9(8).
           05 RC-DECISION PIC X.
               88 RC-UNDECIDED VALUE SPACE.
               88 RC-KEEP VALUE "K".
               88 RC-REVOKE VALUE "R".
           05 RC-DECIDED-BY PIC X(8).
           05 RC-DECIDED-DATE PIC 9(8).
           05 RC-REVOKE-STATUS PIC X.
       FD  ENT-FILE.
       01  ENT-RECORD.
           05 ENT-USER-ID PIC X(8).
           05 ENT-PROGRAM PIC X(30).
       FD  USER-ROLE-FILE.
       01  USER-ROLE-RECORD.
           05 UR-USER-ID PIC X(8).
           05 UR-ROLE PIC X(8).
       FD  ROLE-FILE.
       01  ROLE-RECORD.
           05 ROLE-NAME PIC X(8).
           05 ROLE-PROGRAM PIC X(30).
       FD  USER-DEPT-FILE.
       01  USER-DEPT-RECORD.
           05 UD-USER-ID PIC X(8).
           05 UD-DEPT PIC X(12).
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MST-ACCOUNT PIC X(4).
           05 MST-NAME PIC X(20).
           05 MST-DEPT PIC X(12).
           05 MST-STATUS PIC X.
           05 MST-TAX-CODE PIC X(4).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05 RL-DATE PIC 9(8).
           05 FILLER PIC X(18).
           05 RL-PROGRAM PIC X(30).
           05 RL-EVENT PIC X(20).
           05 RL-STATUS PIC X.
           05 FILLER PIC X(6).
           05 RL-USER-ID PIC X(8).
           05 FILLER PIC X(29).
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05 PND-DATE PIC 9(8).
           05 PND-TIME PIC 9(8).
           05 PND-REQUESTER PIC X(8).
           05 PND-ACTION PIC X(8).
           05 PND-TARGET PIC X(12).
           05 PND-STATUS PIC X.
           05 PND-APPROVER PIC X(8).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-RECERT-STATUS PIC XX.
       01 WS-ENT-STATUS PIC XX.
       01 WS-USER-ROLE-STATUS PIC XX.
       01 WS-ROLE-STATUS PIC XX.
       01 WS-USER-DEPT-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-RUN-LOG-STATUS PIC XX.
       01 WS-PENDING-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-HAVE-CONTROL-SWITCH PIC X VALUE "N".
           88 WS-HAVE-CONTROL VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 WS-FUNC-OPEN VALUE "O".
           88 WS-FUNC-LIST VALUE "L".
           88 WS-FUNC-DECIDE VALUE "D".
           88 WS-FUNC-CLOSE VALUE "C".
           88 WS-FUNC-EXIT VALUE "X".
      *    Every campaign's lines, kept whole so the file can be
      *    rewritten after a decision.
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 5000 TIMES PIC X(97).
       01 WS-LINE-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-LINES PIC 9(4) COMP VALUE 5000.
       01 WS-LINE-IX PIC 9(4) COMP.
       01 WS-FOUND-IX PIC 9(4) COMP.
       01 WS-NEXT-LINE PIC 9(4).
       01 WS-USER-DEPT-TABLE.
           05 WS-UDT-ENTRY OCCURS 500 TIMES.
               10 WS-UDT-USER-ID PIC X(8).
               10 WS-UDT-DEPT PIC X(12).
       01 WS-USER-DEPT-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-OWNER-TABLE.
           05 WS-OWN-ENTRY OCCURS 500 TIMES.
               10 WS-OWN-DEPT PIC X(12).
               10 WS-OWN-NAME PIC X(20).
       01 WS-OWNER-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-ROLE-TABLE.
           05 WS-RLE-ENTRY OCCURS 500 TIMES.
               10 WS-RLE-NAME PIC X(8).
               10 WS-RLE-PROGRAM PIC X(30).
       01 WS-ROLE-COUNT PIC 9(4) COMP VALUE 0.
      *    The last successful start of each user and program on the
      *    run log.
       01 WS-USED-TABLE.
           05 WS-USED-ENTRY OCCURS 2000 TIMES.
               10 WS-USD-USER-ID PIC X(8).
               10 WS-USD-PROGRAM PIC X(30).
               10 WS-USD-DATE PIC 9(8).
       01 WS-USED-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-DEPT-LIST.
           05 WS-DEPT-NAME OCCURS 500 TIMES PIC X(12).
       01 WS-DEPT-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-DEPT-IX PIC 9(4) COMP.
       01 I PIC 9(4) COMP.
       01 J PIC 9(4) COMP.
       01 WS-MATCH-SWITCH PIC X.
           88 WS-MATCHED VALUE "Y".
       01 WS-THIS-DEPT PIC X(12).
       01 WS-THIS-OWNER PIC X(20).
       01 WS-THIS-USER PIC X(8).
       01 WS-THIS-PROGRAM PIC X(30).
       01 WS-THIS-LAST-USED PIC 9(8).
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-CAMPAIGN-OUT PIC 9(8).
       01 WS-LINE-IN PIC X(4).
       01 WS-LINE-NUMBER PIC 9(4).
       01 WS-DECISION-IN PIC X.
       01 WS-DEPT-IN PIC X(12).
       01 WS-ENTITLEMENT-TEXT PIC X(38).
       01 WS-LAST-USED-TEXT PIC X(8).
       01 WS-DECISION-TEXT PIC X(16).
       01 WS-CAMPAIGN-LINES PIC 9(4).
       01 WS-DECIDED-LINES PIC 9(4).
       01 WS-KEPT-LINES PIC 9(4).
       01 WS-REVOKED-LINES PIC 9(4).
       01 WS-REVOKE-APPLIED PIC 9(4).
       01 WS-REVOKE-PENDING PIC 9(4).
       01 WS-REVOKE-REJECTED PIC 9(4).
       01 WS-UNCERTIFIED PIC 9(4).
       01 WS-COMPLETION-PCT PIC 9(3)V9.
       01 WS-COMPLETION-OUT PIC ZZ9.9.
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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "ACCESSRECERT".
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
           PERFORM LOAD-CONTROL-RECORD
           PERFORM LOAD-LINE-TABLE
           PERFORM SHOW-CAMPAIGN
           PERFORM UNTIL WS-FUNC-EXIT
              DISPLAY "RECERTIFICATION - O OPEN, L LIST, D DECIDE,"
                 " C CLOSE, X EXIT"
              ACCEPT WS-FUNCTION
              EVALUATE TRUE
                 WHEN WS-FUNC-OPEN
                    PERFORM OPEN-CAMPAIGN
                 WHEN WS-FUNC-LIST
                    PERFORM LIST-LINES
                 WHEN WS-FUNC-DECIDE
                    PERFORM DECIDE-LINE
                 WHEN WS-FUNC-CLOSE
                    PERFORM CLOSE-CAMPAIGN
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN FUNCTION " WS-FUNCTION
              END-EVALUATE
           END-PERFORM
           DISPLAY "ACCESSRECERT COMPLETE"
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LOAD-CONTROL-RECORD.
           MOVE "N" TO WS-HAVE-CONTROL-SWITCH
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
              READ CONTROL-FILE
                 NOT AT END
                    SET WS-HAVE-CONTROL TO TRUE
              END-READ
              CLOSE CONTROL-FILE
           END-IF.

       WRITE-CONTROL-RECORD.
           OPEN OUTPUT CONTROL-FILE
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE
           SET WS-HAVE-CONTROL TO TRUE.

       SHOW-CAMPAIGN.
           IF NOT WS-HAVE-CONTROL
              DISPLAY "NO CAMPAIGN HAS BEEN RUN"
           ELSE
              IF RCC-OPEN
                 DISPLAY "CAMPAIGN " RCC-CAMPAIGN " OPEN, OPENED BY "
                    RCC-OPENED-BY
              ELSE
                 DISPLAY "CAMPAIGN " RCC-CAMPAIGN " CLOSED ON "
                    RCC-CLOSED-DATE
              END-IF
           END-IF.

       LOAD-LINE-TABLE.
           MOVE 0 TO WS-LINE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RECERT-FILE
           IF WS-RECERT-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ RECERT-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-LINE-COUNT = WS-MAX-LINES
                          DISPLAY "RECERTIFICATION TABLE FULL - LINES"
                             " PAST " WS-MAX-LINES " IGNORED"
                          SET WS-EOF TO TRUE
                       ELSE
                          ADD 1 TO WS-LINE-COUNT
                          MOVE RECERT-RECORD TO
                             WS-LINE-ENTRY(WS-LINE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECERT-FILE
           END-IF.

       REWRITE-RECERT-FILE.
           OPEN OUTPUT RECERT-FILE
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                 UNTIL WS-LINE-IX > WS-LINE-COUNT
              MOVE WS-LINE-ENTRY(WS-LINE-IX) TO RECERT-RECORD
              WRITE RECERT-RECORD
           END-PERFORM
           CLOSE RECERT-FILE.

      *****************************************************************
      * OPEN-CAMPAIGN lays out one line per grant and assignment on
      * file today, under the user's department, and sends each
      * department its worksheet.
      *****************************************************************
       OPEN-CAMPAIGN.
           IF WS-HAVE-CONTROL AND RCC-OPEN
              DISPLAY "CAMPAIGN " RCC-CAMPAIGN " IS STILL OPEN - "
                 "CLOSE IT FIRST"
           ELSE
              IF WS-HAVE-CONTROL
                 AND RCC-CAMPAIGN = WS-PROCESS-DATE
                 DISPLAY "A CAMPAIGN WAS ALREADY RUN FOR "
                    WS-PROCESS-DATE
              ELSE
                 PERFORM LOAD-REFERENCE-TABLES
                 MOVE ZERO TO WS-NEXT-LINE
                 PERFORM ADD-GRANT-LINES
                 PERFORM ADD-ROLE-LINES
                 IF WS-NEXT-LINE = ZERO
                    DISPLAY "NO GRANTS OR ROLE ASSIGNMENTS ON FILE - "
                       "NOTHING TO RECERTIFY"
                 ELSE
                    PERFORM REWRITE-RECERT-FILE
                    MOVE WS-PROCESS-DATE TO RCC-CAMPAIGN
                    SET RCC-OPEN TO TRUE
                    MOVE WS-AUTH-USER TO RCC-OPENED-BY
                    MOVE ZERO TO RCC-CLOSED-DATE
                    PERFORM WRITE-CONTROL-RECORD
                    PERFORM WRITE-WORKSHEETS
                    MOVE SPACES TO WS-AUDIT-ACTION
                    STRING "RECERT " WS-PROCESS-DATE " OPENED"
                       DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                    PERFORM WRITE-ADMIN-AUDIT-ENTRY
                    DISPLAY "CAMPAIGN " WS-PROCESS-DATE " OPENED - "
                       WS-NEXT-LINE " LINES IN " WS-DEPT-COUNT
                       " DEPARTMENTS"
                 END-IF
              END-IF
           END-IF.

       LOAD-REFERENCE-TABLES.
           MOVE 0 TO WS-USER-DEPT-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT USER-DEPT-FILE
           IF WS-USER-DEPT-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ USER-DEPT-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-USER-DEPT-COUNT < 500
                          ADD 1 TO WS-USER-DEPT-COUNT
                          MOVE UD-USER-ID TO
                             WS-UDT-USER-ID(WS-USER-DEPT-COUNT)
                          MOVE UD-DEPT TO
                             WS-UDT-DEPT(WS-USER-DEPT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE USER-DEPT-FILE
           END-IF
           MOVE 0 TO WS-OWNER-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ MASTER-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF MST-STATUS NOT = "C"
                          PERFORM NOTE-DEPT-OWNER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MASTER-FILE
           END-IF
           MOVE 0 TO WS-ROLE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ROLE-FILE
           IF WS-ROLE-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ ROLE-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-ROLE-COUNT < 500
                          ADD 1 TO WS-ROLE-COUNT
                          MOVE ROLE-NAME TO WS-RLE-NAME(WS-ROLE-COUNT)
                          MOVE ROLE-PROGRAM TO
                             WS-RLE-PROGRAM(WS-ROLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROLE-FILE
           END-IF
           PERFORM LOAD-LAST-USED.

       NOTE-DEPT-OWNER.
           MOVE "N" TO WS-MATCH-SWITCH
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-OWNER-COUNT OR WS-MATCHED
              IF WS-OWN-DEPT(I) = MST-DEPT
                 SET WS-MATCHED TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-MATCHED AND WS-OWNER-COUNT < 500
              ADD 1 TO WS-OWNER-COUNT
              MOVE MST-DEPT TO WS-OWN-DEPT(WS-OWNER-COUNT)
              MOVE MST-NAME TO WS-OWN-NAME(WS-OWNER-COUNT)
           END-IF.

      *****************************************************************
      * LOAD-LAST-USED keeps, for each user and program, the latest
      * date the run log shows the user let in to the program.
      *****************************************************************
       LOAD-LAST-USED.
           MOVE 0 TO WS-USED-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUN-LOG-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ RUN-LOG-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF RL-EVENT = " EVENT=START STATUS="
                          AND RL-STATUS = "Y"
                          AND RL-DATE IS NUMERIC
                          PERFORM NOTE-LAST-USED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
           END-IF.

       NOTE-LAST-USED.
           MOVE "N" TO WS-MATCH-SWITCH
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-USED-COUNT OR WS-MATCHED
              IF WS-USD-USER-ID(I) = RL-USER-ID
                 AND WS-USD-PROGRAM(I) = RL-PROGRAM
                 SET WS-MATCHED TO TRUE
                 IF RL-DATE > WS-USD-DATE(I)
                    MOVE RL-DATE TO WS-USD-DATE(I)
                 END-IF
              END-IF
           END-PERFORM
           IF NOT WS-MATCHED AND WS-USED-COUNT < 2000
              ADD 1 TO WS-USED-COUNT
              MOVE RL-USER-ID TO WS-USD-USER-ID(WS-USED-COUNT)
              MOVE RL-PROGRAM TO WS-USD-PROGRAM(WS-USED-COUNT)
              MOVE RL-DATE TO WS-USD-DATE(WS-USED-COUNT)
           END-IF.

       ADD-GRANT-LINES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ENT-FILE
           IF WS-ENT-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ ENT-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF ENT-USER-ID NOT = SPACES
                          MOVE ENT-USER-ID TO WS-THIS-USER
                          MOVE ENT-PROGRAM TO WS-THIS-PROGRAM
                          PERFORM FIND-PROGRAM-LAST-USED
                          PERFORM START-LINE
                          MOVE "G" TO RC-KIND
                          MOVE SPACES TO RC-ROLE
                          MOVE ENT-PROGRAM TO RC-PROGRAM
                          PERFORM FILE-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENT-FILE
           END-IF.

       ADD-ROLE-LINES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT USER-ROLE-FILE
           IF WS-USER-ROLE-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ USER-ROLE-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF UR-USER-ID NOT = SPACES
                          MOVE UR-USER-ID TO WS-THIS-USER
                          MOVE ZERO TO WS-THIS-LAST-USED
                          PERFORM VARYING J FROM 1 BY 1
                                UNTIL J > WS-ROLE-COUNT
                             IF WS-RLE-NAME(J) = UR-ROLE
                                PERFORM NOTE-ROLE-PROGRAM-USE
                             END-IF
                          END-PERFORM
                          PERFORM START-LINE
                          MOVE "R" TO RC-KIND
                          MOVE UR-ROLE TO RC-ROLE
                          MOVE SPACES TO RC-PROGRAM
                          PERFORM FILE-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE USER-ROLE-FILE
           END-IF.

       NOTE-ROLE-PROGRAM-USE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-USED-COUNT
              IF WS-USD-USER-ID(I) = WS-THIS-USER
                 AND WS-USD-PROGRAM(I) = WS-RLE-PROGRAM(J)
                 AND WS-USD-DATE(I) > WS-THIS-LAST-USED
                 MOVE WS-USD-DATE(I) TO WS-THIS-LAST-USED
              END-IF
           END-PERFORM.

       FIND-PROGRAM-LAST-USED.
           MOVE ZERO TO WS-THIS-LAST-USED
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-USED-COUNT
              IF WS-USD-USER-ID(I) = WS-THIS-USER
                 AND WS-USD-PROGRAM(I) = WS-THIS-PROGRAM
                 MOVE WS-USD-DATE(I) TO WS-THIS-LAST-USED
              END-IF
           END-PERFORM.

      *    START-LINE fills the parts of a new line common to grants
      *    and roles: its number, the user's department and the
      *    last-used date worked out for it.
       START-LINE.
           MOVE SPACES TO RECERT-RECORD
           ADD 1 TO WS-NEXT-LINE
           MOVE WS-PROCESS-DATE TO RC-CAMPAIGN
           MOVE WS-NEXT-LINE TO RC-LINE
           MOVE "UNASSIGNED" TO RC-DEPT
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-USER-DEPT-COUNT
              IF WS-UDT-USER-ID(I) = WS-THIS-USER
                 MOVE WS-UDT-DEPT(I) TO RC-DEPT
              END-IF
           END-PERFORM
           MOVE WS-THIS-USER TO RC-USER-ID
           MOVE WS-THIS-LAST-USED TO RC-LAST-USED
           MOVE ZERO TO RC-DECIDED-DATE.

       FILE-LINE.
           IF WS-LINE-COUNT < WS-MAX-LINES
              ADD 1 TO WS-LINE-COUNT
              MOVE RECERT-RECORD TO WS-LINE-ENTRY(WS-LINE-COUNT)
           ELSE
              SUBTRACT 1 FROM WS-NEXT-LINE
              DISPLAY "RECERTIFICATION TABLE FULL - " RC-USER-ID
                 " " RC-ROLE " " RC-PROGRAM " NOT LISTED"
           END-IF.

      *****************************************************************
      * WRITE-WORKSHEETS sends each department one worksheet of its
      * users' lines, with a column for the owner's mark.
      *****************************************************************
       WRITE-WORKSHEETS.
           MOVE 0 TO WS-DEPT-COUNT
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                 UNTIL WS-LINE-IX > WS-LINE-COUNT
              MOVE WS-LINE-ENTRY(WS-LINE-IX) TO RECERT-RECORD
              IF RC-CAMPAIGN = WS-PROCESS-DATE
                 MOVE "N" TO WS-MATCH-SWITCH
                 PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-DEPT-COUNT OR WS-MATCHED
                    IF WS-DEPT-NAME(I) = RC-DEPT
                       SET WS-MATCHED TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT WS-MATCHED AND WS-DEPT-COUNT < 500
                    ADD 1 TO WS-DEPT-COUNT
                    MOVE RC-DEPT TO WS-DEPT-NAME(WS-DEPT-COUNT)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                 UNTIL WS-DEPT-IX > WS-DEPT-COUNT
              PERFORM WRITE-ONE-WORKSHEET
           END-PERFORM.

       WRITE-ONE-WORKSHEET.
           MOVE WS-DEPT-NAME(WS-DEPT-IX) TO WS-THIS-DEPT
           MOVE "(NO OWNER ON FILE)" TO WS-THIS-OWNER
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OWNER-COUNT
              IF WS-OWN-DEPT(I) = WS-THIS-DEPT
                 MOVE WS-OWN-NAME(I) TO WS-THIS-OWNER
              END-IF
           END-PERFORM
           MOVE "O" TO WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-FILE
           STRING "RCW" WS-THIS-DEPT DELIMITED BY SPACE
              ".DAT" DELIMITED BY SIZE INTO WS-RPT-FILE
           MOVE SPACES TO WS-RPT-TITLE
           STRING "RECERTIFICATION " WS-PROCESS-DATE " "
              DELIMITED BY SIZE
              WS-THIS-DEPT DELIMITED BY SPACE
              " OWNER " WS-THIS-OWNER DELIMITED BY SIZE
              INTO WS-RPT-TITLE
           MOVE "LINE USER     ENTITLEMENT                            LA
      -       "ST USED KEEP/REVOKE" TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                 UNTIL WS-LINE-IX > WS-LINE-COUNT
              MOVE WS-LINE-ENTRY(WS-LINE-IX) TO RECERT-RECORD
              IF RC-CAMPAIGN = WS-PROCESS-DATE
                 AND RC-DEPT = WS-THIS-DEPT
                 PERFORM FORMAT-LINE
                 MOVE SPACES TO WS-RPT-LINE
                 STRING RC-LINE " " RC-USER-ID " "
                    WS-ENTITLEMENT-TEXT " " WS-LAST-USED-TEXT
                    "  ____" DELIMITED BY SIZE INTO WS-RPT-LINE
                 MOVE "D" TO WS-RPT-ACTION
                 CALL "REPORT-WRITER" USING WS-RPT-ACTION
                    WS-RPT-FILE WS-RPT-TITLE WS-RPT-HEADING
                    WS-RPT-LINE
              END-IF
           END-PERFORM
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           DISPLAY "WORKSHEET " WS-RPT-FILE(1:20) " FOR "
              WS-THIS-OWNER.

       FORMAT-LINE.
           MOVE SPACES TO WS-ENTITLEMENT-TEXT
           IF RC-KIND = "R"
              STRING "ROLE " RC-ROLE DELIMITED BY SIZE
                 INTO WS-ENTITLEMENT-TEXT
           ELSE
              STRING "PROGRAM " RC-PROGRAM DELIMITED BY SIZE
                 INTO WS-ENTITLEMENT-TEXT
           END-IF
           IF RC-LAST-USED = ZERO
              MOVE "NEVER" TO WS-LAST-USED-TEXT
           ELSE
              MOVE RC-LAST-USED TO WS-LAST-USED-TEXT
           END-IF
           EVALUATE TRUE
              WHEN RC-KEEP
                 MOVE "KEEP" TO WS-DECISION-TEXT
              WHEN RC-REVOKE AND RC-REVOKE-STATUS = "A"
                 MOVE "REVOKED" TO WS-DECISION-TEXT
              WHEN RC-REVOKE AND RC-REVOKE-STATUS = "J"
                 MOVE "REVOKE REJECTED" TO WS-DECISION-TEXT
              WHEN RC-REVOKE
                 MOVE "REVOKE PENDING" TO WS-DECISION-TEXT
              WHEN OTHER
                 MOVE "UNCERTIFIED" TO WS-DECISION-TEXT
           END-EVALUATE.

       LIST-LINES.
           IF NOT WS-HAVE-CONTROL
              DISPLAY "NO CAMPAIGN HAS BEEN RUN"
           ELSE
              DISPLAY "Department (blank for all): "
              ACCEPT WS-DEPT-IN
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-LINE-COUNT
                 MOVE WS-LINE-ENTRY(WS-LINE-IX) TO RECERT-RECORD
                 IF RC-CAMPAIGN = RCC-CAMPAIGN
                    AND (WS-DEPT-IN = SPACES OR RC-DEPT = WS-DEPT-IN)
                    PERFORM FORMAT-LINE
                    DISPLAY RC-LINE " " RC-DEPT " " RC-USER-ID " "
                       WS-ENTITLEMENT-TEXT
                    DISPLAY "       LAST USED " WS-LAST-USED-TEXT " "
                       WS-DECISION-TEXT " " RC-DECIDED-BY
                 END-IF
              END-PERFORM
           END-IF.

      *****************************************************************
      * DECIDE-LINE takes the owner's keep or revoke on one line of
      * the open campaign.  A revocation goes to the dual control;
      * once filed it cannot be changed here.
      *****************************************************************
       DECIDE-LINE.
           IF NOT WS-HAVE-CONTROL OR NOT RCC-OPEN
              DISPLAY "NO CAMPAIGN IS OPEN"
           ELSE
              DISPLAY "Line number (4 digits): "
              ACCEPT WS-LINE-IN
              MOVE ZERO TO WS-FOUND-IX
              IF WS-LINE-IN IS NUMERIC
                 MOVE WS-LINE-IN TO WS-LINE-NUMBER
                 PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                       UNTIL WS-LINE-IX > WS-LINE-COUNT
                    MOVE WS-LINE-ENTRY(WS-LINE-IX) TO RECERT-RECORD
                    IF RC-CAMPAIGN = RCC-CAMPAIGN
                       AND RC-LINE = WS-LINE-NUMBER
                       MOVE WS-LINE-IX TO WS-FOUND-IX
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-FOUND-IX = ZERO
                 DISPLAY "NO SUCH LINE IN CAMPAIGN " RCC-CAMPAIGN
              ELSE
                 MOVE WS-LINE-ENTRY(WS-FOUND-IX) TO RECERT-RECORD
                 PERFORM FORMAT-LINE
                 DISPLAY RC-LINE " " RC-DEPT " " RC-USER-ID " "
                    WS-ENTITLEMENT-TEXT " LAST USED "
                    WS-LAST-USED-TEXT
                 EVALUATE TRUE
                    WHEN RC-USER-ID = WS-AUTH-USER
                       DISPLAY "REFUSED - NOBODY MAY CERTIFY THEIR OWN"
                          " ACCESS"
                    WHEN RC-REVOKE
                       DISPLAY "REVOCATION ALREADY FILED - "
                          WS-DECISION-TEXT
                    WHEN OTHER
                       PERFORM TAKE-DECISION
                 END-EVALUATE
              END-IF
           END-IF.

       TAKE-DECISION.
           DISPLAY "K to keep, R to revoke: "
           ACCEPT WS-DECISION-IN
           IF WS-DECISION-IN = "K" OR WS-DECISION-IN = "R"
              MOVE WS-DECISION-IN TO RC-DECISION
              MOVE WS-AUTH-USER TO RC-DECIDED-BY
              MOVE WS-PROCESS-DATE TO RC-DECIDED-DATE
              MOVE SPACES TO WS-AUDIT-ACTION
              IF RC-REVOKE
                 MOVE "P" TO RC-REVOKE-STATUS
                 PERFORM FILE-REVOKE-ACTION
                 STRING "RECERT LINE " RC-LINE " " RC-USER-ID
                    " REVOKE" DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              ELSE
                 STRING "RECERT LINE " RC-LINE " " RC-USER-ID
                    " KEEP" DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              END-IF
              MOVE RECERT-RECORD TO WS-LINE-ENTRY(WS-FOUND-IX)
              IF RC-REVOKE
                 DISPLAY "REVOCATION FILED FOR APPROVAL - A SECOND "
                    "OPERATOR MUST APPROVE IT THROUGH ACTIONAPPROVE"
              ELSE
                 DISPLAY "LINE " RC-LINE " KEPT"
              END-IF
              PERFORM REWRITE-RECERT-FILE
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
           ELSE
              DISPLAY "NO DECISION TAKEN"
           END-IF.

      *    The pending action names the campaign and line; the line
      *    carries what is to be revoked.
       FILE-REVOKE-ACTION.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS = "35"
              OPEN OUTPUT PENDING-FILE
           END-IF
           MOVE WS-AUDIT-DATE TO PND-DATE
           MOVE WS-AUDIT-TIME TO PND-TIME
           MOVE WS-AUTH-USER TO PND-REQUESTER
           MOVE "ENTREVOK" TO PND-ACTION
           MOVE SPACES TO PND-TARGET
           MOVE RC-CAMPAIGN TO WS-CAMPAIGN-OUT
           STRING WS-CAMPAIGN-OUT RC-LINE DELIMITED BY SIZE
              INTO PND-TARGET
           MOVE "P" TO PND-STATUS
           MOVE SPACES TO PND-APPROVER
           WRITE PENDING-RECORD
           CLOSE PENDING-FILE.

      *****************************************************************
      * CLOSE-CAMPAIGN files the completion report and closes the
      * campaign; lines still undecided stay on the report as
      * uncertified.
      *****************************************************************
       CLOSE-CAMPAIGN.
           IF NOT WS-HAVE-CONTROL OR NOT RCC-OPEN
              DISPLAY "NO CAMPAIGN IS OPEN"
           ELSE
              MOVE ZERO TO WS-CAMPAIGN-LINES WS-DECIDED-LINES
                 WS-KEPT-LINES WS-REVOKED-LINES WS-REVOKE-APPLIED
                 WS-REVOKE-PENDING WS-REVOKE-REJECTED WS-UNCERTIFIED
              MOVE "O" TO WS-RPT-ACTION
              MOVE "RECERTRPT.DAT" TO WS-RPT-FILE
              MOVE SPACES TO WS-RPT-TITLE
              STRING "ACCESS RECERTIFICATION " RCC-CAMPAIGN
                 " - CAMPAIGN CLOSE" DELIMITED BY SIZE
                 INTO WS-RPT-TITLE
              MOVE "LINE DEPARTMENT   USER     ENTITLEMENT
      -          "              LAST USED" TO WS-RPT-HEADING
              MOVE SPACES TO WS-RPT-LINE
              CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
                 WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
              MOVE "UNCERTIFIED ENTITLEMENTS:" TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-LINE-COUNT
                 MOVE WS-LINE-ENTRY(WS-LINE-IX) TO RECERT-RECORD
                 IF RC-CAMPAIGN = RCC-CAMPAIGN
                    PERFORM COUNT-CLOSING-LINE
                 END-IF
              END-PERFORM
              IF WS-UNCERTIFIED = ZERO
                 MOVE "  NONE" TO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
              PERFORM WRITE-CLOSING-TOTALS
              SET RCC-CLOSED TO TRUE
              MOVE WS-PROCESS-DATE TO RCC-CLOSED-DATE
              PERFORM WRITE-CONTROL-RECORD
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "RECERT " RCC-CAMPAIGN " CLOSED"
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
              DISPLAY "CAMPAIGN " RCC-CAMPAIGN " CLOSED - "
                 WS-COMPLETION-OUT "% COMPLETE, " WS-UNCERTIFIED
                 " UNCERTIFIED"
              DISPLAY "REPORT FILED TO RECERTRPT.DAT"
           END-IF.

       COUNT-CLOSING-LINE.
           ADD 1 TO WS-CAMPAIGN-LINES
           EVALUATE TRUE
              WHEN RC-KEEP
                 ADD 1 TO WS-DECIDED-LINES
                 ADD 1 TO WS-KEPT-LINES
              WHEN RC-REVOKE
                 ADD 1 TO WS-DECIDED-LINES
                 ADD 1 TO WS-REVOKED-LINES
                 EVALUATE RC-REVOKE-STATUS
                    WHEN "A"
                       ADD 1 TO WS-REVOKE-APPLIED
                    WHEN "J"
                       ADD 1 TO WS-REVOKE-REJECTED
                    WHEN OTHER
                       ADD 1 TO WS-REVOKE-PENDING
                 END-EVALUATE
              WHEN OTHER
                 ADD 1 TO WS-UNCERTIFIED
                 PERFORM FORMAT-LINE
                 MOVE SPACES TO WS-RPT-LINE
                 STRING RC-LINE " " RC-DEPT " " RC-USER-ID " "
                    WS-ENTITLEMENT-TEXT " " WS-LAST-USED-TEXT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

       WRITE-CLOSING-TOTALS.
           MOVE ZERO TO WS-COMPLETION-PCT
           IF WS-CAMPAIGN-LINES > ZERO
              COMPUTE WS-COMPLETION-PCT ROUNDED =
                 WS-DECIDED-LINES * 100 / WS-CAMPAIGN-LINES
           END-IF
           MOVE WS-COMPLETION-PCT TO WS-COMPLETION-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-CAMPAIGN-LINES " LINES, " WS-DECIDED-LINES
              " CERTIFIED - " WS-COMPLETION-OUT "% COMPLETE"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-KEPT-LINES " KEPT, " WS-REVOKED-LINES
              " REVOKED (" WS-REVOKE-APPLIED " APPLIED, "
              WS-REVOKE-PENDING " AWAITING APPROVAL, "
              WS-REVOKE-REJECTED " REJECTED AT APPROVAL)"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-UNCERTIFIED " ENTITLEMENTS LEFT UNCERTIFIED"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

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

       END PROGRAM accessRecert.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.
