      *   E - force expiration by resetting the user's last-changed
      *       date to 00010101, so the next login trips
      *       AG-CHECK-EXPIRATION and demands a new password;
      *   R - assign a user a role from ROLEFILE.DAT, on USERROLE.DAT;
      *   V - revoke a user's role;
      *   K - report every user whose programs break a conflict rule;
      *   X - exit.
      *
      * Entitlements resolve through roles as well as the direct
      * grants on ENTFILE.DAT (see AUTH-ENTITLED).  SODRULES.DAT
      * names program pairs one person must not hold together - the
      * first program in columns 1-30, the second in 31-60.  A role
      * assignment that would leave the user holding both programs
      * of any pair, counting direct grants and every other role the
      * user has, is refused and the refusal audited.  The K report
      * goes to SODRPT.DAT through the shared REPORT-WRITER, so a
      * conflict already on file - from a direct grant, or a role
      * whose program list has since grown - is found and listed.
      *
      * Every add, delete, and expire is logged to LOGINAUD.DAT in the
      * same date/time/USER=/OUTCOME= line AUTH-GATE's own audit
      * entries use, so the credential audit trail shows the
      * administrative changes alongside the login attempts.
      *
      * Every function but L and K changes the credential master,
      * and all of them are refused while the change-freeze calendar
      * has CRED frozen, unless the operator holds an approved
      * emergency change (see FREEZE.CPY).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CredAdmin.
           SELECT PENDING-FILE ASSIGN TO "PENDACT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PENDING-STATUS.
           SELECT ENT-FILE ASSIGN TO "ENTFILE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ENT-STATUS.
           SELECT USER-ROLE-FILE ASSIGN TO "USERROLE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-USER-ROLE-STATUS.
           SELECT ROLE-FILE ASSIGN TO "ROLEFILE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ROLE-STATUS.
           SELECT RULE-FILE ASSIGN TO "SODRULES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RULE-STATUS.
       DATA DIVISION.

       FILE SECTION.
           05 PND-TARGET PIC X(12).
           05 PND-STATUS PIC X.
           05 PND-APPROVER PIC X(8).
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
       FD  RULE-FILE.
       01  RULE-RECORD.
           05 RULE-PROGRAM-A PIC X(30).
           05 RULE-PROGRAM-B PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-CRED-STATUS PIC XX.
           88 WS-FUNC-EXPIRE VALUE "E".
           88 WS-FUNC-UNLOCK VALUE "U".
           88 WS-FUNC-MIGRATE VALUE "M".
           88 WS-FUNC-ASSIGN-ROLE VALUE "R".
           88 WS-FUNC-REVOKE-ROLE VALUE "V".
           88 WS-FUNC-CONFLICTS VALUE "K".
           88 WS-FUNC-EXIT VALUE "X".
       01 WS-HASH-WORK PIC X(16).
       01 WS-MIGRATED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(40).
       01 WS-CHANGE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FREEZE-MASTER PIC X(8) VALUE "CRED".
       01 WS-FREEZE-FUNCTION PIC X(12).
       01 WS-FREEZE-ALLOWED PIC X.
           88 WS-CHANGE-ALLOWED VALUE "Y".
       01 WS-ENT-STATUS PIC XX.
       01 WS-USER-ROLE-STATUS PIC XX.
       01 WS-ROLE-STATUS PIC XX.
       01 WS-RULE-STATUS PIC XX.
       01 WS-ENT-EOF-SWITCH PIC X.
           88 WS-ENT-EOF VALUE "Y".
      *    Direct grants, role assignments, role definitions and the
      *    conflict rules, loaded fresh for each role function.
       01 WS-GRANT-TABLE.
           05 WS-GRANT-ENTRY OCCURS 1000 TIMES.
               10 WS-GRT-USER-ID PIC X(8).
               10 WS-GRT-PROGRAM PIC X(30).
       01 WS-GRANT-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 500 TIMES.
               10 WS-ASG-USER-ID PIC X(8).
               10 WS-ASG-ROLE PIC X(8).
       01 WS-ASSIGN-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-ROLE-TABLE.
           05 WS-ROLE-ENTRY OCCURS 500 TIMES.
               10 WS-RLE-NAME PIC X(8).
               10 WS-RLE-PROGRAM PIC X(30).
       01 WS-ROLE-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 100 TIMES.
               10 WS-RUL-PROGRAM-A PIC X(30).
               10 WS-RUL-PROGRAM-B PIC X(30).
       01 WS-RULE-COUNT PIC 9(4) COMP VALUE 0.
      *    The programs one user holds, by any path.
       01 WS-HELD-TABLE.
           05 WS-HELD-PROGRAM OCCURS 300 TIMES PIC X(30).
       01 WS-HELD-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-HELD-IX PIC 9(4) COMP.
       01 WS-ALREADY-HELD-SWITCH PIC X.
           88 WS-ALREADY-HELD VALUE "Y".
       01 WS-CANDIDATE-PROGRAM PIC X(30).
       01 WS-CONFLICT-TABLE.
           05 WS-CONFLICT-RULE OCCURS 100 TIMES PIC 9(4) COMP.
       01 WS-CONFLICT-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-HAS-A-SWITCH PIC X.
           88 WS-HAS-A VALUE "Y".
       01 WS-HAS-B-SWITCH PIC X.
           88 WS-HAS-B VALUE "Y".
       01 WS-TARGET-ROLE PIC X(8).
       01 WS-EXTRA-ROLE PIC X(8).
       01 WS-ROLE-DEFINED-SWITCH PIC X.
           88 WS-ROLE-DEFINED VALUE "Y".
       01 WS-SOD-USERS PIC 9(4) VALUE ZERO.
       01 WS-SOD-PAIRS PIC 9(4) VALUE ZERO.
       01 WS-RULE-COUNT-OUT PIC 9(4).
       01 J PIC 9(4) COMP.
       01 K PIC 9(4) COMP.
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 I PIC 9(4) COMP.
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
           PERFORM UNTIL WS-FUNC-EXIT
              DISPLAY "CREDENTIAL ADMIN - L LIST, A ADD, D DELETE,"
                 " E EXPIRE, U UNLOCK, M MIGRATE, X EXIT"
              DISPLAY "                   R ASSIGN ROLE, V REVOKE ROLE,"
                 " K CONFLICT REPORT"
              ACCEPT WS-FUNCTION
              EVALUATE TRUE
                 WHEN WS-FUNC-LIST
                    PERFORM LIST-USERS
                 WHEN WS-FUNC-ADD
                    MOVE "ADD USER" TO WS-FREEZE-FUNCTION
                    PERFORM CHECK-CHANGE-FREEZE
                    IF WS-CHANGE-ALLOWED
                       PERFORM ADD-USER
                    END-IF
                 WHEN WS-FUNC-DELETE
                    MOVE "DELETE USER" TO WS-FREEZE-FUNCTION
                    PERFORM CHECK-CHANGE-FREEZE
                    IF WS-CHANGE-ALLOWED
                       PERFORM DELETE-USER
                    END-IF
                 WHEN WS-FUNC-EXPIRE
                    MOVE "EXPIRE USER" TO WS-FREEZE-FUNCTION
                    PERFORM CHECK-CHANGE-FREEZE
                    IF WS-CHANGE-ALLOWED
                       PERFORM EXPIRE-USER
                    END-IF
                 WHEN WS-FUNC-UNLOCK
                    MOVE "UNLOCK USER" TO WS-FREEZE-FUNCTION
                    PERFORM CHECK-CHANGE-FREEZE
                    IF WS-CHANGE-ALLOWED
                       PERFORM UNLOCK-USER
                    END-IF
                 WHEN WS-FUNC-MIGRATE
                    MOVE "MIGRATE PWDS" TO WS-FREEZE-FUNCTION
                    PERFORM CHECK-CHANGE-FREEZE
                    IF WS-CHANGE-ALLOWED
                       PERFORM MIGRATE-PASSWORDS
                    END-IF
                 WHEN WS-FUNC-ASSIGN-ROLE
                    MOVE "ASSIGN ROLE" TO WS-FREEZE-FUNCTION
                    PERFORM CHECK-CHANGE-FREEZE
                    IF WS-CHANGE-ALLOWED
                       PERFORM ASSIGN-ROLE
                    END-IF
                 WHEN WS-FUNC-REVOKE-ROLE
                    MOVE "REVOKE ROLE" TO WS-FREEZE-FUNCTION
                    PERFORM CHECK-CHANGE-FREEZE
                    IF WS-CHANGE-ALLOWED
                       PERFORM REVOKE-ROLE
                    END-IF
                 WHEN WS-FUNC-CONFLICTS
                    PERFORM CONFLICT-REPORT
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
              DISPLAY "USER " WS-TARGET-USER " UNLOCKED"
           END-IF.

      *****************************************************************
      * LOAD-ENTITLEMENT-TABLES reads the direct grants, the role
      * assignments, the role definitions and the conflict rules
      * afresh, so a role function sees any hand change made since
      * the session began.
      *****************************************************************
       LOAD-ENTITLEMENT-TABLES.
           MOVE 0 TO WS-GRANT-COUNT
           MOVE "N" TO WS-ENT-EOF-SWITCH
           OPEN INPUT ENT-FILE
           IF WS-ENT-STATUS = "00"
              PERFORM UNTIL WS-ENT-EOF
                 READ ENT-FILE
                    AT END
                       SET WS-ENT-EOF TO TRUE
                    NOT AT END
                       IF WS-GRANT-COUNT < 1000
                          ADD 1 TO WS-GRANT-COUNT
                          MOVE ENT-USER-ID TO
                             WS-GRT-USER-ID(WS-GRANT-COUNT)
                          MOVE ENT-PROGRAM TO
                             WS-GRT-PROGRAM(WS-GRANT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENT-FILE
           END-IF
           MOVE 0 TO WS-ASSIGN-COUNT
           MOVE "N" TO WS-ENT-EOF-SWITCH
           OPEN INPUT USER-ROLE-FILE
           IF WS-USER-ROLE-STATUS = "00"
              PERFORM UNTIL WS-ENT-EOF
                 READ USER-ROLE-FILE
                    AT END
                       SET WS-ENT-EOF TO TRUE
                    NOT AT END
                       IF WS-ASSIGN-COUNT < 500
                          ADD 1 TO WS-ASSIGN-COUNT
                          MOVE UR-USER-ID TO
                             WS-ASG-USER-ID(WS-ASSIGN-COUNT)
                          MOVE UR-ROLE TO
                             WS-ASG-ROLE(WS-ASSIGN-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE USER-ROLE-FILE
           END-IF
           MOVE 0 TO WS-ROLE-COUNT
           MOVE "N" TO WS-ENT-EOF-SWITCH
           OPEN INPUT ROLE-FILE
           IF WS-ROLE-STATUS = "00"
              PERFORM UNTIL WS-ENT-EOF
                 READ ROLE-FILE
                    AT END
                       SET WS-ENT-EOF TO TRUE
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
           MOVE 0 TO WS-RULE-COUNT
           MOVE "N" TO WS-ENT-EOF-SWITCH
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS = "00"
              PERFORM UNTIL WS-ENT-EOF
                 READ RULE-FILE
                    AT END
                       SET WS-ENT-EOF TO TRUE
                    NOT AT END
                       IF WS-RULE-COUNT < 100
                          AND RULE-PROGRAM-A NOT = SPACES
                          ADD 1 TO WS-RULE-COUNT
                          MOVE RULE-PROGRAM-A TO
                             WS-RUL-PROGRAM-A(WS-RULE-COUNT)
                          MOVE RULE-PROGRAM-B TO
                             WS-RUL-PROGRAM-B(WS-RULE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RULE-FILE
           END-IF.

      *****************************************************************
      * BUILD-HELD-PROGRAMS lists every program WS-TARGET-USER holds
      * by a direct grant or through an assigned role - and through
      * WS-EXTRA-ROLE too, when a proposed assignment is being
      * weighed.
      *****************************************************************
       BUILD-HELD-PROGRAMS.
           MOVE 0 TO WS-HELD-COUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GRANT-COUNT
              IF WS-GRT-USER-ID(J) = WS-TARGET-USER
                 MOVE WS-GRT-PROGRAM(J) TO WS-CANDIDATE-PROGRAM
                 PERFORM ADD-HELD-PROGRAM
              END-IF
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ROLE-COUNT
              IF WS-RLE-NAME(J) = WS-EXTRA-ROLE
                 AND WS-EXTRA-ROLE NOT = SPACES
                 MOVE WS-RLE-PROGRAM(J) TO WS-CANDIDATE-PROGRAM
                 PERFORM ADD-HELD-PROGRAM
              ELSE
                 PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-ASSIGN-COUNT
                    IF WS-ASG-USER-ID(K) = WS-TARGET-USER
                       AND WS-ASG-ROLE(K) = WS-RLE-NAME(J)
                       MOVE WS-RLE-PROGRAM(J) TO WS-CANDIDATE-PROGRAM
                       PERFORM ADD-HELD-PROGRAM
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       ADD-HELD-PROGRAM.
           MOVE "N" TO WS-ALREADY-HELD-SWITCH
           PERFORM VARYING WS-HELD-IX FROM 1 BY 1
                 UNTIL WS-HELD-IX > WS-HELD-COUNT OR WS-ALREADY-HELD
              IF WS-HELD-PROGRAM(WS-HELD-IX) = WS-CANDIDATE-PROGRAM
                 SET WS-ALREADY-HELD TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-ALREADY-HELD AND WS-HELD-COUNT < 300
              ADD 1 TO WS-HELD-COUNT
              MOVE WS-CANDIDATE-PROGRAM TO
                 WS-HELD-PROGRAM(WS-HELD-COUNT)
           END-IF.

      *****************************************************************
      * FIND-CONFLICTS notes every conflict rule both of whose
      * programs are among the held programs.
      *****************************************************************
       FIND-CONFLICTS.
           MOVE 0 TO WS-CONFLICT-COUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RULE-COUNT
              MOVE "N" TO WS-HAS-A-SWITCH
              MOVE "N" TO WS-HAS-B-SWITCH
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-HELD-COUNT
                 IF WS-HELD-PROGRAM(K) = WS-RUL-PROGRAM-A(J)
                    SET WS-HAS-A TO TRUE
                 END-IF
                 IF WS-HELD-PROGRAM(K) = WS-RUL-PROGRAM-B(J)
                    SET WS-HAS-B TO TRUE
                 END-IF
              END-PERFORM
              IF WS-HAS-A AND WS-HAS-B
                 ADD 1 TO WS-CONFLICT-COUNT
                 MOVE J TO WS-CONFLICT-RULE(WS-CONFLICT-COUNT)
              END-IF
           END-PERFORM.

      *****************************************************************
      * ASSIGN-ROLE gives a user one more role, refusing a role not
      * defined on ROLEFILE.DAT, one the user already has, and one
      * that would leave the user holding both programs of a
      * conflict rule.
      *****************************************************************
       ASSIGN-ROLE.
           DISPLAY "Enter user ID to assign a role: "
           ACCEPT WS-TARGET-USER
           PERFORM FIND-TARGET-USER
           IF NOT WS-USER-FOUND
              DISPLAY "USER " WS-TARGET-USER " NOT ON FILE"
           ELSE
              DISPLAY "Enter role: "
              ACCEPT WS-TARGET-ROLE
              PERFORM LOAD-ENTITLEMENT-TABLES
              MOVE "N" TO WS-ROLE-DEFINED-SWITCH
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ROLE-COUNT
                 IF WS-RLE-NAME(J) = WS-TARGET-ROLE
                    SET WS-ROLE-DEFINED TO TRUE
                 END-IF
              END-PERFORM
              MOVE ZERO TO WS-FOUND-INDEX
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ASSIGN-COUNT
                 IF WS-ASG-USER-ID(J) = WS-TARGET-USER
                    AND WS-ASG-ROLE(J) = WS-TARGET-ROLE
                    MOVE J TO WS-FOUND-INDEX
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN NOT WS-ROLE-DEFINED
                    DISPLAY "ROLE " WS-TARGET-ROLE
                       " NOT DEFINED ON ROLEFILE.DAT"
                 WHEN WS-FOUND-INDEX > ZERO
                    DISPLAY "USER " WS-TARGET-USER " ALREADY HAS ROLE "
                       WS-TARGET-ROLE
                 WHEN WS-ASSIGN-COUNT >= 500
                    DISPLAY "ROLE ASSIGNMENT TABLE FULL - NOT ASSIGNED"
                 WHEN OTHER
                    MOVE WS-TARGET-ROLE TO WS-EXTRA-ROLE
                    PERFORM BUILD-HELD-PROGRAMS
                    MOVE SPACES TO WS-EXTRA-ROLE
                    PERFORM FIND-CONFLICTS
                    IF WS-CONFLICT-COUNT > ZERO
                       DISPLAY "ROLE " WS-TARGET-ROLE " REFUSED - "
                          WS-TARGET-USER " WOULD HOLD CONFLICTING"
                          " PROGRAMS:"
                       PERFORM VARYING J FROM 1 BY 1
                             UNTIL J > WS-CONFLICT-COUNT
                          MOVE WS-CONFLICT-RULE(J) TO K
                          DISPLAY "  " WS-RUL-PROGRAM-A(K) " WITH "
                             WS-RUL-PROGRAM-B(K)
                       END-PERFORM
                       MOVE SPACES TO WS-AUDIT-ACTION
                       STRING "ADMIN - ROLE " WS-TARGET-ROLE
                          " REFUSED - SOD" DELIMITED BY SIZE
                          INTO WS-AUDIT-ACTION
                       PERFORM WRITE-ADMIN-AUDIT-ENTRY
                    ELSE
                       ADD 1 TO WS-ASSIGN-COUNT
                       MOVE WS-TARGET-USER TO
                          WS-ASG-USER-ID(WS-ASSIGN-COUNT)
                       MOVE WS-TARGET-ROLE TO
                          WS-ASG-ROLE(WS-ASSIGN-COUNT)
                       PERFORM REWRITE-USER-ROLE-FILE
                       MOVE SPACES TO WS-AUDIT-ACTION
                       STRING "ADMIN - ROLE " WS-TARGET-ROLE
                          " ASSIGNED" DELIMITED BY SIZE
                          INTO WS-AUDIT-ACTION
                       PERFORM WRITE-ADMIN-AUDIT-ENTRY
                       DISPLAY "ROLE " WS-TARGET-ROLE " ASSIGNED TO "
                          WS-TARGET-USER
                    END-IF
              END-EVALUATE
           END-IF.

      *****************************************************************
      * REVOKE-ROLE takes one role assignment away from a user.
      *****************************************************************
       REVOKE-ROLE.
           DISPLAY "Enter user ID to revoke a role from: "
           ACCEPT WS-TARGET-USER
           DISPLAY "Enter role: "
           ACCEPT WS-TARGET-ROLE
           PERFORM LOAD-ENTITLEMENT-TABLES
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ASSIGN-COUNT
              IF WS-ASG-USER-ID(J) = WS-TARGET-USER
                 AND WS-ASG-ROLE(J) = WS-TARGET-ROLE
                 MOVE J TO WS-FOUND-INDEX
              END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = ZERO
              DISPLAY "USER " WS-TARGET-USER " DOES NOT HAVE ROLE "
                 WS-TARGET-ROLE
           ELSE
              PERFORM VARYING J FROM WS-FOUND-INDEX BY 1
                    UNTIL J >= WS-ASSIGN-COUNT
                 MOVE WS-ASSIGN-ENTRY(J + 1) TO WS-ASSIGN-ENTRY(J)
              END-PERFORM
              SUBTRACT 1 FROM WS-ASSIGN-COUNT
              PERFORM REWRITE-USER-ROLE-FILE
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "ADMIN - ROLE " WS-TARGET-ROLE " REVOKED"
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
              DISPLAY "ROLE " WS-TARGET-ROLE " REVOKED FROM "
                 WS-TARGET-USER
           END-IF.

       REWRITE-USER-ROLE-FILE.
           OPEN OUTPUT USER-ROLE-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ASSIGN-COUNT
              MOVE WS-ASG-USER-ID(J) TO UR-USER-ID
              MOVE WS-ASG-ROLE(J) TO UR-ROLE
              WRITE USER-ROLE-RECORD
           END-PERFORM
           CLOSE USER-ROLE-FILE
           ADD 1 TO WS-CHANGE-COUNT.

      *****************************************************************
      * CONFLICT-REPORT lists, for every user on file, each conflict
      * rule the user's programs break today, whatever path granted
      * them.
      *****************************************************************
       CONFLICT-REPORT.
           PERFORM LOAD-ENTITLEMENT-TABLES
           MOVE ZERO TO WS-SOD-USERS
           MOVE ZERO TO WS-SOD-PAIRS
           MOVE WS-RULE-COUNT TO WS-RULE-COUNT-OUT
           MOVE SPACES TO WS-EXTRA-ROLE
           MOVE "O" TO WS-RPT-ACTION
           MOVE "SODRPT.DAT" TO WS-RPT-FILE
           MOVE "SEGREGATION OF DUTIES CONFLICTS" TO WS-RPT-TITLE
           MOVE "USER     PROGRAM                        CONFLICTS WITH"
              TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CRED-COUNT
              MOVE WS-TBL-USER-ID(I) TO WS-TARGET-USER
              PERFORM BUILD-HELD-PROGRAMS
              PERFORM FIND-CONFLICTS
              IF WS-CONFLICT-COUNT > ZERO
                 ADD 1 TO WS-SOD-USERS
                 PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-CONFLICT-COUNT
                    ADD 1 TO WS-SOD-PAIRS
                    MOVE WS-CONFLICT-RULE(J) TO K
                    MOVE SPACES TO WS-RPT-LINE
                    STRING WS-TARGET-USER " " WS-RUL-PROGRAM-A(K) " "
                       WS-RUL-PROGRAM-B(K) DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                    MOVE "D" TO WS-RPT-ACTION
                    CALL "REPORT-WRITER" USING WS-RPT-ACTION
                       WS-RPT-FILE WS-RPT-TITLE WS-RPT-HEADING
                       WS-RPT-LINE
                    DISPLAY "  " WS-RPT-LINE(1:70)
                 END-PERFORM
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-SOD-PAIRS " CONFLICTS HELD BY " WS-SOD-USERS
              " USERS, AGAINST " WS-RULE-COUNT-OUT " RULES"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           DISPLAY WS-RPT-LINE(1:70)
           DISPLAY "CONFLICT REPORT FILED TO SODRPT.DAT".

      *****************************************************************
      * CHECK-CHANGE-FREEZE asks the freeze calendar whether the
      * change in WS-FREEZE-FUNCTION may be made today; a refusal
      * has already been shown and logged when it comes back N.
      *****************************************************************
       CHECK-CHANGE-FREEZE.
           CALL "FREEZE-CHECK" USING WS-FREEZE-MASTER WS-PROGRAM-NAME
              WS-AUTH-USER WS-FREEZE-FUNCTION WS-FREEZE-ALLOWED.

      *****************************************************************
      * WRITE-ADMIN-AUDIT-ENTRY appends one timestamped administrative
      * change line to LOGINAUD.DAT, in the same USER=/OUTCOME= shape

       COPY MANIFEST.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.

       COPY FREEZE.
