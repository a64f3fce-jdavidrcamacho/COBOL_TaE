           SELECT AG-PARM-FILE ASSIGN TO "AUTHPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AG-PARM-STATUS.
           SELECT AG-LOCK-FILE ASSIGN TO "LOCKFILE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AG-LOCK-STATUS.
           SELECT AG-PERCLOSE-FILE ASSIGN TO "PERCLOSE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AG-PERCLOSE-STATUS.
           SELECT AG-EMERG-ID-FILE ASSIGN TO "EMERGIDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AG-EMERG-ID-STATUS.
           SELECT AG-BRK-WIN-FILE ASSIGN TO "BRKWIN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AG-BRK-WIN-STATUS.
           SELECT AG-BRK-USE-FILE ASSIGN TO "BRKUSE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AG-BRK-USE-STATUS.
       DATA DIVISION.

       FILE SECTION.
           05 AG-PARM-USER-ID PIC X(8).
           05 AG-PARM-PASSWORD PIC X(16).

       FD  AG-LOCK-FILE.
       01  AG-LOCK-RECORD.
           05 AG-LOCK-USER-ID PIC X(8).
           05 AG-PCL-CLOSED-ON PIC 9(8).
           05 AG-PCL-USER PIC X(8).

       FD  AG-EMERG-ID-FILE.
       01  AG-EMERG-ID-RECORD.
           05 AG-EMERG-USER-ID PIC X(8).

       FD  AG-BRK-WIN-FILE.
       01  AG-BRK-WIN-RECORD.
           05 AG-BWN-USER-ID PIC X(8).
           05 AG-BWN-OPENED.
               10 AG-BWN-OPENED-DATE PIC 9(8).
               10 AG-BWN-OPENED-TIME PIC 9(8).
           05 AG-BWN-EXPIRES.
               10 AG-BWN-EXPIRES-DATE PIC 9(8).
               10 AG-BWN-EXPIRES-TIME PIC 9(8).
           05 AG-BWN-OPENED-BY PIC X(8).
           05 AG-BWN-TICKET PIC X(12).
           05 AG-BWN-REASON PIC X(40).
           05 AG-BWN-STATUS PIC X.

       FD  AG-BRK-USE-FILE.
       01  AG-BRK-USE-RECORD.
           05 AG-BUS-DATE PIC 9(8).
           05 AG-BUS-TIME PIC 9(8).
           05 AG-BUS-USER-ID PIC X(8).
           05 AG-BUS-PROGRAM PIC X(30).
           05 AG-BUS-TICKET PIC X(12).
           05 AG-BUS-OPENED-BY PIC X(8).
           05 AG-BUS-REVIEWED-BY PIC X(8).
           05 AG-BUS-REVIEW-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 AG-USER-ID PIC X(8).
       01 AG-PASSWORD PIC X(16).
       01 AG-LOGIN-AUDIT-TIME PIC 9(8).
       01 AG-RUN-LOG-STATUS PIC XX.
       01 AG-PARM-STATUS PIC XX.
       01 AG-ENTITLED-SWITCH PIC X VALUE "Y".
           88 AG-ENTITLED VALUE "Y".
       01 AG-LOCK-STATUS PIC XX.
       01 AG-RUN-SESSION EXTERNAL.
           05 AG-RUN-SESSION-FLAG PIC X.
           05 AG-RUN-SESSION-USER PIC X(8).
      *    The user this run unit authenticated as, for GET-RUN-USER.
       01 AG-RUN-USER-AREA EXTERNAL.
           05 AG-RUN-USER PIC X(8).
       01 AG-ALERT-SEVERITY PIC X.
       01 AG-ALERT-REASON PIC X(60).
       01 AG-RUN-ID PIC X(13).
       01 AG-ASOF-AREA EXTERNAL.
           05 AG-ASOF-FLAG PIC X.
           05 AG-ASOF-DATE PIC 9(8).
       01 AG-EMERG-ID-STATUS PIC XX.
       01 AG-BRK-WIN-STATUS PIC XX.
       01 AG-BRK-USE-STATUS PIC XX.
       01 AG-BRK-EOF-SWITCH PIC X.
           88 AG-BRK-EOF VALUE "Y".
       01 AG-BRK-STATE PIC X VALUE "N".
           88 AG-BRK-NOT-SEALED VALUE "N".
           88 AG-BRK-ACTIVE VALUE "O".
           88 AG-BRK-REFUSED VALUE "X".
       01 AG-BRK-NOW.
           05 AG-BRK-NOW-DATE PIC 9(8).
           05 AG-BRK-NOW-TIME PIC 9(8).
       01 AG-BRK-TICKET PIC X(12).
       01 AG-BRK-OPENED-BY PIC X(8).

       LINKAGE SECTION.
       01 LK-AUTH-STATUS PIC X.
           MOVE SPACES TO LK-AUTH-USER-ID
           PERFORM AG-CHECK-SESSION
           IF AG-SESSION-ACTIVE
              PERFORM AG-CHECK-BREAK-GLASS
              MOVE AG-USER-ID TO LK-AUTH-USER-ID
              IF AG-BRK-REFUSED
                 DISPLAY "Access rejected - emergency window closed "
                    "for " AG-USER-ID
                 MOVE "REJECTED - NO EMERGENCY WINDOW" TO AG-OUTCOME
                 PERFORM AG-WRITE-LOGIN-AUDIT-ENTRY
                 PERFORM AG-WRITE-RUN-LOG-ENTRY
                 MOVE "E" TO AG-ALERT-SEVERITY
                 MOVE SPACES TO AG-ALERT-REASON
                 STRING "AUTH REJECTED - " AG-OUTCOME
                    DELIMITED BY SIZE INTO AG-ALERT-REASON
                 CALL "ALERT-FILE-WRITE" USING LK-PROGRAM-NAME
                    AG-ALERT-SEVERITY AG-ALERT-REASON
                 GOBACK
              END-IF
              MOVE "Y" TO LK-AUTH-STATUS
              MOVE AG-USER-ID TO AG-RUN-USER
              ACCEPT AG-LOGIN-AUDIT-DATE FROM DATE YYYYMMDD
              ACCEPT AG-LOGIN-AUDIT-TIME FROM TIME
              PERFORM AG-WRITE-RUN-LOG-ENTRY
              IF AG-BRK-ACTIVE
                 PERFORM AG-RECORD-BREAK-GLASS-USE
              END-IF
              GOBACK
           END-IF
           PERFORM AG-OBTAIN-CREDENTIALS.
                    PERFORM AG-MATCH-PASSWORD
                    IF AG-PW-MATCH
                       PERFORM AG-RESET-FAILURES
                       PERFORM AG-CHECK-BREAK-GLASS
                       IF AG-BRK-ACTIVE
                          MOVE "Y" TO AG-ENTITLED-SWITCH
                       ELSE
                          PERFORM AG-CHECK-ENTITLEMENT
                       END-IF
                       IF AG-BRK-REFUSED
                          DISPLAY "Access rejected - no emergency "
                             "window open for " AG-USER-ID
                          MOVE "REJECTED - NO EMERGENCY WINDOW" TO
                             AG-OUTCOME
                       ELSE
                       IF AG-ENTITLED
                          MOVE "Y" TO LK-AUTH-STATUS
                          DISPLAY "Password accepted"
                          MOVE "ACCEPTED" TO AG-OUTCOME
                          IF AG-BRK-ACTIVE
                             DISPLAY "BREAK-GLASS ACCESS UNDER TICKET "
                                AG-BRK-TICKET " - THIS USE WILL BE "
                                "REVIEWED"
                             MOVE SPACES TO AG-OUTCOME
                             STRING "ACCEPTED - BREAK-GLASS TKT "
                                AG-BRK-TICKET DELIMITED BY SIZE
                                INTO AG-OUTCOME
                          ELSE
                             PERFORM AG-CHECK-EXPIRATION
                             IF AG-PASSWORD-EXPIRED
                                PERFORM AG-FORCE-PASSWORD-CHANGE
                             END-IF
                          END-IF
                          PERFORM AG-RECORD-LAST-AUTH
                          PERFORM AG-CHECK-ASOF
                             LK-PROGRAM-NAME
                          MOVE "REJECTED - NOT ENTITLED" TO AG-OUTCOME
                       END-IF
                       END-IF
                    ELSE
                       DISPLAY "Password rejected"
                       MOVE "REJECTED - CREDENTIAL MISMATCH" TO
           MOVE AG-USER-ID TO LK-AUTH-USER-ID
           PERFORM AG-WRITE-LOGIN-AUDIT-ENTRY
           PERFORM AG-WRITE-RUN-LOG-ENTRY
           IF LK-AUTH-STATUS = "Y" AND AG-BRK-ACTIVE
              PERFORM AG-RECORD-BREAK-GLASS-USE
           END-IF
           IF LK-AUTH-STATUS NOT = "Y"
              MOVE "E" TO AG-ALERT-SEVERITY
              MOVE SPACES TO AG-ALERT-REASON
           END-IF.

      *****************************************************************
      * AG-CHECK-ENTITLEMENT asks AUTH-ENTITLED (carried below)
      * whether AG-USER-ID may run LK-PROGRAM-NAME, by a direct grant
      * or through a role.  A grant found, or no entitlement files
      * configured at all (the usual "control file not configured,
      * behave as before" convention), leaves AG-ENTITLED set; a
      * configured set of files with no grant clears it, so a valid
      * login to a program the user may not run comes back "N" and
      * lands in LOGINAUD.DAT as an entitlement rejection.
      *****************************************************************
       AG-CHECK-ENTITLEMENT.
           CALL "AUTH-ENTITLED" USING AG-USER-ID LK-PROGRAM-NAME
              AG-ENTITLED-SWITCH
           IF AG-ENTITLED-SWITCH = "U"
              MOVE "Y" TO AG-ENTITLED-SWITCH
           END-IF.

      *****************************************************************
      * AG-CHECK-BREAK-GLASS recognises a sealed emergency user ID -
      * one listed on EMERGIDS.DAT - and looks for an emergency
      * window opened for it (BRKWIN.DAT, kept by breakGlass).  A
      * sealed ID with a window still open and not yet past its
      * expiry on the system clock comes back AG-BRK-ACTIVE, with
      * the window's ticket and opener: it passes the entitlement
      * check, since standing in for whoever is entitled is the
      * whole point, and skips the password-age check, since its
      * password is reset when the envelope is resealed.  A sealed
      * ID without one comes back AG-BRK-REFUSED however good its
      * password, so the envelope is no use outside a window.  No
      * EMERGIDS.DAT means no sealed IDs.
      *****************************************************************
       AG-CHECK-BREAK-GLASS.
           MOVE "N" TO AG-BRK-STATE
           MOVE "N" TO AG-BRK-EOF-SWITCH
           OPEN INPUT AG-EMERG-ID-FILE
           IF AG-EMERG-ID-STATUS = "00"
              PERFORM UNTIL AG-BRK-EOF
                 READ AG-EMERG-ID-FILE
                    AT END SET AG-BRK-EOF TO TRUE
                    NOT AT END
                       IF AG-EMERG-USER-ID = AG-USER-ID
                          SET AG-BRK-REFUSED TO TRUE
                          SET AG-BRK-EOF TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AG-EMERG-ID-FILE
           END-IF
           IF AG-BRK-REFUSED
              PERFORM AG-FIND-BREAK-GLASS-WINDOW
           END-IF.

       AG-FIND-BREAK-GLASS-WINDOW.
           ACCEPT AG-BRK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT AG-BRK-NOW-TIME FROM TIME
           MOVE "N" TO AG-BRK-EOF-SWITCH
           OPEN INPUT AG-BRK-WIN-FILE
           IF AG-BRK-WIN-STATUS = "00"
              PERFORM UNTIL AG-BRK-EOF
                 READ AG-BRK-WIN-FILE
                    AT END SET AG-BRK-EOF TO TRUE
                    NOT AT END
                       IF AG-BWN-USER-ID = AG-USER-ID
                          AND AG-BWN-STATUS = "O"
                          AND AG-BWN-EXPIRES > AG-BRK-NOW
                          SET AG-BRK-ACTIVE TO TRUE
                          MOVE AG-BWN-TICKET TO AG-BRK-TICKET
                          MOVE AG-BWN-OPENED-BY TO AG-BRK-OPENED-BY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AG-BRK-WIN-FILE
           END-IF.

      *****************************************************************
      * AG-RECORD-BREAK-GLASS-USE marks a run under an emergency ID:
      * a BREAK-GLASS RUN line naming the program goes to
      * LOGINAUD.DAT alongside the login line, and the use is added
      * to BRKUSE.DAT unreviewed, where it stays on securityReview's
      * report until a second user signs it off in breakGlass.
      *****************************************************************
       AG-RECORD-BREAK-GLASS-USE.
           MOVE SPACES TO AG-OUTCOME
           STRING "BREAK-GLASS RUN " LK-PROGRAM-NAME
              DELIMITED BY SIZE INTO AG-OUTCOME
           PERFORM AG-WRITE-LOGIN-AUDIT-ENTRY
           OPEN EXTEND AG-BRK-USE-FILE
           IF AG-BRK-USE-STATUS = "35"
              OPEN OUTPUT AG-BRK-USE-FILE
           END-IF
           MOVE AG-LOGIN-AUDIT-DATE TO AG-BUS-DATE
           MOVE AG-LOGIN-AUDIT-TIME TO AG-BUS-TIME
           MOVE AG-USER-ID TO AG-BUS-USER-ID
           MOVE LK-PROGRAM-NAME TO AG-BUS-PROGRAM
           MOVE AG-BRK-TICKET TO AG-BUS-TICKET
           MOVE AG-BRK-OPENED-BY TO AG-BUS-OPENED-BY
           MOVE SPACES TO AG-BUS-REVIEWED-BY
           MOVE ZERO TO AG-BUS-REVIEW-DATE
           WRITE AG-BRK-USE-RECORD
           CLOSE AG-BRK-USE-FILE.

      *****************************************************************
      * AG-CHECK-SESSION honors a run-level session established by
      * AUTH-SESSION-BEGIN (carried below).  The session flag lives
      * belongs to.
      *****************************************************************
       AG-RECORD-LAST-AUTH.
           MOVE AG-USER-ID TO AG-RUN-USER
           OPEN OUTPUT AG-LAST-AUTH-FILE
           MOVE AG-TODAY TO AG-LAST-AUTH-DATE
           MOVE AG-USER-ID TO AG-LAST-AUTH-USER
      * Carried in this copybook because AUTH-GATE itself raises an
      * alert on every rejection, and every gated program already
      * COPYs this text.
      *
      * Every alert carries an alert number drawn from ALERTSEQ.DAT,
      * the key on-call acknowledges it by (alertAck) and the
      * escalation step (alertEscalate) tracks it under.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-FILE-WRITE.
           SELECT ALW-ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ALW-ALERT-STATUS.
           SELECT ALW-SEQ-FILE ASSIGN TO "ALERTSEQ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ALW-SEQ-STATUS.
       DATA DIVISION.

       FILE SECTION.
           05 ALW-SEVERITY PIC X.
           05 ALW-REASON PIC X(60).
           05 ALW-RUN-ID PIC X(13).
           05 ALW-ALERT-NO PIC 9(6).
       FD  ALW-SEQ-FILE.
       01  ALW-SEQ-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
       01 ALW-ALERT-STATUS PIC XX.
       01 ALW-SEQ-STATUS PIC XX.
       01 ALW-SEQUENCE PIC 9(6).
       01 ALW-RUN-ID-W PIC X(13).

       LINKAGE SECTION.
           MOVE LK-ALW-REASON TO ALW-REASON
           CALL "GET-RUN-ID" USING ALW-RUN-ID-W
           MOVE ALW-RUN-ID-W TO ALW-RUN-ID
           MOVE ZERO TO ALW-SEQUENCE
           OPEN INPUT ALW-SEQ-FILE
           IF ALW-SEQ-STATUS = "00"
              READ ALW-SEQ-FILE INTO ALW-SEQUENCE
                 AT END MOVE ZERO TO ALW-SEQUENCE
              END-READ
              CLOSE ALW-SEQ-FILE
           END-IF
           IF ALW-SEQUENCE IS NOT NUMERIC
              MOVE ZERO TO ALW-SEQUENCE
           END-IF
           ADD 1 TO ALW-SEQUENCE
           MOVE ALW-SEQUENCE TO ALW-SEQ-RECORD
           OPEN OUTPUT ALW-SEQ-FILE
           WRITE ALW-SEQ-RECORD
           CLOSE ALW-SEQ-FILE
           MOVE ALW-SEQUENCE TO ALW-ALERT-NO
           WRITE ALW-ALERT-RECORD
           CLOSE ALW-ALERT-FILE
           GOBACK.
      * it, so reconstructing a night is a key lookup instead of
      * timestamp archaeology.  Carried in this copybook because
      * every program that logs anything already COPYs it.
      *
      * An intraday cycle (GET-RUN-CYCLE below) stamps its cycle
      * number into the identifier in place of the dash and the
      * sequence's leading digit - 20261015C2041 is cycle 2's run
      * 041 of the date - so the same thirteen characters still
      * key every record, and a nightly run's identifier reads
      * exactly as it always has.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-RUN-ID.
       WORKING-STORAGE SECTION.
       01 GRI-SEQ-STATUS PIC XX.
       01 GRI-SEQUENCE PIC 9(4) VALUE ZERO.
       01 GRI-SEQUENCE-PARTS REDEFINES GRI-SEQUENCE.
           05 FILLER PIC 9.
           05 GRI-SEQUENCE-LOW PIC 9(3).
       01 GRI-DATE PIC 9(8).
       01 GRI-CYCLE PIC 9.
       01 GRI-RUN-AREA EXTERNAL.
           05 GRI-RUN-ID PIC X(13).

              WRITE GRI-SEQ-RECORD
              CLOSE GRI-SEQ-FILE
              CALL "GET-PROCESS-DATE" USING GRI-DATE
              CALL "GET-RUN-CYCLE" USING GRI-CYCLE
              MOVE SPACES TO GRI-RUN-ID
              IF GRI-CYCLE = ZERO
                 STRING GRI-DATE "-" GRI-SEQUENCE
                    DELIMITED BY SIZE INTO GRI-RUN-ID
              ELSE
                 STRING GRI-DATE "C" GRI-CYCLE GRI-SEQUENCE-LOW
                    DELIMITED BY SIZE INTO GRI-RUN-ID
              END-IF
           END-IF
           MOVE GRI-RUN-ID TO LK-GRI-RUN-ID
           GOBACK.

       END PROGRAM GET-RUN-ID.

      *****************************************************************
      * GET-RUN-CYCLE hands back the processing cycle this run unit
      * belongs to.  The nightly run is cycle 0, the one that closes
      * the business date; estimating's urgent work runs in intraday
      * cycles 1-9 within the same date, each launched by writing
      * its number to the control file MBDCYCLE.DAT before starting
      * the master driver, which puts the file back to 0 when the
      * cycle finishes clean.  No control file, or anything but a
      * digit in it, means the nightly cycle.  The number is read
      * once per run unit into EXTERNAL storage, like the run
      * identifier, so every step of a cycle stamps the same one.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-RUN-CYCLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRC-CYCLE-FILE ASSIGN TO "MBDCYCLE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS GRC-CYCLE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  GRC-CYCLE-FILE.
       01  GRC-CYCLE-RECORD PIC X.

       WORKING-STORAGE SECTION.
       01 GRC-CYCLE-STATUS PIC XX.
       01 GRC-CYCLE-AREA EXTERNAL.
           05 GRC-LOADED PIC X.
           05 GRC-CYCLE PIC 9.

       LINKAGE SECTION.
       01 LK-GRC-CYCLE PIC 9.

       PROCEDURE DIVISION USING LK-GRC-CYCLE.
       GRC-MAIN.
           IF GRC-LOADED NOT = "Y"
              MOVE ZERO TO GRC-CYCLE
              OPEN INPUT GRC-CYCLE-FILE
              IF GRC-CYCLE-STATUS = "00"
                 READ GRC-CYCLE-FILE
                    AT END CONTINUE
                    NOT AT END
                       IF GRC-CYCLE-RECORD IS NUMERIC
                          MOVE GRC-CYCLE-RECORD TO GRC-CYCLE
                       END-IF
                 END-READ
                 CLOSE GRC-CYCLE-FILE
              END-IF
              MOVE "Y" TO GRC-LOADED
           END-IF
           MOVE GRC-CYCLE TO LK-GRC-CYCLE
           GOBACK.

       END PROGRAM GET-RUN-CYCLE.

      *****************************************************************
      * GET-RUN-PARTITION hands back the deck partition this run
      * unit is working, when it is one of the driver instances
      * partRun launches against a deck deckSplit has partitioned:
      * the partition number, the deck kind (M matrix, A area), the
      * original deck's name as the drivers list it, and its
      * department tag.  SET-RUN-PARTITION is how partRun names the
      * partition it has claimed before it starts the driver.  Any
      * other run unit never sets it and gets partition 0 - the
      * whole deck, exactly as every run always has.  Like the
      * cycle, it lives in EXTERNAL storage so every program of the
      * run unit sees the same one.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-RUN-PARTITION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 GRP-PARTITION-AREA EXTERNAL.
           05 GRP-SET PIC X.
           05 GRP-PARTITION PIC 9.
           05 GRP-KIND PIC X.
           05 GRP-DECK PIC X(20).
           05 GRP-DEPT PIC X(8).

       LINKAGE SECTION.
       01 LK-GRP-PARTITION PIC 9.
       01 LK-GRP-KIND PIC X.
       01 LK-GRP-DECK PIC X(20).
       01 LK-GRP-DEPT PIC X(8).

       PROCEDURE DIVISION USING LK-GRP-PARTITION LK-GRP-KIND
              LK-GRP-DECK LK-GRP-DEPT.
       GRP-MAIN.
           IF GRP-SET = "Y"
              MOVE GRP-PARTITION TO LK-GRP-PARTITION
              MOVE GRP-KIND TO LK-GRP-KIND
              MOVE GRP-DECK TO LK-GRP-DECK
              MOVE GRP-DEPT TO LK-GRP-DEPT
           ELSE
              MOVE ZERO TO LK-GRP-PARTITION
              MOVE SPACE TO LK-GRP-KIND
              MOVE SPACES TO LK-GRP-DECK
              MOVE SPACES TO LK-GRP-DEPT
           END-IF
           GOBACK.

       END PROGRAM GET-RUN-PARTITION.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SET-RUN-PARTITION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 GRP-PARTITION-AREA EXTERNAL.
           05 GRP-SET PIC X.
           05 GRP-PARTITION PIC 9.
           05 GRP-KIND PIC X.
           05 GRP-DECK PIC X(20).
           05 GRP-DEPT PIC X(8).

       LINKAGE SECTION.
       01 LK-GRP-PARTITION PIC 9.
       01 LK-GRP-KIND PIC X.
       01 LK-GRP-DECK PIC X(20).
       01 LK-GRP-DEPT PIC X(8).

       PROCEDURE DIVISION USING LK-GRP-PARTITION LK-GRP-KIND
              LK-GRP-DECK LK-GRP-DEPT.
       SRP-MAIN.
           MOVE "Y" TO GRP-SET
           MOVE LK-GRP-PARTITION TO GRP-PARTITION
           MOVE LK-GRP-KIND TO GRP-KIND
           MOVE LK-GRP-DECK TO GRP-DECK
           MOVE LK-GRP-DEPT TO GRP-DEPT
           GOBACK.

       END PROGRAM SET-RUN-PARTITION.

      *****************************************************************
      * PARTITION-RESOLVE-NAME qualifies a per-run name for one
      * partition of a partitioned deck, the same way
      * CYCLE-RESOLVE-NAME qualifies it for a cycle.  Callers give
      * it the cycle's name, so a partition's copy always sits
      * beside its own cycle's.  It sits here beside
      * GET-RUN-PARTITION, rather than with CYCLE-RESOLVE-NAME in
      * CYCLESRV.CPY, so the shared report writer can name a
      * partition's report captures from any program.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTITION-RESOLVE-NAME.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 PRN-PARTITION-OUT PIC 9.

       LINKAGE SECTION.
       01 LK-PRN-LOGICAL PIC X(40).
       01 LK-PRN-PARTITION PIC 9.
       01 LK-PRN-QUALIFIED PIC X(40).

       PROCEDURE DIVISION USING LK-PRN-LOGICAL LK-PRN-PARTITION
              LK-PRN-QUALIFIED.
       PRN-MAIN.
           IF LK-PRN-PARTITION = ZERO
              MOVE LK-PRN-LOGICAL TO LK-PRN-QUALIFIED
           ELSE
              MOVE LK-PRN-PARTITION TO PRN-PARTITION-OUT
              MOVE SPACES TO LK-PRN-QUALIFIED
              STRING "P" PRN-PARTITION-OUT "." DELIMITED BY SIZE
                 LK-PRN-LOGICAL DELIMITED BY SPACE
                 INTO LK-PRN-QUALIFIED
           END-IF
           GOBACK.

       END PROGRAM PARTITION-RESOLVE-NAME.

      *****************************************************************
      * GET-RUN-USER hands back the user this run unit authenticated
      * as - set by AUTH-GATE on every accepted authentication, in
      * full or through a run-level session - so a shared writer can
      * stamp who produced what without every caller passing its
      * user along.  Spaces before any accepted authentication.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-RUN-USER.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 AG-RUN-USER-AREA EXTERNAL.
           05 AG-RUN-USER PIC X(8).

       LINKAGE SECTION.
       01 LK-GRU-USER PIC X(8).

       PROCEDURE DIVISION USING LK-GRU-USER.
       GRU-MAIN.
           IF AG-RUN-USER = LOW-VALUES
              MOVE SPACES TO LK-GRU-USER
           ELSE
              MOVE AG-RUN-USER TO LK-GRU-USER
           END-IF
           GOBACK.

       END PROGRAM GET-RUN-USER.

      *****************************************************************
      * GET-ASOF-STATUS says whether this run unit is processing
      * under a validated as-of override - "Y" when it is - so the
           GOBACK.

       END PROGRAM GET-ASOF-STATUS.

      *****************************************************************
      * AUTH-ENTITLED resolves whether a user may run a program.  A
      * user holds a program by a direct grant on ENTFILE.DAT (user
      * in columns 1-8, program in 9-38) or through a role: the user
      * is assigned roles on USERROLE.DAT (user in columns 1-8, role
      * in 9-16) and each role lists its programs on ROLEFILE.DAT
      * (role in columns 1-8, program in 9-38), so onboarding an
      * operator is one assignment line per role rather than a line
      * per program.  LK-AEN-RESULT comes back "Y" when either path
      * grants the program, "N" when neither does, and "U" when
      * neither ENTFILE.DAT nor USERROLE.DAT is on file - no
      * entitlement control configured.  preflight asks the same
      * question of the batch user, so the two cannot disagree.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTH-ENTITLED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AEN-ENT-FILE ASSIGN TO "ENTFILE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AEN-ENT-STATUS.
           SELECT AEN-USER-ROLE-FILE ASSIGN TO "USERROLE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AEN-USER-ROLE-STATUS.
           SELECT AEN-ROLE-FILE ASSIGN TO "ROLEFILE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AEN-ROLE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  AEN-ENT-FILE.
       01  AEN-ENT-RECORD.
           05 AEN-ENT-USER-ID PIC X(8).
           05 AEN-ENT-PROGRAM PIC X(30).

       FD  AEN-USER-ROLE-FILE.
       01  AEN-USER-ROLE-RECORD.
           05 AEN-UR-USER-ID PIC X(8).
           05 AEN-UR-ROLE PIC X(8).

       FD  AEN-ROLE-FILE.
       01  AEN-ROLE-RECORD.
           05 AEN-ROLE-NAME PIC X(8).
           05 AEN-ROLE-PROGRAM PIC X(30).

       WORKING-STORAGE SECTION.
       01 AEN-ENT-STATUS PIC XX.
       01 AEN-USER-ROLE-STATUS PIC XX.
       01 AEN-ROLE-STATUS PIC XX.
       01 AEN-EOF-SWITCH PIC X.
           88 AEN-EOF VALUE "Y".
       01 AEN-ROLE-TABLE.
           05 AEN-USER-ROLE OCCURS 50 TIMES PIC X(8).
       01 AEN-ROLE-COUNT PIC 9(3) COMP.
       01 AEN-I PIC 9(3) COMP.

       LINKAGE SECTION.
       01 LK-AEN-USER-ID PIC X(8).
       01 LK-AEN-PROGRAM PIC X(30).
       01 LK-AEN-RESULT PIC X.

       PROCEDURE DIVISION USING LK-AEN-USER-ID LK-AEN-PROGRAM
              LK-AEN-RESULT.
       AEN-MAIN.
           MOVE "U" TO LK-AEN-RESULT
           MOVE "N" TO AEN-EOF-SWITCH
           OPEN INPUT AEN-ENT-FILE
           IF AEN-ENT-STATUS = "00"
              MOVE "N" TO LK-AEN-RESULT
              PERFORM UNTIL AEN-EOF
                 READ AEN-ENT-FILE
                    AT END
                       SET AEN-EOF TO TRUE
                    NOT AT END
                       IF AEN-ENT-USER-ID = LK-AEN-USER-ID
                          AND AEN-ENT-PROGRAM = LK-AEN-PROGRAM
                          MOVE "Y" TO LK-AEN-RESULT
                          SET AEN-EOF TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AEN-ENT-FILE
           END-IF
           IF LK-AEN-RESULT NOT = "Y"
              PERFORM AEN-LOAD-USER-ROLES
              IF AEN-ROLE-COUNT > ZERO
                 PERFORM AEN-CHECK-ROLES
              END-IF
           END-IF
           GOBACK.

       AEN-LOAD-USER-ROLES.
           MOVE ZERO TO AEN-ROLE-COUNT
           MOVE "N" TO AEN-EOF-SWITCH
           OPEN INPUT AEN-USER-ROLE-FILE
           IF AEN-USER-ROLE-STATUS = "00"
              MOVE "N" TO LK-AEN-RESULT
              PERFORM UNTIL AEN-EOF
                 READ AEN-USER-ROLE-FILE
                    AT END
                       SET AEN-EOF TO TRUE
                    NOT AT END
                       IF AEN-UR-USER-ID = LK-AEN-USER-ID
                          AND AEN-ROLE-COUNT < 50
                          ADD 1 TO AEN-ROLE-COUNT
                          MOVE AEN-UR-ROLE TO
                             AEN-USER-ROLE(AEN-ROLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AEN-USER-ROLE-FILE
           END-IF.

       AEN-CHECK-ROLES.
           MOVE "N" TO AEN-EOF-SWITCH
           OPEN INPUT AEN-ROLE-FILE
           IF AEN-ROLE-STATUS = "00"
              PERFORM UNTIL AEN-EOF
                 READ AEN-ROLE-FILE
                    AT END
                       SET AEN-EOF TO TRUE
                    NOT AT END
                       IF AEN-ROLE-PROGRAM = LK-AEN-PROGRAM
                          PERFORM VARYING AEN-I FROM 1 BY 1
                                UNTIL AEN-I > AEN-ROLE-COUNT
                             IF AEN-USER-ROLE(AEN-I) = AEN-ROLE-NAME
                                MOVE "Y" TO LK-AEN-RESULT
                                SET AEN-EOF TO TRUE
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AEN-ROLE-FILE
           END-IF.

       END PROGRAM AUTH-ENTITLED.
