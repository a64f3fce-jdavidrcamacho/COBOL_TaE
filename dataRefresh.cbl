      * masked production-to-rehearsal data refresh
      *    TOPIC:
      *    MONTH-END REHEARSALS ON MONTH-END DATA
      *****************************************************************
      * The rehearsal files (ENVNAME.CPY) are whatever deckGen last
      * generated, so a month-end rehearsal never looks like a real
      * month-end.  This utility copies a chosen set of production
      * files into the rehearsal environment - each file whole, from
      * its production name to the name ENV-RESOLVE-NAME gives it
      * under the environment control file - and masks the
      * sensitive fields on the way:
      *
      *   ACCTMAST.DAT - every account name becomes "ACCOUNT " and
      *                  the account's own code, so the rehearsal's
      *                  statements still read per account;
      *   LOGINAUD.DAT, RUNLOG.DAT - the user ID after every USER=
      *                  and REQ= in the audit and run-log lines, and
      *                  the user an outcome names - the emergency
      *                  ID in "BREAK-GLASS id OPENED" and "CLOSED",
      *                  the user in "RECERT LINE n user REVOKE" and
      *                  "KEEP";
      *   BRKUSE.DAT   - the emergency ID, the operator who opened
      *                  its window and the reviewer of each use;
      *   BRKWIN.DAT   - the emergency ID and the operator who opened
      *                  the window;
      *   MAINTJRN.DAT - the user on every JRNL header line;
      *   ALERTHST.DAT - the contact and the acknowledging user;
      *   FRZLOG.DAT   - the operator and the approver.
      *
      * A user ID is always masked to the same stand-in, MSKnnnnn,
      * drawn from the mask map MASKMAP.DAT (real ID, stand-in) and
      * added to it the first time the ID is met, so an ID masked
      * in one file joins to the same ID masked in another - and in
      * a later refresh.  The map stays on the production side with
      * the other control files and is never copied.  Account codes
      * are keys and are left as they are.
      *
      * The credential file CREDFILE.DAT is never copied, nor are
      * the other files that hold passwords - AUTHPARM.DAT and
      * EMERGIDS.DAT - nor the mask map MASKMAP.DAT, which would
      * undo every mask, nor the environment control file
      * ENVCTL.DAT; asking for one is refused and noted.  Names are
      * compared in capitals, so a name keyed or listed in lower
      * case is refused - and masked - all the same.
      *
      * The set of files comes from RFSHLIST.DAT, one production
      * file name per line, when that control file is present, or
      * is keyed one name at a time (blank to finish).  A refresh
      * with no environment control file in place would copy
      * production onto itself, so it is refused outright with
      * RETURN-CODE 8.  Every file refreshed or refused lands in
      * LOGINAUD.DAT in the usual date/time/USER=/OUTCOME= line,
      * with its record and masked-field counts, so the refresh is
      * on the same trail as every other administrative change.  A
      * file refused or not on file leaves RETURN-CODE 4.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dataRefresh.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SOURCE-STATUS.
           SELECT TARGET-FILE ASSIGN TO DYNAMIC WS-TARGET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TARGET-STATUS.
           SELECT LIST-FILE ASSIGN TO "RFSHLIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LIST-STATUS.
           SELECT MASK-FILE ASSIGN TO "MASKMAP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MASK-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
      *    Wide enough for the longest record in the suite - the
      *    results dataset's 286 bytes - as archivePurge's copy is.
       FD  SOURCE-FILE.
       01  SOURCE-RECORD PIC X(300).
       FD  TARGET-FILE.
       01  TARGET-RECORD PIC X(300).
       FD  LIST-FILE.
       01  LIST-RECORD PIC X(40).
       FD  MASK-FILE.
       01  MASK-RECORD.
           05 MSK-REAL-ID PIC X(8).
           05 MSK-STAND-IN PIC X(8).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SOURCE-NAME PIC X(40).
       01 WS-UPPER-NAME PIC X(40).
       01 WS-TARGET-NAME PIC X(40).
       01 WS-SOURCE-STATUS PIC XX.
       01 WS-TARGET-STATUS PIC XX.
       01 WS-LIST-STATUS PIC XX.
       01 WS-MASK-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
           88 WS-EOF VALUE "Y".
       01 WS-FILE-TABLE.
           05 WS-FILE-NAME OCCURS 50 TIMES PIC X(40).
       01 WS-FILE-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-FILE-IX PIC 9(2) COMP.
       01 WS-NAME-IN PIC X(40).
       01 WS-MASK-TABLE.
           05 WS-MASK-ENTRY OCCURS 2000 TIMES.
               10 WS-MSK-REAL-ID PIC X(8).
               10 WS-MSK-STAND-IN PIC X(8).
       01 WS-MASK-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MASK-IX PIC 9(4) COMP.
       01 WS-MASK-SEQUENCE PIC 9(5).
       01 WS-MASK-ADDED-SWITCH PIC X VALUE "N".
           88 WS-MASK-ADDED VALUE "Y".
       01 WS-MASK-FULL-SWITCH PIC X VALUE "N".
           88 WS-MASK-FULL VALUE "Y".
       01 WS-MASK-IN PIC X(8).
       01 WS-MASK-OUT PIC X(8).
       01 WS-POS PIC 9(3) COMP.
       01 WS-ENV-FLAG PIC X.
       01 WS-RECORD-COUNT PIC 9(6).
       01 WS-MASKED-COUNT PIC 9(6).
       01 WS-REFRESHED-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(2) VALUE ZERO.
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(40).
       01 I PIC 9(4) COMP.
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "DATAREFRESH".
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
           CALL "ENV-TEST-STATUS" USING WS-ENV-FLAG
           IF WS-ENV-FLAG NOT = "Y"
              DISPLAY "NO REHEARSAL ENVIRONMENT IN PLACE (ENVCTL.DAT)"
                 " - REFRESH REFUSED"
              MOVE "REFRESH REFUSED - NO REHEARSAL ENV" TO
                 WS-AUDIT-ACTION
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM LOAD-FILE-LIST
              PERFORM LOAD-MASK-MAP
              PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                    UNTIL WS-FILE-IX > WS-FILE-COUNT
                 PERFORM REFRESH-ONE-FILE
              END-PERFORM
              IF WS-MASK-ADDED
                 PERFORM REWRITE-MASK-MAP
              END-IF
              DISPLAY "DATAREFRESH COMPLETE - " WS-REFRESHED-COUNT
                 " FILES REFRESHED, " WS-SKIPPED-COUNT
                 " REFUSED OR NOT ON FILE"
              IF WS-SKIPPED-COUNT > ZERO
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

       LOAD-FILE-LIST.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ LIST-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       MOVE LIST-RECORD TO WS-NAME-IN
                       PERFORM ADD-FILE-TO-LIST
                 END-READ
              END-PERFORM
              CLOSE LIST-FILE
           ELSE
              PERFORM UNTIL WS-EOF
                 DISPLAY "Production file to refresh (blank to"
                    " finish)"
                 MOVE SPACES TO WS-NAME-IN
                 ACCEPT WS-NAME-IN
                 IF WS-NAME-IN = SPACES
                    SET WS-EOF TO TRUE
                 ELSE
                    PERFORM ADD-FILE-TO-LIST
                 END-IF
              END-PERFORM
           END-IF.

       ADD-FILE-TO-LIST.
           IF WS-NAME-IN NOT = SPACES
              IF WS-FILE-COUNT = 50
                 DISPLAY WS-NAME-IN " IGNORED - 50 FILES PER REFRESH"
                 ADD 1 TO WS-SKIPPED-COUNT
              ELSE
                 ADD 1 TO WS-FILE-COUNT
                 MOVE WS-NAME-IN TO WS-FILE-NAME(WS-FILE-COUNT)
              END-IF
           END-IF.

       LOAD-MASK-MAP.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZERO TO WS-MASK-SEQUENCE
           OPEN INPUT MASK-FILE
           IF WS-MASK-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ MASK-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-MASK-COUNT < 2000
                          ADD 1 TO WS-MASK-COUNT
                          MOVE MSK-REAL-ID TO
                             WS-MSK-REAL-ID(WS-MASK-COUNT)
                          MOVE MSK-STAND-IN TO
                             WS-MSK-STAND-IN(WS-MASK-COUNT)
                          IF MSK-STAND-IN(4:5) IS NUMERIC
                             AND MSK-STAND-IN(4:5) > WS-MASK-SEQUENCE
                             MOVE MSK-STAND-IN(4:5) TO
                                WS-MASK-SEQUENCE
                          END-IF
                       ELSE
                          SET WS-MASK-FULL TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MASK-FILE
           END-IF.

      *****************************************************************
      * REFRESH-ONE-FILE copies one production file to its rehearsal
      * name through the masking its layout calls for.  The
      * password-bearing files, the mask map and the environment
      * control file are refused before they are opened.
      *****************************************************************
       REFRESH-ONE-FILE.
           MOVE WS-FILE-NAME(WS-FILE-IX) TO WS-SOURCE-NAME
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-MASKED-COUNT
           MOVE WS-SOURCE-NAME TO WS-UPPER-NAME
           INSPECT WS-UPPER-NAME CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-UPPER-NAME = "CREDFILE.DAT"
              OR WS-UPPER-NAME = "AUTHPARM.DAT"
              OR WS-UPPER-NAME = "EMERGIDS.DAT"
              OR WS-UPPER-NAME = "MASKMAP.DAT"
              OR WS-UPPER-NAME = "ENVCTL.DAT"
              DISPLAY WS-SOURCE-NAME " IS A CREDENTIAL OR CONTROL"
                 " FILE - NEVER COPIED TO REHEARSAL"
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "REFRESH REFUSED " WS-SOURCE-NAME
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              CALL "ENV-RESOLVE-NAME" USING WS-SOURCE-NAME
                 WS-TARGET-NAME
              MOVE "N" TO WS-EOF-SWITCH
              OPEN INPUT SOURCE-FILE
              IF WS-SOURCE-STATUS NOT = "00"
                 DISPLAY WS-SOURCE-NAME " NOT ON FILE - NOT"
                    " REFRESHED"
                 ADD 1 TO WS-SKIPPED-COUNT
              ELSE
                 OPEN OUTPUT TARGET-FILE
                 PERFORM UNTIL WS-EOF
                    READ SOURCE-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-RECORD-COUNT
                          MOVE SOURCE-RECORD TO TARGET-RECORD
                          PERFORM MASK-TARGET-RECORD
                          WRITE TARGET-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE SOURCE-FILE
                 CLOSE TARGET-FILE
                 ADD 1 TO WS-REFRESHED-COUNT
                 DISPLAY WS-SOURCE-NAME " TO " WS-TARGET-NAME " - "
                    WS-RECORD-COUNT " RECORDS, " WS-MASKED-COUNT
                    " FIELDS MASKED"
                 MOVE SPACES TO WS-AUDIT-ACTION
                 STRING "REFRESH " WS-TARGET-NAME(1:16) " "
                    WS-RECORD-COUNT "R " WS-MASKED-COUNT "M"
                    DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                 PERFORM WRITE-ADMIN-AUDIT-ENTRY
              END-IF
           END-IF.

      *****************************************************************
      * MASK-TARGET-RECORD applies the masking for the file being
      * copied; a file with nothing sensitive in it passes through
      * as it is.
      *****************************************************************
       MASK-TARGET-RECORD.
           EVALUATE WS-UPPER-NAME
              WHEN "ACCTMAST.DAT"
                 IF TARGET-RECORD(1:4) NOT = SPACES
                    MOVE SPACES TO TARGET-RECORD(5:20)
                    STRING "ACCOUNT " TARGET-RECORD(1:4)
                       DELIMITED BY SIZE INTO TARGET-RECORD(5:20)
                    ADD 1 TO WS-MASKED-COUNT
                 END-IF
              WHEN "LOGINAUD.DAT"
              WHEN "RUNLOG.DAT"
                 PERFORM VARYING WS-POS FROM 1 BY 1
                       UNTIL WS-POS > 280
                    IF TARGET-RECORD(WS-POS:5) = "USER="
                       MOVE TARGET-RECORD(WS-POS + 5:8) TO WS-MASK-IN
                       PERFORM MASK-USER-ID
                       MOVE WS-MASK-OUT TO
                          TARGET-RECORD(WS-POS + 5:8)
                    END-IF
                    IF TARGET-RECORD(WS-POS:4) = "REQ="
                       MOVE TARGET-RECORD(WS-POS + 4:8) TO WS-MASK-IN
                       PERFORM MASK-USER-ID
                       MOVE WS-MASK-OUT TO
                          TARGET-RECORD(WS-POS + 4:8)
                    END-IF
                    IF WS-POS < 271
                       PERFORM MASK-OUTCOME-USER
                    END-IF
                 END-PERFORM
              WHEN "BRKUSE.DAT"
                 MOVE TARGET-RECORD(17:8) TO WS-MASK-IN
                 PERFORM MASK-USER-ID
                 MOVE WS-MASK-OUT TO TARGET-RECORD(17:8)
                 MOVE TARGET-RECORD(67:8) TO WS-MASK-IN
                 PERFORM MASK-USER-ID
                 MOVE WS-MASK-OUT TO TARGET-RECORD(67:8)
                 MOVE TARGET-RECORD(75:8) TO WS-MASK-IN
                 PERFORM MASK-USER-ID
                 MOVE WS-MASK-OUT TO TARGET-RECORD(75:8)
              WHEN "BRKWIN.DAT"
                 MOVE TARGET-RECORD(1:8) TO WS-MASK-IN
                 PERFORM MASK-USER-ID
                 MOVE WS-MASK-OUT TO TARGET-RECORD(1:8)
                 MOVE TARGET-RECORD(41:8) TO WS-MASK-IN
                 PERFORM MASK-USER-ID
                 MOVE WS-MASK-OUT TO TARGET-RECORD(41:8)
              WHEN "MAINTJRN.DAT"
                 IF TARGET-RECORD(1:4) = "JRNL"
                    MOVE TARGET-RECORD(21:8) TO WS-MASK-IN
                    PERFORM MASK-USER-ID
                    MOVE WS-MASK-OUT TO TARGET-RECORD(21:8)
                 END-IF
              WHEN "ALERTHST.DAT"
                 MOVE TARGET-RECORD(9:8) TO WS-MASK-IN
                 PERFORM MASK-USER-ID
                 MOVE WS-MASK-OUT TO TARGET-RECORD(9:8)
                 MOVE TARGET-RECORD(41:8) TO WS-MASK-IN
                 PERFORM MASK-USER-ID
                 MOVE WS-MASK-OUT TO TARGET-RECORD(41:8)
              WHEN "FRZLOG.DAT"
                 MOVE TARGET-RECORD(56:8) TO WS-MASK-IN
                 PERFORM MASK-USER-ID
                 MOVE WS-MASK-OUT TO TARGET-RECORD(56:8)
                 MOVE TARGET-RECORD(64:8) TO WS-MASK-IN
                 PERFORM MASK-USER-ID
                 MOVE WS-MASK-OUT TO TARGET-RECORD(64:8)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    The outcomes breakGlass and accessRecert audit carry a
      *    user ID in the text: "BREAK-GLASS id OPENED" or "CLOSED",
      *    and "RECERT LINE nnnn user REVOKE" or "KEEP".
       MASK-OUTCOME-USER.
           IF TARGET-RECORD(WS-POS:12) = "BREAK-GLASS "
              AND (TARGET-RECORD(WS-POS + 20:7) = " OPENED"
                 OR TARGET-RECORD(WS-POS + 20:7) = " CLOSED")
              MOVE TARGET-RECORD(WS-POS + 12:8) TO WS-MASK-IN
              PERFORM MASK-USER-ID
              MOVE WS-MASK-OUT TO TARGET-RECORD(WS-POS + 12:8)
           END-IF
           IF TARGET-RECORD(WS-POS:12) = "RECERT LINE "
              AND TARGET-RECORD(WS-POS + 12:4) IS NUMERIC
              AND TARGET-RECORD(WS-POS + 16:1) = SPACE
              MOVE TARGET-RECORD(WS-POS + 17:8) TO WS-MASK-IN
              PERFORM MASK-USER-ID
              MOVE WS-MASK-OUT TO TARGET-RECORD(WS-POS + 17:8)
           END-IF.

      *****************************************************************
      * MASK-USER-ID turns the user ID in WS-MASK-IN into its
      * stand-in in WS-MASK-OUT - the one on the mask map, or the
      * next MSKnnnnn added to it.  Blanks stay blank.  A map with
      * no room left masks the ID as MSK?????, which still hides it
      * but no longer joins.
      *****************************************************************
       MASK-USER-ID.
           IF WS-MASK-IN = SPACES
              MOVE SPACES TO WS-MASK-OUT
           ELSE
              ADD 1 TO WS-MASKED-COUNT
              MOVE ZERO TO WS-MASK-IX
              PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > WS-MASK-COUNT OR WS-MASK-IX > ZERO
                 IF WS-MSK-REAL-ID(I) = WS-MASK-IN
                    MOVE I TO WS-MASK-IX
                 END-IF
              END-PERFORM
              IF WS-MASK-IX > ZERO
                 MOVE WS-MSK-STAND-IN(WS-MASK-IX) TO WS-MASK-OUT
              ELSE
                 IF WS-MASK-COUNT = 2000 OR WS-MASK-FULL
                    MOVE "MSK?????" TO WS-MASK-OUT
                 ELSE
                    ADD 1 TO WS-MASK-SEQUENCE
                    MOVE SPACES TO WS-MASK-OUT
                    STRING "MSK" WS-MASK-SEQUENCE
                       DELIMITED BY SIZE INTO WS-MASK-OUT
                    ADD 1 TO WS-MASK-COUNT
                    MOVE WS-MASK-IN TO WS-MSK-REAL-ID(WS-MASK-COUNT)
                    MOVE WS-MASK-OUT TO
                       WS-MSK-STAND-IN(WS-MASK-COUNT)
                    SET WS-MASK-ADDED TO TRUE
                 END-IF
              END-IF
           END-IF.

       REWRITE-MASK-MAP.
           OPEN OUTPUT MASK-FILE
           PERFORM VARYING WS-MASK-IX FROM 1 BY 1
                 UNTIL WS-MASK-IX > WS-MASK-COUNT
              MOVE WS-MSK-REAL-ID(WS-MASK-IX) TO MSK-REAL-ID
              MOVE WS-MSK-STAND-IN(WS-MASK-IX) TO MSK-STAND-IN
              WRITE MASK-RECORD
           END-PERFORM
           CLOSE MASK-FILE.

      *****************************************************************
      * WRITE-ADMIN-AUDIT-ENTRY appends one timestamped line to
      * LOGINAUD.DAT in the USER=/OUTCOME= shape AUTH-GATE and the
      * maintenance programs write, creating the file on first use.
      *****************************************************************
       WRITE-ADMIN-AUDIT-ENTRY.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-AUDIT-DATE " " WS-AUDIT-TIME
              " USER=" WS-AUTH-USER " OUTCOME=" WS-AUDIT-ACTION
              DELIMITED BY SIZE
              INTO AUDIT-RECORD
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       END PROGRAM dataRefresh.

       COPY AUTHGATE.

       COPY DATESERV.

       COPY ENVNAME.
