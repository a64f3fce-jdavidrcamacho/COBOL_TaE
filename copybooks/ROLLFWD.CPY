      *****************************************************************
      * ROLLFWD.CPY
      *
      * Roll-forward recovery from a state backup set, distributed as
      * a copybook the same way AUTHGATE.CPY is: COPYing this text
      * makes ROLL-FORWARD a sibling PROGRAM-ID callable by CALL.
      * actionApprove calls it when a second operator approves a
      * ROLLFWD pending action filed by rollForward; its callers must
      * also COPY MANIFEST and RPTWRITE alongside AUTHGATE.
      *
      * A plain restore puts the "<name>.BK<date>" snapshots back and
      * loses every change made since.  ROLL-FORWARD restores the set
      * and then replays, in order, the changes recorded since it was
      * taken, up to the stop point held on the request (ROLLREQ.DAT):
      *
      *   - before anything is touched each current file is saved as
      *     "<name>.RF<request>", the pre-recovery image the replay
      *     works from and the way back if the recovery is unwanted;
      *   - every file the set holds is copied back over the current
      *     one; a file the set does not hold is left as it stands;
      *   - the serial registers (MTXREG.DAT, AREAREG.DAT) and the
      *     account ledger (ACCTLEDG.DAT) only ever grow at the end,
      *     so the records the pre-recovery image carries beyond the
      *     backup's are the postings made since: each is edited and
      *     appended in file order if it is dated before the stop
      *     date.  A record dated on the stop day itself is held
      *     back when the stop point carries a time of day, since
      *     these files record no time.  Once one record is held
      *     back everything after it is too, so the replay never
      *     leaves a gap.  A file whose image no longer starts with
      *     the backup's records has been rewritten since (an
      *     archive cut) and is not replayed at all;
      *   - the maintenance journal (MAINTJRN.DAT) entries stamped
      *     from the set date up to the stop point are replayed onto
      *     the product master (PRODMAST.DAT) and the matrix library
      *     (MATLIB.DAT).  The journal carries before-images only, so
      *     each product or library entry a journaled change touched
      *     is brought to the state it stood in at the stop point:
      *     the before-image of its first journaled change after the
      *     stop point when there is one, otherwise its state in the
      *     pre-recovery image.  A rebuilt library drops the indexed
      *     library for the next reorg, the way matLibMaint's own
      *     changes do.  Journal entries for the decks are listed as
      *     left as is - the decks are not in the backup set, so
      *     their changes were never undone;
      *   - the other state files (credentials, checkpoints, the area
      *     report, the lockout table) have no change record to
      *     replay from, so any that differs from its pre-recovery
      *     image is reported as a change that could not be replayed;
      *   - finally every file the state manifest MBDMANIF.DAT lists
      *     is recounted and its check total recomputed against the
      *     manifest.  The caller re-stamps the manifest afterwards.
      *
      * Every step lands on the recovery report ROLLRPT.DAT, one line
      * per file restored, record or journal entry replayed or not
      * replayed (with the reason), and file verified, followed by
      * the totals.  LK-RFW-EXECUTED comes back Y once the set has
      * been restored, N when the request or the set is not on file.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLL-FORWARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFW-REQ-FILE ASSIGN TO "ROLLREQ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RFW-REQ-STATUS.
           SELECT RFW-IN-FILE ASSIGN TO DYNAMIC RFW-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RFW-IN-STATUS.
           SELECT RFW-OUT-FILE ASSIGN TO DYNAMIC RFW-OUT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RFW-OUT-STATUS.
           SELECT RFW-BASE-FILE ASSIGN TO DYNAMIC RFW-BASE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RFW-BASE-STATUS.
           SELECT RFW-JRN-FILE ASSIGN TO "MAINTJRN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RFW-JRN-STATUS.
           SELECT RFW-MAN-FILE ASSIGN TO "MBDMANIF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RFW-MAN-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  RFW-REQ-FILE.
       01  RFW-REQ-RECORD.
           05 RFW-RRQ-REQ-NO PIC 9(4).
           05 RFW-RRQ-SET-DATE PIC 9(8).
           05 RFW-RRQ-STOP-DATE PIC 9(8).
           05 RFW-RRQ-STOP-TIME PIC 9(8).
           05 RFW-RRQ-RUN-ID PIC X(13).
           05 RFW-RRQ-REQUESTER PIC X(8).
       FD  RFW-IN-FILE.
       01  RFW-IN-RECORD PIC X(100).
       FD  RFW-OUT-FILE.
       01  RFW-OUT-RECORD PIC X(100).
       FD  RFW-BASE-FILE.
       01  RFW-BASE-RECORD PIC X(100).
       FD  RFW-JRN-FILE.
       01  RFW-JRN-RECORD PIC X(80).
       FD  RFW-MAN-FILE.
       01  RFW-MAN-RECORD.
           05 RFW-MFR-NAME PIC X(12).
           05 RFW-MFR-COUNT PIC 9(6).
           05 RFW-MFR-TOTAL PIC 9(8).

       WORKING-STORAGE SECTION.
      *    The recovery list is STATE-BACKUP's, and the kind byte
      *    says how each file is brought forward: S state file with
      *    no change record, R serial register, L ledger, M master
      *    rebuilt from the maintenance journal.
       01 RFW-RECOVERY-FILES.
           05 FILLER PIC X(12) VALUE "CREDFILE.DAT".
           05 FILLER PIC X(12) VALUE "MBDCKPT.DAT".
           05 FILLER PIC X(12) VALUE "ARARPT.DAT".
           05 FILLER PIC X(12) VALUE "LOCKFILE.DAT".
           05 FILLER PIC X(12) VALUE "MTXREG.DAT".
           05 FILLER PIC X(12) VALUE "AREAREG.DAT".
           05 FILLER PIC X(12) VALUE "MTXCKPT.DAT".
           05 FILLER PIC X(12) VALUE "AREACKPT.DAT".
           05 FILLER PIC X(12) VALUE "ACCTLEDG.DAT".
           05 FILLER PIC X(12) VALUE "PRODMAST.DAT".
           05 FILLER PIC X(12) VALUE "MATLIB.DAT".
       01 RFW-RECOVERY-TABLE REDEFINES RFW-RECOVERY-FILES.
           05 RFW-FILE-NAME OCCURS 11 TIMES PIC X(12).
       01 RFW-FILE-KINDS PIC X(11) VALUE "SSSSRRSSLMM".
       01 RFW-KIND-TABLE REDEFINES RFW-FILE-KINDS.
           05 RFW-FILE-KIND OCCURS 11 TIMES PIC X.
       01 RFW-FILE-FLAGS.
           05 RFW-FILE-FLAG OCCURS 11 TIMES.
               10 RFW-SAVED-FLAG PIC X.
               10 RFW-IN-SET-FLAG PIC X.
       01 RFW-FILE-IX PIC 9(2) COMP.
       01 RFW-SET-COUNT PIC 9(2) COMP.
       01 RFW-RESTORED-COUNT PIC 9(2).
       01 RFW-IN-NAME PIC X(40).
       01 RFW-OUT-NAME PIC X(40).
       01 RFW-BASE-NAME PIC X(40).
       01 RFW-REQ-STATUS PIC XX.
       01 RFW-IN-STATUS PIC XX.
       01 RFW-OUT-STATUS PIC XX.
       01 RFW-BASE-STATUS PIC XX.
       01 RFW-JRN-STATUS PIC XX.
       01 RFW-MAN-STATUS PIC XX.
       01 RFW-EOF-SWITCH PIC X.
           88 RFW-EOF VALUE "Y".
       01 RFW-BASE-EOF-SWITCH PIC X.
           88 RFW-BASE-EOF VALUE "Y".
       01 RFW-FOUND-SWITCH PIC X.
           88 RFW-FOUND VALUE "Y".
       01 RFW-COPIED-SWITCH PIC X.
           88 RFW-COPIED VALUE "Y".
       01 RFW-DIVERGED-SWITCH PIC X.
           88 RFW-DIVERGED VALUE "Y".
       01 RFW-HOLDING-SWITCH PIC X.
           88 RFW-HOLDING VALUE "Y".
       01 RFW-VALID-SWITCH PIC X.
           88 RFW-VALID VALUE "Y".
       01 RFW-TABLE-FULL-SWITCH PIC X.
           88 RFW-TABLE-FULL VALUE "Y".
       01 RFW-CHANGED-SWITCH PIC X.
           88 RFW-MASTER-CHANGED VALUE "Y".
       01 RFW-REQ-NO PIC 9(4).
       01 RFW-SET-DATE PIC 9(8).
       01 RFW-STOP-DATE PIC 9(8).
       01 RFW-STOP-TIME PIC 9(8).
       01 RFW-RUN-ID PIC X(13).
       01 RFW-REQUESTER PIC X(8).
       01 RFW-STAMP-DATE PIC 9(8).
       01 RFW-STAMP-TIME PIC 9(8).
       01 RFW-SERIAL PIC 9(6).
       01 RFW-LAST-SERIAL PIC 9(6).
       01 RFW-REPLAYED-COUNT PIC 9(6).
       01 RFW-NOT-REPLAYED-COUNT PIC 9(6).
       01 RFW-LEFT-COUNT PIC 9(6).
       01 RFW-MISMATCH-COUNT PIC 9(2).
       01 RFW-OVERFLOW-COUNT PIC 9(6).
       01 RFW-SUM-COUNT PIC 9(6).
       01 RFW-SUM-TOTAL PIC 9(8).
       01 RFW-IMAGE-SUM-COUNT PIC 9(6).
       01 RFW-IMAGE-SUM-TOTAL PIC 9(8).
      *    The maintenance journal, tabled the way jrnRestore tables
      *    it - each header remembering where its images start - with
      *    the key of the entry it touched and where it falls against
      *    the set and the stop point: B before the set, Y inside
      *    the replay window, A after the stop point.
       01 RFW-ENTRY-TABLE.
           05 RFW-ENTRY OCCURS 2000 TIMES.
               10 RFW-ENT-DATE PIC X(8).
               10 RFW-ENT-TIME PIC X(8).
               10 RFW-ENT-ACTION PIC X(8).
               10 RFW-ENT-TARGET PIC X(20).
               10 RFW-ENT-IMAGES PIC 9(5) COMP.
               10 RFW-ENT-FIRST PIC 9(5) COMP.
               10 RFW-ENT-KEY PIC X(8).
               10 RFW-ENT-WINDOW PIC X.
               10 RFW-ENT-DONE PIC X.
       01 RFW-ENTRY-COUNT PIC 9(4) COMP.
       01 RFW-ENT-IX PIC 9(4) COMP.
       01 RFW-SCAN-IX PIC 9(4) COMP.
       01 RFW-SOURCE-IX PIC 9(4) COMP.
       01 RFW-IMAGE-POOL.
           05 RFW-IMAGE OCCURS 30000 TIMES PIC X(40).
       01 RFW-IMAGE-COUNT PIC 9(5) COMP.
      *    One journaled master at a time: the recovered file being
      *    rebuilt (lines dropped by flag, replacements appended) and
      *    its pre-recovery image.
       01 RFW-CUR-TABLE.
           05 RFW-CUR-ENTRY OCCURS 30000 TIMES.
               10 RFW-CUR-LINE PIC X(40).
               10 RFW-CUR-DROP PIC X.
       01 RFW-CUR-COUNT PIC 9(5) COMP.
       01 RFW-PRE-TABLE.
           05 RFW-PRE-LINE OCCURS 30000 TIMES PIC X(40).
       01 RFW-PRE-COUNT PIC 9(5) COMP.
       01 RFW-LINE-IX PIC 9(5) COMP.
       01 RFW-SPAN-IX PIC 9(5) COMP.
       01 RFW-IMG-IX PIC 9(5) COMP.
       01 RFW-IMG-END PIC 9(5) COMP.
       01 RFW-SPAN PIC 9(5) COMP.
       01 RFW-MASTER-NAME PIC X(12).
       01 RFW-MASTER-KIND PIC X.
           88 RFW-LIBRARY-MASTER VALUE "L".
       01 RFW-KEY PIC X(8).
       01 RFW-LAST-KEY PIC X(8).
       01 RFW-HEADER-LINE PIC X(40).
       01 RFW-LINE-KEY PIC X(8).
       01 RFW-ENTITY-ROWS PIC 9.
       01 RFW-ENTITY-COLS PIC 9.
       01 RFW-ENTITY-CELLS PIC 9(5) COMP.
       01 RFW-IDX-NAME PIC X(40) VALUE "MATLIB.IDX".
      *    The report line: outcome, file, the item concerned, and
      *    the reason.
       01 RFW-OUTCOME PIC X(13).
       01 RFW-SUBJECT PIC X(12).
       01 RFW-ITEM PIC X(36).
       01 RFW-REASON PIC X(36).
       01 RFW-COUNT-OUT PIC ZZZZZ9.
       01 RFW-TOTAL-OUT PIC 9(8).
       01 RFW-RPT-ACTION PIC X.
       01 RFW-RPT-FILE PIC X(40) VALUE "ROLLRPT.DAT".
       01 RFW-RPT-TITLE PIC X(60).
       01 RFW-RPT-HEADING PIC X(100).
       01 RFW-RPT-LINE PIC X(100).

       LINKAGE SECTION.
       01 LK-RFW-SET-DATE PIC X(8).
       01 LK-RFW-REQ-NO PIC X(4).
       01 LK-RFW-EXECUTED PIC X.

       PROCEDURE DIVISION USING LK-RFW-SET-DATE LK-RFW-REQ-NO
              LK-RFW-EXECUTED.
       RFW-MAIN.
           MOVE "N" TO LK-RFW-EXECUTED
           MOVE ZERO TO RFW-RESTORED-COUNT
           MOVE ZERO TO RFW-REPLAYED-COUNT
           MOVE ZERO TO RFW-NOT-REPLAYED-COUNT
           MOVE ZERO TO RFW-LEFT-COUNT
           MOVE ZERO TO RFW-MISMATCH-COUNT
           PERFORM RFW-LOAD-REQUEST
           IF NOT RFW-FOUND
              DISPLAY "ROLL-FORWARD REQUEST " LK-RFW-REQ-NO
                 " NOT ON ROLLREQ.DAT - NOTHING RECOVERED"
              GOBACK
           END-IF
           PERFORM RFW-COUNT-SET-FILES
           IF RFW-SET-COUNT = ZERO
              DISPLAY "BACKUP SET " RFW-SET-DATE
                 " NOT ON FILE - NOTHING RECOVERED"
              GOBACK
           END-IF
           PERFORM RFW-OPEN-REPORT
           PERFORM VARYING RFW-FILE-IX FROM 1 BY 1
                 UNTIL RFW-FILE-IX > 11
              PERFORM RFW-RESTORE-ONE-FILE
           END-PERFORM
           PERFORM RFW-LOAD-JOURNAL
           PERFORM VARYING RFW-FILE-IX FROM 1 BY 1
                 UNTIL RFW-FILE-IX > 11
              EVALUATE RFW-FILE-KIND(RFW-FILE-IX)
                 WHEN "S"
                    PERFORM RFW-REPORT-LOST-CHANGES
                 WHEN "R"
                 WHEN "L"
                    PERFORM RFW-REPLAY-APPENDS
                 WHEN "M"
                    PERFORM RFW-REPLAY-MASTER
              END-EVALUATE
           END-PERFORM
           PERFORM RFW-REPORT-OTHER-ENTRIES
           PERFORM RFW-VERIFY-MANIFEST
           PERFORM RFW-CLOSE-REPORT
           MOVE "Y" TO LK-RFW-EXECUTED
           DISPLAY RFW-RESTORED-COUNT " FILES RESTORED FROM SET "
              RFW-SET-DATE
           DISPLAY RFW-REPLAYED-COUNT " CHANGES REPLAYED, "
              RFW-NOT-REPLAYED-COUNT " NOT REPLAYED, "
              RFW-LEFT-COUNT " LEFT AS IS"
           IF RFW-NOT-REPLAYED-COUNT > ZERO
              OR RFW-MISMATCH-COUNT > ZERO
              DISPLAY "RECOVERY INCOMPLETE - SEE ROLLRPT.DAT"
           END-IF
           GOBACK.

      *****************************************************************
      * RFW-LOAD-REQUEST finds the request on ROLLREQ.DAT by its
      * number and checks it names the set the pending action does.
      *****************************************************************
       RFW-LOAD-REQUEST.
           MOVE "N" TO RFW-FOUND-SWITCH
           MOVE "N" TO RFW-EOF-SWITCH
           OPEN INPUT RFW-REQ-FILE
           IF RFW-REQ-STATUS = "00"
              PERFORM UNTIL RFW-EOF
                 READ RFW-REQ-FILE
                    AT END SET RFW-EOF TO TRUE
                    NOT AT END
                       IF RFW-RRQ-REQ-NO = LK-RFW-REQ-NO
                          AND RFW-RRQ-SET-DATE = LK-RFW-SET-DATE
                          SET RFW-FOUND TO TRUE
                          MOVE RFW-RRQ-REQ-NO TO RFW-REQ-NO
                          MOVE RFW-RRQ-SET-DATE TO RFW-SET-DATE
                          MOVE RFW-RRQ-STOP-DATE TO RFW-STOP-DATE
                          MOVE RFW-RRQ-STOP-TIME TO RFW-STOP-TIME
                          MOVE RFW-RRQ-RUN-ID TO RFW-RUN-ID
                          MOVE RFW-RRQ-REQUESTER TO RFW-REQUESTER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RFW-REQ-FILE
           END-IF.

       RFW-COUNT-SET-FILES.
           MOVE ZERO TO RFW-SET-COUNT
           PERFORM VARYING RFW-FILE-IX FROM 1 BY 1
                 UNTIL RFW-FILE-IX > 11
              PERFORM RFW-NAME-BACKUP
              OPEN INPUT RFW-IN-FILE
              IF RFW-IN-STATUS = "00"
                 ADD 1 TO RFW-SET-COUNT
                 CLOSE RFW-IN-FILE
              END-IF
           END-PERFORM.

       RFW-NAME-BACKUP.
           MOVE SPACES TO RFW-IN-NAME
           STRING RFW-FILE-NAME(RFW-FILE-IX) DELIMITED BY SPACE
              ".BK" RFW-SET-DATE DELIMITED BY SIZE
              INTO RFW-IN-NAME.

       RFW-NAME-IMAGE.
           MOVE SPACES TO RFW-OUT-NAME
           STRING RFW-FILE-NAME(RFW-FILE-IX) DELIMITED BY SPACE
              ".RF" RFW-REQ-NO DELIMITED BY SIZE
              INTO RFW-OUT-NAME.

      *****************************************************************
      * RFW-RESTORE-ONE-FILE saves the current file as its
      * pre-recovery image, then copies the set's backup of it back
      * over the current file.
      *****************************************************************
       RFW-RESTORE-ONE-FILE.
           MOVE "N" TO RFW-SAVED-FLAG(RFW-FILE-IX)
           MOVE "N" TO RFW-IN-SET-FLAG(RFW-FILE-IX)
           MOVE RFW-FILE-NAME(RFW-FILE-IX) TO RFW-IN-NAME
           PERFORM RFW-NAME-IMAGE
           PERFORM RFW-COPY-FILE
           IF RFW-COPIED
              MOVE "Y" TO RFW-SAVED-FLAG(RFW-FILE-IX)
           END-IF
           PERFORM RFW-NAME-BACKUP
           MOVE RFW-FILE-NAME(RFW-FILE-IX) TO RFW-OUT-NAME
           PERFORM RFW-COPY-FILE
           MOVE RFW-FILE-NAME(RFW-FILE-IX) TO RFW-SUBJECT
           MOVE RFW-IN-NAME TO RFW-ITEM
           IF RFW-COPIED
              MOVE "Y" TO RFW-IN-SET-FLAG(RFW-FILE-IX)
              ADD 1 TO RFW-RESTORED-COUNT
              MOVE "RESTORED" TO RFW-OUTCOME
              MOVE "BROUGHT BACK FROM THE SET" TO RFW-REASON
           ELSE
              ADD 1 TO RFW-LEFT-COUNT
              MOVE "LEFT AS IS" TO RFW-OUTCOME
              MOVE "NO BACKUP OF IT IN THE SET" TO RFW-REASON
           END-IF
           PERFORM RFW-WRITE-DETAIL.

       RFW-COPY-FILE.
           MOVE "N" TO RFW-COPIED-SWITCH
           MOVE "N" TO RFW-EOF-SWITCH
           OPEN INPUT RFW-IN-FILE
           IF RFW-IN-STATUS = "00"
              OPEN OUTPUT RFW-OUT-FILE
              PERFORM UNTIL RFW-EOF
                 READ RFW-IN-FILE
                    AT END SET RFW-EOF TO TRUE
                    NOT AT END
                       MOVE RFW-IN-RECORD TO RFW-OUT-RECORD
                       WRITE RFW-OUT-RECORD
                 END-READ
              END-PERFORM
              CLOSE RFW-IN-FILE
              CLOSE RFW-OUT-FILE
              SET RFW-COPIED TO TRUE
           END-IF.

      *****************************************************************
      * RFW-REPORT-LOST-CHANGES compares a state file that has no
      * change record against its pre-recovery image: when the two
      * differ the changes made since the set are reported as not
      * replayed, since nothing recorded them.
      *****************************************************************
       RFW-REPORT-LOST-CHANGES.
           IF RFW-IN-SET-FLAG(RFW-FILE-IX) = "Y"
              PERFORM RFW-NAME-IMAGE
              MOVE RFW-OUT-NAME TO RFW-IN-NAME
              PERFORM RFW-SUM-FILE
              MOVE RFW-SUM-COUNT TO RFW-IMAGE-SUM-COUNT
              MOVE RFW-SUM-TOTAL TO RFW-IMAGE-SUM-TOTAL
              MOVE RFW-FILE-NAME(RFW-FILE-IX) TO RFW-IN-NAME
              PERFORM RFW-SUM-FILE
              IF RFW-SUM-COUNT NOT = RFW-IMAGE-SUM-COUNT
                 OR RFW-SUM-TOTAL NOT = RFW-IMAGE-SUM-TOTAL
                 ADD 1 TO RFW-NOT-REPLAYED-COUNT
                 MOVE "NOT REPLAYED" TO RFW-OUTCOME
                 MOVE RFW-FILE-NAME(RFW-FILE-IX) TO RFW-SUBJECT
                 MOVE RFW-IMAGE-SUM-COUNT TO RFW-COUNT-OUT
                 MOVE SPACES TO RFW-ITEM
                 STRING "CHANGED SINCE SET -" RFW-COUNT-OUT
                    " RECORDS" DELIMITED BY SIZE INTO RFW-ITEM
                 MOVE "NO CHANGE RECORD TO REPLAY FROM" TO
                    RFW-REASON
                 PERFORM RFW-WRITE-DETAIL
              END-IF
           END-IF.

      *    A file not on disk sums as zero records, zero total - the
      *    manifest's own convention.
       RFW-SUM-FILE.
           MOVE ZERO TO RFW-SUM-COUNT
           MOVE ZERO TO RFW-SUM-TOTAL
           MOVE "N" TO RFW-EOF-SWITCH
           OPEN INPUT RFW-IN-FILE
           IF RFW-IN-STATUS = "00"
              PERFORM UNTIL RFW-EOF
                 READ RFW-IN-FILE
                    AT END SET RFW-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO RFW-SUM-COUNT
                       CALL "MANIFEST-SUM-RECORD" USING
                          RFW-IN-RECORD RFW-SUM-TOTAL
                 END-READ
              END-PERFORM
              CLOSE RFW-IN-FILE
           END-IF.

      *****************************************************************
      * RFW-REPLAY-APPENDS brings a register or the ledger forward:
      * the pre-recovery image must open with the backup's records
      * unchanged, and what follows them is replayed onto the
      * restored file in order up to the stop point.  A file left as
      * it stands, or with no pre-recovery image, has nothing to
      * replay.
      *****************************************************************
       RFW-REPLAY-APPENDS.
           IF RFW-IN-SET-FLAG(RFW-FILE-IX) = "Y"
              AND RFW-SAVED-FLAG(RFW-FILE-IX) = "Y"
              PERFORM RFW-NAME-BACKUP
              MOVE RFW-IN-NAME TO RFW-BASE-NAME
              PERFORM RFW-NAME-IMAGE
              MOVE RFW-OUT-NAME TO RFW-IN-NAME
              MOVE RFW-FILE-NAME(RFW-FILE-IX) TO RFW-OUT-NAME
              MOVE RFW-FILE-NAME(RFW-FILE-IX) TO RFW-SUBJECT
              MOVE ZERO TO RFW-LAST-SERIAL
              MOVE "N" TO RFW-BASE-EOF-SWITCH
              MOVE "N" TO RFW-EOF-SWITCH
              MOVE "N" TO RFW-DIVERGED-SWITCH
              MOVE "N" TO RFW-HOLDING-SWITCH
              OPEN INPUT RFW-BASE-FILE
              OPEN INPUT RFW-IN-FILE
              PERFORM UNTIL RFW-BASE-EOF OR RFW-DIVERGED
                 READ RFW-BASE-FILE
                    AT END SET RFW-BASE-EOF TO TRUE
                    NOT AT END PERFORM RFW-MATCH-BASE-RECORD
                 END-READ
              END-PERFORM
              CLOSE RFW-BASE-FILE
              IF RFW-DIVERGED
                 ADD 1 TO RFW-NOT-REPLAYED-COUNT
                 MOVE "NOT REPLAYED" TO RFW-OUTCOME
                 MOVE "WHOLE FILE" TO RFW-ITEM
                 MOVE "REWRITTEN SINCE THE SET" TO RFW-REASON
                 PERFORM RFW-WRITE-DETAIL
              ELSE
                 OPEN EXTEND RFW-OUT-FILE
                 PERFORM UNTIL RFW-EOF
                    READ RFW-IN-FILE
                       AT END SET RFW-EOF TO TRUE
                       NOT AT END PERFORM RFW-REPLAY-ONE-APPEND
                    END-READ
                 END-PERFORM
                 CLOSE RFW-OUT-FILE
              END-IF
              CLOSE RFW-IN-FILE
           END-IF.

       RFW-MATCH-BASE-RECORD.
           READ RFW-IN-FILE
              AT END
                 SET RFW-EOF TO TRUE
                 SET RFW-DIVERGED TO TRUE
              NOT AT END
                 IF RFW-IN-RECORD NOT = RFW-BASE-RECORD
                    SET RFW-DIVERGED TO TRUE
                 END-IF
           END-READ
           IF RFW-FILE-KIND(RFW-FILE-IX) = "R"
              AND RFW-BASE-RECORD(1:6) IS NUMERIC
              MOVE RFW-BASE-RECORD(1:6) TO RFW-LAST-SERIAL
           END-IF.

      *    A register record is serial 9(6) and date; a ledger record
      *    is date, account, count, sign byte, and total.
       RFW-REPLAY-ONE-APPEND.
           MOVE "N" TO RFW-VALID-SWITCH
           MOVE ZERO TO RFW-SERIAL
           EVALUATE RFW-FILE-KIND(RFW-FILE-IX)
              WHEN "R"
                 IF RFW-IN-RECORD(1:6) IS NUMERIC
                    AND RFW-IN-RECORD(7:8) IS NUMERIC
                    MOVE RFW-IN-RECORD(1:6) TO RFW-SERIAL
                    MOVE RFW-IN-RECORD(7:8) TO RFW-STAMP-DATE
                    SET RFW-VALID TO TRUE
                 END-IF
              WHEN "L"
                 IF RFW-IN-RECORD(1:8) IS NUMERIC
                    AND RFW-IN-RECORD(13:5) IS NUMERIC
                    AND (RFW-IN-RECORD(18:1) = "+"
                       OR RFW-IN-RECORD(18:1) = "-")
                    AND RFW-IN-RECORD(19:11) IS NUMERIC
                    MOVE RFW-IN-RECORD(1:8) TO RFW-STAMP-DATE
                    SET RFW-VALID TO TRUE
                 END-IF
           END-EVALUATE
           MOVE SPACES TO RFW-REASON
           EVALUATE TRUE
              WHEN NOT RFW-VALID
                 MOVE "UNREADABLE RECORD" TO RFW-REASON
              WHEN RFW-FILE-KIND(RFW-FILE-IX) = "R"
                 AND RFW-SERIAL NOT > RFW-LAST-SERIAL
                 MOVE "SERIAL OUT OF SEQUENCE" TO RFW-REASON
              WHEN RFW-HOLDING
                 MOVE "FOLLOWS A RECORD HELD BACK" TO RFW-REASON
              WHEN RFW-STAMP-DATE < RFW-STOP-DATE
                 CONTINUE
              WHEN RFW-STAMP-DATE = RFW-STOP-DATE
                 AND RFW-STOP-TIME > ZERO
                 MOVE "STOP DAY - FILE RECORDS NO TIME" TO
                    RFW-REASON
              WHEN OTHER
                 MOVE "AFTER THE STOP POINT" TO RFW-REASON
           END-EVALUATE
           MOVE RFW-IN-RECORD(1:36) TO RFW-ITEM
           IF RFW-REASON = SPACES
              MOVE RFW-IN-RECORD TO RFW-OUT-RECORD
              WRITE RFW-OUT-RECORD
              IF RFW-FILE-KIND(RFW-FILE-IX) = "R"
                 MOVE RFW-SERIAL TO RFW-LAST-SERIAL
              END-IF
              ADD 1 TO RFW-REPLAYED-COUNT
              MOVE "REPLAYED" TO RFW-OUTCOME
           ELSE
              SET RFW-HOLDING TO TRUE
              ADD 1 TO RFW-NOT-REPLAYED-COUNT
              MOVE "NOT REPLAYED" TO RFW-OUTCOME
           END-IF
           PERFORM RFW-WRITE-DETAIL.

      *****************************************************************
      * RFW-LOAD-JOURNAL tables every journal entry and pools its
      * image lines, placing each entry against the set date and the
      * stop point.  Entries past the table's room are counted and
      * reported as not replayed.
      *****************************************************************
       RFW-LOAD-JOURNAL.
           MOVE ZERO TO RFW-ENTRY-COUNT
           MOVE ZERO TO RFW-IMAGE-COUNT
           MOVE ZERO TO RFW-OVERFLOW-COUNT
           MOVE "N" TO RFW-TABLE-FULL-SWITCH
           MOVE "N" TO RFW-EOF-SWITCH
           OPEN INPUT RFW-JRN-FILE
           IF RFW-JRN-STATUS = "00"
              PERFORM UNTIL RFW-EOF
                 READ RFW-JRN-FILE
                    AT END SET RFW-EOF TO TRUE
                    NOT AT END PERFORM RFW-TAKE-JOURNAL-RECORD
                 END-READ
              END-PERFORM
              CLOSE RFW-JRN-FILE
           END-IF
           IF RFW-OVERFLOW-COUNT > ZERO
              ADD RFW-OVERFLOW-COUNT TO RFW-NOT-REPLAYED-COUNT
              MOVE "NOT REPLAYED" TO RFW-OUTCOME
              MOVE "MAINTJRN.DAT" TO RFW-SUBJECT
              MOVE RFW-OVERFLOW-COUNT TO RFW-COUNT-OUT
              MOVE SPACES TO RFW-ITEM
              STRING RFW-COUNT-OUT " LATER ENTRIES"
                 DELIMITED BY SIZE INTO RFW-ITEM
              MOVE "BEYOND THE JOURNAL TABLE" TO RFW-REASON
              PERFORM RFW-WRITE-DETAIL
           END-IF.

       RFW-TAKE-JOURNAL-RECORD.
           IF RFW-JRN-RECORD(1:4) = "JRNL"
              IF RFW-TABLE-FULL OR RFW-ENTRY-COUNT NOT < 2000
                 SET RFW-TABLE-FULL TO TRUE
                 ADD 1 TO RFW-OVERFLOW-COUNT
              ELSE
                 ADD 1 TO RFW-ENTRY-COUNT
                 MOVE RFW-JRN-RECORD(5:8) TO
                    RFW-ENT-DATE(RFW-ENTRY-COUNT)
                 MOVE RFW-JRN-RECORD(13:8) TO
                    RFW-ENT-TIME(RFW-ENTRY-COUNT)
                 MOVE RFW-JRN-RECORD(41:8) TO
                    RFW-ENT-ACTION(RFW-ENTRY-COUNT)
                 MOVE RFW-JRN-RECORD(49:20) TO
                    RFW-ENT-TARGET(RFW-ENTRY-COUNT)
                 MOVE ZERO TO RFW-ENT-IMAGES(RFW-ENTRY-COUNT)
                 COMPUTE RFW-ENT-FIRST(RFW-ENTRY-COUNT) =
                    RFW-IMAGE-COUNT + 1
                 MOVE SPACES TO RFW-ENT-KEY(RFW-ENTRY-COUNT)
                 MOVE "N" TO RFW-ENT-DONE(RFW-ENTRY-COUNT)
                 MOVE RFW-ENTRY-COUNT TO RFW-ENT-IX
                 PERFORM RFW-PLACE-ENTRY
              END-IF
           ELSE
              IF RFW-JRN-RECORD(1:4) = "IMG "
                 AND RFW-ENTRY-COUNT > ZERO
                 AND NOT RFW-TABLE-FULL
                 IF RFW-IMAGE-COUNT NOT < 30000
      *             An entry whose images do not all fit cannot be
      *             replayed whole, so it goes with the overflow.
                    SUBTRACT 1 FROM RFW-ENTRY-COUNT
                    SET RFW-TABLE-FULL TO TRUE
                    ADD 1 TO RFW-OVERFLOW-COUNT
                 ELSE
                    ADD 1 TO RFW-IMAGE-COUNT
                    MOVE RFW-JRN-RECORD(5:40) TO
                       RFW-IMAGE(RFW-IMAGE-COUNT)
                    ADD 1 TO RFW-ENT-IMAGES(RFW-ENTRY-COUNT)
                    IF RFW-ENT-IMAGES(RFW-ENTRY-COUNT) = 1
                       MOVE RFW-JRN-RECORD(5:8) TO
                          RFW-ENT-KEY(RFW-ENTRY-COUNT)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       RFW-PLACE-ENTRY.
           MOVE "B" TO RFW-ENT-WINDOW(RFW-ENT-IX)
           IF RFW-ENT-DATE(RFW-ENT-IX) IS NUMERIC
              AND RFW-ENT-TIME(RFW-ENT-IX) IS NUMERIC
              MOVE RFW-ENT-DATE(RFW-ENT-IX) TO RFW-STAMP-DATE
              MOVE RFW-ENT-TIME(RFW-ENT-IX) TO RFW-STAMP-TIME
              IF RFW-STAMP-DATE NOT < RFW-SET-DATE
                 IF RFW-STAMP-DATE < RFW-STOP-DATE
                    OR (RFW-STAMP-DATE = RFW-STOP-DATE
                       AND RFW-STAMP-TIME < RFW-STOP-TIME)
                    MOVE "Y" TO RFW-ENT-WINDOW(RFW-ENT-IX)
                 ELSE
                    MOVE "A" TO RFW-ENT-WINDOW(RFW-ENT-IX)
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * RFW-REPLAY-MASTER replays the journal onto one restored
      * master.  Each product or library entry a journaled change
      * inside the window touched is rebuilt once, to its state at
      * the stop point; later entries for the same key ride along
      * with the first.  Entries after the stop point are listed as
      * not replayed, and entries on the pre-recovery image that the
      * restore took away with no journal entry to bring them back
      * are reported too.
      *****************************************************************
       RFW-REPLAY-MASTER.
           IF RFW-IN-SET-FLAG(RFW-FILE-IX) = "Y"
              MOVE RFW-FILE-NAME(RFW-FILE-IX) TO RFW-MASTER-NAME
              IF RFW-MASTER-NAME = "MATLIB.DAT"
                 MOVE "L" TO RFW-MASTER-KIND
              ELSE
                 MOVE "P" TO RFW-MASTER-KIND
              END-IF
              MOVE "N" TO RFW-CHANGED-SWITCH
              PERFORM RFW-LOAD-MASTER
              PERFORM VARYING RFW-ENT-IX FROM 1 BY 1
                    UNTIL RFW-ENT-IX > RFW-ENTRY-COUNT
                 IF RFW-ENT-TARGET(RFW-ENT-IX) = RFW-MASTER-NAME
                    AND RFW-ENT-WINDOW(RFW-ENT-IX) = "Y"
                    PERFORM RFW-REPLAY-MASTER-ENTRY
                 END-IF
              END-PERFORM
              PERFORM VARYING RFW-ENT-IX FROM 1 BY 1
                    UNTIL RFW-ENT-IX > RFW-ENTRY-COUNT
                 IF RFW-ENT-TARGET(RFW-ENT-IX) = RFW-MASTER-NAME
                    AND RFW-ENT-WINDOW(RFW-ENT-IX) = "A"
                    PERFORM RFW-SET-ENTRY-ITEM
                    ADD 1 TO RFW-NOT-REPLAYED-COUNT
                    MOVE "NOT REPLAYED" TO RFW-OUTCOME
                    MOVE "AFTER THE STOP POINT" TO RFW-REASON
                    PERFORM RFW-WRITE-DETAIL
                 END-IF
              END-PERFORM
              PERFORM RFW-SWEEP-UNJOURNALED
              IF RFW-MASTER-CHANGED
                 PERFORM RFW-WRITE-MASTER
              END-IF
           END-IF.

       RFW-LOAD-MASTER.
           MOVE ZERO TO RFW-CUR-COUNT
           MOVE RFW-MASTER-NAME TO RFW-IN-NAME
           MOVE "N" TO RFW-EOF-SWITCH
           OPEN INPUT RFW-IN-FILE
           IF RFW-IN-STATUS = "00"
              PERFORM UNTIL RFW-EOF
                 READ RFW-IN-FILE
                    AT END SET RFW-EOF TO TRUE
                    NOT AT END
                       MOVE RFW-IN-RECORD(1:40) TO RFW-HEADER-LINE
                       PERFORM RFW-ADD-CUR-LINE
                 END-READ
              END-PERFORM
              CLOSE RFW-IN-FILE
           END-IF
           MOVE ZERO TO RFW-PRE-COUNT
           PERFORM RFW-NAME-IMAGE
           MOVE RFW-OUT-NAME TO RFW-IN-NAME
           MOVE "N" TO RFW-EOF-SWITCH
           OPEN INPUT RFW-IN-FILE
           IF RFW-IN-STATUS = "00"
              PERFORM UNTIL RFW-EOF
                 READ RFW-IN-FILE
                    AT END SET RFW-EOF TO TRUE
                    NOT AT END
                       IF RFW-PRE-COUNT < 30000
                          ADD 1 TO RFW-PRE-COUNT
                          MOVE RFW-IN-RECORD(1:40) TO
                             RFW-PRE-LINE(RFW-PRE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RFW-IN-FILE
           END-IF.

       RFW-ADD-CUR-LINE.
           IF RFW-CUR-COUNT < 30000
              ADD 1 TO RFW-CUR-COUNT
              MOVE RFW-HEADER-LINE TO RFW-CUR-LINE(RFW-CUR-COUNT)
              MOVE "N" TO RFW-CUR-DROP(RFW-CUR-COUNT)
           END-IF.

       RFW-REPLAY-MASTER-ENTRY.
           PERFORM RFW-SET-ENTRY-ITEM
           EVALUATE TRUE
              WHEN RFW-ENT-IMAGES(RFW-ENT-IX) = ZERO
                 ADD 1 TO RFW-NOT-REPLAYED-COUNT
                 MOVE "NOT REPLAYED" TO RFW-OUTCOME
                 MOVE "NO BEFORE-IMAGE TO KEY ON" TO RFW-REASON
              WHEN RFW-ENT-DONE(RFW-ENT-IX) = "Y"
                 ADD 1 TO RFW-REPLAYED-COUNT
                 MOVE "REPLAYED" TO RFW-OUTCOME
                 MOVE "WITH THE EARLIER ENTRY FOR THE KEY" TO
                    RFW-REASON
              WHEN OTHER
                 PERFORM RFW-REBUILD-ENTITY
                 ADD 1 TO RFW-REPLAYED-COUNT
                 MOVE "REPLAYED" TO RFW-OUTCOME
                 IF RFW-SOURCE-IX > ZERO
                    MOVE "AS AT STOP, FROM LATER BEFORE-IMAGE" TO
                       RFW-REASON
                 ELSE
                    MOVE "AS AT STOP, FROM PRE-RECOVERY IMAGE" TO
                       RFW-REASON
                 END-IF
           END-EVALUATE
           PERFORM RFW-WRITE-DETAIL.

       RFW-SET-ENTRY-ITEM.
           MOVE RFW-MASTER-NAME TO RFW-SUBJECT
           MOVE SPACES TO RFW-ITEM
           STRING RFW-ENT-DATE(RFW-ENT-IX) " "
              RFW-ENT-TIME(RFW-ENT-IX) " "
              RFW-ENT-ACTION(RFW-ENT-IX) " "
              RFW-ENT-KEY(RFW-ENT-IX)
              DELIMITED BY SIZE INTO RFW-ITEM.

      *****************************************************************
      * RFW-REBUILD-ENTITY drops the key's lines from the restored
      * master and appends its state at the stop point: the
      * before-image of its first journaled change after the stop
      * point, or failing that its lines on the pre-recovery image
      * (none there means it stood deleted at the stop point).
      *****************************************************************
       RFW-REBUILD-ENTITY.
           MOVE RFW-ENT-KEY(RFW-ENT-IX) TO RFW-KEY
           MOVE ZERO TO RFW-SOURCE-IX
           PERFORM VARYING RFW-SCAN-IX FROM RFW-ENT-IX BY 1
                 UNTIL RFW-SCAN-IX > RFW-ENTRY-COUNT
              IF RFW-ENT-TARGET(RFW-SCAN-IX) = RFW-MASTER-NAME
                 AND RFW-ENT-KEY(RFW-SCAN-IX) = RFW-KEY
                 IF RFW-ENT-WINDOW(RFW-SCAN-IX) = "Y"
                    MOVE "Y" TO RFW-ENT-DONE(RFW-SCAN-IX)
                 END-IF
                 IF RFW-ENT-WINDOW(RFW-SCAN-IX) = "A"
                    AND RFW-SOURCE-IX = ZERO
                    AND RFW-ENT-IMAGES(RFW-SCAN-IX) > ZERO
                    MOVE RFW-SCAN-IX TO RFW-SOURCE-IX
                 END-IF
              END-IF
           END-PERFORM
           PERFORM RFW-DROP-CUR-ENTITY
           IF RFW-SOURCE-IX > ZERO
              COMPUTE RFW-IMG-END = RFW-ENT-FIRST(RFW-SOURCE-IX)
                 + RFW-ENT-IMAGES(RFW-SOURCE-IX) - 1
              PERFORM VARYING RFW-IMG-IX FROM
                    RFW-ENT-FIRST(RFW-SOURCE-IX) BY 1
                    UNTIL RFW-IMG-IX > RFW-IMG-END
                 MOVE RFW-IMAGE(RFW-IMG-IX) TO RFW-HEADER-LINE
                 PERFORM RFW-ADD-CUR-LINE
              END-PERFORM
           ELSE
              PERFORM RFW-COPY-PRE-ENTITY
           END-IF
           SET RFW-MASTER-CHANGED TO TRUE.

      *    A product is its component lines; a library entry is its
      *    header line and the cell (or triple) lines it counts.
       RFW-TAKE-ENTITY-SPAN.
           MOVE RFW-HEADER-LINE(1:8) TO RFW-LINE-KEY
           MOVE 1 TO RFW-SPAN
           IF RFW-LIBRARY-MASTER
              MOVE ZERO TO RFW-ENTITY-CELLS
              IF RFW-HEADER-LINE(9:1) = "S"
                 IF RFW-HEADER-LINE(16:5) IS NUMERIC
                    MOVE RFW-HEADER-LINE(16:5) TO RFW-ENTITY-CELLS
                 END-IF
              ELSE
                 IF RFW-HEADER-LINE(10:2) IS NUMERIC
                    MOVE RFW-HEADER-LINE(10:1) TO RFW-ENTITY-ROWS
                    MOVE RFW-HEADER-LINE(11:1) TO RFW-ENTITY-COLS
                    COMPUTE RFW-ENTITY-CELLS =
                       RFW-ENTITY-ROWS * RFW-ENTITY-COLS
                 END-IF
              END-IF
              ADD RFW-ENTITY-CELLS TO RFW-SPAN
           END-IF.

       RFW-DROP-CUR-ENTITY.
           MOVE 1 TO RFW-LINE-IX
           PERFORM UNTIL RFW-LINE-IX > RFW-CUR-COUNT
              MOVE RFW-CUR-LINE(RFW-LINE-IX) TO RFW-HEADER-LINE
              PERFORM RFW-TAKE-ENTITY-SPAN
              IF RFW-LINE-KEY = RFW-KEY
                 AND RFW-CUR-DROP(RFW-LINE-IX) = "N"
                 PERFORM VARYING RFW-SPAN-IX FROM RFW-LINE-IX BY 1
                       UNTIL RFW-SPAN-IX > RFW-CUR-COUNT
                       OR RFW-SPAN-IX >= RFW-LINE-IX + RFW-SPAN
                    MOVE "Y" TO RFW-CUR-DROP(RFW-SPAN-IX)
                 END-PERFORM
              END-IF
              ADD RFW-SPAN TO RFW-LINE-IX
           END-PERFORM.

       RFW-COPY-PRE-ENTITY.
           MOVE 1 TO RFW-LINE-IX
           PERFORM UNTIL RFW-LINE-IX > RFW-PRE-COUNT
              MOVE RFW-PRE-LINE(RFW-LINE-IX) TO RFW-HEADER-LINE
              PERFORM RFW-TAKE-ENTITY-SPAN
              IF RFW-LINE-KEY = RFW-KEY
                 PERFORM VARYING RFW-SPAN-IX FROM RFW-LINE-IX BY 1
                       UNTIL RFW-SPAN-IX > RFW-PRE-COUNT
                       OR RFW-SPAN-IX >= RFW-LINE-IX + RFW-SPAN
                    MOVE RFW-PRE-LINE(RFW-SPAN-IX) TO
                       RFW-HEADER-LINE
                    PERFORM RFW-ADD-CUR-LINE
                 END-PERFORM
              END-IF
              ADD RFW-SPAN TO RFW-LINE-IX
           END-PERFORM.

      *****************************************************************
      * RFW-SWEEP-UNJOURNALED reports each entry on the pre-recovery
      * image that the restored master no longer has and that no
      * journal entry inside the window rebuilt - added since the set
      * without a journal entry, so there is no record of when.
      *****************************************************************
       RFW-SWEEP-UNJOURNALED.
           MOVE SPACES TO RFW-LAST-KEY
           MOVE 1 TO RFW-LINE-IX
           PERFORM UNTIL RFW-LINE-IX > RFW-PRE-COUNT
              MOVE RFW-PRE-LINE(RFW-LINE-IX) TO RFW-HEADER-LINE
              PERFORM RFW-TAKE-ENTITY-SPAN
              IF RFW-LINE-KEY NOT = RFW-LAST-KEY
                 MOVE RFW-LINE-KEY TO RFW-KEY
                 MOVE RFW-LINE-KEY TO RFW-LAST-KEY
                 PERFORM RFW-CHECK-KEY-RECOVERED
              END-IF
              ADD RFW-SPAN TO RFW-LINE-IX
           END-PERFORM.

       RFW-CHECK-KEY-RECOVERED.
           MOVE "N" TO RFW-FOUND-SWITCH
           PERFORM VARYING RFW-SCAN-IX FROM 1 BY 1
                 UNTIL RFW-SCAN-IX > RFW-ENTRY-COUNT OR RFW-FOUND
              IF RFW-ENT-TARGET(RFW-SCAN-IX) = RFW-MASTER-NAME
                 AND RFW-ENT-KEY(RFW-SCAN-IX) = RFW-KEY
                 AND RFW-ENT-DONE(RFW-SCAN-IX) = "Y"
                 SET RFW-FOUND TO TRUE
              END-IF
           END-PERFORM
           MOVE 1 TO RFW-SPAN-IX
           PERFORM UNTIL RFW-SPAN-IX > RFW-CUR-COUNT OR RFW-FOUND
              MOVE RFW-CUR-LINE(RFW-SPAN-IX) TO RFW-HEADER-LINE
              MOVE RFW-SPAN-IX TO RFW-IMG-IX
              PERFORM RFW-TAKE-ENTITY-SPAN
              IF RFW-LINE-KEY = RFW-KEY
                 AND RFW-CUR-DROP(RFW-IMG-IX) = "N"
                 SET RFW-FOUND TO TRUE
              END-IF
              ADD RFW-SPAN TO RFW-SPAN-IX
           END-PERFORM
      *    The span walk above leaves the pre-image walk's span and
      *    key behind it, so both are taken again for the caller.
           MOVE RFW-PRE-LINE(RFW-LINE-IX) TO RFW-HEADER-LINE
           PERFORM RFW-TAKE-ENTITY-SPAN
           IF NOT RFW-FOUND
              ADD 1 TO RFW-NOT-REPLAYED-COUNT
              MOVE "NOT REPLAYED" TO RFW-OUTCOME
              MOVE RFW-MASTER-NAME TO RFW-SUBJECT
              MOVE RFW-KEY TO RFW-ITEM
              MOVE "ADDED SINCE THE SET, NOT JOURNALED" TO
                 RFW-REASON
              PERFORM RFW-WRITE-DETAIL
           END-IF.

       RFW-WRITE-MASTER.
           MOVE RFW-MASTER-NAME TO RFW-OUT-NAME
           OPEN OUTPUT RFW-OUT-FILE
           PERFORM VARYING RFW-LINE-IX FROM 1 BY 1
                 UNTIL RFW-LINE-IX > RFW-CUR-COUNT
              IF RFW-CUR-DROP(RFW-LINE-IX) = "N"
                 MOVE RFW-CUR-LINE(RFW-LINE-IX) TO RFW-OUT-RECORD
                 WRITE RFW-OUT-RECORD
              END-IF
           END-PERFORM
           CLOSE RFW-OUT-FILE
           IF RFW-LIBRARY-MASTER
              CALL "CBL_DELETE_FILE" USING RFW-IDX-NAME
           END-IF.

      *****************************************************************
      * RFW-REPORT-OTHER-ENTRIES lists the journal entries from the
      * set date on whose target the set does not hold - the decks,
      * or a master missing from an older set.  Their changes were
      * never undone by the restore, so they stand as they are.
      *****************************************************************
       RFW-REPORT-OTHER-ENTRIES.
           PERFORM VARYING RFW-ENT-IX FROM 1 BY 1
                 UNTIL RFW-ENT-IX > RFW-ENTRY-COUNT
              IF RFW-ENT-WINDOW(RFW-ENT-IX) NOT = "B"
                 MOVE "N" TO RFW-FOUND-SWITCH
                 PERFORM VARYING RFW-FILE-IX FROM 1 BY 1
                       UNTIL RFW-FILE-IX > 11
                    IF RFW-FILE-KIND(RFW-FILE-IX) = "M"
                       AND RFW-IN-SET-FLAG(RFW-FILE-IX) = "Y"
                       AND RFW-FILE-NAME(RFW-FILE-IX) =
                          RFW-ENT-TARGET(RFW-ENT-IX)
                       SET RFW-FOUND TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT RFW-FOUND
                    MOVE RFW-ENT-TARGET(RFW-ENT-IX) TO
                       RFW-MASTER-NAME
                    PERFORM RFW-SET-ENTRY-ITEM
                    ADD 1 TO RFW-LEFT-COUNT
                    MOVE "LEFT AS IS" TO RFW-OUTCOME
                    MOVE "TARGET NOT IN THE BACKUP SET" TO
                       RFW-REASON
                    PERFORM RFW-WRITE-DETAIL
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * RFW-VERIFY-MANIFEST recounts and re-totals every file the
      * state manifest lists and compares the recovered file with
      * the manifest's figures.
      *****************************************************************
       RFW-VERIFY-MANIFEST.
           MOVE "N" TO RFW-BASE-EOF-SWITCH
           OPEN INPUT RFW-MAN-FILE
           IF RFW-MAN-STATUS NOT = "00"
              MOVE "NOT VERIFIED" TO RFW-OUTCOME
              MOVE "MBDMANIF.DAT" TO RFW-SUBJECT
              MOVE SPACES TO RFW-ITEM
              MOVE "NO STATE MANIFEST ON FILE" TO RFW-REASON
              PERFORM RFW-WRITE-DETAIL
           ELSE
              PERFORM UNTIL RFW-BASE-EOF
                 READ RFW-MAN-FILE
                    AT END SET RFW-BASE-EOF TO TRUE
                    NOT AT END PERFORM RFW-VERIFY-ONE-FILE
                 END-READ
              END-PERFORM
              CLOSE RFW-MAN-FILE
           END-IF.

       RFW-VERIFY-ONE-FILE.
           MOVE RFW-MFR-NAME TO RFW-IN-NAME
           PERFORM RFW-SUM-FILE
           MOVE RFW-MFR-NAME TO RFW-SUBJECT
           MOVE RFW-SUM-COUNT TO RFW-COUNT-OUT
           MOVE RFW-SUM-TOTAL TO RFW-TOTAL-OUT
           MOVE SPACES TO RFW-ITEM
           STRING RFW-COUNT-OUT " RECORDS, TOTAL " RFW-TOTAL-OUT
              DELIMITED BY SIZE INTO RFW-ITEM
           IF RFW-SUM-COUNT = RFW-MFR-COUNT
              AND RFW-SUM-TOTAL = RFW-MFR-TOTAL
              MOVE "VERIFIED" TO RFW-OUTCOME
              MOVE "AGREES WITH THE MANIFEST" TO RFW-REASON
           ELSE
              ADD 1 TO RFW-MISMATCH-COUNT
              MOVE "MISMATCH" TO RFW-OUTCOME
              MOVE RFW-MFR-COUNT TO RFW-COUNT-OUT
              MOVE SPACES TO RFW-REASON
              STRING "MANIFEST HAD" RFW-COUNT-OUT " RECORDS, "
                 RFW-MFR-TOTAL DELIMITED BY SIZE INTO RFW-REASON
           END-IF
           PERFORM RFW-WRITE-DETAIL.

      *****************************************************************
      * Report plumbing - the standard REPORT-WRITER calls.
      *****************************************************************
       RFW-OPEN-REPORT.
           MOVE "O" TO RFW-RPT-ACTION
           MOVE SPACES TO RFW-RPT-TITLE
           STRING "ROLL-FORWARD RECOVERY - SET " RFW-SET-DATE
              " REQUEST " RFW-REQ-NO
              DELIMITED BY SIZE INTO RFW-RPT-TITLE
           MOVE SPACES TO RFW-RPT-HEADING
           STRING "OUTCOME       FILE         ITEM"
              "                                 REASON"
              DELIMITED BY SIZE INTO RFW-RPT-HEADING
           MOVE SPACES TO RFW-RPT-LINE
           CALL "REPORT-WRITER" USING RFW-RPT-ACTION RFW-RPT-FILE
              RFW-RPT-TITLE RFW-RPT-HEADING RFW-RPT-LINE
           MOVE "D" TO RFW-RPT-ACTION
           MOVE SPACES TO RFW-RPT-LINE
           IF RFW-STOP-DATE = 99999999
              STRING "STOP POINT - NONE, EVERYTHING RECORDED"
                 " REQUESTED BY " RFW-REQUESTER
                 DELIMITED BY SIZE INTO RFW-RPT-LINE
           ELSE
              STRING "STOP POINT - " RFW-STOP-DATE " "
                 RFW-STOP-TIME " " RFW-RUN-ID
                 " REQUESTED BY " RFW-REQUESTER
                 DELIMITED BY SIZE INTO RFW-RPT-LINE
           END-IF
           CALL "REPORT-WRITER" USING RFW-RPT-ACTION RFW-RPT-FILE
              RFW-RPT-TITLE RFW-RPT-HEADING RFW-RPT-LINE.

       RFW-WRITE-DETAIL.
           MOVE "D" TO RFW-RPT-ACTION
           MOVE SPACES TO RFW-RPT-LINE
           STRING RFW-OUTCOME " " RFW-SUBJECT " " RFW-ITEM " "
              RFW-REASON DELIMITED BY SIZE INTO RFW-RPT-LINE
           CALL "REPORT-WRITER" USING RFW-RPT-ACTION RFW-RPT-FILE
              RFW-RPT-TITLE RFW-RPT-HEADING RFW-RPT-LINE.

       RFW-CLOSE-REPORT.
           MOVE "D" TO RFW-RPT-ACTION
           MOVE RFW-RESTORED-COUNT TO RFW-COUNT-OUT
           MOVE SPACES TO RFW-RPT-LINE
           STRING "FILES RESTORED        " RFW-COUNT-OUT
              DELIMITED BY SIZE INTO RFW-RPT-LINE
           CALL "REPORT-WRITER" USING RFW-RPT-ACTION RFW-RPT-FILE
              RFW-RPT-TITLE RFW-RPT-HEADING RFW-RPT-LINE
           MOVE RFW-REPLAYED-COUNT TO RFW-COUNT-OUT
           MOVE SPACES TO RFW-RPT-LINE
           STRING "CHANGES REPLAYED      " RFW-COUNT-OUT
              DELIMITED BY SIZE INTO RFW-RPT-LINE
           CALL "REPORT-WRITER" USING RFW-RPT-ACTION RFW-RPT-FILE
              RFW-RPT-TITLE RFW-RPT-HEADING RFW-RPT-LINE
           MOVE RFW-NOT-REPLAYED-COUNT TO RFW-COUNT-OUT
           MOVE SPACES TO RFW-RPT-LINE
           STRING "CHANGES NOT REPLAYED  " RFW-COUNT-OUT
              DELIMITED BY SIZE INTO RFW-RPT-LINE
           CALL "REPORT-WRITER" USING RFW-RPT-ACTION RFW-RPT-FILE
              RFW-RPT-TITLE RFW-RPT-HEADING RFW-RPT-LINE
           MOVE RFW-LEFT-COUNT TO RFW-COUNT-OUT
           MOVE SPACES TO RFW-RPT-LINE
           STRING "LEFT AS IS            " RFW-COUNT-OUT
              DELIMITED BY SIZE INTO RFW-RPT-LINE
           CALL "REPORT-WRITER" USING RFW-RPT-ACTION RFW-RPT-FILE
              RFW-RPT-TITLE RFW-RPT-HEADING RFW-RPT-LINE
           MOVE RFW-MISMATCH-COUNT TO RFW-COUNT-OUT
           MOVE SPACES TO RFW-RPT-LINE
           STRING "MANIFEST MISMATCHES   " RFW-COUNT-OUT
              DELIMITED BY SIZE INTO RFW-RPT-LINE
           CALL "REPORT-WRITER" USING RFW-RPT-ACTION RFW-RPT-FILE
              RFW-RPT-TITLE RFW-RPT-HEADING RFW-RPT-LINE
           MOVE "C" TO RFW-RPT-ACTION
           MOVE SPACES TO RFW-RPT-LINE
           CALL "REPORT-WRITER" USING RFW-RPT-ACTION RFW-RPT-FILE
              RFW-RPT-TITLE RFW-RPT-HEADING RFW-RPT-LINE.

       END PROGRAM ROLL-FORWARD.
