      * days when that control file is present (FILE STATUS 35 falls
      * back to the 90-day default).
      *
      * The report repository REPORT-WRITER captures every report
      * into ages out under the same rules: after the catalog purge,
      * every repository index entry (RPTINDEX.DAT) whose report's
      * processing date is older than the retention period has its
      * captured copy RPTREPO.nnnnnn - a partition instance's own
      * P2.RPTREPO.nnnnnn - deleted and is dropped from the
      * rewritten index.  An index past the table's capacity is left
      * untouched and ends the run RETURN-CODE 8, exactly as an
      * overfull catalog does.
      *
      * A managed file that does not exist tonight is simply skipped
      * - FILE STATUS 35 on the input side, the same not-found
      * convention used throughout this suite.
           SELECT RETENTION-FILE ASSIGN TO "ARCRETN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RETENTION-STATUS.
           SELECT REPO-INDEX-FILE ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPO-INDEX-STATUS.
       DATA DIVISION.

       FILE SECTION.
      *    Wide enough for the longest managed record - the results
      *    dataset's 286 bytes - so no generation is cut short.
       FD  CURRENT-FILE.
       01  CURRENT-RECORD PIC X(300).
       FD  ARCHIVE-FILE.
           05 CAT-CUT-DATE PIC 9(8).
       FD  RETENTION-FILE.
       01  RETENTION-RECORD PIC 9(3).
       FD  REPO-INDEX-FILE.
       01  REPO-INDEX-RECORD.
           05 RIX-REPORT-NAME PIC X(40).
           05 RIX-PROCESS-DATE PIC 9(8).
           05 RIX-RUN-ID PIC X(13).
           05 RIX-CYCLE PIC 9.
           05 RIX-USER PIC X(8).
           05 RIX-PAGES PIC 9(4).
           05 RIX-LINES PIC 9(6).
           05 RIX-ASOF-FLAG PIC X.
           05 RIX-TEST-FLAG PIC X.
           05 RIX-SEQUENCE PIC 9(6).
           05 RIX-STAMP-DATE PIC 9(8).
           05 RIX-STAMP-TIME PIC 9(8).
           05 RIX-PARTITION PIC 9.

       WORKING-STORAGE SECTION.
       01 WS-CURRENT-NAME PIC X(40).
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-CATALOG-STATUS PIC XX.
       01 WS-RETENTION-STATUS PIC XX.
       01 WS-REPO-INDEX-STATUS PIC XX.
       01 WS-MANAGED-FILES.
           05 FILLER PIC X(12) VALUE "ARARPT.DAT".
           05 FILLER PIC X(12) VALUE "RUNLOG.DAT".
       01 WS-CAT-IX PIC 9(3) COMP.
       01 WS-CAT-OVF-SWITCH PIC X VALUE "N".
           88 WS-CATALOG-OVERFLOW VALUE "Y".
       01 WS-REPO-TABLE.
           05 WS-REPO-ENTRY OCCURS 5000 TIMES.
               10 WS-REPO-RECORD PIC X(105).
               10 WS-REPO-DATE PIC 9(8).
               10 WS-REPO-SEQUENCE PIC 9(6).
               10 WS-REPO-PARTITION PIC 9.
       01 WS-REPO-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-REPO-IX PIC 9(4) COMP.
       01 WS-REPO-LOGICAL PIC X(40).
       01 WS-REPO-PURGED PIC 9(5) VALUE ZERO.
       01 WS-REPO-OVF-SWITCH PIC X VALUE "N".
           88 WS-REPO-OVERFLOW VALUE "Y".
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
              PERFORM ARCHIVE-ONE-FILE
           END-PERFORM
           PERFORM PURGE-OLD-ARCHIVES
           PERFORM PURGE-REPORT-REPOSITORY
           DISPLAY "ARCHIVEPURGE COMPLETE - " WS-ARCHIVED-COUNT
              " FILES ARCHIVED, " WS-PURGED-COUNT
              " OLD GENERATIONS PURGED"
           DISPLAY "REPORT REPOSITORY - " WS-REPO-PURGED
              " REPORTS PAST RETENTION PURGED"
           IF WS-CATALOG-OVERFLOW OR WS-REPO-OVERFLOW
              MOVE 8 TO RETURN-CODE
           ELSE
           MOVE 0 TO RETURN-CODE
              MOVE ZERO TO WS-CAT-DATE(WS-CAT-IX)
           END-IF.

      *****************************************************************
      * PURGE-REPORT-REPOSITORY loads the whole repository index,
      * deletes the captured copy of every report past retention,
      * and rewrites the index holding only the reports kept - the
      * catalog purge's rules, overflow included.
      *****************************************************************
       PURGE-REPORT-REPOSITORY.
           MOVE 0 TO WS-REPO-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REPO-INDEX-FILE
           IF WS-REPO-INDEX-STATUS NOT = "00"
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF
                 READ REPO-INDEX-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-REPO-COUNT = 5000
                          SET WS-REPO-OVERFLOW TO TRUE
                          SET WS-EOF TO TRUE
                       ELSE
                          ADD 1 TO WS-REPO-COUNT
                          MOVE REPO-INDEX-RECORD TO
                             WS-REPO-RECORD(WS-REPO-COUNT)
                          MOVE RIX-PROCESS-DATE TO
                             WS-REPO-DATE(WS-REPO-COUNT)
                          MOVE RIX-SEQUENCE TO
                             WS-REPO-SEQUENCE(WS-REPO-COUNT)
                          MOVE ZERO TO WS-REPO-PARTITION(WS-REPO-COUNT)
                          IF RIX-PARTITION IS NUMERIC
                             MOVE RIX-PARTITION TO
                                WS-REPO-PARTITION(WS-REPO-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REPO-INDEX-FILE
              IF WS-REPO-OVERFLOW
                 DISPLAY "REPORT INDEX EXCEEDS 5000 ENTRIES -"
                    " REPOSITORY PURGE SKIPPED, INDEX LEFT UNTOUCHED"
              ELSE
                 PERFORM VARYING WS-REPO-IX FROM 1 BY 1
                       UNTIL WS-REPO-IX > WS-REPO-COUNT
                    PERFORM JUDGE-REPOSITORY-ENTRY
                 END-PERFORM
                 OPEN OUTPUT REPO-INDEX-FILE
                 PERFORM VARYING WS-REPO-IX FROM 1 BY 1
                       UNTIL WS-REPO-IX > WS-REPO-COUNT
                    IF WS-REPO-DATE(WS-REPO-IX) NOT = ZERO
                       MOVE WS-REPO-RECORD(WS-REPO-IX) TO
                          REPO-INDEX-RECORD
                       WRITE REPO-INDEX-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE REPO-INDEX-FILE
              END-IF
           END-IF.

       JUDGE-REPOSITORY-ENTRY.
           IF WS-REPO-DATE(WS-REPO-IX) IS NOT NUMERIC
              OR WS-REPO-DATE(WS-REPO-IX) = ZERO
              MOVE ZERO TO WS-AGE-DAYS
           ELSE
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE) -
                 FUNCTION INTEGER-OF-DATE(WS-REPO-DATE(WS-REPO-IX))
           END-IF
           IF WS-AGE-DAYS > WS-RETENTION-DAYS
              MOVE SPACES TO WS-REPO-LOGICAL
              STRING "RPTREPO." WS-REPO-SEQUENCE(WS-REPO-IX)
                 DELIMITED BY SIZE INTO WS-REPO-LOGICAL
              CALL "PARTITION-RESOLVE-NAME" USING WS-REPO-LOGICAL
                 WS-REPO-PARTITION(WS-REPO-IX) WS-ARCHIVE-NAME
              CALL "CBL_DELETE_FILE" USING WS-ARCHIVE-NAME
              ADD 1 TO WS-REPO-PURGED
              MOVE ZERO TO WS-REPO-DATE(WS-REPO-IX)
           END-IF.

       END PROGRAM archivePurge.

       COPY AUTHGATE.
