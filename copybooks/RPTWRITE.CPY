      * call.  The file stays open from "O"/"E" to "C", so a
      * 5,000-line report costs one open and one close, not 5,000 of
      * each.
      *
      * Every report is also captured into the report repository, so
      * "the trial balance as it printed on the 14th" is a lookup
      * instead of a hunt through archive generations.  Each report
      * opened draws the next repository number from RPTSEQ.DAT and
      * every line written to it - headers, details, the totals line
      * - is copied to its own repository file RPTREPO.nnnnnn.  When
      * the report closes, one entry is filed to the repository
      * index RPTINDEX.DAT: the report's logical name, processing
      * date, run identifier, cycle, producing user, page and line
      * counts, its as-of and TEST marks, and the repository number.
      * For an accumulating ("E") report the capture holds what this
      * run added.  A driver instance partRun launches against one
      * partition of a split deck captures to that partition's own
      * copy, P2.RPTREPO.nnnnnn - the instances run side by side
      * and the sequence file is not locked between them, so two
      * of them can draw the same number - and its index entry
      * carries the partition, 0 for every other run.  A report
      * never closed - its run abended - leaves no index entry,
      * since it never finished.  The repository and its index are
      * one store shared by the test and production environments,
      * like the run log; a rehearsal's reports carry the TEST mark
      * in the index and on every captured page.
      * rptReprint lists and reprints from it, and archivePurge ages
      * it out under the archive retention.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-WRITER.
           SELECT RPW-FILE-4 ASSIGN TO DYNAMIC RPW-NAME-4
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RPW-STATUS-4.
           SELECT RPW-CAP-FILE-1 ASSIGN TO DYNAMIC RPW-CAP-NAME-1
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RPW-CAP-STATUS-1.
           SELECT RPW-CAP-FILE-2 ASSIGN TO DYNAMIC RPW-CAP-NAME-2
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RPW-CAP-STATUS-2.
           SELECT RPW-CAP-FILE-3 ASSIGN TO DYNAMIC RPW-CAP-NAME-3
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RPW-CAP-STATUS-3.
           SELECT RPW-CAP-FILE-4 ASSIGN TO DYNAMIC RPW-CAP-NAME-4
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RPW-CAP-STATUS-4.
           SELECT RPW-SEQ-FILE ASSIGN TO "RPTSEQ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RPW-SEQ-STATUS.
           SELECT RPW-INDEX-FILE ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RPW-INDEX-STATUS.
       DATA DIVISION.

       FILE SECTION.
       01  RPW-RECORD-3 PIC X(100).
       FD  RPW-FILE-4.
       01  RPW-RECORD-4 PIC X(100).
       FD  RPW-CAP-FILE-1.
       01  RPW-CAP-RECORD-1 PIC X(100).
       FD  RPW-CAP-FILE-2.
       01  RPW-CAP-RECORD-2 PIC X(100).
       FD  RPW-CAP-FILE-3.
       01  RPW-CAP-RECORD-3 PIC X(100).
       FD  RPW-CAP-FILE-4.
       01  RPW-CAP-RECORD-4 PIC X(100).
       FD  RPW-SEQ-FILE.
       01  RPW-SEQ-RECORD PIC 9(6).
       FD  RPW-INDEX-FILE.
       01  RPW-INDEX-RECORD.
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
       01 RPW-NAME-1 PIC X(40).
       01 RPW-STATUS-2 PIC XX.
       01 RPW-STATUS-3 PIC XX.
       01 RPW-STATUS-4 PIC XX.
       01 RPW-CAP-NAME-1 PIC X(40).
       01 RPW-CAP-NAME-2 PIC X(40).
       01 RPW-CAP-NAME-3 PIC X(40).
       01 RPW-CAP-NAME-4 PIC X(40).
       01 RPW-CAP-STATUS-1 PIC XX.
       01 RPW-CAP-STATUS-2 PIC XX.
       01 RPW-CAP-STATUS-3 PIC XX.
       01 RPW-CAP-STATUS-4 PIC XX.
       01 RPW-CAP-NAME PIC X(40).
       01 RPW-CAP-OPEN-STATUS PIC XX.
       01 RPW-SEQ-STATUS PIC XX.
       01 RPW-INDEX-STATUS PIC XX.
       01 RPW-REPO-SEQUENCE PIC 9(6).
       01 RPW-RUN-CYCLE PIC 9.
       01 RPW-RUN-USER PIC X(8).
       01 RPW-RUN-PARTITION PIC 9.
       01 RPW-PART-KIND PIC X.
       01 RPW-PART-DECK PIC X(20).
       01 RPW-PART-DEPT PIC X(8).
       01 RPW-CAP-LOGICAL PIC X(40).
       01 RPW-SLOT-TABLE.
           05 RPW-SLOT OCCURS 4 TIMES.
               10 RPW-SLOT-NAME PIC X(40).
               10 RPW-SLOT-LINE-COUNT PIC 9(3).
               10 RPW-SLOT-DETAIL-COUNT PIC 9(6).
               10 RPW-SLOT-PAGE-SIZE PIC 9(3).
               10 RPW-SLOT-CAPTURE PIC X.
               10 RPW-SLOT-SEQUENCE PIC 9(6).
               10 RPW-SLOT-PARTITION PIC 9.
               10 RPW-SLOT-TOTAL-LINES PIC 9(6).
       01 RPW-SLOT-IX PIC 9 COMP.
       01 RPW-FOUND-IX PIC 9 COMP.
       01 RPW-LINE-OUT PIC X(100).
              MOVE ZERO TO RPW-SLOT-LINE-COUNT(RPW-FOUND-IX)
              MOVE ZERO TO RPW-SLOT-DETAIL-COUNT(RPW-FOUND-IX)
              MOVE 55 TO RPW-SLOT-PAGE-SIZE(RPW-FOUND-IX)
              MOVE ZERO TO RPW-SLOT-TOTAL-LINES(RPW-FOUND-IX)
              PERFORM RPW-OPEN-SLOT-FILE
              PERFORM RPW-OPEN-CAPTURE
              MOVE "Y" TO RPW-SLOT-OPEN(RPW-FOUND-IX)
              PERFORM RPW-PAGE-HEADER
           END-IF.
                 WHEN 3 CLOSE RPW-FILE-3
                 WHEN 4 CLOSE RPW-FILE-4
              END-EVALUATE
              PERFORM RPW-CLOSE-CAPTURE
              MOVE "N" TO RPW-SLOT-OPEN(RPW-FOUND-IX)
              MOVE SPACES TO RPW-SLOT-NAME(RPW-FOUND-IX)
           END-IF.

      *****************************************************************
      * RPW-WRITE-SLOT-LINE writes one line to the slot's report and
      * the same line to its repository capture.
      *****************************************************************
       RPW-WRITE-SLOT-LINE.
           EVALUATE RPW-FOUND-IX
              WHEN 1
              WHEN 4
                 MOVE RPW-LINE-OUT TO RPW-RECORD-4
                 WRITE RPW-RECORD-4
           END-EVALUATE
           ADD 1 TO RPW-SLOT-TOTAL-LINES(RPW-FOUND-IX)
           IF RPW-SLOT-CAPTURE(RPW-FOUND-IX) = "Y"
              EVALUATE RPW-FOUND-IX
                 WHEN 1
                    MOVE RPW-LINE-OUT TO RPW-CAP-RECORD-1
                    WRITE RPW-CAP-RECORD-1
                 WHEN 2
                    MOVE RPW-LINE-OUT TO RPW-CAP-RECORD-2
                    WRITE RPW-CAP-RECORD-2
                 WHEN 3
                    MOVE RPW-LINE-OUT TO RPW-CAP-RECORD-3
                    WRITE RPW-CAP-RECORD-3
                 WHEN 4
                    MOVE RPW-LINE-OUT TO RPW-CAP-RECORD-4
                    WRITE RPW-CAP-RECORD-4
              END-EVALUATE
           END-IF.

      *****************************************************************
      * RPW-OPEN-CAPTURE draws the report's repository number from
      * RPTSEQ.DAT and opens its capture file RPTREPO.nnnnnn - the
      * partition's own copy for a partition instance - on the
      * slot.  A capture that cannot be opened is reported and the
      * report itself carries on - losing the reprint copy must
      * never cost the night its report.
      *****************************************************************
       RPW-OPEN-CAPTURE.
           MOVE "N" TO RPW-SLOT-CAPTURE(RPW-FOUND-IX)
           MOVE ZERO TO RPW-REPO-SEQUENCE
           OPEN INPUT RPW-SEQ-FILE
           IF RPW-SEQ-STATUS = "00"
              READ RPW-SEQ-FILE INTO RPW-REPO-SEQUENCE
                 AT END MOVE ZERO TO RPW-REPO-SEQUENCE
              END-READ
              CLOSE RPW-SEQ-FILE
           END-IF
           IF RPW-REPO-SEQUENCE IS NOT NUMERIC
              MOVE ZERO TO RPW-REPO-SEQUENCE
           END-IF
           ADD 1 TO RPW-REPO-SEQUENCE
           MOVE RPW-REPO-SEQUENCE TO RPW-SEQ-RECORD
           OPEN OUTPUT RPW-SEQ-FILE
           WRITE RPW-SEQ-RECORD
           CLOSE RPW-SEQ-FILE
           MOVE RPW-REPO-SEQUENCE TO RPW-SLOT-SEQUENCE(RPW-FOUND-IX)
           CALL "GET-RUN-PARTITION" USING RPW-RUN-PARTITION
              RPW-PART-KIND RPW-PART-DECK RPW-PART-DEPT
           MOVE RPW-RUN-PARTITION TO
              RPW-SLOT-PARTITION(RPW-FOUND-IX)
           MOVE SPACES TO RPW-CAP-LOGICAL
           STRING "RPTREPO." RPW-REPO-SEQUENCE
              DELIMITED BY SIZE INTO RPW-CAP-LOGICAL
           CALL "PARTITION-RESOLVE-NAME" USING RPW-CAP-LOGICAL
              RPW-RUN-PARTITION RPW-CAP-NAME
           EVALUATE RPW-FOUND-IX
              WHEN 1
                 MOVE RPW-CAP-NAME TO RPW-CAP-NAME-1
                 OPEN OUTPUT RPW-CAP-FILE-1
                 MOVE RPW-CAP-STATUS-1 TO RPW-CAP-OPEN-STATUS
              WHEN 2
                 MOVE RPW-CAP-NAME TO RPW-CAP-NAME-2
                 OPEN OUTPUT RPW-CAP-FILE-2
                 MOVE RPW-CAP-STATUS-2 TO RPW-CAP-OPEN-STATUS
              WHEN 3
                 MOVE RPW-CAP-NAME TO RPW-CAP-NAME-3
                 OPEN OUTPUT RPW-CAP-FILE-3
                 MOVE RPW-CAP-STATUS-3 TO RPW-CAP-OPEN-STATUS
              WHEN 4
                 MOVE RPW-CAP-NAME TO RPW-CAP-NAME-4
                 OPEN OUTPUT RPW-CAP-FILE-4
                 MOVE RPW-CAP-STATUS-4 TO RPW-CAP-OPEN-STATUS
           END-EVALUATE
           IF RPW-CAP-OPEN-STATUS = "00"
              MOVE "Y" TO RPW-SLOT-CAPTURE(RPW-FOUND-IX)
           ELSE
              DISPLAY "REPORT-WRITER - REPOSITORY CAPTURE "
                 RPW-CAP-NAME " NOT OPENED, STATUS "
                 RPW-CAP-OPEN-STATUS
           END-IF.

      *****************************************************************
      * RPW-CLOSE-CAPTURE closes the slot's capture and files the
      * finished report's entry in the repository index.
      *****************************************************************
       RPW-CLOSE-CAPTURE.
           IF RPW-SLOT-CAPTURE(RPW-FOUND-IX) = "Y"
              EVALUATE RPW-FOUND-IX
                 WHEN 1 CLOSE RPW-CAP-FILE-1
                 WHEN 2 CLOSE RPW-CAP-FILE-2
                 WHEN 3 CLOSE RPW-CAP-FILE-3
                 WHEN 4 CLOSE RPW-CAP-FILE-4
              END-EVALUATE
              MOVE "N" TO RPW-SLOT-CAPTURE(RPW-FOUND-IX)
              CALL "GET-RUN-CYCLE" USING RPW-RUN-CYCLE
              CALL "GET-RUN-USER" USING RPW-RUN-USER
              OPEN EXTEND RPW-INDEX-FILE
              IF RPW-INDEX-STATUS = "35"
                 OPEN OUTPUT RPW-INDEX-FILE
              END-IF
              MOVE LK-RPT-FILE-NAME TO RIX-REPORT-NAME
              MOVE RPW-RUN-DATE TO RIX-PROCESS-DATE
              MOVE RPW-RUN-ID TO RIX-RUN-ID
              MOVE RPW-RUN-CYCLE TO RIX-CYCLE
              MOVE RPW-RUN-USER TO RIX-USER
              MOVE RPW-SLOT-PAGE(RPW-FOUND-IX) TO RIX-PAGES
              MOVE RPW-SLOT-TOTAL-LINES(RPW-FOUND-IX) TO RIX-LINES
              MOVE RPW-ASOF-FLAG TO RIX-ASOF-FLAG
              MOVE RPW-TEST-FLAG TO RIX-TEST-FLAG
              MOVE RPW-SLOT-SEQUENCE(RPW-FOUND-IX) TO RIX-SEQUENCE
              MOVE RPW-SLOT-PARTITION(RPW-FOUND-IX) TO RIX-PARTITION
              ACCEPT RIX-STAMP-DATE FROM DATE YYYYMMDD
              ACCEPT RIX-STAMP-TIME FROM TIME
              WRITE RPW-INDEX-RECORD
              CLOSE RPW-INDEX-FILE
           END-IF.

       END PROGRAM REPORT-WRITER.
