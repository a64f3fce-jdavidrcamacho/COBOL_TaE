      * report repository inquiry and reprint
      *    TOPIC:
      *    THE TRIAL BALANCE AS IT PRINTED ON THE 14TH
      *****************************************************************
      * Every report the suite writes through the shared
      * REPORT-WRITER is captured into the report repository: each
      * finished report's lines on its own file RPTREPO.nnnnnn and
      * one entry in the repository index RPTINDEX.DAT carrying the
      * report's logical name, processing date, run identifier,
      * cycle, producing user, page and line counts, its as-of and
      * TEST marks, and - for a driver instance working one
      * partition of a split deck - the partition, whose captures
      * are its own P2.RPTREPO.nnnnnn.  Partition instances run side
      * by side and can draw the same repository number, so a
      * number can stand on the index once for each partition that
      * drew it.  This inquiry answers from that index:
      *
      *   - the listing: every captured report whose processing
      *     date falls in the requested range, optionally only those
      *     of one report name, filed to RPTLIST.DAT through the
      *     REPORT-WRITER with its repository number, run, cycle,
      *     user, pages, lines, and marks;
      *   - the reprint: given a repository number, the captured
      *     copy written back out line for line to REPRINT.DAT -
      *     page headers, run date, page numbers, the as-of and
      *     TEST stamps, the end-of-report line - exactly as the
      *     report printed the first time.  The reprint is a copy,
      *     not a new report, so it does not go through the writer
      *     and is not captured again.
      *
      * The range, report name, repository number and partition are
      * read from RRPPARM.DAT when that control file is present
      * (columns 1-8 from date, 9-16 to date, 17-22 repository
      * number, 23-62 report name, 63 partition), the same FILE
      * STATUS 35 not-found convention the other inquiries use, or
      * prompted for.  A zero repository number lists only; blank
      * report name lists every report.  A blank partition takes
      * the number's one entry, and is refused when the number
      * stands for more than one partition.
      *
      * A listing that finds nothing leaves RETURN-CODE 4.  A reprint
      * of a number not on the index - never captured, or already
      * aged out by archivePurge under the archive retention - or
      * whose captured copy is gone, or whose partition is not
      * given when it must be, leaves RETURN-CODE 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptReprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INDEX-STATUS.
           SELECT CAPTURE-FILE ASSIGN TO DYNAMIC WS-CAPTURE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CAPTURE-STATUS.
           SELECT REPRINT-FILE ASSIGN TO DYNAMIC WS-REPRINT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPRINT-STATUS.
           SELECT PARM-FILE ASSIGN TO "RRPPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  INDEX-FILE.
       01  INDEX-RECORD.
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
       FD  CAPTURE-FILE.
       01  CAPTURE-RECORD PIC X(100).
       FD  REPRINT-FILE.
       01  REPRINT-RECORD PIC X(100).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-FROM-DATE PIC 9(8).
           05 PARM-TO-DATE PIC 9(8).
           05 PARM-SEQUENCE PIC 9(6).
           05 PARM-REPORT-NAME PIC X(40).
           05 PARM-PARTITION PIC X.

       WORKING-STORAGE SECTION.
       01 WS-INDEX-STATUS PIC XX.
       01 WS-CAPTURE-STATUS PIC XX.
       01 WS-REPRINT-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-CAPTURE-NAME PIC X(40).
       01 WS-CAPTURE-LOGICAL PIC X(40).
       01 WS-PARTITION PIC X VALUE SPACE.
       01 WS-MATCHES PIC 9(2) VALUE ZERO.
       01 WS-REPRINT-NAME PIC X(40).
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-SEQUENCE PIC 9(6).
       01 WS-REPORT-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X.
           88 WS-EOF VALUE "Y".
       01 WS-FOUND-SWITCH PIC X VALUE "N".
           88 WS-FOUND VALUE "Y".
       01 WS-LISTED PIC 9(5) VALUE ZERO.
       01 WS-COPIED PIC 9(6) VALUE ZERO.
       01 WS-MARKS PIC X(11).
       01 WS-PAGES-OUT PIC ZZZ9.
       01 WS-LINES-OUT PIC ZZZZZ9.
       01 WS-HOLD-RECORD.
           05 WS-HOLD-REPORT-NAME PIC X(40).
           05 WS-HOLD-PROCESS-DATE PIC 9(8).
           05 WS-HOLD-RUN-ID PIC X(13).
           05 WS-HOLD-CYCLE PIC 9.
           05 WS-HOLD-USER PIC X(8).
           05 WS-HOLD-PAGES PIC 9(4).
           05 WS-HOLD-LINES PIC 9(6).
           05 WS-HOLD-ASOF-FLAG PIC X.
           05 WS-HOLD-TEST-FLAG PIC X.
           05 WS-HOLD-SEQUENCE PIC 9(6).
           05 WS-HOLD-STAMP-DATE PIC 9(8).
           05 WS-HOLD-STAMP-TIME PIC 9(8).
           05 WS-HOLD-PARTITION PIC 9.
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "RPTREPRINT".
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
           PERFORM OBTAIN-PARAMETERS
           PERFORM LIST-REPOSITORY
           MOVE 0 TO RETURN-CODE
           IF WS-LISTED = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-SEQUENCE NOT = ZERO
              PERFORM REPRINT-REPORT
           END-IF
           DISPLAY "RPTREPRINT COMPLETE - " WS-LISTED
              " REPORTS LISTED FOR " WS-FROM-DATE " TO " WS-TO-DATE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * OBTAIN-PARAMETERS reads the date range, repository number,
      * and report name from RRPPARM.DAT, or prompts for them.  A
      * missing to-date means the from-date alone.
      *****************************************************************
       OBTAIN-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
              MOVE PARM-FROM-DATE TO WS-FROM-DATE
              MOVE PARM-TO-DATE TO WS-TO-DATE
              MOVE PARM-SEQUENCE TO WS-SEQUENCE
              MOVE PARM-REPORT-NAME TO WS-REPORT-NAME
              MOVE PARM-PARTITION TO WS-PARTITION
              CLOSE PARM-FILE
           ELSE
              DISPLAY "From processing date (YYYYMMDD)"
              ACCEPT WS-FROM-DATE
              DISPLAY "To processing date (YYYYMMDD)"
              ACCEPT WS-TO-DATE
              DISPLAY "Report name (blank for all)"
              ACCEPT WS-REPORT-NAME
              DISPLAY "Repository number to reprint (0 to list only)"
              ACCEPT WS-SEQUENCE
              IF WS-SEQUENCE IS NUMERIC AND WS-SEQUENCE NOT = ZERO
                 DISPLAY "Partition (blank unless a split-deck run)"
                 ACCEPT WS-PARTITION
              END-IF
           END-IF
           IF WS-FROM-DATE IS NOT NUMERIC
              MOVE ZERO TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE IS NOT NUMERIC OR WS-TO-DATE = ZERO
              MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-SEQUENCE IS NOT NUMERIC
              MOVE ZERO TO WS-SEQUENCE
           END-IF
           IF WS-PARTITION IS NOT NUMERIC
              MOVE SPACE TO WS-PARTITION
           END-IF.

      *****************************************************************
      * LIST-REPOSITORY files one line per captured report in the
      * range, and holds on to the index entry of the repository
      * number asked for - wherever its date falls - for the reprint.
      *****************************************************************
       LIST-REPOSITORY.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "RPTLIST.DAT" TO WS-RPT-FILE
           MOVE "REPORT REPOSITORY INQUIRY" TO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-HEADING
           STRING "REPO # REPORT                   PROC DATE RUN ID"
              "        C P USER     PAGES  LINES MARKS"
              DELIMITED BY SIZE INTO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY "RPTINDEX.DAT NOT FOUND - NOTHING CAPTURED YET"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ INDEX-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF RIX-PARTITION IS NOT NUMERIC
                       MOVE ZERO TO RIX-PARTITION
                    END-IF
                    IF RIX-SEQUENCE = WS-SEQUENCE
                       AND (WS-PARTITION = SPACE
                          OR RIX-PARTITION = WS-PARTITION)
                       MOVE INDEX-RECORD TO WS-HOLD-RECORD
                       ADD 1 TO WS-MATCHES
                       SET WS-FOUND TO TRUE
                    END-IF
                    IF RIX-PROCESS-DATE NOT < WS-FROM-DATE
                       AND RIX-PROCESS-DATE NOT > WS-TO-DATE
                       AND (WS-REPORT-NAME = SPACES
                          OR RIX-REPORT-NAME = WS-REPORT-NAME)
                       PERFORM LIST-ONE-REPORT
                    END-IF
              END-READ
           END-PERFORM
           IF WS-INDEX-STATUS NOT = "35"
              CLOSE INDEX-FILE
           END-IF
           IF WS-LISTED = ZERO
              MOVE "NO CAPTURED REPORTS IN THE RANGE" TO WS-RPT-LINE
              MOVE "D" TO WS-RPT-ACTION
              CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
                 WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           END-IF
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       LIST-ONE-REPORT.
           ADD 1 TO WS-LISTED
           MOVE SPACES TO WS-MARKS
           IF RIX-ASOF-FLAG = "Y"
              MOVE "AS-OF" TO WS-MARKS(1:5)
           END-IF
           IF RIX-TEST-FLAG = "Y"
              MOVE "TEST" TO WS-MARKS(7:4)
           END-IF
           MOVE RIX-PAGES TO WS-PAGES-OUT
           MOVE RIX-LINES TO WS-LINES-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING RIX-SEQUENCE " " RIX-REPORT-NAME(1:24) " "
              RIX-PROCESS-DATE "  " RIX-RUN-ID " " RIX-CYCLE " "
              RIX-PARTITION " " RIX-USER " " WS-PAGES-OUT " "
              WS-LINES-OUT " " WS-MARKS
              DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *****************************************************************
      * REPRINT-REPORT copies the captured report named by the
      * repository number to REPRINT.DAT line for line.
      *****************************************************************
       REPRINT-REPORT.
           IF NOT WS-FOUND
              DISPLAY "REPOSITORY NUMBER " WS-SEQUENCE
                 " NOT ON THE INDEX - NEVER CAPTURED OR PURGED"
              MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-MATCHES > 1
              DISPLAY "REPOSITORY NUMBER " WS-SEQUENCE
                 " IS ON THE INDEX FOR MORE THAN ONE PARTITION"
                 " - GIVE THE PARTITION TO REPRINT"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO WS-CAPTURE-LOGICAL
              STRING "RPTREPO." WS-SEQUENCE
                 DELIMITED BY SIZE INTO WS-CAPTURE-LOGICAL
              CALL "PARTITION-RESOLVE-NAME" USING WS-CAPTURE-LOGICAL
                 WS-HOLD-PARTITION WS-CAPTURE-NAME
              OPEN INPUT CAPTURE-FILE
              IF WS-CAPTURE-STATUS NOT = "00"
                 DISPLAY "CAPTURED COPY " WS-CAPTURE-NAME
                    " IS MISSING - REPORT CANNOT BE REPRINTED"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE "REPRINT.DAT" TO WS-LOGICAL-NAME
                 CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
                    WS-REPRINT-NAME
                 OPEN OUTPUT REPRINT-FILE
                 MOVE "N" TO WS-EOF-SWITCH
                 PERFORM UNTIL WS-EOF
                    READ CAPTURE-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                          MOVE CAPTURE-RECORD TO REPRINT-RECORD
                          WRITE REPRINT-RECORD
                          ADD 1 TO WS-COPIED
                    END-READ
                 END-PERFORM
                 CLOSE CAPTURE-FILE
                 CLOSE REPRINT-FILE
                 DISPLAY "REPRINTED " WS-HOLD-REPORT-NAME
                 DISPLAY "   PROCESSING DATE " WS-HOLD-PROCESS-DATE
                    " RUN " WS-HOLD-RUN-ID " BY " WS-HOLD-USER
                 DISPLAY "   " WS-COPIED " LINES TO " WS-REPRINT-NAME
                 IF WS-COPIED NOT = WS-HOLD-LINES
                    DISPLAY "CAPTURED COPY HOLDS " WS-COPIED
                       " LINES, INDEX SAYS " WS-HOLD-LINES
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           END-IF.

       END PROGRAM rptReprint.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.
