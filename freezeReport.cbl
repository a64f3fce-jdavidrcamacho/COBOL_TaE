      * change-freeze compliance report
      *    TOPIC:
      *    WHAT WAS TRIED WHILE THE MASTERS WERE FROZEN
      *****************************************************************
      * Lists the freeze log FRZLOG.DAT that FREEZE-CHECK and
      * actionApprove write (see FREEZE.CPY) for a range of dates,
      * one line per event in the order it happened:
      *
      *   REFUSED   - a maintenance change refused inside a freeze;
      *   FILED     - an emergency change filed for approval;
      *   APPROVED  - an emergency change approved through
      *               actionApprove, naming the approver;
      *   REJECTED  - an emergency change rejected there;
      *   EMERG CHG - a change made under an approved emergency,
      *               naming whoever approved it.
      *
      * Each line carries the master, the program, the operator,
      * the freeze the event fell in, and the change attempted, and
      * the report closes with a count of each kind of event.
      *
      * The range - first and last dates, YYYYMMDD - is read from
      * FRZPARM.DAT when that control file is present, or prompted
      * for; a blank first date starts at the beginning of the log
      * and a blank last date runs to its end.  The report files to
      * FRZCOMP.DAT through the shared REPORT-WRITER.  A range with
      * any refused change or any change made under an emergency
      * leaves RETURN-CODE 4, so the review is not missed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. freezeReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "FRZLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOG-STATUS.
           SELECT PARM-FILE ASSIGN TO "FRZPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-RECORD.
           05 FZL-DATE PIC 9(8).
           05 FZL-TIME PIC 9(8).
           05 FZL-EVENT PIC X.
               88 FZL-REFUSED VALUE "R".
               88 FZL-FILED VALUE "F".
               88 FZL-APPROVED VALUE "A".
               88 FZL-REJECTED VALUE "J".
               88 FZL-EMERGENCY-CHANGE VALUE "E".
           05 FZL-MASTER PIC X(8).
           05 FZL-PROGRAM PIC X(30).
           05 FZL-USER PIC X(8).
           05 FZL-APPROVER PIC X(8).
           05 FZL-FROM-DATE PIC 9(8).
           05 FZL-TO-DATE PIC 9(8).
           05 FZL-FUNCTION PIC X(12).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-FROM-DATE PIC X(8).
           05 PARM-TO-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
           88 WS-EOF VALUE "Y".
       01 WS-FROM-IN PIC X(8).
       01 WS-TO-IN PIC X(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-EVENT-TEXT PIC X(9).
       01 WS-COUNTS.
           05 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-FILED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-EMERGENCY-COUNT PIC 9(5) VALUE ZERO.
           05 WS-LISTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-COUNT-OUT PIC ZZZZ9.
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "FREEZEREPORT".
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
           PERFORM OBTAIN-RANGE
           PERFORM OPEN-COMPLIANCE-REPORT
           PERFORM LIST-FREEZE-LOG
           PERFORM CLOSE-COMPLIANCE-REPORT
           DISPLAY "FREEZEREPORT COMPLETE - " WS-LISTED-COUNT
              " EVENTS, " WS-REFUSED-COUNT " REFUSED, "
              WS-EMERGENCY-COUNT " EMERGENCY CHANGES"
           IF WS-REFUSED-COUNT > ZERO OR WS-EMERGENCY-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       OBTAIN-RANGE.
           MOVE SPACES TO WS-FROM-IN
           MOVE SPACES TO WS-TO-IN
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE PARM-FROM-DATE TO WS-FROM-IN
                    MOVE PARM-TO-DATE TO WS-TO-IN
              END-READ
              CLOSE PARM-FILE
           ELSE
              DISPLAY "First date (YYYYMMDD, blank from the start)"
              ACCEPT WS-FROM-IN
              DISPLAY "Last date (YYYYMMDD, blank to the end)"
              ACCEPT WS-TO-IN
           END-IF
           IF WS-FROM-IN IS NUMERIC
              MOVE WS-FROM-IN TO WS-FROM-DATE
           ELSE
              MOVE ZERO TO WS-FROM-DATE
           END-IF
           IF WS-TO-IN IS NUMERIC AND WS-TO-IN NOT = ZERO
              MOVE WS-TO-IN TO WS-TO-DATE
           ELSE
              MOVE 99999999 TO WS-TO-DATE
           END-IF.

       OPEN-COMPLIANCE-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "FRZCOMP.DAT" TO WS-RPT-FILE
           MOVE SPACES TO WS-RPT-TITLE
           STRING "CHANGE FREEZE COMPLIANCE - " WS-FROM-DATE
              " TO " WS-TO-DATE
              DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-HEADING
           STRING "DATE     TIME   EVENT     MASTER   PROGRAM      "
              " USER     APPROVER FREEZE            CHANGE"
              DELIMITED BY SIZE INTO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *****************************************************************
      * LIST-FREEZE-LOG writes one report line for every freeze log
      * event dated inside the range, counting each kind.
      *****************************************************************
       LIST-FREEZE-LOG.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ LOG-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF FZL-DATE NOT < WS-FROM-DATE
                          AND FZL-DATE NOT > WS-TO-DATE
                          PERFORM WRITE-EVENT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOG-FILE
           ELSE
              DISPLAY "FRZLOG.DAT NOT ON FILE - NO FREEZE EVENTS"
           END-IF.

       WRITE-EVENT-LINE.
           ADD 1 TO WS-LISTED-COUNT
           EVALUATE TRUE
              WHEN FZL-REFUSED
                 MOVE "REFUSED" TO WS-EVENT-TEXT
                 ADD 1 TO WS-REFUSED-COUNT
              WHEN FZL-FILED
                 MOVE "FILED" TO WS-EVENT-TEXT
                 ADD 1 TO WS-FILED-COUNT
              WHEN FZL-APPROVED
                 MOVE "APPROVED" TO WS-EVENT-TEXT
                 ADD 1 TO WS-APPROVED-COUNT
              WHEN FZL-REJECTED
                 MOVE "REJECTED" TO WS-EVENT-TEXT
                 ADD 1 TO WS-REJECTED-COUNT
              WHEN FZL-EMERGENCY-CHANGE
                 MOVE "EMERG CHG" TO WS-EVENT-TEXT
                 ADD 1 TO WS-EMERGENCY-COUNT
              WHEN OTHER
                 MOVE FZL-EVENT TO WS-EVENT-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE
           STRING FZL-DATE " " FZL-TIME(1:6) " " WS-EVENT-TEXT " "
              FZL-MASTER " " FZL-PROGRAM(1:13) " " FZL-USER " "
              FZL-APPROVER " " FZL-FROM-DATE "-" FZL-TO-DATE " "
              FZL-FUNCTION
              DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *****************************************************************
      * CLOSE-COMPLIANCE-REPORT closes the listing with the count of
      * each kind of event.
      *****************************************************************
       CLOSE-COMPLIANCE-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE WS-REFUSED-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "CHANGES REFUSED              " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE WS-FILED-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "EMERGENCY CHANGES FILED      " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE WS-APPROVED-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "EMERGENCY CHANGES APPROVED   " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE WS-REJECTED-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "EMERGENCY CHANGES REJECTED   " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE WS-EMERGENCY-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "CHANGES MADE UNDER EMERGENCY " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM freezeReport.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.
