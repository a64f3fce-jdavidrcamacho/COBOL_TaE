      * calibration due schedule
      *    TOPIC:
      *    WHICH INSTRUMENTS NEED THE TECHNICIAN THIS MONTH
      *****************************************************************
      * The calibration master (CALMAST.DAT, maintained by calAdmin)
      * says when each instrument was last calibrated and how often
      * it must be; once an instrument's interval runs out, rdgEdit
      * flags its readings and the monitors stop using them.  This
      * weekly schedule gives the technicians the list to work from
      * before that happens: every instrument falling due within
      * the next 30 days of the processing date, earliest first,
      * with the days left, and every instrument already overdue at
      * the head of the list, with the days it has been overdue.
      *
      * The schedule files to CALDUE.DAT through the shared
      * REPORT-WRITER.  A run that finds overdue instruments leaves
      * RETURN-CODE 4; no calibration master on file is
      * RETURN-CODE 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calDueList.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO "CALMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CAL-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  CAL-FILE.
       01  CAL-RECORD.
           05 CAL-ITEM-KEY PIC X(8).
           05 CAL-INSTRUMENT PIC X(8).
           05 CAL-LAST-DATE PIC 9(8).
           05 CAL-INTERVAL PIC 9(4).
           05 CAL-OFFSET PIC S9(4)V9(4) SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-DUE-TABLE.
           05 WS-DUE-ENTRY OCCURS 500 TIMES.
               10 WS-DUE-ITEM-KEY PIC X(8).
               10 WS-DUE-INSTRUMENT PIC X(8).
               10 WS-DUE-LAST-DATE PIC 9(8).
               10 WS-DUE-DATE PIC 9(8).
               10 WS-DUE-DAYS PIC S9(5).
               10 WS-DUE-LISTED PIC X.
       01 WS-DUE-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-DUE-IX PIC 9(4) COMP.
       01 WS-BEST-IX PIC 9(4) COMP.
       01 WS-LISTED PIC 9(4) COMP.
       01 WS-HORIZON-DAYS PIC 9(3) VALUE 30.
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-PROCESS-DAY PIC 9(7).
       01 WS-INSTRUMENT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-COMING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DAYS-OUT PIC 9(5).
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "CALDUELIST".
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
           COMPUTE WS-PROCESS-DAY =
              FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
           PERFORM LOAD-DUE-INSTRUMENTS
           IF WS-CAL-STATUS NOT = "00" AND WS-INSTRUMENT-COUNT = ZERO
              DISPLAY "CALMAST.DAT NOT ON FILE - NOTHING TO SCHEDULE"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM WRITE-DUE-SCHEDULE
              DISPLAY "CALDUELIST COMPLETE - " WS-OVERDUE-COUNT
                 " OVERDUE, " WS-COMING-COUNT " COMING DUE"
              IF WS-OVERDUE-COUNT > ZERO
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

      *****************************************************************
      * LOAD-DUE-INSTRUMENTS works out each instrument's due date and
      * keeps the ones overdue or falling due inside the horizon.
      *****************************************************************
       LOAD-DUE-INSTRUMENTS.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ CAL-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-INSTRUMENT-COUNT
                    PERFORM TAKE-ONE-INSTRUMENT
              END-READ
           END-PERFORM
           IF WS-CAL-STATUS NOT = "35"
              CLOSE CAL-FILE
           END-IF.

       TAKE-ONE-INSTRUMENT.
           IF CAL-LAST-DATE IS NUMERIC AND CAL-LAST-DATE > 16010101
              AND CAL-INTERVAL IS NUMERIC
              IF WS-DUE-COUNT < 500
                 ADD 1 TO WS-DUE-COUNT
                 COMPUTE WS-DUE-DAYS(WS-DUE-COUNT) =
                    FUNCTION INTEGER-OF-DATE(CAL-LAST-DATE)
                    + CAL-INTERVAL - WS-PROCESS-DAY
                 IF WS-DUE-DAYS(WS-DUE-COUNT) > WS-HORIZON-DAYS
                    SUBTRACT 1 FROM WS-DUE-COUNT
                 ELSE
                    MOVE CAL-ITEM-KEY TO WS-DUE-ITEM-KEY(WS-DUE-COUNT)
                    MOVE CAL-INSTRUMENT TO
                       WS-DUE-INSTRUMENT(WS-DUE-COUNT)
                    MOVE CAL-LAST-DATE TO
                       WS-DUE-LAST-DATE(WS-DUE-COUNT)
                    COMPUTE WS-DUE-DATE(WS-DUE-COUNT) =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(CAL-LAST-DATE)
                       + CAL-INTERVAL)
                    MOVE "N" TO WS-DUE-LISTED(WS-DUE-COUNT)
                 END-IF
              ELSE
                 DISPLAY "DUE TABLE FULL - " CAL-ITEM-KEY " "
                    CAL-INSTRUMENT " NOT SCHEDULED"
              END-IF
           ELSE
              DISPLAY "CALIBRATION RECORD " CAL-ITEM-KEY " "
                 CAL-INSTRUMENT " HAS NO VALID DATE - SKIPPED"
           END-IF.

      *****************************************************************
      * WRITE-DUE-SCHEDULE lists the kept instruments earliest due
      * date first, picking the earliest not yet listed each time.
      *****************************************************************
       WRITE-DUE-SCHEDULE.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "CALDUE.DAT" TO WS-RPT-FILE
           MOVE "CALIBRATION DUE SCHEDULE" TO WS-RPT-TITLE
           MOVE "ITEM / INSTRUMENT / LAST CALIBRATED / DUE / STATUS"
              TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "AS OF " WS-PROCESS-DATE ", DUE WITHIN "
              WS-HORIZON-DAYS " DAYS"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-LISTED FROM 1 BY 1
                 UNTIL WS-LISTED > WS-DUE-COUNT
              MOVE 0 TO WS-BEST-IX
              PERFORM VARYING WS-DUE-IX FROM 1 BY 1
                    UNTIL WS-DUE-IX > WS-DUE-COUNT
                 IF WS-DUE-LISTED(WS-DUE-IX) = "N"
                    IF WS-BEST-IX = 0
                       MOVE WS-DUE-IX TO WS-BEST-IX
                    ELSE
                       IF WS-DUE-DATE(WS-DUE-IX) <
                          WS-DUE-DATE(WS-BEST-IX)
                          MOVE WS-DUE-IX TO WS-BEST-IX
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "Y" TO WS-DUE-LISTED(WS-BEST-IX)
              PERFORM WRITE-DUE-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRAILER - " WS-INSTRUMENT-COUNT
              " INSTRUMENTS ON FILE, " WS-OVERDUE-COUNT " OVERDUE, "
              WS-COMING-COUNT " COMING DUE"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-DUE-LINE.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-DUE-DAYS(WS-BEST-IX) < ZERO
              ADD 1 TO WS-OVERDUE-COUNT
              COMPUTE WS-DAYS-OUT = 0 - WS-DUE-DAYS(WS-BEST-IX)
              STRING WS-DUE-ITEM-KEY(WS-BEST-IX) " "
                 WS-DUE-INSTRUMENT(WS-BEST-IX) " LAST "
                 WS-DUE-LAST-DATE(WS-BEST-IX) " DUE "
                 WS-DUE-DATE(WS-BEST-IX) " OVERDUE " WS-DAYS-OUT
                 " DAYS - READINGS DISQUALIFIED"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              ADD 1 TO WS-COMING-COUNT
              MOVE WS-DUE-DAYS(WS-BEST-IX) TO WS-DAYS-OUT
              STRING WS-DUE-ITEM-KEY(WS-BEST-IX) " "
                 WS-DUE-INSTRUMENT(WS-BEST-IX) " LAST "
                 WS-DUE-LAST-DATE(WS-BEST-IX) " DUE "
                 WS-DUE-DATE(WS-BEST-IX) " IN " WS-DAYS-OUT " DAYS"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM calDueList.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.
