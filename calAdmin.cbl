      * instrument calibration master maintenance
      *    TOPIC:
      *    WHICH INSTRUMENT, WHEN LAST CALIBRATED, AND BY HOW MUCH OFF
      *****************************************************************
      * Maintenance front end for the calibration master CAL-LOOKUP
      * reads (CALMAST.DAT), in the same menu-and-whole-table-
      * rewrite style fxAdmin uses for FXRATES.DAT.  Each record
      * names an item key and the instrument that reads it, the
      * date the instrument was last calibrated, the calibration
      * interval in days, and the calibration offset - the
      * correction, signed, with four implied decimals, that
      * limitMon, ctlChartMon and rdgCapability add to every value
      * the instrument reports.  A reading taken after the
      * instrument's calibration has fallen due is flagged by
      * rdgEdit and left out by the monitors, and calDueList gives
      * the week's list of instruments coming due:
      *
      *   L - list every instrument with its due date;
      *   A - add an instrument record (item key, instrument ID,
      *       last calibration date, interval, offset), replacing
      *       any record already on file for the same item and
      *       instrument, so recording a fresh calibration is the
      *       same operation as a correction;
      *   D - delete one item/instrument record;
      *   X - exit.
      *
      * Every add and delete is logged to LOGINAUD.DAT in the same
      * date/time/USER=/OUTCOME= line the other masters' changes
      * use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calAdmin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO "CALMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CAL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  CAL-FILE.
       01  CAL-RECORD.
           05 CAL-ITEM-KEY PIC X(8).
           05 CAL-INSTRUMENT PIC X(8).
           05 CAL-LAST-DATE PIC 9(8).
           05 CAL-INTERVAL PIC 9(4).
           05 CAL-OFFSET PIC S9(4)V9(4) SIGN LEADING SEPARATE.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 500 TIMES.
               10 WS-TBL-ITEM-KEY PIC X(8).
               10 WS-TBL-INSTRUMENT PIC X(8).
               10 WS-TBL-LAST-DATE PIC 9(8).
               10 WS-TBL-INTERVAL PIC 9(4).
               10 WS-TBL-OFFSET PIC S9(4)V9(4).
       01 WS-CAL-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-INSTRUMENTS PIC 9(4) COMP VALUE 500.
       01 WS-CAL-EOF-SWITCH PIC X VALUE "N".
           88 WS-CAL-EOF VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 WS-FUNC-LIST VALUE "L".
           88 WS-FUNC-ADD VALUE "A".
           88 WS-FUNC-DELETE VALUE "D".
           88 WS-FUNC-EXIT VALUE "X".
       01 WS-TARGET-ITEM-KEY PIC X(8).
       01 WS-TARGET-INSTRUMENT PIC X(8).
       01 WS-DATE-IN PIC X(8).
       01 WS-INTERVAL-IN PIC X(4).
       01 WS-OFFSET-IN PIC X(9).
       01 WS-NEW-DATE PIC 9(8).
       01 WS-NEW-INTERVAL PIC 9(4).
       01 WS-NEW-OFFSET PIC S9(4)V9(4).
       01 WS-OFFSET-OK-SWITCH PIC X.
           88 WS-OFFSET-OK VALUE "Y".
       01 WS-DUE-DATE PIC 9(8).
       01 WS-OFFSET-OUT PIC -9(4).9(4).
       01 WS-FOUND-INDEX PIC 9(4) COMP VALUE 0.
       01 WS-FOUND-SWITCH PIC X.
           88 WS-RECORD-FOUND VALUE "Y".
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(40).
       01 WS-CHANGE-COUNT PIC 9(4) VALUE ZERO.
       01 I PIC 9(4) COMP.
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "CALADMIN".
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
           PERFORM LOAD-CAL-TABLE
           PERFORM UNTIL WS-FUNC-EXIT
              DISPLAY "CALIBRATION ADMIN - L LIST, A ADD OR REPLACE,"
                 " D DELETE, X EXIT"
              ACCEPT WS-FUNCTION
              EVALUATE TRUE
                 WHEN WS-FUNC-LIST
                    PERFORM LIST-INSTRUMENTS
                 WHEN WS-FUNC-ADD
                    PERFORM ADD-INSTRUMENT
                 WHEN WS-FUNC-DELETE
                    PERFORM DELETE-INSTRUMENT
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN FUNCTION " WS-FUNCTION
              END-EVALUATE
           END-PERFORM
           DISPLAY "CALADMIN COMPLETE - " WS-CHANGE-COUNT
              " CHANGES APPLIED"
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * LOAD-CAL-TABLE reads every calibration record into the
      * table, the same whole-file load fxAdmin performs.
      *****************************************************************
       LOAD-CAL-TABLE.
           MOVE "N" TO WS-CAL-EOF-SWITCH
           MOVE 0 TO WS-CAL-COUNT
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS = "00"
              PERFORM UNTIL WS-CAL-EOF
                 READ CAL-FILE
                    AT END
                       SET WS-CAL-EOF TO TRUE
                    NOT AT END
                       IF WS-CAL-COUNT = WS-MAX-INSTRUMENTS
                          DISPLAY "CALIBRATION TABLE FULL - RECORDS"
                             " PAST " WS-MAX-INSTRUMENTS " IGNORED"
                          SET WS-CAL-EOF TO TRUE
                       ELSE
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CAL-ITEM-KEY TO
                          WS-TBL-ITEM-KEY(WS-CAL-COUNT)
                       MOVE CAL-INSTRUMENT TO
                          WS-TBL-INSTRUMENT(WS-CAL-COUNT)
                       MOVE CAL-LAST-DATE TO
                          WS-TBL-LAST-DATE(WS-CAL-COUNT)
                       MOVE CAL-INTERVAL TO
                          WS-TBL-INTERVAL(WS-CAL-COUNT)
                       MOVE CAL-OFFSET TO
                          WS-TBL-OFFSET(WS-CAL-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAL-FILE
           ELSE
              DISPLAY "CALMAST.DAT NOT FOUND - STARTING EMPTY"
           END-IF.

      *****************************************************************
      * REWRITE-CAL-FILE files the table back out in full, the same
      * whole-file rewrite every LINE SEQUENTIAL maintenance in this
      * suite uses.
      *****************************************************************
       REWRITE-CAL-FILE.
           OPEN OUTPUT CAL-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CAL-COUNT
              MOVE WS-TBL-ITEM-KEY(I) TO CAL-ITEM-KEY
              MOVE WS-TBL-INSTRUMENT(I) TO CAL-INSTRUMENT
              MOVE WS-TBL-LAST-DATE(I) TO CAL-LAST-DATE
              MOVE WS-TBL-INTERVAL(I) TO CAL-INTERVAL
              MOVE WS-TBL-OFFSET(I) TO CAL-OFFSET
              WRITE CAL-RECORD
           END-PERFORM
           CLOSE CAL-FILE
           ADD 1 TO WS-CHANGE-COUNT.

      *****************************************************************
      * FIND-TARGET-INSTRUMENT locates the record for
      * WS-TARGET-ITEM-KEY and WS-TARGET-INSTRUMENT, setting
      * WS-RECORD-FOUND and WS-FOUND-INDEX.
      *****************************************************************
       FIND-TARGET-INSTRUMENT.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-CAL-COUNT OR WS-RECORD-FOUND
              IF WS-TBL-ITEM-KEY(I) = WS-TARGET-ITEM-KEY
                 AND WS-TBL-INSTRUMENT(I) = WS-TARGET-INSTRUMENT
                 SET WS-RECORD-FOUND TO TRUE
                 MOVE I TO WS-FOUND-INDEX
              END-IF
           END-PERFORM.

       LIST-INSTRUMENTS.
           DISPLAY "CALIBRATION RECORDS ON FILE: " WS-CAL-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CAL-COUNT
              COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TBL-LAST-DATE(I))
                 + WS-TBL-INTERVAL(I))
              MOVE WS-TBL-OFFSET(I) TO WS-OFFSET-OUT
              DISPLAY "  " WS-TBL-ITEM-KEY(I) " "
                 WS-TBL-INSTRUMENT(I) " LAST " WS-TBL-LAST-DATE(I)
                 " EVERY " WS-TBL-INTERVAL(I) " DAYS DUE "
                 WS-DUE-DATE " OFFSET " WS-OFFSET-OUT
           END-PERFORM.

      *****************************************************************
      * ADD-INSTRUMENT keys one calibration record, replacing any
      * record already on file for the same item and instrument -
      * the same add-is-also-a-correction rule fxAdmin applies.
      *****************************************************************
       ADD-INSTRUMENT.
           DISPLAY "Item key (8 characters): "
           ACCEPT WS-TARGET-ITEM-KEY
           DISPLAY "Instrument ID (8 characters): "
           ACCEPT WS-TARGET-INSTRUMENT
           DISPLAY "Last calibrated (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           DISPLAY "Calibration interval in days (4 digits): "
           ACCEPT WS-INTERVAL-IN
           DISPLAY "Offset (sign and 8 digits, 4 decimals implied): "
           ACCEPT WS-OFFSET-IN
           PERFORM EDIT-OFFSET
           IF WS-TARGET-ITEM-KEY = SPACES
              OR WS-TARGET-INSTRUMENT = SPACES
              DISPLAY "ITEM KEY AND INSTRUMENT ID ARE BOTH REQUIRED"
           ELSE
              IF WS-DATE-IN IS NOT NUMERIC
                 OR WS-DATE-IN < "16010101"
                 DISPLAY "DATE MUST BE YYYYMMDD"
              ELSE
                 IF WS-INTERVAL-IN IS NOT NUMERIC
                    OR WS-INTERVAL-IN = "0000"
                    DISPLAY "INTERVAL MUST BE FOUR DIGITS, NOT ZERO"
                 ELSE
                    IF NOT WS-OFFSET-OK
                       DISPLAY "OFFSET MUST BE + OR - AND 8 DIGITS"
                    ELSE
                       MOVE WS-DATE-IN TO WS-NEW-DATE
                       MOVE WS-INTERVAL-IN TO WS-NEW-INTERVAL
                       PERFORM STORE-INSTRUMENT
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * EDIT-OFFSET takes the offset as a sign followed by eight
      * digits; a bare eight digits is taken as positive.
      *****************************************************************
       EDIT-OFFSET.
           MOVE "N" TO WS-OFFSET-OK-SWITCH
           MOVE ZERO TO WS-NEW-OFFSET
           IF WS-OFFSET-IN(1:8) IS NUMERIC
              AND WS-OFFSET-IN(9:1) = SPACE
              SET WS-OFFSET-OK TO TRUE
              COMPUTE WS-NEW-OFFSET =
                 FUNCTION NUMVAL(WS-OFFSET-IN(1:8)) / 10000
           ELSE
              IF (WS-OFFSET-IN(1:1) = "+" OR "-")
                 AND WS-OFFSET-IN(2:8) IS NUMERIC
                 SET WS-OFFSET-OK TO TRUE
                 COMPUTE WS-NEW-OFFSET =
                    FUNCTION NUMVAL(WS-OFFSET-IN(2:8)) / 10000
                 IF WS-OFFSET-IN(1:1) = "-"
                    COMPUTE WS-NEW-OFFSET = 0 - WS-NEW-OFFSET
                 END-IF
              END-IF
           END-IF.

       STORE-INSTRUMENT.
           PERFORM FIND-TARGET-INSTRUMENT
           IF NOT WS-RECORD-FOUND
              IF WS-CAL-COUNT < WS-MAX-INSTRUMENTS
                 ADD 1 TO WS-CAL-COUNT
                 MOVE WS-CAL-COUNT TO WS-FOUND-INDEX
              ELSE
                 DISPLAY "CALIBRATION TABLE FULL - RECORD NOT ADDED"
                 MOVE ZERO TO WS-FOUND-INDEX
              END-IF
           END-IF
           IF WS-FOUND-INDEX > ZERO
              MOVE WS-TARGET-ITEM-KEY TO
                 WS-TBL-ITEM-KEY(WS-FOUND-INDEX)
              MOVE WS-TARGET-INSTRUMENT TO
                 WS-TBL-INSTRUMENT(WS-FOUND-INDEX)
              MOVE WS-NEW-DATE TO WS-TBL-LAST-DATE(WS-FOUND-INDEX)
              MOVE WS-NEW-INTERVAL TO
                 WS-TBL-INTERVAL(WS-FOUND-INDEX)
              MOVE WS-NEW-OFFSET TO WS-TBL-OFFSET(WS-FOUND-INDEX)
              PERFORM REWRITE-CAL-FILE
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "CALIBRATION SET " WS-TARGET-ITEM-KEY " "
                 WS-TARGET-INSTRUMENT " " WS-NEW-DATE
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
              DISPLAY "CALIBRATION STORED FOR " WS-TARGET-ITEM-KEY
                 " " WS-TARGET-INSTRUMENT
           END-IF.

       DELETE-INSTRUMENT.
           DISPLAY "Item key to delete: "
           ACCEPT WS-TARGET-ITEM-KEY
           DISPLAY "Instrument ID: "
           ACCEPT WS-TARGET-INSTRUMENT
           PERFORM FIND-TARGET-INSTRUMENT
           IF NOT WS-RECORD-FOUND
              DISPLAY "NO SUCH CALIBRATION RECORD"
           ELSE
              PERFORM VARYING I FROM WS-FOUND-INDEX BY 1
                    UNTIL I >= WS-CAL-COUNT
                 MOVE WS-CAL-ENTRY(I + 1) TO WS-CAL-ENTRY(I)
              END-PERFORM
              SUBTRACT 1 FROM WS-CAL-COUNT
              PERFORM REWRITE-CAL-FILE
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "CALIBRATION DELETED " WS-TARGET-ITEM-KEY " "
                 WS-TARGET-INSTRUMENT DELIMITED BY SIZE
                 INTO WS-AUDIT-ACTION
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
              DISPLAY "CALIBRATION DELETED FOR " WS-TARGET-ITEM-KEY
                 " " WS-TARGET-INSTRUMENT
           END-IF.

      *****************************************************************
      * WRITE-ADMIN-AUDIT-ENTRY appends one timestamped administrative
      * change line to LOGINAUD.DAT, in the same USER=/OUTCOME= shape
      * AUTH-GATE and CredAdmin write, creating the file on first use.
      *****************************************************************
       WRITE-ADMIN-AUDIT-ENTRY.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
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

       END PROGRAM calAdmin.

       COPY AUTHGATE.

       COPY DATESERV.

       COPY ENVNAME.
