      * exchange rate master maintenance
      *    TOPIC:
      *    EFFECTIVE-DATED EXCHANGE RATES FOR FOREIGN TRANSACTIONS
      *****************************************************************
      * Maintenance front end for the exchange rate master FX-LOOKUP
      * reads (FXRATES.DAT), in the same menu-and-whole-table-
      * rewrite style rateAdmin uses for MATRATES.DAT.  Each record
      * carries a currency code, an effective-from date, and the
      * rate as base-currency units per one unit of the currency
      * with six implied decimals, so a new rate is keyed once
      * here, dated, and the transactions converted before it keep
      * the rate they were booked at.  adding.cob's batch mode
      * converts foreign-currency transactions at these rates and
      * fxReval revalues the open foreign invoices at them:
      *
      *   L - list every currency's rate records in file order;
      *   A - add a rate record (currency, effective-from date,
      *       rate), replacing any record already on file for the
      *       same currency and date so an add is also a correction;
      *   D - delete one currency/effective-date record;
      *   X - exit.
      *
      * Every add and delete is logged to LOGINAUD.DAT in the same
      * date/time/USER=/OUTCOME= line the other masters' changes
      * use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fxAdmin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-FILE ASSIGN TO "FXRATES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FX-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  FX-FILE.
       01  FX-RECORD.
           05 FX-CURRENCY PIC X(3).
           05 FX-EFFECTIVE PIC 9(8).
           05 FX-RATE PIC 9(4)V9(6).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FX-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 200 TIMES.
               10 WS-TBL-CURRENCY PIC X(3).
               10 WS-TBL-EFFECTIVE PIC 9(8).
               10 WS-TBL-RATE PIC 9(4)V9(6).
       01 WS-FX-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-RATES PIC 9(4) COMP VALUE 200.
       01 WS-FX-EOF-SWITCH PIC X VALUE "N".
           88 WS-FX-EOF VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 WS-FUNC-LIST VALUE "L".
           88 WS-FUNC-ADD VALUE "A".
           88 WS-FUNC-DELETE VALUE "D".
           88 WS-FUNC-EXIT VALUE "X".
       01 WS-TARGET-CURRENCY PIC X(3).
       01 WS-TARGET-EFFECTIVE PIC 9(8).
       01 WS-DATE-IN PIC X(8).
       01 WS-RATE-IN PIC X(10).
       01 WS-NEW-RATE PIC 9(4)V9(6).
       01 WS-RATE-OUT PIC ZZZ9.999999.
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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "FXADMIN".
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
           PERFORM LOAD-FX-TABLE
           PERFORM UNTIL WS-FUNC-EXIT
              DISPLAY "FX ADMIN - L LIST, A ADD OR REPLACE,"
                 " D DELETE, X EXIT"
              ACCEPT WS-FUNCTION
              EVALUATE TRUE
                 WHEN WS-FUNC-LIST
                    PERFORM LIST-FX-RATES
                 WHEN WS-FUNC-ADD
                    PERFORM ADD-FX-RATE
                 WHEN WS-FUNC-DELETE
                    PERFORM DELETE-FX-RATE
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN FUNCTION " WS-FUNCTION
              END-EVALUATE
           END-PERFORM
           DISPLAY "FXADMIN COMPLETE - " WS-CHANGE-COUNT
              " CHANGES APPLIED"
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * LOAD-FX-TABLE reads every exchange rate record into the table,
      * the same whole-file load rateAdmin performs on MATRATES.DAT.
      *****************************************************************
       LOAD-FX-TABLE.
           MOVE "N" TO WS-FX-EOF-SWITCH
           MOVE 0 TO WS-FX-COUNT
           OPEN INPUT FX-FILE
           IF WS-FX-STATUS = "00"
              PERFORM UNTIL WS-FX-EOF
                 READ FX-FILE
                    AT END
                       SET WS-FX-EOF TO TRUE
                    NOT AT END
                       IF WS-FX-COUNT = WS-MAX-RATES
                          DISPLAY "FX TABLE FULL - RECORDS PAST "
                             WS-MAX-RATES " IGNORED"
                          SET WS-FX-EOF TO TRUE
                       ELSE
                       ADD 1 TO WS-FX-COUNT
                       MOVE FX-CURRENCY TO
                          WS-TBL-CURRENCY(WS-FX-COUNT)
                       MOVE FX-EFFECTIVE TO
                          WS-TBL-EFFECTIVE(WS-FX-COUNT)
                       MOVE FX-RATE TO
                          WS-TBL-RATE(WS-FX-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FX-FILE
           ELSE
              DISPLAY "FXRATES.DAT NOT FOUND - STARTING EMPTY"
           END-IF.

      *****************************************************************
      * REWRITE-FX-FILE files the table back out in full, the same
      * whole-file rewrite every LINE SEQUENTIAL maintenance in this
      * suite uses.
      *****************************************************************
       REWRITE-FX-FILE.
           OPEN OUTPUT FX-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FX-COUNT
              MOVE WS-TBL-CURRENCY(I) TO FX-CURRENCY
              MOVE WS-TBL-EFFECTIVE(I) TO FX-EFFECTIVE
              MOVE WS-TBL-RATE(I) TO FX-RATE
              WRITE FX-RECORD
           END-PERFORM
           CLOSE FX-FILE
           ADD 1 TO WS-CHANGE-COUNT.

      *****************************************************************
      * FIND-TARGET-RATE locates WS-TARGET-CURRENCY's record for
      * WS-TARGET-EFFECTIVE, setting WS-RECORD-FOUND and
      * WS-FOUND-INDEX.
      *****************************************************************
       FIND-TARGET-RATE.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-FX-COUNT OR WS-RECORD-FOUND
              IF WS-TBL-CURRENCY(I) = WS-TARGET-CURRENCY
                 AND WS-TBL-EFFECTIVE(I) = WS-TARGET-EFFECTIVE
                 SET WS-RECORD-FOUND TO TRUE
                 MOVE I TO WS-FOUND-INDEX
              END-IF
           END-PERFORM.

       LIST-FX-RATES.
           DISPLAY "EXCHANGE RATE RECORDS ON FILE: " WS-FX-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FX-COUNT
              MOVE WS-TBL-RATE(I) TO WS-RATE-OUT
              DISPLAY "  " WS-TBL-CURRENCY(I) " EFFECTIVE "
                 WS-TBL-EFFECTIVE(I) " RATE " WS-RATE-OUT
           END-PERFORM.

      *****************************************************************
      * ADD-FX-RATE keys one rate record, replacing any record
      * already on file for the same currency and date, so an
      * add and a correction are the one operation - the same rule
      * rateAdmin applies to a material's rate.
      *****************************************************************
       ADD-FX-RATE.
           DISPLAY "Currency code (3 characters): "
           ACCEPT WS-TARGET-CURRENCY
           DISPLAY "Effective from (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN(1:8) IS NUMERIC
              MOVE WS-DATE-IN TO WS-TARGET-EFFECTIVE
              DISPLAY "Rate (10 digits, 6 decimals implied): "
              ACCEPT WS-RATE-IN
              IF WS-RATE-IN(1:10) IS NUMERIC
                 COMPUTE WS-NEW-RATE =
                    FUNCTION NUMVAL(WS-RATE-IN) / 1000000
                 PERFORM FIND-TARGET-RATE
                 IF NOT WS-RECORD-FOUND
                    IF WS-FX-COUNT < WS-MAX-RATES
                       ADD 1 TO WS-FX-COUNT
                       MOVE WS-FX-COUNT TO WS-FOUND-INDEX
                    ELSE
                       DISPLAY "FX TABLE FULL - RECORD NOT ADDED"
                       MOVE ZERO TO WS-FOUND-INDEX
                    END-IF
                 END-IF
                 IF WS-FOUND-INDEX > ZERO
                    MOVE WS-TARGET-CURRENCY TO
                       WS-TBL-CURRENCY(WS-FOUND-INDEX)
                    MOVE WS-TARGET-EFFECTIVE TO
                       WS-TBL-EFFECTIVE(WS-FOUND-INDEX)
                    MOVE WS-NEW-RATE TO WS-TBL-RATE(WS-FOUND-INDEX)
                    PERFORM REWRITE-FX-FILE
                    MOVE SPACES TO WS-AUDIT-ACTION
                    STRING "FX RATE SET " WS-TARGET-CURRENCY " "
                       WS-TARGET-EFFECTIVE DELIMITED BY SIZE
                       INTO WS-AUDIT-ACTION
                    PERFORM WRITE-ADMIN-AUDIT-ENTRY
                    DISPLAY "FX RATE STORED FOR " WS-TARGET-CURRENCY
                 END-IF
              ELSE
                 DISPLAY "RATE MUST BE TEN DIGITS"
              END-IF
           ELSE
              DISPLAY "DATE MUST BE YYYYMMDD"
           END-IF.

       DELETE-FX-RATE.
           DISPLAY "Currency code to delete: "
           ACCEPT WS-TARGET-CURRENCY
           DISPLAY "Effective from (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN(1:8) IS NUMERIC
              MOVE WS-DATE-IN TO WS-TARGET-EFFECTIVE
              PERFORM FIND-TARGET-RATE
              IF NOT WS-RECORD-FOUND
                 DISPLAY "NO SUCH EXCHANGE RATE RECORD"
              ELSE
                 PERFORM VARYING I FROM WS-FOUND-INDEX BY 1
                       UNTIL I >= WS-FX-COUNT
                    MOVE WS-FX-ENTRY(I + 1) TO WS-FX-ENTRY(I)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-FX-COUNT
                 PERFORM REWRITE-FX-FILE
                 MOVE SPACES TO WS-AUDIT-ACTION
                 STRING "FX RATE DELETED " WS-TARGET-CURRENCY " "
                    WS-TARGET-EFFECTIVE DELIMITED BY SIZE
                    INTO WS-AUDIT-ACTION
                 PERFORM WRITE-ADMIN-AUDIT-ENTRY
                 DISPLAY "FX RATE DELETED FOR " WS-TARGET-CURRENCY
              END-IF
           ELSE
              DISPLAY "DATE MUST BE YYYYMMDD"
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

       END PROGRAM fxAdmin.

       COPY AUTHGATE.

       COPY DATESERV.

       COPY ENVNAME.
