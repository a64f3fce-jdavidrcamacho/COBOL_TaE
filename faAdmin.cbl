      * fixed asset register maintenance
      *    TOPIC:
      *    THE EQUIPMENT REGISTER THE DEPRECIATION RUN WORKS FROM
      *****************************************************************
      * Maintenance front end for the fixed asset master FAMAST.DAT,
      * in the same menu-and-whole-table-rewrite style rateAdmin uses
      * for MATRATES.DAT.  Each asset carries its number, a
      * description, the account code that owns it (which must be
      * open on ACCTMAST.DAT), the in-service date, cost, salvage
      * value, useful life in years and depreciation method (S
      * straight-line, D declining balance, Y sum-of-years-digits),
      * and the running figures faDeprec keeps - months charged,
      * accumulated depreciation, the last period charged - with a
      * status (A active, F fully depreciated, D disposed):
      *
      *   L - list every asset with its book value;
      *   A - add an asset, refused when the number is already on
      *       the register, so no asset's posted charges are ever
      *       overwritten by a second asset keyed under its number;
      *   D - dispose of an asset: the disposal date and proceeds
      *       are recorded and the asset takes no further charge -
      *       faDeprec reports the gain or loss in the disposal month;
      *   S - print an asset's depreciation schedule, month by month
      *       from in-service to the end of its life, to FASCHED.DAT
      *       through the shared REPORT-WRITER - the same period-by-
      *       period layout finProject's projection uses, and the
      *       same charge the monthly run will post (FA-MONTH-CHARGE);
      *   X - exit.
      *
      * Every add and disposal is logged to LOGINAUD.DAT in the same
      * date/time/USER=/OUTCOME= line the other masters' changes
      * use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. faAdmin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE ASSIGN TO "FAMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ASSET-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MASTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  ASSET-FILE.
       01  ASSET-RECORD.
           05 FA-NUMBER PIC X(6).
           05 FA-DESC PIC X(30).
           05 FA-ACCOUNT PIC X(4).
           05 FA-IN-SERVICE PIC 9(8).
           05 FA-COST PIC 9(9)V99.
           05 FA-SALVAGE PIC 9(9)V99.
           05 FA-LIFE PIC 9(2).
           05 FA-METHOD PIC X.
           05 FA-MONTHS PIC 9(3).
           05 FA-ACCUM PIC 9(9)V99.
           05 FA-LAST-PERIOD PIC 9(6).
           05 FA-STATUS PIC X.
           05 FA-DISPOSED PIC 9(8).
           05 FA-PROCEEDS PIC 9(9)V99.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MST-ACCOUNT PIC X(4).
           05 MST-NAME PIC X(20).
           05 MST-DEPT PIC X(12).
           05 MST-STATUS PIC X.
           05 MST-TAX-CODE PIC X(4).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ASSET-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-ASSET-TABLE.
           05 WS-ASSET-ENTRY OCCURS 500 TIMES.
               10 WS-TBL-NUMBER PIC X(6).
               10 WS-TBL-DESC PIC X(30).
               10 WS-TBL-ACCOUNT PIC X(4).
               10 WS-TBL-IN-SERVICE PIC 9(8).
               10 WS-TBL-COST PIC 9(9)V99.
               10 WS-TBL-SALVAGE PIC 9(9)V99.
               10 WS-TBL-LIFE PIC 9(2).
               10 WS-TBL-METHOD PIC X.
               10 WS-TBL-MONTHS PIC 9(3).
               10 WS-TBL-ACCUM PIC 9(9)V99.
               10 WS-TBL-LAST-PERIOD PIC 9(6).
               10 WS-TBL-STATUS PIC X.
               10 WS-TBL-DISPOSED PIC 9(8).
               10 WS-TBL-PROCEEDS PIC 9(9)V99.
       01 WS-ASSET-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-ASSETS PIC 9(4) COMP VALUE 500.
       01 WS-ASSET-EOF-SWITCH PIC X VALUE "N".
           88 WS-ASSET-EOF VALUE "Y".
       01 WS-MST-EOF-SWITCH PIC X VALUE "N".
           88 WS-MST-EOF VALUE "Y".
       01 WS-ACCOUNT-OK-SWITCH PIC X.
           88 WS-ACCOUNT-OK VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 WS-FUNC-LIST VALUE "L".
           88 WS-FUNC-ADD VALUE "A".
           88 WS-FUNC-DISPOSE VALUE "D".
           88 WS-FUNC-SCHEDULE VALUE "S".
           88 WS-FUNC-EXIT VALUE "X".
       01 WS-TARGET-NUMBER PIC X(6).
       01 WS-NEW-ASSET.
           05 WS-NEW-DESC PIC X(30).
           05 WS-NEW-ACCOUNT PIC X(4).
           05 WS-NEW-IN-SERVICE PIC 9(8).
           05 WS-NEW-COST PIC 9(9)V99.
           05 WS-NEW-SALVAGE PIC 9(9)V99.
           05 WS-NEW-LIFE PIC 9(2).
           05 WS-NEW-METHOD PIC X.
       01 WS-DATE-IN PIC X(8).
       01 WS-MONEY-IN PIC X(11).
       01 WS-LIFE-IN PIC X(2).
       01 WS-VALID-SWITCH PIC X.
           88 WS-ENTRY-VALID VALUE "Y".
       01 WS-FOUND-INDEX PIC 9(4) COMP VALUE 0.
       01 WS-FOUND-SWITCH PIC X.
           88 WS-RECORD-FOUND VALUE "Y".
       01 WS-BOOK-VALUE PIC S9(9)V99.
       01 WS-COST-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ACCUM-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NBV-OUT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-CHARGE-OUT PIC ZZZ,ZZZ,ZZ9.99.

      *    Working copy of one asset for the projected schedule.
       01 WS-SCH-MONTHS PIC 9(3).
       01 WS-SCH-ACCUM PIC 9(9)V99.
       01 WS-SCH-CHARGE PIC 9(9)V99.
       01 WS-SCH-PERIOD PIC 9(6).
       01 WS-SCH-PERIOD-X REDEFINES WS-SCH-PERIOD.
           05 WS-SCH-YEAR PIC 9(4).
           05 WS-SCH-MONTH PIC 99.
       01 WS-SCH-LIFE-MONTHS PIC 9(4).

       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(40).
       01 WS-CHANGE-COUNT PIC 9(4) VALUE ZERO.
       01 I PIC 9(4) COMP.
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "FAADMIN".
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
           PERFORM LOAD-ASSET-TABLE
           PERFORM UNTIL WS-FUNC-EXIT
              DISPLAY "FIXED ASSETS - L LIST, A ADD, D DISPOSE,"
                 " S SCHEDULE, X EXIT"
              ACCEPT WS-FUNCTION
              EVALUATE TRUE
                 WHEN WS-FUNC-LIST
                    PERFORM LIST-ASSETS
                 WHEN WS-FUNC-ADD
                    PERFORM ADD-ASSET
                 WHEN WS-FUNC-DISPOSE
                    PERFORM DISPOSE-ASSET
                 WHEN WS-FUNC-SCHEDULE
                    PERFORM PRINT-ASSET-SCHEDULE
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN FUNCTION " WS-FUNCTION
              END-EVALUATE
           END-PERFORM
           DISPLAY "FAADMIN COMPLETE - " WS-CHANGE-COUNT
              " CHANGES APPLIED"
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * LOAD-ASSET-TABLE reads the whole register into the table,
      * the same whole-file load rateAdmin performs on MATRATES.DAT.
      *****************************************************************
       LOAD-ASSET-TABLE.
           MOVE "N" TO WS-ASSET-EOF-SWITCH
           MOVE 0 TO WS-ASSET-COUNT
           OPEN INPUT ASSET-FILE
           IF WS-ASSET-STATUS = "00"
              PERFORM UNTIL WS-ASSET-EOF
                 READ ASSET-FILE
                    AT END
                       SET WS-ASSET-EOF TO TRUE
                    NOT AT END
                       IF WS-ASSET-COUNT = WS-MAX-ASSETS
                          DISPLAY "ASSET TABLE FULL - RECORDS PAST "
                             WS-MAX-ASSETS " IGNORED"
                          SET WS-ASSET-EOF TO TRUE
                       ELSE
                          ADD 1 TO WS-ASSET-COUNT
                          MOVE ASSET-RECORD TO
                             WS-ASSET-ENTRY(WS-ASSET-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ASSET-FILE
           ELSE
              DISPLAY "FAMAST.DAT NOT FOUND - STARTING EMPTY"
           END-IF.

      *****************************************************************
      * REWRITE-ASSET-FILE files the table back out in full, the same
      * whole-file rewrite every LINE SEQUENTIAL maintenance in this
      * suite uses.
      *****************************************************************
       REWRITE-ASSET-FILE.
           OPEN OUTPUT ASSET-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ASSET-COUNT
              MOVE WS-ASSET-ENTRY(I) TO ASSET-RECORD
              WRITE ASSET-RECORD
           END-PERFORM
           CLOSE ASSET-FILE
           ADD 1 TO WS-CHANGE-COUNT.

       FIND-TARGET-ASSET.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-ASSET-COUNT OR WS-RECORD-FOUND
              IF WS-TBL-NUMBER(I) = WS-TARGET-NUMBER
                 SET WS-RECORD-FOUND TO TRUE
                 MOVE I TO WS-FOUND-INDEX
              END-IF
           END-PERFORM.

       LIST-ASSETS.
           DISPLAY "ASSETS ON THE REGISTER: " WS-ASSET-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ASSET-COUNT
              COMPUTE WS-BOOK-VALUE =
                 WS-TBL-COST(I) - WS-TBL-ACCUM(I)
              MOVE WS-TBL-COST(I) TO WS-COST-OUT
              MOVE WS-BOOK-VALUE TO WS-NBV-OUT
              DISPLAY "  " WS-TBL-NUMBER(I) " " WS-TBL-DESC(I)(1:20)
                 " " WS-TBL-ACCOUNT(I) " " WS-TBL-METHOD(I)
                 WS-TBL-LIFE(I) "Y COST " WS-COST-OUT
                 " NBV " WS-NBV-OUT " " WS-TBL-STATUS(I)
           END-PERFORM.

      *****************************************************************
      * ADD-ASSET keys a new asset.  Every field is checked before
      * anything is stored: the owning account must be open on the
      * account master, the salvage value may not exceed cost, the
      * life must be at least a year, and the method must be one
      * FA-MONTH-CHARGE knows.
      *****************************************************************
       ADD-ASSET.
           MOVE "Y" TO WS-VALID-SWITCH
           DISPLAY "Asset number (6 characters): "
           ACCEPT WS-TARGET-NUMBER
           PERFORM FIND-TARGET-ASSET
           IF WS-RECORD-FOUND OR WS-TARGET-NUMBER = SPACES
              DISPLAY "ASSET NUMBER BLANK OR ALREADY ON THE REGISTER"
              MOVE "N" TO WS-VALID-SWITCH
           END-IF
           IF WS-ENTRY-VALID
              DISPLAY "Description: "
              ACCEPT WS-NEW-DESC
              DISPLAY "Owning account code: "
              ACCEPT WS-NEW-ACCOUNT
              PERFORM CHECK-OWNING-ACCOUNT
              IF NOT WS-ACCOUNT-OK
                 DISPLAY "ACCOUNT NOT ON MASTER OR CLOSED"
                 MOVE "N" TO WS-VALID-SWITCH
              END-IF
           END-IF
           IF WS-ENTRY-VALID
              DISPLAY "In-service date (YYYYMMDD): "
              ACCEPT WS-DATE-IN
              IF WS-DATE-IN(1:8) IS NUMERIC
                 MOVE WS-DATE-IN TO WS-NEW-IN-SERVICE
              ELSE
                 DISPLAY "DATE MUST BE YYYYMMDD"
                 MOVE "N" TO WS-VALID-SWITCH
              END-IF
           END-IF
           IF WS-ENTRY-VALID
              DISPLAY "Cost (11 digits, 2 decimals implied): "
              ACCEPT WS-MONEY-IN
              IF WS-MONEY-IN(1:11) IS NUMERIC
                 COMPUTE WS-NEW-COST =
                    FUNCTION NUMVAL(WS-MONEY-IN) / 100
              ELSE
                 DISPLAY "COST MUST BE ELEVEN DIGITS"
                 MOVE "N" TO WS-VALID-SWITCH
              END-IF
           END-IF
           IF WS-ENTRY-VALID
              DISPLAY "Salvage value (11 digits, 2 decimals implied): "
              ACCEPT WS-MONEY-IN
              IF WS-MONEY-IN(1:11) IS NUMERIC
                 COMPUTE WS-NEW-SALVAGE =
                    FUNCTION NUMVAL(WS-MONEY-IN) / 100
                 IF WS-NEW-SALVAGE > WS-NEW-COST
                    DISPLAY "SALVAGE VALUE EXCEEDS COST"
                    MOVE "N" TO WS-VALID-SWITCH
                 END-IF
              ELSE
                 DISPLAY "SALVAGE MUST BE ELEVEN DIGITS"
                 MOVE "N" TO WS-VALID-SWITCH
              END-IF
           END-IF
           IF WS-ENTRY-VALID
              DISPLAY "Useful life in years (2 digits): "
              ACCEPT WS-LIFE-IN
              IF WS-LIFE-IN IS NUMERIC AND WS-LIFE-IN NOT = "00"
                 MOVE WS-LIFE-IN TO WS-NEW-LIFE
              ELSE
                 DISPLAY "LIFE MUST BE 01 TO 99 YEARS"
                 MOVE "N" TO WS-VALID-SWITCH
              END-IF
           END-IF
           IF WS-ENTRY-VALID
              DISPLAY "Method - S straight-line, D declining balance,"
                 " Y sum-of-years-digits: "
              ACCEPT WS-NEW-METHOD
              IF WS-NEW-METHOD NOT = "S" AND WS-NEW-METHOD NOT = "D"
                 AND WS-NEW-METHOD NOT = "Y"
                 DISPLAY "UNKNOWN METHOD " WS-NEW-METHOD
                 MOVE "N" TO WS-VALID-SWITCH
              END-IF
           END-IF
           IF WS-ENTRY-VALID
              IF WS-ASSET-COUNT < WS-MAX-ASSETS
                 ADD 1 TO WS-ASSET-COUNT
                 MOVE WS-ASSET-COUNT TO I
                 MOVE WS-TARGET-NUMBER TO WS-TBL-NUMBER(I)
                 MOVE WS-NEW-DESC TO WS-TBL-DESC(I)
                 MOVE WS-NEW-ACCOUNT TO WS-TBL-ACCOUNT(I)
                 MOVE WS-NEW-IN-SERVICE TO WS-TBL-IN-SERVICE(I)
                 MOVE WS-NEW-COST TO WS-TBL-COST(I)
                 MOVE WS-NEW-SALVAGE TO WS-TBL-SALVAGE(I)
                 MOVE WS-NEW-LIFE TO WS-TBL-LIFE(I)
                 MOVE WS-NEW-METHOD TO WS-TBL-METHOD(I)
                 MOVE ZERO TO WS-TBL-MONTHS(I)
                 MOVE ZERO TO WS-TBL-ACCUM(I)
                 MOVE ZERO TO WS-TBL-LAST-PERIOD(I)
                 MOVE "A" TO WS-TBL-STATUS(I)
                 MOVE ZERO TO WS-TBL-DISPOSED(I)
                 MOVE ZERO TO WS-TBL-PROCEEDS(I)
                 PERFORM REWRITE-ASSET-FILE
                 MOVE SPACES TO WS-AUDIT-ACTION
                 STRING "ASSET ADDED " WS-TARGET-NUMBER " "
                    WS-NEW-ACCOUNT DELIMITED BY SIZE
                    INTO WS-AUDIT-ACTION
                 PERFORM WRITE-ADMIN-AUDIT-ENTRY
                 DISPLAY "ASSET " WS-TARGET-NUMBER " ADDED"
              ELSE
                 DISPLAY "ASSET TABLE FULL - ASSET NOT ADDED"
              END-IF
           END-IF.

       CHECK-OWNING-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-OK-SWITCH
           MOVE "N" TO WS-MST-EOF-SWITCH
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              SET WS-MST-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-MST-EOF
              READ MASTER-FILE
                 AT END SET WS-MST-EOF TO TRUE
                 NOT AT END
                    IF MST-ACCOUNT = WS-NEW-ACCOUNT
                       AND MST-STATUS NOT = "C"
                       SET WS-ACCOUNT-OK TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MASTER-STATUS NOT = "35"
              CLOSE MASTER-FILE
           END-IF.

      *****************************************************************
      * DISPOSE-ASSET records a disposal.  The asset keeps its
      * accumulated depreciation - the book value written off is
      * what the charges left - and takes no charge from the
      * disposal month on.
      *****************************************************************
       DISPOSE-ASSET.
           DISPLAY "Asset number to dispose of: "
           ACCEPT WS-TARGET-NUMBER
           PERFORM FIND-TARGET-ASSET
           IF NOT WS-RECORD-FOUND
              DISPLAY "NO SUCH ASSET"
           ELSE
           IF WS-TBL-STATUS(WS-FOUND-INDEX) = "D"
              DISPLAY "ASSET ALREADY DISPOSED OF ON "
                 WS-TBL-DISPOSED(WS-FOUND-INDEX)
           ELSE
              DISPLAY "Disposal date (YYYYMMDD): "
              ACCEPT WS-DATE-IN
              DISPLAY "Proceeds (11 digits, 2 decimals implied): "
              ACCEPT WS-MONEY-IN
              IF WS-DATE-IN(1:8) IS NUMERIC
                 AND WS-MONEY-IN(1:11) IS NUMERIC
                 MOVE WS-DATE-IN TO WS-TBL-DISPOSED(WS-FOUND-INDEX)
                 COMPUTE WS-TBL-PROCEEDS(WS-FOUND-INDEX) =
                    FUNCTION NUMVAL(WS-MONEY-IN) / 100
                 MOVE "D" TO WS-TBL-STATUS(WS-FOUND-INDEX)
                 PERFORM REWRITE-ASSET-FILE
                 MOVE SPACES TO WS-AUDIT-ACTION
                 STRING "ASSET DISPOSED " WS-TARGET-NUMBER " "
                    WS-DATE-IN DELIMITED BY SIZE
                    INTO WS-AUDIT-ACTION
                 PERFORM WRITE-ADMIN-AUDIT-ENTRY
                 DISPLAY "ASSET " WS-TARGET-NUMBER " DISPOSED OF"
              ELSE
                 DISPLAY "DATE MUST BE YYYYMMDD AND PROCEEDS ELEVEN"
                    " DIGITS"
              END-IF
           END-IF
           END-IF.

      *****************************************************************
      * PRINT-ASSET-SCHEDULE projects one asset's charges month by
      * month over its whole life, starting from the in-service
      * month, with the book value after each month.
      *****************************************************************
       PRINT-ASSET-SCHEDULE.
           DISPLAY "Asset number to schedule: "
           ACCEPT WS-TARGET-NUMBER
           PERFORM FIND-TARGET-ASSET
           IF NOT WS-RECORD-FOUND
              DISPLAY "NO SUCH ASSET"
           ELSE
              MOVE WS-FOUND-INDEX TO I
              MOVE "O" TO WS-RPT-ACTION
              MOVE "FASCHED.DAT" TO WS-RPT-FILE
              MOVE SPACES TO WS-RPT-TITLE
              STRING "DEPRECIATION SCHEDULE - ASSET "
                 WS-TBL-NUMBER(I) " METHOD " WS-TBL-METHOD(I)
                 DELIMITED BY SIZE INTO WS-RPT-TITLE
              MOVE "PERIOD / CHARGE / ACCUMULATED / BOOK VALUE" TO
                 WS-RPT-HEADING
              MOVE SPACES TO WS-RPT-LINE
              CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
                 WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
              MOVE WS-TBL-COST(I) TO WS-COST-OUT
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-TBL-DESC(I) " COST " WS-COST-OUT
                 " IN SERVICE " WS-TBL-IN-SERVICE(I)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE ZERO TO WS-SCH-MONTHS
              MOVE ZERO TO WS-SCH-ACCUM
              MOVE WS-TBL-IN-SERVICE(I)(1:6) TO WS-SCH-PERIOD
              COMPUTE WS-SCH-LIFE-MONTHS = WS-TBL-LIFE(I) * 12
              PERFORM UNTIL WS-SCH-MONTHS NOT < WS-SCH-LIFE-MONTHS
                 CALL "FA-MONTH-CHARGE" USING WS-TBL-METHOD(I)
                    WS-TBL-COST(I) WS-TBL-SALVAGE(I) WS-TBL-LIFE(I)
                    WS-SCH-MONTHS WS-SCH-ACCUM WS-SCH-CHARGE
                 ADD 1 TO WS-SCH-MONTHS
                 ADD WS-SCH-CHARGE TO WS-SCH-ACCUM
                 COMPUTE WS-BOOK-VALUE =
                    WS-TBL-COST(I) - WS-SCH-ACCUM
                 MOVE WS-SCH-CHARGE TO WS-CHARGE-OUT
                 MOVE WS-SCH-ACCUM TO WS-ACCUM-OUT
                 MOVE WS-BOOK-VALUE TO WS-NBV-OUT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "PERIOD " WS-SCH-PERIOD " CHARGE "
                    WS-CHARGE-OUT " ACCUMULATED " WS-ACCUM-OUT
                    " BOOK VALUE " WS-NBV-OUT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
                 IF WS-SCH-MONTH = 12
                    ADD 1 TO WS-SCH-YEAR
                    MOVE 1 TO WS-SCH-MONTH
                 ELSE
                    ADD 1 TO WS-SCH-MONTH
                 END-IF
              END-PERFORM
              MOVE WS-SCH-ACCUM TO WS-ACCUM-OUT
              MOVE SPACES TO WS-RPT-LINE
              STRING "TOTAL DEPRECIATION " WS-ACCUM-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "C" TO WS-RPT-ACTION
              CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
                 WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
              DISPLAY "SCHEDULE FOR " WS-TARGET-NUMBER
                 " FILED TO FASCHED.DAT"
           END-IF.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

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

       END PROGRAM faAdmin.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.

       COPY FACHARGE.
