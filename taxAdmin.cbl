      * tax code master maintenance
      *    TOPIC:
      *    EFFECTIVE-DATED TAX RATES FOR THE ACCOUNT INVOICES
      *****************************************************************
      * Maintenance front end for the tax code master TAX-LOOKUP
      * reads (TAXCODES.DAT), in the same menu-and-whole-table-
      * rewrite style rateAdmin uses for MATRATES.DAT.  Each record
      * carries a tax code, an effective-from date, and the rate as
      * a percentage with two implied decimals, so a rate change is
      * keyed once here, dated, and the invoices raised before it
      * keep the rate they were taxed at.  Accounts are given their
      * tax code on the account master through acctAdmin:
      *
      *   L - list every tax code's rate records in file order;
      *   A - add a rate record (tax code, effective-from date,
      *       rate), replacing any record already on file for the
      *       same code and date so an add is also a correction;
      *   D - delete one code/effective-date record;
      *   X - exit.
      *
      * Every add and delete is logged to LOGINAUD.DAT in the same
      * date/time/USER=/OUTCOME= line the other masters' changes
      * use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxAdmin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-FILE ASSIGN TO "TAXCODES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TAX-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  TAX-FILE.
       01  TAX-RECORD.
           05 TAX-CODE PIC X(4).
           05 TAX-EFFECTIVE PIC 9(8).
           05 TAX-RATE PIC 9(2)V99.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TAX-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-TAX-TABLE.
           05 WS-TAX-ENTRY OCCURS 200 TIMES.
               10 WS-TBL-CODE PIC X(4).
               10 WS-TBL-EFFECTIVE PIC 9(8).
               10 WS-TBL-RATE PIC 9(2)V99.
       01 WS-TAX-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-CODES PIC 9(4) COMP VALUE 200.
       01 WS-TAX-EOF-SWITCH PIC X VALUE "N".
           88 WS-TAX-EOF VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 WS-FUNC-LIST VALUE "L".
           88 WS-FUNC-ADD VALUE "A".
           88 WS-FUNC-DELETE VALUE "D".
           88 WS-FUNC-EXIT VALUE "X".
       01 WS-TARGET-CODE PIC X(4).
       01 WS-TARGET-EFFECTIVE PIC 9(8).
       01 WS-DATE-IN PIC X(8).
       01 WS-RATE-IN PIC X(4).
       01 WS-NEW-RATE PIC 9(2)V99.
       01 WS-RATE-OUT PIC Z9.99.
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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "TAXADMIN".
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
           PERFORM LOAD-TAX-TABLE
           PERFORM UNTIL WS-FUNC-EXIT
              DISPLAY "TAX ADMIN - L LIST, A ADD OR REPLACE,"
                 " D DELETE, X EXIT"
              ACCEPT WS-FUNCTION
              EVALUATE TRUE
                 WHEN WS-FUNC-LIST
                    PERFORM LIST-TAX-CODES
                 WHEN WS-FUNC-ADD
                    PERFORM ADD-TAX-RATE
                 WHEN WS-FUNC-DELETE
                    PERFORM DELETE-TAX-RATE
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN FUNCTION " WS-FUNCTION
              END-EVALUATE
           END-PERFORM
           DISPLAY "TAXADMIN COMPLETE - " WS-CHANGE-COUNT
              " CHANGES APPLIED"
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * LOAD-TAX-TABLE reads every tax rate record into the table,
      * the same whole-file load rateAdmin performs on MATRATES.DAT.
      *****************************************************************
       LOAD-TAX-TABLE.
           MOVE "N" TO WS-TAX-EOF-SWITCH
           MOVE 0 TO WS-TAX-COUNT
           OPEN INPUT TAX-FILE
           IF WS-TAX-STATUS = "00"
              PERFORM UNTIL WS-TAX-EOF
                 READ TAX-FILE
                    AT END
                       SET WS-TAX-EOF TO TRUE
                    NOT AT END
                       IF WS-TAX-COUNT = WS-MAX-CODES
                          DISPLAY "TAX TABLE FULL - RECORDS PAST "
                             WS-MAX-CODES " IGNORED"
                          SET WS-TAX-EOF TO TRUE
                       ELSE
                       ADD 1 TO WS-TAX-COUNT
                       MOVE TAX-CODE TO
                          WS-TBL-CODE(WS-TAX-COUNT)
                       MOVE TAX-EFFECTIVE TO
                          WS-TBL-EFFECTIVE(WS-TAX-COUNT)
                       MOVE TAX-RATE TO
                          WS-TBL-RATE(WS-TAX-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TAX-FILE
           ELSE
              DISPLAY "TAXCODES.DAT NOT FOUND - STARTING EMPTY"
           END-IF.

      *****************************************************************
      * REWRITE-TAX-FILE files the table back out in full, the same
      * whole-file rewrite every LINE SEQUENTIAL maintenance in this
      * suite uses.
      *****************************************************************
       REWRITE-TAX-FILE.
           OPEN OUTPUT TAX-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TAX-COUNT
              MOVE WS-TBL-CODE(I) TO TAX-CODE
              MOVE WS-TBL-EFFECTIVE(I) TO TAX-EFFECTIVE
              MOVE WS-TBL-RATE(I) TO TAX-RATE
              WRITE TAX-RECORD
           END-PERFORM
           CLOSE TAX-FILE
           ADD 1 TO WS-CHANGE-COUNT.

      *****************************************************************
      * FIND-TARGET-CODE locates WS-TARGET-CODE's record for
      * WS-TARGET-EFFECTIVE, setting WS-RECORD-FOUND and
      * WS-FOUND-INDEX.
      *****************************************************************
       FIND-TARGET-CODE.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-TAX-COUNT OR WS-RECORD-FOUND
              IF WS-TBL-CODE(I) = WS-TARGET-CODE
                 AND WS-TBL-EFFECTIVE(I) = WS-TARGET-EFFECTIVE
                 SET WS-RECORD-FOUND TO TRUE
                 MOVE I TO WS-FOUND-INDEX
              END-IF
           END-PERFORM.

       LIST-TAX-CODES.
           DISPLAY "TAX RATE RECORDS ON FILE: " WS-TAX-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TAX-COUNT
              MOVE WS-TBL-RATE(I) TO WS-RATE-OUT
              DISPLAY "  " WS-TBL-CODE(I) " EFFECTIVE "
                 WS-TBL-EFFECTIVE(I) " RATE " WS-RATE-OUT "%"
           END-PERFORM.

      *****************************************************************
      * ADD-TAX-RATE keys one rate record, replacing any record
      * already on file for the same code and effective date, so an
      * add and a correction are the one operation - the same rule
      * rateAdmin applies to a material's rate.
      *****************************************************************
       ADD-TAX-RATE.
           DISPLAY "Tax code (4 characters): "
           ACCEPT WS-TARGET-CODE
           DISPLAY "Effective from (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN(1:8) IS NUMERIC
              MOVE WS-DATE-IN TO WS-TARGET-EFFECTIVE
              DISPLAY "Rate percent (4 digits, 2 decimals implied): "
              ACCEPT WS-RATE-IN
              IF WS-RATE-IN(1:4) IS NUMERIC
                 COMPUTE WS-NEW-RATE =
                    FUNCTION NUMVAL(WS-RATE-IN) / 100
                 PERFORM FIND-TARGET-CODE
                 IF NOT WS-RECORD-FOUND
                    IF WS-TAX-COUNT < WS-MAX-CODES
                       ADD 1 TO WS-TAX-COUNT
                       MOVE WS-TAX-COUNT TO WS-FOUND-INDEX
                    ELSE
                       DISPLAY "TAX TABLE FULL - RECORD NOT ADDED"
                       MOVE ZERO TO WS-FOUND-INDEX
                    END-IF
                 END-IF
                 IF WS-FOUND-INDEX > ZERO
                    MOVE WS-TARGET-CODE TO
                       WS-TBL-CODE(WS-FOUND-INDEX)
                    MOVE WS-TARGET-EFFECTIVE TO
                       WS-TBL-EFFECTIVE(WS-FOUND-INDEX)
                    MOVE WS-NEW-RATE TO WS-TBL-RATE(WS-FOUND-INDEX)
                    PERFORM REWRITE-TAX-FILE
                    MOVE SPACES TO WS-AUDIT-ACTION
                    STRING "TAX RATE SET " WS-TARGET-CODE " "
                       WS-TARGET-EFFECTIVE DELIMITED BY SIZE
                       INTO WS-AUDIT-ACTION
                    PERFORM WRITE-ADMIN-AUDIT-ENTRY
                    DISPLAY "TAX RATE STORED FOR " WS-TARGET-CODE
                 END-IF
              ELSE
                 DISPLAY "RATE MUST BE FOUR DIGITS"
              END-IF
           ELSE
              DISPLAY "DATE MUST BE YYYYMMDD"
           END-IF.

       DELETE-TAX-RATE.
           DISPLAY "Tax code to delete: "
           ACCEPT WS-TARGET-CODE
           DISPLAY "Effective from (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN(1:8) IS NUMERIC
              MOVE WS-DATE-IN TO WS-TARGET-EFFECTIVE
              PERFORM FIND-TARGET-CODE
              IF NOT WS-RECORD-FOUND
                 DISPLAY "NO SUCH TAX RATE RECORD"
              ELSE
                 PERFORM VARYING I FROM WS-FOUND-INDEX BY 1
                       UNTIL I >= WS-TAX-COUNT
                    MOVE WS-TAX-ENTRY(I + 1) TO WS-TAX-ENTRY(I)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-TAX-COUNT
                 PERFORM REWRITE-TAX-FILE
                 MOVE SPACES TO WS-AUDIT-ACTION
                 STRING "TAX RATE DELETED " WS-TARGET-CODE " "
                    WS-TARGET-EFFECTIVE DELIMITED BY SIZE
                    INTO WS-AUDIT-ACTION
                 PERFORM WRITE-ADMIN-AUDIT-ENTRY
                 DISPLAY "TAX RATE DELETED FOR " WS-TARGET-CODE
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

       END PROGRAM taxAdmin.

       COPY AUTHGATE.

       COPY DATESERV.

       COPY ENVNAME.
