      * organization hierarchy maintenance
      *    TOPIC:
      *    EFFECTIVE-DATED DEPARTMENT, DIVISION AND BUSINESS UNIT
      *****************************************************************
      * The account master carries each account's department, but
      * management reads the figures by division and by business
      * unit.  ORGHIER.DAT is the organization hierarchy above the
      * department, maintained here in the same menu-and-whole-table-
      * rewrite style fxAdmin uses for FXRATES.DAT.  Each record is
      * a department, an effective-from date, and the division and
      * business unit the department belongs to from that date, so
      * a department that moves divisions is given a new record
      * dated from the move and every month before it keeps the
      * rollup it was reported under.  ORG-ROLLUP (ORGROLL.CPY)
      * reads the file for trialBalance, budgetVar, invoicing and
      * chargeback:
      *
      *   L - list the hierarchy records and the report levels;
      *   A - add a record (department, effective-from, division,
      *       business unit), replacing any record already on file
      *       for the same department and date;
      *   D - delete one department/effective-date record;
      *   S - set the level a report rolls up at (ORGLEVEL.DAT):
      *       D department, V division, B business unit, or a
      *       space to print that report without a rollup;
      *   X - exit.
      *
      * Prior months are closed history, so an add or delete dated
      * before the first of the current processing month is refused
      * - except a department's first record, which may be dated
      * back to when the department was set up.
      *
      * Every change is logged to LOGINAUD.DAT in the same
      * date/time/USER=/OUTCOME= line the other masters' changes
      * use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. orgAdmin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIER-FILE ASSIGN TO "ORGHIER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HIER-STATUS.
           SELECT LEVEL-FILE ASSIGN TO "ORGLEVEL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LEVEL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  HIER-FILE.
       01  HIER-RECORD.
           05 OH-DEPT PIC X(12).
           05 OH-EFFECTIVE PIC 9(8).
           05 OH-DIVISION PIC X(12).
           05 OH-BUNIT PIC X(12).
       FD  LEVEL-FILE.
       01  LEVEL-RECORD.
           05 OL-PROGRAM PIC X(30).
           05 OL-LEVEL PIC X.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HIER-STATUS PIC XX.
       01 WS-LEVEL-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-HIER-TABLE.
           05 WS-HIER-ENTRY OCCURS 300 TIMES.
               10 WS-TBL-DEPT PIC X(12).
               10 WS-TBL-EFFECTIVE PIC 9(8).
               10 WS-TBL-DIVISION PIC X(12).
               10 WS-TBL-BUNIT PIC X(12).
       01 WS-HIER-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-RECORDS PIC 9(4) COMP VALUE 300.
       01 WS-LEVEL-TABLE.
           05 WS-LEVEL-ENTRY OCCURS 20 TIMES.
               10 WS-LVL-PROGRAM PIC X(30).
               10 WS-LVL-LEVEL PIC X.
       01 WS-LEVEL-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 WS-FUNC-LIST VALUE "L".
           88 WS-FUNC-ADD VALUE "A".
           88 WS-FUNC-DELETE VALUE "D".
           88 WS-FUNC-SET-LEVEL VALUE "S".
           88 WS-FUNC-EXIT VALUE "X".
       01 WS-TARGET-DEPT PIC X(12).
       01 WS-TARGET-EFFECTIVE PIC 9(8).
       01 WS-TARGET-PROGRAM PIC X(30).
       01 WS-NEW-DIVISION PIC X(12).
       01 WS-NEW-BUNIT PIC X(12).
       01 WS-NEW-LEVEL PIC X.
           88 WS-LEVEL-VALID VALUE "D" "V" "B" " ".
       01 WS-DATE-IN PIC X(8).
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-MONTH-START PIC 9(8).
       01 WS-DEPT-RECORDS PIC 9(4) COMP.
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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "ORGADMIN".
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
           MOVE WS-PROCESS-DATE TO WS-MONTH-START
           MOVE "01" TO WS-MONTH-START(7:2)
           PERFORM LOAD-HIER-TABLE
           PERFORM LOAD-LEVEL-TABLE
           PERFORM UNTIL WS-FUNC-EXIT
              DISPLAY "ORG ADMIN - L LIST, A ADD OR REPLACE,"
                 " D DELETE, S SET REPORT LEVEL, X EXIT"
              ACCEPT WS-FUNCTION
              EVALUATE TRUE
                 WHEN WS-FUNC-LIST
                    PERFORM LIST-HIERARCHY
                 WHEN WS-FUNC-ADD
                    PERFORM ADD-HIER-RECORD
                 WHEN WS-FUNC-DELETE
                    PERFORM DELETE-HIER-RECORD
                 WHEN WS-FUNC-SET-LEVEL
                    PERFORM SET-REPORT-LEVEL
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN FUNCTION " WS-FUNCTION
              END-EVALUATE
           END-PERFORM
           DISPLAY "ORGADMIN COMPLETE - " WS-CHANGE-COUNT
              " CHANGES APPLIED"
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * LOAD-HIER-TABLE and LOAD-LEVEL-TABLE read the two files whole,
      * the same load fxAdmin performs on FXRATES.DAT.
      *****************************************************************
       LOAD-HIER-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-HIER-COUNT
           OPEN INPUT HIER-FILE
           IF WS-HIER-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ HIER-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-HIER-COUNT = WS-MAX-RECORDS
                          DISPLAY "HIERARCHY TABLE FULL - RECORDS "
                             "PAST " WS-MAX-RECORDS " IGNORED"
                          SET WS-EOF TO TRUE
                       ELSE
                          ADD 1 TO WS-HIER-COUNT
                          MOVE HIER-RECORD TO
                             WS-HIER-ENTRY(WS-HIER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HIER-FILE
           ELSE
              DISPLAY "ORGHIER.DAT NOT FOUND - STARTING EMPTY"
           END-IF.

       LOAD-LEVEL-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-LEVEL-COUNT
           OPEN INPUT LEVEL-FILE
           IF WS-LEVEL-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ LEVEL-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-LEVEL-COUNT < 20
                          ADD 1 TO WS-LEVEL-COUNT
                          MOVE OL-PROGRAM TO
                             WS-LVL-PROGRAM(WS-LEVEL-COUNT)
                          MOVE OL-LEVEL TO
                             WS-LVL-LEVEL(WS-LEVEL-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEVEL-FILE
           END-IF.

      *****************************************************************
      * REWRITE-HIER-FILE and REWRITE-LEVEL-FILE file the tables back
      * out in full.
      *****************************************************************
       REWRITE-HIER-FILE.
           OPEN OUTPUT HIER-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HIER-COUNT
              MOVE WS-HIER-ENTRY(I) TO HIER-RECORD
              WRITE HIER-RECORD
           END-PERFORM
           CLOSE HIER-FILE
           ADD 1 TO WS-CHANGE-COUNT.

       REWRITE-LEVEL-FILE.
           OPEN OUTPUT LEVEL-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LEVEL-COUNT
              MOVE WS-LVL-PROGRAM(I) TO OL-PROGRAM
              MOVE WS-LVL-LEVEL(I) TO OL-LEVEL
              WRITE LEVEL-RECORD
           END-PERFORM
           CLOSE LEVEL-FILE
           ADD 1 TO WS-CHANGE-COUNT.

      *****************************************************************
      * FIND-TARGET-RECORD locates WS-TARGET-DEPT's record for
      * WS-TARGET-EFFECTIVE, setting WS-RECORD-FOUND and
      * WS-FOUND-INDEX, and counts the department's records in
      * WS-DEPT-RECORDS.
      *****************************************************************
       FIND-TARGET-RECORD.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-INDEX
           MOVE ZERO TO WS-DEPT-RECORDS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HIER-COUNT
              IF WS-TBL-DEPT(I) = WS-TARGET-DEPT
                 ADD 1 TO WS-DEPT-RECORDS
                 IF WS-TBL-EFFECTIVE(I) = WS-TARGET-EFFECTIVE
                    SET WS-RECORD-FOUND TO TRUE
                    MOVE I TO WS-FOUND-INDEX
                 END-IF
              END-IF
           END-PERFORM.

       LIST-HIERARCHY.
           DISPLAY "HIERARCHY RECORDS ON FILE: " WS-HIER-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HIER-COUNT
              DISPLAY "  " WS-TBL-DEPT(I) " FROM "
                 WS-TBL-EFFECTIVE(I) " DIVISION " WS-TBL-DIVISION(I)
                 " UNIT " WS-TBL-BUNIT(I)
           END-PERFORM
           DISPLAY "REPORT ROLLUP LEVELS ON FILE: " WS-LEVEL-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LEVEL-COUNT
              DISPLAY "  " WS-LVL-PROGRAM(I) " LEVEL "
                 WS-LVL-LEVEL(I)
           END-PERFORM.

      *****************************************************************
      * ADD-HIER-RECORD keys one record, replacing any record already
      * on file for the same department and date.  A date before the
      * current processing month is refused unless the department has
      * no record yet.
      *****************************************************************
       ADD-HIER-RECORD.
           DISPLAY "Department (12 characters): "
           ACCEPT WS-TARGET-DEPT
           DISPLAY "Effective from (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN(1:8) IS NUMERIC
              MOVE WS-DATE-IN TO WS-TARGET-EFFECTIVE
              PERFORM FIND-TARGET-RECORD
              IF WS-TARGET-EFFECTIVE < WS-MONTH-START
                 AND WS-DEPT-RECORDS > ZERO
                 DISPLAY "PRIOR MONTHS ARE CLOSED - DATE THE CHANGE "
                    "FROM " WS-MONTH-START " OR LATER"
              ELSE
                 PERFORM STORE-HIER-RECORD
              END-IF
           ELSE
              DISPLAY "DATE MUST BE YYYYMMDD"
           END-IF.

       STORE-HIER-RECORD.
           DISPLAY "Division (12 characters): "
           ACCEPT WS-NEW-DIVISION
           DISPLAY "Business unit (12 characters): "
           ACCEPT WS-NEW-BUNIT
           IF NOT WS-RECORD-FOUND
              IF WS-HIER-COUNT < WS-MAX-RECORDS
                 ADD 1 TO WS-HIER-COUNT
                 MOVE WS-HIER-COUNT TO WS-FOUND-INDEX
              ELSE
                 DISPLAY "HIERARCHY TABLE FULL - RECORD NOT ADDED"
                 MOVE ZERO TO WS-FOUND-INDEX
              END-IF
           END-IF
           IF WS-FOUND-INDEX > ZERO
              MOVE WS-TARGET-DEPT TO WS-TBL-DEPT(WS-FOUND-INDEX)
              MOVE WS-TARGET-EFFECTIVE TO
                 WS-TBL-EFFECTIVE(WS-FOUND-INDEX)
              MOVE WS-NEW-DIVISION TO
                 WS-TBL-DIVISION(WS-FOUND-INDEX)
              MOVE WS-NEW-BUNIT TO WS-TBL-BUNIT(WS-FOUND-INDEX)
              PERFORM REWRITE-HIER-FILE
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "ORG SET " WS-TARGET-DEPT " "
                 WS-TARGET-EFFECTIVE DELIMITED BY SIZE
                 INTO WS-AUDIT-ACTION
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
              DISPLAY "HIERARCHY RECORD STORED FOR " WS-TARGET-DEPT
           END-IF.

       DELETE-HIER-RECORD.
           DISPLAY "Department to delete: "
           ACCEPT WS-TARGET-DEPT
           DISPLAY "Effective from (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN(1:8) IS NUMERIC
              MOVE WS-DATE-IN TO WS-TARGET-EFFECTIVE
              PERFORM FIND-TARGET-RECORD
              IF NOT WS-RECORD-FOUND
                 DISPLAY "NO SUCH HIERARCHY RECORD"
              ELSE
                 IF WS-TARGET-EFFECTIVE < WS-MONTH-START
                    DISPLAY "PRIOR MONTHS ARE CLOSED - A RECORD "
                       "DATED BEFORE " WS-MONTH-START " STAYS"
                 ELSE
                    PERFORM REMOVE-HIER-RECORD
                 END-IF
              END-IF
           ELSE
              DISPLAY "DATE MUST BE YYYYMMDD"
           END-IF.

       REMOVE-HIER-RECORD.
           PERFORM VARYING I FROM WS-FOUND-INDEX BY 1
                 UNTIL I >= WS-HIER-COUNT
              MOVE WS-HIER-ENTRY(I + 1) TO WS-HIER-ENTRY(I)
           END-PERFORM
           SUBTRACT 1 FROM WS-HIER-COUNT
           PERFORM REWRITE-HIER-FILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ORG DELETED " WS-TARGET-DEPT " "
              WS-TARGET-EFFECTIVE DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
           PERFORM WRITE-ADMIN-AUDIT-ENTRY
           DISPLAY "HIERARCHY RECORD DELETED FOR " WS-TARGET-DEPT.

      *****************************************************************
      * SET-REPORT-LEVEL records the level one report rolls up at,
      * keyed by the program name the report runs under.
      *****************************************************************
       SET-REPORT-LEVEL.
           DISPLAY "Report program name (e.g. TRIALBALANCE): "
           ACCEPT WS-TARGET-PROGRAM
           DISPLAY "Level - D DEPARTMENT, V DIVISION, B BUSINESS "
              "UNIT, SPACE FOR NONE: "
           ACCEPT WS-NEW-LEVEL
           IF WS-LEVEL-VALID
              MOVE ZERO TO WS-FOUND-INDEX
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LEVEL-COUNT
                 IF WS-LVL-PROGRAM(I) = WS-TARGET-PROGRAM
                    MOVE I TO WS-FOUND-INDEX
                 END-IF
              END-PERFORM
              IF WS-FOUND-INDEX = ZERO
                 IF WS-LEVEL-COUNT < 20
                    ADD 1 TO WS-LEVEL-COUNT
                    MOVE WS-LEVEL-COUNT TO WS-FOUND-INDEX
                 ELSE
                    DISPLAY "LEVEL TABLE FULL - LEVEL NOT SET"
                 END-IF
              END-IF
              IF WS-FOUND-INDEX > ZERO
                 MOVE WS-TARGET-PROGRAM TO
                    WS-LVL-PROGRAM(WS-FOUND-INDEX)
                 MOVE WS-NEW-LEVEL TO WS-LVL-LEVEL(WS-FOUND-INDEX)
                 PERFORM REWRITE-LEVEL-FILE
                 MOVE SPACES TO WS-AUDIT-ACTION
                 STRING "ORG LEVEL " WS-NEW-LEVEL " "
                    WS-TARGET-PROGRAM DELIMITED BY SIZE
                    INTO WS-AUDIT-ACTION
                 PERFORM WRITE-ADMIN-AUDIT-ENTRY
                 DISPLAY "ROLLUP LEVEL SET FOR " WS-TARGET-PROGRAM
              END-IF
           ELSE
              DISPLAY "LEVEL MUST BE D, V, B OR SPACE"
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

       END PROGRAM orgAdmin.

       COPY AUTHGATE.

       COPY DATESERV.

       COPY ENVNAME.
