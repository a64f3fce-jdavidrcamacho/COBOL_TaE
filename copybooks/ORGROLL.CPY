      *****************************************************************
      * ORGROLL.CPY
      *
      * Organization hierarchy rollup, distributed as a copybook the
      * same way RATELOOK.CPY and FXLOOK.CPY are: COPYing this text
      * makes ORG-ROLLUP a sibling PROGRAM-ID callable by CALL.  The
      * caller's parameter block is ORGPARM.CPY.
      *
      * The account master carries each account's department; the
      * organization hierarchy ORGHIER.DAT (maintained by orgAdmin)
      * carries each department's division and business unit, one
      * record per department and effective-from date:
      *
      *   department (12), effective-from YYYYMMDD (8),
      *   division (12), business unit (12).
      *
      * A department that moves is given a new record dated from the
      * move, so an item is grouped by the record in force on the
      * item's own date - the latest effective-from not after it -
      * and the months before the move keep rolling up the way they
      * did.  A department with no record in force on the date rolls
      * up under UNASSIGNED.
      *
      * ORGLEVEL.DAT names the level each report rolls up at - the
      * program name (30) and D, V or B - one record per report.  A
      * report not on the file prints no rollup section at all.
      *
      * The report calls I once, A once per item, and P before it
      * closes.  P prints one control-break group per department,
      * division or business unit in key order: a group line, the
      * members' lines, the group subtotal, and after the last group
      * the total across them all.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORG-ROLLUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORR-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ORR-MASTER-STATUS.
           SELECT ORR-HIER-FILE ASSIGN TO "ORGHIER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ORR-HIER-STATUS.
           SELECT ORR-LEVEL-FILE ASSIGN TO "ORGLEVEL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ORR-LEVEL-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  ORR-MASTER-FILE.
       01  ORR-MASTER-RECORD.
           05 ORR-MST-ACCOUNT PIC X(4).
           05 ORR-MST-NAME PIC X(20).
           05 ORR-MST-DEPT PIC X(12).
           05 ORR-MST-STATUS PIC X.
           05 ORR-MST-TAX-CODE PIC X(4).
       FD  ORR-HIER-FILE.
       01  ORR-HIER-RECORD.
           05 ORR-OH-DEPT PIC X(12).
           05 ORR-OH-EFFECTIVE PIC 9(8).
           05 ORR-OH-DIVISION PIC X(12).
           05 ORR-OH-BUNIT PIC X(12).
       FD  ORR-LEVEL-FILE.
       01  ORR-LEVEL-RECORD.
           05 ORR-OL-PROGRAM PIC X(30).
           05 ORR-OL-LEVEL PIC X.

       WORKING-STORAGE SECTION.
       01 ORR-MASTER-STATUS PIC XX.
       01 ORR-HIER-STATUS PIC XX.
       01 ORR-LEVEL-STATUS PIC XX.
       01 ORR-EOF-SWITCH PIC X.
           88 ORR-EOF VALUE "Y".
       01 ORR-LEVEL PIC X VALUE SPACE.
       01 ORR-LEVEL-NAME PIC X(13).
       01 ORR-ACCT-TABLE.
           05 ORR-ACCT-ENTRY OCCURS 100 TIMES.
               10 ORR-ACT-ACCOUNT PIC X(4).
               10 ORR-ACT-DEPT PIC X(12).
       01 ORR-ACCT-COUNT PIC 9(3) COMP VALUE 0.
       01 ORR-HIER-TABLE.
           05 ORR-HIER-ENTRY OCCURS 300 TIMES.
               10 ORR-HR-DEPT PIC X(12).
               10 ORR-HR-EFFECTIVE PIC 9(8).
               10 ORR-HR-DIVISION PIC X(12).
               10 ORR-HR-BUNIT PIC X(12).
       01 ORR-HIER-COUNT PIC 9(3) COMP VALUE 0.
       01 ORR-ROLL-TABLE.
           05 ORR-ROLL-ENTRY OCCURS 300 TIMES.
               10 ORR-RL-KEY PIC X(12).
               10 ORR-RL-MEMBER PIC X(24).
               10 ORR-RL-AMOUNT OCCURS 3 TIMES
                  PIC S9(11)V99 COMP-3.
       01 ORR-ROLL-COUNT PIC 9(3) COMP VALUE 0.
       01 ORR-IX PIC 9(3) COMP.
       01 ORR-FOUND-IX PIC 9(3) COMP.
       01 ORR-AMT-IX PIC 9 COMP.
       01 ORR-DEPT PIC X(12).
       01 ORR-KEY PIC X(12).
       01 ORR-BEST-EFFECTIVE PIC 9(8).
       01 ORR-FOUND-SWITCH PIC X.
           88 ORR-FOUND VALUE "Y".
       01 ORR-LAST-KEY PIC X(12).
       01 ORR-NEXT-KEY PIC X(12).
       01 ORR-GROUP-TOTAL.
           05 ORR-GRP-AMOUNT OCCURS 3 TIMES PIC S9(11)V99 COMP-3.
       01 ORR-GRAND-TOTAL.
           05 ORR-GRD-AMOUNT OCCURS 3 TIMES PIC S9(11)V99 COMP-3.
       01 ORR-PRINT-AMOUNTS.
           05 ORR-PRT-AMOUNT OCCURS 3 TIMES PIC S9(11)V99 COMP-3.
       01 ORR-AMOUNT-OUT PIC $$$,$$$,$$9.99-.
       01 ORR-AMOUNT-TEXT-GROUP.
           05 ORR-AMOUNT-TEXT OCCURS 3 TIMES PIC X(15).
       01 ORR-LABEL PIC X(24).
       01 ORR-RPT-ACTION PIC X.
       01 ORR-RPT-TITLE PIC X(60).
       01 ORR-RPT-HEADING PIC X(100).
       01 ORR-RPT-LINE PIC X(100).

       LINKAGE SECTION.
       01 LK-ORG-PARMS.
           05 LK-ORG-ACTION PIC X.
           05 LK-ORG-PROGRAM PIC X(30).
           05 LK-ORG-LEVEL PIC X.
           05 LK-ORG-ACCOUNT PIC X(4).
           05 LK-ORG-DEPT PIC X(12).
           05 LK-ORG-DATE PIC 9(8).
           05 LK-ORG-MEMBER PIC X(24).
           05 LK-ORG-AMOUNT OCCURS 3 TIMES PIC S9(11)V99 COMP-3.
           05 LK-ORG-AMOUNT-COUNT PIC 9.
           05 LK-ORG-CAPTION PIC X(60).
           05 LK-ORG-RPT-FILE PIC X(40).

       PROCEDURE DIVISION USING LK-ORG-PARMS.
       ORR-MAIN.
           EVALUATE LK-ORG-ACTION
              WHEN "I"
                 PERFORM ORR-START
              WHEN "A"
                 PERFORM ORR-ADD-ITEM
              WHEN "P"
                 PERFORM ORR-PRINT-SECTION
           END-EVALUATE
           GOBACK.

      *****************************************************************
      * ORR-START clears the groups, reads the level the calling
      * report rolls up at, and - only when it asks for one - tables
      * the account master's departments and the hierarchy.
      *****************************************************************
       ORR-START.
           MOVE 0 TO ORR-ROLL-COUNT
           MOVE 0 TO ORR-ACCT-COUNT
           MOVE 0 TO ORR-HIER-COUNT
           MOVE SPACE TO ORR-LEVEL
           MOVE "N" TO ORR-EOF-SWITCH
           OPEN INPUT ORR-LEVEL-FILE
           IF ORR-LEVEL-STATUS = "00"
              PERFORM UNTIL ORR-EOF
                 READ ORR-LEVEL-FILE
                    AT END SET ORR-EOF TO TRUE
                    NOT AT END
                       IF ORR-OL-PROGRAM = LK-ORG-PROGRAM
                          AND (ORR-OL-LEVEL = "D" OR "V" OR "B")
                          MOVE ORR-OL-LEVEL TO ORR-LEVEL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORR-LEVEL-FILE
           END-IF
           MOVE ORR-LEVEL TO LK-ORG-LEVEL
           EVALUATE ORR-LEVEL
              WHEN "D"
                 MOVE "DEPARTMENT" TO ORR-LEVEL-NAME
              WHEN "V"
                 MOVE "DIVISION" TO ORR-LEVEL-NAME
              WHEN "B"
                 MOVE "BUSINESS UNIT" TO ORR-LEVEL-NAME
           END-EVALUATE
           IF ORR-LEVEL NOT = SPACE
              PERFORM ORR-LOAD-ACCOUNTS
              PERFORM ORR-LOAD-HIERARCHY
           END-IF.

       ORR-LOAD-ACCOUNTS.
           MOVE "N" TO ORR-EOF-SWITCH
           OPEN INPUT ORR-MASTER-FILE
           IF ORR-MASTER-STATUS = "00"
              PERFORM UNTIL ORR-EOF
                 READ ORR-MASTER-FILE
                    AT END SET ORR-EOF TO TRUE
                    NOT AT END
                       IF ORR-ACCT-COUNT < 100
                          ADD 1 TO ORR-ACCT-COUNT
                          MOVE ORR-MST-ACCOUNT TO
                             ORR-ACT-ACCOUNT(ORR-ACCT-COUNT)
                          MOVE ORR-MST-DEPT TO
                             ORR-ACT-DEPT(ORR-ACCT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORR-MASTER-FILE
           END-IF.

       ORR-LOAD-HIERARCHY.
           MOVE "N" TO ORR-EOF-SWITCH
           OPEN INPUT ORR-HIER-FILE
           IF ORR-HIER-STATUS = "00"
              PERFORM UNTIL ORR-EOF
                 READ ORR-HIER-FILE
                    AT END SET ORR-EOF TO TRUE
                    NOT AT END
                       IF ORR-HIER-COUNT < 300
                          ADD 1 TO ORR-HIER-COUNT
                          MOVE ORR-HIER-RECORD TO
                             ORR-HIER-ENTRY(ORR-HIER-COUNT)
                       ELSE
                          DISPLAY "ORGHIER.DAT PAST 300 RECORDS - "
                             ORR-OH-DEPT " IGNORED"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORR-HIER-FILE
           ELSE
              IF ORR-LEVEL NOT = "D"
                 DISPLAY "ORGHIER.DAT NOT ON FILE - EVERY "
                    "DEPARTMENT ROLLS UP UNASSIGNED"
              END-IF
           END-IF.

      *****************************************************************
      * ORR-ADD-ITEM finds the item's department (from its account
      * unless the caller passed it), the group that department
      * belonged to on the item's date, and adds the amounts to the
      * group's line for the member.
      *****************************************************************
       ORR-ADD-ITEM.
           IF ORR-LEVEL NOT = SPACE
              PERFORM ORR-ADD-TO-GROUP
           END-IF.

       ORR-ADD-TO-GROUP.
           MOVE LK-ORG-DEPT TO ORR-DEPT
           IF LK-ORG-ACCOUNT NOT = SPACES
              MOVE "UNKNOWN" TO ORR-DEPT
              PERFORM VARYING ORR-IX FROM 1 BY 1
                    UNTIL ORR-IX > ORR-ACCT-COUNT
                 IF ORR-ACT-ACCOUNT(ORR-IX) = LK-ORG-ACCOUNT
                    MOVE ORR-ACT-DEPT(ORR-IX) TO ORR-DEPT
                    MOVE ORR-ACCT-COUNT TO ORR-IX
                 END-IF
              END-PERFORM
           END-IF
           PERFORM ORR-RESOLVE-KEY
           MOVE 0 TO ORR-FOUND-IX
           PERFORM VARYING ORR-IX FROM 1 BY 1
                 UNTIL ORR-IX > ORR-ROLL-COUNT
              IF ORR-RL-KEY(ORR-IX) = ORR-KEY
                 AND ORR-RL-MEMBER(ORR-IX) = LK-ORG-MEMBER
                 MOVE ORR-IX TO ORR-FOUND-IX
                 MOVE ORR-ROLL-COUNT TO ORR-IX
              END-IF
           END-PERFORM
           IF ORR-FOUND-IX = 0
              IF ORR-ROLL-COUNT < 300
                 ADD 1 TO ORR-ROLL-COUNT
                 MOVE ORR-ROLL-COUNT TO ORR-FOUND-IX
                 MOVE ORR-KEY TO ORR-RL-KEY(ORR-FOUND-IX)
                 MOVE LK-ORG-MEMBER TO ORR-RL-MEMBER(ORR-FOUND-IX)
                 PERFORM VARYING ORR-AMT-IX FROM 1 BY 1
                       UNTIL ORR-AMT-IX > 3
                    MOVE ZERO TO
                       ORR-RL-AMOUNT(ORR-FOUND-IX, ORR-AMT-IX)
                 END-PERFORM
              ELSE
                 DISPLAY "ROLLUP TABLE FULL - " LK-ORG-MEMBER
                    " LEFT OUT OF THE ROLLUP"
              END-IF
           END-IF
           IF ORR-FOUND-IX > 0
              PERFORM VARYING ORR-AMT-IX FROM 1 BY 1
                    UNTIL ORR-AMT-IX > 3
                 ADD LK-ORG-AMOUNT(ORR-AMT-IX) TO
                    ORR-RL-AMOUNT(ORR-FOUND-IX, ORR-AMT-IX)
              END-PERFORM
           END-IF.

      *    The department itself at level D; otherwise the division or
      *    business unit of the latest hierarchy record for the
      *    department effective on or before the item's date.
       ORR-RESOLVE-KEY.
           IF ORR-LEVEL = "D"
              MOVE ORR-DEPT TO ORR-KEY
           ELSE
              MOVE "UNASSIGNED" TO ORR-KEY
              MOVE "N" TO ORR-FOUND-SWITCH
              MOVE ZERO TO ORR-BEST-EFFECTIVE
              PERFORM VARYING ORR-IX FROM 1 BY 1
                    UNTIL ORR-IX > ORR-HIER-COUNT
                 IF ORR-HR-DEPT(ORR-IX) = ORR-DEPT
                    AND ORR-HR-EFFECTIVE(ORR-IX) NOT > LK-ORG-DATE
                    AND ORR-HR-EFFECTIVE(ORR-IX) NOT <
                       ORR-BEST-EFFECTIVE
                    SET ORR-FOUND TO TRUE
                    MOVE ORR-HR-EFFECTIVE(ORR-IX) TO
                       ORR-BEST-EFFECTIVE
                    IF ORR-LEVEL = "V"
                       MOVE ORR-HR-DIVISION(ORR-IX) TO ORR-KEY
                    ELSE
                       MOVE ORR-HR-BUNIT(ORR-IX) TO ORR-KEY
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

      *****************************************************************
      * ORR-PRINT-SECTION writes the control-break section through
      * REPORT-WRITER onto the caller's report, which the caller has
      * open: the groups in key order, each with its members and
      * subtotal, then the total of all the groups.
      *****************************************************************
       ORR-PRINT-SECTION.
           IF ORR-LEVEL NOT = SPACE
              PERFORM ORR-PRINT-GROUPS
           END-IF.

       ORR-PRINT-GROUPS.
           MOVE SPACES TO ORR-RPT-LINE
           PERFORM ORR-WRITE-LINE
           STRING "ROLLUP BY " DELIMITED BY SIZE
              ORR-LEVEL-NAME DELIMITED BY "  "
              " - ORGANIZATION IN FORCE ON EACH ITEM'S DATE"
              DELIMITED BY SIZE INTO ORR-RPT-LINE
           PERFORM ORR-WRITE-LINE
           MOVE SPACES TO ORR-RPT-LINE
           STRING "  " ORR-LEVEL-NAME "           "
              LK-ORG-CAPTION
              DELIMITED BY SIZE INTO ORR-RPT-LINE
           PERFORM ORR-WRITE-LINE
           PERFORM VARYING ORR-AMT-IX FROM 1 BY 1
                 UNTIL ORR-AMT-IX > 3
              MOVE ZERO TO ORR-GRD-AMOUNT(ORR-AMT-IX)
           END-PERFORM
           MOVE LOW-VALUES TO ORR-LAST-KEY
           PERFORM ORR-FIND-NEXT-KEY
           PERFORM UNTIL NOT ORR-FOUND
              PERFORM ORR-PRINT-ONE-GROUP
              MOVE ORR-NEXT-KEY TO ORR-LAST-KEY
              PERFORM ORR-FIND-NEXT-KEY
           END-PERFORM
           MOVE ORR-GRAND-TOTAL TO ORR-PRINT-AMOUNTS
           MOVE "GRAND TOTAL" TO ORR-LABEL
           PERFORM ORR-WRITE-AMOUNT-LINE.

      *    The smallest group key above the last one printed.
       ORR-FIND-NEXT-KEY.
           MOVE "N" TO ORR-FOUND-SWITCH
           MOVE HIGH-VALUES TO ORR-NEXT-KEY
           PERFORM VARYING ORR-IX FROM 1 BY 1
                 UNTIL ORR-IX > ORR-ROLL-COUNT
              IF ORR-RL-KEY(ORR-IX) > ORR-LAST-KEY
                 AND ORR-RL-KEY(ORR-IX) NOT > ORR-NEXT-KEY
                 SET ORR-FOUND TO TRUE
                 MOVE ORR-RL-KEY(ORR-IX) TO ORR-NEXT-KEY
              END-IF
           END-PERFORM.

       ORR-PRINT-ONE-GROUP.
           MOVE SPACES TO ORR-RPT-LINE
           STRING ORR-LEVEL-NAME DELIMITED BY "  "
              " " ORR-NEXT-KEY DELIMITED BY SIZE INTO ORR-RPT-LINE
           PERFORM ORR-WRITE-LINE
           PERFORM VARYING ORR-AMT-IX FROM 1 BY 1
                 UNTIL ORR-AMT-IX > 3
              MOVE ZERO TO ORR-GRP-AMOUNT(ORR-AMT-IX)
           END-PERFORM
           PERFORM VARYING ORR-FOUND-IX FROM 1 BY 1
                 UNTIL ORR-FOUND-IX > ORR-ROLL-COUNT
              IF ORR-RL-KEY(ORR-FOUND-IX) = ORR-NEXT-KEY
                 PERFORM VARYING ORR-AMT-IX FROM 1 BY 1
                       UNTIL ORR-AMT-IX > 3
                    MOVE ORR-RL-AMOUNT(ORR-FOUND-IX, ORR-AMT-IX) TO
                       ORR-PRT-AMOUNT(ORR-AMT-IX)
                    ADD ORR-RL-AMOUNT(ORR-FOUND-IX, ORR-AMT-IX) TO
                       ORR-GRP-AMOUNT(ORR-AMT-IX)
                 END-PERFORM
                 MOVE ORR-RL-MEMBER(ORR-FOUND-IX) TO ORR-LABEL
                 PERFORM ORR-WRITE-AMOUNT-LINE
              END-IF
           END-PERFORM
           PERFORM VARYING ORR-AMT-IX FROM 1 BY 1
                 UNTIL ORR-AMT-IX > 3
              ADD ORR-GRP-AMOUNT(ORR-AMT-IX) TO
                 ORR-GRD-AMOUNT(ORR-AMT-IX)
           END-PERFORM
           MOVE ORR-GROUP-TOTAL TO ORR-PRINT-AMOUNTS
           MOVE SPACES TO ORR-LABEL
           STRING "TOTAL " ORR-NEXT-KEY DELIMITED BY SIZE
              INTO ORR-LABEL
           PERFORM ORR-WRITE-AMOUNT-LINE.

      *    One indented line: the label, then as many amounts as the
      *    caller asked for.
       ORR-WRITE-AMOUNT-LINE.
           MOVE SPACES TO ORR-AMOUNT-TEXT-GROUP
           PERFORM VARYING ORR-AMT-IX FROM 1 BY 1
                 UNTIL ORR-AMT-IX > LK-ORG-AMOUNT-COUNT
                    OR ORR-AMT-IX > 3
              MOVE ORR-PRT-AMOUNT(ORR-AMT-IX) TO ORR-AMOUNT-OUT
              MOVE ORR-AMOUNT-OUT TO ORR-AMOUNT-TEXT(ORR-AMT-IX)
           END-PERFORM
           MOVE SPACES TO ORR-RPT-LINE
           STRING "  " ORR-LABEL " " ORR-AMOUNT-TEXT(1) " "
              ORR-AMOUNT-TEXT(2) " " ORR-AMOUNT-TEXT(3)
              DELIMITED BY SIZE INTO ORR-RPT-LINE
           PERFORM ORR-WRITE-LINE.

       ORR-WRITE-LINE.
           MOVE "D" TO ORR-RPT-ACTION
           CALL "REPORT-WRITER" USING ORR-RPT-ACTION LK-ORG-RPT-FILE
              ORR-RPT-TITLE ORR-RPT-HEADING ORR-RPT-LINE
           MOVE SPACES TO ORR-RPT-LINE.

       END PROGRAM ORG-ROLLUP.
