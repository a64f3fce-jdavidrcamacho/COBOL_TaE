      * reciprocal allocation of the central machine cost
      *    TOPIC:
      *    SERVICE DEPARTMENTS THAT SERVE EACH OTHER
      *****************************************************************
      * chargeback splits the machine cost by usage, but the service
      * departments - operations, security administration - use
      * each other's services too, so their costs have to be spread
      * reciprocally before they land on the producing departments.
      * Finance worked the simultaneous equations on paper each
      * quarter; this step solves them:
      *
      *   - CHGDEPT.DAT, the department totals chargeback files, is
      *     the pool - each department's direct cost;
      *   - ALLOCPCT.DAT carries the service percentages, one record
      *     per pair - the service department, the department it
      *     serves, and the percentage of the service department's
      *     work that goes there (three integer, two decimal digits).
      *     Every department named as the giving side is a service
      *     department, and its percentages must total exactly
      *     100.00; a department not on CHGDEPT.DAT carries no
      *     direct cost of its own;
      *   - each service department's total cost is its direct cost
      *     plus its shares of the other service departments' total
      *     costs - one equation per service department:
      *
      *        T(i) - SUM OF P(j,i) * T(j) = DIRECT(i)
      *
      *     formed in the fractional MATRIX99-bound layout linSolve
      *     works in and solved by the same Gaussian elimination
      *     (GAUSS-ELIMINATE);
      *   - every service department's total is then spread on its
      *     percentages, and each producing department's fully-
      *     allocated cost is its direct cost plus what it receives.
      *
      * The fully-allocated cost per department files to
      * RECALLOC.DAT - department, S(ervice) or P(roducing), direct
      * cost, cost received, fully-allocated cost (zero for a
      * service department, whose cost has all been passed on) -
      * and the working files to RECIPRPT.DAT through the shared
      * REPORT-WRITER: the service departments' reciprocal totals,
      * every allocation, the producing departments, and the proof
      * that the fully-allocated totals equal the pool.  Rounding
      * each allocation to the cent can leave a cent or two over;
      * that goes to the largest producing department and is shown
      * as a rounding adjustment.  A difference larger than the
      * rounding could explain fails the proof, RETURN-CODE 4.
      *
      * Percentages that do not total 100.00, a department serving
      * itself, or a system with no solution (service departments
      * that only ever serve each other) are filed to EXCFILE.DAT
      * (E severity, ALLOCPCT or SINGULAR) and end the run
      * RETURN-CODE 8 with nothing allocated; so does a missing
      * CHGDEPT.DAT or ALLOCPCT.DAT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recipAlloc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-FILE ASSIGN TO "CHGDEPT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-COST-STATUS.
           SELECT PERCENT-FILE ASSIGN TO "ALLOCPCT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PERCENT-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RECALLOC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RESULT-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  COST-FILE.
       01  COST-RECORD.
           05 CHD-DEPT PIC X(12).
           05 CHD-CHARGE PIC 9(9)V99.
       FD  PERCENT-FILE.
       01  PERCENT-RECORD.
           05 APC-FROM-DEPT PIC X(12).
           05 APC-TO-DEPT PIC X(12).
           05 APC-PERCENT PIC 9(3)V99.
       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05 RAL-DEPT PIC X(12).
           05 RAL-TYPE PIC X.
           05 RAL-DIRECT PIC 9(9)V99.
           05 RAL-RECEIVED PIC 9(9)V99.
           05 RAL-FULL PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-COST-STATUS PIC XX.
       01 WS-PERCENT-STATUS PIC XX.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-INPUT-SWITCH PIC X VALUE "Y".
           88 WS-INPUT-OK VALUE "Y".
       01 WS-PROOF-SWITCH PIC X VALUE "Y".
           88 WS-PROOF-OK VALUE "Y".

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DPT-NAME PIC X(12).
               10 WS-DPT-DIRECT PIC S9(9)V99.
               10 WS-DPT-SERVICE PIC X.
                   88 WS-DPT-IS-SERVICE VALUE "Y".
               10 WS-DPT-ROW PIC 9(2) COMP.
               10 WS-DPT-PCT-TOTAL PIC 9(5)V99.
               10 WS-DPT-TOTAL PIC S9(9)V99.
               10 WS-DPT-RECEIVED PIC S9(9)V99.
               10 WS-DPT-FULL PIC S9(9)V99.
       01 WS-DEPT-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-DPT-IX PIC 9(2) COMP.
       01 WS-FOUND-DEPT PIC 9(2) COMP.
       01 WS-LOOKUP-DEPT PIC X(12).

       01 WS-PCT-TABLE.
           05 WS-PCT-ENTRY OCCURS 500 TIMES.
               10 WS-PCT-FROM PIC 9(2) COMP.
               10 WS-PCT-TO PIC 9(2) COMP.
               10 WS-PCT-RATE PIC 9(3)V99.
               10 WS-PCT-AMOUNT PIC S9(9)V99.
       01 WS-PCT-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-PCT-IX PIC 9(3) COMP.

      *    The simultaneous equations, in the layout GAUSS-ELIMINATE
      *    works on.
       01 WS-N PIC 9(2) VALUE ZERO.
       01 WS-WORK-MATRIX.
           05 WS-WORK-ROW OCCURS 50 TIMES.
               10 WS-A OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-RHS.
           05 WS-B OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-SOLUTION.
           05 WS-X OCCURS 50 TIMES PIC S9(9)V9(8) COMP-3.
       01 WS-SINGULAR-SWITCH PIC X VALUE "N".
           88 WS-SINGULAR VALUE "Y".
       01 WS-FAIL-COLUMN PIC 9(2) COMP VALUE ZERO.
       01 I PIC 9(2) COMP.
       01 J PIC 9(2) COMP.

       01 WS-POOL PIC S9(11)V99 VALUE ZERO.
       01 WS-ALLOCATED PIC S9(11)V99 VALUE ZERO.
       01 WS-DIFFERENCE PIC S9(11)V99.
       01 WS-TOLERANCE PIC S9(11)V99.
       01 WS-LARGEST-DEPT PIC 9(2) COMP VALUE 0.
       01 WS-PRODUCING-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SERVICE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-AMOUNT-OUT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-AMOUNT-OUT-2 PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-AMOUNT-OUT-3 PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-BIG-OUT PIC $$,$$$,$$$,$$9.99-.
       01 WS-BIG-OUT-2 PIC $$,$$$,$$$,$$9.99-.
       01 WS-PCT-OUT PIC ZZ9.99.
       01 WS-COLUMN-OUT PIC 9(2).

       01 WS-EXC-SEVERITY PIC X.
       01 WS-EXC-REASON PIC X(8).
       01 WS-EXC-DETAIL PIC X(40).
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "RECIPALLOC".
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
           PERFORM LOAD-DEPARTMENT-COSTS
           IF WS-INPUT-OK
              PERFORM LOAD-SERVICE-PERCENTAGES
           END-IF
           IF WS-INPUT-OK
              PERFORM CHECK-PERCENTAGES
           END-IF
           IF WS-INPUT-OK
              PERFORM SOLVE-RECIPROCAL-COSTS
           END-IF
           IF NOT WS-INPUT-OK
              DISPLAY "RECIPROCAL ALLOCATION NOT RUN - NOTHING FILED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM ALLOCATE-SERVICE-COSTS
              PERFORM PROVE-ALLOCATION
              PERFORM FILE-ALLOCATED-COSTS
              PERFORM WRITE-ALLOCATION-REPORT
              MOVE WS-POOL TO WS-BIG-OUT
              DISPLAY "RECIPROCAL ALLOCATION COMPLETE - "
                 WS-SERVICE-COUNT " SERVICE, " WS-PRODUCING-COUNT
                 " PRODUCING DEPARTMENTS, POOL " WS-BIG-OUT
              IF WS-PROOF-OK
                 MOVE 0 TO RETURN-CODE
              ELSE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * LOAD-DEPARTMENT-COSTS takes the pool from chargeback's
      * department totals.
      *****************************************************************
       LOAD-DEPARTMENT-COSTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT COST-FILE
           IF WS-COST-STATUS NOT = "00"
              DISPLAY "CHGDEPT.DAT NOT ON FILE - RUN CHARGEBACK FIRST"
              MOVE "N" TO WS-INPUT-SWITCH
           ELSE
              PERFORM UNTIL WS-EOF
                 READ COST-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       MOVE CHD-DEPT TO WS-LOOKUP-DEPT
                       PERFORM FIND-DEPARTMENT
                       IF WS-FOUND-DEPT > 0
                          ADD CHD-CHARGE TO
                             WS-DPT-DIRECT(WS-FOUND-DEPT)
                          ADD CHD-CHARGE TO WS-POOL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COST-FILE
           END-IF.

      *    FIND-DEPARTMENT finds the department's entry, adding it
      *    when it is new; a full table is an input error.
       FIND-DEPARTMENT.
           MOVE 0 TO WS-FOUND-DEPT
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
                 UNTIL WS-DPT-IX > WS-DEPT-COUNT
              IF WS-DPT-NAME(WS-DPT-IX) = WS-LOOKUP-DEPT
                 MOVE WS-DPT-IX TO WS-FOUND-DEPT
                 MOVE WS-DEPT-COUNT TO WS-DPT-IX
              END-IF
           END-PERFORM
           IF WS-FOUND-DEPT = 0
              IF WS-DEPT-COUNT < 50
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE WS-DEPT-COUNT TO WS-FOUND-DEPT
                 MOVE WS-LOOKUP-DEPT TO WS-DPT-NAME(WS-FOUND-DEPT)
                 MOVE ZERO TO WS-DPT-DIRECT(WS-FOUND-DEPT)
                 MOVE "N" TO WS-DPT-SERVICE(WS-FOUND-DEPT)
                 MOVE ZERO TO WS-DPT-ROW(WS-FOUND-DEPT)
                 MOVE ZERO TO WS-DPT-PCT-TOTAL(WS-FOUND-DEPT)
                 MOVE ZERO TO WS-DPT-TOTAL(WS-FOUND-DEPT)
                 MOVE ZERO TO WS-DPT-RECEIVED(WS-FOUND-DEPT)
                 MOVE ZERO TO WS-DPT-FULL(WS-FOUND-DEPT)
              ELSE
                 DISPLAY "DEPARTMENT TABLE FULL - " WS-LOOKUP-DEPT
                    " NOT TAKEN"
                 MOVE "N" TO WS-INPUT-SWITCH
              END-IF
           END-IF.

      *****************************************************************
      * LOAD-SERVICE-PERCENTAGES reads the pairs, marks every giving
      * department as a service department, and refuses a
      * department that serves itself.
      *****************************************************************
       LOAD-SERVICE-PERCENTAGES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PERCENT-FILE
           IF WS-PERCENT-STATUS NOT = "00"
              DISPLAY "ALLOCPCT.DAT NOT ON FILE - NO PERCENTAGES"
              MOVE "N" TO WS-INPUT-SWITCH
           ELSE
              PERFORM UNTIL WS-EOF
                 READ PERCENT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       PERFORM TAKE-ONE-PERCENTAGE
                 END-READ
              END-PERFORM
              CLOSE PERCENT-FILE
           END-IF.

       TAKE-ONE-PERCENTAGE.
           IF APC-FROM-DEPT = APC-TO-DEPT
              MOVE SPACES TO WS-EXC-DETAIL
              STRING APC-FROM-DEPT " SHOWN SERVING ITSELF"
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              PERFORM FILE-ALLOCPCT-EXCEPTION
           ELSE
              IF WS-PCT-COUNT < 500
                 ADD 1 TO WS-PCT-COUNT
                 MOVE APC-FROM-DEPT TO WS-LOOKUP-DEPT
                 PERFORM FIND-DEPARTMENT
                 MOVE WS-FOUND-DEPT TO WS-PCT-FROM(WS-PCT-COUNT)
                 IF WS-FOUND-DEPT > 0
                    MOVE "Y" TO WS-DPT-SERVICE(WS-FOUND-DEPT)
                    ADD APC-PERCENT TO
                       WS-DPT-PCT-TOTAL(WS-FOUND-DEPT)
                 END-IF
                 MOVE APC-TO-DEPT TO WS-LOOKUP-DEPT
                 PERFORM FIND-DEPARTMENT
                 MOVE WS-FOUND-DEPT TO WS-PCT-TO(WS-PCT-COUNT)
                 MOVE APC-PERCENT TO WS-PCT-RATE(WS-PCT-COUNT)
                 MOVE ZERO TO WS-PCT-AMOUNT(WS-PCT-COUNT)
              ELSE
                 DISPLAY "PERCENTAGE TABLE FULL - PAIRS PAST 500"
                    " NOT TAKEN"
                 MOVE "N" TO WS-INPUT-SWITCH
              END-IF
           END-IF.

      *****************************************************************
      * CHECK-PERCENTAGES proves each service department gives away
      * exactly all of its work, numbers the service departments as
      * the rows of the system, and requires somewhere for the cost
      * to land.
      *****************************************************************
       CHECK-PERCENTAGES.
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
                 UNTIL WS-DPT-IX > WS-DEPT-COUNT
              IF WS-DPT-IS-SERVICE(WS-DPT-IX)
                 IF WS-DPT-PCT-TOTAL(WS-DPT-IX) NOT = 100
                    MOVE WS-DPT-PCT-TOTAL(WS-DPT-IX) TO WS-PCT-OUT
                    MOVE SPACES TO WS-EXC-DETAIL
                    STRING WS-DPT-NAME(WS-DPT-IX) " TOTALS "
                       WS-PCT-OUT " PERCENT"
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                    PERFORM FILE-ALLOCPCT-EXCEPTION
                 END-IF
                 ADD 1 TO WS-SERVICE-COUNT
                 ADD 1 TO WS-N
                 MOVE WS-N TO WS-DPT-ROW(WS-DPT-IX)
              ELSE
                 ADD 1 TO WS-PRODUCING-COUNT
              END-IF
           END-PERFORM
           IF WS-PRODUCING-COUNT = ZERO
              MOVE "NO PRODUCING DEPARTMENT TO RECEIVE COST" TO
                 WS-EXC-DETAIL
              PERFORM FILE-ALLOCPCT-EXCEPTION
           END-IF.

       FILE-ALLOCPCT-EXCEPTION.
           DISPLAY "PERCENTAGE ERROR - " WS-EXC-DETAIL
           MOVE "E" TO WS-EXC-SEVERITY
           MOVE "ALLOCPCT" TO WS-EXC-REASON
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
           MOVE "N" TO WS-INPUT-SWITCH.

      *****************************************************************
      * SOLVE-RECIPROCAL-COSTS forms one equation per service
      * department - its own total at one, less each other service
      * department's share of it, against its direct cost - and
      * solves the system for the service departments' totals.
      *****************************************************************
       SOLVE-RECIPROCAL-COSTS.
           INITIALIZE WS-WORK-MATRIX WS-RHS WS-SOLUTION
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
                 UNTIL WS-DPT-IX > WS-DEPT-COUNT
              IF WS-DPT-IS-SERVICE(WS-DPT-IX)
                 MOVE WS-DPT-ROW(WS-DPT-IX) TO I
                 MOVE 1 TO WS-A(I, I)
                 MOVE WS-DPT-DIRECT(WS-DPT-IX) TO WS-B(I)
              END-IF
           END-PERFORM
           PERFORM VARYING WS-PCT-IX FROM 1 BY 1
                 UNTIL WS-PCT-IX > WS-PCT-COUNT
              IF WS-DPT-IS-SERVICE(WS-PCT-TO(WS-PCT-IX))
                 MOVE WS-DPT-ROW(WS-PCT-TO(WS-PCT-IX)) TO I
                 MOVE WS-DPT-ROW(WS-PCT-FROM(WS-PCT-IX)) TO J
                 COMPUTE WS-A(I, J) =
                    WS-A(I, J) - WS-PCT-RATE(WS-PCT-IX) / 100
              END-IF
           END-PERFORM
           CALL "GAUSS-ELIMINATE" USING WS-N WS-WORK-MATRIX WS-RHS
              WS-SOLUTION WS-SINGULAR-SWITCH WS-FAIL-COLUMN
           IF WS-SINGULAR
              DISPLAY "SINGULAR SYSTEM - SERVICE COSTS NEVER REACH A"
                 " PRODUCING DEPARTMENT"
              MOVE "E" TO WS-EXC-SEVERITY
              MOVE "SINGULAR" TO WS-EXC-REASON
              MOVE WS-FAIL-COLUMN TO WS-COLUMN-OUT
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "ALLOCATION COLUMN " WS-COLUMN-OUT
                 " HAS NO PIVOT"
                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
              MOVE "N" TO WS-INPUT-SWITCH
           ELSE
              PERFORM VARYING WS-DPT-IX FROM 1 BY 1
                    UNTIL WS-DPT-IX > WS-DEPT-COUNT
                 IF WS-DPT-IS-SERVICE(WS-DPT-IX)
                    COMPUTE WS-DPT-TOTAL(WS-DPT-IX) ROUNDED =
                       WS-X(WS-DPT-ROW(WS-DPT-IX))
                 END-IF
              END-PERFORM
           END-IF.

      *****************************************************************
      * ALLOCATE-SERVICE-COSTS spreads every service department's
      * total on its percentages; what lands on a producing
      * department is added to its fully-allocated cost.
      *****************************************************************
       ALLOCATE-SERVICE-COSTS.
           PERFORM VARYING WS-PCT-IX FROM 1 BY 1
                 UNTIL WS-PCT-IX > WS-PCT-COUNT
              COMPUTE WS-PCT-AMOUNT(WS-PCT-IX) ROUNDED =
                 WS-DPT-TOTAL(WS-PCT-FROM(WS-PCT-IX))
                 * WS-PCT-RATE(WS-PCT-IX) / 100
              IF NOT WS-DPT-IS-SERVICE(WS-PCT-TO(WS-PCT-IX))
                 ADD WS-PCT-AMOUNT(WS-PCT-IX) TO
                    WS-DPT-RECEIVED(WS-PCT-TO(WS-PCT-IX))
              END-IF
           END-PERFORM
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
                 UNTIL WS-DPT-IX > WS-DEPT-COUNT
              IF NOT WS-DPT-IS-SERVICE(WS-DPT-IX)
                 COMPUTE WS-DPT-FULL(WS-DPT-IX) =
                    WS-DPT-DIRECT(WS-DPT-IX)
                    + WS-DPT-RECEIVED(WS-DPT-IX)
                 ADD WS-DPT-FULL(WS-DPT-IX) TO WS-ALLOCATED
                 IF WS-LARGEST-DEPT = 0
                    MOVE WS-DPT-IX TO WS-LARGEST-DEPT
                 ELSE
                    IF WS-DPT-FULL(WS-DPT-IX) >
                          WS-DPT-FULL(WS-LARGEST-DEPT)
                       MOVE WS-DPT-IX TO WS-LARGEST-DEPT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * PROVE-ALLOCATION sets the fully-allocated total against the
      * pool.  Up to a cent per allocation is rounding and goes to
      * the largest producing department; more fails the proof.
      *****************************************************************
       PROVE-ALLOCATION.
           COMPUTE WS-DIFFERENCE = WS-POOL - WS-ALLOCATED
           COMPUTE WS-TOLERANCE = WS-PCT-COUNT * 0.01
           IF WS-DIFFERENCE NOT = ZERO
              IF WS-DIFFERENCE NOT > WS-TOLERANCE
                    AND WS-DIFFERENCE NOT < ZERO - WS-TOLERANCE
                 ADD WS-DIFFERENCE TO WS-DPT-FULL(WS-LARGEST-DEPT)
                 ADD WS-DIFFERENCE TO
                    WS-DPT-RECEIVED(WS-LARGEST-DEPT)
                 ADD WS-DIFFERENCE TO WS-ALLOCATED
              ELSE
                 MOVE "N" TO WS-PROOF-SWITCH
              END-IF
           END-IF.

       FILE-ALLOCATED-COSTS.
           OPEN OUTPUT RESULT-FILE
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
                 UNTIL WS-DPT-IX > WS-DEPT-COUNT
              MOVE WS-DPT-NAME(WS-DPT-IX) TO RAL-DEPT
              IF WS-DPT-IS-SERVICE(WS-DPT-IX)
                 MOVE "S" TO RAL-TYPE
              ELSE
                 MOVE "P" TO RAL-TYPE
              END-IF
              MOVE WS-DPT-DIRECT(WS-DPT-IX) TO RAL-DIRECT
              MOVE WS-DPT-RECEIVED(WS-DPT-IX) TO RAL-RECEIVED
              MOVE WS-DPT-FULL(WS-DPT-IX) TO RAL-FULL
              WRITE RESULT-RECORD
           END-PERFORM
           CLOSE RESULT-FILE.

      *****************************************************************
      * WRITE-ALLOCATION-REPORT shows the working: the reciprocal
      * totals, every allocation, the producing departments, and
      * the proof.
      *****************************************************************
       WRITE-ALLOCATION-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "RECIPRPT.DAT" TO WS-RPT-FILE
           MOVE "RECIPROCAL ALLOCATION OF THE MACHINE COST" TO
              WS-RPT-TITLE
           MOVE "DEPARTMENT      DIRECT COST   RECIPROCAL TOTAL" TO
              WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE "SERVICE DEPARTMENTS" TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
                 UNTIL WS-DPT-IX > WS-DEPT-COUNT
              IF WS-DPT-IS-SERVICE(WS-DPT-IX)
                 MOVE WS-DPT-DIRECT(WS-DPT-IX) TO WS-AMOUNT-OUT
                 MOVE WS-DPT-TOTAL(WS-DPT-IX) TO WS-AMOUNT-OUT-2
                 MOVE SPACES TO WS-RPT-LINE
                 STRING WS-DPT-NAME(WS-DPT-IX) " " WS-AMOUNT-OUT
                    "    " WS-AMOUNT-OUT-2
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           MOVE "ALLOCATIONS - FROM, TO, PERCENT, AMOUNT" TO
              WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-PCT-IX FROM 1 BY 1
                 UNTIL WS-PCT-IX > WS-PCT-COUNT
              MOVE WS-PCT-RATE(WS-PCT-IX) TO WS-PCT-OUT
              MOVE WS-PCT-AMOUNT(WS-PCT-IX) TO WS-AMOUNT-OUT
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-DPT-NAME(WS-PCT-FROM(WS-PCT-IX)) " TO "
                 WS-DPT-NAME(WS-PCT-TO(WS-PCT-IX)) " "
                 WS-PCT-OUT "% " WS-AMOUNT-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE "PRODUCING DEPARTMENTS - DIRECT, RECEIVED, FULL COST"
              TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
                 UNTIL WS-DPT-IX > WS-DEPT-COUNT
              IF NOT WS-DPT-IS-SERVICE(WS-DPT-IX)
                 MOVE WS-DPT-DIRECT(WS-DPT-IX) TO WS-AMOUNT-OUT
                 MOVE WS-DPT-RECEIVED(WS-DPT-IX) TO WS-AMOUNT-OUT-2
                 MOVE WS-DPT-FULL(WS-DPT-IX) TO WS-AMOUNT-OUT-3
                 MOVE SPACES TO WS-RPT-LINE
                 STRING WS-DPT-NAME(WS-DPT-IX) " " WS-AMOUNT-OUT
                    "    " WS-AMOUNT-OUT-2 "    " WS-AMOUNT-OUT-3
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           IF WS-DIFFERENCE NOT = ZERO AND WS-PROOF-OK
              MOVE WS-DIFFERENCE TO WS-AMOUNT-OUT
              MOVE SPACES TO WS-RPT-LINE
              STRING "ROUNDING ADJUSTMENT " WS-AMOUNT-OUT " TO "
                 WS-DPT-NAME(WS-LARGEST-DEPT)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-POOL TO WS-BIG-OUT
           MOVE WS-ALLOCATED TO WS-BIG-OUT-2
           MOVE SPACES TO WS-RPT-LINE
           IF WS-PROOF-OK
              STRING "PROOF - FULLY ALLOCATED " WS-BIG-OUT-2
                 " EQUALS THE POOL " WS-BIG-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING "PROOF FAILED - FULLY ALLOCATED " WS-BIG-OUT-2
                 " POOL " WS-BIG-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM recipAlloc.

       COPY AUTHGATE.

       COPY EXCWRITE.

       COPY GAUSSELM.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.
