      *     sitting in the quarantine decks awaiting repair;
      *   - exception counts by severity, from EXCFILE.DAT;
      *   - total costed area and estimated cost, computed from the
      *     central results dataset the area rollup itself reads;
      *   - linear programs solved to an optimum, from the LPOBJ
      *     records the optimizer files to that same dataset.
      *
      * The digest files to WKDIGEST.DAT through the shared
      * REPORT-WRITER - one produced page replacing the summary
       01  REGISTER-RECORD.
           05 REG-SERIAL PIC 9(6).
           05 REG-DATE PIC X(8).
           05 REG-REST PIC X(23).
       FD  EXC-FILE.
       01  EXC-RECORD.
           05 EXC-DATE PIC 9(8).
           05 RES-COST-SCALE PIC 9.
           05 RES-COST PIC X(12).
           05 RES-RESULT PIC X(200).
           05 RES-CYCLE PIC 9.
       FD  QUAR-FILE.
       01  QUAR-RECORD PIC X(60).
       FD  PARM-FILE.
               10 WS-WK-EXC-F PIC 9(5).
               10 WS-WK-AREA PIC 9(11)V999 COMP-3.
               10 WS-WK-COST PIC 9(11)V999 COMP-3.
               10 WS-WK-LP-SOLVED PIC 9(5).
       01 WS-WK-IX PIC 9 COMP.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 20 TIMES.
              MOVE ZERO TO WS-WK-EXC-F(WS-WK-IX)
              MOVE ZERO TO WS-WK-AREA(WS-WK-IX)
              MOVE ZERO TO WS-WK-COST(WS-WK-IX)
              MOVE ZERO TO WS-WK-LP-SOLVED(WS-WK-IX)
           END-PERFORM.

       GATHER-HISTORY.
                       OR RES-PRODUCER = "TRIANGLE"
                       PERFORM TAKE-RESULT-RECORD
                    END-IF
                    IF RES-PRODUCER = "LPOPTIM"
                       AND RES-OPCODE = "LPOBJ"
                       PERFORM TAKE-OPTIMIZATION-RECORD
                    END-IF
              END-READ
           END-PERFORM
           IF WS-RESULT-STATUS NOT = "35"
              END-IF
           END-PERFORM.

       TAKE-OPTIMIZATION-RECORD.
           PERFORM VARYING WS-WK-IX FROM 1 BY 1 UNTIL WS-WK-IX > 2
              IF RES-DATE NOT < WS-WK-FROM(WS-WK-IX)
                 AND RES-DATE NOT > WS-WK-TO(WS-WK-IX)
                 ADD 1 TO WS-WK-LP-SOLVED(WS-WK-IX)
              END-IF
           END-PERFORM.

       SET-SCALE-DIVISOR.
           MOVE 1 TO WS-DIVISOR
           PERFORM WS-SCALE-I TIMES
              "  PRIOR " WS-COST-OUT-2
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "OPTIMIZATIONS SOLVED  "
              WS-WK-LP-SOLVED(1) "  PRIOR " WS-WK-LP-SOLVED(2)
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.
