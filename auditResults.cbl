      * audit sample results and projection
      *    TOPIC:
      *    WHAT THE SAMPLE SAYS ABOUT THE WHOLE POPULATION
      *****************************************************************
      * auditSample draws the sample and writes the worksheet
      * AUDSAMP.DAT; the auditor marks each detail record P or F in
      * column 51 and, for a failed item with a known correct
      * figure, the audited amount in columns 52-63.  This report
      * reads the annotated worksheet back and projects what the
      * sample found to the population it was drawn from, by the
      * method it was drawn with:
      *
      *   R - the sample error rate (failures over items tested)
      *       times the population count gives the items projected
      *       in error, and the mean misstatement per item tested
      *       times the population count the value in error;
      *   S - the same worked stratum by stratum against each
      *       stratum's own count, and the strata added together;
      *   U - each failed item's tainting (its misstatement over
      *       its book amount, never more than the whole) times
      *       the sampling interval, plus the actual misstatement
      *       of every top-value item, gives the projected
      *       misstatement; the basic precision at 95 per cent
      *       confidence (three sampling intervals) is shown beside
      *       it, the allowance for what even a clean sample cannot
      *       rule out.
      *
      * An item's misstatement is the difference between its book
      * and audited amounts, or the whole book amount when it
      * failed without an audited figure; a passed item carries
      * none.  A detail record with no result yet is untested and
      * left out of the rates, and one marked anything but P or F
      * is listed and treated the same.
      *
      * The projection files to AUDRPT.DAT through the shared
      * REPORT-WRITER.  A sample with failures or untested items
      * leaves RETURN-CODE 4; no worksheet is RETURN-CODE 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. auditResults.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKSHEET-FILE ASSIGN TO "AUDSAMP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WORKSHEET-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  WORKSHEET-FILE.
       01  WORKSHEET-RECORD PIC X(80).
       01  WSH-HEADER REDEFINES WORKSHEET-RECORD.
           05 WSH-TYPE PIC X.
           05 WSH-POPULATION PIC X.
           05 WSH-FROM-DATE PIC 9(8).
           05 WSH-TO-DATE PIC 9(8).
           05 WSH-METHOD PIC X.
           05 WSH-SEED PIC 9(9).
           05 WSH-POP-COUNT PIC 9(6).
           05 WSH-POP-VALUE PIC 9(11)V99.
           05 WSH-SAMPLE-SIZE PIC 9(5).
           05 WSH-INTERVAL PIC 9(11)V99.
           05 WSH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(7).
       01  WSS-STRATUM-RECORD REDEFINES WORKSHEET-RECORD.
           05 WSS-TYPE PIC X.
           05 WSS-STRATUM PIC 9.
           05 WSS-POP-COUNT PIC 9(6).
           05 WSS-POP-VALUE PIC 9(11)V99.
           05 WSS-LOW PIC 9(9)V99.
           05 WSS-HIGH PIC 9(9)V99.
           05 WSS-SAMPLE-SIZE PIC 9(5).
           05 FILLER PIC X(32).
       01  WSD-DETAIL REDEFINES WORKSHEET-RECORD.
           05 WSD-TYPE PIC X.
           05 WSD-SEQUENCE PIC 9(5).
           05 WSD-SELECTION PIC X.
           05 WSD-STRATUM PIC 9.
           05 WSD-LINE PIC 9(6).
           05 WSD-REFERENCE PIC X(8).
           05 WSD-DATE PIC 9(8).
           05 WSD-ACCOUNT PIC X(8).
           05 WSD-SIGN PIC X.
           05 WSD-AMOUNT PIC 9(9)V99.
           05 WSD-RESULT PIC X.
           05 WSD-AUDITED-SIGN PIC X.
           05 WSD-AUDITED-AMOUNT PIC X(11).
           05 WSD-AUDITED-NUMBER REDEFINES WSD-AUDITED-AMOUNT
              PIC 9(9)V99.
           05 FILLER PIC X(17).

       WORKING-STORAGE SECTION.
       01 WS-WORKSHEET-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-HEADER-SWITCH PIC X VALUE "N".
           88 WS-HEADER-SEEN VALUE "Y".
       01 WS-POPULATION PIC X.
       01 WS-METHOD PIC X.
           88 WS-METHOD-RANDOM VALUE "R".
           88 WS-METHOD-STRATIFIED VALUE "S".
           88 WS-METHOD-MONETARY VALUE "U".
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-SEED PIC 9(9).
       01 WS-POP-COUNT PIC 9(6) VALUE ZERO.
       01 WS-POP-VALUE PIC 9(11)V99 VALUE ZERO.
       01 WS-INTERVAL PIC 9(11)V99 VALUE ZERO.
      *    Subscript 1 carries the whole sample for methods R and U;
      *    method S uses one entry per stratum.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 9 TIMES.
               10 WS-GRP-POP-COUNT PIC 9(6).
               10 WS-GRP-POP-VALUE PIC 9(11)V99.
               10 WS-GRP-SELECTED PIC 9(5).
               10 WS-GRP-TESTED PIC 9(5).
               10 WS-GRP-FAILED PIC 9(5).
               10 WS-GRP-ERROR PIC 9(11)V99.
       01 WS-GRP-IX PIC 9(2) VALUE 1.
       01 WS-SELECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TESTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNTESTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BOOK PIC S9(9)V99.
       01 WS-AUDITED PIC S9(9)V99.
       01 WS-MISSTATEMENT PIC S9(9)V99.
       01 WS-TAINT PIC 9V9(6).
       01 WS-TAINT-DIVISOR PIC 9(9)V99.
       01 WS-TAINTED-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-TOP-ERROR PIC 9(11)V99 VALUE ZERO.
       01 WS-RATE PIC 9V9(6).
       01 WS-DIVISOR PIC 9(6).
       01 WS-PROJ-ITEMS PIC 9(7)V99.
       01 WS-PROJ-VALUE PIC 9(13)V99.
       01 WS-MEAN-ERROR PIC 9(11)V9(4).
       01 WS-TOTAL-PROJ-ITEMS PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-PROJ-VALUE PIC 9(13)V99 VALUE ZERO.
       01 WS-PRECISION PIC 9(13)V99.
       01 WS-RATE-OUT PIC ZZ9.99.
       01 WS-ITEMS-OUT PIC Z(6)9.
       01 WS-VALUE-OUT PIC Z(12)9.99.
       01 WS-VALUE-OUT-2 PIC Z(12)9.99.
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "AUDITRESULTS".
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
           PERFORM CLEAR-GROUPS
           MOVE "O" TO WS-RPT-ACTION
           MOVE "AUDRPT.DAT" TO WS-RPT-FILE
           MOVE "AUDIT SAMPLE RESULTS AND PROJECTION" TO WS-RPT-TITLE
           MOVE "ITEM / RESULT / MISSTATEMENT, THEN PROJECTION" TO
              WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           PERFORM READ-WORKSHEET
           IF NOT WS-HEADER-SEEN
              DISPLAY "AUDSAMP.DAT NOT ON FILE OR HAS NO HEADER"
              MOVE SPACES TO WS-RPT-LINE
              MOVE "NO SAMPLE WORKSHEET - NOTHING TO PROJECT" TO
                 WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM CLOSE-REPORT
              MOVE 8 TO RETURN-CODE
           ELSE
              EVALUATE TRUE
                 WHEN WS-METHOD-MONETARY
                    PERFORM PROJECT-MONETARY-UNIT
                 WHEN OTHER
                    PERFORM PROJECT-BY-GROUP
              END-EVALUATE
              PERFORM WRITE-TRAILER
              PERFORM CLOSE-REPORT
              DISPLAY "AUDITRESULTS COMPLETE - " WS-TESTED-COUNT
                 " TESTED, " WS-FAILED-COUNT " FAILED, "
                 WS-UNTESTED-COUNT " UNTESTED"
              IF WS-FAILED-COUNT > ZERO OR WS-UNTESTED-COUNT > ZERO
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

       CLEAR-GROUPS.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1 UNTIL WS-GRP-IX > 9
              MOVE ZERO TO WS-GRP-POP-COUNT(WS-GRP-IX)
              MOVE ZERO TO WS-GRP-POP-VALUE(WS-GRP-IX)
              MOVE ZERO TO WS-GRP-SELECTED(WS-GRP-IX)
              MOVE ZERO TO WS-GRP-TESTED(WS-GRP-IX)
              MOVE ZERO TO WS-GRP-FAILED(WS-GRP-IX)
              MOVE ZERO TO WS-GRP-ERROR(WS-GRP-IX)
           END-PERFORM.

       READ-WORKSHEET.
           OPEN INPUT WORKSHEET-FILE
           IF WS-WORKSHEET-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ WORKSHEET-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    EVALUATE WSH-TYPE
                       WHEN "H"
                          PERFORM TAKE-HEADER
                       WHEN "S"
                          PERFORM TAKE-STRATUM
                       WHEN "D"
                          IF WS-HEADER-SEEN
                             PERFORM TAKE-DETAIL
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM
           IF WS-WORKSHEET-STATUS NOT = "35"
              CLOSE WORKSHEET-FILE
           END-IF.

       TAKE-HEADER.
           SET WS-HEADER-SEEN TO TRUE
           MOVE WSH-POPULATION TO WS-POPULATION
           MOVE WSH-METHOD TO WS-METHOD
           MOVE WSH-FROM-DATE TO WS-FROM-DATE
           MOVE WSH-TO-DATE TO WS-TO-DATE
           MOVE WSH-SEED TO WS-SEED
           MOVE WSH-POP-COUNT TO WS-POP-COUNT
           MOVE WSH-POP-VALUE TO WS-POP-VALUE
           MOVE WSH-INTERVAL TO WS-INTERVAL
           IF NOT WS-METHOD-STRATIFIED
              MOVE WS-POP-COUNT TO WS-GRP-POP-COUNT(1)
              MOVE WS-POP-VALUE TO WS-GRP-POP-VALUE(1)
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "POPULATION " WS-POPULATION " FROM " WS-FROM-DATE
              " TO " WS-TO-DATE ", METHOD " WS-METHOD ", SEED "
              WS-SEED ", " WS-POP-COUNT " ITEMS"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       TAKE-STRATUM.
           IF WSS-STRATUM > ZERO
              MOVE WSS-POP-COUNT TO WS-GRP-POP-COUNT(WSS-STRATUM)
              MOVE WSS-POP-VALUE TO WS-GRP-POP-VALUE(WSS-STRATUM)
           END-IF.

      *****************************************************************
      * TAKE-DETAIL works out one sampled item's misstatement and
      * adds it to its group - its stratum under method S, the
      * whole sample otherwise - and, under method U, its tainting.
      *****************************************************************
       TAKE-DETAIL.
           ADD 1 TO WS-SELECTED-COUNT
           IF WS-METHOD-STRATIFIED AND WSD-STRATUM > ZERO
              MOVE WSD-STRATUM TO WS-GRP-IX
           ELSE
              MOVE 1 TO WS-GRP-IX
           END-IF
           ADD 1 TO WS-GRP-SELECTED(WS-GRP-IX)
           IF WSD-SELECTION = "T"
              ADD 1 TO WS-TOP-COUNT
           END-IF
           EVALUATE WSD-RESULT
              WHEN "P"
                 ADD 1 TO WS-TESTED-COUNT
                 ADD 1 TO WS-GRP-TESTED(WS-GRP-IX)
              WHEN "F"
                 ADD 1 TO WS-TESTED-COUNT
                 ADD 1 TO WS-FAILED-COUNT
                 ADD 1 TO WS-GRP-TESTED(WS-GRP-IX)
                 ADD 1 TO WS-GRP-FAILED(WS-GRP-IX)
                 PERFORM WORK-MISSTATEMENT
              WHEN SPACE
                 ADD 1 TO WS-UNTESTED-COUNT
              WHEN OTHER
                 ADD 1 TO WS-UNTESTED-COUNT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "ITEM " WSD-SEQUENCE " LINE " WSD-LINE
                    " RESULT '" WSD-RESULT
                    "' IS NOT P OR F - TREATED AS UNTESTED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

       WORK-MISSTATEMENT.
           MOVE WSD-AMOUNT TO WS-BOOK
           IF WSD-SIGN = "-"
              COMPUTE WS-BOOK = 0 - WS-BOOK
           END-IF
           IF WSD-AUDITED-AMOUNT IS NUMERIC
              MOVE WSD-AUDITED-NUMBER TO WS-AUDITED
              IF WSD-AUDITED-SIGN = "-"
                 COMPUTE WS-AUDITED = 0 - WS-AUDITED
              END-IF
           ELSE
              MOVE ZERO TO WS-AUDITED
           END-IF
           COMPUTE WS-MISSTATEMENT = WS-BOOK - WS-AUDITED
           IF WS-MISSTATEMENT < ZERO
              COMPUTE WS-MISSTATEMENT = 0 - WS-MISSTATEMENT
           END-IF
           ADD WS-MISSTATEMENT TO WS-GRP-ERROR(WS-GRP-IX)
           MOVE WS-MISSTATEMENT TO WS-VALUE-OUT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-METHOD-MONETARY
              IF WSD-SELECTION = "T"
                 ADD WS-MISSTATEMENT TO WS-TOP-ERROR
                 STRING "ITEM " WSD-SEQUENCE " LINE " WSD-LINE " "
                    WSD-REFERENCE " FAILED, MISSTATED " WS-VALUE-OUT
                    " - TOP-VALUE ITEM, TAKEN AT ACTUAL"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              ELSE
                 MOVE WSD-AMOUNT TO WS-TAINT-DIVISOR
                 IF WS-TAINT-DIVISOR = ZERO
                    OR WS-MISSTATEMENT > WS-TAINT-DIVISOR
                    MOVE 1 TO WS-TAINT
                 ELSE
                    COMPUTE WS-TAINT ROUNDED =
                       WS-MISSTATEMENT / WS-TAINT-DIVISOR
                 END-IF
                 COMPUTE WS-PROJ-VALUE ROUNDED =
                    WS-TAINT * WS-INTERVAL
                 ADD WS-PROJ-VALUE TO WS-TAINTED-TOTAL
                 COMPUTE WS-RATE-OUT ROUNDED = WS-TAINT * 100
                 STRING "ITEM " WSD-SEQUENCE " LINE " WSD-LINE " "
                    WSD-REFERENCE " FAILED, MISSTATED " WS-VALUE-OUT
                    " - TAINTING " WS-RATE-OUT " PCT"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              END-IF
           ELSE
              STRING "ITEM " WSD-SEQUENCE " LINE " WSD-LINE " "
                 WSD-REFERENCE " FAILED, MISSTATED " WS-VALUE-OUT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * PROJECT-BY-GROUP projects each group's error rate and mean
      * misstatement to the group's population count - the one
      * group of a simple random sample, or each stratum - and
      * adds the groups up.
      *****************************************************************
       PROJECT-BY-GROUP.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1 UNTIL WS-GRP-IX > 9
              PERFORM PROJECT-ONE-GROUP
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           IF WS-POP-COUNT > ZERO
              MOVE WS-POP-COUNT TO WS-DIVISOR
              COMPUTE WS-RATE ROUNDED =
                 WS-TOTAL-PROJ-ITEMS / WS-DIVISOR
           ELSE
              MOVE ZERO TO WS-RATE
           END-IF
           COMPUTE WS-RATE-OUT ROUNDED = WS-RATE * 100
           COMPUTE WS-ITEMS-OUT ROUNDED = WS-TOTAL-PROJ-ITEMS
           MOVE WS-TOTAL-PROJ-VALUE TO WS-VALUE-OUT
           STRING "POPULATION PROJECTION - ERROR RATE " WS-RATE-OUT
              " PCT, " WS-ITEMS-OUT " ITEMS IN ERROR, MISSTATEMENT "
              WS-VALUE-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       PROJECT-ONE-GROUP.
           IF WS-GRP-TESTED(WS-GRP-IX) > ZERO
              MOVE WS-GRP-TESTED(WS-GRP-IX) TO WS-DIVISOR
              COMPUTE WS-RATE ROUNDED =
                 WS-GRP-FAILED(WS-GRP-IX) / WS-DIVISOR
              COMPUTE WS-PROJ-ITEMS ROUNDED =
                 WS-RATE * WS-GRP-POP-COUNT(WS-GRP-IX)
              COMPUTE WS-MEAN-ERROR ROUNDED =
                 WS-GRP-ERROR(WS-GRP-IX) / WS-DIVISOR
              COMPUTE WS-PROJ-VALUE ROUNDED =
                 WS-MEAN-ERROR * WS-GRP-POP-COUNT(WS-GRP-IX)
              ADD WS-PROJ-ITEMS TO WS-TOTAL-PROJ-ITEMS
              ADD WS-PROJ-VALUE TO WS-TOTAL-PROJ-VALUE
              COMPUTE WS-RATE-OUT ROUNDED = WS-RATE * 100
              COMPUTE WS-ITEMS-OUT ROUNDED = WS-PROJ-ITEMS
              MOVE WS-PROJ-VALUE TO WS-VALUE-OUT
              MOVE SPACES TO WS-RPT-LINE
              IF WS-METHOD-STRATIFIED
                 STRING "STRATUM " WS-GRP-IX(2:1) " - "
                    WS-GRP-POP-COUNT(WS-GRP-IX) " ITEMS, "
                    WS-GRP-TESTED(WS-GRP-IX) " TESTED, "
                    WS-GRP-FAILED(WS-GRP-IX) " FAILED, RATE "
                    WS-RATE-OUT " PCT"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "            PROJECTED " WS-ITEMS-OUT
                    " ITEMS IN ERROR, MISSTATEMENT " WS-VALUE-OUT
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              ELSE
                 STRING "SAMPLE - " WS-GRP-TESTED(WS-GRP-IX)
                    " TESTED, " WS-GRP-FAILED(WS-GRP-IX)
                    " FAILED, RATE " WS-RATE-OUT " PCT"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              END-IF
              PERFORM WRITE-REPORT-LINE
           ELSE
              IF WS-GRP-SELECTED(WS-GRP-IX) > ZERO
                 MOVE SPACES TO WS-RPT-LINE
                 IF WS-METHOD-STRATIFIED
                    STRING "STRATUM " WS-GRP-IX(2:1)
                       " - NO ITEM TESTED YET, NOT PROJECTED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                 ELSE
                    MOVE "SAMPLE - NO ITEM TESTED YET, NOT PROJECTED"
                       TO WS-RPT-LINE
                 END-IF
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF.

      *****************************************************************
      * PROJECT-MONETARY-UNIT adds the tainted intervals to the
      * top-value items' actual misstatements and sets the basic
      * precision beside the result.
      *****************************************************************
       PROJECT-MONETARY-UNIT.
           COMPUTE WS-TOTAL-PROJ-VALUE = WS-TAINTED-TOTAL + WS-TOP-ERROR
           COMPUTE WS-PRECISION = WS-INTERVAL * 3
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-INTERVAL TO WS-VALUE-OUT
           MOVE WS-POP-VALUE TO WS-VALUE-OUT-2
           STRING "SAMPLING INTERVAL " WS-VALUE-OUT ", POPULATION "
              "VALUE " WS-VALUE-OUT-2 ", " WS-TOP-COUNT
              " TOP-VALUE ITEMS"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-TESTED-COUNT > ZERO
              MOVE WS-TESTED-COUNT TO WS-DIVISOR
              COMPUTE WS-RATE ROUNDED = WS-FAILED-COUNT / WS-DIVISOR
           ELSE
              MOVE ZERO TO WS-RATE
           END-IF
           COMPUTE WS-RATE-OUT ROUNDED = WS-RATE * 100
           STRING "SAMPLE - " WS-TESTED-COUNT " TESTED, "
              WS-FAILED-COUNT " FAILED, RATE " WS-RATE-OUT " PCT"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-POP-VALUE > ZERO
              COMPUTE WS-RATE ROUNDED =
                 WS-TOTAL-PROJ-VALUE / WS-POP-VALUE
           ELSE
              MOVE ZERO TO WS-RATE
           END-IF
           COMPUTE WS-RATE-OUT ROUNDED = WS-RATE * 100
           MOVE WS-TOTAL-PROJ-VALUE TO WS-VALUE-OUT
           MOVE WS-PRECISION TO WS-VALUE-OUT-2
           STRING "POPULATION PROJECTION - MISSTATEMENT " WS-VALUE-OUT
              " (" WS-RATE-OUT " PCT OF VALUE)"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "BASIC PRECISION AT 95 PCT CONFIDENCE "
              WS-VALUE-OUT-2
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-TRAILER.
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRAILER - " WS-SELECTED-COUNT " SELECTED, "
              WS-TESTED-COUNT " TESTED, " WS-FAILED-COUNT " FAILED, "
              WS-UNTESTED-COUNT " UNTESTED"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       CLOSE-REPORT.
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM auditResults.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY DATESERV.

       COPY ENVNAME.
