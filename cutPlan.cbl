      * cutting plan - nests the night's rectangular pieces on sheets
      *    TOPIC:
      *    HOW MANY SHEETS THE NIGHT'S PIECES REALLY TAKE
      *****************************************************************
      * matReq allows for waste with the flat MATWASTE.DAT factor,
      * but the real waste depends on how the night's pieces nest on
      * the standard sheets purchasing buys.  This program takes the
      * night's RECTANGLE and SQUARE pieces off the central results
      * dataset (SUITERES.DAT, the AREABATCH producer, selected by
      * the posting date) - the length and width are the first two
      * operands, a square's width is its length - and lays them
      * out, material by material, on the stock sizes SHEETSZ.DAT
      * lists for the material (material/shape code (9), sheet
      * length and sheet width, each four integer and two implied
      * decimal digits, up to five sizes per material).
      *
      * The layout is by shelves, first fit by decreasing height:
      * each piece lies with its long side along the sheet's length
      * where it fits (else it is turned), the pieces are taken
      * tallest first, and each goes on the first shelf of any open
      * sheet with room along it and the height for it, else on a
      * new shelf on the first sheet with the height left, else on
      * a new sheet.  Every stock size of the material is tried and
      * the one needing the least sheet area is kept.  A piece too
      * big for every size is not planned and is filed to
      * EXCFILE.DAT (CUTOVERS); a material with pieces but no stock
      * size on file likewise (NOSHEET), both W severity, ending
      * the run RETURN-CODE 4.
      *
      * The cutting plan (CUTPLAN.DAT, through the shared
      * REPORT-WRITER) gives per material the stock size chosen, the
      * sheets needed and the actual waste percentage, then each
      * sheet's layout - every piece by serial and size, the corner
      * it is cut from, and whether it is turned - with the sheet's
      * own waste, so it serves the shop floor as the cutting list.
      *
      * CUTPARM.DAT, when present, carries the posting date (zero
      * for the processing date) and a feed switch.  With the switch
      * Y the plan is also filed to CUTSHEET.DAT - posting date,
      * material, sheets and their total area (plus the net area of
      * any piece left unplanned), through ENV-RESOLVE-NAME - and
      * matReq then orders that area for the material in place of
      * its flat waste factor.  Without it
      * CUTSHEET.DAT is left empty and matReq keeps the flat factor.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cutPlan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-RESULT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RESULT-STATUS.
           SELECT SIZE-FILE ASSIGN TO "SHEETSZ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SIZE-STATUS.
           SELECT CUT-SHEET-FILE ASSIGN TO DYNAMIC WS-CUT-SHEET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CUT-SHEET-STATUS.
           SELECT PARM-FILE ASSIGN TO "CUTPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05 RES-PRODUCER PIC X(12).
           05 RES-DATE PIC 9(8).
           05 RES-SERIAL PIC 9(6).
           05 RES-OPCODE PIC X(9).
           05 RES-SCALE PIC 9.
           05 RES-OPERAND-1 PIC X(12).
           05 RES-OPERAND-2 PIC X(12).
           05 RES-OPERAND-3 PIC X(12).
           05 RES-COST-SCALE PIC 9.
           05 RES-COST PIC X(12).
           05 RES-RESULT PIC X(200).
           05 RES-CYCLE PIC 9.
       FD  SIZE-FILE.
       01  SIZE-RECORD.
           05 SSZ-MATERIAL PIC X(9).
           05 SSZ-LENGTH PIC 9(4)V99.
           05 SSZ-WIDTH PIC 9(4)V99.
       FD  CUT-SHEET-FILE.
       01  CUT-SHEET-RECORD.
           05 CSH-DATE PIC 9(8).
           05 CSH-MATERIAL PIC X(9).
           05 CSH-SHEETS PIC 9(5).
           05 CSH-STOCK-AREA PIC 9(9)V999.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 CPR-DATE PIC 9(8).
           05 CPR-FEED PIC X.

       WORKING-STORAGE SECTION.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-SIZE-STATUS PIC XX.
       01 WS-CUT-SHEET-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-RESULT-NAME PIC X(40).
       01 WS-CUT-SHEET-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-POSTING-DATE PIC 9(8).
       01 WS-FEED-SWITCH PIC X VALUE "N".
           88 WS-FEED-MATREQ VALUE "Y".

       01 WS-PIECE-TABLE.
           05 WS-PC-ENTRY OCCURS 500 TIMES.
               10 WS-PC-MATERIAL PIC X(9).
               10 WS-PC-SERIAL PIC 9(6).
               10 WS-PC-LONG PIC 9(4)V99.
               10 WS-PC-SHORT PIC 9(4)V99.
               10 WS-PC-SHEET PIC 9(4) COMP.
               10 WS-PC-X PIC 9(4)V99.
               10 WS-PC-Y PIC 9(4)V99.
               10 WS-PC-TURNED PIC X.
       01 WS-PC-SWAP PIC X(42).
       01 WS-PC-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-PC-IX PIC 9(4) COMP.
       01 WS-PC-JX PIC 9(4) COMP.

       01 WS-SIZE-TABLE.
           05 WS-SZ-ENTRY OCCURS 100 TIMES.
               10 WS-SZ-MATERIAL PIC X(9).
               10 WS-SZ-LENGTH PIC 9(4)V99.
               10 WS-SZ-WIDTH PIC 9(4)V99.
       01 WS-SZ-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-SZ-IX PIC 9(4) COMP.
       01 WS-BEST-SZ PIC 9(4) COMP.
       01 WS-BEST-AREA PIC 9(9)V9999.
       01 WS-BEST-PLACED PIC 9(4) COMP.

       01 WS-SHELF-TABLE.
           05 WS-SH-ENTRY OCCURS 500 TIMES.
               10 WS-SH-SHEET PIC 9(4) COMP.
               10 WS-SH-Y PIC 9(4)V99.
               10 WS-SH-HEIGHT PIC 9(4)V99.
               10 WS-SH-USED PIC 9(4)V99.
       01 WS-SH-COUNT PIC 9(4) COMP.
       01 WS-SH-IX PIC 9(4) COMP.
       01 WS-FOUND-SH PIC 9(4) COMP.

       01 WS-SHEET-TABLE.
           05 WS-ST-ENTRY OCCURS 500 TIMES.
               10 WS-ST-HEIGHT-USED PIC 9(4)V99.
               10 WS-ST-AREA-USED PIC 9(8)V9999.
       01 WS-ST-COUNT PIC 9(4) COMP.
       01 WS-ST-IX PIC 9(4) COMP.
       01 WS-FOUND-ST PIC 9(4) COMP.

       01 WS-MATERIAL PIC X(9).
       01 WS-MAT-FIRST PIC 9(4) COMP.
       01 WS-MAT-LAST PIC 9(4) COMP.
       01 WS-MAT-SIZES PIC 9(4) COMP.
       01 WS-SHEET-LENGTH PIC 9(4)V99.
       01 WS-SHEET-WIDTH PIC 9(4)V99.
       01 WS-SHEET-AREA PIC 9(8)V9999.
       01 WS-STOCK-AREA PIC 9(9)V9999.
       01 WS-PIECE-AREA PIC 9(9)V9999.
       01 WS-UNPLANNED-AREA PIC 9(9)V9999.
       01 WS-PLACE-WIDTH PIC 9(4)V99.
       01 WS-PLACE-HEIGHT PIC 9(4)V99.
       01 WS-WASTE-PCT PIC 9(3)V99.
       01 WS-PLACED-COUNT PIC 9(4) COMP.

       01 WS-MATERIAL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-SHEETS PIC 9(5) VALUE ZERO.
       01 WS-OVERSIZE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NO-SIZE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DIM-OUT PIC ZZZ9.99.
       01 WS-DIM-OUT-2 PIC ZZZ9.99.
       01 WS-X-OUT PIC ZZZ9.99.
       01 WS-Y-OUT PIC ZZZ9.99.
       01 WS-PCT-OUT PIC ZZ9.99.
       01 WS-COUNT-OUT PIC ZZZZ9.
       01 WS-COUNT-OUT-2 PIC ZZZZ9.
       01 WS-SHEET-OUT PIC 9(3).

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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "CUTPLAN".
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
           PERFORM OBTAIN-CUT-PARAMETERS
           PERFORM LOAD-PIECES
           IF WS-PC-COUNT = ZERO
              DISPLAY "NO RECTANGULAR PIECES FOR " WS-POSTING-DATE
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM LOAD-SHEET-SIZES
              PERFORM SORT-PIECES
              MOVE "O" TO WS-RPT-ACTION
              MOVE "CUTPLAN.DAT" TO WS-RPT-FILE
              MOVE "CUTTING PLAN" TO WS-RPT-TITLE
              MOVE "SHEET / SERIAL / PIECE SIZE / CUT FROM X,Y"
                 TO WS-RPT-HEADING
              MOVE SPACES TO WS-RPT-LINE
              CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
                 WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
              OPEN OUTPUT CUT-SHEET-FILE
              MOVE 1 TO WS-MAT-FIRST
              PERFORM UNTIL WS-MAT-FIRST > WS-PC-COUNT
                 PERFORM PLAN-ONE-MATERIAL
                 COMPUTE WS-MAT-FIRST = WS-MAT-LAST + 1
              END-PERFORM
              CLOSE CUT-SHEET-FILE
              MOVE WS-TOTAL-SHEETS TO WS-COUNT-OUT
              MOVE WS-MATERIAL-COUNT TO WS-COUNT-OUT-2
              MOVE SPACES TO WS-RPT-LINE
              STRING "TOTAL SHEETS " WS-COUNT-OUT " FOR "
                 WS-COUNT-OUT-2 " MATERIALS"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "C" TO WS-RPT-ACTION
              CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
                 WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
              DISPLAY "CUTPLAN COMPLETE - " WS-PC-COUNT " PIECES, "
                 WS-TOTAL-SHEETS " SHEETS"
              IF WS-OVERSIZE-COUNT > ZERO OR WS-NO-SIZE-COUNT > ZERO
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

       OBTAIN-CUT-PARAMETERS.
           CALL "GET-PROCESS-DATE" USING WS-POSTING-DATE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 NOT AT END
                    IF CPR-DATE IS NUMERIC AND CPR-DATE NOT = ZERO
                       MOVE CPR-DATE TO WS-POSTING-DATE
                    END-IF
                    MOVE CPR-FEED TO WS-FEED-SWITCH
              END-READ
              CLOSE PARM-FILE
           END-IF
           MOVE "SUITERES.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-RESULT-NAME
           MOVE "CUTSHEET.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-CUT-SHEET-NAME.

      *    Each piece is held long side first, ready to lie along
      *    the sheet's length.
       LOAD-PIECES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS NOT = "00"
              DISPLAY "SUITERES.DAT NOT ON FILE"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ RESULT-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF RES-DATE = WS-POSTING-DATE
                       AND RES-PRODUCER = "AREABATCH"
                       AND (RES-OPCODE = "RECTANGLE"
                       OR RES-OPCODE = "SQUARE")
                       PERFORM TAKE-ONE-PIECE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-RESULT-STATUS NOT = "35"
              CLOSE RESULT-FILE
           END-IF.

       TAKE-ONE-PIECE.
           IF WS-PC-COUNT < 500
              ADD 1 TO WS-PC-COUNT
              MOVE RES-OPCODE TO WS-PC-MATERIAL(WS-PC-COUNT)
              MOVE RES-SERIAL TO WS-PC-SERIAL(WS-PC-COUNT)
              COMPUTE WS-PLACE-WIDTH = FUNCTION NUMVAL(RES-OPERAND-1)
              IF RES-OPCODE = "SQUARE"
                 MOVE WS-PLACE-WIDTH TO WS-PLACE-HEIGHT
              ELSE
                 COMPUTE WS-PLACE-HEIGHT =
                    FUNCTION NUMVAL(RES-OPERAND-2)
              END-IF
              IF WS-PLACE-WIDTH < WS-PLACE-HEIGHT
                 MOVE WS-PLACE-HEIGHT TO WS-PC-LONG(WS-PC-COUNT)
                 MOVE WS-PLACE-WIDTH TO WS-PC-SHORT(WS-PC-COUNT)
              ELSE
                 MOVE WS-PLACE-WIDTH TO WS-PC-LONG(WS-PC-COUNT)
                 MOVE WS-PLACE-HEIGHT TO WS-PC-SHORT(WS-PC-COUNT)
              END-IF
           ELSE
              DISPLAY "PIECE TABLE FULL - SERIAL " RES-SERIAL
                 " NOT PLANNED"
           END-IF.

       LOAD-SHEET-SIZES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SIZE-FILE
           IF WS-SIZE-STATUS NOT = "00"
              DISPLAY "SHEETSZ.DAT NOT ON FILE"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ SIZE-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-SZ-COUNT < 100 AND SSZ-LENGTH IS NUMERIC
                       AND SSZ-WIDTH IS NUMERIC
                       AND SSZ-LENGTH > ZERO AND SSZ-WIDTH > ZERO
                       ADD 1 TO WS-SZ-COUNT
                       MOVE SSZ-MATERIAL TO
                          WS-SZ-MATERIAL(WS-SZ-COUNT)
      *                The sheet is held long side as its length.
                       IF SSZ-LENGTH < SSZ-WIDTH
                          MOVE SSZ-WIDTH TO WS-SZ-LENGTH(WS-SZ-COUNT)
                          MOVE SSZ-LENGTH TO WS-SZ-WIDTH(WS-SZ-COUNT)
                       ELSE
                          MOVE SSZ-LENGTH TO WS-SZ-LENGTH(WS-SZ-COUNT)
                          MOVE SSZ-WIDTH TO WS-SZ-WIDTH(WS-SZ-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-SIZE-STATUS NOT = "35"
              CLOSE SIZE-FILE
           END-IF.

      *****************************************************************
      * SORT-PIECES orders the pieces by material and, within the
      * material, tallest (longest short side) first - the order the
      * shelves are filled in.
      *****************************************************************
       SORT-PIECES.
           PERFORM VARYING WS-PC-IX FROM 1 BY 1
                 UNTIL WS-PC-IX >= WS-PC-COUNT
              PERFORM VARYING WS-PC-JX FROM 1 BY 1
                    UNTIL WS-PC-JX > WS-PC-COUNT - WS-PC-IX
                 IF WS-PC-MATERIAL(WS-PC-JX) >
                    WS-PC-MATERIAL(WS-PC-JX + 1)
                    OR (WS-PC-MATERIAL(WS-PC-JX) =
                        WS-PC-MATERIAL(WS-PC-JX + 1)
                    AND WS-PC-SHORT(WS-PC-JX) <
                        WS-PC-SHORT(WS-PC-JX + 1))
                    MOVE WS-PC-ENTRY(WS-PC-JX) TO WS-PC-SWAP
                    MOVE WS-PC-ENTRY(WS-PC-JX + 1) TO
                       WS-PC-ENTRY(WS-PC-JX)
                    MOVE WS-PC-SWAP TO WS-PC-ENTRY(WS-PC-JX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *****************************************************************
      * PLAN-ONE-MATERIAL plans the pieces WS-MAT-FIRST onward that
      * share its material on every stock size of the material, keeps
      * the size needing the least sheet area, and prints that plan.
      *****************************************************************
       PLAN-ONE-MATERIAL.
           MOVE WS-PC-MATERIAL(WS-MAT-FIRST) TO WS-MATERIAL
           MOVE WS-MAT-FIRST TO WS-MAT-LAST
           PERFORM UNTIL WS-MAT-LAST >= WS-PC-COUNT
              OR WS-PC-MATERIAL(WS-MAT-LAST + 1) NOT = WS-MATERIAL
              ADD 1 TO WS-MAT-LAST
           END-PERFORM
           ADD 1 TO WS-MATERIAL-COUNT
           MOVE ZERO TO WS-BEST-SZ
           MOVE ZERO TO WS-MAT-SIZES
           PERFORM VARYING WS-SZ-IX FROM 1 BY 1
                 UNTIL WS-SZ-IX > WS-SZ-COUNT
              IF WS-SZ-MATERIAL(WS-SZ-IX) = WS-MATERIAL
                 AND WS-MAT-SIZES < 5
                 ADD 1 TO WS-MAT-SIZES
                 PERFORM LAY-OUT-ON-SIZE
                 IF WS-PLACED-COUNT > ZERO
                    AND (WS-BEST-SZ = ZERO
                    OR WS-PLACED-COUNT > WS-BEST-PLACED
                    OR (WS-PLACED-COUNT = WS-BEST-PLACED
                    AND WS-STOCK-AREA < WS-BEST-AREA))
                    MOVE WS-SZ-IX TO WS-BEST-SZ
                    MOVE WS-STOCK-AREA TO WS-BEST-AREA
                    MOVE WS-PLACED-COUNT TO WS-BEST-PLACED
                 END-IF
              END-IF
           END-PERFORM
           IF WS-BEST-SZ = ZERO
              PERFORM REPORT-NO-SHEET-SIZE
           ELSE
              MOVE WS-BEST-SZ TO WS-SZ-IX
              PERFORM LAY-OUT-ON-SIZE
              PERFORM PRINT-MATERIAL-PLAN
           END-IF.

      *****************************************************************
      * LAY-OUT-ON-SIZE places the material's pieces on sheets of the
      * stock size at WS-SZ-IX and leaves the sheets used and their
      * total area; a piece too big for the size is left on sheet
      * zero.
      *****************************************************************
       LAY-OUT-ON-SIZE.
           MOVE WS-SZ-LENGTH(WS-SZ-IX) TO WS-SHEET-LENGTH
           MOVE WS-SZ-WIDTH(WS-SZ-IX) TO WS-SHEET-WIDTH
           COMPUTE WS-SHEET-AREA = WS-SHEET-LENGTH * WS-SHEET-WIDTH
           MOVE ZERO TO WS-SH-COUNT
           MOVE ZERO TO WS-ST-COUNT
           MOVE ZERO TO WS-PLACED-COUNT
           MOVE ZERO TO WS-PIECE-AREA
           PERFORM VARYING WS-PC-IX FROM WS-MAT-FIRST BY 1
                 UNTIL WS-PC-IX > WS-MAT-LAST
              PERFORM PLACE-ONE-PIECE
           END-PERFORM
           COMPUTE WS-STOCK-AREA = WS-ST-COUNT * WS-SHEET-AREA.

       PLACE-ONE-PIECE.
           MOVE ZERO TO WS-PC-SHEET(WS-PC-IX)
           MOVE "N" TO WS-PC-TURNED(WS-PC-IX)
           IF WS-PC-LONG(WS-PC-IX) <= WS-SHEET-LENGTH
              AND WS-PC-SHORT(WS-PC-IX) <= WS-SHEET-WIDTH
              MOVE WS-PC-LONG(WS-PC-IX) TO WS-PLACE-WIDTH
              MOVE WS-PC-SHORT(WS-PC-IX) TO WS-PLACE-HEIGHT
           ELSE
              IF WS-PC-SHORT(WS-PC-IX) <= WS-SHEET-LENGTH
                 AND WS-PC-LONG(WS-PC-IX) <= WS-SHEET-WIDTH
                 MOVE WS-PC-SHORT(WS-PC-IX) TO WS-PLACE-WIDTH
                 MOVE WS-PC-LONG(WS-PC-IX) TO WS-PLACE-HEIGHT
                 MOVE "Y" TO WS-PC-TURNED(WS-PC-IX)
              ELSE
                 MOVE ZERO TO WS-PLACE-WIDTH
              END-IF
           END-IF
           IF WS-PLACE-WIDTH > ZERO
              PERFORM FIND-SHELF
              IF WS-FOUND-SH = ZERO
                 PERFORM OPEN-SHELF
              END-IF
              IF WS-FOUND-SH > ZERO
                 MOVE WS-SH-SHEET(WS-FOUND-SH) TO WS-PC-SHEET(WS-PC-IX)
                 MOVE WS-SH-USED(WS-FOUND-SH) TO WS-PC-X(WS-PC-IX)
                 MOVE WS-SH-Y(WS-FOUND-SH) TO WS-PC-Y(WS-PC-IX)
                 ADD WS-PLACE-WIDTH TO WS-SH-USED(WS-FOUND-SH)
                 COMPUTE WS-ST-AREA-USED(WS-SH-SHEET(WS-FOUND-SH)) =
                    WS-ST-AREA-USED(WS-SH-SHEET(WS-FOUND-SH))
                    + WS-PLACE-WIDTH * WS-PLACE-HEIGHT
                 COMPUTE WS-PIECE-AREA = WS-PIECE-AREA
                    + WS-PLACE-WIDTH * WS-PLACE-HEIGHT
                 ADD 1 TO WS-PLACED-COUNT
              END-IF
           END-IF.

       FIND-SHELF.
           MOVE ZERO TO WS-FOUND-SH
           PERFORM VARYING WS-SH-IX FROM 1 BY 1
                 UNTIL WS-SH-IX > WS-SH-COUNT OR WS-FOUND-SH > ZERO
              IF WS-PLACE-HEIGHT <= WS-SH-HEIGHT(WS-SH-IX)
                 AND WS-SH-USED(WS-SH-IX) + WS-PLACE-WIDTH
                    <= WS-SHEET-LENGTH
                 MOVE WS-SH-IX TO WS-FOUND-SH
              END-IF
           END-PERFORM.

      *    A new shelf goes on the first sheet with the height left
      *    for it, else on a new sheet.
       OPEN-SHELF.
           MOVE ZERO TO WS-FOUND-ST
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
                 UNTIL WS-ST-IX > WS-ST-COUNT OR WS-FOUND-ST > ZERO
              IF WS-ST-HEIGHT-USED(WS-ST-IX) + WS-PLACE-HEIGHT
                 <= WS-SHEET-WIDTH
                 MOVE WS-ST-IX TO WS-FOUND-ST
              END-IF
           END-PERFORM
           IF WS-FOUND-ST = ZERO AND WS-ST-COUNT < 500
              ADD 1 TO WS-ST-COUNT
              MOVE WS-ST-COUNT TO WS-FOUND-ST
              MOVE ZERO TO WS-ST-HEIGHT-USED(WS-FOUND-ST)
              MOVE ZERO TO WS-ST-AREA-USED(WS-FOUND-ST)
           END-IF
           IF WS-FOUND-ST > ZERO AND WS-SH-COUNT < 500
              ADD 1 TO WS-SH-COUNT
              MOVE WS-SH-COUNT TO WS-FOUND-SH
              MOVE WS-FOUND-ST TO WS-SH-SHEET(WS-FOUND-SH)
              MOVE WS-ST-HEIGHT-USED(WS-FOUND-ST) TO
                 WS-SH-Y(WS-FOUND-SH)
              MOVE WS-PLACE-HEIGHT TO WS-SH-HEIGHT(WS-FOUND-SH)
              MOVE ZERO TO WS-SH-USED(WS-FOUND-SH)
              ADD WS-PLACE-HEIGHT TO WS-ST-HEIGHT-USED(WS-FOUND-ST)
           ELSE
              MOVE ZERO TO WS-FOUND-SH
           END-IF.

      *****************************************************************
      * PRINT-MATERIAL-PLAN prints the material's summary line, each
      * sheet's cutting list and the pieces left unplanned, and
      * files the sheet count for matReq when the feed is switched
      * on.
      *****************************************************************
       PRINT-MATERIAL-PLAN.
           ADD WS-ST-COUNT TO WS-TOTAL-SHEETS
           IF WS-STOCK-AREA > ZERO
              COMPUTE WS-WASTE-PCT ROUNDED =
                 (WS-STOCK-AREA - WS-PIECE-AREA) * 100
                 / WS-STOCK-AREA
           ELSE
              MOVE ZERO TO WS-WASTE-PCT
           END-IF
           MOVE WS-SHEET-LENGTH TO WS-DIM-OUT
           MOVE WS-SHEET-WIDTH TO WS-DIM-OUT-2
           MOVE WS-ST-COUNT TO WS-COUNT-OUT
           MOVE WS-WASTE-PCT TO WS-PCT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "MATERIAL " WS-MATERIAL " STOCK " WS-DIM-OUT " X "
              WS-DIM-OUT-2 " SHEETS " WS-COUNT-OUT " WASTE "
              WS-PCT-OUT " PCT"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           DISPLAY WS-RPT-LINE(1:75)
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
                 UNTIL WS-ST-IX > WS-ST-COUNT
              PERFORM PRINT-ONE-SHEET
           END-PERFORM
           MOVE ZERO TO WS-UNPLANNED-AREA
           PERFORM VARYING WS-PC-IX FROM WS-MAT-FIRST BY 1
                 UNTIL WS-PC-IX > WS-MAT-LAST
              IF WS-PC-SHEET(WS-PC-IX) = ZERO
                 COMPUTE WS-UNPLANNED-AREA = WS-UNPLANNED-AREA
                    + WS-PC-LONG(WS-PC-IX) * WS-PC-SHORT(WS-PC-IX)
                 PERFORM REPORT-OVERSIZE-PIECE
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-FEED-MATREQ
              MOVE WS-POSTING-DATE TO CSH-DATE
              MOVE WS-MATERIAL TO CSH-MATERIAL
              MOVE WS-ST-COUNT TO CSH-SHEETS
              COMPUTE CSH-STOCK-AREA =
                 WS-STOCK-AREA + WS-UNPLANNED-AREA
              WRITE CUT-SHEET-RECORD
           END-IF.

       PRINT-ONE-SHEET.
           COMPUTE WS-WASTE-PCT ROUNDED =
              (WS-SHEET-AREA - WS-ST-AREA-USED(WS-ST-IX)) * 100
              / WS-SHEET-AREA
           MOVE WS-ST-IX TO WS-SHEET-OUT
           MOVE WS-WASTE-PCT TO WS-PCT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  SHEET " WS-SHEET-OUT " WASTE " WS-PCT-OUT " PCT"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-PC-IX FROM WS-MAT-FIRST BY 1
                 UNTIL WS-PC-IX > WS-MAT-LAST
              IF WS-PC-SHEET(WS-PC-IX) = WS-ST-IX
                 PERFORM PRINT-ONE-PIECE
              END-IF
           END-PERFORM.

       PRINT-ONE-PIECE.
           IF WS-PC-TURNED(WS-PC-IX) = "Y"
              MOVE WS-PC-SHORT(WS-PC-IX) TO WS-DIM-OUT
              MOVE WS-PC-LONG(WS-PC-IX) TO WS-DIM-OUT-2
           ELSE
              MOVE WS-PC-LONG(WS-PC-IX) TO WS-DIM-OUT
              MOVE WS-PC-SHORT(WS-PC-IX) TO WS-DIM-OUT-2
           END-IF
           MOVE WS-PC-X(WS-PC-IX) TO WS-X-OUT
           MOVE WS-PC-Y(WS-PC-IX) TO WS-Y-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "    SERIAL " WS-PC-SERIAL(WS-PC-IX) " "
              WS-DIM-OUT " X " WS-DIM-OUT-2 " FROM " WS-X-OUT ","
              WS-Y-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           IF WS-PC-TURNED(WS-PC-IX) = "Y"
              MOVE "TURNED" TO WS-RPT-LINE(56:6)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       REPORT-OVERSIZE-PIECE.
           ADD 1 TO WS-OVERSIZE-COUNT
           MOVE WS-PC-LONG(WS-PC-IX) TO WS-DIM-OUT
           MOVE WS-PC-SHORT(WS-PC-IX) TO WS-DIM-OUT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  OVERSIZE SERIAL " WS-PC-SERIAL(WS-PC-IX) " "
              WS-DIM-OUT " X " WS-DIM-OUT-2 " - NOT PLANNED"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "W" TO WS-EXC-SEVERITY
           MOVE "CUTOVERS" TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-DETAIL
           STRING WS-MATERIAL " " WS-PC-SERIAL(WS-PC-IX) " "
              WS-DIM-OUT " X " WS-DIM-OUT-2
              DELIMITED BY SIZE INTO WS-EXC-DETAIL
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

      *    Pieces too big for every size leave no plan either.
       REPORT-NO-SHEET-SIZE.
           ADD 1 TO WS-NO-SIZE-COUNT
           COMPUTE WS-COUNT-OUT = WS-MAT-LAST - WS-MAT-FIRST + 1
           MOVE SPACES TO WS-RPT-LINE
           STRING "MATERIAL " WS-MATERIAL " - " WS-COUNT-OUT
              " PIECES, NO STOCK SIZE THEY FIT - NOT PLANNED"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           DISPLAY WS-RPT-LINE(1:75)
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "W" TO WS-EXC-SEVERITY
           MOVE "NOSHEET" TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-DETAIL
           STRING WS-MATERIAL " PIECES " WS-COUNT-OUT
              DELIMITED BY SIZE INTO WS-EXC-DETAIL
           CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
              WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM cutPlan.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY DATESERV.

       COPY ENVNAME.
