      *****************************************************************
      * SHAPEENG.CPY
      *
      * The area and volume shape engines, distributed as a copybook
      * the same way RATELOOK.CPY is: COPYing this text makes each
      * engine a sibling PROGRAM-ID callable by CALL.  The batch
      * drivers in MasterBatchDriver and the quotation run both
      * price through these same engines, so a quoted area or
      * volume is the figure the production run will compute.
      *
      *   AREA-SQUARE-ENGINE     AREA-RECTANGLE-ENGINE
      *   AREA-TRIANGLE-ENGINE   AREA-CIRCLE-ENGINE
      *   AREA-TRAPEZOID-ENGINE  AREA-POLYGON-ENGINE
      *   VOLUME-CUBE-ENGINE     VOLUME-PRISM-ENGINE
      *   VOLUME-SPHERE-ENGINE   VOLUME-CYLINDER-ENGINE
      *
      * The area engines take dimensions already converted to feet
      * (four integer, two decimal digits - the polygon's vertex
      * coordinates six integer) and return square feet;
      * the volume engines take the deck's two-digit dimensions and
      * return cubic feet.
      *****************************************************************

      *****************************************************************
      * AREA-SQUARE-ENGINE computes the area of a square of side
      * LK-L into LK-AREA, the same formula square.cob uses.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA-SQUARE-ENGINE.
       DATA DIVISION.
       LINKAGE SECTION.
       01 LK-L PIC 9(4)V99.
       01 LK-AREA PIC 9(6)V999.

       PROCEDURE DIVISION USING LK-L LK-AREA.
           MULTIPLY LK-L BY LK-L GIVING LK-AREA ROUNDED
           GOBACK.

       END PROGRAM AREA-SQUARE-ENGINE.

      *****************************************************************
      * AREA-RECTANGLE-ENGINE computes the area of a rectangle of
      * length LK-L and width LK-W into LK-AREA, the same formula
      * rectangle.cob uses.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA-RECTANGLE-ENGINE.
       DATA DIVISION.
       LINKAGE SECTION.
       01 LK-L PIC 9(4)V99.
       01 LK-W PIC 9(4)V99.
       01 LK-AREA PIC 9(6)V999.

       PROCEDURE DIVISION USING LK-L LK-W LK-AREA.
           MULTIPLY LK-L BY LK-W GIVING LK-AREA ROUNDED
           GOBACK.

       END PROGRAM AREA-RECTANGLE-ENGINE.

      *****************************************************************
      * AREA-TRIANGLE-ENGINE computes the area of a triangle of base
      * LK-B, height LK-H, and third side LK-S into LK-AREA, the same
      * formula and validation triangle.cob uses.  LK-STATUS comes
      * back "I" when a dimension is not greater than zero, in which
      * case LK-AREA is left unchanged.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA-TRIANGLE-ENGINE.
       DATA DIVISION.
       LINKAGE SECTION.
       01 LK-B PIC 9(4)V99.
       01 LK-H PIC 9(4)V99.
       01 LK-S PIC 9(4)V99.
       01 LK-AREA PIC 9(6)V999.
       01 LK-STATUS PIC X.
           88 LK-INVALID VALUE "I".

       PROCEDURE DIVISION USING LK-B LK-H LK-S LK-AREA LK-STATUS.
           MOVE SPACE TO LK-STATUS
           IF LK-B NOT > 0 OR LK-H NOT > 0 OR LK-S NOT > 0
              SET LK-INVALID TO TRUE
           ELSE
              MULTIPLY LK-B BY LK-H GIVING LK-AREA ROUNDED
              DIVIDE LK-AREA BY 2 GIVING LK-AREA ROUNDED
           END-IF
           GOBACK.

       END PROGRAM AREA-TRIANGLE-ENGINE.

      *****************************************************************
      * AREA-CIRCLE-ENGINE computes the area of a circle of radius
      * LK-R into LK-AREA, the same formula circle.cob uses.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA-CIRCLE-ENGINE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-R-SQ PIC 9(8)V9(4).
       01 WS-PI PIC 9V9(5) VALUE 3.14159.
       LINKAGE SECTION.
       01 LK-R PIC 9(4)V99.
       01 LK-AREA PIC 9(6)V999.

       PROCEDURE DIVISION USING LK-R LK-AREA.
           MULTIPLY LK-R BY LK-R GIVING WS-R-SQ ROUNDED
           MULTIPLY WS-PI BY WS-R-SQ GIVING LK-AREA ROUNDED
           GOBACK.

       END PROGRAM AREA-CIRCLE-ENGINE.

      *****************************************************************
      * AREA-TRAPEZOID-ENGINE computes the area of a trapezoid of
      * bases LK-B1 and LK-B2 and height LK-H into LK-AREA, the same
      * formula trapezoid.cob uses.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA-TRAPEZOID-ENGINE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-SUM-B PIC 9(5)V999.
       LINKAGE SECTION.
       01 LK-B1 PIC 9(4)V99.
       01 LK-B2 PIC 9(4)V99.
       01 LK-H PIC 9(4)V99.
       01 LK-AREA PIC 9(6)V999.

       PROCEDURE DIVISION USING LK-B1 LK-B2 LK-H LK-AREA.
      *    WS-SUM-B carries one decimal place so the halved base
      *    total keeps its fraction instead of truncating to an
      *    integer before LK-H is applied - see trapezoid.cob.
           ADD LK-B1 LK-B2 GIVING WS-SUM-B
           DIVIDE WS-SUM-B BY 2 GIVING WS-SUM-B
           MULTIPLY WS-SUM-B BY LK-H GIVING LK-AREA ROUNDED
           GOBACK.

       END PROGRAM AREA-TRAPEZOID-ENGINE.

      *****************************************************************
      * AREA-POLYGON-ENGINE computes the area, perimeter and centroid
      * of an irregular polygon from its LK-VERTEX-COUNT vertices,
      * taken in order round the outline (either direction) and
      * already converted to feet.  The area is the shoelace sum,
      * the perimeter the sum of the edge lengths, the centroid the
      * area-weighted mean of the shoelace triangles.  LK-STATUS
      * comes back blank when the figures are good, otherwise:
      *   "F" - fewer than three vertices;
      *   "M" - more vertices than the table holds;
      *   "Z" - a zero-length edge or no enclosed area;
      *   "X" - two edges cross or touch - self-intersecting;
      *   "O" - the area or perimeter is too large to carry;
      * in which case the figures are left unchanged.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA-POLYGON-ENGINE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-I PIC 9(2) COMP.
       01 WS-J PIC 9(2) COMP.
       01 WS-NEXT-I PIC 9(2) COMP.
       01 WS-NEXT-J PIC 9(2) COMP.
       01 WS-CROSS PIC S9(13)V9(4).
       01 WS-TWICE-AREA PIC S9(13)V9(4).
       01 WS-SUM-CX PIC S9(17)V9(4).
       01 WS-SUM-CY PIC S9(17)V9(4).
       01 WS-DX PIC S9(7)V99.
       01 WS-DY PIC S9(7)V99.
       01 WS-PERIM PIC 9(11)V9(4).
       01 WS-AREA-WORK PIC 9(13)V9(4).
       01 WS-O1 PIC S9(13)V9(4).
       01 WS-O2 PIC S9(13)V9(4).
       01 WS-O3 PIC S9(13)V9(4).
       01 WS-O4 PIC S9(13)V9(4).
       01 WS-AX PIC 9(6)V99.
       01 WS-AY PIC 9(6)V99.
       01 WS-BX PIC 9(6)V99.
       01 WS-BY PIC 9(6)V99.
       01 WS-CX PIC 9(6)V99.
       01 WS-CY PIC 9(6)V99.
       01 WS-DDX PIC 9(6)V99.
       01 WS-DDY PIC 9(6)V99.
       01 WS-PX PIC 9(6)V99.
       01 WS-PY PIC 9(6)V99.
       01 WS-SX1 PIC 9(6)V99.
       01 WS-SY1 PIC 9(6)V99.
       01 WS-SX2 PIC 9(6)V99.
       01 WS-SY2 PIC 9(6)V99.
       01 WS-TOUCH-SWITCH PIC X.
           88 WS-TOUCHES VALUE "Y".
       LINKAGE SECTION.
       01 LK-VERTEX-COUNT PIC 9(2).
       01 LK-VERTICES.
           05 LK-VERTEX OCCURS 30 TIMES.
               10 LK-VX PIC 9(6)V99.
               10 LK-VY PIC 9(6)V99.
       01 LK-AREA PIC 9(6)V999.
       01 LK-PERIMETER PIC 9(6)V999.
       01 LK-CENTROID-X PIC 9(6)V999.
       01 LK-CENTROID-Y PIC 9(6)V999.
       01 LK-STATUS PIC X.
           88 LK-TOO-FEW VALUE "F".
           88 LK-TOO-MANY VALUE "M".
           88 LK-DEGENERATE VALUE "Z".
           88 LK-CROSSING VALUE "X".
           88 LK-TOO-LARGE VALUE "O".

       PROCEDURE DIVISION USING LK-VERTEX-COUNT LK-VERTICES LK-AREA
              LK-PERIMETER LK-CENTROID-X LK-CENTROID-Y LK-STATUS.
           MOVE SPACE TO LK-STATUS
           EVALUATE TRUE
              WHEN LK-VERTEX-COUNT < 3
                 SET LK-TOO-FEW TO TRUE
              WHEN LK-VERTEX-COUNT > 30
                 SET LK-TOO-MANY TO TRUE
              WHEN OTHER
                 PERFORM MEASURE-EDGES
                 IF LK-STATUS = SPACE
                    PERFORM CHECK-CROSSING-EDGES
                 END-IF
                 IF LK-STATUS = SPACE
                    PERFORM MEASURE-ENCLOSED-AREA
                 END-IF
           END-EVALUATE
           GOBACK.

      *    The edge after vertex I runs to vertex I + 1, the last
      *    edge back round to the first vertex.
       SET-NEXT-I.
           IF WS-I = LK-VERTEX-COUNT
              MOVE 1 TO WS-NEXT-I
           ELSE
              COMPUTE WS-NEXT-I = WS-I + 1
           END-IF.

       SET-NEXT-J.
           IF WS-J = LK-VERTEX-COUNT
              MOVE 1 TO WS-NEXT-J
           ELSE
              COMPUTE WS-NEXT-J = WS-J + 1
           END-IF.

       MEASURE-EDGES.
           MOVE ZERO TO WS-PERIM
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > LK-VERTEX-COUNT OR LK-STATUS NOT = SPACE
              PERFORM SET-NEXT-I
              COMPUTE WS-DX = LK-VX(WS-NEXT-I) - LK-VX(WS-I)
              COMPUTE WS-DY = LK-VY(WS-NEXT-I) - LK-VY(WS-I)
              IF WS-DX = ZERO AND WS-DY = ZERO
                 SET LK-DEGENERATE TO TRUE
              ELSE
                 COMPUTE WS-PERIM ROUNDED = WS-PERIM
                    + FUNCTION SQRT(WS-DX * WS-DX + WS-DY * WS-DY)
              END-IF
           END-PERFORM.

      *****************************************************************
      * CHECK-CROSSING-EDGES tests every pair of edges that do not
      * share a vertex: two such edges may neither cross nor touch.
      * The tests are the usual orientation signs - the edges cross
      * when each one's endpoints lie on opposite sides of the other
      * - with a collinear endpoint lying on the other edge counted
      * as a touch.
      *****************************************************************
       CHECK-CROSSING-EDGES.
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > LK-VERTEX-COUNT OR LK-STATUS NOT = SPACE
              PERFORM SET-NEXT-I
              PERFORM VARYING WS-J FROM WS-I BY 1
                    UNTIL WS-J > LK-VERTEX-COUNT
                    OR LK-STATUS NOT = SPACE
                 PERFORM SET-NEXT-J
                 IF WS-J NOT = WS-I AND WS-J NOT = WS-NEXT-I
                    AND WS-NEXT-J NOT = WS-I
                    PERFORM CHECK-ONE-EDGE-PAIR
                 END-IF
              END-PERFORM
           END-PERFORM.

       CHECK-ONE-EDGE-PAIR.
           MOVE LK-VX(WS-I) TO WS-AX
           MOVE LK-VY(WS-I) TO WS-AY
           MOVE LK-VX(WS-NEXT-I) TO WS-BX
           MOVE LK-VY(WS-NEXT-I) TO WS-BY
           MOVE LK-VX(WS-J) TO WS-CX
           MOVE LK-VY(WS-J) TO WS-CY
           MOVE LK-VX(WS-NEXT-J) TO WS-DDX
           MOVE LK-VY(WS-NEXT-J) TO WS-DDY
           COMPUTE WS-O1 = (WS-BX - WS-AX) * (WS-CY - WS-AY)
              - (WS-BY - WS-AY) * (WS-CX - WS-AX)
           COMPUTE WS-O2 = (WS-BX - WS-AX) * (WS-DDY - WS-AY)
              - (WS-BY - WS-AY) * (WS-DDX - WS-AX)
           COMPUTE WS-O3 = (WS-DDX - WS-CX) * (WS-AY - WS-CY)
              - (WS-DDY - WS-CY) * (WS-AX - WS-CX)
           COMPUTE WS-O4 = (WS-DDX - WS-CX) * (WS-BY - WS-CY)
              - (WS-DDY - WS-CY) * (WS-BX - WS-CX)
           IF ((WS-O1 > ZERO AND WS-O2 < ZERO)
              OR (WS-O1 < ZERO AND WS-O2 > ZERO))
              AND ((WS-O3 > ZERO AND WS-O4 < ZERO)
              OR (WS-O3 < ZERO AND WS-O4 > ZERO))
              SET LK-CROSSING TO TRUE
           ELSE
              MOVE "N" TO WS-TOUCH-SWITCH
              IF WS-O1 = ZERO
                 MOVE WS-CX TO WS-PX
                 MOVE WS-CY TO WS-PY
                 PERFORM SET-SEGMENT-AB
                 PERFORM CHECK-POINT-ON-SEGMENT
              END-IF
              IF WS-O2 = ZERO
                 MOVE WS-DDX TO WS-PX
                 MOVE WS-DDY TO WS-PY
                 PERFORM SET-SEGMENT-AB
                 PERFORM CHECK-POINT-ON-SEGMENT
              END-IF
              IF WS-O3 = ZERO
                 MOVE WS-AX TO WS-PX
                 MOVE WS-AY TO WS-PY
                 PERFORM SET-SEGMENT-CD
                 PERFORM CHECK-POINT-ON-SEGMENT
              END-IF
              IF WS-O4 = ZERO
                 MOVE WS-BX TO WS-PX
                 MOVE WS-BY TO WS-PY
                 PERFORM SET-SEGMENT-CD
                 PERFORM CHECK-POINT-ON-SEGMENT
              END-IF
              IF WS-TOUCHES
                 SET LK-CROSSING TO TRUE
              END-IF
           END-IF.

       SET-SEGMENT-AB.
           MOVE WS-AX TO WS-SX1
           MOVE WS-AY TO WS-SY1
           MOVE WS-BX TO WS-SX2
           MOVE WS-BY TO WS-SY2.

       SET-SEGMENT-CD.
           MOVE WS-CX TO WS-SX1
           MOVE WS-CY TO WS-SY1
           MOVE WS-DDX TO WS-SX2
           MOVE WS-DDY TO WS-SY2.

      *    A point collinear with a segment touches it when it lies
      *    within the segment's bounding box.
       CHECK-POINT-ON-SEGMENT.
           IF ((WS-PX NOT < WS-SX1 AND WS-PX NOT > WS-SX2)
              OR (WS-PX NOT < WS-SX2 AND WS-PX NOT > WS-SX1))
              AND ((WS-PY NOT < WS-SY1 AND WS-PY NOT > WS-SY2)
              OR (WS-PY NOT < WS-SY2 AND WS-PY NOT > WS-SY1))
              SET WS-TOUCHES TO TRUE
           END-IF.

      *****************************************************************
      * MEASURE-ENCLOSED-AREA takes the shoelace sum - twice the
      * signed area - and the centroid moments with it; the signs
      * cancel in the centroid, so the direction round the outline
      * does not matter.
      *****************************************************************
       MEASURE-ENCLOSED-AREA.
           MOVE ZERO TO WS-TWICE-AREA
           MOVE ZERO TO WS-SUM-CX
           MOVE ZERO TO WS-SUM-CY
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > LK-VERTEX-COUNT
              PERFORM SET-NEXT-I
              COMPUTE WS-CROSS = LK-VX(WS-I) * LK-VY(WS-NEXT-I)
                 - LK-VX(WS-NEXT-I) * LK-VY(WS-I)
              ADD WS-CROSS TO WS-TWICE-AREA
              COMPUTE WS-SUM-CX = WS-SUM-CX
                 + (LK-VX(WS-I) + LK-VX(WS-NEXT-I)) * WS-CROSS
              COMPUTE WS-SUM-CY = WS-SUM-CY
                 + (LK-VY(WS-I) + LK-VY(WS-NEXT-I)) * WS-CROSS
           END-PERFORM
           IF WS-TWICE-AREA < ZERO
              COMPUTE WS-AREA-WORK ROUNDED = WS-TWICE-AREA / -2
           ELSE
              COMPUTE WS-AREA-WORK ROUNDED = WS-TWICE-AREA / 2
           END-IF
           EVALUATE TRUE
              WHEN WS-AREA-WORK = ZERO
                 SET LK-DEGENERATE TO TRUE
              WHEN WS-AREA-WORK > 999999.999
                 OR WS-PERIM > 999999.999
                 SET LK-TOO-LARGE TO TRUE
              WHEN OTHER
                 MOVE WS-AREA-WORK TO LK-AREA
                 MOVE WS-PERIM TO LK-PERIMETER
                 COMPUTE LK-CENTROID-X ROUNDED =
                    WS-SUM-CX / (3 * WS-TWICE-AREA)
                 COMPUTE LK-CENTROID-Y ROUNDED =
                    WS-SUM-CY / (3 * WS-TWICE-AREA)
           END-EVALUATE.

       END PROGRAM AREA-POLYGON-ENGINE.

      *****************************************************************
      * VOLUME-CUBE-ENGINE computes the volume of a cube of side
      * LK-S into LK-VOLUME.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLUME-CUBE-ENGINE.
       DATA DIVISION.
       LINKAGE SECTION.
       01 LK-S PIC 9(2).
       01 LK-VOLUME PIC 9(8)V999.

       PROCEDURE DIVISION USING LK-S LK-VOLUME.
           COMPUTE LK-VOLUME = LK-S * LK-S * LK-S
           GOBACK.

       END PROGRAM VOLUME-CUBE-ENGINE.

      *****************************************************************
      * VOLUME-PRISM-ENGINE computes the volume of a rectangular
      * prism of length LK-L, width LK-W, and height LK-H into
      * LK-VOLUME.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLUME-PRISM-ENGINE.
       DATA DIVISION.
       LINKAGE SECTION.
       01 LK-L PIC 9(2).
       01 LK-W PIC 9(2).
       01 LK-H PIC 9(2).
       01 LK-VOLUME PIC 9(8)V999.

       PROCEDURE DIVISION USING LK-L LK-W LK-H LK-VOLUME.
           COMPUTE LK-VOLUME = LK-L * LK-W * LK-H
           GOBACK.

       END PROGRAM VOLUME-PRISM-ENGINE.

      *****************************************************************
      * VOLUME-SPHERE-ENGINE computes the volume of a sphere of
      * radius LK-R into LK-VOLUME, using the same five-digit pi the
      * circle engine uses.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLUME-SPHERE-ENGINE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-PI PIC 9V9(5) VALUE 3.14159.
       LINKAGE SECTION.
       01 LK-R PIC 9(2).
       01 LK-VOLUME PIC 9(8)V999.

       PROCEDURE DIVISION USING LK-R LK-VOLUME.
           COMPUTE LK-VOLUME ROUNDED =
              4 * WS-PI * LK-R * LK-R * LK-R / 3
           GOBACK.

       END PROGRAM VOLUME-SPHERE-ENGINE.

      *****************************************************************
      * VOLUME-CYLINDER-ENGINE computes the volume of a cylinder of
      * radius LK-R and height LK-H into LK-VOLUME.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLUME-CYLINDER-ENGINE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-PI PIC 9V9(5) VALUE 3.14159.
       LINKAGE SECTION.
       01 LK-R PIC 9(2).
       01 LK-H PIC 9(2).
       01 LK-VOLUME PIC 9(8)V999.

       PROCEDURE DIVISION USING LK-R LK-H LK-VOLUME.
           COMPUTE LK-VOLUME ROUNDED =
              WS-PI * LK-R * LK-R * LK-H
           GOBACK.

       END PROGRAM VOLUME-CYLINDER-ENGINE.
