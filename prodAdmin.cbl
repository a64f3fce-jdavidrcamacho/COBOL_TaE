      * product master and bill-of-materials maintenance
      *    TOPIC:
      *    WHAT EACH PRODUCT IS MADE OF
      *****************************************************************
      * Sales take orders for products, not for shapes, and the
      * shapes each product is cut and formed from were keyed into
      * the decks by hand off a paper bill of materials.  This
      * program keeps the bills on PRODMAST.DAT so bomExplode can
      * turn an order into the decks itself.  One record per
      * component:
      *
      *   product code (8), component shape code (9) - an area
      *   shape (SQUARE, CIRCLE, RECTANGLE, TRIANGLE, TRAPEZOID) or
      *   a volume shape (CUBE, PRISM, SPHERE, CYLINDER) - unit of
      *   measure code (2), three two-digit dimensions, material
      *   (8) and quantity per unit of the product (3).
      *
      * The components are edited to the rules the decks are held
      * to: the shape's dimension count filled and the rest zero,
      * an area shape's unit code one of FT, IN, M, CM or blank and
      * its material named (the material prices the job through
      * the rate master), a volume shape's unit code blank since
      * the volume deck carries none.
      *
      *   L - list the products and their components;
      *   A - add a component to a product (a new product starts
      *       with its first component);
      *   C - drop one component of a product by its number;
      *   D - delete a product and all its components;
      *   X - exit.
      *
      * Every change to a product already on file is journaled to
      * MAINTJRN.DAT in the header-then-IMG-lines shape deckMaint
      * and matLibMaint use - the product's components as they
      * stood before the change - so jrnRestore can put the
      * product back, and is logged to LOGINAUD.DAT in the same
      * date/time/USER=/OUTCOME= line the other masters use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prodAdmin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PRODUCT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MAINTJRN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JOURNAL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05 PRD-PRODUCT PIC X(8).
           05 PRD-SHAPE PIC X(9).
           05 PRD-UNIT PIC X(2).
           05 PRD-DIM-1 PIC 9(2).
           05 PRD-DIM-2 PIC 9(2).
           05 PRD-DIM-3 PIC 9(2).
           05 PRD-MATERIAL PIC X(8).
           05 PRD-QTY-PER PIC 9(3).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD PIC X(80).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 1000 TIMES.
               10 WS-TBL-PRODUCT PIC X(8).
               10 WS-TBL-SHAPE PIC X(9).
               10 WS-TBL-UNIT PIC X(2).
               10 WS-TBL-DIM-1 PIC 9(2).
               10 WS-TBL-DIM-2 PIC 9(2).
               10 WS-TBL-DIM-3 PIC 9(2).
               10 WS-TBL-MATERIAL PIC X(8).
               10 WS-TBL-QTY-PER PIC 9(3).
       01 WS-PRODUCT-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-COMPONENTS PIC 9(4) COMP VALUE 1000.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 WS-FUNC-LIST VALUE "L".
           88 WS-FUNC-ADD VALUE "A".
           88 WS-FUNC-DROP VALUE "C".
           88 WS-FUNC-DELETE VALUE "D".
           88 WS-FUNC-EXIT VALUE "X".
       01 WS-TARGET-PRODUCT PIC X(8).
       01 WS-NEW-COMPONENT.
           05 WS-NEW-PRODUCT PIC X(8).
           05 WS-NEW-SHAPE PIC X(9).
           05 WS-NEW-UNIT PIC X(2).
           05 WS-NEW-DIM-1 PIC 9(2).
           05 WS-NEW-DIM-2 PIC 9(2).
           05 WS-NEW-DIM-3 PIC 9(2).
           05 WS-NEW-MATERIAL PIC X(8).
           05 WS-NEW-QTY-PER PIC 9(3).
       01 WS-DIMS-IN PIC X(6).
       01 WS-QTY-IN PIC X(3).
       01 WS-COMP-IN PIC X(3).
       01 WS-COMP-NUMBER PIC 9(3).
       01 WS-DIMS-NEEDED PIC 9 COMP.
       01 WS-SHAPE-KIND PIC X.
           88 WS-AREA-SHAPE VALUE "A".
           88 WS-VOLUME-SHAPE VALUE "V".
       01 WS-EDIT-OK-SWITCH PIC X.
           88 WS-EDIT-OK VALUE "Y".
       01 WS-REASON PIC X(40).
       01 WS-PRODUCT-LINES PIC 9(4) COMP.
       01 WS-FIRST-INDEX PIC 9(4) COMP.
       01 WS-LAST-INDEX PIC 9(4) COMP.
       01 WS-DROP-INDEX PIC 9(4) COMP.
       01 WS-COMP-SHOWN PIC 9(3).
       01 WS-DELETE-COUNT PIC 9(4) COMP.
       01 WS-JRN-DATE PIC 9(8).
       01 WS-JRN-TIME PIC 9(8).
       01 WS-JRN-ACTION PIC X(8).
       01 WS-JRN-IMAGES PIC 9(4).
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(40).
       01 WS-CHANGE-COUNT PIC 9(4) VALUE ZERO.
       01 I PIC 9(4) COMP.
       01 J PIC 9(4) COMP.
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "PRODADMIN".
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
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM UNTIL WS-FUNC-EXIT
              DISPLAY "PRODUCT ADMIN - L LIST, A ADD COMPONENT,"
                 " C DROP COMPONENT, D DELETE PRODUCT, X EXIT"
              ACCEPT WS-FUNCTION
              EVALUATE TRUE
                 WHEN WS-FUNC-LIST
                    PERFORM LIST-PRODUCTS
                 WHEN WS-FUNC-ADD
                    PERFORM ADD-COMPONENT
                 WHEN WS-FUNC-DROP
                    PERFORM DROP-COMPONENT
                 WHEN WS-FUNC-DELETE
                    PERFORM DELETE-PRODUCT
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN FUNCTION " WS-FUNCTION
              END-EVALUATE
           END-PERFORM
           DISPLAY "PRODADMIN COMPLETE - " WS-CHANGE-COUNT
              " CHANGES APPLIED"
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * LOAD-PRODUCT-TABLE reads the master whole, the same load
      * vendorAdmin performs on VENDMAST.DAT.  A product's
      * components stay together in the order they were added.
      *****************************************************************
       LOAD-PRODUCT-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-PRODUCT-COUNT
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ PRODUCT-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-PRODUCT-COUNT = WS-MAX-COMPONENTS
                          DISPLAY "PRODUCT TABLE FULL - RECORDS PAST "
                             WS-MAX-COMPONENTS " IGNORED"
                          SET WS-EOF TO TRUE
                       ELSE
                          ADD 1 TO WS-PRODUCT-COUNT
                          MOVE PRODUCT-RECORD TO
                             WS-PRODUCT-ENTRY(WS-PRODUCT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODUCT-FILE
           ELSE
              DISPLAY "PRODMAST.DAT NOT FOUND - STARTING EMPTY"
           END-IF.

       REWRITE-PRODUCT-FILE.
           OPEN OUTPUT PRODUCT-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PRODUCT-COUNT
              MOVE WS-PRODUCT-ENTRY(I) TO PRODUCT-RECORD
              WRITE PRODUCT-RECORD
           END-PERFORM
           CLOSE PRODUCT-FILE
           ADD 1 TO WS-CHANGE-COUNT.

      *****************************************************************
      * FIND-TARGET-PRODUCT counts the target product's components
      * and notes where they start and end in the table.
      *****************************************************************
       FIND-TARGET-PRODUCT.
           MOVE ZERO TO WS-PRODUCT-LINES
           MOVE ZERO TO WS-FIRST-INDEX
           MOVE ZERO TO WS-LAST-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PRODUCT-COUNT
              IF WS-TBL-PRODUCT(I) = WS-TARGET-PRODUCT
                 ADD 1 TO WS-PRODUCT-LINES
                 IF WS-FIRST-INDEX = ZERO
                    MOVE I TO WS-FIRST-INDEX
                 END-IF
                 MOVE I TO WS-LAST-INDEX
              END-IF
           END-PERFORM.

       LIST-PRODUCTS.
           DISPLAY "COMPONENT RECORDS ON FILE: " WS-PRODUCT-COUNT
           MOVE SPACES TO WS-TARGET-PRODUCT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PRODUCT-COUNT
              IF WS-TBL-PRODUCT(I) NOT = WS-TARGET-PRODUCT
                 MOVE WS-TBL-PRODUCT(I) TO WS-TARGET-PRODUCT
                 MOVE ZERO TO WS-COMP-SHOWN
                 DISPLAY "PRODUCT " WS-TARGET-PRODUCT
              END-IF
              ADD 1 TO WS-COMP-SHOWN
              DISPLAY "  " WS-COMP-SHOWN " " WS-TBL-SHAPE(I) " "
                 WS-TBL-UNIT(I) " " WS-TBL-DIM-1(I) " "
                 WS-TBL-DIM-2(I) " " WS-TBL-DIM-3(I) " "
                 WS-TBL-MATERIAL(I) " QTY " WS-TBL-QTY-PER(I)
           END-PERFORM.

      *****************************************************************
      * ADD-COMPONENT keys one component, edits it, and files it
      * after the product's existing components (or at the end of
      * the master for a new product).
      *****************************************************************
       ADD-COMPONENT.
           MOVE SPACES TO WS-NEW-COMPONENT
           DISPLAY "Product code (8 characters): "
           ACCEPT WS-NEW-PRODUCT
           DISPLAY "Component shape code: "
           ACCEPT WS-NEW-SHAPE
           DISPLAY "Unit of measure code (FT, IN, M, CM or blank): "
           ACCEPT WS-NEW-UNIT
           DISPLAY "Dimensions (three 2-digit values, unused 00): "
           ACCEPT WS-DIMS-IN
           DISPLAY "Material (8 characters, area shapes): "
           ACCEPT WS-NEW-MATERIAL
           DISPLAY "Quantity per unit of product (3 digits): "
           ACCEPT WS-QTY-IN
           PERFORM EDIT-NEW-COMPONENT
           IF NOT WS-EDIT-OK
              DISPLAY "COMPONENT REJECTED - " WS-REASON
           ELSE
              IF WS-PRODUCT-COUNT NOT < WS-MAX-COMPONENTS
                 DISPLAY "PRODUCT TABLE FULL - COMPONENT NOT ADDED"
              ELSE
                 MOVE WS-NEW-PRODUCT TO WS-TARGET-PRODUCT
                 PERFORM FIND-TARGET-PRODUCT
                 IF WS-PRODUCT-LINES > ZERO
                    MOVE "ADDCOMP " TO WS-JRN-ACTION
                    PERFORM JOURNAL-PRODUCT-BEFORE
                    PERFORM OPEN-SLOT-AFTER-PRODUCT
                 ELSE
                    ADD 1 TO WS-PRODUCT-COUNT
                    MOVE WS-PRODUCT-COUNT TO WS-LAST-INDEX
                 END-IF
                 MOVE WS-NEW-COMPONENT TO
                    WS-PRODUCT-ENTRY(WS-LAST-INDEX)
                 PERFORM REWRITE-PRODUCT-FILE
                 MOVE SPACES TO WS-AUDIT-ACTION
                 STRING "PRODUCT " WS-NEW-PRODUCT " ADD "
                    WS-NEW-SHAPE DELIMITED BY SIZE
                    INTO WS-AUDIT-ACTION
                 PERFORM WRITE-ADMIN-AUDIT-ENTRY
                 DISPLAY "COMPONENT ADDED TO " WS-NEW-PRODUCT
              END-IF
           END-IF.

      *****************************************************************
      * OPEN-SLOT-AFTER-PRODUCT shifts the table down one place past
      * the product's last component and points WS-LAST-INDEX at
      * the opened slot.
      *****************************************************************
       OPEN-SLOT-AFTER-PRODUCT.
           ADD 1 TO WS-PRODUCT-COUNT
           PERFORM VARYING J FROM WS-PRODUCT-COUNT BY -1
                 UNTIL J <= WS-LAST-INDEX + 1
              MOVE WS-PRODUCT-ENTRY(J - 1) TO WS-PRODUCT-ENTRY(J)
           END-PERFORM
           ADD 1 TO WS-LAST-INDEX.

      *****************************************************************
      * EDIT-NEW-COMPONENT holds the keyed component to the deck
      * rules set out in the banner.
      *****************************************************************
       EDIT-NEW-COMPONENT.
           MOVE "Y" TO WS-EDIT-OK-SWITCH
           MOVE SPACES TO WS-REASON
           IF WS-NEW-PRODUCT = SPACES
              MOVE "N" TO WS-EDIT-OK-SWITCH
              MOVE "PRODUCT CODE BLANK" TO WS-REASON
           END-IF
           IF WS-EDIT-OK
              EVALUATE WS-NEW-SHAPE
                 WHEN "SQUARE"
                 WHEN "CIRCLE"
                    MOVE "A" TO WS-SHAPE-KIND
                    MOVE 1 TO WS-DIMS-NEEDED
                 WHEN "RECTANGLE"
                    MOVE "A" TO WS-SHAPE-KIND
                    MOVE 2 TO WS-DIMS-NEEDED
                 WHEN "TRIANGLE"
                 WHEN "TRAPEZOID"
                    MOVE "A" TO WS-SHAPE-KIND
                    MOVE 3 TO WS-DIMS-NEEDED
                 WHEN "CUBE"
                 WHEN "SPHERE"
                    MOVE "V" TO WS-SHAPE-KIND
                    MOVE 1 TO WS-DIMS-NEEDED
                 WHEN "CYLINDER"
                    MOVE "V" TO WS-SHAPE-KIND
                    MOVE 2 TO WS-DIMS-NEEDED
                 WHEN "PRISM"
                    MOVE "V" TO WS-SHAPE-KIND
                    MOVE 3 TO WS-DIMS-NEEDED
                 WHEN OTHER
                    MOVE "N" TO WS-EDIT-OK-SWITCH
                    MOVE "UNKNOWN SHAPE CODE" TO WS-REASON
              END-EVALUATE
           END-IF
           IF WS-EDIT-OK
              IF WS-DIMS-IN IS NUMERIC
                 MOVE WS-DIMS-IN(1:2) TO WS-NEW-DIM-1
                 MOVE WS-DIMS-IN(3:2) TO WS-NEW-DIM-2
                 MOVE WS-DIMS-IN(5:2) TO WS-NEW-DIM-3
                 PERFORM EDIT-DIMENSION-COUNT
              ELSE
                 MOVE "N" TO WS-EDIT-OK-SWITCH
                 MOVE "DIMENSIONS NOT SIX DIGITS" TO WS-REASON
              END-IF
           END-IF
           IF WS-EDIT-OK
              IF WS-AREA-SHAPE
                 IF WS-NEW-UNIT NOT = "FT" AND WS-NEW-UNIT NOT = "IN"
                    AND WS-NEW-UNIT NOT = "M "
                    AND WS-NEW-UNIT NOT = "CM"
                    AND WS-NEW-UNIT NOT = "  "
                    MOVE "N" TO WS-EDIT-OK-SWITCH
                    MOVE "UNKNOWN UNIT CODE" TO WS-REASON
                 ELSE
                    IF WS-NEW-MATERIAL = SPACES
                       MOVE "N" TO WS-EDIT-OK-SWITCH
                       MOVE "AREA COMPONENT NEEDS A MATERIAL" TO
                          WS-REASON
                    END-IF
                 END-IF
              ELSE
                 IF WS-NEW-UNIT NOT = SPACES
                    MOVE "N" TO WS-EDIT-OK-SWITCH
                    MOVE "VOLUME SHAPES TAKE NO UNIT CODE" TO
                       WS-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-EDIT-OK
              IF WS-QTY-IN IS NUMERIC
                 MOVE WS-QTY-IN TO WS-NEW-QTY-PER
              ELSE
                 MOVE ZERO TO WS-NEW-QTY-PER
              END-IF
              IF WS-NEW-QTY-PER = ZERO
                 MOVE "N" TO WS-EDIT-OK-SWITCH
                 MOVE "QUANTITY NOT 3 DIGITS OR ZERO" TO WS-REASON
              END-IF
           END-IF.

       EDIT-DIMENSION-COUNT.
           IF WS-NEW-DIM-1 = ZERO
              OR (WS-DIMS-NEEDED > 1 AND WS-NEW-DIM-2 = ZERO)
              OR (WS-DIMS-NEEDED > 2 AND WS-NEW-DIM-3 = ZERO)
              MOVE "N" TO WS-EDIT-OK-SWITCH
              MOVE "SHAPE DIMENSION MISSING OR ZERO" TO WS-REASON
           ELSE
              IF (WS-DIMS-NEEDED < 2 AND WS-NEW-DIM-2 NOT = ZERO)
                 OR (WS-DIMS-NEEDED < 3 AND WS-NEW-DIM-3 NOT = ZERO)
                 MOVE "N" TO WS-EDIT-OK-SWITCH
                 MOVE "TOO MANY DIMENSIONS FOR SHAPE" TO WS-REASON
              END-IF
           END-IF.

      *****************************************************************
      * DROP-COMPONENT removes one component, numbered as the list
      * numbers them within the product.
      *****************************************************************
       DROP-COMPONENT.
           DISPLAY "Product code: "
           ACCEPT WS-TARGET-PRODUCT
           PERFORM FIND-TARGET-PRODUCT
           IF WS-PRODUCT-LINES = ZERO
              DISPLAY "NO SUCH PRODUCT"
           ELSE
              DISPLAY "Component number (1 to " WS-PRODUCT-LINES
                 "): "
              ACCEPT WS-COMP-IN
              MOVE ZERO TO WS-COMP-NUMBER
              IF WS-COMP-IN(1:3) IS NUMERIC
                 MOVE WS-COMP-IN(1:3) TO WS-COMP-NUMBER
              ELSE
                 IF WS-COMP-IN(1:1) IS NUMERIC
                    MOVE WS-COMP-IN(1:1) TO WS-COMP-NUMBER
                 END-IF
              END-IF
              IF WS-COMP-NUMBER = ZERO
                 OR WS-COMP-NUMBER > WS-PRODUCT-LINES
                 DISPLAY "NO SUCH COMPONENT"
              ELSE
                 MOVE "DROPCOMP" TO WS-JRN-ACTION
                 PERFORM JOURNAL-PRODUCT-BEFORE
                 PERFORM LOCATE-COMPONENT
                 PERFORM VARYING I FROM WS-DROP-INDEX BY 1
                       UNTIL I >= WS-PRODUCT-COUNT
                    MOVE WS-PRODUCT-ENTRY(I + 1) TO
                       WS-PRODUCT-ENTRY(I)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-PRODUCT-COUNT
                 PERFORM REWRITE-PRODUCT-FILE
                 MOVE SPACES TO WS-AUDIT-ACTION
                 STRING "PRODUCT " WS-TARGET-PRODUCT " DROP "
                    WS-COMP-NUMBER DELIMITED BY SIZE
                    INTO WS-AUDIT-ACTION
                 PERFORM WRITE-ADMIN-AUDIT-ENTRY
                 DISPLAY "COMPONENT DROPPED FROM " WS-TARGET-PRODUCT
              END-IF
           END-IF.

       LOCATE-COMPONENT.
           MOVE ZERO TO WS-COMP-SHOWN
           MOVE ZERO TO WS-DROP-INDEX
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-PRODUCT-COUNT OR WS-DROP-INDEX > ZERO
              IF WS-TBL-PRODUCT(I) = WS-TARGET-PRODUCT
                 ADD 1 TO WS-COMP-SHOWN
                 IF WS-COMP-SHOWN = WS-COMP-NUMBER
                    MOVE I TO WS-DROP-INDEX
                 END-IF
              END-IF
           END-PERFORM.

       DELETE-PRODUCT.
           DISPLAY "Product code to delete: "
           ACCEPT WS-TARGET-PRODUCT
           PERFORM FIND-TARGET-PRODUCT
           IF WS-PRODUCT-LINES = ZERO
              DISPLAY "NO SUCH PRODUCT"
           ELSE
              MOVE "DELETE  " TO WS-JRN-ACTION
              PERFORM JOURNAL-PRODUCT-BEFORE
              MOVE ZERO TO J
              PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > WS-PRODUCT-COUNT
                 IF WS-TBL-PRODUCT(I) NOT = WS-TARGET-PRODUCT
                    ADD 1 TO J
                    MOVE WS-PRODUCT-ENTRY(I) TO WS-PRODUCT-ENTRY(J)
                 END-IF
              END-PERFORM
              MOVE J TO WS-PRODUCT-COUNT
              PERFORM REWRITE-PRODUCT-FILE
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "PRODUCT DELETED " WS-TARGET-PRODUCT
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
              DISPLAY "PRODUCT DELETED - " WS-TARGET-PRODUCT
           END-IF.

      *****************************************************************
      * JOURNAL-PRODUCT-BEFORE appends one journal header and the
      * product's components as they stand - the before-image
      * jrnRestore puts back - to MAINTJRN.DAT.
      *****************************************************************
       JOURNAL-PRODUCT-BEFORE.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE WS-PRODUCT-LINES TO WS-JRN-IMAGES
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE SPACES TO JOURNAL-RECORD
           STRING "JRNL" WS-JRN-DATE WS-JRN-TIME WS-AUTH-USER
              "PRODADMIN   " WS-JRN-ACTION
              "PRODMAST.DAT        " WS-JRN-IMAGES
              DELIMITED BY SIZE INTO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PRODUCT-COUNT
              IF WS-TBL-PRODUCT(I) = WS-TARGET-PRODUCT
                 MOVE SPACES TO JOURNAL-RECORD
                 STRING "IMG " WS-PRODUCT-ENTRY(I)
                    DELIMITED BY SIZE INTO JOURNAL-RECORD
                 WRITE JOURNAL-RECORD
              END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE.

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

       END PROGRAM prodAdmin.

       COPY AUTHGATE.

       COPY DATESERV.

       COPY ENVNAME.
