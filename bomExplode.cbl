      * product order explosion into the area and volume decks
      *    TOPIC:
      *    FROM A CUSTOMER ORDER TO THE NIGHT'S DECKS
      *****************************************************************
      * An order for a product used to be worked out into its shapes
      * off the paper bill of materials and keyed into the decks by
      * hand.  This program reads the night's orders from PRODORD.DAT
      * - product code (8), quantity (4), job number (4), billed
      * account (4) and freight zone (2) - explodes each through the
      * bill of materials prodAdmin keeps on PRODMAST.DAT, and
      * writes the decks fresh, HEADER and TRAILER integrity records
      * included, in the same formats tranEdit and the batch drivers
      * read:
      *
      *   AREATRAN.DAT - the area components, grouped under a JOB
      *                  block per order and material (the job line,
      *                  with the order's account in columns 7-10,
      *                  and an "&material" rate line, so the job
      *                  prices off the rate master), each shape line
      *                  carrying its serial in columns 10-15 and
      *                  unit code in 17-18, then its dimensions;
      *   VOLTRAN.DAT  - the volume components under a JOB block per
      *                  order, the job line carrying the job, zone
      *                  and account freightCalc ships and bills by.
      *
      * A component is repeated its quantity per unit times the
      * ordered quantity, each repetition its own serial off the
      * persistent sequence CSVSER.DAT csvImport issues from, so an
      * import and an explosion never issue the same serial.  The
      * TRAILER counts the shape transactions, JOB blocks aside.  A
      * deck no accepted order explodes into is left as it stands.
      *
      * The decks are written under the per-deck interlock the way
      * csvImport writes them - refused (RETURN-CODE 8) while a
      * driver is processing either deck, held M while writing - to
      * the environment-resolved deck files, and each deck written
      * is sealed under the house submitter through DECK-SEAL-FILE
      * (DECKSEAL.CPY) so tranEdit authenticates it like any other.
      *
      * An order for a product not on the master, for no quantity,
      * with no job number, or - when the product has volume
      * components - with no account or zone, is rejected: listed
      * with its reason on BOMEXP.RPT through the shared
      * REPORT-WRITER, filed to EXCFILE.DAT (BOMORDER, W severity),
      * and the run ends RETURN-CODE 4.  An order that would carry
      * either deck past the 9999 transactions its TRAILER can count
      * is rejected the same way.  No orders file, or an empty
      * product master, ends RETURN-CODE 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bomExplode.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-ORDER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ORDER-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PRODUCT-STATUS.
           SELECT AREA-DECK-FILE ASSIGN TO DYNAMIC WS-AREA-PHYS-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT VOL-DECK-FILE ASSIGN TO DYNAMIC WS-VOL-PHYS-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SEQUENCE-FILE ASSIGN TO "CSVSER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SEQ-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05 ORD-PRODUCT PIC X(8).
           05 ORD-QUANTITY PIC X(4).
           05 ORD-JOB PIC X(4).
           05 ORD-ACCOUNT PIC X(4).
           05 ORD-ZONE PIC X(2).
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
       FD  AREA-DECK-FILE.
       01  AREA-DECK-RECORD PIC X(20).
       FD  VOL-DECK-FILE.
       01  VOL-DECK-RECORD PIC X(20).
       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-ORDER-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-SEQ-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-ORDER-NAME PIC X(40).
       01 WS-AREA-DECK-NAME PIC X(40) VALUE "AREATRAN.DAT".
       01 WS-VOL-DECK-NAME PIC X(40) VALUE "VOLTRAN.DAT".
       01 WS-AREA-PHYS-NAME PIC X(40).
       01 WS-VOL-PHYS-NAME PIC X(40).
       01 WS-AREA-DLK-FLAG PIC X.
       01 WS-VOL-DLK-FLAG PIC X.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 1000 TIMES.
               10 WS-PRD-PRODUCT PIC X(8).
               10 WS-PRD-SHAPE PIC X(9).
               10 WS-PRD-UNIT PIC X(2).
               10 WS-PRD-DIM-1 PIC 9(2).
               10 WS-PRD-DIM-2 PIC 9(2).
               10 WS-PRD-DIM-3 PIC 9(2).
               10 WS-PRD-MATERIAL PIC X(8).
               10 WS-PRD-QTY-PER PIC 9(3).
       01 WS-PRODUCT-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-PRD-IX PIC 9(4) COMP.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 200 TIMES.
               10 WS-ORD-PRODUCT PIC X(8).
               10 WS-ORD-QUANTITY PIC 9(4).
               10 WS-ORD-JOB PIC 9(4).
               10 WS-ORD-ACCOUNT PIC X(4).
               10 WS-ORD-ZONE PIC X(2).
               10 WS-ORD-AREA-TRANS PIC 9(7).
               10 WS-ORD-VOL-TRANS PIC 9(7).
               10 WS-ORD-OK-SWITCH PIC X.
                   88 WS-ORD-OK VALUE "Y".
       01 WS-ORDER-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-ORD-IX PIC 9(4) COMP.
       01 WS-REASON PIC X(40).
       01 WS-COMPONENTS-FOUND PIC 9(4) COMP.
       01 WS-REPEAT PIC 9(7).
       01 WS-SHAPE-KIND PIC X.
           88 WS-AREA-SHAPE VALUE "A".
           88 WS-VOLUME-SHAPE VALUE "V".
       01 WS-DIMS-NEEDED PIC 9 COMP.
       01 WS-AREA-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-VOL-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-ACCEPTED PIC 9(4) VALUE ZERO.
       01 WS-REJECTED PIC 9(4) VALUE ZERO.
       01 WS-SERIAL PIC 9(6) VALUE ZERO.
       01 WS-FIRST-SERIAL PIC 9(6).
       01 WS-BLOCK-MATERIAL PIC X(8).
       01 WS-PROCESS-DATE PIC 9(8).
       01 WS-TRAILER-OUT PIC 9(4).
       01 WS-AREA-OUT PIC Z(6)9.
       01 WS-VOL-OUT PIC Z(6)9.
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
       01 WS-PROGRAM-NAME PIC X(30) VALUE "BOMEXPLODE".
       01 WS-RETURN-CODE PIC S9(4).
       01 WS-SEAL-ACTION PIC X.
       01 WS-SEAL-DECK-NAME PIC X(40).
       01 WS-SEAL-SUBMITTER PIC X(8).
       01 WS-SEAL-RESULT PIC X.
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
           MOVE 0 TO RETURN-CODE
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-ORDER-TABLE
           IF WS-PRODUCT-COUNT = ZERO
              DISPLAY "PRODMAST.DAT EMPTY OR NOT ON FILE -"
                 " NOTHING TO EXPLODE"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-ORDER-STATUS NOT = "00"
                 DISPLAY "PRODORD.DAT NOT ON FILE - NO ORDERS"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM EXPLODE-UNDER-INTERLOCK
              END-IF
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * EXPLODE-UNDER-INTERLOCK holds both decks for the run: never
      * rewrite a deck a driver is reading, and mark each M while
      * it is written.  The interlock keys on the logical deck
      * names the drivers test; the writes land on the environment-
      * resolved files.
      *****************************************************************
       EXPLODE-UNDER-INTERLOCK.
           CALL "DECK-LOCK-TEST" USING WS-AREA-DECK-NAME
              WS-AREA-DLK-FLAG
           CALL "DECK-LOCK-TEST" USING WS-VOL-DECK-NAME
              WS-VOL-DLK-FLAG
           IF WS-AREA-DLK-FLAG = "P" OR WS-VOL-DLK-FLAG = "P"
              DISPLAY "DECK IS BEING PROCESSED BY A DRIVER -"
                 " EXPLOSION REFUSED"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "M" TO WS-AREA-DLK-FLAG
              CALL "DECK-LOCK-SET" USING WS-AREA-DECK-NAME
                 WS-AREA-DLK-FLAG
              MOVE "M" TO WS-VOL-DLK-FLAG
              CALL "DECK-LOCK-SET" USING WS-VOL-DECK-NAME
                 WS-VOL-DLK-FLAG
              CALL "ENV-RESOLVE-NAME" USING WS-AREA-DECK-NAME
                 WS-AREA-PHYS-NAME
              CALL "ENV-RESOLVE-NAME" USING WS-VOL-DECK-NAME
                 WS-VOL-PHYS-NAME
              CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
              PERFORM READ-SERIAL-SEQUENCE
              MOVE WS-SERIAL TO WS-FIRST-SERIAL
              PERFORM OPEN-REPORT
              PERFORM EDIT-ORDERS
              IF WS-AREA-TOTAL > ZERO
                 PERFORM WRITE-AREA-DECK
              END-IF
              IF WS-VOL-TOTAL > ZERO
                 PERFORM WRITE-VOLUME-DECK
              END-IF
              PERFORM WRITE-SERIAL-SEQUENCE
              CALL "DECK-LOCK-CLEAR" USING WS-AREA-DECK-NAME
              CALL "DECK-LOCK-CLEAR" USING WS-VOL-DECK-NAME
              PERFORM CLOSE-REPORT
              DISPLAY "BOMEXPLODE COMPLETE - " WS-ACCEPTED
                 " ORDERS ACCEPTED, " WS-REJECTED " REJECTED"
              IF WS-REJECTED > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       LOAD-PRODUCT-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ PRODUCT-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-PRODUCT-COUNT < 1000
                          ADD 1 TO WS-PRODUCT-COUNT
                          MOVE PRODUCT-RECORD TO
                             WS-PRODUCT-ENTRY(WS-PRODUCT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODUCT-FILE
           END-IF.

       LOAD-ORDER-TABLE.
           MOVE "PRODORD.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-ORDER-NAME
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ ORDER-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-ORDER-COUNT < 200
                          PERFORM TAKE-ORDER-RECORD
                       ELSE
                          DISPLAY "ORDER TABLE FULL - ORDERS PAST 200"
                             " IGNORED"
                          SET WS-EOF TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORDER-FILE
           END-IF.

       TAKE-ORDER-RECORD.
           ADD 1 TO WS-ORDER-COUNT
           MOVE ORD-PRODUCT TO WS-ORD-PRODUCT(WS-ORDER-COUNT)
           MOVE ZERO TO WS-ORD-QUANTITY(WS-ORDER-COUNT)
           IF ORD-QUANTITY IS NUMERIC
              MOVE ORD-QUANTITY TO WS-ORD-QUANTITY(WS-ORDER-COUNT)
           END-IF
           MOVE ZERO TO WS-ORD-JOB(WS-ORDER-COUNT)
           IF ORD-JOB IS NUMERIC
              MOVE ORD-JOB TO WS-ORD-JOB(WS-ORDER-COUNT)
           END-IF
           MOVE ORD-ACCOUNT TO WS-ORD-ACCOUNT(WS-ORDER-COUNT)
           MOVE ORD-ZONE TO WS-ORD-ZONE(WS-ORDER-COUNT).

       READ-SERIAL-SEQUENCE.
           OPEN INPUT SEQUENCE-FILE
           IF WS-SEQ-STATUS = "00"
              READ SEQUENCE-FILE INTO WS-SERIAL
              CLOSE SEQUENCE-FILE
           END-IF.

       WRITE-SERIAL-SEQUENCE.
           MOVE WS-SERIAL TO SEQUENCE-RECORD
           OPEN OUTPUT SEQUENCE-FILE
           WRITE SEQUENCE-RECORD
           CLOSE SEQUENCE-FILE.

      *****************************************************************
      * SET-SHAPE-KIND classes a component shape as area or volume
      * and gives the number of dimension lines it carries.
      *****************************************************************
       SET-SHAPE-KIND.
           EVALUATE WS-PRD-SHAPE(WS-PRD-IX)
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
                 MOVE SPACE TO WS-SHAPE-KIND
                 MOVE 0 TO WS-DIMS-NEEDED
           END-EVALUATE.

      *****************************************************************
      * EDIT-ORDERS sizes each order's explosion against the bill of
      * materials and accepts or rejects it, so the decks are only
      * written for orders that will go through whole.
      *****************************************************************
       EDIT-ORDERS.
           PERFORM VARYING WS-ORD-IX FROM 1 BY 1
                 UNTIL WS-ORD-IX > WS-ORDER-COUNT
              PERFORM EDIT-ONE-ORDER
              IF WS-ORD-OK(WS-ORD-IX)
                 ADD 1 TO WS-ACCEPTED
                 ADD WS-ORD-AREA-TRANS(WS-ORD-IX) TO WS-AREA-TOTAL
                 ADD WS-ORD-VOL-TRANS(WS-ORD-IX) TO WS-VOL-TOTAL
                 MOVE WS-ORD-AREA-TRANS(WS-ORD-IX) TO WS-AREA-OUT
                 MOVE WS-ORD-VOL-TRANS(WS-ORD-IX) TO WS-VOL-OUT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "ORDER " WS-ORD-PRODUCT(WS-ORD-IX)
                    " QTY " WS-ORD-QUANTITY(WS-ORD-IX)
                    " JOB " WS-ORD-JOB(WS-ORD-IX)
                    " ACCOUNT " WS-ORD-ACCOUNT(WS-ORD-IX)
                    " ZONE " WS-ORD-ZONE(WS-ORD-IX) " -"
                    WS-AREA-OUT " AREA," WS-VOL-OUT " VOLUME"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              ELSE
                 ADD 1 TO WS-REJECTED
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "ORDER " WS-ORD-PRODUCT(WS-ORD-IX)
                    " QTY " WS-ORD-QUANTITY(WS-ORD-IX)
                    " JOB " WS-ORD-JOB(WS-ORD-IX)
                    " REJECTED - " WS-REASON
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
                 MOVE "W" TO WS-EXC-SEVERITY
                 MOVE "BOMORDER" TO WS-EXC-REASON
                 MOVE SPACES TO WS-EXC-DETAIL
                 STRING WS-ORD-PRODUCT(WS-ORD-IX) " JOB "
                    WS-ORD-JOB(WS-ORD-IX) " " WS-REASON
                    DELIMITED BY SIZE INTO WS-EXC-DETAIL
                 CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                    WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
              END-IF
           END-PERFORM.

       EDIT-ONE-ORDER.
           MOVE "Y" TO WS-ORD-OK-SWITCH(WS-ORD-IX)
           MOVE SPACES TO WS-REASON
           MOVE ZERO TO WS-ORD-AREA-TRANS(WS-ORD-IX)
           MOVE ZERO TO WS-ORD-VOL-TRANS(WS-ORD-IX)
           MOVE ZERO TO WS-COMPONENTS-FOUND
           PERFORM VARYING WS-PRD-IX FROM 1 BY 1
                 UNTIL WS-PRD-IX > WS-PRODUCT-COUNT
              IF WS-PRD-PRODUCT(WS-PRD-IX) = WS-ORD-PRODUCT(WS-ORD-IX)
                 ADD 1 TO WS-COMPONENTS-FOUND
                 PERFORM SET-SHAPE-KIND
                 COMPUTE WS-REPEAT = WS-ORD-QUANTITY(WS-ORD-IX) *
                    WS-PRD-QTY-PER(WS-PRD-IX)
                 IF WS-AREA-SHAPE
                    ADD WS-REPEAT TO WS-ORD-AREA-TRANS(WS-ORD-IX)
                 END-IF
                 IF WS-VOLUME-SHAPE
                    ADD WS-REPEAT TO WS-ORD-VOL-TRANS(WS-ORD-IX)
                 END-IF
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-COMPONENTS-FOUND = ZERO
                 MOVE "PRODUCT NOT ON MASTER" TO WS-REASON
              WHEN WS-ORD-QUANTITY(WS-ORD-IX) = ZERO
                 MOVE "QUANTITY NOT NUMERIC OR ZERO" TO WS-REASON
              WHEN WS-ORD-JOB(WS-ORD-IX) = ZERO
                 MOVE "JOB NUMBER MISSING" TO WS-REASON
              WHEN WS-ORD-VOL-TRANS(WS-ORD-IX) > ZERO
                 AND (WS-ORD-ACCOUNT(WS-ORD-IX) = SPACES
                 OR WS-ORD-ZONE(WS-ORD-IX) = SPACES)
                 MOVE "VOLUME ORDER NEEDS ACCOUNT AND ZONE" TO
                    WS-REASON
              WHEN WS-AREA-TOTAL + WS-ORD-AREA-TRANS(WS-ORD-IX)
                 > 9999
                 OR WS-VOL-TOTAL + WS-ORD-VOL-TRANS(WS-ORD-IX)
                 > 9999
                 MOVE "DECK WOULD PASS 9999 TRANSACTIONS" TO
                    WS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REASON NOT = SPACES
              MOVE "N" TO WS-ORD-OK-SWITCH(WS-ORD-IX)
           END-IF.

      *****************************************************************
      * WRITE-AREA-DECK writes AREATRAN.DAT fresh from the accepted
      * orders' area components.
      *****************************************************************
       WRITE-AREA-DECK.
           OPEN OUTPUT AREA-DECK-FILE
           MOVE "HEADER" TO AREA-DECK-RECORD
           WRITE AREA-DECK-RECORD
           MOVE SPACES TO AREA-DECK-RECORD
           MOVE WS-PROCESS-DATE TO AREA-DECK-RECORD(1:8)
           WRITE AREA-DECK-RECORD
           PERFORM VARYING WS-ORD-IX FROM 1 BY 1
                 UNTIL WS-ORD-IX > WS-ORDER-COUNT
              IF WS-ORD-OK(WS-ORD-IX)
                 AND WS-ORD-AREA-TRANS(WS-ORD-IX) > ZERO
                 PERFORM EXPLODE-ORDER-AREA
              END-IF
           END-PERFORM
           MOVE "TRAILER" TO AREA-DECK-RECORD
           WRITE AREA-DECK-RECORD
           MOVE SPACES TO AREA-DECK-RECORD
           MOVE WS-AREA-TOTAL TO WS-TRAILER-OUT
           MOVE WS-TRAILER-OUT TO AREA-DECK-RECORD(1:4)
           WRITE AREA-DECK-RECORD
           CLOSE AREA-DECK-FILE
           MOVE WS-AREA-PHYS-NAME TO WS-SEAL-DECK-NAME
           PERFORM SEAL-DECK
           DISPLAY "AREA DECK " WS-AREA-PHYS-NAME " - "
              WS-TRAILER-OUT " TRANSACTIONS".

      *****************************************************************
      * EXPLODE-ORDER-AREA opens a JOB block whenever the material
      * changes within the order, so each block prices at its own
      * material's rate.
      *****************************************************************
       EXPLODE-ORDER-AREA.
           MOVE SPACES TO WS-BLOCK-MATERIAL
           PERFORM VARYING WS-PRD-IX FROM 1 BY 1
                 UNTIL WS-PRD-IX > WS-PRODUCT-COUNT
              IF WS-PRD-PRODUCT(WS-PRD-IX) = WS-ORD-PRODUCT(WS-ORD-IX)
                 PERFORM SET-SHAPE-KIND
                 IF WS-AREA-SHAPE
                    IF WS-PRD-MATERIAL(WS-PRD-IX) NOT =
                       WS-BLOCK-MATERIAL
                       PERFORM WRITE-AREA-JOB-BLOCK
                    END-IF
                    COMPUTE WS-REPEAT = WS-ORD-QUANTITY(WS-ORD-IX) *
                       WS-PRD-QTY-PER(WS-PRD-IX)
                    PERFORM WS-REPEAT TIMES
                       PERFORM WRITE-AREA-TRANSACTION
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM.

       WRITE-AREA-JOB-BLOCK.
           MOVE WS-PRD-MATERIAL(WS-PRD-IX) TO WS-BLOCK-MATERIAL
           MOVE "JOB" TO AREA-DECK-RECORD
           WRITE AREA-DECK-RECORD
           MOVE SPACES TO AREA-DECK-RECORD
           MOVE WS-ORD-JOB(WS-ORD-IX) TO AREA-DECK-RECORD(1:4)
           MOVE WS-ORD-ACCOUNT(WS-ORD-IX) TO AREA-DECK-RECORD(7:4)
           WRITE AREA-DECK-RECORD
           MOVE SPACES TO AREA-DECK-RECORD
           STRING "&" WS-BLOCK-MATERIAL DELIMITED BY SIZE
              INTO AREA-DECK-RECORD
           WRITE AREA-DECK-RECORD.

       WRITE-AREA-TRANSACTION.
           ADD 1 TO WS-SERIAL
           MOVE SPACES TO AREA-DECK-RECORD
           MOVE WS-PRD-SHAPE(WS-PRD-IX) TO AREA-DECK-RECORD(1:9)
           MOVE WS-SERIAL TO AREA-DECK-RECORD(10:6)
           MOVE WS-PRD-UNIT(WS-PRD-IX) TO AREA-DECK-RECORD(17:2)
           WRITE AREA-DECK-RECORD
           MOVE SPACES TO AREA-DECK-RECORD
           MOVE WS-PRD-DIM-1(WS-PRD-IX) TO AREA-DECK-RECORD(1:2)
           WRITE AREA-DECK-RECORD
           IF WS-DIMS-NEEDED > 1
              MOVE SPACES TO AREA-DECK-RECORD
              MOVE WS-PRD-DIM-2(WS-PRD-IX) TO AREA-DECK-RECORD(1:2)
              WRITE AREA-DECK-RECORD
           END-IF
           IF WS-DIMS-NEEDED > 2
              MOVE SPACES TO AREA-DECK-RECORD
              MOVE WS-PRD-DIM-3(WS-PRD-IX) TO AREA-DECK-RECORD(1:2)
              WRITE AREA-DECK-RECORD
           END-IF.

      *****************************************************************
      * WRITE-VOLUME-DECK writes VOLTRAN.DAT fresh from the accepted
      * orders' volume components, one JOB block per order.
      *****************************************************************
       WRITE-VOLUME-DECK.
           OPEN OUTPUT VOL-DECK-FILE
           MOVE "HEADER" TO VOL-DECK-RECORD
           WRITE VOL-DECK-RECORD
           MOVE SPACES TO VOL-DECK-RECORD
           MOVE WS-PROCESS-DATE TO VOL-DECK-RECORD(1:8)
           WRITE VOL-DECK-RECORD
           PERFORM VARYING WS-ORD-IX FROM 1 BY 1
                 UNTIL WS-ORD-IX > WS-ORDER-COUNT
              IF WS-ORD-OK(WS-ORD-IX)
                 AND WS-ORD-VOL-TRANS(WS-ORD-IX) > ZERO
                 PERFORM EXPLODE-ORDER-VOLUME
              END-IF
           END-PERFORM
           MOVE "TRAILER" TO VOL-DECK-RECORD
           WRITE VOL-DECK-RECORD
           MOVE SPACES TO VOL-DECK-RECORD
           MOVE WS-VOL-TOTAL TO WS-TRAILER-OUT
           MOVE WS-TRAILER-OUT TO VOL-DECK-RECORD(1:4)
           WRITE VOL-DECK-RECORD
           CLOSE VOL-DECK-FILE
           MOVE WS-VOL-PHYS-NAME TO WS-SEAL-DECK-NAME
           PERFORM SEAL-DECK
           DISPLAY "VOLUME DECK " WS-VOL-PHYS-NAME " - "
              WS-TRAILER-OUT " TRANSACTIONS".

       EXPLODE-ORDER-VOLUME.
           MOVE "JOB" TO VOL-DECK-RECORD
           WRITE VOL-DECK-RECORD
           MOVE SPACES TO VOL-DECK-RECORD
           MOVE WS-ORD-JOB(WS-ORD-IX) TO VOL-DECK-RECORD(1:4)
           MOVE WS-ORD-ZONE(WS-ORD-IX) TO VOL-DECK-RECORD(5:2)
           MOVE WS-ORD-ACCOUNT(WS-ORD-IX) TO VOL-DECK-RECORD(7:4)
           WRITE VOL-DECK-RECORD
           PERFORM VARYING WS-PRD-IX FROM 1 BY 1
                 UNTIL WS-PRD-IX > WS-PRODUCT-COUNT
              IF WS-PRD-PRODUCT(WS-PRD-IX) = WS-ORD-PRODUCT(WS-ORD-IX)
                 PERFORM SET-SHAPE-KIND
                 IF WS-VOLUME-SHAPE
                    COMPUTE WS-REPEAT = WS-ORD-QUANTITY(WS-ORD-IX) *
                       WS-PRD-QTY-PER(WS-PRD-IX)
                    PERFORM WS-REPEAT TIMES
                       PERFORM WRITE-VOLUME-TRANSACTION
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM.

       WRITE-VOLUME-TRANSACTION.
           ADD 1 TO WS-SERIAL
           MOVE SPACES TO VOL-DECK-RECORD
           MOVE WS-PRD-SHAPE(WS-PRD-IX) TO VOL-DECK-RECORD(1:9)
           MOVE WS-SERIAL TO VOL-DECK-RECORD(10:6)
           WRITE VOL-DECK-RECORD
           MOVE SPACES TO VOL-DECK-RECORD
           MOVE WS-PRD-DIM-1(WS-PRD-IX) TO VOL-DECK-RECORD(1:2)
           WRITE VOL-DECK-RECORD
           IF WS-DIMS-NEEDED > 1
              MOVE SPACES TO VOL-DECK-RECORD
              MOVE WS-PRD-DIM-2(WS-PRD-IX) TO VOL-DECK-RECORD(1:2)
              WRITE VOL-DECK-RECORD
           END-IF
           IF WS-DIMS-NEEDED > 2
              MOVE SPACES TO VOL-DECK-RECORD
              MOVE WS-PRD-DIM-3(WS-PRD-IX) TO VOL-DECK-RECORD(1:2)
              WRITE VOL-DECK-RECORD
           END-IF.

       OPEN-REPORT.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "BOMEXP.RPT" TO WS-RPT-FILE
           MOVE "PRODUCT ORDER EXPLOSION REPORT" TO WS-RPT-TITLE
           MOVE "ORDER / SHAPE TRANSACTIONS OR FINDING" TO
              WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       CLOSE-REPORT.
           MOVE WS-AREA-TOTAL TO WS-AREA-OUT
           MOVE WS-VOL-TOTAL TO WS-VOL-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTALS - " WS-ACCEPTED " ACCEPTED, " WS-REJECTED
              " REJECTED," WS-AREA-OUT " AREA," WS-VOL-OUT
              " VOLUME TRANSACTIONS" DELIMITED BY SIZE
              INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-SERIAL > WS-FIRST-SERIAL
              ADD 1 TO WS-FIRST-SERIAL
              MOVE SPACES TO WS-RPT-LINE
              STRING "SERIALS ISSUED " WS-FIRST-SERIAL " TO "
                 WS-SERIAL DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

      *****************************************************************
      * SEAL-DECK seals the deck named in WS-SEAL-DECK-NAME under
      * the house submitter through DECK-SEAL-FILE; a house
      * submitter with no key on file leaves the deck unsealed, and
      * says so, for tranEdit to refuse.
      *****************************************************************
       SEAL-DECK.
           MOVE "S" TO WS-SEAL-ACTION
           MOVE SPACES TO WS-SEAL-SUBMITTER
           CALL "DECK-SEAL-FILE" USING WS-SEAL-ACTION
              WS-SEAL-DECK-NAME WS-SEAL-SUBMITTER WS-SEAL-RESULT
           IF WS-SEAL-RESULT = "U"
              DISPLAY "NO ACTIVE KEY FOR SUBMITTER " WS-SEAL-SUBMITTER
                 " - " WS-SEAL-DECK-NAME " LEFT UNSEALED"
           END-IF.

       END PROGRAM bomExplode.

       COPY AUTHGATE.

       COPY DECKSEAL.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY DECKLOCK.

       COPY DATESERV.

       COPY ENVNAME.
