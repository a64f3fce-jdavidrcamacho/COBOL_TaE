      * vendor master and material assignment maintenance
      *    TOPIC:
      *    WHO SUPPLIES EACH MATERIAL, AND ON WHAT TERMS
      *****************************************************************
      * matReq raises the purchase orders for the night's to-order
      * quantities itself, so purchasing keeps the supplier side of
      * it here instead of on paper.  Two files are maintained, in
      * the same menu-and-whole-table-rewrite style fxAdmin uses for
      * FXRATES.DAT:
      *
      *   VENDMAST.DAT - the vendor master: vendor code (6), name
      *                  (24), lead time in days (3), minimum order
      *                  quantity and order multiple (each nine
      *                  integer, three implied decimal digits);
      *   MATVEND.DAT  - the material-to-vendor assignment: the
      *                  material/shape code (9) as matReq totals
      *                  it, and the vendor it is bought from.
      *
      *   L - list the vendors and the assignments;
      *   A - add a vendor, replacing any vendor on file with the
      *       same code so an add is also a correction;
      *   D - delete a vendor (refused while materials are still
      *       assigned to it);
      *   M - assign a material to a vendor, replacing any earlier
      *       assignment for the material;
      *   U - unassign a material;
      *   X - exit.
      *
      * Every change is logged to LOGINAUD.DAT in the same
      * date/time/USER=/OUTCOME= line the other masters' changes
      * use.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vendorAdmin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-VENDOR-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "MATVEND.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ASSIGN-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOGINAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           05 VND-CODE PIC X(6).
           05 VND-NAME PIC X(24).
           05 VND-LEAD-DAYS PIC 9(3).
           05 VND-MIN-QTY PIC 9(9)V999.
           05 VND-MULTIPLE PIC 9(9)V999.
       FD  ASSIGN-FILE.
       01  ASSIGN-RECORD.
           05 MVA-MATERIAL PIC X(9).
           05 MVA-VENDOR PIC X(6).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-VENDOR-STATUS PIC XX.
       01 WS-ASSIGN-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 100 TIMES.
               10 WS-TBL-CODE PIC X(6).
               10 WS-TBL-NAME PIC X(24).
               10 WS-TBL-LEAD-DAYS PIC 9(3).
               10 WS-TBL-MIN-QTY PIC 9(9)V999.
               10 WS-TBL-MULTIPLE PIC 9(9)V999.
       01 WS-VENDOR-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-VENDORS PIC 9(4) COMP VALUE 100.
       01 WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 300 TIMES.
               10 WS-ASG-MATERIAL PIC X(9).
               10 WS-ASG-VENDOR PIC X(6).
       01 WS-ASSIGN-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-MAX-ASSIGNS PIC 9(4) COMP VALUE 300.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 WS-FUNC-LIST VALUE "L".
           88 WS-FUNC-ADD VALUE "A".
           88 WS-FUNC-DELETE VALUE "D".
           88 WS-FUNC-ASSIGN VALUE "M".
           88 WS-FUNC-UNASSIGN VALUE "U".
           88 WS-FUNC-EXIT VALUE "X".
       01 WS-TARGET-VENDOR PIC X(6).
       01 WS-TARGET-MATERIAL PIC X(9).
       01 WS-NEW-NAME PIC X(24).
       01 WS-LEAD-IN PIC X(3).
       01 WS-QTY-IN PIC X(12).
       01 WS-NEW-LEAD-DAYS PIC 9(3).
       01 WS-NEW-MIN-QTY PIC 9(9)V999.
       01 WS-NEW-MULTIPLE PIC 9(9)V999.
       01 WS-QTY-OUT PIC Z(8)9.999.
       01 WS-MULT-OUT PIC Z(8)9.999.
       01 WS-FOUND-INDEX PIC 9(4) COMP VALUE 0.
       01 WS-FOUND-SWITCH PIC X.
           88 WS-RECORD-FOUND VALUE "Y".
       01 WS-IN-USE-COUNT PIC 9(4) COMP.
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(40).
       01 WS-CHANGE-COUNT PIC 9(4) VALUE ZERO.
       01 I PIC 9(4) COMP.
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "VENDORADMIN".
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
           PERFORM LOAD-VENDOR-TABLE
           PERFORM LOAD-ASSIGN-TABLE
           PERFORM UNTIL WS-FUNC-EXIT
              DISPLAY "VENDOR ADMIN - L LIST, A ADD OR REPLACE,"
                 " D DELETE, M ASSIGN MATERIAL, U UNASSIGN, X EXIT"
              ACCEPT WS-FUNCTION
              EVALUATE TRUE
                 WHEN WS-FUNC-LIST
                    PERFORM LIST-VENDORS
                 WHEN WS-FUNC-ADD
                    PERFORM ADD-VENDOR
                 WHEN WS-FUNC-DELETE
                    PERFORM DELETE-VENDOR
                 WHEN WS-FUNC-ASSIGN
                    PERFORM ASSIGN-MATERIAL
                 WHEN WS-FUNC-UNASSIGN
                    PERFORM UNASSIGN-MATERIAL
                 WHEN WS-FUNC-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN FUNCTION " WS-FUNCTION
              END-EVALUATE
           END-PERFORM
           DISPLAY "VENDORADMIN COMPLETE - " WS-CHANGE-COUNT
              " CHANGES APPLIED"
           MOVE 0 TO RETURN-CODE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * LOAD-VENDOR-TABLE and LOAD-ASSIGN-TABLE read the two files
      * whole, the same load fxAdmin performs on FXRATES.DAT.
      *****************************************************************
       LOAD-VENDOR-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-VENDOR-COUNT
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ VENDOR-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-VENDOR-COUNT = WS-MAX-VENDORS
                          DISPLAY "VENDOR TABLE FULL - RECORDS PAST "
                             WS-MAX-VENDORS " IGNORED"
                          SET WS-EOF TO TRUE
                       ELSE
                          ADD 1 TO WS-VENDOR-COUNT
                          MOVE VENDOR-RECORD TO
                             WS-VENDOR-ENTRY(WS-VENDOR-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VENDOR-FILE
           ELSE
              DISPLAY "VENDMAST.DAT NOT FOUND - STARTING EMPTY"
           END-IF.

       LOAD-ASSIGN-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-ASSIGN-COUNT
           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ ASSIGN-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-ASSIGN-COUNT = WS-MAX-ASSIGNS
                          DISPLAY "ASSIGNMENT TABLE FULL - RECORDS "
                             "PAST " WS-MAX-ASSIGNS " IGNORED"
                          SET WS-EOF TO TRUE
                       ELSE
                          ADD 1 TO WS-ASSIGN-COUNT
                          MOVE ASSIGN-RECORD TO
                             WS-ASSIGN-ENTRY(WS-ASSIGN-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ASSIGN-FILE
           END-IF.

      *****************************************************************
      * REWRITE-VENDOR-FILE and REWRITE-ASSIGN-FILE file the tables
      * back out in full.
      *****************************************************************
       REWRITE-VENDOR-FILE.
           OPEN OUTPUT VENDOR-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-VENDOR-COUNT
              MOVE WS-VENDOR-ENTRY(I) TO VENDOR-RECORD
              WRITE VENDOR-RECORD
           END-PERFORM
           CLOSE VENDOR-FILE
           ADD 1 TO WS-CHANGE-COUNT.

       REWRITE-ASSIGN-FILE.
           OPEN OUTPUT ASSIGN-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ASSIGN-COUNT
              MOVE WS-ASSIGN-ENTRY(I) TO ASSIGN-RECORD
              WRITE ASSIGN-RECORD
           END-PERFORM
           CLOSE ASSIGN-FILE
           ADD 1 TO WS-CHANGE-COUNT.

       FIND-TARGET-VENDOR.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-VENDOR-COUNT OR WS-RECORD-FOUND
              IF WS-TBL-CODE(I) = WS-TARGET-VENDOR
                 SET WS-RECORD-FOUND TO TRUE
                 MOVE I TO WS-FOUND-INDEX
              END-IF
           END-PERFORM.

       FIND-TARGET-MATERIAL.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-ASSIGN-COUNT OR WS-RECORD-FOUND
              IF WS-ASG-MATERIAL(I) = WS-TARGET-MATERIAL
                 SET WS-RECORD-FOUND TO TRUE
                 MOVE I TO WS-FOUND-INDEX
              END-IF
           END-PERFORM.

       LIST-VENDORS.
           DISPLAY "VENDORS ON FILE: " WS-VENDOR-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-VENDOR-COUNT
              MOVE WS-TBL-MIN-QTY(I) TO WS-QTY-OUT
              MOVE WS-TBL-MULTIPLE(I) TO WS-MULT-OUT
              DISPLAY "  " WS-TBL-CODE(I) " " WS-TBL-NAME(I)
                 " LEAD " WS-TBL-LEAD-DAYS(I) " MIN " WS-QTY-OUT
                 " MULT " WS-MULT-OUT
           END-PERFORM
           DISPLAY "MATERIAL ASSIGNMENTS ON FILE: " WS-ASSIGN-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ASSIGN-COUNT
              DISPLAY "  " WS-ASG-MATERIAL(I) " FROM "
                 WS-ASG-VENDOR(I)
           END-PERFORM.

      *****************************************************************
      * ADD-VENDOR keys one vendor, replacing any vendor already on
      * file with the same code.  Quantities are keyed as twelve
      * digits with three implied decimals; a zero multiple orders
      * the quantity as it comes.
      *****************************************************************
       ADD-VENDOR.
           DISPLAY "Vendor code (6 characters): "
           ACCEPT WS-TARGET-VENDOR
           DISPLAY "Vendor name (24 characters): "
           ACCEPT WS-NEW-NAME
           DISPLAY "Lead time in days (3 digits): "
           ACCEPT WS-LEAD-IN
           DISPLAY "Minimum order quantity (12 digits, 3 decimals "
              "implied): "
           ACCEPT WS-QTY-IN
           IF WS-LEAD-IN IS NUMERIC AND WS-QTY-IN IS NUMERIC
              MOVE WS-LEAD-IN TO WS-NEW-LEAD-DAYS
              COMPUTE WS-NEW-MIN-QTY =
                 FUNCTION NUMVAL(WS-QTY-IN) / 1000
              DISPLAY "Order multiple (12 digits, 3 decimals "
                 "implied): "
              ACCEPT WS-QTY-IN
              IF WS-QTY-IN IS NUMERIC
                 COMPUTE WS-NEW-MULTIPLE =
                    FUNCTION NUMVAL(WS-QTY-IN) / 1000
                 PERFORM STORE-VENDOR
              ELSE
                 DISPLAY "MULTIPLE MUST BE TWELVE DIGITS"
              END-IF
           ELSE
              DISPLAY "LEAD TIME MUST BE THREE DIGITS AND QUANTITY "
                 "TWELVE"
           END-IF.

       STORE-VENDOR.
           PERFORM FIND-TARGET-VENDOR
           IF NOT WS-RECORD-FOUND
              IF WS-VENDOR-COUNT < WS-MAX-VENDORS
                 ADD 1 TO WS-VENDOR-COUNT
                 MOVE WS-VENDOR-COUNT TO WS-FOUND-INDEX
              ELSE
                 DISPLAY "VENDOR TABLE FULL - VENDOR NOT ADDED"
                 MOVE ZERO TO WS-FOUND-INDEX
              END-IF
           END-IF
           IF WS-FOUND-INDEX > ZERO
              MOVE WS-TARGET-VENDOR TO WS-TBL-CODE(WS-FOUND-INDEX)
              MOVE WS-NEW-NAME TO WS-TBL-NAME(WS-FOUND-INDEX)
              MOVE WS-NEW-LEAD-DAYS TO
                 WS-TBL-LEAD-DAYS(WS-FOUND-INDEX)
              MOVE WS-NEW-MIN-QTY TO WS-TBL-MIN-QTY(WS-FOUND-INDEX)
              MOVE WS-NEW-MULTIPLE TO
                 WS-TBL-MULTIPLE(WS-FOUND-INDEX)
              PERFORM REWRITE-VENDOR-FILE
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "VENDOR SET " WS-TARGET-VENDOR
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
              DISPLAY "VENDOR STORED - " WS-TARGET-VENDOR
           END-IF.

       DELETE-VENDOR.
           DISPLAY "Vendor code to delete: "
           ACCEPT WS-TARGET-VENDOR
           PERFORM FIND-TARGET-VENDOR
           MOVE ZERO TO WS-IN-USE-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ASSIGN-COUNT
              IF WS-ASG-VENDOR(I) = WS-TARGET-VENDOR
                 ADD 1 TO WS-IN-USE-COUNT
              END-IF
           END-PERFORM
           IF NOT WS-RECORD-FOUND
              DISPLAY "NO SUCH VENDOR"
           ELSE
              IF WS-IN-USE-COUNT > ZERO
                 DISPLAY "VENDOR STILL SUPPLIES " WS-IN-USE-COUNT
                    " MATERIALS - REASSIGN THEM FIRST"
              ELSE
                 PERFORM VARYING I FROM WS-FOUND-INDEX BY 1
                       UNTIL I >= WS-VENDOR-COUNT
                    MOVE WS-VENDOR-ENTRY(I + 1) TO WS-VENDOR-ENTRY(I)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-VENDOR-COUNT
                 PERFORM REWRITE-VENDOR-FILE
                 MOVE SPACES TO WS-AUDIT-ACTION
                 STRING "VENDOR DELETED " WS-TARGET-VENDOR
                    DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                 PERFORM WRITE-ADMIN-AUDIT-ENTRY
                 DISPLAY "VENDOR DELETED - " WS-TARGET-VENDOR
              END-IF
           END-IF.

       ASSIGN-MATERIAL.
           DISPLAY "Material code (9 characters): "
           ACCEPT WS-TARGET-MATERIAL
           DISPLAY "Vendor code: "
           ACCEPT WS-TARGET-VENDOR
           PERFORM FIND-TARGET-VENDOR
           IF NOT WS-RECORD-FOUND
              DISPLAY "NO SUCH VENDOR - ADD THE VENDOR FIRST"
           ELSE
              PERFORM FIND-TARGET-MATERIAL
              IF NOT WS-RECORD-FOUND
                 IF WS-ASSIGN-COUNT < WS-MAX-ASSIGNS
                    ADD 1 TO WS-ASSIGN-COUNT
                    MOVE WS-ASSIGN-COUNT TO WS-FOUND-INDEX
                 ELSE
                    DISPLAY "ASSIGNMENT TABLE FULL - NOT ASSIGNED"
                    MOVE ZERO TO WS-FOUND-INDEX
                 END-IF
              END-IF
              IF WS-FOUND-INDEX > ZERO
                 MOVE WS-TARGET-MATERIAL TO
                    WS-ASG-MATERIAL(WS-FOUND-INDEX)
                 MOVE WS-TARGET-VENDOR TO
                    WS-ASG-VENDOR(WS-FOUND-INDEX)
                 PERFORM REWRITE-ASSIGN-FILE
                 MOVE SPACES TO WS-AUDIT-ACTION
                 STRING "MATERIAL " WS-TARGET-MATERIAL " TO "
                    WS-TARGET-VENDOR DELIMITED BY SIZE
                    INTO WS-AUDIT-ACTION
                 PERFORM WRITE-ADMIN-AUDIT-ENTRY
                 DISPLAY "MATERIAL ASSIGNED - " WS-TARGET-MATERIAL
              END-IF
           END-IF.

       UNASSIGN-MATERIAL.
           DISPLAY "Material code to unassign: "
           ACCEPT WS-TARGET-MATERIAL
           PERFORM FIND-TARGET-MATERIAL
           IF NOT WS-RECORD-FOUND
              DISPLAY "MATERIAL NOT ASSIGNED"
           ELSE
              PERFORM VARYING I FROM WS-FOUND-INDEX BY 1
                    UNTIL I >= WS-ASSIGN-COUNT
                 MOVE WS-ASSIGN-ENTRY(I + 1) TO WS-ASSIGN-ENTRY(I)
              END-PERFORM
              SUBTRACT 1 FROM WS-ASSIGN-COUNT
              PERFORM REWRITE-ASSIGN-FILE
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "MATERIAL UNASSIGNED " WS-TARGET-MATERIAL
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM WRITE-ADMIN-AUDIT-ENTRY
              DISPLAY "MATERIAL UNASSIGNED - " WS-TARGET-MATERIAL
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

       END PROGRAM vendorAdmin.

       COPY AUTHGATE.

       COPY DATESERV.

       COPY ENVNAME.
