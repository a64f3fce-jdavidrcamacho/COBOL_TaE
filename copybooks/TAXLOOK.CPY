      *****************************************************************
      * TAXLOOK.CPY
      *
      * Effective-dated tax rate lookup, distributed as a copybook
      * the same way RATELOOK.CPY is: COPYing this text makes
      * TAX-LOOKUP a sibling PROGRAM-ID callable by CALL.
      *
      * TAXCODES.DAT is the tax code master - one record per tax
      * code and effective-from date, so a change in a tax rate is
      * keyed once, dated, and never overwrites the rate earlier
      * invoices were taxed at.  Each record is a tax code (4), an
      * effective-from date (YYYYMMDD), and the rate as a
      * percentage (four digits, two implied decimals - 2300 is
      * 23.00%), the file maintained by the taxAdmin utility.
      *
      * TAX-LOOKUP scans the whole file and hands back the rate of
      * the record for LK-TXL-CODE whose effective-from date is the
      * latest one not after LK-TXL-DATE - the rate in force on the
      * invoice date.  LK-TXL-STATUS comes back "N" when the master
      * is not on file or when no record for the code is in force
      * on the date, in which case LK-TXL-RATE is returned as zero.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-LOOKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXL-TAX-FILE ASSIGN TO "TAXCODES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS TXL-TAX-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  TXL-TAX-FILE.
       01  TXL-TAX-RECORD.
           05 TXL-CODE PIC X(4).
           05 TXL-EFFECTIVE PIC 9(8).
           05 TXL-RATE PIC 9(2)V99.

       WORKING-STORAGE SECTION.
       01 TXL-TAX-STATUS PIC XX.
       01 TXL-EOF-SWITCH PIC X.
           88 TXL-EOF VALUE "Y".
       01 TXL-BEST-EFFECTIVE PIC 9(8).
       01 TXL-BEST-RATE PIC 9(2)V99.
       01 TXL-FOUND-SWITCH PIC X.
           88 TXL-FOUND VALUE "Y".

       LINKAGE SECTION.
       01 LK-TXL-CODE PIC X(4).
       01 LK-TXL-DATE PIC 9(8).
       01 LK-TXL-RATE PIC 9(2)V99.
       01 LK-TXL-STATUS PIC X.
           88 LK-TXL-NOT-FOUND VALUE "N".

       PROCEDURE DIVISION USING LK-TXL-CODE LK-TXL-DATE
              LK-TXL-RATE LK-TXL-STATUS.
       TXL-MAIN.
           MOVE SPACE TO LK-TXL-STATUS
           MOVE ZERO TO LK-TXL-RATE
           MOVE "N" TO TXL-EOF-SWITCH
           MOVE "N" TO TXL-FOUND-SWITCH
           MOVE ZERO TO TXL-BEST-EFFECTIVE
           MOVE ZERO TO TXL-BEST-RATE
           OPEN INPUT TXL-TAX-FILE
           IF TXL-TAX-STATUS NOT = "00"
              SET LK-TXL-NOT-FOUND TO TRUE
              GOBACK
           END-IF
           PERFORM UNTIL TXL-EOF
              READ TXL-TAX-FILE
                 AT END SET TXL-EOF TO TRUE
                 NOT AT END
                    IF TXL-CODE = LK-TXL-CODE
                       AND TXL-EFFECTIVE NOT > LK-TXL-DATE
                       AND TXL-EFFECTIVE NOT < TXL-BEST-EFFECTIVE
                       SET TXL-FOUND TO TRUE
                       MOVE TXL-EFFECTIVE TO TXL-BEST-EFFECTIVE
                       MOVE TXL-RATE TO TXL-BEST-RATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TXL-TAX-FILE
           IF TXL-FOUND
              MOVE TXL-BEST-RATE TO LK-TXL-RATE
           ELSE
              SET LK-TXL-NOT-FOUND TO TRUE
           END-IF
           GOBACK.

       END PROGRAM TAX-LOOKUP.
