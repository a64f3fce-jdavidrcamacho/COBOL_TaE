      *****************************************************************
      * FXLOOK.CPY
      *
      * Effective-dated exchange rate lookup, distributed as a
      * copybook the same way RATELOOK.CPY and TAXLOOK.CPY are:
      * COPYing this text makes FX-LOOKUP a sibling PROGRAM-ID
      * callable by CALL.
      *
      * FXRATES.DAT is the exchange rate master - one record per
      * currency and effective-from date, so a new rate is keyed
      * once, dated, and never overwrites the rate earlier
      * transactions were converted at.  Each record is a currency
      * code (3), an effective-from date (YYYYMMDD), and the rate
      * as base-currency units per one unit of the currency (ten
      * digits, six implied decimals - 0001085000 is 1.085000),
      * the file maintained by the fxAdmin utility.
      *
      * FX-LOOKUP scans the whole file and hands back the rate of
      * the record for LK-FXL-CURRENCY whose effective-from date is
      * the latest one not after LK-FXL-DATE - the rate in force on
      * the transaction date.  LK-FXL-STATUS comes back "N" when
      * the master is not on file or when no record for the
      * currency is in force on the date, in which case LK-FXL-RATE
      * is returned as zero and the caller must not convert at it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-LOOKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXL-RATE-FILE ASSIGN TO "FXRATES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FXL-RATE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  FXL-RATE-FILE.
       01  FXL-RATE-RECORD.
           05 FXL-CURRENCY PIC X(3).
           05 FXL-EFFECTIVE PIC 9(8).
           05 FXL-RATE PIC 9(4)V9(6).

       WORKING-STORAGE SECTION.
       01 FXL-RATE-STATUS PIC XX.
       01 FXL-EOF-SWITCH PIC X.
           88 FXL-EOF VALUE "Y".
       01 FXL-BEST-EFFECTIVE PIC 9(8).
       01 FXL-BEST-RATE PIC 9(4)V9(6).
       01 FXL-FOUND-SWITCH PIC X.
           88 FXL-FOUND VALUE "Y".

       LINKAGE SECTION.
       01 LK-FXL-CURRENCY PIC X(3).
       01 LK-FXL-DATE PIC 9(8).
       01 LK-FXL-RATE PIC 9(4)V9(6).
       01 LK-FXL-STATUS PIC X.
           88 LK-FXL-NOT-FOUND VALUE "N".

       PROCEDURE DIVISION USING LK-FXL-CURRENCY LK-FXL-DATE
              LK-FXL-RATE LK-FXL-STATUS.
       FXL-MAIN.
           MOVE SPACE TO LK-FXL-STATUS
           MOVE ZERO TO LK-FXL-RATE
           MOVE "N" TO FXL-EOF-SWITCH
           MOVE "N" TO FXL-FOUND-SWITCH
           MOVE ZERO TO FXL-BEST-EFFECTIVE
           MOVE ZERO TO FXL-BEST-RATE
           OPEN INPUT FXL-RATE-FILE
           IF FXL-RATE-STATUS NOT = "00"
              SET LK-FXL-NOT-FOUND TO TRUE
              GOBACK
           END-IF
           PERFORM UNTIL FXL-EOF
              READ FXL-RATE-FILE
                 AT END SET FXL-EOF TO TRUE
                 NOT AT END
                    IF FXL-CURRENCY = LK-FXL-CURRENCY
                       AND FXL-EFFECTIVE NOT > LK-FXL-DATE
                       AND FXL-EFFECTIVE NOT < FXL-BEST-EFFECTIVE
                       SET FXL-FOUND TO TRUE
                       MOVE FXL-EFFECTIVE TO FXL-BEST-EFFECTIVE
                       MOVE FXL-RATE TO FXL-BEST-RATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FXL-RATE-FILE
           IF FXL-FOUND
              MOVE FXL-BEST-RATE TO LK-FXL-RATE
           ELSE
              SET LK-FXL-NOT-FOUND TO TRUE
           END-IF
           GOBACK.

       END PROGRAM FX-LOOKUP.
