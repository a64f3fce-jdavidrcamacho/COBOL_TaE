      *****************************************************************
      * CALLOOK.CPY
      *
      * Instrument calibration lookup, distributed as a copybook the
      * same way FXLOOK.CPY and RATELOOK.CPY are: COPYing this text
      * makes CAL-LOOKUP a sibling PROGRAM-ID callable by CALL.
      *
      * CALMAST.DAT is the calibration master - one record per item
      * key and instrument, maintained by calAdmin.  Each record is
      * the item key (8), the instrument ID (8), the date the
      * instrument was last calibrated (YYYYMMDD), the calibration
      * interval in days (4), and the calibration offset - the
      * correction to add to every value the instrument reports -
      * as a leading-signed eight-digit figure with four implied
      * decimals (-00001250 is -0.1250).
      *
      * CAL-LOOKUP finds the record for LK-CAL-ITEM-KEY and
      * LK-CAL-INSTRUMENT; when the reading names no instrument
      * (LK-CAL-INSTRUMENT spaces) the first record on file for the
      * item is taken and its instrument ID handed back.  The
      * instrument falls due LK-CAL-DUE-DATE, the interval's count
      * of calendar days after its last calibration, and a reading
      * taken after that date is disqualified:
      *
      *   LK-CAL-STATUS "C" - calibration current, apply the offset;
      *   LK-CAL-STATUS "D" - calibration overdue on LK-CAL-AS-OF,
      *                       the reading must not be used;
      *   LK-CAL-STATUS "N" - no calibration record for the item
      *                       and instrument - the reading is used
      *                       as it stands, offset zero.
      *
      * The master is read once, on the first call, and held in the
      * table for the rest of the run - the monitors call this once
      * per reading and a history run makes many thousands of calls.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-LOOKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLK-MASTER-FILE ASSIGN TO "CALMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CLK-MASTER-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  CLK-MASTER-FILE.
       01  CLK-MASTER-RECORD.
           05 CLK-ITEM-KEY PIC X(8).
           05 CLK-INSTRUMENT PIC X(8).
           05 CLK-LAST-DATE PIC 9(8).
           05 CLK-INTERVAL PIC 9(4).
           05 CLK-OFFSET PIC S9(4)V9(4) SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 CLK-MASTER-STATUS PIC XX.
       01 CLK-EOF-SWITCH PIC X.
           88 CLK-EOF VALUE "Y".
       01 CLK-LOADED-SWITCH PIC X VALUE "N".
           88 CLK-LOADED VALUE "Y".
       01 CLK-TABLE.
           05 CLK-ENTRY OCCURS 500 TIMES.
               10 CLK-TBL-ITEM-KEY PIC X(8).
               10 CLK-TBL-INSTRUMENT PIC X(8).
               10 CLK-TBL-DUE-DATE PIC 9(8).
               10 CLK-TBL-OFFSET PIC S9(4)V9(4).
       01 CLK-COUNT PIC 9(4) COMP VALUE 0.
       01 CLK-IX PIC 9(4) COMP.
       01 CLK-FOUND-IX PIC 9(4) COMP.

       LINKAGE SECTION.
       01 LK-CAL-ITEM-KEY PIC X(8).
       01 LK-CAL-INSTRUMENT PIC X(8).
       01 LK-CAL-AS-OF PIC 9(8).
       01 LK-CAL-OFFSET PIC S9(4)V9(4).
       01 LK-CAL-DUE-DATE PIC 9(8).
       01 LK-CAL-STATUS PIC X.
           88 LK-CAL-CURRENT VALUE "C".
           88 LK-CAL-OVERDUE VALUE "D".
           88 LK-CAL-NOT-FOUND VALUE "N".

       PROCEDURE DIVISION USING LK-CAL-ITEM-KEY LK-CAL-INSTRUMENT
              LK-CAL-AS-OF LK-CAL-OFFSET LK-CAL-DUE-DATE
              LK-CAL-STATUS.
       CLK-MAIN.
           IF NOT CLK-LOADED
              PERFORM CLK-LOAD-MASTER
           END-IF
           MOVE ZERO TO LK-CAL-OFFSET
           MOVE ZERO TO LK-CAL-DUE-DATE
           SET LK-CAL-NOT-FOUND TO TRUE
           MOVE 0 TO CLK-FOUND-IX
           PERFORM VARYING CLK-IX FROM 1 BY 1
                 UNTIL CLK-IX > CLK-COUNT
              IF CLK-TBL-ITEM-KEY(CLK-IX) = LK-CAL-ITEM-KEY
                 AND (LK-CAL-INSTRUMENT = SPACES
                    OR CLK-TBL-INSTRUMENT(CLK-IX) = LK-CAL-INSTRUMENT)
                 MOVE CLK-IX TO CLK-FOUND-IX
                 MOVE CLK-COUNT TO CLK-IX
              END-IF
           END-PERFORM
           IF CLK-FOUND-IX > 0
              MOVE CLK-TBL-INSTRUMENT(CLK-FOUND-IX) TO
                 LK-CAL-INSTRUMENT
              MOVE CLK-TBL-DUE-DATE(CLK-FOUND-IX) TO LK-CAL-DUE-DATE
              IF LK-CAL-AS-OF > CLK-TBL-DUE-DATE(CLK-FOUND-IX)
                 SET LK-CAL-OVERDUE TO TRUE
              ELSE
                 SET LK-CAL-CURRENT TO TRUE
                 MOVE CLK-TBL-OFFSET(CLK-FOUND-IX) TO LK-CAL-OFFSET
              END-IF
           END-IF
           GOBACK.

      *****************************************************************
      * CLK-LOAD-MASTER reads CALMAST.DAT into the table, working
      * each instrument's due date out once as it goes.  A master
      * that is not on file leaves the table empty, so every reading
      * comes back "N" and is used as it stands.
      *****************************************************************
       CLK-LOAD-MASTER.
           SET CLK-LOADED TO TRUE
           MOVE "N" TO CLK-EOF-SWITCH
           MOVE 0 TO CLK-COUNT
           OPEN INPUT CLK-MASTER-FILE
           IF CLK-MASTER-STATUS NOT = "00"
              SET CLK-EOF TO TRUE
           END-IF
           PERFORM UNTIL CLK-EOF
              READ CLK-MASTER-FILE
                 AT END SET CLK-EOF TO TRUE
                 NOT AT END
                    IF CLK-COUNT < 500
                       AND CLK-LAST-DATE IS NUMERIC
                       AND CLK-LAST-DATE > 16010101
                       ADD 1 TO CLK-COUNT
                       MOVE CLK-ITEM-KEY TO
                          CLK-TBL-ITEM-KEY(CLK-COUNT)
                       MOVE CLK-INSTRUMENT TO
                          CLK-TBL-INSTRUMENT(CLK-COUNT)
                       COMPUTE CLK-TBL-DUE-DATE(CLK-COUNT) =
                          FUNCTION DATE-OF-INTEGER(
                          FUNCTION INTEGER-OF-DATE(CLK-LAST-DATE)
                          + CLK-INTERVAL)
                       MOVE CLK-OFFSET TO
                          CLK-TBL-OFFSET(CLK-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF CLK-MASTER-STATUS NOT = "35"
              CLOSE CLK-MASTER-FILE
           END-IF.

       END PROGRAM CAL-LOOKUP.
