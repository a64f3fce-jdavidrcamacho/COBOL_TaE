      * produce - keeps the first entry and reports the duplicate,
      * leaving RETURN-CODE 4 so the deck work is not run against an
      * ambiguous library without anyone noticing.
      *
      * A sparse entry (type S) is not carried into MATLIB.IDX - its
      * triples do not fit the 81-cell record, and MATLIB-FETCH-SPARSE
      * always reads MATLIB.DAT - so the rebuild steps over its
      * nonzero-count lines and counts it separately.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. matLibReorg.

       FILE SECTION.
       FD  LIB-FILE.
       01  LIB-RECORD PIC X(20).
       FD  IDX-FILE.
       01  IDX-RECORD.
           05 IDX-NAME PIC X(8).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 30000 TIMES PIC X(20).
       01 WS-LINE-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-LINE-IX PIC 9(5) COMP.
       01 WS-ENTRY-NAME PIC X(8).
       01 WS-ENTRY-TYPE PIC X.
       01 WS-ENTRY-ROWS PIC 9.
       01 WS-ENTRY-COLS PIC 9.
       01 WS-ENTRY-CELLS PIC 9(5) COMP.
       01 WS-CELL PIC S9(4).
       01 WS-CELL-IX PIC 9(3) COMP.
       01 WS-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DUP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SPARSE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
           ELSE
              PERFORM BUILD-INDEXED-LIBRARY
              DISPLAY "MATLIBREORG COMPLETE - " WS-ENTRY-COUNT
                 " ENTRIES INDEXED, " WS-DUP-COUNT " DUPLICATES, "
                 WS-SPARSE-COUNT " SPARSE LEFT SEQUENTIAL"
              IF WS-DUP-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 READ LIB-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-LINE-COUNT < 30000
                          ADD 1 TO WS-LINE-COUNT
                          MOVE LIB-RECORD TO
                             WS-LINE-ENTRY(WS-LINE-COUNT)
           MOVE 1 TO WS-LINE-IX
           PERFORM UNTIL WS-LINE-IX > WS-LINE-COUNT
              PERFORM TAKE-ENTRY-HEADER
              IF WS-ENTRY-TYPE = "S"
                 ADD 1 TO WS-SPARSE-COUNT
                 COMPUTE WS-LINE-IX = WS-LINE-IX + WS-ENTRY-CELLS
              ELSE
                 PERFORM WRITE-ONE-INDEX-ENTRY
              END-IF
           END-PERFORM
           CLOSE IDX-FILE.

       TAKE-ENTRY-HEADER.
           MOVE WS-LINE-ENTRY(WS-LINE-IX)(1:8) TO WS-ENTRY-NAME
           MOVE WS-LINE-ENTRY(WS-LINE-IX)(9:1) TO WS-ENTRY-TYPE
           IF WS-ENTRY-TYPE = "S"
              MOVE ZERO TO WS-ENTRY-CELLS
              IF WS-LINE-ENTRY(WS-LINE-IX)(16:5) IS NUMERIC
                 MOVE WS-LINE-ENTRY(WS-LINE-IX)(16:5) TO
                    WS-ENTRY-CELLS
              END-IF
           ELSE
              MOVE WS-LINE-ENTRY(WS-LINE-IX)(10:1) TO WS-ENTRY-ROWS
              MOVE WS-LINE-ENTRY(WS-LINE-IX)(11:1) TO WS-ENTRY-COLS
              COMPUTE WS-ENTRY-CELLS = WS-ENTRY-ROWS * WS-ENTRY-COLS
           END-IF
           ADD 1 TO WS-LINE-IX.

       WRITE-ONE-INDEX-ENTRY.
