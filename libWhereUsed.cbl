      * entry with the references that point at it, deck and line
      * number, entries with no references included (those are the
      * ones safe to delete).  The report files to LIBXREF.DAT
      * through the shared REPORT-WRITER.  Sparse entries (type S)
      * are listed the same way; their "&name" references come from
      * the sparse MULT and ADD operands in the matrix deck.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. libWhereUsed.

       FILE SECTION.
       FD  LIB-FILE.
       01  LIB-RECORD PIC X(20).
       FD  DECK-FILE.
       01  DECK-RECORD PIC X(60).

       01 WS-FOUND-IX PIC 9(3) COMP.
       01 WS-ENTRY-ROWS PIC 9.
       01 WS-ENTRY-COLS PIC 9.
       01 WS-ENTRY-CELLS PIC 9(5) COMP.
       01 WS-REF-NAME PIC X(8).
       01 WS-LINE-NUMBER PIC 9(5).
       01 WS-TOTAL-REFS PIC 9(5) VALUE ZERO.
                       MOVE LIB-RECORD(1:8) TO
                          WS-ENT-NAME(WS-ENTRY-COUNT)
                       MOVE ZERO TO WS-ENT-REFS(WS-ENTRY-COUNT)
                       IF LIB-RECORD(9:1) = "S"
                          MOVE ZERO TO WS-ENTRY-CELLS
                          IF LIB-RECORD(16:5) IS NUMERIC
                             MOVE LIB-RECORD(16:5) TO WS-ENTRY-CELLS
                          END-IF
                       ELSE
                          MOVE LIB-RECORD(10:1) TO WS-ENTRY-ROWS
                          MOVE LIB-RECORD(11:1) TO WS-ENTRY-COLS
                          COMPUTE WS-ENTRY-CELLS =
                             WS-ENTRY-ROWS * WS-ENTRY-COLS
                       END-IF
                       PERFORM WS-ENTRY-CELLS TIMES
                          READ LIB-FILE
                             AT END SET WS-EOF TO TRUE
