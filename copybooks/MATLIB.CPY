      * generation) falls back to the sequential scan of MATLIB.DAT
      * exactly as before, so nothing stops working until the next
      * reorg rebuilds the index.
      *
      * The library also carries sparse entries, type S, for the
      * network-flow matrices too wide and too empty for the cell-
      * per-line shape: the header line is name (8), "S", rows (3),
      * cols (3) and the count of nonzero cells (5), followed by
      * that many triple lines - row (3), column (3), then the
      * signed four-digit value (+0866) - in row-major order, every
      * cell not listed being zero.  A sparse entry is never handed
      * to MATLIB-FETCH's dense callers (it comes back "N", the same
      * as a name not on file, and matLibReorg leaves it out of the
      * index); it is fetched through MATLIB-FETCH-SPARSE below,
      * which reads any entry - dense or sparse - into the
      * SPARSE99.CPY triple layout.  SPARSE-TRIPLE-EDIT is the one
      * check every sparse reader makes on a triple line as it
      * takes it in.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATLIB-FETCH.

       FILE SECTION.
       FD  MLF-LIB-FILE.
       01  MLF-LIB-RECORD PIC X(20).
       FD  MLF-IDX-FILE.
       01  MLF-IDX-RECORD.
           05 MIX-NAME PIC X(8).
       01 MLF-FOUND-SWITCH PIC X.
           88 MLF-FOUND VALUE "Y".
       01 MLF-ENTRY-NAME PIC X(8).
       01 MLF-ENTRY-TYPE PIC X.
       01 MLF-ENTRY-ROWS PIC 9.
       01 MLF-ENTRY-COLS PIC 9.
       01 MLF-ENTRY-LINES PIC 9(5) COMP.
       01 MLF-CELL PIC S9(4).
       01 MLF-I PIC 9 COMP.
       01 MLF-J PIC 9 COMP.
                 AT END SET MLF-EOF TO TRUE
                 NOT AT END
                    MOVE MLF-LIB-RECORD(1:8) TO MLF-ENTRY-NAME
                    MOVE MLF-LIB-RECORD(9:1) TO MLF-ENTRY-TYPE
                    MOVE MLF-LIB-RECORD(10:1) TO MLF-ENTRY-ROWS
                    MOVE MLF-LIB-RECORD(11:1) TO MLF-ENTRY-COLS
                    IF MLF-ENTRY-NAME = LK-MLF-NAME
                       AND MLF-ENTRY-TYPE NOT = "S"
                       SET MLF-FOUND TO TRUE
                       PERFORM MLF-LOAD-CELLS
                    ELSE
              END-PERFORM
           END-PERFORM.

      *    A sparse entry owes its nonzero count in lines, a dense
      *    one rows times cols.
       MLF-SKIP-CELLS.
           IF MLF-ENTRY-TYPE = "S"
              MOVE ZERO TO MLF-ENTRY-LINES
              IF MLF-LIB-RECORD(16:5) IS NUMERIC
                 MOVE MLF-LIB-RECORD(16:5) TO MLF-ENTRY-LINES
              END-IF
           ELSE
              COMPUTE MLF-ENTRY-LINES =
                 MLF-ENTRY-ROWS * MLF-ENTRY-COLS
           END-IF
           PERFORM MLF-ENTRY-LINES TIMES
              READ MLF-LIB-FILE
           END-PERFORM.

       END PROGRAM MATLIB-FETCH.

      *****************************************************************
      * MATLIB-FETCH-SPARSE looks LK-MSF-NAME up on MATLIB.DAT and
      * loads it into the caller's sparse table (the SPARSE99.CPY
      * layout).  A sparse entry's triples load as they stand,
      * edited one by one through SPARSE-TRIPLE-EDIT; a dense entry
      * is turned into triples on the way in, its zero cells
      * dropped, so a sparse transaction can still name one of the
      * standard 9x9 operands.  The scan is always sequential - the
      * indexed library holds dense entries only.
      *
      * LK-MSF-STATUS comes back space when the entry loaded, "N"
      * when the name is not on the library, and "B" when a sparse
      * entry's triples are out of order, off its shape, or past the
      * table's capacity.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATLIB-FETCH-SPARSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSF-LIB-FILE ASSIGN TO "MATLIB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS MSF-LIB-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  MSF-LIB-FILE.
       01  MSF-LIB-RECORD PIC X(20).

       WORKING-STORAGE SECTION.
       01 MSF-LIB-STATUS PIC XX.
       01 MSF-EOF-SWITCH PIC X.
           88 MSF-EOF VALUE "Y".
       01 MSF-FOUND-SWITCH PIC X.
           88 MSF-FOUND VALUE "Y".
       01 MSF-ENTRY-NAME PIC X(8).
       01 MSF-ENTRY-TYPE PIC X.
       01 MSF-ENTRY-ROWS PIC 9(3).
       01 MSF-ENTRY-COLS PIC 9(3).
       01 MSF-ENTRY-LINES PIC 9(5) COMP.
       01 MSF-CELL PIC S9(4).
       01 MSF-I PIC 9 COMP.
       01 MSF-J PIC 9 COMP.
       01 MSF-EDIT-STATUS PIC X.

       LINKAGE SECTION.
       01 LK-MSF-NAME PIC X(8).
       01 LK-MSF-MATRIX.
           02 LK-MSF-ROWS PIC 9(3).
           02 LK-MSF-COLS PIC 9(3).
           02 LK-MSF-COUNT PIC 9(5).
           02 LK-MSF-ENTRY OCCURS 20000 TIMES.
              03 LK-MSF-ROW PIC 9(3).
              03 LK-MSF-COL PIC 9(3).
              03 LK-MSF-VALUE PIC S9(4).
       01 LK-MSF-STATUS PIC X.
           88 LK-MSF-NOT-FOUND VALUE "N".
           88 LK-MSF-BAD-ENTRY VALUE "B".

       PROCEDURE DIVISION USING LK-MSF-NAME LK-MSF-MATRIX
              LK-MSF-STATUS.
       MSF-MAIN.
           MOVE SPACE TO LK-MSF-STATUS
           MOVE "N" TO MSF-EOF-SWITCH
           MOVE "N" TO MSF-FOUND-SWITCH
           OPEN INPUT MSF-LIB-FILE
           IF MSF-LIB-STATUS NOT = "00"
              SET LK-MSF-NOT-FOUND TO TRUE
              GOBACK
           END-IF
           PERFORM UNTIL MSF-EOF OR MSF-FOUND
              READ MSF-LIB-FILE
                 AT END SET MSF-EOF TO TRUE
                 NOT AT END
                    PERFORM MSF-TAKE-HEADER
                    IF MSF-ENTRY-NAME = LK-MSF-NAME
                       SET MSF-FOUND TO TRUE
                       IF MSF-ENTRY-TYPE = "S"
                          PERFORM MSF-LOAD-TRIPLES
                       ELSE
                          PERFORM MSF-LOAD-DENSE-CELLS
                       END-IF
                    ELSE
                       PERFORM MSF-ENTRY-LINES TIMES
                          READ MSF-LIB-FILE
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MSF-LIB-FILE
           IF NOT MSF-FOUND
              SET LK-MSF-NOT-FOUND TO TRUE
           END-IF
           GOBACK.

       MSF-TAKE-HEADER.
           MOVE MSF-LIB-RECORD(1:8) TO MSF-ENTRY-NAME
           MOVE MSF-LIB-RECORD(9:1) TO MSF-ENTRY-TYPE
           MOVE ZERO TO MSF-ENTRY-ROWS MSF-ENTRY-COLS
              MSF-ENTRY-LINES
           IF MSF-ENTRY-TYPE = "S"
              IF MSF-LIB-RECORD(10:11) IS NUMERIC
                 MOVE MSF-LIB-RECORD(10:3) TO MSF-ENTRY-ROWS
                 MOVE MSF-LIB-RECORD(13:3) TO MSF-ENTRY-COLS
                 MOVE MSF-LIB-RECORD(16:5) TO MSF-ENTRY-LINES
              END-IF
           ELSE
              IF MSF-LIB-RECORD(10:2) IS NUMERIC
                 MOVE MSF-LIB-RECORD(10:1) TO MSF-ENTRY-ROWS
                 MOVE MSF-LIB-RECORD(11:1) TO MSF-ENTRY-COLS
                 COMPUTE MSF-ENTRY-LINES =
                    MSF-ENTRY-ROWS * MSF-ENTRY-COLS
              END-IF
           END-IF.

       MSF-LOAD-TRIPLES.
           MOVE MSF-ENTRY-ROWS TO LK-MSF-ROWS
           MOVE MSF-ENTRY-COLS TO LK-MSF-COLS
           MOVE ZERO TO LK-MSF-COUNT
           PERFORM MSF-ENTRY-LINES TIMES
              READ MSF-LIB-FILE
              IF NOT LK-MSF-BAD-ENTRY
                 CALL "SPARSE-TRIPLE-EDIT" USING MSF-LIB-RECORD
                    LK-MSF-MATRIX MSF-EDIT-STATUS
                 IF MSF-EDIT-STATUS NOT = SPACE
                    SET LK-MSF-BAD-ENTRY TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

       MSF-LOAD-DENSE-CELLS.
           MOVE MSF-ENTRY-ROWS TO LK-MSF-ROWS
           MOVE MSF-ENTRY-COLS TO LK-MSF-COLS
           MOVE ZERO TO LK-MSF-COUNT
           PERFORM VARYING MSF-I FROM 1 BY 1
                 UNTIL MSF-I > MSF-ENTRY-ROWS
              PERFORM VARYING MSF-J FROM 1 BY 1
                    UNTIL MSF-J > MSF-ENTRY-COLS
                 READ MSF-LIB-FILE
                 MOVE MSF-LIB-RECORD TO MSF-CELL
                 IF MSF-CELL NOT = ZERO
                    ADD 1 TO LK-MSF-COUNT
                    MOVE MSF-I TO LK-MSF-ROW(LK-MSF-COUNT)
                    MOVE MSF-J TO LK-MSF-COL(LK-MSF-COUNT)
                    MOVE MSF-CELL TO LK-MSF-VALUE(LK-MSF-COUNT)
                 END-IF
              END-PERFORM
           END-PERFORM.

       END PROGRAM MATLIB-FETCH-SPARSE.

      *****************************************************************
      * SPARSE-TRIPLE-EDIT takes one triple line - row (columns
      * 1-3), column (4-6), signed value (7-11, +0866) - and appends
      * it to the caller's sparse table, whose rows and cols the
      * caller has already set from the block or entry header.  The
      * line is refused (LK-STE-STATUS "B", table unchanged) when it
      * is not in that shape, falls outside the declared rows and
      * cols, does not follow the table's last triple in row-major
      * order, or would overrun the table.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPARSE-TRIPLE-EDIT.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 STE-ROW PIC 9(3).
       01 STE-COL PIC 9(3).
       01 STE-CELL PIC S9(4).

       LINKAGE SECTION.
       01 LK-STE-LINE PIC X(20).
       01 LK-STE-MATRIX.
           02 LK-STE-ROWS PIC 9(3).
           02 LK-STE-COLS PIC 9(3).
           02 LK-STE-COUNT PIC 9(5).
           02 LK-STE-ENTRY OCCURS 20000 TIMES.
              03 LK-STE-ROW PIC 9(3).
              03 LK-STE-COL PIC 9(3).
              03 LK-STE-VALUE PIC S9(4).
       01 LK-STE-STATUS PIC X.
           88 LK-STE-BAD VALUE "B".

       PROCEDURE DIVISION USING LK-STE-LINE LK-STE-MATRIX
              LK-STE-STATUS.
       STE-MAIN.
           MOVE SPACE TO LK-STE-STATUS
           IF LK-STE-LINE(1:6) NOT NUMERIC
              OR (LK-STE-LINE(7:1) NOT = "+"
              AND LK-STE-LINE(7:1) NOT = "-")
              OR LK-STE-LINE(8:4) NOT NUMERIC
              OR LK-STE-COUNT NOT < 20000
              SET LK-STE-BAD TO TRUE
           ELSE
              MOVE LK-STE-LINE(1:3) TO STE-ROW
              MOVE LK-STE-LINE(4:3) TO STE-COL
              MOVE LK-STE-LINE(7:5) TO STE-CELL
              IF STE-ROW = ZERO OR STE-ROW > LK-STE-ROWS
                 OR STE-COL = ZERO OR STE-COL > LK-STE-COLS
                 SET LK-STE-BAD TO TRUE
              END-IF
              IF NOT LK-STE-BAD AND LK-STE-COUNT > ZERO
                 IF STE-ROW < LK-STE-ROW(LK-STE-COUNT)
                    OR (STE-ROW = LK-STE-ROW(LK-STE-COUNT)
                    AND STE-COL NOT > LK-STE-COL(LK-STE-COUNT))
                    SET LK-STE-BAD TO TRUE
                 END-IF
              END-IF
              IF NOT LK-STE-BAD
                 ADD 1 TO LK-STE-COUNT
                 MOVE STE-ROW TO LK-STE-ROW(LK-STE-COUNT)
                 MOVE STE-COL TO LK-STE-COL(LK-STE-COUNT)
                 MOVE STE-CELL TO LK-STE-VALUE(LK-STE-COUNT)
              END-IF
           END-IF
           GOBACK.

       END PROGRAM SPARSE-TRIPLE-EDIT.
