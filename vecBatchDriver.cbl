      * the shared SUITE-RESULT-WRITE.  The engines are carried in
      * this source file as sibling PROGRAM-IDs reached by CALL,
      * the way the matrix and area drivers carry theirs.
      *
      * Run in an intraday cycle, the driver reads that cycle's own
      * deck and files its own VECOUT.DAT under the cycle's "Cn."
      * prefix; the vector register stays the date's, shared by
      * every cycle, with the cycle stamped on each serial.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vecBatchDriver.
           05 REG-DEPT PIC X(8).
           05 REG-RUN-ID PIC X(13).
           05 REG-LATE PIC X.
           05 REG-CYCLE PIC 9.

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC XX.
       01 WS-REG-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-CYCLE-LOGICAL PIC X(40).
       01 WS-RUN-CYCLE PIC 9 VALUE ZERO.
       01 WS-TRAN-NAME PIC X(40).
       01 WS-OUT-NAME PIC X(40).
       01 WS-REG-NAME PIC X(40).
           END-IF
           CALL "GET-PROCESS-DATE" USING WS-PROCESS-DATE
      *    The data files resolve through the test environment,
      *    like the other drivers, the deck and output by cycle.
           CALL "GET-RUN-CYCLE" USING WS-RUN-CYCLE
           MOVE "VECTRAN.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-TRAN-NAME
           MOVE "VECOUT.DAT" TO WS-CYCLE-LOGICAL
           CALL "CYCLE-RESOLVE-NAME" USING WS-CYCLE-LOGICAL
              WS-RUN-CYCLE WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-OUT-NAME
           MOVE "VECREG.DAT" TO WS-LOGICAL-NAME
              ELSE
                 MOVE SPACE TO REG-LATE
              END-IF
              MOVE WS-RUN-CYCLE TO REG-CYCLE
              WRITE REGISTER-RECORD
              CLOSE REGISTER-FILE
           END-IF.
       COPY DATESERV.

       COPY ENVNAME.

       COPY CYCLESRV.
