      * columns 1-6 the serial and column 7 the type, or prompted)
      * and reports the transaction's story in one pass:
      *
      *   - the intake register INTAKE.DAT: the deck that brought
      *     the serial in - any deck of the type whose first-to-
      *     last serial range covers it - with its intake number,
      *     submitter, arrival time, seal verdict, the processing
      *     date it was accepted for, and its disposition;
      *   - the deck's serial register: whether and when the serial
      *     processed, and under which department tag;
      *   - the deck's quarantine file: whether the transaction is
           SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-GEN-STATUS.
           SELECT INTAKE-FILE ASSIGN TO DYNAMIC WS-INTAKE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INTAKE-STATUS.
           SELECT PARM-FILE ASSIGN TO "SIPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           05 RES-COST-SCALE PIC 9.
           05 RES-COST PIC X(12).
           05 RES-RESULT PIC X(200).
           05 RES-CYCLE PIC 9.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 CAT-ARCHIVE-NAME PIC X(40).
           05 CAT-CUT-DATE PIC 9(8).
       FD  GEN-FILE.
       01  GEN-RECORD PIC X(100).
       FD  INTAKE-FILE.
       01  INTAKE-RECORD.
           05 INT-NUMBER PIC 9(6).
           05 INT-DECK-NAME PIC X(20).
           05 INT-DECK-TYPE PIC X.
           05 INT-SUBMITTER PIC X(8).
           05 INT-ARRIVAL-DATE PIC 9(8).
           05 INT-ARRIVAL-TIME PIC 9(6).
           05 INT-HEADER-DATE PIC X(8).
           05 INT-TRAILER-COUNT PIC X(4).
           05 INT-LINE-COUNT PIC 9(5).
           05 INT-FIRST-SERIAL PIC 9(6).
           05 INT-LAST-SERIAL PIC 9(6).
           05 INT-SEAL-STATUS PIC X.
           05 INT-SEAL-TEXT PIC X(16).
           05 INT-PROCESS-DATE PIC 9(8).
           05 INT-STATUS PIC X.
           05 INT-REASON PIC X(40).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-SERIAL PIC 9(6).
       01 WS-CATALOG-STATUS PIC XX.
       01 WS-GEN-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-INTAKE-STATUS PIC XX.
       01 WS-INTAKE-NAME PIC X(40).
       01 WS-REGISTER-NAME PIC X(40).
       01 WS-QUAR-NAME PIC X(40).
       01 WS-RESULT-NAME PIC X(40).
           MOVE "SUITERES.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-RESULT-NAME
           MOVE "INTAKE.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-INTAKE-NAME
           MOVE "O" TO WS-RPT-ACTION
           MOVE "SERINQ.DAT" TO WS-RPT-FILE
           MOVE "TRANSACTION HISTORY INQUIRY" TO WS-RPT-TITLE
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM FILE-FINDING-LINE
           SUBTRACT 1 FROM WS-FINDINGS
           PERFORM CHECK-INTAKE
           PERFORM CHECK-REGISTER
           PERFORM CHECK-QUARANTINE
           PERFORM CHECK-RESULTS
              ACCEPT WS-DECK-TYPE
           END-IF.

      *****************************************************************
      * CHECK-INTAKE finds the intake entries for the deck that
      * carried the serial - its arrival, and a release from hold
      * where the cutoff moved it to a later processing date.
      *****************************************************************
       CHECK-INTAKE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-STATUS NOT = "00"
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              READ INTAKE-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF INT-DECK-TYPE = WS-DECK-TYPE
                       AND INT-FIRST-SERIAL NOT > WS-SERIAL
                       AND INT-LAST-SERIAL NOT < WS-SERIAL
                       AND INT-LAST-SERIAL > ZERO
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "INTAKE " INT-NUMBER " " INT-DECK-NAME
                          " FROM " INT-SUBMITTER " ARRIVED "
                          INT-ARRIVAL-DATE " " INT-ARRIVAL-TIME
                          " SEAL " INT-SEAL-STATUS " FOR "
                          INT-PROCESS-DATE " STATUS " INT-STATUS
                          DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM FILE-FINDING-LINE
                       IF INT-REASON NOT = SPACES
                          MOVE SPACES TO WS-RPT-LINE
                          STRING "INTAKE " INT-NUMBER " - "
                             INT-REASON
                             DELIMITED BY SIZE INTO WS-RPT-LINE
                          PERFORM FILE-FINDING-LINE
                          SUBTRACT 1 FROM WS-FINDINGS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-INTAKE-STATUS NOT = "35"
              CLOSE INTAKE-FILE
           END-IF.

       CHECK-REGISTER.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
