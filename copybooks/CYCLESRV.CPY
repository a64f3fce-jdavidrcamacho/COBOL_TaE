      *****************************************************************
      * CYCLESRV.CPY
      *
      * Intraday processing-cycle services, distributed as a
      * copybook the same way AUTHGATE.CPY is: COPYing this text
      * makes the CYCLE-* siblings callable by CALL.
      *
      * A business date is processed by the nightly cycle (0), the
      * one that closes the date, and by up to nine intraday cycles
      * (1-9) run through the day for urgent work - GET-RUN-CYCLE in
      * AUTHGATE.CPY says which one this run unit is.  Each cycle
      * keeps its own deck set, checkpoints, run lock and per-run
      * results under a cycle-qualified name; the serial registers
      * and SUITERES.DAT stay shared across the date, stamped with
      * the cycle, so a serial processed at noon is never processed
      * again at night.
      *
      *   CYCLE-RESOLVE-NAME  logical name and cycle in, the cycle's
      *                       own name out - the name untouched for
      *                       the nightly cycle, "Cn." in front of it
      *                       for intraday cycle n (C2.MTXDECKS.DAT)
      *   CYCLE-LOG-WRITE     files a state change of this run
      *                       unit's cycle to the cycle log
      *                       CYCLELOG.DAT - S started, C completed,
      *                       A aborted - with the processing date
      *                       and run identifier
      *   CYCLE-DAY-STATUS    for a processing date, which cycles
      *                       ran ("Y" in position n+1 for cycle n)
      *                       and which are still open - started or
      *                       aborted and not yet completed; the
      *                       nightly cycle always counts as run
      *   PARTITION-DECK-STATUS  a deck name and cycle in, whether
      *                       deckSplit has partitioned that deck
      *                       for tonight's processing date - S
      *                       split and not yet merged, M merged,
      *                       space not partitioned - and into how
      *                       many partitions
      *
      * The cycle log is an operational trail like RUNLOG.DAT and is
      * shared between the test and production environments; a
      * rehearsal's cycles are told apart by their run identifiers.
      *
      * A partition's own names come from PARTITION-RESOLVE-NAME in
      * AUTHGATE.CPY, beside GET-RUN-PARTITION - the partition's
      * copy of a cycle's name, "Pn." in front for partition n
      * (P3.MATRES.DAT, P3.C2.MATRES.DAT in intraday cycle 2).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-RESOLVE-NAME.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 CRN-CYCLE-OUT PIC 9.

       LINKAGE SECTION.
       01 LK-CRN-LOGICAL PIC X(40).
       01 LK-CRN-CYCLE PIC 9.
       01 LK-CRN-QUALIFIED PIC X(40).

       PROCEDURE DIVISION USING LK-CRN-LOGICAL LK-CRN-CYCLE
              LK-CRN-QUALIFIED.
       CRN-MAIN.
           IF LK-CRN-CYCLE = ZERO
              MOVE LK-CRN-LOGICAL TO LK-CRN-QUALIFIED
           ELSE
              MOVE LK-CRN-CYCLE TO CRN-CYCLE-OUT
              MOVE SPACES TO LK-CRN-QUALIFIED
              STRING "C" CRN-CYCLE-OUT "." DELIMITED BY SIZE
                 LK-CRN-LOGICAL DELIMITED BY SPACE
                 INTO LK-CRN-QUALIFIED
           END-IF
           GOBACK.

       END PROGRAM CYCLE-RESOLVE-NAME.

      *****************************************************************
      * CYCLE-LOG-WRITE appends one state line for this run unit's
      * cycle to CYCLELOG.DAT, with the usual FILE STATUS 35
      * create-on-first-use fallback.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-LOG-WRITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLW-LOG-FILE ASSIGN TO "CYCLELOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CLW-LOG-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  CLW-LOG-FILE.
       01  CLW-LOG-RECORD.
           05 CLW-DATE PIC 9(8).
           05 CLW-CYCLE PIC 9.
           05 CLW-STATE PIC X.
           05 CLW-RUN-ID PIC X(13).
           05 CLW-STAMP-DATE PIC 9(8).
           05 CLW-STAMP-TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CLW-LOG-STATUS PIC XX.
       01 CLW-PROCESS-DATE PIC 9(8).
       01 CLW-RUN-CYCLE PIC 9.
       01 CLW-RUN-ID-W PIC X(13).

       LINKAGE SECTION.
       01 LK-CLW-STATE PIC X.

       PROCEDURE DIVISION USING LK-CLW-STATE.
       CLW-MAIN.
           CALL "GET-PROCESS-DATE" USING CLW-PROCESS-DATE
           CALL "GET-RUN-CYCLE" USING CLW-RUN-CYCLE
           CALL "GET-RUN-ID" USING CLW-RUN-ID-W
           OPEN EXTEND CLW-LOG-FILE
           IF CLW-LOG-STATUS = "35"
              OPEN OUTPUT CLW-LOG-FILE
           END-IF
           MOVE CLW-PROCESS-DATE TO CLW-DATE
           MOVE CLW-RUN-CYCLE TO CLW-CYCLE
           MOVE LK-CLW-STATE TO CLW-STATE
           MOVE CLW-RUN-ID-W TO CLW-RUN-ID
           ACCEPT CLW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT CLW-STAMP-TIME FROM TIME
           WRITE CLW-LOG-RECORD
           CLOSE CLW-LOG-FILE
           GOBACK.

       END PROGRAM CYCLE-LOG-WRITE.

      *****************************************************************
      * CYCLE-DAY-STATUS reads the cycle log for one processing date.
      * A cycle ran when it has any line for the date; it is open
      * while its latest line for the date is not a completion - a
      * cycle that aborted still owes its restart.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-DAY-STATUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDS-LOG-FILE ASSIGN TO "CYCLELOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CDS-LOG-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  CDS-LOG-FILE.
       01  CDS-LOG-RECORD.
           05 CDS-DATE PIC 9(8).
           05 CDS-CYCLE PIC 9.
           05 CDS-STATE PIC X.
           05 CDS-RUN-ID PIC X(13).
           05 CDS-STAMP-DATE PIC 9(8).
           05 CDS-STAMP-TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CDS-LOG-STATUS PIC XX.
       01 CDS-EOF-SWITCH PIC X.
           88 CDS-EOF VALUE "Y".
       01 CDS-POS PIC 9(2) COMP.

       LINKAGE SECTION.
       01 LK-CDS-DATE PIC 9(8).
       01 LK-CDS-RAN PIC X(10).
       01 LK-CDS-OPEN PIC X(10).

       PROCEDURE DIVISION USING LK-CDS-DATE LK-CDS-RAN LK-CDS-OPEN.
       CDS-MAIN.
           MOVE ALL "N" TO LK-CDS-RAN
           MOVE ALL "N" TO LK-CDS-OPEN
           MOVE "Y" TO LK-CDS-RAN(1:1)
           MOVE "N" TO CDS-EOF-SWITCH
           OPEN INPUT CDS-LOG-FILE
           IF CDS-LOG-STATUS NOT = "00"
              GOBACK
           END-IF
           PERFORM UNTIL CDS-EOF
              READ CDS-LOG-FILE
                 AT END SET CDS-EOF TO TRUE
                 NOT AT END
                    IF CDS-DATE = LK-CDS-DATE
                       AND CDS-CYCLE IS NUMERIC
                       COMPUTE CDS-POS = CDS-CYCLE + 1
                       MOVE "Y" TO LK-CDS-RAN(CDS-POS:1)
                       IF CDS-STATE = "C"
                          MOVE "N" TO LK-CDS-OPEN(CDS-POS:1)
                       ELSE
                          MOVE "Y" TO LK-CDS-OPEN(CDS-POS:1)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CDS-LOG-FILE
           GOBACK.

       END PROGRAM CYCLE-DAY-STATUS.

      *****************************************************************
      * PARTITION-DECK-STATUS reads the cycle's partition control
      * file PARTCTL.DAT - written by deckSplit, claimed against by
      * partRun, closed off by partMerge - and answers for one deck.
      * Only a split made for tonight's processing date counts, so
      * yesterday's control file never holds a deck back.  Like the
      * deck lists, PARTCTL.DAT is a control file and is shared by
      * the test and production environments.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTITION-DECK-STATUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDS-CTL-FILE ASSIGN TO DYNAMIC PDS-CTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PDS-CTL-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  PDS-CTL-FILE.
       01  PDS-CTL-RECORD.
           05 PDS-TYPE PIC X.
           05 PDS-PARTITION PIC 9.
           05 PDS-STATE PIC X.
           05 PDS-KIND PIC X.
           05 PDS-DATE PIC 9(8).
           05 FILLER PIC X(35).
           05 PDS-DECK PIC X(20).
           05 FILLER PIC X(8).

       WORKING-STORAGE SECTION.
       01 PDS-CTL-STATUS PIC XX.
       01 PDS-CTL-NAME PIC X(40).
       01 PDS-LOGICAL PIC X(40) VALUE "PARTCTL.DAT".
       01 PDS-PROCESS-DATE PIC 9(8).
       01 PDS-EOF-SWITCH PIC X.
           88 PDS-EOF VALUE "Y".

       LINKAGE SECTION.
       01 LK-PDS-DECK PIC X(20).
       01 LK-PDS-CYCLE PIC 9.
       01 LK-PDS-STATE PIC X.
       01 LK-PDS-PARTITIONS PIC 9.

       PROCEDURE DIVISION USING LK-PDS-DECK LK-PDS-CYCLE
              LK-PDS-STATE LK-PDS-PARTITIONS.
       PDS-MAIN.
           MOVE SPACE TO LK-PDS-STATE
           MOVE ZERO TO LK-PDS-PARTITIONS
           CALL "GET-PROCESS-DATE" USING PDS-PROCESS-DATE
           CALL "CYCLE-RESOLVE-NAME" USING PDS-LOGICAL LK-PDS-CYCLE
              PDS-CTL-NAME
           MOVE "N" TO PDS-EOF-SWITCH
           OPEN INPUT PDS-CTL-FILE
           IF PDS-CTL-STATUS NOT = "00"
              GOBACK
           END-IF
           PERFORM UNTIL PDS-EOF
              READ PDS-CTL-FILE
                 AT END SET PDS-EOF TO TRUE
                 NOT AT END
                    IF PDS-TYPE = "H"
                       AND PDS-DATE = PDS-PROCESS-DATE
                       AND PDS-DECK = LK-PDS-DECK
                       MOVE PDS-STATE TO LK-PDS-STATE
                       IF PDS-PARTITION IS NUMERIC
                          MOVE PDS-PARTITION TO LK-PDS-PARTITIONS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PDS-CTL-FILE
           GOBACK.

       END PROGRAM PARTITION-DECK-STATUS.
