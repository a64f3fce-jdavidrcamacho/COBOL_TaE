      * record stamped with the processing date in front of the
      * item key and value, so the per-item statistics report
      * (rdgItemReport) can group any date range by item.  The
      * instrument ID a reading line may carry after its value is
      * kept on the history record as well, so the calibration
      * checks apply to the history the same as to the day's file.
      * The history file is opened EXTEND with the usual FILE
      * STATUS 35 create-on-first-use fallback and is managed like
      * the other append-forever files - cut it with archivePurge
      * when it grows past its welcome.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rdgHistory.
       01  READINGS-RECORD.
           05 RDG-ITEM-KEY PIC X(8).
           05 RDG-VALUE PIC 9(4)V9(4).
           05 RDG-INSTRUMENT PIC X(8).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 RDH-DATE PIC 9(8).
           05 RDH-ITEM-KEY PIC X(8).
           05 RDH-VALUE PIC 9(4)V9(4).
           05 RDH-INSTRUMENT PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-READINGS-STATUS PIC XX.
                    MOVE WS-PROCESS-DATE TO RDH-DATE
                    MOVE RDG-ITEM-KEY TO RDH-ITEM-KEY
                    MOVE RDG-VALUE TO RDH-VALUE
                    MOVE RDG-INSTRUMENT TO RDH-INSTRUMENT
                    WRITE HISTORY-RECORD
                    ADD 1 TO WS-APPENDED
              END-READ
