           05 RDH-DATE PIC 9(8).
           05 RDH-ITEM-KEY PIC X(8).
           05 RDH-VALUE PIC 9(4)V9(4).
           05 RDH-INSTRUMENT PIC X(8).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-FROM-DATE PIC 9(8).
