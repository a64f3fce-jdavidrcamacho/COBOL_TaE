           05 RES-COST-SCALE PIC 9.
           05 RES-COST PIC X(12).
           05 RES-RESULT PIC X(200).
           05 RES-CYCLE PIC 9.
       FD  AREA-CSV-FILE.
       01  AREA-CSV-RECORD PIC X(120).
       FD  FACT-CSV-FILE.
