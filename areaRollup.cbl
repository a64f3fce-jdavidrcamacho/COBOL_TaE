           05 RES-COST-SCALE PIC 9.
           05 RES-COST PIC X(12).
           05 RES-RESULT PIC X(200).
           05 RES-CYCLE PIC 9.

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS PIC XX.
