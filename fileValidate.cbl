      *                  numeric with the suite's leading-sign
      *                  convention, X character
      *   column  22     R when the field is required non-blank
      *   column  23     the field's format in the mainframe
      *                  interface files (see mfInterface) - not
      *                  used here
      *
      * The run is driven by FVPARM.DAT - the file to check
      * (columns 1-20), the layout name to check it against
           05 DCT-FIELD-LEN PIC 9(2).
           05 DCT-FIELD-TYPE PIC X.
           05 DCT-REQUIRED PIC X.
           05 DCT-MF-FORMAT PIC X.
       FD  TARGET-FILE.
       01  TARGET-RECORD PIC X(100).
       FD  PARM-FILE.
