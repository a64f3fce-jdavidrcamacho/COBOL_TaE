      *****************************************************************
      * ORGPARM.CPY
      *
      * The parameter block a report passes to ORG-ROLLUP (ORGROLL.CPY)
      * on every call.  COPY it into WORKING-STORAGE; ORG-ROLLUP's
      * LINKAGE SECTION describes the same layout.
      *
      *   WS-ORG-ACTION     I - start: load the hierarchy and return
      *                         the level this program rolls up at;
      *                     A - add one item's amounts to its group;
      *                     P - print the control-break section onto
      *                         the caller's open report.
      *   WS-ORG-PROGRAM    the caller's program name, as on
      *                     ORGLEVEL.DAT (I).
      *   WS-ORG-LEVEL      comes back D (department), V (division),
      *                     B (business unit) or space - no rollup
      *                     asked for (I).
      *   WS-ORG-ACCOUNT    the item's account code, or spaces when
      *                     the caller already knows the department
      *                     and passes it in WS-ORG-DEPT (A).
      *   WS-ORG-DATE       the item's own date - the organization in
      *                     force on that date decides its group (A).
      *   WS-ORG-MEMBER     the line the amounts print under within
      *                     the group, usually account and name (A).
      *   WS-ORG-AMOUNT     up to three signed amounts per item (A),
      *                     WS-ORG-AMOUNT-COUNT saying how many print.
      *   WS-ORG-CAPTION    the column captions printed over the
      *                     section (P).
      *   WS-ORG-RPT-FILE   the caller's open REPORT-WRITER file (P).
      *****************************************************************
       01 WS-ORG-PARMS.
           05 WS-ORG-ACTION PIC X.
           05 WS-ORG-PROGRAM PIC X(30).
           05 WS-ORG-LEVEL PIC X.
               88 WS-ORG-ROLLUP-WANTED VALUE "D" "V" "B".
           05 WS-ORG-ACCOUNT PIC X(4).
           05 WS-ORG-DEPT PIC X(12).
           05 WS-ORG-DATE PIC 9(8).
           05 WS-ORG-MEMBER PIC X(24).
           05 WS-ORG-AMOUNT OCCURS 3 TIMES PIC S9(11)V99 COMP-3.
           05 WS-ORG-AMOUNT-COUNT PIC 9.
           05 WS-ORG-CAPTION PIC X(60).
           05 WS-ORG-RPT-FILE PIC X(40).
