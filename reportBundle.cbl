      *     line naming it;
      *   - a listed report not on disk is noted in the table of
      *     contents and leaves RETURN-CODE 4.
      *
      * The month-end statements (acctStatement) enter themselves
      * on the list under each account's department, so every
      * department's package carries its own statements.
      *
      * Nothing is bundled for a night plausCheck has held and no
      * operator has yet accepted, or one whose figures were
      * rejected: PLAUSCTL.DAT dated the run date with status H or R
      * stops the run with RETURN-CODE 8 and no packages.  A night
      * never checked, or one passed or accepted, bundles as usual.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reportBundle.
               FILE STATUS WS-REPORT-STATUS.
           SELECT PACKAGE-FILE ASSIGN TO DYNAMIC WS-PACKAGE-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CONTROL-STATUS.
       DATA DIVISION.

       FILE SECTION.
       01  REPORT-IN-RECORD PIC X(100).
       FD  PACKAGE-FILE.
       01  PACKAGE-RECORD PIC X(100).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 PCT-DATE PIC 9(8).
           05 PCT-STATUS PIC X.
           05 PCT-FLAGS PIC 9(4).
           05 PCT-USER PIC X(8).
           05 PCT-DECIDED-DATE PIC 9(8).
           05 PCT-DECIDED-TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-DIST-STATUS PIC XX.
       01 WS-MISSING-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PACKAGE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-LOGICAL-NAME PIC X(40).
       01 WS-CONTROL-NAME PIC X(40).
       01 WS-NIGHT-STATUS PIC X VALUE SPACE.
           88 WS-NIGHT-HELD VALUE "H".
           88 WS-NIGHT-REJECTED VALUE "R".
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
              GOBACK
           END-IF
           CALL "GET-PROCESS-DATE" USING WS-RUN-DATE
           PERFORM CHECK-PLAUSIBILITY
           PERFORM LOAD-DISTRIBUTION-LIST
           EVALUATE TRUE
              WHEN WS-NIGHT-HELD
                 DISPLAY "NIGHT OF " WS-RUN-DATE " HELD BY THE "
                    "PLAUSIBILITY CHECK - NOTHING BUNDLED"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-NIGHT-REJECTED
                 DISPLAY "NIGHT OF " WS-RUN-DATE " FIGURES REJECTED"
                    " - NOTHING BUNDLED"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-DIST-COUNT = ZERO
                 DISPLAY "DISTLIST.DAT NOT ON FILE OR EMPTY -"
                    " NOTHING TO BUNDLE"
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 PERFORM VARYING WS-RCP-IX FROM 1 BY 1
                       UNTIL WS-RCP-IX > WS-RECIP-COUNT
                    MOVE WS-RECIPIENT(WS-RCP-IX) TO
                       WS-THIS-RECIPIENT
                    PERFORM BUILD-ONE-PACKAGE
                 END-PERFORM
                 DISPLAY "REPORTBUNDLE COMPLETE - " WS-PACKAGE-COUNT
                    " PACKAGES, " WS-MISSING-COUNT " REPORTS MISSING"
                 IF WS-MISSING-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
           END-EVALUATE
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       CHECK-PLAUSIBILITY.
           MOVE "PLAUSCTL.DAT" TO WS-LOGICAL-NAME
           CALL "ENV-RESOLVE-NAME" USING WS-LOGICAL-NAME
              WS-CONTROL-NAME
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
              READ CONTROL-FILE
                 NOT AT END
                    IF PCT-DATE = WS-RUN-DATE
                       MOVE PCT-STATUS TO WS-NIGHT-STATUS
                    END-IF
              END-READ
              CLOSE CONTROL-FILE
           END-IF.

       LOAD-DISTRIBUTION-LIST.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DIST-FILE
