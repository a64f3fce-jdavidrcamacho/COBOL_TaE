      *     follows);
      *   - expired-password changes (ACCEPTED - PASSWORD CHANGED
      *     outcomes);
      *   - unknown-user-ID attempts;
      *   - break-glass logins under a sealed emergency ID, and every
      *     break-glass use on BRKUSE.DAT still awaiting its second-
      *     user sign-off - listed whatever the date range, since an
      *     unreviewed use stays open until someone signs it off.
      *
      * The date range is read from SECPARM.DAT when that control file
      * is present - one record, FROM and TO dates side by side, the
           SELECT WINDOW-FILE ASSIGN TO "MBDWIN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WINDOW-STATUS.
           SELECT USE-FILE ASSIGN TO "BRKUSE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-USE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       01  WINDOW-RECORD.
           05 WINDOW-START PIC 9(4).
           05 WINDOW-END PIC 9(4).
       FD  USE-FILE.
       01  USE-RECORD.
           05 BUS-DATE PIC 9(8).
           05 BUS-TIME PIC 9(8).
           05 BUS-USER-ID PIC X(8).
           05 BUS-PROGRAM PIC X(30).
           05 BUS-TICKET PIC X(12).
           05 BUS-OPENED-BY PIC X(8).
           05 BUS-REVIEWED-BY PIC X(8).
           05 BUS-REVIEW-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-WINDOW-STATUS PIC XX.
       01 WS-USE-STATUS PIC XX.
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-HAVE-WINDOW-SWITCH PIC X VALUE "N".
       01 WS-TOTAL-OUTSIDE PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-EXPIRED PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-UNKNOWN PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-BREAK-GLASS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-UNREVIEWED PIC 9(5) VALUE ZERO.
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
                 "REJECTED - UNKNOWN USER ID"
                 ADD 1 TO WS-TOTAL-UNKNOWN
              END-IF
              IF WS-ENTRY-OUTCOME(1:22) = "ACCEPTED - BREAK-GLASS"
                 ADD 1 TO WS-TOTAL-BREAK-GLASS
              END-IF
           END-IF.

       FIND-USER-ENTRY.
              DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "BREAK-GLASS LOGINS: " WS-TOTAL-BREAK-GLASS
              DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-UNREVIEWED-USES
           MOVE SPACES TO REPORT-RECORD
           STRING "END OF REVIEW - " WS-TOTAL-ENTRIES " ENTRIES, "
              WS-TOTAL-FAILED " FAILED, " WS-TOTAL-OUTSIDE
              " OUTSIDE WINDOW" DELIMITED BY SIZE
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

      *****************************************************************
      * WRITE-UNREVIEWED-USES lists every break-glass use no second
      * user has signed off yet.
      *****************************************************************
       WRITE-UNREVIEWED-USES.
           MOVE SPACES TO REPORT-RECORD
           STRING "UNREVIEWED BREAK-GLASS USES:"
              DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT USE-FILE
           IF WS-USE-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ USE-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       IF BUS-REVIEWED-BY = SPACES
                          ADD 1 TO WS-TOTAL-UNREVIEWED
                          MOVE SPACES TO REPORT-RECORD
                          STRING "  " BUS-DATE " " BUS-TIME(1:4) " "
                             BUS-USER-ID " " BUS-PROGRAM " TKT "
                             BUS-TICKET DELIMITED BY SIZE
                             INTO REPORT-RECORD
                          WRITE REPORT-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE USE-FILE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "  " WS-TOTAL-UNREVIEWED " AWAITING SIGN-OFF"
              DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       END PROGRAM SecurityReview.

       COPY AUTHGATE.
