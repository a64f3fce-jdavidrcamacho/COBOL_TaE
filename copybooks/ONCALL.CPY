      *****************************************************************
      * ONCALL.CPY
      *
      * On-call roster and alert response services, distributed as a
      * copybook the same way AUTHGATE.CPY is: COPYing this text
      * makes the ONCALL-* siblings callable by CALL.
      *
      * ALERTS.DAT says what needs a human tonight; these services
      * say which human.  Every alert belongs to a support group -
      * the program that raised it is looked up on the group map
      * ALRTGRP.DAT (program name, group), and anything not mapped
      * belongs to OPS.  The on-call roster ONCALL.DAT carries, per
      * group and date range, the primary, secondary, and manager
      * contacts - the three escalation tiers.  Each severity has a
      * response time on ALRTRESP.DAT (severity, minutes), falling
      * back to 15 minutes for F, 30 for E, and 240 for anything
      * else when the file or the severity's line is missing.
      *
      *   ONCALL-GROUP      program name in, support group out
      *   ONCALL-CONTACT    group, date, and tier (1 primary,
      *                     2 secondary, 3 manager) in, the contact
      *                     on the roster for that date out - the
      *                     latest-starting entry covering the date
      *                     wins, a group with no entry falls back
      *                     to OPS, and spaces come back when no one
      *                     is rostered at all
      *   ONCALL-RESPONSE   severity in, response time in minutes
      *                     out
      *   ONCALL-MINUTES    two date/time stamps in, the whole
      *                     minutes elapsed from the first to the
      *                     second out (zero when not later)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-GROUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCG-MAP-FILE ASSIGN TO "ALRTGRP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS OCG-MAP-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  OCG-MAP-FILE.
       01  OCG-MAP-RECORD.
           05 OCG-PROGRAM PIC X(30).
           05 OCG-GROUP PIC X(8).

       WORKING-STORAGE SECTION.
       01 OCG-MAP-STATUS PIC XX.
       01 OCG-EOF-SWITCH PIC X.
           88 OCG-EOF VALUE "Y".

       LINKAGE SECTION.
       01 LK-OCG-PROGRAM PIC X(30).
       01 LK-OCG-GROUP PIC X(8).

       PROCEDURE DIVISION USING LK-OCG-PROGRAM LK-OCG-GROUP.
       OCG-MAIN.
           MOVE "OPS" TO LK-OCG-GROUP
           MOVE "N" TO OCG-EOF-SWITCH
           OPEN INPUT OCG-MAP-FILE
           IF OCG-MAP-STATUS NOT = "00"
              GOBACK
           END-IF
           PERFORM UNTIL OCG-EOF
              READ OCG-MAP-FILE
                 AT END SET OCG-EOF TO TRUE
                 NOT AT END
                    IF OCG-PROGRAM = LK-OCG-PROGRAM
                       AND OCG-GROUP NOT = SPACES
                       MOVE OCG-GROUP TO LK-OCG-GROUP
                       SET OCG-EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OCG-MAP-FILE
           GOBACK.

       END PROGRAM ONCALL-GROUP.

      *****************************************************************
      * ONCALL-CONTACT finds who is on call for a group and tier on
      * a date.  A group with no roster entry covering the date is
      * looked up again as OPS, so an alert always reaches the
      * operations roster when its own group has none.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-CONTACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCC-ROSTER-FILE ASSIGN TO "ONCALL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS OCC-ROSTER-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  OCC-ROSTER-FILE.
       01  OCC-ROSTER-RECORD.
           05 OCC-GROUP PIC X(8).
           05 OCC-FROM-DATE PIC 9(8).
           05 OCC-TO-DATE PIC 9(8).
           05 OCC-PRIMARY PIC X(8).
           05 OCC-SECONDARY PIC X(8).
           05 OCC-MANAGER PIC X(8).

       WORKING-STORAGE SECTION.
       01 OCC-ROSTER-STATUS PIC XX.
       01 OCC-EOF-SWITCH PIC X.
           88 OCC-EOF VALUE "Y".
       01 OCC-LOOK-GROUP PIC X(8).
       01 OCC-BEST-FROM PIC 9(8).

       LINKAGE SECTION.
       01 LK-OCC-GROUP PIC X(8).
       01 LK-OCC-DATE PIC 9(8).
       01 LK-OCC-TIER PIC 9.
       01 LK-OCC-CONTACT PIC X(8).

       PROCEDURE DIVISION USING LK-OCC-GROUP LK-OCC-DATE LK-OCC-TIER
              LK-OCC-CONTACT.
       OCC-MAIN.
           MOVE SPACES TO LK-OCC-CONTACT
           MOVE LK-OCC-GROUP TO OCC-LOOK-GROUP
           PERFORM OCC-SCAN-ROSTER
           IF LK-OCC-CONTACT = SPACES AND LK-OCC-GROUP NOT = "OPS"
              MOVE "OPS" TO OCC-LOOK-GROUP
              PERFORM OCC-SCAN-ROSTER
           END-IF
           GOBACK.

       OCC-SCAN-ROSTER.
           MOVE ZERO TO OCC-BEST-FROM
           MOVE "N" TO OCC-EOF-SWITCH
           OPEN INPUT OCC-ROSTER-FILE
           IF OCC-ROSTER-STATUS NOT = "00"
              SET OCC-EOF TO TRUE
           END-IF
           PERFORM UNTIL OCC-EOF
              READ OCC-ROSTER-FILE
                 AT END SET OCC-EOF TO TRUE
                 NOT AT END
                    IF OCC-GROUP = OCC-LOOK-GROUP
                       AND OCC-FROM-DATE NOT > LK-OCC-DATE
                       AND OCC-TO-DATE NOT < LK-OCC-DATE
                       AND OCC-FROM-DATE NOT < OCC-BEST-FROM
                       MOVE OCC-FROM-DATE TO OCC-BEST-FROM
                       EVALUATE LK-OCC-TIER
                          WHEN 1
                             MOVE OCC-PRIMARY TO LK-OCC-CONTACT
                          WHEN 2
                             MOVE OCC-SECONDARY TO LK-OCC-CONTACT
                          WHEN OTHER
                             MOVE OCC-MANAGER TO LK-OCC-CONTACT
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM
           IF OCC-ROSTER-STATUS NOT = "35"
              CLOSE OCC-ROSTER-FILE
           END-IF.

       END PROGRAM ONCALL-CONTACT.

      *****************************************************************
      * ONCALL-RESPONSE hands back how long an alert of a severity
      * may wait unacknowledged before it escalates a tier.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-RESPONSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCR-RESP-FILE ASSIGN TO "ALRTRESP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS OCR-RESP-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  OCR-RESP-FILE.
       01  OCR-RESP-RECORD.
           05 OCR-SEVERITY PIC X.
           05 OCR-MINUTES PIC 9(4).

       WORKING-STORAGE SECTION.
       01 OCR-RESP-STATUS PIC XX.
       01 OCR-EOF-SWITCH PIC X.
           88 OCR-EOF VALUE "Y".

       LINKAGE SECTION.
       01 LK-OCR-SEVERITY PIC X.
       01 LK-OCR-MINUTES PIC 9(4).

       PROCEDURE DIVISION USING LK-OCR-SEVERITY LK-OCR-MINUTES.
       OCR-MAIN.
           EVALUATE LK-OCR-SEVERITY
              WHEN "F" MOVE 15 TO LK-OCR-MINUTES
              WHEN "E" MOVE 30 TO LK-OCR-MINUTES
              WHEN OTHER MOVE 240 TO LK-OCR-MINUTES
           END-EVALUATE
           MOVE "N" TO OCR-EOF-SWITCH
           OPEN INPUT OCR-RESP-FILE
           IF OCR-RESP-STATUS NOT = "00"
              GOBACK
           END-IF
           PERFORM UNTIL OCR-EOF
              READ OCR-RESP-FILE
                 AT END SET OCR-EOF TO TRUE
                 NOT AT END
                    IF OCR-SEVERITY = LK-OCR-SEVERITY
                       AND OCR-MINUTES IS NUMERIC
                       AND OCR-MINUTES > ZERO
                       MOVE OCR-MINUTES TO LK-OCR-MINUTES
                       SET OCR-EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OCR-RESP-FILE
           GOBACK.

       END PROGRAM ONCALL-RESPONSE.

      *****************************************************************
      * ONCALL-MINUTES counts the whole minutes from one date and
      * HHMMSSCC time to another, across midnight and month ends.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-MINUTES.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 OCM-FROM-MINUTES PIC S9(11).
       01 OCM-TO-MINUTES PIC S9(11).
       01 OCM-TIME-PARTS.
           05 OCM-HH PIC 9(2).
           05 OCM-MM PIC 9(2).
           05 FILLER PIC 9(4).

       LINKAGE SECTION.
       01 LK-OCM-FROM-DATE PIC 9(8).
       01 LK-OCM-FROM-TIME PIC 9(8).
       01 LK-OCM-TO-DATE PIC 9(8).
       01 LK-OCM-TO-TIME PIC 9(8).
       01 LK-OCM-MINUTES PIC 9(6).

       PROCEDURE DIVISION USING LK-OCM-FROM-DATE LK-OCM-FROM-TIME
              LK-OCM-TO-DATE LK-OCM-TO-TIME LK-OCM-MINUTES.
       OCM-MAIN.
           MOVE LK-OCM-FROM-TIME TO OCM-TIME-PARTS
           COMPUTE OCM-FROM-MINUTES =
              FUNCTION INTEGER-OF-DATE(LK-OCM-FROM-DATE) * 1440
              + OCM-HH * 60 + OCM-MM
           MOVE LK-OCM-TO-TIME TO OCM-TIME-PARTS
           COMPUTE OCM-TO-MINUTES =
              FUNCTION INTEGER-OF-DATE(LK-OCM-TO-DATE) * 1440
              + OCM-HH * 60 + OCM-MM
           IF OCM-TO-MINUTES > OCM-FROM-MINUTES
              COMPUTE LK-OCM-MINUTES =
                 OCM-TO-MINUTES - OCM-FROM-MINUTES
           ELSE
              MOVE ZERO TO LK-OCM-MINUTES
           END-IF
           GOBACK.

       END PROGRAM ONCALL-MINUTES.
