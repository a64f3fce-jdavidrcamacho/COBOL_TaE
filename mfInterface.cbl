      * mainframe-format interface file conversion
      *    TOPIC:
      *    EBCDIC AND PACKED DECIMAL BOTH WAYS
      *****************************************************************
      * Corporate takes our ledger and results extracts in their
      * mainframe's native format - fixed-length records, EBCDIC
      * text, packed (COMP-3) and signed-zoned amounts - and sends
      * their files back the same way.  layoutConv converts field
      * pictures inside our own ASCII line-sequential world only;
      * this program converts whole files between one of our
      * line-sequential layouts and the fixed-length mainframe
      * record, in either direction:
      *
      *   E - export: our line-sequential file in, the mainframe
      *       file out;
      *   I - import: the mainframe file in, our line-sequential
      *       file out.
      *
      * Both sides are described by the layout's entries in the
      * central layout dictionary LAYOUTS.DAT (see fileValidate),
      * which carries, in column 23, the mainframe format of each
      * field:
      *
      *   C  EBCDIC characters, the field's length (X fields);
      *   U  unsigned zoned decimal, one byte per digit;
      *   Z  signed zoned decimal, the sign overpunched on the last
      *      digit (C zone positive, D zone negative);
      *   P  packed decimal (COMP-3), two digits a byte and the sign
      *      in the last half-byte - at most 17 digits;
      *   blank - C for an X field, U for an N field, Z for an S
      *      field.
      *
      * A numeric field keeps its digit count across the trip - the
      * field length for an N field, one less for an S field, whose
      * leading sign byte becomes the zone or half-byte sign - and
      * its decimal places stay implied on both sides.  The
      * mainframe record is the layout's fields end to end in
      * dictionary order, so its length is the sum of the mainframe
      * field lengths; the file is a plain run of those records
      * with no delimiters, read and written a byte at a time.
      * Text is translated through the EBCDIC code page 037 table
      * for the 95 printable characters; anything outside it is
      * unconvertible.
      *
      * A record with any field that cannot be converted - non-
      * numeric digits, a missing sign, an untranslatable byte, an
      * invalid packed or zoned sign, a negative value for an
      * unsigned field, a value too wide for its field, a short
      * final mainframe record - is not written: each such field is
      * filed to EXCFILE.DAT (W, UNCONV) and listed on the
      * conversion report MFIRPT.DAT.  Control totals are taken on
      * both sides: the source side's record count and the hash
      * total of every numeric field of the records converted, and
      * the target side's, recomputed by reading the finished
      * target file back through its own layout.  The report closes
      * with both and whether they balance.
      *
      * The run is driven by MFIPARM.DAT - direction (column 1),
      * layout name (2-13), our line-sequential file (14-33), the
      * mainframe file (34-53) - or prompted when it is absent.
      * RETURN-CODE 4 when records were rejected, 8 when the layout
      * is missing or unusable, the input file is not on disk, or
      * the control totals do not balance.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mfInterface.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DICT-FILE ASSIGN TO "LAYOUTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DICT-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFIPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           SELECT LOCAL-FILE ASSIGN TO DYNAMIC WS-LOCAL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOCAL-STATUS.
           SELECT MF-FILE ASSIGN TO DYNAMIC WS-MF-NAME
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-MF-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  DICT-FILE.
       01  DICT-RECORD.
           05 DCT-LAYOUT PIC X(12).
           05 DCT-REC-LEN PIC 9(3).
           05 DCT-FIELD-POS PIC 9(3).
           05 DCT-FIELD-LEN PIC 9(2).
           05 DCT-FIELD-TYPE PIC X.
           05 DCT-REQUIRED PIC X.
           05 DCT-MF-FORMAT PIC X.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-DIRECTION PIC X.
           05 PARM-LAYOUT PIC X(12).
           05 PARM-LOCAL-NAME PIC X(20).
           05 PARM-MF-NAME PIC X(20).
       FD  LOCAL-FILE.
       01  LOCAL-RECORD PIC X(500).
       FD  MF-FILE.
       01  MF-BYTE PIC X.

       WORKING-STORAGE SECTION.
       01 WS-DICT-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-LOCAL-STATUS PIC XX.
       01 WS-MF-STATUS PIC XX.
       01 WS-LOCAL-NAME PIC X(40).
       01 WS-MF-NAME PIC X(40).
       01 WS-LAYOUT-NAME PIC X(12).
       01 WS-DIRECTION PIC X.
           88 WS-EXPORT VALUE "E".
           88 WS-IMPORT VALUE "I".
       01 WS-EOF-SWITCH PIC X.
           88 WS-EOF VALUE "Y".
      *    The code page 037 translation pair: the 95 printable ASCII
      *    characters and the EBCDIC byte for each, position for
      *    position.
       01 WS-ASCII-CHARS.
           05 FILLER PIC X(19)
               VALUE X"202122232425262728292A2B2C2D2E2F303132".
           05 FILLER PIC X(19)
               VALUE X"333435363738393A3B3C3D3E3F404142434445".
           05 FILLER PIC X(19)
               VALUE X"464748494A4B4C4D4E4F505152535455565758".
           05 FILLER PIC X(19)
               VALUE X"595A5B5C5D5E5F606162636465666768696A6B".
           05 FILLER PIC X(19)
               VALUE X"6C6D6E6F707172737475767778797A7B7C7D7E".
       01 WS-EBCDIC-CHARS.
           05 FILLER PIC X(19)
               VALUE X"405A7F7B5B6C507D4D5D5C4E6B604B61F0F1F2".
           05 FILLER PIC X(19)
               VALUE X"F3F4F5F6F7F8F97A5E4C7E6E6F7CC1C2C3C4C5".
           05 FILLER PIC X(19)
               VALUE X"C6C7C8C9D1D2D3D4D5D6D7D8D9E2E3E4E5E6E7".
           05 FILLER PIC X(19)
               VALUE X"E8E9BAE0BBB06D798182838485868788899192".
           05 FILLER PIC X(19)
               VALUE X"93949596979899A2A3A4A5A6A7A8A9C04FD0A1".
      *    The zoned overpunch characters for last digits 0-9, in
      *    their ASCII form: translated they are the C0-C9 and D0-D9
      *    bytes of a positive and a negative zoned field.
       01 WS-POSITIVE-PUNCH PIC X(10) VALUE "{ABCDEFGHI".
       01 WS-NEGATIVE-PUNCH PIC X(10) VALUE "}JKLMNOPQR".
       01 WS-FIELD-TABLE.
           05 WS-FIELD-ENTRY OCCURS 50 TIMES.
               10 WS-FLD-POS PIC 9(3).
               10 WS-FLD-LEN PIC 9(2).
               10 WS-FLD-TYPE PIC X.
               10 WS-FLD-FORMAT PIC X.
               10 WS-FLD-DIGITS PIC 9(2).
               10 WS-FLD-MF-POS PIC 9(3).
               10 WS-FLD-MF-LEN PIC 9(2).
       01 WS-FIELD-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-FLD-IX PIC 9(2) COMP.
       01 WS-REC-LEN PIC 9(3) VALUE ZERO.
       01 WS-MF-REC-LEN PIC 9(3) VALUE ZERO.
       01 WS-LAYOUT-ERROR PIC X(40).
       01 WS-LOCAL-WORK PIC X(500).
       01 WS-MF-RECORD PIC X(500).
       01 WS-MF-GOT PIC 9(3) COMP.
       01 WS-BYTE-IX PIC 9(3) COMP.
       01 WS-MF-EOF-SWITCH PIC X.
           88 WS-MF-EOF VALUE "Y".
       01 WS-FIELD-OK-SWITCH PIC X.
           88 WS-FIELD-OK VALUE "Y".
       01 WS-RECORD-BAD-SWITCH PIC X.
           88 WS-RECORD-BAD VALUE "Y".
       01 WS-TARGET-PASS-SWITCH PIC X.
           88 WS-TARGET-PASS VALUE "Y".
       01 WS-REASON PIC X(22).
       01 WS-SIGN-CHAR PIC X.
       01 WS-CHAR-FIELD PIC X(99).
       01 WS-XLATE-WORK PIC X(99).
       01 WS-XLATE-BACK PIC X(99).
       01 WS-XLATE-LEN PIC 9(2) COMP.
       01 WS-CHK-I PIC 9(3) COMP.
       01 WS-CHK-START PIC 9(3) COMP.
       01 WS-CHK-END PIC 9(3) COMP.
       01 WS-CHK-CHAR PIC X.
       01 WS-PUNCH-IX PIC 9(2) COMP.
       01 WS-VALUE PIC S9(18).
       01 WS-DIGITS PIC 9(18).
       01 WS-DIGITS-X REDEFINES WS-DIGITS PIC X(18).
       01 WS-DIGIT-START PIC 9(2) COMP.
       01 WS-LAST-DIGIT PIC 9.
       01 WS-PACKED PIC S9(17) COMP-3.
       01 WS-PACKED-X REDEFINES WS-PACKED PIC X(9).
       01 WS-PACK-START PIC 9(2) COMP.
       01 WS-RECORD-HASH PIC S9(18).
       01 WS-SOURCE-HASH PIC S9(18) VALUE ZERO.
       01 WS-TARGET-HASH PIC S9(18) VALUE ZERO.
       01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CONVERTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TARGET-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TARGET-BAD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HASH-OUT PIC -(18)9.
       01 WS-FLD-OUT PIC 9(2).
       01 WS-BALANCED-SWITCH PIC X.
           88 WS-BALANCED VALUE "Y".
       01 WS-EXC-SEVERITY PIC X.
       01 WS-EXC-REASON PIC X(8).
       01 WS-EXC-DETAIL PIC X(40).
       01 WS-RPT-ACTION PIC X.
       01 WS-RPT-FILE PIC X(40).
       01 WS-RPT-TITLE PIC X(60).
       01 WS-RPT-HEADING PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-AUTH-STATUS PIC X.
           88 WS-AUTH-OK VALUE "Y".
       01 WS-AUTH-USER PIC X(8).
       01 WS-PROGRAM-NAME PIC X(30) VALUE "MFINTERFACE".
       01 WS-RETURN-CODE PIC S9(4).
       PROCEDURE DIVISION.
           CALL "AUTH-GATE" USING WS-AUTH-STATUS WS-PROGRAM-NAME
                 WS-AUTH-USER
           IF NOT WS-AUTH-OK
              DISPLAY "Access denied"
              MOVE 8 TO RETURN-CODE
              MOVE RETURN-CODE TO WS-RETURN-CODE
              CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
                 WS-RETURN-CODE WS-AUTH-USER
              MOVE WS-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM OBTAIN-PARAMETERS
           PERFORM LOAD-LAYOUT
           IF WS-LAYOUT-ERROR NOT = SPACES
              DISPLAY "LAYOUT " WS-LAYOUT-NAME " UNUSABLE - "
                 WS-LAYOUT-ERROR
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM CONVERT-FILE
              IF WS-EOF-SWITCH = "M"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 DISPLAY "MFINTERFACE COMPLETE - " WS-READ-COUNT
                    " READ, " WS-CONVERTED-COUNT " CONVERTED, "
                    WS-REJECTED-COUNT " REJECTED"
                 EVALUATE TRUE
                    WHEN NOT WS-BALANCED
                       DISPLAY "CONTROL TOTALS DO NOT BALANCE"
                       MOVE 8 TO RETURN-CODE
                    WHEN WS-REJECTED-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                       MOVE 0 TO RETURN-CODE
                 END-EVALUATE
              END-IF
           END-IF
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CALL "AUTH-GATE-LOG-END" USING WS-PROGRAM-NAME
              WS-RETURN-CODE WS-AUTH-USER
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       OBTAIN-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
              MOVE PARM-DIRECTION TO WS-DIRECTION
              MOVE PARM-LAYOUT TO WS-LAYOUT-NAME
              MOVE PARM-LOCAL-NAME TO WS-LOCAL-NAME
              MOVE PARM-MF-NAME TO WS-MF-NAME
              CLOSE PARM-FILE
           ELSE
              DISPLAY "Direction - E export to the mainframe format,"
                 " I import from it"
              ACCEPT WS-DIRECTION
              DISPLAY "Layout name in LAYOUTS.DAT"
              ACCEPT WS-LAYOUT-NAME
              DISPLAY "Our line-sequential file"
              ACCEPT WS-LOCAL-NAME
              DISPLAY "Mainframe-format file"
              ACCEPT WS-MF-NAME
           END-IF.

      *****************************************************************
      * LOAD-LAYOUT tables the layout's fields and works out each
      * one's digit count and its place and length in the mainframe
      * record, refusing a layout the conversion cannot honour.
      *****************************************************************
       LOAD-LAYOUT.
           MOVE SPACES TO WS-LAYOUT-ERROR
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DICT-FILE
           IF WS-DICT-STATUS NOT = "00"
              MOVE "LAYOUTS.DAT NOT ON FILE" TO WS-LAYOUT-ERROR
              SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
              MOVE SPACES TO DICT-RECORD
              READ DICT-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF DCT-LAYOUT = WS-LAYOUT-NAME
                       IF WS-FIELD-COUNT < 50
                          ADD 1 TO WS-FIELD-COUNT
                          MOVE DCT-FIELD-POS TO
                             WS-FLD-POS(WS-FIELD-COUNT)
                          MOVE DCT-FIELD-LEN TO
                             WS-FLD-LEN(WS-FIELD-COUNT)
                          MOVE DCT-FIELD-TYPE TO
                             WS-FLD-TYPE(WS-FIELD-COUNT)
                          MOVE DCT-MF-FORMAT TO
                             WS-FLD-FORMAT(WS-FIELD-COUNT)
                          MOVE DCT-REC-LEN TO WS-REC-LEN
                       ELSE
                          MOVE "MORE THAN 50 FIELDS" TO
                             WS-LAYOUT-ERROR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-DICT-STATUS NOT = "35"
              CLOSE DICT-FILE
           END-IF
           IF WS-LAYOUT-ERROR = SPACES AND WS-FIELD-COUNT = ZERO
              MOVE "NOT IN LAYOUTS.DAT" TO WS-LAYOUT-ERROR
           END-IF
           IF WS-LAYOUT-ERROR = SPACES
              AND NOT WS-EXPORT AND NOT WS-IMPORT
              MOVE "DIRECTION MUST BE E OR I" TO WS-LAYOUT-ERROR
           END-IF
           MOVE ZERO TO WS-MF-REC-LEN
           PERFORM VARYING WS-FLD-IX FROM 1 BY 1
                 UNTIL WS-FLD-IX > WS-FIELD-COUNT
                 OR WS-LAYOUT-ERROR NOT = SPACES
              PERFORM PLACE-ONE-FIELD
           END-PERFORM
           IF WS-LAYOUT-ERROR = SPACES AND WS-MF-REC-LEN > 500
              MOVE "MAINFRAME RECORD OVER 500 BYTES" TO
                 WS-LAYOUT-ERROR
           END-IF.

       PLACE-ONE-FIELD.
           MOVE WS-FLD-IX TO WS-FLD-OUT
           IF WS-FLD-FORMAT(WS-FLD-IX) = SPACE
              EVALUATE WS-FLD-TYPE(WS-FLD-IX)
                 WHEN "N"
                    MOVE "U" TO WS-FLD-FORMAT(WS-FLD-IX)
                 WHEN "S"
                    MOVE "Z" TO WS-FLD-FORMAT(WS-FLD-IX)
                 WHEN OTHER
                    MOVE "C" TO WS-FLD-FORMAT(WS-FLD-IX)
              END-EVALUATE
           END-IF
           IF WS-FLD-TYPE(WS-FLD-IX) = "S"
              COMPUTE WS-FLD-DIGITS(WS-FLD-IX) =
                 WS-FLD-LEN(WS-FLD-IX) - 1
           ELSE
              MOVE WS-FLD-LEN(WS-FLD-IX) TO WS-FLD-DIGITS(WS-FLD-IX)
           END-IF
           EVALUATE WS-FLD-FORMAT(WS-FLD-IX)
              WHEN "C"
                 MOVE WS-FLD-LEN(WS-FLD-IX) TO
                    WS-FLD-MF-LEN(WS-FLD-IX)
              WHEN "U"
              WHEN "Z"
                 MOVE WS-FLD-DIGITS(WS-FLD-IX) TO
                    WS-FLD-MF-LEN(WS-FLD-IX)
              WHEN "P"
                 COMPUTE WS-FLD-MF-LEN(WS-FLD-IX) =
                    WS-FLD-DIGITS(WS-FLD-IX) / 2 + 1
           END-EVALUATE
           EVALUATE TRUE
              WHEN WS-FLD-POS(WS-FLD-IX) = ZERO
                 OR WS-FLD-LEN(WS-FLD-IX) = ZERO
                 OR WS-FLD-POS(WS-FLD-IX) + WS-FLD-LEN(WS-FLD-IX)
                    > 501
                 STRING "FIELD " WS-FLD-OUT " POSITION OR LENGTH"
                    DELIMITED BY SIZE INTO WS-LAYOUT-ERROR
              WHEN WS-FLD-TYPE(WS-FLD-IX) NOT = "N"
                 AND WS-FLD-TYPE(WS-FLD-IX) NOT = "S"
                 AND WS-FLD-TYPE(WS-FLD-IX) NOT = "X"
                 STRING "FIELD " WS-FLD-OUT " TYPE NOT N, S OR X"
                    DELIMITED BY SIZE INTO WS-LAYOUT-ERROR
              WHEN WS-FLD-FORMAT(WS-FLD-IX) NOT = "C"
                 AND WS-FLD-FORMAT(WS-FLD-IX) NOT = "U"
                 AND WS-FLD-FORMAT(WS-FLD-IX) NOT = "Z"
                 AND WS-FLD-FORMAT(WS-FLD-IX) NOT = "P"
                 STRING "FIELD " WS-FLD-OUT " FORMAT NOT C, U, Z, P"
                    DELIMITED BY SIZE INTO WS-LAYOUT-ERROR
              WHEN WS-FLD-TYPE(WS-FLD-IX) = "X"
                 AND WS-FLD-FORMAT(WS-FLD-IX) NOT = "C"
                 STRING "FIELD " WS-FLD-OUT " TEXT MUST BE FORMAT C"
                    DELIMITED BY SIZE INTO WS-LAYOUT-ERROR
              WHEN WS-FLD-TYPE(WS-FLD-IX) NOT = "X"
                 AND WS-FLD-FORMAT(WS-FLD-IX) = "C"
                 STRING "FIELD " WS-FLD-OUT " NUMBER CANNOT BE C"
                    DELIMITED BY SIZE INTO WS-LAYOUT-ERROR
              WHEN WS-FLD-TYPE(WS-FLD-IX) NOT = "X"
                 AND (WS-FLD-DIGITS(WS-FLD-IX) = ZERO
                    OR WS-FLD-DIGITS(WS-FLD-IX) > 18)
                 STRING "FIELD " WS-FLD-OUT " NOT 1 TO 18 DIGITS"
                    DELIMITED BY SIZE INTO WS-LAYOUT-ERROR
              WHEN WS-FLD-FORMAT(WS-FLD-IX) = "P"
                 AND WS-FLD-DIGITS(WS-FLD-IX) > 17
                 STRING "FIELD " WS-FLD-OUT " OVER 17 DIGITS PACKED"
                    DELIMITED BY SIZE INTO WS-LAYOUT-ERROR
              WHEN OTHER
                 COMPUTE WS-FLD-MF-POS(WS-FLD-IX) = WS-MF-REC-LEN + 1
                 ADD WS-FLD-MF-LEN(WS-FLD-IX) TO WS-MF-REC-LEN
           END-EVALUATE.

      *****************************************************************
      * CONVERT-FILE runs the conversion pass and then the target
      * pass that reads the finished file back for its control
      * totals.  WS-EOF-SWITCH comes back M when the input file is
      * not on disk.
      *****************************************************************
       CONVERT-FILE.
           MOVE "O" TO WS-RPT-ACTION
           MOVE "MFIRPT.DAT" TO WS-RPT-FILE
           MOVE "MAINFRAME INTERFACE CONVERSION REPORT" TO
              WS-RPT-TITLE
           MOVE "RECORD / FIELD / FINDING" TO WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-LINE
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-EXPORT
              STRING "EXPORT OF " WS-LOCAL-NAME(1:20) " TO "
                 WS-MF-NAME(1:20) " LAYOUT " WS-LAYOUT-NAME
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING "IMPORT OF " WS-MF-NAME(1:20) " TO "
                 WS-LOCAL-NAME(1:20) " LAYOUT " WS-LAYOUT-NAME
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "N" TO WS-TARGET-PASS-SWITCH
           IF WS-EXPORT
              PERFORM EXPORT-FILE
           ELSE
              PERFORM IMPORT-FILE
           END-IF
           IF WS-EOF-SWITCH NOT = "M"
              SET WS-TARGET-PASS TO TRUE
              IF WS-EXPORT
                 PERFORM TOTAL-MF-TARGET
              ELSE
                 PERFORM TOTAL-LOCAL-TARGET
              END-IF
              PERFORM WRITE-CONTROL-TOTALS
           END-IF
           MOVE "C" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       EXPORT-FILE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LOCAL-FILE
           IF WS-LOCAL-STATUS NOT = "00"
              DISPLAY WS-LOCAL-NAME " NOT ON FILE"
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-LOCAL-NAME " NOT ON FILE"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "M" TO WS-EOF-SWITCH
           ELSE
              OPEN OUTPUT MF-FILE
              PERFORM UNTIL WS-EOF
                 READ LOCAL-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE LOCAL-RECORD TO WS-LOCAL-WORK
                       PERFORM EXPORT-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE LOCAL-FILE
              CLOSE MF-FILE
           END-IF.

       EXPORT-ONE-RECORD.
           MOVE "N" TO WS-RECORD-BAD-SWITCH
           MOVE ZERO TO WS-RECORD-HASH
           MOVE SPACES TO WS-MF-RECORD
           PERFORM VARYING WS-FLD-IX FROM 1 BY 1
                 UNTIL WS-FLD-IX > WS-FIELD-COUNT
              PERFORM TAKE-LOCAL-FIELD
              IF WS-FIELD-OK
                 PERFORM LAY-MF-FIELD
              END-IF
              IF NOT WS-FIELD-OK
                 PERFORM REJECT-FIELD
              END-IF
           END-PERFORM
           IF WS-RECORD-BAD
              ADD 1 TO WS-REJECTED-COUNT
           ELSE
              ADD 1 TO WS-CONVERTED-COUNT
              ADD WS-RECORD-HASH TO WS-SOURCE-HASH
              PERFORM VARYING WS-BYTE-IX FROM 1 BY 1
                    UNTIL WS-BYTE-IX > WS-MF-REC-LEN
                 MOVE WS-MF-RECORD(WS-BYTE-IX:1) TO MF-BYTE
                 WRITE MF-BYTE
              END-PERFORM
           END-IF.

       IMPORT-FILE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-MF-EOF-SWITCH
           OPEN INPUT MF-FILE
           IF WS-MF-STATUS NOT = "00"
              DISPLAY WS-MF-NAME " NOT ON FILE"
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-MF-NAME " NOT ON FILE"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "M" TO WS-EOF-SWITCH
           ELSE
              OPEN OUTPUT LOCAL-FILE
              PERFORM UNTIL WS-MF-EOF
                 PERFORM READ-MF-RECORD
                 IF WS-MF-GOT > ZERO
                    ADD 1 TO WS-READ-COUNT
                    PERFORM IMPORT-ONE-RECORD
                 END-IF
              END-PERFORM
              CLOSE MF-FILE
              CLOSE LOCAL-FILE
           END-IF.

       IMPORT-ONE-RECORD.
           MOVE "N" TO WS-RECORD-BAD-SWITCH
           MOVE ZERO TO WS-RECORD-HASH
           MOVE SPACES TO WS-LOCAL-WORK
           IF WS-MF-GOT < WS-MF-REC-LEN
              MOVE ZERO TO WS-FLD-IX
              MOVE "SHORT FINAL RECORD" TO WS-REASON
              PERFORM REJECT-FIELD
           ELSE
              PERFORM VARYING WS-FLD-IX FROM 1 BY 1
                    UNTIL WS-FLD-IX > WS-FIELD-COUNT
                 PERFORM TAKE-MF-FIELD
                 IF WS-FIELD-OK
                    PERFORM LAY-LOCAL-FIELD
                 END-IF
                 IF NOT WS-FIELD-OK
                    PERFORM REJECT-FIELD
                 END-IF
              END-PERFORM
           END-IF
           IF WS-RECORD-BAD
              ADD 1 TO WS-REJECTED-COUNT
           ELSE
              ADD 1 TO WS-CONVERTED-COUNT
              ADD WS-RECORD-HASH TO WS-SOURCE-HASH
              MOVE WS-LOCAL-WORK TO LOCAL-RECORD
              WRITE LOCAL-RECORD
           END-IF.

      *    A mainframe record is the next WS-MF-REC-LEN bytes; fewer
      *    than that before end of file is a short final record.
       READ-MF-RECORD.
           MOVE ZERO TO WS-MF-GOT
           MOVE SPACES TO WS-MF-RECORD
           PERFORM UNTIL WS-MF-GOT = WS-MF-REC-LEN OR WS-MF-EOF
              READ MF-FILE
                 AT END SET WS-MF-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-MF-GOT
                    MOVE MF-BYTE TO WS-MF-RECORD(WS-MF-GOT:1)
              END-READ
           END-PERFORM.

      *****************************************************************
      * TAKE-LOCAL-FIELD picks one field out of our line-sequential
      * record in WS-LOCAL-WORK: the text into WS-CHAR-FIELD, a
      * number into WS-VALUE (and onto the record's hash total).
      *****************************************************************
       TAKE-LOCAL-FIELD.
           MOVE "Y" TO WS-FIELD-OK-SWITCH
           MOVE SPACES TO WS-REASON
           EVALUATE WS-FLD-TYPE(WS-FLD-IX)
              WHEN "X"
                 MOVE SPACES TO WS-CHAR-FIELD
                 MOVE WS-LOCAL-WORK(WS-FLD-POS(WS-FLD-IX):
                    WS-FLD-LEN(WS-FLD-IX)) TO WS-CHAR-FIELD
                 MOVE 1 TO WS-CHK-START
                 MOVE WS-FLD-LEN(WS-FLD-IX) TO WS-CHK-END
                 PERFORM CHECK-PRINTABLE-RUN
                 IF NOT WS-FIELD-OK
                    MOVE "CHAR HAS NO EBCDIC" TO WS-REASON
                 END-IF
              WHEN "N"
                 MOVE WS-FLD-POS(WS-FLD-IX) TO WS-CHK-START
                 PERFORM TAKE-LOCAL-DIGITS
                 IF NOT WS-FIELD-OK
                    MOVE "DIGITS NOT NUMERIC" TO WS-REASON
                 END-IF
              WHEN "S"
                 MOVE WS-LOCAL-WORK(WS-FLD-POS(WS-FLD-IX):1) TO
                    WS-SIGN-CHAR
                 IF WS-SIGN-CHAR NOT = "+" AND WS-SIGN-CHAR NOT = "-"
                    MOVE "N" TO WS-FIELD-OK-SWITCH
                    MOVE "SIGN NOT + OR -" TO WS-REASON
                 ELSE
                    COMPUTE WS-CHK-START = WS-FLD-POS(WS-FLD-IX) + 1
                    PERFORM TAKE-LOCAL-DIGITS
                    IF NOT WS-FIELD-OK
                       MOVE "DIGITS NOT NUMERIC" TO WS-REASON
                    ELSE
                       IF WS-SIGN-CHAR = "-"
                          COMPUTE WS-VALUE = ZERO - WS-VALUE
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE
           IF WS-FIELD-OK AND WS-FLD-TYPE(WS-FLD-IX) NOT = "X"
              ADD WS-VALUE TO WS-RECORD-HASH
           END-IF.

      *    The field's digits run from WS-CHK-START for its digit
      *    count; they are laid right-justified into WS-DIGITS.
       TAKE-LOCAL-DIGITS.
           COMPUTE WS-CHK-END =
              WS-CHK-START + WS-FLD-DIGITS(WS-FLD-IX) - 1
           PERFORM VARYING WS-CHK-I FROM WS-CHK-START BY 1
                 UNTIL WS-CHK-I > WS-CHK-END
              MOVE WS-LOCAL-WORK(WS-CHK-I:1) TO WS-CHK-CHAR
              IF WS-CHK-CHAR < "0" OR WS-CHK-CHAR > "9"
                 MOVE "N" TO WS-FIELD-OK-SWITCH
              END-IF
           END-PERFORM
           IF WS-FIELD-OK
              MOVE ZERO TO WS-DIGITS
              COMPUTE WS-DIGIT-START = 19 - WS-FLD-DIGITS(WS-FLD-IX)
              MOVE WS-LOCAL-WORK(WS-CHK-START:
                 WS-FLD-DIGITS(WS-FLD-IX)) TO
                 WS-DIGITS-X(WS-DIGIT-START:
                 WS-FLD-DIGITS(WS-FLD-IX))
              MOVE WS-DIGITS TO WS-VALUE
           END-IF.

       CHECK-PRINTABLE-RUN.
           PERFORM VARYING WS-CHK-I FROM WS-CHK-START BY 1
                 UNTIL WS-CHK-I > WS-CHK-END
              MOVE WS-CHAR-FIELD(WS-CHK-I:1) TO WS-CHK-CHAR
              IF WS-CHK-CHAR < SPACE OR WS-CHK-CHAR > "~"
                 MOVE "N" TO WS-FIELD-OK-SWITCH
              END-IF
           END-PERFORM.

      *****************************************************************
      * LAY-MF-FIELD lays the field taken into its mainframe form in
      * WS-MF-RECORD.
      *****************************************************************
       LAY-MF-FIELD.
           IF WS-FLD-FORMAT(WS-FLD-IX) = "C"
              MOVE WS-CHAR-FIELD TO WS-XLATE-WORK
              INSPECT WS-XLATE-WORK CONVERTING WS-ASCII-CHARS
                 TO WS-EBCDIC-CHARS
              MOVE WS-XLATE-WORK(1:WS-FLD-MF-LEN(WS-FLD-IX)) TO
                 WS-MF-RECORD(WS-FLD-MF-POS(WS-FLD-IX):
                 WS-FLD-MF-LEN(WS-FLD-IX))
           ELSE
              IF WS-VALUE < ZERO
                 COMPUTE WS-DIGITS = ZERO - WS-VALUE
              ELSE
                 MOVE WS-VALUE TO WS-DIGITS
              END-IF
              COMPUTE WS-DIGIT-START = 19 - WS-FLD-DIGITS(WS-FLD-IX)
              EVALUATE WS-FLD-FORMAT(WS-FLD-IX)
                 WHEN "U"
                    IF WS-VALUE < ZERO
                       MOVE "N" TO WS-FIELD-OK-SWITCH
                       MOVE "NEGATIVE FOR UNSIGNED" TO WS-REASON
                    ELSE
                       PERFORM LAY-ZONED-DIGITS
                    END-IF
                 WHEN "Z"
                    MOVE WS-DIGITS-X(18:1) TO WS-LAST-DIGIT
                    IF WS-VALUE < ZERO
                       MOVE WS-NEGATIVE-PUNCH(WS-LAST-DIGIT + 1:1) TO
                          WS-DIGITS-X(18:1)
                    ELSE
                       MOVE WS-POSITIVE-PUNCH(WS-LAST-DIGIT + 1:1) TO
                          WS-DIGITS-X(18:1)
                    END-IF
                    PERFORM LAY-ZONED-DIGITS
                 WHEN "P"
                    MOVE WS-VALUE TO WS-PACKED
                    COMPUTE WS-PACK-START =
                       10 - WS-FLD-MF-LEN(WS-FLD-IX)
                    MOVE WS-PACKED-X(WS-PACK-START:
                       WS-FLD-MF-LEN(WS-FLD-IX)) TO
                       WS-MF-RECORD(WS-FLD-MF-POS(WS-FLD-IX):
                       WS-FLD-MF-LEN(WS-FLD-IX))
              END-EVALUATE
           END-IF.

       LAY-ZONED-DIGITS.
           MOVE SPACES TO WS-XLATE-WORK
           MOVE WS-DIGITS-X(WS-DIGIT-START:WS-FLD-DIGITS(WS-FLD-IX))
              TO WS-XLATE-WORK
           INSPECT WS-XLATE-WORK CONVERTING WS-ASCII-CHARS
              TO WS-EBCDIC-CHARS
           MOVE WS-XLATE-WORK(1:WS-FLD-MF-LEN(WS-FLD-IX)) TO
              WS-MF-RECORD(WS-FLD-MF-POS(WS-FLD-IX):
              WS-FLD-MF-LEN(WS-FLD-IX)).

      *****************************************************************
      * TAKE-MF-FIELD picks one field out of the mainframe record in
      * WS-MF-RECORD: the text into WS-CHAR-FIELD, a number into
      * WS-VALUE (and onto the record's hash total).
      *****************************************************************
       TAKE-MF-FIELD.
           MOVE "Y" TO WS-FIELD-OK-SWITCH
           MOVE SPACES TO WS-REASON
           EVALUATE WS-FLD-FORMAT(WS-FLD-IX)
              WHEN "C"
                 PERFORM XLATE-MF-FIELD
                 IF WS-FIELD-OK
                    MOVE SPACES TO WS-CHAR-FIELD
                    MOVE WS-XLATE-WORK(1:WS-FLD-MF-LEN(WS-FLD-IX))
                       TO WS-CHAR-FIELD
                 ELSE
                    MOVE "UNTRANSLATABLE EBCDIC" TO WS-REASON
                 END-IF
              WHEN "U"
                 PERFORM XLATE-MF-FIELD
                 IF WS-FIELD-OK
                    PERFORM TAKE-ZONED-DIGITS
                 END-IF
                 IF NOT WS-FIELD-OK
                    MOVE "INVALID ZONED DIGITS" TO WS-REASON
                 END-IF
              WHEN "Z"
                 PERFORM XLATE-MF-FIELD
                 IF WS-FIELD-OK
                    PERFORM TAKE-ZONED-SIGN
                 END-IF
                 IF WS-FIELD-OK
                    PERFORM TAKE-ZONED-DIGITS
                 END-IF
                 IF NOT WS-FIELD-OK
                    MOVE "INVALID SIGNED ZONED" TO WS-REASON
                 ELSE
                    IF WS-SIGN-CHAR = "-"
                       COMPUTE WS-VALUE = ZERO - WS-VALUE
                    END-IF
                 END-IF
              WHEN "P"
                 MOVE LOW-VALUES TO WS-PACKED-X
                 COMPUTE WS-PACK-START = 10 - WS-FLD-MF-LEN(WS-FLD-IX)
                 MOVE WS-MF-RECORD(WS-FLD-MF-POS(WS-FLD-IX):
                    WS-FLD-MF-LEN(WS-FLD-IX)) TO
                    WS-PACKED-X(WS-PACK-START:WS-FLD-MF-LEN(WS-FLD-IX))
                 IF WS-PACKED IS NUMERIC
                    MOVE WS-PACKED TO WS-VALUE
                 ELSE
                    MOVE "N" TO WS-FIELD-OK-SWITCH
                    MOVE "INVALID PACKED DECIMAL" TO WS-REASON
                 END-IF
           END-EVALUATE
           IF WS-FIELD-OK AND WS-FLD-TYPE(WS-FLD-IX) NOT = "X"
              ADD WS-VALUE TO WS-RECORD-HASH
           END-IF.

      *    A byte translates only when it is one of the 95 in the
      *    table: translated there and back it must come home
      *    unchanged, and land on a printable character.
       XLATE-MF-FIELD.
           MOVE SPACES TO WS-XLATE-WORK
           MOVE WS-MF-RECORD(WS-FLD-MF-POS(WS-FLD-IX):
              WS-FLD-MF-LEN(WS-FLD-IX)) TO WS-XLATE-WORK
           MOVE WS-FLD-MF-LEN(WS-FLD-IX) TO WS-XLATE-LEN
           INSPECT WS-XLATE-WORK(1:WS-XLATE-LEN) CONVERTING
              WS-EBCDIC-CHARS TO WS-ASCII-CHARS
           MOVE WS-XLATE-WORK TO WS-XLATE-BACK
           INSPECT WS-XLATE-BACK(1:WS-XLATE-LEN) CONVERTING
              WS-ASCII-CHARS TO WS-EBCDIC-CHARS
           IF WS-XLATE-BACK(1:WS-XLATE-LEN) NOT =
              WS-MF-RECORD(WS-FLD-MF-POS(WS-FLD-IX):WS-XLATE-LEN)
              MOVE "N" TO WS-FIELD-OK-SWITCH
           ELSE
              MOVE WS-XLATE-WORK TO WS-CHAR-FIELD
              MOVE 1 TO WS-CHK-START
              MOVE WS-XLATE-LEN TO WS-CHK-END
              PERFORM CHECK-PRINTABLE-RUN
           END-IF.

      *    The overpunched last character of a signed zoned field
      *    gives the sign and the last digit; a plain last digit (an
      *    F zone) reads as positive.
       TAKE-ZONED-SIGN.
           MOVE "+" TO WS-SIGN-CHAR
           MOVE ZERO TO WS-PUNCH-IX
           PERFORM VARYING WS-CHK-I FROM 1 BY 1 UNTIL WS-CHK-I > 10
              IF WS-XLATE-WORK(WS-XLATE-LEN:1) =
                 WS-POSITIVE-PUNCH(WS-CHK-I:1)
                 MOVE WS-CHK-I TO WS-PUNCH-IX
              END-IF
              IF WS-XLATE-WORK(WS-XLATE-LEN:1) =
                 WS-NEGATIVE-PUNCH(WS-CHK-I:1)
                 MOVE WS-CHK-I TO WS-PUNCH-IX
                 MOVE "-" TO WS-SIGN-CHAR
              END-IF
           END-PERFORM
           IF WS-PUNCH-IX > ZERO
              COMPUTE WS-LAST-DIGIT = WS-PUNCH-IX - 1
              MOVE WS-LAST-DIGIT TO WS-XLATE-WORK(WS-XLATE-LEN:1)
           ELSE
              IF WS-XLATE-WORK(WS-XLATE-LEN:1) < "0"
                 OR WS-XLATE-WORK(WS-XLATE-LEN:1) > "9"
                 MOVE "N" TO WS-FIELD-OK-SWITCH
              END-IF
           END-IF.

       TAKE-ZONED-DIGITS.
           PERFORM VARYING WS-CHK-I FROM 1 BY 1
                 UNTIL WS-CHK-I > WS-XLATE-LEN
              IF WS-XLATE-WORK(WS-CHK-I:1) < "0"
                 OR WS-XLATE-WORK(WS-CHK-I:1) > "9"
                 MOVE "N" TO WS-FIELD-OK-SWITCH
              END-IF
           END-PERFORM
           IF WS-FIELD-OK
              MOVE ZERO TO WS-DIGITS
              COMPUTE WS-DIGIT-START = 19 - WS-XLATE-LEN
              MOVE WS-XLATE-WORK(1:WS-XLATE-LEN) TO
                 WS-DIGITS-X(WS-DIGIT-START:WS-XLATE-LEN)
              MOVE WS-DIGITS TO WS-VALUE
           END-IF.

      *****************************************************************
      * LAY-LOCAL-FIELD lays the field taken into our line-sequential
      * form in WS-LOCAL-WORK - text as it is, a number as its
      * digits, after a leading sign for an S field.
      *****************************************************************
       LAY-LOCAL-FIELD.
           IF WS-FLD-TYPE(WS-FLD-IX) = "X"
              MOVE WS-CHAR-FIELD(1:WS-FLD-LEN(WS-FLD-IX)) TO
                 WS-LOCAL-WORK(WS-FLD-POS(WS-FLD-IX):
                 WS-FLD-LEN(WS-FLD-IX))
           ELSE
              IF WS-VALUE < ZERO
                 COMPUTE WS-DIGITS = ZERO - WS-VALUE
              ELSE
                 MOVE WS-VALUE TO WS-DIGITS
              END-IF
              COMPUTE WS-DIGIT-START = 19 - WS-FLD-DIGITS(WS-FLD-IX)
              EVALUATE TRUE
                 WHEN WS-FLD-TYPE(WS-FLD-IX) = "N"
                    AND WS-VALUE < ZERO
                    MOVE "N" TO WS-FIELD-OK-SWITCH
                    MOVE "NEGATIVE FOR UNSIGNED" TO WS-REASON
                 WHEN WS-DIGIT-START > 1
                    AND WS-DIGITS-X(1:WS-DIGIT-START - 1) NOT =
                       ZEROS
                    MOVE "N" TO WS-FIELD-OK-SWITCH
                    MOVE "VALUE TOO WIDE" TO WS-REASON
                 WHEN WS-FLD-TYPE(WS-FLD-IX) = "S"
                    IF WS-VALUE < ZERO
                       MOVE "-" TO
                          WS-LOCAL-WORK(WS-FLD-POS(WS-FLD-IX):1)
                    ELSE
                       MOVE "+" TO
                          WS-LOCAL-WORK(WS-FLD-POS(WS-FLD-IX):1)
                    END-IF
                    MOVE WS-DIGITS-X(WS-DIGIT-START:
                       WS-FLD-DIGITS(WS-FLD-IX)) TO
                       WS-LOCAL-WORK(WS-FLD-POS(WS-FLD-IX) + 1:
                       WS-FLD-DIGITS(WS-FLD-IX))
                 WHEN OTHER
                    MOVE WS-DIGITS-X(WS-DIGIT-START:
                       WS-FLD-DIGITS(WS-FLD-IX)) TO
                       WS-LOCAL-WORK(WS-FLD-POS(WS-FLD-IX):
                       WS-FLD-DIGITS(WS-FLD-IX))
              END-EVALUATE
           END-IF.

      *****************************************************************
      * REJECT-FIELD files one unconvertible field to the report and
      * EXCFILE.DAT and marks its record rejected.  On the target
      * pass it only counts - the field was written by this run.
      *****************************************************************
       REJECT-FIELD.
           SET WS-RECORD-BAD TO TRUE
           IF WS-TARGET-PASS
              ADD 1 TO WS-TARGET-BAD-COUNT
           ELSE
              MOVE WS-FLD-IX TO WS-FLD-OUT
              MOVE SPACES TO WS-RPT-LINE
              STRING "RECORD " WS-READ-COUNT " FIELD " WS-FLD-OUT
                 " - " WS-REASON " - NOT CONVERTED"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "W" TO WS-EXC-SEVERITY
              MOVE "UNCONV" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "REC " WS-READ-COUNT " FLD " WS-FLD-OUT " "
                 WS-REASON DELIMITED BY SIZE INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
           END-IF.

      *****************************************************************
      * TOTAL-MF-TARGET and TOTAL-LOCAL-TARGET read the finished file
      * back through its own side of the layout for the target
      * control totals.
      *****************************************************************
       TOTAL-MF-TARGET.
           MOVE "N" TO WS-MF-EOF-SWITCH
           OPEN INPUT MF-FILE
           IF WS-MF-STATUS = "00"
              PERFORM UNTIL WS-MF-EOF
                 PERFORM READ-MF-RECORD
                 IF WS-MF-GOT > ZERO
                    ADD 1 TO WS-TARGET-COUNT
                    MOVE ZERO TO WS-RECORD-HASH
                    IF WS-MF-GOT < WS-MF-REC-LEN
                       PERFORM REJECT-FIELD
                    ELSE
                       PERFORM VARYING WS-FLD-IX FROM 1 BY 1
                             UNTIL WS-FLD-IX > WS-FIELD-COUNT
                          PERFORM TAKE-MF-FIELD
                          IF NOT WS-FIELD-OK
                             PERFORM REJECT-FIELD
                          END-IF
                       END-PERFORM
                    END-IF
                    ADD WS-RECORD-HASH TO WS-TARGET-HASH
                 END-IF
              END-PERFORM
              CLOSE MF-FILE
           END-IF.

       TOTAL-LOCAL-TARGET.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LOCAL-FILE
           IF WS-LOCAL-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ LOCAL-FILE
                    AT END SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-TARGET-COUNT
                       MOVE LOCAL-RECORD TO WS-LOCAL-WORK
                       MOVE ZERO TO WS-RECORD-HASH
                       PERFORM VARYING WS-FLD-IX FROM 1 BY 1
                             UNTIL WS-FLD-IX > WS-FIELD-COUNT
                          PERFORM TAKE-LOCAL-FIELD
                          IF NOT WS-FIELD-OK
                             PERFORM REJECT-FIELD
                          END-IF
                       END-PERFORM
                       ADD WS-RECORD-HASH TO WS-TARGET-HASH
                 END-READ
              END-PERFORM
              CLOSE LOCAL-FILE
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "SOURCE - " WS-READ-COUNT " RECORDS READ, "
              WS-CONVERTED-COUNT " CONVERTED, " WS-REJECTED-COUNT
              " REJECTED" DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SOURCE-HASH TO WS-HASH-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "SOURCE - HASH TOTAL OF CONVERTED AMOUNTS "
              WS-HASH-OUT DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TARGET - " WS-TARGET-COUNT " RECORDS WRITTEN, "
              WS-TARGET-BAD-COUNT " FIELDS UNREADABLE"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TARGET-HASH TO WS-HASH-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "TARGET - HASH TOTAL OF AMOUNTS READ BACK  "
              WS-HASH-OUT DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "N" TO WS-BALANCED-SWITCH
           IF WS-TARGET-COUNT = WS-CONVERTED-COUNT
              AND WS-TARGET-HASH = WS-SOURCE-HASH
              AND WS-TARGET-BAD-COUNT = ZERO
              SET WS-BALANCED TO TRUE
              MOVE "CONTROL TOTALS BALANCE" TO WS-RPT-LINE
           ELSE
              MOVE "CONTROL TOTALS DO NOT BALANCE" TO WS-RPT-LINE
              MOVE "E" TO WS-EXC-SEVERITY
              MOVE "OUTBAL" TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-DETAIL
              STRING "TARGET " WS-TARGET-COUNT " RECS, SOURCE "
                 WS-CONVERTED-COUNT DELIMITED BY SIZE
                 INTO WS-EXC-DETAIL
              CALL "EXC-FILE-WRITE" USING WS-PROGRAM-NAME
                 WS-EXC-SEVERITY WS-EXC-REASON WS-EXC-DETAIL
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE "D" TO WS-RPT-ACTION
           CALL "REPORT-WRITER" USING WS-RPT-ACTION WS-RPT-FILE
              WS-RPT-TITLE WS-RPT-HEADING WS-RPT-LINE.

       END PROGRAM mfInterface.

       COPY AUTHGATE.

       COPY RPTWRITE.

       COPY EXCWRITE.

       COPY DATESERV.

       COPY ENVNAME.
