      *****************************************************************
      * FACHARGE.CPY
      *
      * One month's depreciation charge on a fixed asset, distributed
      * as a copybook the same way RATELOOK.CPY is: COPYing this
      * text makes FA-MONTH-CHARGE a sibling PROGRAM-ID callable by
      * CALL, so the monthly run (faDeprec) and the projected
      * schedule (faAdmin) can never disagree about a charge.
      *
      * The caller passes the asset's method, cost, salvage value,
      * useful life in years, the months already charged, and the
      * depreciation accumulated so far; the charge for the next
      * month comes back in LK-FAC-CHARGE, rounded to the cent.
      * The depreciable base is cost less salvage, the life runs
      * for the life in years times twelve months, and:
      *
      *   S - straight-line: the base spread evenly over the months;
      *   D - declining balance at twice the straight-line rate on
      *       the book value, switching to straight-line over the
      *       months left once that gives the larger charge, so the
      *       asset reaches salvage at the end of its life;
      *   Y - sum-of-years-digits: each year of life takes its
      *       digits' share of the base (the life in years for the
      *       first year down to one for the last), spread evenly
      *       over that year's twelve months.
      *
      * No charge ever takes the accumulated depreciation past the
      * base, and the last month of life takes whatever is left, so
      * rounding never leaves a few cents undepreciated.  A life of
      * zero, an unknown method, or an asset already written down to
      * salvage comes back with a zero charge.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FA-MONTH-CHARGE.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 FAC-BASE PIC S9(9)V99.
       01 FAC-REMAINING PIC S9(9)V99.
       01 FAC-LIFE-MONTHS PIC 9(4).
       01 FAC-THIS-MONTH PIC 9(4).
       01 FAC-MONTHS-LEFT PIC 9(4).
       01 FAC-YEAR PIC 9(3).
       01 FAC-DIGITS-SUM PIC 9(5).
       01 FAC-BOOK-VALUE PIC S9(9)V99.
       01 FAC-DECLINING PIC S9(9)V99.
       01 FAC-STRAIGHT PIC S9(9)V99.

       LINKAGE SECTION.
       01 LK-FAC-METHOD PIC X.
       01 LK-FAC-COST PIC 9(9)V99.
       01 LK-FAC-SALVAGE PIC 9(9)V99.
       01 LK-FAC-LIFE PIC 9(2).
       01 LK-FAC-MONTHS PIC 9(3).
       01 LK-FAC-ACCUM PIC 9(9)V99.
       01 LK-FAC-CHARGE PIC 9(9)V99.

       PROCEDURE DIVISION USING LK-FAC-METHOD LK-FAC-COST
              LK-FAC-SALVAGE LK-FAC-LIFE LK-FAC-MONTHS LK-FAC-ACCUM
              LK-FAC-CHARGE.
       FAC-MAIN.
           MOVE ZERO TO LK-FAC-CHARGE
           COMPUTE FAC-BASE = LK-FAC-COST - LK-FAC-SALVAGE
           COMPUTE FAC-REMAINING = FAC-BASE - LK-FAC-ACCUM
           COMPUTE FAC-LIFE-MONTHS = LK-FAC-LIFE * 12
           IF FAC-REMAINING NOT > ZERO OR FAC-LIFE-MONTHS = ZERO
              GOBACK
           END-IF
           COMPUTE FAC-THIS-MONTH = LK-FAC-MONTHS + 1
           IF FAC-THIS-MONTH NOT < FAC-LIFE-MONTHS
              MOVE FAC-REMAINING TO LK-FAC-CHARGE
              GOBACK
           END-IF
           COMPUTE FAC-MONTHS-LEFT = FAC-LIFE-MONTHS - LK-FAC-MONTHS
           EVALUATE LK-FAC-METHOD
              WHEN "S"
                 COMPUTE LK-FAC-CHARGE ROUNDED =
                    FAC-BASE / FAC-LIFE-MONTHS
              WHEN "D"
                 COMPUTE FAC-BOOK-VALUE = LK-FAC-COST - LK-FAC-ACCUM
                 COMPUTE FAC-DECLINING ROUNDED =
                    FAC-BOOK-VALUE * 2 / FAC-LIFE-MONTHS
                 COMPUTE FAC-STRAIGHT ROUNDED =
                    FAC-REMAINING / FAC-MONTHS-LEFT
                 IF FAC-STRAIGHT > FAC-DECLINING
                    MOVE FAC-STRAIGHT TO LK-FAC-CHARGE
                 ELSE
                    MOVE FAC-DECLINING TO LK-FAC-CHARGE
                 END-IF
              WHEN "Y"
                 COMPUTE FAC-YEAR = LK-FAC-MONTHS / 12 + 1
                 COMPUTE FAC-DIGITS-SUM =
                    LK-FAC-LIFE * (LK-FAC-LIFE + 1) / 2
                 COMPUTE LK-FAC-CHARGE ROUNDED =
                    FAC-BASE * (LK-FAC-LIFE - FAC-YEAR + 1)
                    / FAC-DIGITS-SUM / 12
              WHEN OTHER
                 MOVE ZERO TO LK-FAC-CHARGE
           END-EVALUATE
           IF LK-FAC-CHARGE > FAC-REMAINING
              MOVE FAC-REMAINING TO LK-FAC-CHARGE
           END-IF
           GOBACK.

       END PROGRAM FA-MONTH-CHARGE.
