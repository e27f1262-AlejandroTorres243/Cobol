      *          batch job the way DoCalc is for plain arithmetic -
      *          days between two dates, date plus days, and date
      *          validation, all on 9(8) YYYYMMDD dates, so jobs stop
      *          hand-rolling their own calendar logic.  Business-day
      *          functions roll a date to the nearest business day
      *          forward or back, or add a number of business days,
      *          skipping weekends and the bank holidays listed on the
      *          HOLIDAYS calendar file (loaded once, on first use).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATECALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       COPY HOLREC.
       WORKING-STORAGE SECTION.
       01 WS-INTEGER-1 PIC S9(9).
       01 WS-INTEGER-2 PIC S9(9).
       01 WS-HOLIDAY-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-HOLIDAY-FILE-OK VALUE "00".
           88 WS-HOLIDAY-FILE-EOF VALUE "10".
      *>   The calendar is read once per run unit; every later call
      *>   works from the table.
       01 WS-HOLIDAYS-LOADED PIC X VALUE "N".
           88 HOLIDAYS-LOADED VALUE "Y".
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 0 TO 400 TIMES
               DEPENDING ON HOLIDAY-COUNT
               INDEXED BY HOL-IDX.
               10 HT-DATE PIC 9(8).
       01 HOLIDAY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WEEKDAY PIC 9.
       01 WS-STEP PIC S9 VALUE 1.
       01 WS-DAYS-TO-GO PIC 9(7).
       01 WS-BUSINESS-DAY PIC X VALUE "N".
           88 IS-BUSINESS-DAY VALUE "Y".
      ******************************************************************
      * LK-DATE-FUNCTION  "D" = days between (LK-DATE-2 - LK-DATE-1,
      *                         answer in LK-DAY-COUNT)
      *                   "A" = add LK-DAY-COUNT days to LK-DATE-1
      *                         (answer in LK-DATE-RESULT)
      *                   "V" = validate LK-DATE-1 only
      *                   "N" = LK-DATE-1 if it is a business day,
      *                         else the next business day after it
      *                         (answer in LK-DATE-RESULT)
      *                   "P" = LK-DATE-1 if it is a business day,
      *                         else the business day before it
      *                   "B" = add LK-DAY-COUNT business days to
      *                         LK-DATE-1 (negative counts go back);
      *                         a count of 1 is the next business day
      *                         and -1 the previous one
      * LK-DATE-RC        0 = OK
      *                   1 = a date is not a real calendar date
      *                   2 = unrecognized function code
                   PERFORM AddDays
               WHEN "V"
                   PERFORM ValidateDateOne
               WHEN "N"
                   MOVE 1 TO WS-STEP
                   PERFORM RollToBusinessDay
               WHEN "P"
                   MOVE -1 TO WS-STEP
                   PERFORM RollToBusinessDay
               WHEN "B"
                   PERFORM AddBusinessDays
               WHEN OTHER
                   MOVE 2 TO LK-DATE-RC
           END-EVALUATE
           END-IF
           .

       RollToBusinessDay.
           PERFORM ValidateDateOne
           IF LK-DATE-RC = 0
               PERFORM LoadHolidayCalendar
               PERFORM TestBusinessDay
               PERFORM UNTIL IS-BUSINESS-DAY OR LK-DATE-RC NOT = 0
                   PERFORM StepOneDay
               END-PERFORM
               IF LK-DATE-RC = 0
                   COMPUTE LK-DATE-RESULT =
                       FUNCTION DATE-OF-INTEGER (WS-INTEGER-1)
               END-IF
           END-IF
           .

       AddBusinessDays.
           PERFORM ValidateDateOne
           IF LK-DATE-RC = 0
               PERFORM LoadHolidayCalendar
               IF LK-DAY-COUNT < 0
                   MOVE -1 TO WS-STEP
                   COMPUTE WS-DAYS-TO-GO = 0 - LK-DAY-COUNT
               ELSE
                   MOVE 1 TO WS-STEP
                   MOVE LK-DAY-COUNT TO WS-DAYS-TO-GO
               END-IF
      *>        Each step lands on the next calendar day; only the
      *>        business days it lands on count down the total.
               PERFORM UNTIL WS-DAYS-TO-GO = 0 OR LK-DATE-RC NOT = 0
                   PERFORM StepOneDay
                   IF LK-DATE-RC = 0 AND IS-BUSINESS-DAY
                       SUBTRACT 1 FROM WS-DAYS-TO-GO
                   END-IF
               END-PERFORM
               IF LK-DATE-RC = 0
                   COMPUTE LK-DATE-RESULT =
                       FUNCTION DATE-OF-INTEGER (WS-INTEGER-1)
               END-IF
           END-IF
           .

       StepOneDay.
           ADD WS-STEP TO WS-INTEGER-1
           IF WS-INTEGER-1 < 1
               MOVE 1 TO LK-DATE-RC
           ELSE
               PERFORM TestBusinessDay
           END-IF
           .

       TestBusinessDay.
      *>    Day 1 of the integer calendar (1601-01-01) was a Monday,
      *>    so the remainder by 7 runs 1 = Monday .. 6 = Saturday,
      *>    0 = Sunday.
           MOVE "Y" TO WS-BUSINESS-DAY
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-INTEGER-1, 7)
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               MOVE "N" TO WS-BUSINESS-DAY
           ELSE
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-INTEGER-1)
               SET HOL-IDX TO 1
               SEARCH HOLIDAY-ENTRY
                   WHEN HT-DATE (HOL-IDX) = WS-WORK-DATE
                       MOVE "N" TO WS-BUSINESS-DAY
               END-SEARCH
           END-IF
           .

       LoadHolidayCalendar.
           IF HOLIDAYS-LOADED
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-HOLIDAYS-LOADED
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-OK
               PERFORM UNTIL WS-HOLIDAY-FILE-EOF
                   READ HOLIDAY-FILE
                       AT END SET WS-HOLIDAY-FILE-EOF TO TRUE
                       NOT AT END
                           IF HL-DATE NUMERIC AND HOLIDAY-COUNT < 400
                               ADD 1 TO HOLIDAY-COUNT
                               MOVE HL-DATE TO HT-DATE (HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           ELSE
      *>        No calendar on file: weekends alone are skipped.
               IF WS-HOLIDAY-FILE-STATUS = "05"
                   CLOSE HOLIDAY-FILE
               END-IF
           END-IF
           .

       ValidateDateOne.
      *>    INTEGER-OF-DATE answers zero for anything that is not a
      *>    real calendar date, which is the whole validation.
