      ******************************************************************
      * Author:
      * Date:
      * Purpose: Park occupancy comparison report - read the OCCHIST
      *          hourly history OCCHOUR appends to and compare the
      *          days by zone, season and day of the week: days on
      *          file, average entries, average and highest peak on
      *          site (and the average peak as a share of capacity),
      *          the hour of the day that runs fullest, and how many
      *          of those days reached the warning and the closing
      *          thresholds.  Operations read it to set staff rosters
      *          and to decide when to stop selling walk-up tickets.
      *          Seasons are month-and-day ranges on OCCSEASN (a
      *          range may wrap the year end); without the file the
      *          year splits into the four calendar seasons.  The
      *          report is copied to the report repository through
      *          RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCCTRND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SEASON-FILE ASSIGN TO "OCCSEASN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASON-FILE-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "OCCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT TREND-REPORT ASSIGN TO "OCCTRRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREND-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEASON-FILE.
       01  SEASON-FILE-RECORD.
           05 SF-FROM-MMDD PIC 9(4).
           05 FILLER PIC X(1).
           05 SF-TO-MMDD PIC 9(4).
           05 FILLER PIC X(1).
           05 SF-NAME PIC X(10).
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD PIC X(48).
       FD  TREND-REPORT.
       01  TREND-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY OCHREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-SEASON-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-SEASON-FILE-OK VALUE "00".
           88 WS-SEASON-FILE-EOF VALUE "10".
       01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-HISTORY-FILE-OK VALUE "00".
           88 WS-HISTORY-FILE-EOF VALUE "10".
       01 WS-TREND-REPORT-STATUS PIC XX VALUE SPACES.
       01 SEASON-TABLE.
           05 SEASON-ENTRY OCCURS 8 TIMES INDEXED BY SE-IDX.
               10 SE-FROM-MMDD PIC 9(4).
               10 SE-TO-MMDD PIC 9(4).
               10 SE-NAME PIC X(10).
       01 SEASON-COUNT PIC 9 VALUE ZERO.
      *>   One block per zone seen in the history, split by season
      *>   and by day of the week (1 Monday .. 7 Sunday).  The hour
      *>   peaks add up across the days so the fullest hour shows.
       01 TREND-TABLE.
           05 TZ-ENTRY OCCURS 20 TIMES INDEXED BY TZ-IDX.
               10 TZ-ZONE PIC X(2).
               10 TZ-CAPACITY PIC 9(7).
               10 TZ-SEASON OCCURS 8 TIMES INDEXED BY SN-IDX.
                   15 TZ-WEEKDAY OCCURS 7 TIMES INDEXED BY DW-IDX.
                       20 TC-DAYS PIC 9(5).
                       20 TC-IN-TOTAL PIC 9(9).
                       20 TC-PEAK-TOTAL PIC 9(9).
                       20 TC-PEAK-MAX PIC 9(7).
                       20 TC-WARNING-DAYS PIC 9(5).
                       20 TC-CLOSING-DAYS PIC 9(5).
                       20 TC-HOUR-PEAK PIC 9(9) OCCURS 24 TIMES.
       01 TREND-COUNT PIC 9(2) VALUE ZERO.
       01 WS-DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
      *>   The zone-day being gathered.
       01 WS-HELD-DATE PIC 9(8) VALUE ZERO.
       01 WS-HELD-ZONE PIC X(2) VALUE SPACES.
       01 WS-DAY-OPEN PIC X VALUE "N".
           88 DAY-IS-OPEN VALUE "Y".
       01 WS-DAY-USABLE PIC X VALUE "N".
           88 DAY-IS-USABLE VALUE "Y".
       01 WS-DAY-IN PIC 9(9) VALUE ZERO.
       01 WS-DAY-PEAK PIC 9(7) VALUE ZERO.
       01 WS-DAY-LEVEL PIC X VALUE "N".
       01 WS-ZONE-SUB PIC 9(2) VALUE ZERO.
       01 WS-SEASON-SUB PIC 9 VALUE ZERO.
       01 WS-WEEKDAY-SUB PIC 9 VALUE ZERO.
       01 WS-HOUR-SUB PIC 9(2) VALUE ZERO.
       01 WS-MMDD PIC 9(4) VALUE ZERO.
      *>   Day of the week: days since Monday 3 January 2000.
       01 WS-WEEKDAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-WEEKDAY PIC 9 VALUE ZERO.
       01 WS-WEEKS PIC 9(7) VALUE ZERO.
       01 WS-DATE-FUNCTION PIC X VALUE "D".
       01 WS-DATE-1 PIC 9(8) VALUE ZERO.
       01 WS-DATE-2 PIC 9(8) VALUE ZERO.
       01 WS-DAY-COUNT PIC S9(7) VALUE ZERO.
       01 WS-DATE-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DATE-RC PIC 9 VALUE ZERO.
       01 WS-BUSY-HOUR PIC 9(2) VALUE ZERO.
       01 WS-BUSY-PEAK PIC 9(9) VALUE ZERO.
       01 WS-AVERAGE PIC 9(7) VALUE ZERO.
       01 WS-PERCENT PIC 9(3) VALUE ZERO.
      *>   Counts.
       01 WS-RECORD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ZONE-DAYS PIC 9(9) VALUE ZERO.
       01 WS-SKIPPED-DAYS PIC 9(9) VALUE ZERO.
       01 WS-ZONE-LINE.
           05 FILLER PIC X(5) VALUE "ZONE ".
           05 ZL-ZONE PIC X(2).
           05 FILLER PIC X(10) VALUE " CAPACITY ".
           05 ZL-CAPACITY PIC Z(6)9.
       01 WS-COLUMN-HEADING PIC X(100) VALUE
           "SEASON     DAY  DAYS  AVG ENTRY  AVG PEAK  PCT  MAX PEAK  BU
      -    "SY HOUR  WARN DAYS  CLOSE DAYS".
       01 WS-TREND-LINE.
           05 TL-SEASON PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TL-DAY PIC X(3).
           05 TL-DAYS PIC Z(5)9.
           05 TL-AVG-IN PIC Z(10)9.
           05 TL-AVG-PEAK PIC Z(9)9.
           05 TL-PERCENT PIC ZZZZ9.
           05 TL-PEAK-MAX PIC Z(9)9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 TL-BUSY-HOUR PIC 99.
           05 FILLER PIC X(3) VALUE ":00".
           05 TL-WARNING-DAYS PIC Z(10)9.
           05 TL-CLOSING-DAYS PIC Z(11)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "OCCTRND " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM LoadSeasonTable
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HISTORY-FILE-OK
               DISPLAY "OCCHIST NOT AVAILABLE, STATUS = "
                   WS-HISTORY-FILE-STATUS
               SET WS-HISTORY-FILE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-HISTORY-FILE-EOF
               READ HISTORY-FILE INTO OY-RECORD
                   AT END SET WS-HISTORY-FILE-EOF TO TRUE
                   NOT AT END PERFORM AddOneHour
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           IF DAY-IS-OPEN
               PERFORM FinishZoneDay
           END-IF
           OPEN OUTPUT TREND-REPORT
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "PARK OCCUPANCY BY SEASON AND DAY OF WEEK "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           PERFORM VARYING TZ-IDX FROM 1 BY 1
                   UNTIL TZ-IDX > TREND-COUNT
               PERFORM PrintOneZone
           END-PERFORM
           CLOSE TREND-REPORT
           MOVE "OCCTRRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "HISTORY LINES READ: " WS-RECORD-COUNT
           DISPLAY "ZONE-DAYS TRENDED : " WS-ZONE-DAYS
           DISPLAY "ZONE-DAYS SKIPPED : " WS-SKIPPED-DAYS
           DISPLAY "ZONES TRENDED     : " TREND-COUNT
           STOP RUN.

      *>----------------------------------------------------------------
      *> LoadSeasonTable - OCCSEASN rows: from MMDD, to MMDD, name.
      *> The first range a day falls in is its season.
      *>----------------------------------------------------------------
       LoadSeasonTable.
           OPEN INPUT SEASON-FILE
           IF WS-SEASON-FILE-OK
               PERFORM UNTIL WS-SEASON-FILE-EOF
                   READ SEASON-FILE
                       AT END SET WS-SEASON-FILE-EOF TO TRUE
                       NOT AT END
                           IF SF-FROM-MMDD NUMERIC
                                   AND SF-TO-MMDD NUMERIC
                                   AND SEASON-COUNT < 8
                               ADD 1 TO SEASON-COUNT
                               SET SE-IDX TO SEASON-COUNT
                               MOVE SF-FROM-MMDD
                                   TO SE-FROM-MMDD (SE-IDX)
                               MOVE SF-TO-MMDD TO SE-TO-MMDD (SE-IDX)
                               MOVE SF-NAME TO SE-NAME (SE-IDX)
                           ELSE
                               DISPLAY "OCCSEASN ROW IGNORED - "
                                   SEASON-FILE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEASON-FILE
           ELSE
               IF WS-SEASON-FILE-STATUS = "05"
                   CLOSE SEASON-FILE
               END-IF
           END-IF
           IF SEASON-COUNT = ZERO
               MOVE 4 TO SEASON-COUNT
               MOVE 1201 TO SE-FROM-MMDD (1)
               MOVE 0229 TO SE-TO-MMDD (1)
               MOVE "WINTER" TO SE-NAME (1)
               MOVE 0301 TO SE-FROM-MMDD (2)
               MOVE 0531 TO SE-TO-MMDD (2)
               MOVE "SPRING" TO SE-NAME (2)
               MOVE 0601 TO SE-FROM-MMDD (3)
               MOVE 0831 TO SE-TO-MMDD (3)
               MOVE "SUMMER" TO SE-NAME (3)
               MOVE 0901 TO SE-FROM-MMDD (4)
               MOVE 1130 TO SE-TO-MMDD (4)
               MOVE "AUTUMN" TO SE-NAME (4)
           END-IF
           .

      *>----------------------------------------------------------------
      *> AddOneHour - OCCHOUR writes a zone's 24 hours together, so a
      *> change of date or zone closes one zone-day and opens the
      *> next.
      *>----------------------------------------------------------------
       AddOneHour.
           ADD 1 TO WS-RECORD-COUNT
           IF DAY-IS-OPEN
                   AND (OY-DATE NOT = WS-HELD-DATE
                       OR OY-ZONE NOT = WS-HELD-ZONE)
               PERFORM FinishZoneDay
           END-IF
           IF NOT DAY-IS-OPEN
               PERFORM StartZoneDay
           END-IF
           IF NOT DAY-IS-USABLE
               EXIT PARAGRAPH
           END-IF
           IF OY-HOUR > 23
               EXIT PARAGRAPH
           END-IF
           ADD OY-IN-COUNT TO WS-DAY-IN
           IF OY-PEAK > WS-DAY-PEAK
               MOVE OY-PEAK TO WS-DAY-PEAK
           END-IF
           IF OY-CLOSING
                   OR (OY-WARNING AND WS-DAY-LEVEL = "N")
               MOVE OY-LEVEL TO WS-DAY-LEVEL
           END-IF
           COMPUTE WS-HOUR-SUB = OY-HOUR + 1
           ADD OY-PEAK TO TC-HOUR-PEAK (WS-ZONE-SUB, WS-SEASON-SUB,
               WS-WEEKDAY-SUB, WS-HOUR-SUB)
           .

       StartZoneDay.
           SET DAY-IS-OPEN TO TRUE
           MOVE "Y" TO WS-DAY-USABLE
           MOVE OY-DATE TO WS-HELD-DATE
           MOVE OY-ZONE TO WS-HELD-ZONE
           MOVE ZERO TO WS-DAY-IN WS-DAY-PEAK
           MOVE "N" TO WS-DAY-LEVEL
           PERFORM FindWeekday
           IF WS-WEEKDAY-SUB = ZERO
               MOVE "N" TO WS-DAY-USABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM FindSeason
           IF WS-SEASON-SUB = ZERO
               MOVE "N" TO WS-DAY-USABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM FindZone
           IF WS-ZONE-SUB = ZERO
               MOVE "N" TO WS-DAY-USABLE
           END-IF
           .

       FinishZoneDay.
           MOVE "N" TO WS-DAY-OPEN
           IF NOT DAY-IS-USABLE
               ADD 1 TO WS-SKIPPED-DAYS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ZONE-DAYS
           SET TZ-IDX TO WS-ZONE-SUB
           SET SN-IDX TO WS-SEASON-SUB
           SET DW-IDX TO WS-WEEKDAY-SUB
           ADD 1 TO TC-DAYS (TZ-IDX, SN-IDX, DW-IDX)
           ADD WS-DAY-IN TO TC-IN-TOTAL (TZ-IDX, SN-IDX, DW-IDX)
           ADD WS-DAY-PEAK TO TC-PEAK-TOTAL (TZ-IDX, SN-IDX, DW-IDX)
           IF WS-DAY-PEAK > TC-PEAK-MAX (TZ-IDX, SN-IDX, DW-IDX)
               MOVE WS-DAY-PEAK TO TC-PEAK-MAX (TZ-IDX, SN-IDX, DW-IDX)
           END-IF
      *>    A closing day was a warning day on its way up too.
           IF WS-DAY-LEVEL NOT = "N"
               ADD 1 TO TC-WARNING-DAYS (TZ-IDX, SN-IDX, DW-IDX)
           END-IF
           IF WS-DAY-LEVEL = "C"
               ADD 1 TO TC-CLOSING-DAYS (TZ-IDX, SN-IDX, DW-IDX)
           END-IF
           .

       FindWeekday.
           IF OY-DATE NOT = WS-WEEKDAY-DATE
               MOVE OY-DATE TO WS-WEEKDAY-DATE
               MOVE ZERO TO WS-WEEKDAY-SUB
               MOVE "D" TO WS-DATE-FUNCTION
               MOVE 20000103 TO WS-DATE-1
               MOVE OY-DATE TO WS-DATE-2
               CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
                   WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT,
                   WS-DATE-RC
               IF WS-DATE-RC = 0 AND WS-DAY-COUNT NOT < ZERO
                   DIVIDE WS-DAY-COUNT BY 7 GIVING WS-WEEKS
                       REMAINDER WS-WEEKDAY
                   COMPUTE WS-WEEKDAY-SUB = WS-WEEKDAY + 1
               END-IF
           END-IF
           .

       FindSeason.
           MOVE ZERO TO WS-SEASON-SUB
           MOVE OY-DATE (5:4) TO WS-MMDD
           PERFORM VARYING SE-IDX FROM 1 BY 1
                   UNTIL SE-IDX > SEASON-COUNT
               IF (SE-FROM-MMDD (SE-IDX) <= SE-TO-MMDD (SE-IDX)
                       AND WS-MMDD >= SE-FROM-MMDD (SE-IDX)
                       AND WS-MMDD <= SE-TO-MMDD (SE-IDX))
                   OR (SE-FROM-MMDD (SE-IDX) > SE-TO-MMDD (SE-IDX)
                       AND (WS-MMDD >= SE-FROM-MMDD (SE-IDX)
                           OR WS-MMDD <= SE-TO-MMDD (SE-IDX)))
                   SET WS-SEASON-SUB TO SE-IDX
                   SET SE-IDX TO SEASON-COUNT
               END-IF
           END-PERFORM
           .

       FindZone.
           MOVE ZERO TO WS-ZONE-SUB
           PERFORM VARYING TZ-IDX FROM 1 BY 1
                   UNTIL TZ-IDX > TREND-COUNT
               IF TZ-ZONE (TZ-IDX) = OY-ZONE
                   SET WS-ZONE-SUB TO TZ-IDX
                   SET TZ-IDX TO TREND-COUNT
               END-IF
           END-PERFORM
           IF WS-ZONE-SUB = ZERO
               IF TREND-COUNT >= 20
                   DISPLAY "TREND TABLE FULL - " OY-ZONE " DROPPED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TREND-COUNT
               MOVE TREND-COUNT TO WS-ZONE-SUB
               INITIALIZE TZ-ENTRY (WS-ZONE-SUB)
               MOVE OY-ZONE TO TZ-ZONE (WS-ZONE-SUB)
           END-IF
      *>    The capacity reported is the latest one on file.
           MOVE OY-CAPACITY TO TZ-CAPACITY (WS-ZONE-SUB)
           .

       PrintOneZone.
           MOVE TZ-ZONE (TZ-IDX) TO ZL-ZONE
           MOVE TZ-CAPACITY (TZ-IDX) TO ZL-CAPACITY
           MOVE SPACES TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD FROM WS-ZONE-LINE
           WRITE TREND-REPORT-RECORD FROM WS-COLUMN-HEADING
           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > SEASON-COUNT
               PERFORM VARYING DW-IDX FROM 1 BY 1 UNTIL DW-IDX > 7
                   IF TC-DAYS (TZ-IDX, SN-IDX, DW-IDX) > ZERO
                       PERFORM PrintOneCell
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       PrintOneCell.
           SET SE-IDX TO SN-IDX
           MOVE SE-NAME (SE-IDX) TO TL-SEASON
           SET WS-WEEKDAY-SUB TO DW-IDX
           COMPUTE WS-HOUR-SUB = WS-WEEKDAY-SUB * 3 - 2
           MOVE WS-DAY-NAMES (WS-HOUR-SUB:3) TO TL-DAY
           MOVE TC-DAYS (TZ-IDX, SN-IDX, DW-IDX) TO TL-DAYS
           COMPUTE WS-AVERAGE ROUNDED =
               TC-IN-TOTAL (TZ-IDX, SN-IDX, DW-IDX)
               / TC-DAYS (TZ-IDX, SN-IDX, DW-IDX)
           MOVE WS-AVERAGE TO TL-AVG-IN
           COMPUTE WS-AVERAGE ROUNDED =
               TC-PEAK-TOTAL (TZ-IDX, SN-IDX, DW-IDX)
               / TC-DAYS (TZ-IDX, SN-IDX, DW-IDX)
           MOVE WS-AVERAGE TO TL-AVG-PEAK
           MOVE ZERO TO WS-PERCENT
           IF TZ-CAPACITY (TZ-IDX) > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-AVERAGE * 100 / TZ-CAPACITY (TZ-IDX)
                   ON SIZE ERROR MOVE 999 TO WS-PERCENT
               END-COMPUTE
           END-IF
           MOVE WS-PERCENT TO TL-PERCENT
           MOVE TC-PEAK-MAX (TZ-IDX, SN-IDX, DW-IDX) TO TL-PEAK-MAX
           MOVE ZERO TO WS-BUSY-HOUR WS-BUSY-PEAK
           PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-HOUR-SUB > 24
               IF TC-HOUR-PEAK (TZ-IDX, SN-IDX, DW-IDX, WS-HOUR-SUB)
                       > WS-BUSY-PEAK
                   MOVE TC-HOUR-PEAK (TZ-IDX, SN-IDX, DW-IDX,
                       WS-HOUR-SUB) TO WS-BUSY-PEAK
                   COMPUTE WS-BUSY-HOUR = WS-HOUR-SUB - 1
               END-IF
           END-PERFORM
           MOVE WS-BUSY-HOUR TO TL-BUSY-HOUR
           MOVE TC-WARNING-DAYS (TZ-IDX, SN-IDX, DW-IDX)
               TO TL-WARNING-DAYS
           MOVE TC-CLOSING-DAYS (TZ-IDX, SN-IDX, DW-IDX)
               TO TL-CLOSING-DAYS
           WRITE TREND-REPORT-RECORD FROM WS-TREND-LINE
           .

       COPY RUNDATE.
       END PROGRAM OCCTRND.
