      ******************************************************************
      * Author:
      * Date:
      * Purpose: Forward group bookings report - every booked group
      *          on GRPBOOK visiting from the business date through
      *          the GRPPARM horizon (60 days unless the parameter
      *          says otherwise) is sorted by visit date and booking
      *          reference and listed with its expected heads by age
      *          band.  Each day closes with its heads by band, its
      *          total and the group capacity still free against the
      *          GRPPARM daily capacity, so park operations can staff
      *          the gates and the grounds ahead of the busy days.
      *          The report is GRPFWDRP, copied to the report
      *          repository through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPFWD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LANGUAGE-PARM ASSIGN TO "LANGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANGUAGE-PARM-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "GRPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPTIONAL BOOKING-MASTER ASSIGN TO "GRPBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKING-MASTER-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK1".
           SELECT FORWARD-REPORT ASSIGN TO "GRPFWDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORWARD-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LANGUAGE-PARM.
       01  LANGUAGE-PARM-RECORD.
           05 LP-LANGUAGE PIC X(2).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 GP-DAILY-CAPACITY PIC 9(5).
           05 GP-HORIZON-DAYS PIC 9(3).
       FD  BOOKING-MASTER.
       01  BOOKING-MASTER-RECORD PIC X(86).
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SR-BOOKING-REF PIC X(8).
           05 FILLER PIC X(11).
           05 SR-VISIT-DATE PIC 9(8).
           05 FILLER PIC X(59).
       FD  FORWARD-REPORT.
       01  FORWARD-REPORT-RECORD PIC X(100).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY GBKREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-LANGUAGE-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-LANGUAGE-PARM-OK VALUE "00".
       01 WS-PARM-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PARM-FILE-OK VALUE "00".
       01 WS-BOOKING-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-BOOKING-MASTER-OK VALUE "00".
           88 WS-BOOKING-MASTER-EOF VALUE "10".
       01 WS-FORWARD-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-SORT-EOF PIC X VALUE "N".
           88 SORT-AT-END VALUE "Y".
       01 WS-LANGUAGE PIC X(2) VALUE "EN".
       01 WS-HEAD-TEXT PIC X(30) VALUE SPACES.
       01 WS-COLUMN-DATE PIC X(12) VALUE SPACES.
       01 WS-DAILY-CAPACITY PIC 9(5) VALUE 1500.
       01 WS-HORIZON-DAYS PIC 9(3) VALUE 60.
       01 WS-HORIZON-DATE PIC 9(8) VALUE ZERO.
       01 WS-DATE-FUNCTION PIC X VALUE "A".
       01 WS-DATE-1 PIC 9(8) VALUE ZERO.
       01 WS-DATE-2 PIC 9(8) VALUE ZERO.
       01 WS-DAY-COUNT PIC S9(7) VALUE ZERO.
       01 WS-DATE-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DATE-RC PIC 9 VALUE ZERO.
      *>   The day being listed.  Band 1 child, 2 adult, 3 senior.
       01 WS-CURRENT-DATE PIC 9(8) VALUE ZERO.
       01 WS-DAY-OPEN PIC X VALUE "N".
           88 DAY-IS-OPEN VALUE "Y".
       01 WS-DAY-BAND-HEADS.
           05 WS-DAY-BAND PIC 9(7) OCCURS 3 TIMES.
       01 WS-DAY-GROUPS PIC 9(5) VALUE ZERO.
       01 WS-DAY-HEADS PIC 9(7) VALUE ZERO.
       01 WS-DAY-FREE PIC S9(7) VALUE ZERO.
       01 WS-BAND-SUB PIC 9 VALUE ZERO.
       01 WS-BOOKING-HEADS PIC 9(5) VALUE ZERO.
      *>   Counts.
       01 WS-BOOKINGS-READ PIC 9(9) VALUE ZERO.
       01 WS-BOOKINGS-LISTED PIC 9(9) VALUE ZERO.
       01 WS-DAYS-LISTED PIC 9(9) VALUE ZERO.
       01 WS-DAYS-OVER PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-HEADS PIC 9(9) VALUE ZERO.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(29) VALUE "FORWARD GROUP BOOKINGS".
           05 FILLER PIC X(1) VALUE SPACE.
           05 RT-HEAD-TEXT PIC X(30).
       01 WS-HORIZON-LINE.
           05 FILLER PIC X(14) VALUE "VISITS FROM   ".
           05 HL-FROM-DATE PIC 9(8).
           05 FILLER PIC X(9) VALUE " THROUGH ".
           05 HL-TO-DATE PIC 9(8).
           05 FILLER PIC X(21) VALUE "   DAILY CAPACITY   ".
           05 HL-CAPACITY PIC ZZZZ9.
       01 WS-REPORT-HEADING PIC X(100) VALUE
           "VISIT    BOOKING  ACCOUNT    TYPE  CHILD  ADULT SENIOR  TOT
      -    "AL".
       01 WS-DETAIL-LINE.
           05 DL-VISIT-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-BOOKING-REF PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-ACCOUNT PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-GROUP-TYPE PIC X(8).
           05 DL-CHILD PIC Z(5)9.
           05 DL-ADULT PIC Z(6)9.
           05 DL-SENIOR PIC Z(6)9.
           05 DL-TOTAL PIC Z(6)9.
       01 WS-DAY-LINE.
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "DAY TOTAL ".
           05 DY-GROUPS PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE " GROUPS      ".
           05 DY-CHILD PIC Z(5)9.
           05 DY-ADULT PIC Z(6)9.
           05 DY-SENIOR PIC Z(6)9.
           05 DY-TOTAL PIC Z(6)9.
           05 FILLER PIC X(7) VALUE "  FREE ".
           05 DY-FREE PIC -(6)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DY-FLAG PIC X(13).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "GRPFWD  " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetReportHeading
           PERFORM GetParameters
           MOVE "A" TO WS-DATE-FUNCTION
           MOVE WS-RUN-DATE TO WS-DATE-1
           MOVE WS-HORIZON-DAYS TO WS-DAY-COUNT
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC NOT = 0
               DISPLAY "HORIZON DATE NOT DERIVED - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE-RESULT TO WS-HORIZON-DATE
           OPEN OUTPUT FORWARD-REPORT
           MOVE WS-HEAD-TEXT TO RT-HEAD-TEXT
           WRITE FORWARD-REPORT-RECORD FROM WS-REPORT-TITLE
               AFTER ADVANCING 1 LINE
           MOVE WS-RUN-DATE TO HL-FROM-DATE
           MOVE WS-HORIZON-DATE TO HL-TO-DATE
           MOVE WS-DAILY-CAPACITY TO HL-CAPACITY
           WRITE FORWARD-REPORT-RECORD FROM WS-HORIZON-LINE
               AFTER ADVANCING 1 LINE
           WRITE FORWARD-REPORT-RECORD FROM WS-REPORT-HEADING
               AFTER ADVANCING 2 LINES
           SORT SORT-WORK
               ON ASCENDING KEY SR-VISIT-DATE SR-BOOKING-REF
               INPUT PROCEDURE IS ReleaseForwardBookings
               OUTPUT PROCEDURE IS PrintForwardBookings
           CLOSE FORWARD-REPORT
           MOVE "GRPFWDRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- FORWARD GROUP BOOKINGS ----------"
           DISPLAY "BOOKINGS READ      : " WS-BOOKINGS-READ
           DISPLAY "BOOKINGS LISTED    : " WS-BOOKINGS-LISTED
           DISPLAY "DAYS WITH GROUPS   : " WS-DAYS-LISTED
           DISPLAY "DAYS OVER CAPACITY : " WS-DAYS-OVER
           DISPLAY "HEADS EXPECTED     : " WS-TOTAL-HEADS
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> GetReportHeading - the LANGPARM language code and the shared
      *> RPTHEAD service turn the business date into the dated
      *> heading the report carries.
      *>----------------------------------------------------------------
       GetReportHeading.
           OPEN INPUT LANGUAGE-PARM
           IF WS-LANGUAGE-PARM-OK
               READ LANGUAGE-PARM
                   NOT AT END MOVE LP-LANGUAGE TO WS-LANGUAGE
               END-READ
               CLOSE LANGUAGE-PARM
           ELSE
               IF WS-LANGUAGE-PARM-STATUS = "05"
                   CLOSE LANGUAGE-PARM
               END-IF
           END-IF
           CALL "RPTHEAD" USING WS-RUN-DATE, WS-LANGUAGE,
               WS-HEAD-TEXT, WS-COLUMN-DATE
           .

       GetParameters.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-OK
               READ PARM-FILE
                   AT END
                       DISPLAY "GRPPARM EMPTY - DEFAULTS USED"
                   NOT AT END
                       IF GP-DAILY-CAPACITY NUMERIC
                               AND GP-DAILY-CAPACITY > ZERO
                           MOVE GP-DAILY-CAPACITY TO WS-DAILY-CAPACITY
                       END-IF
                       IF GP-HORIZON-DAYS NUMERIC
                               AND GP-HORIZON-DAYS > ZERO
                           MOVE GP-HORIZON-DAYS TO WS-HORIZON-DAYS
                       END-IF
               END-READ
           ELSE
               DISPLAY "GRPPARM NOT AVAILABLE - DEFAULTS USED"
           END-IF
           CLOSE PARM-FILE
           DISPLAY "DAILY GROUP CAPACITY: " WS-DAILY-CAPACITY
           DISPLAY "HORIZON DAYS        : " WS-HORIZON-DAYS
           .

      *>----------------------------------------------------------------
      *> ReleaseForwardBookings - only groups still booked and due
      *> inside the horizon go to the sort; settled and cancelled
      *> bookings hold no places.
      *>----------------------------------------------------------------
       ReleaseForwardBookings.
           OPEN INPUT BOOKING-MASTER
           IF NOT WS-BOOKING-MASTER-OK
               DISPLAY "GRPBOOK NOT AVAILABLE, STATUS = "
                   WS-BOOKING-MASTER-STATUS " - NOTHING TO LIST"
               IF WS-BOOKING-MASTER-STATUS = "05"
                   CLOSE BOOKING-MASTER
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BOOKING-MASTER-EOF
               READ BOOKING-MASTER INTO GB-RECORD
                   AT END SET WS-BOOKING-MASTER-EOF TO TRUE
                   NOT AT END PERFORM SelectForwardBooking
               END-READ
           END-PERFORM
           CLOSE BOOKING-MASTER
           .

       SelectForwardBooking.
           ADD 1 TO WS-BOOKINGS-READ
           IF NOT GB-BOOKED
               EXIT PARAGRAPH
           END-IF
           IF GB-VISIT-DATE < WS-RUN-DATE
                   OR GB-VISIT-DATE > WS-HORIZON-DATE
               EXIT PARAGRAPH
           END-IF
           RELEASE SORT-RECORD FROM GB-RECORD
           .

      *>----------------------------------------------------------------
      *> PrintForwardBookings - one line per booking, closing each
      *> visit date with its totals and the capacity left.
      *>----------------------------------------------------------------
       PrintForwardBookings.
           PERFORM UNTIL SORT-AT-END
               RETURN SORT-WORK INTO GB-RECORD
                   AT END SET SORT-AT-END TO TRUE
                   NOT AT END
                       IF DAY-IS-OPEN
                               AND GB-VISIT-DATE NOT = WS-CURRENT-DATE
                           PERFORM FinishDay
                       END-IF
                       IF NOT DAY-IS-OPEN
                           PERFORM StartDay
                       END-IF
                       PERFORM PrintOneBooking
               END-RETURN
           END-PERFORM
           IF DAY-IS-OPEN
               PERFORM FinishDay
           END-IF
           .

       StartDay.
           MOVE GB-VISIT-DATE TO WS-CURRENT-DATE
           MOVE ZEROS TO WS-DAY-BAND-HEADS
           MOVE ZERO TO WS-DAY-GROUPS WS-DAY-HEADS
           SET DAY-IS-OPEN TO TRUE
           .

       PrintOneBooking.
           ADD 1 TO WS-BOOKINGS-LISTED WS-DAY-GROUPS
           MOVE ZERO TO WS-BOOKING-HEADS
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 3
               ADD GB-EXPECTED (WS-BAND-SUB)
                   TO WS-DAY-BAND (WS-BAND-SUB) WS-BOOKING-HEADS
           END-PERFORM
           ADD WS-BOOKING-HEADS TO WS-DAY-HEADS
           MOVE GB-VISIT-DATE TO DL-VISIT-DATE
           MOVE GB-BOOKING-REF TO DL-BOOKING-REF
           MOVE GB-ACCOUNT-NO TO DL-ACCOUNT
           EVALUATE TRUE
               WHEN GB-SCHOOL
                   MOVE "SCHOOL" TO DL-GROUP-TYPE
               WHEN GB-TOUR
                   MOVE "TOUR" TO DL-GROUP-TYPE
               WHEN GB-COMPANY
                   MOVE "COMPANY" TO DL-GROUP-TYPE
               WHEN OTHER
                   MOVE GB-GROUP-TYPE TO DL-GROUP-TYPE
           END-EVALUATE
           MOVE GB-EXPECTED (1) TO DL-CHILD
           MOVE GB-EXPECTED (2) TO DL-ADULT
           MOVE GB-EXPECTED (3) TO DL-SENIOR
           MOVE WS-BOOKING-HEADS TO DL-TOTAL
           WRITE FORWARD-REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-FORWARD-REPORT-STATUS NOT = "00"
               DISPLAY "GRPFWDRP WRITE FAILED, STATUS = "
                   WS-FORWARD-REPORT-STATUS
           END-IF
           .

       FinishDay.
           ADD 1 TO WS-DAYS-LISTED
           ADD WS-DAY-HEADS TO WS-TOTAL-HEADS
           COMPUTE WS-DAY-FREE = WS-DAILY-CAPACITY - WS-DAY-HEADS
           MOVE WS-DAY-GROUPS TO DY-GROUPS
           MOVE WS-DAY-BAND (1) TO DY-CHILD
           MOVE WS-DAY-BAND (2) TO DY-ADULT
           MOVE WS-DAY-BAND (3) TO DY-SENIOR
           MOVE WS-DAY-HEADS TO DY-TOTAL
           MOVE WS-DAY-FREE TO DY-FREE
           MOVE SPACES TO DY-FLAG
           IF WS-DAY-FREE < ZERO
               ADD 1 TO WS-DAYS-OVER
               MOVE "OVER CAPACITY" TO DY-FLAG
           END-IF
           WRITE FORWARD-REPORT-RECORD FROM WS-DAY-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO FORWARD-REPORT-RECORD
           WRITE FORWARD-REPORT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE "N" TO WS-DAY-OPEN
           .

       WriteControlRecord.
           OPEN EXTEND CONTROL-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-CONTROL-FILE-STATUS NOT = "00"
                   AND WS-CONTROL-FILE-STATUS NOT = "05"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-BOOKINGS-READ TO CTL-INPUT-COUNT
           MOVE WS-BOOKINGS-LISTED TO CTL-OUTPUT-COUNT
           MOVE ZERO TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM GRPFWD.
