      ******************************************************************
      * Author:
      * Date:
      * Purpose: Security journal review - read SECJRNL for the
      *          review window (the business day, or with SECRPARM
      *          mode W the seven days ending on it) and report by
      *          operator: sign-ons, sign-ons outside business hours
      *          (before or after the SECRPARM hours, or on a
      *          weekend), failed sign-ons with the longest unbroken
      *          failure streak, sessions killed for inactivity,
      *          duplicate sign-on attempts, and every privileged
      *          action (approvals, releases, maintenance entries)
      *          by program and event.  Each operator is measured
      *          against their own normal pattern - the 28 days
      *          before the window, scaled to the window's length -
      *          and anything more than twice normal is called out,
      *          as is any failure streak at the SECRPARM length and
      *          any duplicate sign-on.  The report page-breaks by
      *          the operator's OPERPROF department with a sign-off
      *          line at the foot of each, so every supervisor signs
      *          off only their own people; ids on the journal with
      *          no profile come last under their own heading.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECREVW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "SECJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT OPTIONAL PROFILE-FILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
           SELECT OPTIONAL REVIEW-PARM ASSIGN TO "SECRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-PARM-STATUS.
           SELECT REVIEW-REPORT ASSIGN TO "SECRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-FILE-RECORD.
           05 JR-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 JR-USER-ID PIC X(4).
           05 JR-USER-ID-N REDEFINES JR-USER-ID PIC 9(4).
           05 FILLER PIC X(1).
           05 JR-PROGRAM PIC X(8).
           05 FILLER PIC X(1).
           05 JR-EVENT PIC X(12).
           05 FILLER PIC X(9).
           05 JR-TIME PIC X(6).
       FD  PROFILE-FILE.
       COPY OPRREC.
       FD  REVIEW-PARM.
       01  REVIEW-PARM-RECORD.
           05 SR-MODE PIC X(1).
           05 FILLER PIC X(1).
           05 SR-HOURS-FROM PIC 9(4).
           05 FILLER PIC X(1).
           05 SR-HOURS-TO PIC 9(4).
           05 FILLER PIC X(1).
           05 SR-STREAK PIC 9(2).
       FD  REVIEW-REPORT.
       01  REVIEW-REPORT-RECORD PIC X(120).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-JOURNAL-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-JOURNAL-FILE-OK VALUE "00".
           88 WS-JOURNAL-FILE-EOF VALUE "10".
       01 WS-PROFILE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PROFILE-FILE-OK VALUE "00".
           88 WS-PROFILE-FILE-EOF VALUE "10".
       01 WS-REVIEW-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-REVIEW-PARM-OK VALUE "00".
       01 WS-REVIEW-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   Review settings - a daily review inside 0700-1900, a
      *>   streak of three failures called out, unless SECRPARM says
      *>   otherwise.
       01 WS-REVIEW-MODE PIC X VALUE "D".
           88 WEEKLY-REVIEW VALUE "W".
       01 WS-HOURS-FROM PIC 9(4) VALUE 0700.
       01 WS-HOURS-TO PIC 9(4) VALUE 1900.
       01 WS-STREAK-LIMIT PIC 9(2) VALUE 3.
       01 WS-WINDOW-DAYS PIC 9(2) VALUE 1.
       01 WS-BASELINE-DAYS PIC 9(2) VALUE 28.
       01 WS-WINDOW-START PIC 9(8) VALUE ZERO.
       01 WS-BASELINE-START PIC 9(8) VALUE ZERO.
      *>   DATECALC parameter set.
       01 WS-DATE-FUNCTION PIC X.
       01 WS-DATE-1 PIC 9(8).
       01 WS-DATE-2 PIC 9(8).
       01 WS-DAY-COUNT PIC S9(7).
       01 WS-DATE-RESULT PIC 9(8).
       01 WS-DATE-RC PIC 9.
      *>   Weekday of the journal date last looked at (0 = Sunday),
      *>   counted from Sunday 2 January 2000.
       01 WS-WEEKDAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-WEEKDAY PIC 9 VALUE ZERO.
           88 WEEKEND-DAY VALUE 0 6.
       01 WS-WEEKS PIC 9(7) VALUE ZERO.
       01 WS-EVENT-HHMM PIC 9(4) VALUE ZERO.
      *>   One slot per operator, kept in department then id order so
      *>   the report breaks by department as it prints.  The counts
      *>   are held for the review window (1) and the baseline (2):
      *>   sign-ons, out-of-hours sign-ons, failures, timeouts,
      *>   duplicate sign-ons, privileged actions.
       01 OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON OPERATOR-COUNT
               INDEXED BY OT-IDX.
               10 OT-KEY.
                   15 OT-DEPT-CODE PIC X(4).
                   15 OT-USER-ID PIC 9(4).
               10 OT-CUR-STREAK PIC 9(3).
               10 OT-MAX-STREAK PIC 9(3).
               10 OT-PERIOD OCCURS 2 TIMES.
                   15 OT-COUNT PIC 9(5) OCCURS 6 TIMES.
       01 OPERATOR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-NEW-ENTRY.
           05 WS-NEW-KEY.
               10 WS-NEW-DEPT PIC X(4).
               10 WS-NEW-USER PIC 9(4).
           05 FILLER PIC X(66) VALUE ZEROS.
       01 WS-SHIFT-SUB PIC 9(3) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-PERIOD PIC 9 VALUE 1.
       01 WS-METRIC PIC 9 VALUE 1.
       01 WS-EVENT-CLASS PIC X VALUE SPACE.
           88 EVENT-SIGNON VALUE "S".
           88 EVENT-FAILURE VALUE "F".
           88 EVENT-TIMEOUT VALUE "T".
           88 EVENT-DUPLICATE VALUE "D".
           88 EVENT-PRIVILEGED VALUE "P".
           88 EVENT-IGNORED VALUE " ".
      *>   Privileged actions inside the window, by operator, program
      *>   and event.
       01 PRIVILEGE-TABLE.
           05 PRIVILEGE-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON PRIVILEGE-COUNT
               INDEXED BY PV-IDX.
               10 PV-USER-ID PIC 9(4).
               10 PV-PROGRAM PIC X(8).
               10 PV-EVENT PIC X(12).
               10 PV-COUNT PIC 9(5).
       01 PRIVILEGE-COUNT PIC 9(3) VALUE ZERO.
       01 METRIC-NAME-VALUES.
           05 FILLER PIC X(8) VALUE "SIGNONS".
           05 FILLER PIC X(8) VALUE "OUT-HRS".
           05 FILLER PIC X(8) VALUE "FAILS".
           05 FILLER PIC X(8) VALUE "TIMEOUTS".
           05 FILLER PIC X(8) VALUE "DUP".
           05 FILLER PIC X(8) VALUE "PRIV".
       01 METRIC-NAME-TABLE REDEFINES METRIC-NAME-VALUES.
           05 MN-NAME PIC X(8) OCCURS 6 TIMES.
      *>   Smallest window count worth calling out against normal:
      *>   sign-ons and privileged actions are everyday events.
       01 METRIC-FLOOR-VALUES PIC X(6) VALUE "311113".
       01 METRIC-FLOOR-TABLE REDEFINES METRIC-FLOOR-VALUES.
           05 MF-FLOOR PIC 9(1) OCCURS 6 TIMES.
       01 WS-EXPECTED PIC 9(5)V9 VALUE ZERO.
       01 WS-EXCEPTIONS PIC X(60) VALUE SPACES.
       01 WS-EXC-POINTER PIC 9(3) VALUE 1.
       01 WS-HAS-ACTIVITY PIC X VALUE "N".
       01 WS-CURRENT-DEPT PIC X(4) VALUE SPACES.
       01 WS-FIRST-DEPT PIC X VALUE "Y".
       01 WS-DEPT-REVIEWED PIC 9(5) VALUE ZERO.
       01 WS-DEPT-EXCEPTIONS PIC 9(5) VALUE ZERO.
       01 WS-LINES-READ PIC 9(9) VALUE ZERO.
       01 WS-LINES-USED PIC 9(9) VALUE ZERO.
       01 WS-LINES-SKIPPED PIC 9(9) VALUE ZERO.
       01 WS-REVIEWED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(9) VALUE ZERO.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(26) VALUE "SECURITY JOURNAL REVIEW - ".
           05 TL-MODE PIC X(8).
           05 FILLER PIC X(8) VALUE "WINDOW ".
           05 TL-WINDOW-START PIC 9(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 TL-WINDOW-END PIC 9(8).
           05 FILLER PIC X(14) VALUE "   DEPARTMENT ".
           05 TL-DEPT PIC X(16).
       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE
               "OPER  SIGNONS(NORM) OUT-HRS(NORM) FAILS".
           05 FILLER PIC X(40) VALUE
               "(NORM) STREAK TIMEOUT DUP PRIV(NORM) EXC".
           05 FILLER PIC X(8) VALUE "EPTIONS".
       01 WS-DETAIL-LINE.
           05 DL-USER-ID PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-SIGNONS PIC ZZZ9.
           05 DL-SIGNONS-NORM PIC ZZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-OUTHRS PIC ZZZ9.
           05 DL-OUTHRS-NORM PIC ZZZ9.9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-FAILS PIC ZZZ9.
           05 DL-FAILS-NORM PIC ZZZ9.9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-STREAK PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-TIMEOUTS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-DUPS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-PRIV PIC ZZZ9.
           05 DL-PRIV-NORM PIC ZZZ9.9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-EXCEPTIONS PIC X(54).
       01 WS-PRIVILEGE-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "PRIVILEGED ".
           05 PL-PROGRAM PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-EVENT PIC X(12).
           05 PL-COUNT PIC ZZZZ9.
       01 WS-FOOTER-LINE.
           05 FILLER PIC X(20) VALUE "OPERATORS REVIEWED: ".
           05 FL-REVIEWED PIC ZZZZ9.
           05 FILLER PIC X(20) VALUE "   WITH EXCEPTIONS: ".
           05 FL-EXCEPTIONS PIC ZZZZ9.
       01 WS-SIGNOFF-LINE PIC X(60) VALUE
           "REVIEWED BY: ____________________   DATE: __________".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "SECREVW " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetReviewParameters
           PERFORM LoadOperatorProfiles
           OPEN INPUT JOURNAL-FILE
           IF NOT WS-JOURNAL-FILE-OK
               DISPLAY "SECJRNL NOT AVAILABLE, STATUS = "
                   WS-JOURNAL-FILE-STATUS
               SET WS-JOURNAL-FILE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-JOURNAL-FILE-EOF
               READ JOURNAL-FILE
                   AT END SET WS-JOURNAL-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM TakeOneJournalLine
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           OPEN OUTPUT REVIEW-REPORT
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > OPERATOR-COUNT
               PERFORM ReportOneOperator
           END-PERFORM
           IF WS-FIRST-DEPT = "Y"
               MOVE "ALL" TO TL-DEPT
               PERFORM WriteDepartmentHeading
               MOVE "NO OPERATOR ACTIVITY IN THE WINDOW"
                   TO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD AFTER ADVANCING 2 LINES
           ELSE
               PERFORM WriteDepartmentFooter
           END-IF
           CLOSE REVIEW-REPORT
           MOVE "SECRVRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- SECURITY REVIEW TOTALS ----------"
           DISPLAY "WINDOW             : " WS-WINDOW-START
               " - " WS-RUN-DATE
           DISPLAY "JOURNAL LINES READ : " WS-LINES-READ
           DISPLAY "LINES REVIEWED     : " WS-LINES-USED
           DISPLAY "LINES SKIPPED      : " WS-LINES-SKIPPED
           DISPLAY "OPERATORS REVIEWED : " WS-REVIEWED-COUNT
           DISPLAY "WITH EXCEPTIONS    : " WS-EXCEPTION-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

       GetReviewParameters.
           OPEN INPUT REVIEW-PARM
           IF WS-REVIEW-PARM-OK
               READ REVIEW-PARM
                   AT END CONTINUE
                   NOT AT END
                       IF SR-MODE = "D" OR SR-MODE = "W"
                           MOVE SR-MODE TO WS-REVIEW-MODE
                       END-IF
                       IF SR-HOURS-FROM NUMERIC
                               AND SR-HOURS-TO NUMERIC
                               AND SR-HOURS-FROM < SR-HOURS-TO
                               AND SR-HOURS-TO NOT > 2400
                           MOVE SR-HOURS-FROM TO WS-HOURS-FROM
                           MOVE SR-HOURS-TO TO WS-HOURS-TO
                       END-IF
                       IF SR-STREAK NUMERIC AND SR-STREAK > ZERO
                           MOVE SR-STREAK TO WS-STREAK-LIMIT
                       END-IF
               END-READ
           END-IF
           CLOSE REVIEW-PARM
           IF WEEKLY-REVIEW
               MOVE 7 TO WS-WINDOW-DAYS
               MOVE "WEEKLY " TO TL-MODE
           ELSE
               MOVE 1 TO WS-WINDOW-DAYS
               MOVE "DAILY " TO TL-MODE
           END-IF
           MOVE "A" TO WS-DATE-FUNCTION
           MOVE WS-RUN-DATE TO WS-DATE-1
           COMPUTE WS-DAY-COUNT = 1 - WS-WINDOW-DAYS
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           MOVE WS-DATE-RESULT TO WS-WINDOW-START
           MOVE WS-WINDOW-START TO WS-DATE-1
           COMPUTE WS-DAY-COUNT = 0 - WS-BASELINE-DAYS
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           MOVE WS-DATE-RESULT TO WS-BASELINE-START
           MOVE WS-WINDOW-START TO TL-WINDOW-START
           MOVE WS-RUN-DATE TO TL-WINDOW-END
           DISPLAY "REVIEW MODE        : " WS-REVIEW-MODE
           DISPLAY "BUSINESS HOURS     : " WS-HOURS-FROM
               " - " WS-HOURS-TO
           DISPLAY "STREAK LIMIT       : " WS-STREAK-LIMIT
           .

       LoadOperatorProfiles.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-FILE-OK
               PERFORM UNTIL WS-PROFILE-FILE-EOF
                   READ PROFILE-FILE
                       AT END SET WS-PROFILE-FILE-EOF TO TRUE
                       NOT AT END
                           IF OP-USER-ID NUMERIC
                               MOVE OP-DEPT-CODE TO WS-NEW-DEPT
                               MOVE OP-USER-ID TO WS-NEW-USER
                               PERFORM InsertOperator
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           ELSE
               DISPLAY "OPERPROF NOT AVAILABLE, STATUS = "
                   WS-PROFILE-FILE-STATUS
               IF WS-PROFILE-FILE-STATUS = "05"
                   CLOSE PROFILE-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> InsertOperator - slot WS-NEW-KEY into the table in order,
      *> moving the higher keys up one; WS-FOUND-SUB is left on the
      *> new slot (zero when the table is full).
      *>----------------------------------------------------------------
       InsertOperator.
           MOVE ZERO TO WS-FOUND-SUB
           IF OPERATOR-COUNT >= 300
               DISPLAY "OPERATOR TABLE FULL - " WS-NEW-USER
                   " NOT REVIEWED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPERATOR-COUNT
           MOVE OPERATOR-COUNT TO WS-SHIFT-SUB
           PERFORM UNTIL WS-SHIFT-SUB = 1
               IF OT-KEY (WS-SHIFT-SUB - 1) NOT > WS-NEW-KEY
                   EXIT PERFORM
               END-IF
               MOVE OPERATOR-ENTRY (WS-SHIFT-SUB - 1)
                   TO OPERATOR-ENTRY (WS-SHIFT-SUB)
               SUBTRACT 1 FROM WS-SHIFT-SUB
           END-PERFORM
           MOVE WS-NEW-ENTRY TO OPERATOR-ENTRY (WS-SHIFT-SUB)
           MOVE WS-SHIFT-SUB TO WS-FOUND-SUB
           .

      *>----------------------------------------------------------------
      *> TakeOneJournalLine - a line inside the baseline or the
      *> window is counted against its operator; an id with no
      *> profile is added under HIGH-VALUES so it sorts last.
      *>----------------------------------------------------------------
       TakeOneJournalLine.
           IF JR-DATE NOT NUMERIC OR JR-USER-ID-N NOT NUMERIC
               ADD 1 TO WS-LINES-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF JR-DATE < WS-BASELINE-START OR JR-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-USED
           IF JR-DATE < WS-WINDOW-START
               MOVE 2 TO WS-PERIOD
           ELSE
               MOVE 1 TO WS-PERIOD
           END-IF
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > OPERATOR-COUNT
                      OR WS-FOUND-SUB > ZERO
               IF OT-USER-ID (OT-IDX) = JR-USER-ID-N
                   SET WS-FOUND-SUB TO OT-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               MOVE HIGH-VALUES TO WS-NEW-DEPT
               MOVE JR-USER-ID-N TO WS-NEW-USER
               PERFORM InsertOperator
               IF WS-FOUND-SUB = ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET OT-IDX TO WS-FOUND-SUB
           EVALUATE JR-EVENT
               WHEN "SIGNON-OK"
               WHEN "MAINT-ENTRY"
                   SET EVENT-SIGNON TO TRUE
               WHEN "PIN-FAIL"
               WHEN "NO-PROFILE"
               WHEN "ROLE-DENY"
                   SET EVENT-FAILURE TO TRUE
               WHEN "SESS-TIMEOUT"
                   SET EVENT-TIMEOUT TO TRUE
               WHEN "DUP-SIGNON"
                   SET EVENT-DUPLICATE TO TRUE
               WHEN "SESS-START"
               WHEN "SESS-END"
                   SET EVENT-IGNORED TO TRUE
               WHEN OTHER
                   SET EVENT-PRIVILEGED TO TRUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN EVENT-SIGNON
                   MOVE 1 TO WS-METRIC
                   PERFORM CountOneEvent
                   MOVE ZERO TO OT-CUR-STREAK (OT-IDX)
                   PERFORM CheckBusinessHours
      *>            Entering a maintenance program is privileged too.
                   IF JR-EVENT = "MAINT-ENTRY"
                       MOVE 6 TO WS-METRIC
                       PERFORM CountOneEvent
                       PERFORM NoteOnePrivilege
                   END-IF
               WHEN EVENT-FAILURE
                   MOVE 3 TO WS-METRIC
                   PERFORM CountOneEvent
                   ADD 1 TO OT-CUR-STREAK (OT-IDX)
                   IF WS-PERIOD = 1 AND OT-CUR-STREAK (OT-IDX)
                           > OT-MAX-STREAK (OT-IDX)
                       MOVE OT-CUR-STREAK (OT-IDX)
                           TO OT-MAX-STREAK (OT-IDX)
                   END-IF
               WHEN EVENT-TIMEOUT
                   MOVE 4 TO WS-METRIC
                   PERFORM CountOneEvent
               WHEN EVENT-DUPLICATE
                   MOVE 5 TO WS-METRIC
                   PERFORM CountOneEvent
               WHEN EVENT-PRIVILEGED
                   MOVE 6 TO WS-METRIC
                   PERFORM CountOneEvent
                   PERFORM NoteOnePrivilege
           END-EVALUATE
           .

       CountOneEvent.
           ADD 1 TO OT-COUNT (OT-IDX, WS-PERIOD, WS-METRIC)
           .

      *>    Out of hours is before the SECRPARM start, at or after its
      *>    end, or any time on a Saturday or Sunday.  A line written
      *>    before the journal carried a time is judged on the day
      *>    alone.
       CheckBusinessHours.
           IF JR-DATE NOT = WS-WEEKDAY-DATE
               MOVE JR-DATE TO WS-WEEKDAY-DATE
               MOVE "D" TO WS-DATE-FUNCTION
               MOVE 20000102 TO WS-DATE-1
               MOVE JR-DATE TO WS-DATE-2
               CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
                   WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT,
                   WS-DATE-RC
               IF WS-DATE-RC = 0
                   DIVIDE WS-DAY-COUNT BY 7 GIVING WS-WEEKS
                       REMAINDER WS-WEEKDAY
               ELSE
                   MOVE 1 TO WS-WEEKDAY
               END-IF
           END-IF
           MOVE 2 TO WS-METRIC
           IF WEEKEND-DAY
               PERFORM CountOneEvent
               EXIT PARAGRAPH
           END-IF
           IF JR-TIME NUMERIC
               MOVE JR-TIME (1:4) TO WS-EVENT-HHMM
               IF WS-EVENT-HHMM < WS-HOURS-FROM
                       OR WS-EVENT-HHMM NOT < WS-HOURS-TO
                   PERFORM CountOneEvent
               END-IF
           END-IF
           .

       NoteOnePrivilege.
           IF WS-PERIOD NOT = 1
               EXIT PARAGRAPH
           END-IF
           SET PV-IDX TO 1
           SEARCH PRIVILEGE-ENTRY
               AT END
                   IF PRIVILEGE-COUNT < 500
                       ADD 1 TO PRIVILEGE-COUNT
                       SET PV-IDX TO PRIVILEGE-COUNT
                       MOVE JR-USER-ID-N TO PV-USER-ID (PV-IDX)
                       MOVE JR-PROGRAM TO PV-PROGRAM (PV-IDX)
                       MOVE JR-EVENT TO PV-EVENT (PV-IDX)
                       MOVE 1 TO PV-COUNT (PV-IDX)
                   END-IF
               WHEN PV-USER-ID (PV-IDX) = JR-USER-ID-N
                       AND PV-PROGRAM (PV-IDX) = JR-PROGRAM
                       AND PV-EVENT (PV-IDX) = JR-EVENT
                   ADD 1 TO PV-COUNT (PV-IDX)
           END-SEARCH
           .

      *>----------------------------------------------------------------
      *> ReportOneOperator - operators with nothing in the window are
      *> left off; a change of department closes the last one's page
      *> with its sign-off line and opens a new page.
      *>----------------------------------------------------------------
       ReportOneOperator.
           MOVE "N" TO WS-HAS-ACTIVITY
           PERFORM VARYING WS-METRIC FROM 1 BY 1 UNTIL WS-METRIC > 6
               IF OT-COUNT (OT-IDX, 1, WS-METRIC) > ZERO
                   MOVE "Y" TO WS-HAS-ACTIVITY
               END-IF
           END-PERFORM
           IF WS-HAS-ACTIVITY = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-FIRST-DEPT = "Y"
                   OR OT-DEPT-CODE (OT-IDX) NOT = WS-CURRENT-DEPT
               IF WS-FIRST-DEPT = "N"
                   PERFORM WriteDepartmentFooter
               END-IF
               MOVE "N" TO WS-FIRST-DEPT
               MOVE OT-DEPT-CODE (OT-IDX) TO WS-CURRENT-DEPT
               EVALUATE TRUE
                   WHEN WS-CURRENT-DEPT = HIGH-VALUES
                       MOVE "NO PROFILE" TO TL-DEPT
                   WHEN WS-CURRENT-DEPT = SPACES
                       MOVE "NONE" TO TL-DEPT
                   WHEN OTHER
                       MOVE WS-CURRENT-DEPT TO TL-DEPT
               END-EVALUATE
               PERFORM WriteDepartmentHeading
           END-IF
           ADD 1 TO WS-REVIEWED-COUNT WS-DEPT-REVIEWED
           MOVE SPACES TO WS-EXCEPTIONS
           MOVE 1 TO WS-EXC-POINTER
           MOVE OT-USER-ID (OT-IDX) TO DL-USER-ID
           PERFORM VARYING WS-METRIC FROM 1 BY 1 UNTIL WS-METRIC > 6
               PERFORM JudgeOneMetric
           END-PERFORM
           MOVE OT-MAX-STREAK (OT-IDX) TO DL-STREAK
           IF OT-MAX-STREAK (OT-IDX) NOT < WS-STREAK-LIMIT
               STRING "STREAK " DELIMITED BY SIZE
                   INTO WS-EXCEPTIONS WITH POINTER WS-EXC-POINTER
           END-IF
           MOVE WS-EXCEPTIONS TO DL-EXCEPTIONS
           IF WS-EXCEPTIONS NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT WS-DEPT-EXCEPTIONS
           END-IF
           WRITE REVIEW-REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING PV-IDX FROM 1 BY 1
                   UNTIL PV-IDX > PRIVILEGE-COUNT
               IF PV-USER-ID (PV-IDX) = OT-USER-ID (OT-IDX)
                   MOVE PV-PROGRAM (PV-IDX) TO PL-PROGRAM
                   MOVE PV-EVENT (PV-IDX) TO PL-EVENT
                   MOVE PV-COUNT (PV-IDX) TO PL-COUNT
                   WRITE REVIEW-REPORT-RECORD FROM WS-PRIVILEGE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> JudgeOneMetric - normal is the operator's own baseline count
      *> scaled to the window's length; a window count over twice
      *> normal (and at least the metric's floor) is an exception.
      *> A duplicate sign-on is always one.
      *>----------------------------------------------------------------
       JudgeOneMetric.
           COMPUTE WS-EXPECTED ROUNDED =
               OT-COUNT (OT-IDX, 2, WS-METRIC) * WS-WINDOW-DAYS
               / WS-BASELINE-DAYS
           EVALUATE WS-METRIC
               WHEN 1
                   MOVE OT-COUNT (OT-IDX, 1, 1) TO DL-SIGNONS
                   MOVE WS-EXPECTED TO DL-SIGNONS-NORM
               WHEN 2
                   MOVE OT-COUNT (OT-IDX, 1, 2) TO DL-OUTHRS
                   MOVE WS-EXPECTED TO DL-OUTHRS-NORM
               WHEN 3
                   MOVE OT-COUNT (OT-IDX, 1, 3) TO DL-FAILS
                   MOVE WS-EXPECTED TO DL-FAILS-NORM
               WHEN 4
                   MOVE OT-COUNT (OT-IDX, 1, 4) TO DL-TIMEOUTS
               WHEN 5
                   MOVE OT-COUNT (OT-IDX, 1, 5) TO DL-DUPS
               WHEN 6
                   MOVE OT-COUNT (OT-IDX, 1, 6) TO DL-PRIV
                   MOVE WS-EXPECTED TO DL-PRIV-NORM
           END-EVALUATE
           IF WS-METRIC = 5
               IF OT-COUNT (OT-IDX, 1, 5) > ZERO
                   STRING "DUP " DELIMITED BY SIZE
                       INTO WS-EXCEPTIONS WITH POINTER WS-EXC-POINTER
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF OT-COUNT (OT-IDX, 1, WS-METRIC) NOT < MF-FLOOR (WS-METRIC)
                   AND OT-COUNT (OT-IDX, 1, WS-METRIC)
                       > WS-EXPECTED * 2
               STRING MN-NAME (WS-METRIC) DELIMITED BY SPACE
                   "+ " DELIMITED BY SIZE
                   INTO WS-EXCEPTIONS WITH POINTER WS-EXC-POINTER
           END-IF
           .

       WriteDepartmentHeading.
           MOVE ZERO TO WS-DEPT-REVIEWED WS-DEPT-EXCEPTIONS
           WRITE REVIEW-REPORT-RECORD FROM WS-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE REVIEW-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD AFTER ADVANCING 1 LINE
           .

       WriteDepartmentFooter.
           MOVE WS-DEPT-REVIEWED TO FL-REVIEWED
           MOVE WS-DEPT-EXCEPTIONS TO FL-EXCEPTIONS
           WRITE REVIEW-REPORT-RECORD FROM WS-FOOTER-LINE
               AFTER ADVANCING 2 LINES
           WRITE REVIEW-REPORT-RECORD FROM WS-SIGNOFF-LINE
               AFTER ADVANCING 2 LINES
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
           MOVE WS-LINES-READ TO CTL-INPUT-COUNT
           MOVE WS-REVIEWED-COUNT TO CTL-OUTPUT-COUNT
           MOVE WS-LINES-SKIPPED TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM SECREVW.
