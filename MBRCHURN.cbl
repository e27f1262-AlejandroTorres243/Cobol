      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly membership churn report - read the MEMBERSDD
      *          membership file and, from each member's join date
      *          (MF-JOIN-DATE, or the effective date on a record
      *          older than it) and termination date, count for the
      *          report month and for each of the twelve months before
      *          it the members open at the start of the month, the
      *          joiners and the leavers, and the churn rate (leavers
      *          as a percentage of opening members).  The CHURNRPT
      *          report shows the thirteen-month trend, then the
      *          report month against the prior twelve months'
      *          monthly average by plan, by province (named through
      *          PROVLOOK), by tenure band and, for leavers, by the
      *          termination reason MBRMNT or ACCCLOSE recorded
      *          (described through TRSLOOK).  The report month is the
      *          last complete month before the business date unless
      *          a CHRNPARM card names another (YYYYMM).  Plan and
      *          province are the member's as the file stands today.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCHURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MEMBERS-FILE ASSIGN TO "MEMBERSDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERS-FILE-STATUS.
           SELECT OPTIONAL CHURN-PARM-FILE ASSIGN TO "CHRNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHURN-PARM-STATUS.
           SELECT OPTIONAL LANGUAGE-PARM ASSIGN TO "LANGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANGUAGE-PARM-STATUS.
           SELECT CHURN-REPORT ASSIGN TO "CHURNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHURN-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MEMBERS-FILE.
       COPY MBRREC.
       FD  CHURN-PARM-FILE.
       01  CHURN-PARM-RECORD.
           05 CP-REPORT-MONTH PIC 9(6).
           05 CP-REPORT-MONTH-R REDEFINES CP-REPORT-MONTH.
               10 CP-YYYY PIC 9(4).
               10 CP-MM PIC 9(2).
       FD  LANGUAGE-PARM.
       01  LANGUAGE-PARM-RECORD.
           05 LP-LANGUAGE PIC X(2).
       FD  CHURN-REPORT.
       01  CHURN-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-MEMBERS-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MEMBERS-FILE-OK VALUE "00".
           88 WS-MEMBERS-FILE-EOF VALUE "10".
       01 WS-CHURN-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-CHURN-PARM-OK VALUE "00".
       01 WS-LANGUAGE-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-LANGUAGE-PARM-OK VALUE "00".
       01 WS-CHURN-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LANGUAGE PIC X(2) VALUE "EN".
       01 WS-HEAD-TEXT PIC X(30) VALUE SPACES.
       01 WS-COLUMN-DATE PIC X(12) VALUE SPACES.
      *>   The report month and the month numbers (years times twelve
      *>   plus months) the thirteen months of the trend are counted
      *>   in; slot 13 is the report month, slots 1 to 12 the twelve
      *>   months before it.
       01 WS-REPORT-MONTH PIC 9(6) VALUE ZERO.
       01 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05 WS-RM-YYYY PIC 9(4).
           05 WS-RM-MM PIC 9(2).
       01 WS-RUN-MONTH-R.
           05 WS-RN-YYYY PIC 9(4).
           05 WS-RN-MM PIC 9(2).
           05 WS-RN-DD PIC 9(2).
       01 WS-BASE-MONTH-NO PIC 9(7) VALUE ZERO.
       01 WS-MONTH-NO PIC 9(7) VALUE ZERO.
       01 WS-MONTH-YYYY PIC 9(4) VALUE ZERO.
       01 WS-MONTH-MM PIC 9(2) VALUE ZERO.
       01 WS-SLOT PIC 9(2) VALUE ZERO.
       01 CHURN-TREND-TABLE.
           05 CHURN-TREND-ENTRY OCCURS 13 TIMES.
               10 CT-MONTH PIC 9(6).
               10 CT-MONTH-NO PIC 9(7).
               10 CT-OPENING PIC 9(7).
               10 CT-JOINERS PIC 9(7).
               10 CT-LEAVERS PIC 9(7).
      *>   One set of counters per reporting group, the report month
      *>   and the prior twelve months apart:
      *>     1 - 4     plans A, B, C and any other plan code
      *>     5 - 104   provinces 01 - 99, 104 for no province
      *>     105 - 108 tenure bands
      *>     109 - 208 termination reasons, in the order met
      *>     209       all members, for the trend's report month
       01 CHURN-GROUP-TABLE.
           05 CHURN-GROUP-ENTRY OCCURS 209 TIMES.
               10 CG-OPEN-NOW PIC 9(7).
               10 CG-JOIN-NOW PIC 9(7).
               10 CG-LEAVE-NOW PIC 9(7).
               10 CG-OPEN-PRIOR PIC 9(7).
               10 CG-JOIN-PRIOR PIC 9(7).
               10 CG-LEAVE-PRIOR PIC 9(7).
       01 WS-GROUP-SUB PIC 9(3) VALUE ZERO.
       01 WS-PLAN-SUB PIC 9(3) VALUE ZERO.
       01 WS-PROVINCE-SUB PIC 9(3) VALUE ZERO.
       01 WS-TENURE-SUB PIC 9(3) VALUE ZERO.
       01 WS-REASON-SUB PIC 9(3) VALUE ZERO.
       01 WS-PLAN-CODES PIC X(3) VALUE "ABC".
       01 TENURE-BAND-NAMES.
           05 FILLER PIC X(16) VALUE "UNDER 1 YEAR".
           05 FILLER PIC X(16) VALUE "1 TO 2 YEARS".
           05 FILLER PIC X(16) VALUE "2 TO 5 YEARS".
           05 FILLER PIC X(16) VALUE "5 YEARS AND OVER".
       01 TENURE-BAND-TABLE REDEFINES TENURE-BAND-NAMES.
           05 TB-NAME PIC X(16) OCCURS 4 TIMES.
      *>   Termination reasons met on leavers, each owning the group
      *>   slot 108 plus its place here.
       01 REASON-SEEN-TABLE.
           05 REASON-SEEN-ENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON REASON-SEEN-COUNT
               INDEXED BY RS-IDX.
               10 RS-REASON-CODE PIC X(2).
       01 REASON-SEEN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-REASON-DESC PIC X(30) VALUE SPACES.
       01 WS-REASON-CATEGORY PIC X VALUE SPACE.
       01 WS-REASON-RC PIC 9 VALUE ZERO.
       01 WS-PROV-CODE PIC 9(2) VALUE ZERO.
       01 WS-PROV-NAME PIC X(20) VALUE SPACES.
       01 WS-PROV-RC PIC 9 VALUE ZERO.
      *>   One member's dates as year-and-month.
       01 WS-JOIN-DATE PIC 9(8) VALUE ZERO.
       01 WS-JOIN-DATE-R REDEFINES WS-JOIN-DATE.
           05 WS-JN-YYYY PIC 9(4).
           05 WS-JN-MM PIC 9(2).
           05 WS-JN-DD PIC 9(2).
       01 WS-JOIN-MONTH PIC 9(6) VALUE ZERO.
       01 WS-JOIN-MONTH-NO PIC 9(7) VALUE ZERO.
       01 WS-TERM-MONTH PIC 9(6) VALUE ZERO.
       01 WS-TENURE-MONTHS PIC S9(7) VALUE ZERO.
       01 WS-IS-OPENING PIC 9 VALUE ZERO.
       01 WS-IS-JOINER PIC 9 VALUE ZERO.
       01 WS-IS-LEAVER PIC 9 VALUE ZERO.
       01 WS-MEMBERS-READ PIC 9(9) VALUE ZERO.
       01 WS-MEMBERS-COUNTED PIC 9(9) VALUE ZERO.
       01 WS-NO-DATE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(9) VALUE ZERO.
      *>   Rate arithmetic for one report line.
       01 WS-OPEN-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-OPEN-PRIOR-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-RATE-NOW PIC S9(3)V99 VALUE ZERO.
       01 WS-RATE-PRIOR PIC S9(3)V99 VALUE ZERO.
       01 WS-RATE-CHANGE PIC S9(3)V99 VALUE ZERO.
       01 WS-HAS-RATE-NOW PIC X VALUE "N".
       01 WS-HAS-RATE-PRIOR PIC X VALUE "N".
       01 WS-SHOW-PRIOR PIC X VALUE "Y".
       01 WS-LEAVERS-ONLY PIC X VALUE "N".
       01 WS-LINE-LABEL PIC X(16) VALUE SPACES.
       01 WS-REPORT-TITLE.
           05 FILLER PIC X(24) VALUE "MEMBERSHIP CHURN REPORT ".
           05 RT-MONTH-YYYY PIC 9(4).
           05 FILLER PIC X(1) VALUE "/".
           05 RT-MONTH-MM PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RT-HEAD-TEXT PIC X(30).
       01 WS-SPAN-HEADING.
           05 FILLER PIC X(17) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "------ THIS MONTH -------".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(35) VALUE
               "--- PRIOR 12 MONTHS, AVERAGE ---".
       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(17) VALUE "GROUP".
           05 FILLER PIC X(7) VALUE "  OPEN ".
           05 FILLER PIC X(6) VALUE " JOIN ".
           05 FILLER PIC X(6) VALUE "LEAVE ".
           05 FILLER PIC X(8) VALUE "CHURN%  ".
           05 FILLER PIC X(7) VALUE "  OPEN ".
           05 FILLER PIC X(7) VALUE "  JOIN ".
           05 FILLER PIC X(7) VALUE " LEAVE ".
           05 FILLER PIC X(7) VALUE "CHURN% ".
           05 FILLER PIC X(7) VALUE " CHANGE".
       01 WS-SECTION-HEADING PIC X(80) VALUE SPACES.
       01 WS-REPORT-LINE.
           05 RL-LABEL PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-OPEN-NOW PIC Z(5)9.
           05 RL-OPEN-NOW-X REDEFINES RL-OPEN-NOW PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-JOIN-NOW PIC Z(4)9.
           05 RL-JOIN-NOW-X REDEFINES RL-JOIN-NOW PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-LEAVE-NOW PIC Z(4)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-RATE-NOW PIC ZZ9.99.
           05 RL-RATE-NOW-X REDEFINES RL-RATE-NOW PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-PRIOR-FIGURES.
               10 RL-OPEN-PRIOR PIC Z(5)9.
               10 RL-OPEN-PRIOR-X REDEFINES RL-OPEN-PRIOR PIC X(6).
               10 FILLER PIC X(1) VALUE SPACE.
               10 RL-JOIN-PRIOR PIC ZZZ9.9.
               10 RL-JOIN-PRIOR-X REDEFINES RL-JOIN-PRIOR PIC X(6).
               10 FILLER PIC X(1) VALUE SPACE.
               10 RL-LEAVE-PRIOR PIC ZZZ9.9.
               10 FILLER PIC X(1) VALUE SPACE.
               10 RL-RATE-PRIOR PIC ZZ9.99.
               10 RL-RATE-PRIOR-X REDEFINES RL-RATE-PRIOR PIC X(6).
               10 FILLER PIC X(1) VALUE SPACE.
               10 RL-RATE-CHANGE PIC +++9.99.
               10 RL-RATE-CHANGE-X REDEFINES RL-RATE-CHANGE
                   PIC X(7).
           05 RL-PRIOR-BLANK REDEFINES RL-PRIOR-FIGURES PIC X(35).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "MBRCHURN" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetReportMonth
           PERFORM SetTrendMonths
           PERFORM GetReportHeading
           INITIALIZE CHURN-GROUP-TABLE
           OPEN INPUT MEMBERS-FILE
           IF NOT WS-MEMBERS-FILE-OK
               DISPLAY "MEMBERSDD NOT AVAILABLE, STATUS = "
                   WS-MEMBERS-FILE-STATUS
               SET WS-MEMBERS-FILE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-MEMBERS-FILE-EOF
               READ MEMBERS-FILE
                   AT END SET WS-MEMBERS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MEMBERS-READ
                       PERFORM CountOneMember
               END-READ
           END-PERFORM
           CLOSE MEMBERS-FILE
           OPEN OUTPUT CHURN-REPORT
           PERFORM WriteReport
           CLOSE CHURN-REPORT
           MOVE "CHURNRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- MBRCHURN TOTALS ----------"
           DISPLAY "REPORT MONTH       : " WS-REPORT-MONTH
           DISPLAY "MEMBERS READ       : " WS-MEMBERS-READ
           DISPLAY "MEMBERS COUNTED    : " WS-MEMBERS-COUNTED
           DISPLAY "NO JOIN DATE       : " WS-NO-DATE-COUNT
           DISPLAY "REPORT LINES       : " WS-LINE-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> GetReportMonth - the month just ended, so the nightly run
      *> early in a month reports a whole month; a CHRNPARM card
      *> reruns any other month.
      *>----------------------------------------------------------------
       GetReportMonth.
           MOVE WS-RUN-DATE TO WS-RUN-MONTH-R
           IF WS-RN-MM = 1
               COMPUTE WS-RM-YYYY = WS-RN-YYYY - 1
               MOVE 12 TO WS-RM-MM
           ELSE
               MOVE WS-RN-YYYY TO WS-RM-YYYY
               COMPUTE WS-RM-MM = WS-RN-MM - 1
           END-IF
           OPEN INPUT CHURN-PARM-FILE
           IF WS-CHURN-PARM-OK
               READ CHURN-PARM-FILE
                   NOT AT END
                       IF CP-REPORT-MONTH NUMERIC
                               AND CP-MM >= 1 AND CP-MM <= 12
                           MOVE CP-REPORT-MONTH TO WS-REPORT-MONTH
                       ELSE
                           DISPLAY "CHRNPARM NOT A VALID YYYYMM - "
                               "LAST MONTH REPORTED"
                       END-IF
               END-READ
               CLOSE CHURN-PARM-FILE
           ELSE
               IF WS-CHURN-PARM-STATUS = "05"
                   CLOSE CHURN-PARM-FILE
               END-IF
           END-IF
           .

       SetTrendMonths.
           COMPUTE WS-BASE-MONTH-NO = WS-RM-YYYY * 12 + WS-RM-MM - 1
           INITIALIZE CHURN-TREND-TABLE
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 13
               COMPUTE WS-MONTH-NO = WS-BASE-MONTH-NO - 13 + WS-SLOT
               DIVIDE WS-MONTH-NO BY 12 GIVING WS-MONTH-YYYY
                   REMAINDER WS-MONTH-MM
               ADD 1 TO WS-MONTH-MM
               MOVE WS-MONTH-NO TO CT-MONTH-NO (WS-SLOT)
               COMPUTE CT-MONTH (WS-SLOT) =
                   WS-MONTH-YYYY * 100 + WS-MONTH-MM
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> CountOneMember - place the member in its plan, province and
      *> (if it left) reason groups, then count it month by month.
      *> A member open at the start of a month is counted opening
      *> even if it leaves during that month.
      *>----------------------------------------------------------------
       CountOneMember.
           IF MF-JOIN-DATE NUMERIC AND MF-JOIN-DATE NOT = ZEROS
               MOVE MF-JOIN-DATE TO WS-JOIN-DATE
           ELSE
               IF MF-EFFECTIVE-DATE NUMERIC
                       AND MF-EFFECTIVE-DATE NOT = ZEROS
                   MOVE MF-EFFECTIVE-DATE TO WS-JOIN-DATE
               ELSE
                   ADD 1 TO WS-NO-DATE-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-MEMBERS-COUNTED
           COMPUTE WS-JOIN-MONTH = WS-JN-YYYY * 100 + WS-JN-MM
           COMPUTE WS-JOIN-MONTH-NO = WS-JN-YYYY * 12 + WS-JN-MM - 1
           MOVE 999999 TO WS-TERM-MONTH
           IF MF-TERMINATED AND MF-TERM-DATE NUMERIC
                   AND MF-TERM-DATE NOT = ZEROS
               MOVE MF-TERM-DATE (1:6) TO WS-TERM-MONTH
           END-IF
           EVALUATE MF-PLAN-CODE
               WHEN "A" MOVE 1 TO WS-PLAN-SUB
               WHEN "B" MOVE 2 TO WS-PLAN-SUB
               WHEN "C" MOVE 3 TO WS-PLAN-SUB
               WHEN OTHER MOVE 4 TO WS-PLAN-SUB
           END-EVALUATE
           IF MF-PROVINCE-CODE NUMERIC
                   AND MF-PROVINCE-CODE NOT = ZEROS
               COMPUTE WS-PROVINCE-SUB = 4 + MF-PROVINCE-CODE
           ELSE
               MOVE 104 TO WS-PROVINCE-SUB
           END-IF
           MOVE ZERO TO WS-REASON-SUB
           IF WS-TERM-MONTH NOT = 999999
               PERFORM FindReasonGroup
           END-IF
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 13
               PERFORM CountMemberMonth
           END-PERFORM
           .

       CountMemberMonth.
           MOVE ZERO TO WS-IS-OPENING WS-IS-JOINER WS-IS-LEAVER
           IF WS-JOIN-MONTH < CT-MONTH (WS-SLOT)
                   AND WS-TERM-MONTH >= CT-MONTH (WS-SLOT)
               MOVE 1 TO WS-IS-OPENING
           END-IF
           IF WS-JOIN-MONTH = CT-MONTH (WS-SLOT)
               MOVE 1 TO WS-IS-JOINER
           END-IF
           IF WS-TERM-MONTH = CT-MONTH (WS-SLOT)
               MOVE 1 TO WS-IS-LEAVER
           END-IF
           IF WS-IS-OPENING = 0 AND WS-IS-JOINER = 0
                   AND WS-IS-LEAVER = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-IS-OPENING TO CT-OPENING (WS-SLOT)
           ADD WS-IS-JOINER TO CT-JOINERS (WS-SLOT)
           ADD WS-IS-LEAVER TO CT-LEAVERS (WS-SLOT)
      *>    Tenure is whole months from the join month to the month
      *>    counted, so a member moves up a band as it stays.
           COMPUTE WS-TENURE-MONTHS =
               CT-MONTH-NO (WS-SLOT) - WS-JOIN-MONTH-NO
           EVALUATE TRUE
               WHEN WS-TENURE-MONTHS < 12 MOVE 105 TO WS-TENURE-SUB
               WHEN WS-TENURE-MONTHS < 24 MOVE 106 TO WS-TENURE-SUB
               WHEN WS-TENURE-MONTHS < 60 MOVE 107 TO WS-TENURE-SUB
               WHEN OTHER MOVE 108 TO WS-TENURE-SUB
           END-EVALUATE
           MOVE WS-PLAN-SUB TO WS-GROUP-SUB
           PERFORM AddToGroup
           MOVE WS-PROVINCE-SUB TO WS-GROUP-SUB
           PERFORM AddToGroup
           MOVE WS-TENURE-SUB TO WS-GROUP-SUB
           PERFORM AddToGroup
           IF WS-IS-LEAVER = 1 AND WS-REASON-SUB NOT = ZERO
               MOVE ZERO TO WS-IS-OPENING WS-IS-JOINER
               MOVE WS-REASON-SUB TO WS-GROUP-SUB
               PERFORM AddToGroup
           END-IF
           .

       AddToGroup.
           IF WS-SLOT = 13
               ADD WS-IS-OPENING TO CG-OPEN-NOW (WS-GROUP-SUB)
               ADD WS-IS-JOINER TO CG-JOIN-NOW (WS-GROUP-SUB)
               ADD WS-IS-LEAVER TO CG-LEAVE-NOW (WS-GROUP-SUB)
           ELSE
               ADD WS-IS-OPENING TO CG-OPEN-PRIOR (WS-GROUP-SUB)
               ADD WS-IS-JOINER TO CG-JOIN-PRIOR (WS-GROUP-SUB)
               ADD WS-IS-LEAVER TO CG-LEAVE-PRIOR (WS-GROUP-SUB)
           END-IF
           .

      *>----------------------------------------------------------------
      *> FindReasonGroup - a leaver's reason code owns a group slot
      *> from the first time it is met; a blank reason (a leaver
      *> terminated before reasons were kept) is a group of its own.
      *>----------------------------------------------------------------
       FindReasonGroup.
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > REASON-SEEN-COUNT
               IF RS-REASON-CODE (RS-IDX) = MF-TERM-REASON
                   SET WS-REASON-SUB TO RS-IDX
                   ADD 108 TO WS-REASON-SUB
                   SET RS-IDX TO REASON-SEEN-COUNT
               END-IF
           END-PERFORM
           IF WS-REASON-SUB = ZERO AND REASON-SEEN-COUNT < 100
               ADD 1 TO REASON-SEEN-COUNT
               MOVE MF-TERM-REASON
                   TO RS-REASON-CODE (REASON-SEEN-COUNT)
               COMPUTE WS-REASON-SUB = 108 + REASON-SEEN-COUNT
           END-IF
           .

      *>----------------------------------------------------------------
      *> WriteReport - the trend first, the report month's line
      *> carrying the comparison with the prior twelve months, then
      *> each breakdown.  Groups with nothing in any of the thirteen
      *> months are left off.
      *>----------------------------------------------------------------
       WriteReport.
           MOVE WS-RM-YYYY TO RT-MONTH-YYYY
           MOVE WS-RM-MM TO RT-MONTH-MM
           MOVE WS-HEAD-TEXT TO RT-HEAD-TEXT
           WRITE CHURN-REPORT-RECORD FROM WS-REPORT-TITLE
               AFTER ADVANCING 1 LINE
           WRITE CHURN-REPORT-RECORD FROM WS-SPAN-HEADING
               AFTER ADVANCING 2 LINES
           WRITE CHURN-REPORT-RECORD FROM WS-COLUMN-HEADING
               AFTER ADVANCING 1 LINE
           MOVE "MONTHLY TREND - ALL MEMBERS" TO WS-SECTION-HEADING
           PERFORM WriteSectionHeading
           PERFORM WriteTrendSection
           MOVE "BY PLAN" TO WS-SECTION-HEADING
           PERFORM WriteSectionHeading
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > 4
               IF WS-GROUP-SUB = 4
                   MOVE "OTHER PLAN" TO WS-LINE-LABEL
               ELSE
                   MOVE SPACES TO WS-LINE-LABEL
                   STRING "PLAN " DELIMITED BY SIZE
                       WS-PLAN-CODES (WS-GROUP-SUB:1) DELIMITED BY SIZE
                       INTO WS-LINE-LABEL
                   END-STRING
               END-IF
               PERFORM WriteGroupLine
           END-PERFORM
           MOVE "BY PROVINCE" TO WS-SECTION-HEADING
           PERFORM WriteSectionHeading
           PERFORM VARYING WS-GROUP-SUB FROM 5 BY 1
                   UNTIL WS-GROUP-SUB > 104
               PERFORM GetProvinceLabel
               PERFORM WriteGroupLine
           END-PERFORM
           MOVE "BY TENURE" TO WS-SECTION-HEADING
           PERFORM WriteSectionHeading
           PERFORM VARYING WS-GROUP-SUB FROM 105 BY 1
                   UNTIL WS-GROUP-SUB > 108
               MOVE TB-NAME (WS-GROUP-SUB - 104) TO WS-LINE-LABEL
               PERFORM WriteGroupLine
           END-PERFORM
           MOVE "LEAVERS BY TERMINATION REASON - CHURN% OF ALL MEMBERS"
               TO WS-SECTION-HEADING
           PERFORM WriteSectionHeading
           MOVE "Y" TO WS-LEAVERS-ONLY
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > REASON-SEEN-COUNT
               SET WS-GROUP-SUB TO RS-IDX
               ADD 108 TO WS-GROUP-SUB
               PERFORM GetReasonLabel
               PERFORM WriteGroupLine
           END-PERFORM
           MOVE "N" TO WS-LEAVERS-ONLY
           .

       WriteSectionHeading.
           WRITE CHURN-REPORT-RECORD FROM WS-SECTION-HEADING
               AFTER ADVANCING 2 LINES
           .

      *>----------------------------------------------------------------
      *> WriteTrendSection - the twelve prior months on their own,
      *> then the report month against their average.
      *>----------------------------------------------------------------
       WriteTrendSection.
           MOVE 209 TO WS-GROUP-SUB
           MOVE ZERO TO CG-OPEN-PRIOR (209) CG-JOIN-PRIOR (209)
               CG-LEAVE-PRIOR (209)
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
               ADD CT-OPENING (WS-SLOT) TO CG-OPEN-PRIOR (209)
               ADD CT-JOINERS (WS-SLOT) TO CG-JOIN-PRIOR (209)
               ADD CT-LEAVERS (WS-SLOT) TO CG-LEAVE-PRIOR (209)
               MOVE CT-OPENING (WS-SLOT) TO CG-OPEN-NOW (209)
               MOVE CT-JOINERS (WS-SLOT) TO CG-JOIN-NOW (209)
               MOVE CT-LEAVERS (WS-SLOT) TO CG-LEAVE-NOW (209)
               PERFORM GetTrendLabel
               MOVE "N" TO WS-SHOW-PRIOR
               PERFORM FormatGroupLine
               PERFORM WriteReportLine
           END-PERFORM
           MOVE 13 TO WS-SLOT
           MOVE CT-OPENING (13) TO CG-OPEN-NOW (209)
           MOVE CT-JOINERS (13) TO CG-JOIN-NOW (209)
           MOVE CT-LEAVERS (13) TO CG-LEAVE-NOW (209)
           PERFORM GetTrendLabel
           MOVE "Y" TO WS-SHOW-PRIOR
           PERFORM FormatGroupLine
           PERFORM WriteReportLine
           .

       GetTrendLabel.
           MOVE SPACES TO WS-LINE-LABEL
           STRING CT-MONTH (WS-SLOT) (1:4) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CT-MONTH (WS-SLOT) (5:2) DELIMITED BY SIZE
               INTO WS-LINE-LABEL
           END-STRING
           IF WS-SLOT = 13
               MOVE "REPORT" TO WS-LINE-LABEL (10:6)
           END-IF
           .

       GetProvinceLabel.
           COMPUTE WS-PROV-CODE = WS-GROUP-SUB - 4
           IF WS-GROUP-SUB = 104
               MOVE "NO PROVINCE" TO WS-LINE-LABEL
           ELSE
               CALL "PROVLOOK" USING WS-PROV-CODE, WS-PROV-NAME,
                   WS-PROV-RC
               IF WS-PROV-RC NOT = 0
                   MOVE "UNKNOWN" TO WS-PROV-NAME
               END-IF
               MOVE SPACES TO WS-LINE-LABEL
               STRING WS-PROV-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PROV-NAME DELIMITED BY SIZE
                   INTO WS-LINE-LABEL
               END-STRING
           END-IF
           .

       GetReasonLabel.
           IF RS-REASON-CODE (RS-IDX) = SPACES
               MOVE "NOT RECORDED" TO WS-LINE-LABEL
           ELSE
               CALL "TRSLOOK" USING RS-REASON-CODE (RS-IDX),
                   WS-REASON-DESC, WS-REASON-CATEGORY, WS-REASON-RC
               IF WS-REASON-RC NOT = 0
                   MOVE "NOT ON TERMRSN" TO WS-REASON-DESC
               END-IF
               MOVE SPACES TO WS-LINE-LABEL
               STRING RS-REASON-CODE (RS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REASON-DESC DELIMITED BY SIZE
                   INTO WS-LINE-LABEL
               END-STRING
           END-IF
           .

       WriteGroupLine.
           IF CG-OPEN-NOW (WS-GROUP-SUB) = ZERO
                   AND CG-JOIN-NOW (WS-GROUP-SUB) = ZERO
                   AND CG-LEAVE-NOW (WS-GROUP-SUB) = ZERO
                   AND CG-OPEN-PRIOR (WS-GROUP-SUB) = ZERO
                   AND CG-JOIN-PRIOR (WS-GROUP-SUB) = ZERO
                   AND CG-LEAVE-PRIOR (WS-GROUP-SUB) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SHOW-PRIOR
           PERFORM FormatGroupLine
           PERFORM WriteReportLine
           .

      *>----------------------------------------------------------------
      *> FormatGroupLine - the counters of group WS-GROUP-SUB into the
      *> report line.  The prior-twelve figures are monthly averages
      *> and the prior churn rate is leavers over member-months open,
      *> the average month's rate.  A reason group holds leavers only,
      *> so its rates are taken over all opening members.
      *>----------------------------------------------------------------
       FormatGroupLine.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-LINE-LABEL TO RL-LABEL
           IF WS-LEAVERS-ONLY = "Y"
               MOVE CT-OPENING (13) TO WS-OPEN-TOTAL
               MOVE ZERO TO WS-OPEN-PRIOR-TOTAL
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
                   ADD CT-OPENING (WS-SLOT) TO WS-OPEN-PRIOR-TOTAL
               END-PERFORM
               MOVE SPACES TO RL-OPEN-NOW-X RL-JOIN-NOW-X
           ELSE
               MOVE CG-OPEN-NOW (WS-GROUP-SUB) TO WS-OPEN-TOTAL
               MOVE CG-OPEN-PRIOR (WS-GROUP-SUB)
                   TO WS-OPEN-PRIOR-TOTAL
               MOVE CG-OPEN-NOW (WS-GROUP-SUB) TO RL-OPEN-NOW
               MOVE CG-JOIN-NOW (WS-GROUP-SUB) TO RL-JOIN-NOW
           END-IF
           MOVE CG-LEAVE-NOW (WS-GROUP-SUB) TO RL-LEAVE-NOW
           MOVE "N" TO WS-HAS-RATE-NOW
           IF WS-OPEN-TOTAL > ZERO
               COMPUTE WS-RATE-NOW ROUNDED =
                   CG-LEAVE-NOW (WS-GROUP-SUB) * 100 / WS-OPEN-TOTAL
               MOVE WS-RATE-NOW TO RL-RATE-NOW
               MOVE "Y" TO WS-HAS-RATE-NOW
           ELSE
               MOVE "   N/A" TO RL-RATE-NOW-X
           END-IF
           IF WS-SHOW-PRIOR NOT = "Y"
               MOVE SPACES TO RL-PRIOR-BLANK
               EXIT PARAGRAPH
           END-IF
           IF WS-LEAVERS-ONLY = "Y"
               MOVE SPACES TO RL-OPEN-PRIOR-X RL-JOIN-PRIOR-X
           ELSE
               COMPUTE RL-OPEN-PRIOR ROUNDED = WS-OPEN-PRIOR-TOTAL / 12
               COMPUTE RL-JOIN-PRIOR ROUNDED =
                   CG-JOIN-PRIOR (WS-GROUP-SUB) / 12
           END-IF
           COMPUTE RL-LEAVE-PRIOR ROUNDED =
               CG-LEAVE-PRIOR (WS-GROUP-SUB) / 12
           MOVE "N" TO WS-HAS-RATE-PRIOR
           IF WS-OPEN-PRIOR-TOTAL > ZERO
               COMPUTE WS-RATE-PRIOR ROUNDED =
                   CG-LEAVE-PRIOR (WS-GROUP-SUB) * 100
                   / WS-OPEN-PRIOR-TOTAL
               MOVE WS-RATE-PRIOR TO RL-RATE-PRIOR
               MOVE "Y" TO WS-HAS-RATE-PRIOR
           ELSE
               MOVE "   N/A" TO RL-RATE-PRIOR-X
           END-IF
           IF WS-HAS-RATE-NOW = "Y" AND WS-HAS-RATE-PRIOR = "Y"
               COMPUTE WS-RATE-CHANGE = WS-RATE-NOW - WS-RATE-PRIOR
               MOVE WS-RATE-CHANGE TO RL-RATE-CHANGE
           ELSE
               MOVE SPACES TO RL-RATE-CHANGE-X
           END-IF
           .

       WriteReportLine.
           WRITE CHURN-REPORT-RECORD FROM WS-REPORT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-CHURN-REPORT-STATUS NOT = "00"
               DISPLAY "CHURNRPT WRITE FAILED, STATUS = "
                   WS-CHURN-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT
           .

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
           MOVE WS-MEMBERS-READ TO CTL-INPUT-COUNT
           MOVE WS-LINE-COUNT TO CTL-OUTPUT-COUNT
           MOVE WS-NO-DATE-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM MBRCHURN.
