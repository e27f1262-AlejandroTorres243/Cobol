      *          close in order and never twice, so the balance file
      *          is a clean chain the monthly trial balance can read
      *          instead of re-adding postings from the dawn of time.
      *          Before the month is totalled, the GLJTMPL journal
      *          templates due in it (recurring entries and
      *          accruals) are posted through GLPOST dated the
      *          month's last day; every ACCRUAL posting in the month,
      *          generated or keyed, is then reversed through GLPOST
      *          into the first day of the next period.  GLJNLRPT
      *          lists what was generated, refused and reversed.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT OPTIONAL TEMPLATE-FILE ASSIGN TO "GLJTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-FILE-STATUS.
           SELECT OPTIONAL CHART-FILE ASSIGN TO "GLCHART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.
           SELECT JOURNAL-REPORT ASSIGN TO "GLJNLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM.
           05 GP-CLOSING PIC S9(13)V99 SIGN LEADING SEPARATE.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       FD  TEMPLATE-FILE.
       COPY JTREC.
       FD  CHART-FILE.
       COPY COAREC.
       FD  JOURNAL-REPORT.
       01  JOURNAL-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY GLREC.
       01 WS-PERIOD-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-PERIOD-PARM-OK VALUE "00".
       01 WS-SIGNED-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-POSTING-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ROWS-WRITTEN PIC 9(9) VALUE ZERO.
       01 WS-TEMPLATE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-TEMPLATE-FILE-OK VALUE "00".
           88 WS-TEMPLATE-FILE-EOF VALUE "10".
       01 WS-CHART-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CHART-FILE-OK VALUE "00".
           88 WS-CHART-FILE-EOF VALUE "10".
       01 WS-JOURNAL-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-GL-RC PIC 9 VALUE ZERO.
      *>   Active GLCHART codes, so a template with a bad account is
      *>   refused whole instead of posting one leg of its journal.
       01 CHART-TABLE.
           05 CHART-ENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON CHART-COUNT
               INDEXED BY CHT-IDX.
               10 CH-CODE PIC X(8).
       01 CHART-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CHART-ON-FILE PIC X VALUE "N".
       01 WS-LOOKUP-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-ACCOUNT-FOUND PIC X VALUE "N".
      *>   The month being closed, its last day, and the first day of
      *>   the next period that the accruals reverse into.
       01 WS-PERIOD-R.
           05 WS-PR-YYYY PIC 9(4).
           05 WS-PR-MM PIC 9(2).
           05 WS-PR-DD PIC 9(2).
       01 WS-NEXT-PERIOD-START PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-END-DATE PIC 9(8) VALUE ZERO.
       01 WS-MONTHS-RUN PIC S9(5) VALUE ZERO.
       01 WS-CLOSE-YM.
           05 WS-CLOSE-YYYY PIC 9(4).
           05 WS-CLOSE-MM PIC 9(2).
       01 WS-START-YM.
           05 WS-START-YYYY PIC 9(4).
           05 WS-START-MM PIC 9(2).
       01 WS-FREQUENCY-MONTHS PIC 9(2) VALUE ZERO.
       01 WS-QUOTIENT PIC S9(5) VALUE ZERO.
       01 WS-REMAINDER PIC S9(5) VALUE ZERO.
       01 WS-TEMPLATE-DUE PIC X VALUE "N".
      *>   DATECALC parameter set.
       01 WS-DATE-FUNCTION PIC X.
       01 WS-DATE-1 PIC 9(8).
       01 WS-DATE-2 PIC 9(8).
       01 WS-DAY-COUNT PIC S9(7).
       01 WS-DATE-RESULT PIC 9(8).
       01 WS-DATE-RC PIC 9.
      *>   ACCRUAL postings found in the month, reversed once the
      *>   month is totalled.
       01 ACCRUAL-TABLE.
           05 ACCRUAL-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON ACCRUAL-COUNT
               INDEXED BY ACR-IDX.
               10 AR-DATE PIC 9(8).
               10 AR-ACCOUNT PIC X(8).
               10 AR-DC PIC X(1).
               10 AR-AMOUNT PIC S9(9)V99.
       01 ACCRUAL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TEMPLATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GENERATED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REVERSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-JOURNAL-HEADING.
           05 FILLER PIC X(40) VALUE "RECURRING AND ACCRUAL JOURNALS".
           05 FILLER PIC X(8) VALUE "PERIOD: ".
           05 JH-PERIOD PIC 9(6).
       01 WS-JOURNAL-COLUMNS.
           05 FILLER PIC X(10) VALUE "ACTION".
           05 FILLER PIC X(9) VALUE "TEMPLATE".
           05 FILLER PIC X(21) VALUE "DESCRIPTION".
           05 FILLER PIC X(9) VALUE "DATE".
           05 FILLER PIC X(9) VALUE "DEBIT".
           05 FILLER PIC X(9) VALUE "CREDIT".
           05 FILLER PIC X(15) VALUE "         AMOUNT".
       01 WS-JOURNAL-LINE.
           05 JL-ACTION PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-TEMPLATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-DESC PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-DEBIT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-CREDIT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-AMOUNT PIC ---,---,--9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-NOTE PIC X(18).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "GLCLOSE " TO WS-RUN-PROGRAM-ID
           PERFORM GetClosePeriod
           PERFORM CheckPeriodSequence
           PERFORM LoadOpeningBalances
           PERFORM GetPeriodDates
           OPEN OUTPUT JOURNAL-REPORT
           MOVE WS-CLOSE-PERIOD TO JH-PERIOD
           WRITE JOURNAL-REPORT-RECORD FROM WS-JOURNAL-HEADING
               AFTER ADVANCING PAGE
           WRITE JOURNAL-REPORT-RECORD FROM WS-JOURNAL-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM GenerateTemplateJournals
           PERFORM TotalPeriodMovement
           PERFORM ReverseAccruals
           MOVE SPACES TO JOURNAL-REPORT-RECORD
           STRING "GENERATED: " WS-GENERATED-COUNT
               "  REFUSED: " WS-REFUSED-COUNT
               "  REVERSED: " WS-REVERSED-COUNT
               DELIMITED BY SIZE INTO JOURNAL-REPORT-RECORD
           WRITE JOURNAL-REPORT-RECORD AFTER ADVANCING 2 LINES
           CLOSE JOURNAL-REPORT
           MOVE "GLJNLRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           PERFORM WritePeriodBalances
           PERFORM LockThePeriod
           DISPLAY "---------- PERIOD CLOSE TOTALS ----------"
           DISPLAY "PERIOD CLOSED   : " WS-CLOSE-PERIOD
           DISPLAY "POSTINGS ROLLED : " WS-POSTING-COUNT
           DISPLAY "BALANCE ROWS    : " WS-ROWS-WRITTEN
           DISPLAY "TEMPLATES READ  : " WS-TEMPLATE-COUNT
           DISPLAY "JOURNALS POSTED : " WS-GENERATED-COUNT
           DISPLAY "JOURNALS REFUSED: " WS-REFUSED-COUNT
           DISPLAY "ACCRUALS REVERSED: " WS-REVERSED-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

                       MOVE POSTING-FILE-RECORD TO GL-RECORD
                       IF GL-DATE (1:6) = WS-CLOSE-PERIOD
                           PERFORM AddOneMovement
                           IF GL-SOURCE = "ACCRUAL"
                               PERFORM NoteOneAccrual
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           END-SEARCH
           .

      *>----------------------------------------------------------------
      *> GetPeriodDates - the closing month's last day (where the
      *> template journals are dated) is the day before the next
      *> period starts (where the accruals reverse to).
      *>----------------------------------------------------------------
       GetPeriodDates.
           MOVE WS-CLOSE-PERIOD TO WS-PERIOD-R (1:6)
           MOVE 01 TO WS-PR-DD
           IF WS-PR-MM = 12
               ADD 1 TO WS-PR-YYYY
               MOVE 01 TO WS-PR-MM
           ELSE
               ADD 1 TO WS-PR-MM
           END-IF
           MOVE WS-PERIOD-R TO WS-NEXT-PERIOD-START
           MOVE "A" TO WS-DATE-FUNCTION
           MOVE WS-NEXT-PERIOD-START TO WS-DATE-1
           MOVE -1 TO WS-DAY-COUNT
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           MOVE WS-DATE-RESULT TO WS-PERIOD-END-DATE
           .

      *>----------------------------------------------------------------
      *> GenerateTemplateJournals - a template is due in the month
      *> when the month is inside its start period and end date and
      *> a whole number of its frequency has run since the start.
      *> Both legs go through GLPOST, so the chart and closed-period
      *> checks apply as to any posting.
      *>----------------------------------------------------------------
       GenerateTemplateJournals.
           PERFORM LoadChartCodes
           OPEN INPUT TEMPLATE-FILE
           IF NOT WS-TEMPLATE-FILE-OK
               IF WS-TEMPLATE-FILE-STATUS = "05"
                   CLOSE TEMPLATE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TEMPLATE-FILE-EOF
               READ TEMPLATE-FILE
                   AT END SET WS-TEMPLATE-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TEMPLATE-COUNT
                       PERFORM CheckTemplateDue
                       IF WS-TEMPLATE-DUE = "Y"
                           PERFORM PostOneTemplate
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE
           .

       LoadChartCodes.
           OPEN INPUT CHART-FILE
           IF WS-CHART-FILE-OK
               PERFORM UNTIL WS-CHART-FILE-EOF
                   READ CHART-FILE
                       AT END SET WS-CHART-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE "Y" TO WS-CHART-ON-FILE
                           IF CA-IS-ACTIVE AND CHART-COUNT < 100
                               ADD 1 TO CHART-COUNT
                               SET CHT-IDX TO CHART-COUNT
                               MOVE CA-ACCOUNT-CODE
                                   TO CH-CODE (CHT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           ELSE
               IF WS-CHART-FILE-STATUS = "05"
                   CLOSE CHART-FILE
               END-IF
           END-IF
           .

       CheckTemplateDue.
           MOVE "N" TO WS-TEMPLATE-DUE
           IF JT-START-PERIOD NOT NUMERIC
                   OR JT-START-PERIOD > WS-CLOSE-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF JT-END-DATE NUMERIC AND JT-END-DATE NOT = ZEROS
                   AND JT-END-DATE < WS-PERIOD-END-DATE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN JT-MONTHLY MOVE 1 TO WS-FREQUENCY-MONTHS
               WHEN JT-QUARTERLY MOVE 3 TO WS-FREQUENCY-MONTHS
               WHEN JT-ANNUAL MOVE 12 TO WS-FREQUENCY-MONTHS
               WHEN OTHER
                   MOVE SPACES TO WS-JOURNAL-LINE
                   MOVE "REFUSED" TO JL-ACTION
                   MOVE "FREQUENCY INVALID" TO JL-NOTE
                   PERFORM WriteTemplateLine
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-CLOSE-PERIOD TO WS-CLOSE-YM
           MOVE JT-START-PERIOD TO WS-START-YM
           COMPUTE WS-MONTHS-RUN =
               (WS-CLOSE-YYYY * 12 + WS-CLOSE-MM)
               - (WS-START-YYYY * 12 + WS-START-MM)
           DIVIDE WS-MONTHS-RUN BY WS-FREQUENCY-MONTHS
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           IF WS-REMAINDER = ZERO
               MOVE "Y" TO WS-TEMPLATE-DUE
           END-IF
           .

       PostOneTemplate.
           MOVE SPACES TO WS-JOURNAL-LINE
           IF JT-AMOUNT NOT NUMERIC OR JT-AMOUNT NOT > ZERO
               MOVE "REFUSED" TO JL-ACTION
               MOVE "AMOUNT NOT VALID" TO JL-NOTE
               PERFORM WriteTemplateLine
               EXIT PARAGRAPH
           END-IF
           MOVE JT-DEBIT-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM CheckChartCode
           IF WS-ACCOUNT-FOUND = "Y"
               MOVE JT-CREDIT-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM CheckChartCode
           END-IF
           IF WS-ACCOUNT-FOUND = "N"
               MOVE "REFUSED" TO JL-ACTION
               MOVE "ACCT NOT ON CHART" TO JL-NOTE
               PERFORM WriteTemplateLine
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GL-RECORD
           MOVE WS-PERIOD-END-DATE TO GL-DATE
           IF JT-ACCRUAL
               MOVE "ACCRUAL " TO GL-SOURCE
           ELSE
               MOVE "RECURJNL" TO GL-SOURCE
           END-IF
           MOVE JT-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
           SET GL-DEBIT TO TRUE
           MOVE JT-AMOUNT TO GL-AMOUNT
           CALL "GLPOST" USING GL-RECORD, WS-GL-RC
           IF WS-GL-RC NOT = 0
               MOVE "REFUSED" TO JL-ACTION
               MOVE "DEBIT LEG FAILED" TO JL-NOTE
               PERFORM WriteTemplateLine
               EXIT PARAGRAPH
           END-IF
           MOVE JT-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
           SET GL-CREDIT TO TRUE
           CALL "GLPOST" USING GL-RECORD, WS-GL-RC
           IF WS-GL-RC NOT = 0
               MOVE "*** HALF" TO JL-ACTION
               MOVE "CREDIT LEG FAILED" TO JL-NOTE
               PERFORM WriteTemplateLine
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GENERATED-COUNT
           MOVE "GENERATED" TO JL-ACTION
           IF JT-ACCRUAL
               MOVE "ACCRUAL" TO JL-NOTE
           END-IF
           PERFORM WriteTemplateLine
           .

      *>    No chart on file passes every code, as GLPOST does.
       CheckChartCode.
           MOVE "N" TO WS-ACCOUNT-FOUND
           IF WS-CHART-ON-FILE = "N"
               MOVE "Y" TO WS-ACCOUNT-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CHT-IDX FROM 1 BY 1
                   UNTIL CHT-IDX > CHART-COUNT
               IF CH-CODE (CHT-IDX) = WS-LOOKUP-ACCOUNT
                   MOVE "Y" TO WS-ACCOUNT-FOUND
               END-IF
           END-PERFORM
           .

       WriteTemplateLine.
           IF JL-ACTION = "REFUSED"
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           MOVE JT-TEMPLATE-ID TO JL-TEMPLATE
           MOVE JT-DESC TO JL-DESC
           MOVE WS-PERIOD-END-DATE TO JL-DATE
           MOVE JT-DEBIT-ACCOUNT TO JL-DEBIT
           MOVE JT-CREDIT-ACCOUNT TO JL-CREDIT
           IF JT-AMOUNT NUMERIC
               MOVE JT-AMOUNT TO JL-AMOUNT
           END-IF
           WRITE JOURNAL-REPORT-RECORD FROM WS-JOURNAL-LINE
               AFTER ADVANCING 1 LINE
           .

       NoteOneAccrual.
           IF ACCRUAL-COUNT >= 500
               DISPLAY "ACCRUAL TABLE FULL - " GL-ACCOUNT-CODE " "
                   GL-DATE " NOT REVERSED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACCRUAL-COUNT
           SET ACR-IDX TO ACCRUAL-COUNT
           MOVE GL-DATE TO AR-DATE (ACR-IDX)
           MOVE GL-ACCOUNT-CODE TO AR-ACCOUNT (ACR-IDX)
           MOVE GL-DC TO AR-DC (ACR-IDX)
           MOVE GL-AMOUNT TO AR-AMOUNT (ACR-IDX)
           .

      *>----------------------------------------------------------------
      *> ReverseAccruals - each ACCRUAL posting of the month goes
      *> back out with its debit and credit swapped on the first day
      *> of the next period, after the month has been totalled, so
      *> the accrual stands in this month's balances only.
      *>----------------------------------------------------------------
       ReverseAccruals.
           PERFORM VARYING ACR-IDX FROM 1 BY 1
                   UNTIL ACR-IDX > ACCRUAL-COUNT
               MOVE SPACES TO GL-RECORD
               MOVE WS-NEXT-PERIOD-START TO GL-DATE
               MOVE "ACCRREV " TO GL-SOURCE
               MOVE AR-ACCOUNT (ACR-IDX) TO GL-ACCOUNT-CODE
               IF AR-DC (ACR-IDX) = "D"
                   SET GL-CREDIT TO TRUE
               ELSE
                   SET GL-DEBIT TO TRUE
               END-IF
               MOVE AR-AMOUNT (ACR-IDX) TO GL-AMOUNT
               CALL "GLPOST" USING GL-RECORD, WS-GL-RC
               MOVE SPACES TO WS-JOURNAL-LINE
               MOVE "ACCRUAL" TO JL-TEMPLATE
               STRING "FROM " AR-DATE (ACR-IDX)
                   DELIMITED BY SIZE INTO JL-DESC
               MOVE GL-DATE TO JL-DATE
               IF GL-DEBIT
                   MOVE GL-ACCOUNT-CODE TO JL-DEBIT
               ELSE
                   MOVE GL-ACCOUNT-CODE TO JL-CREDIT
               END-IF
               MOVE GL-AMOUNT TO JL-AMOUNT
               IF WS-GL-RC = 0
                   ADD 1 TO WS-REVERSED-COUNT
                   MOVE "REVERSED" TO JL-ACTION
               ELSE
                   MOVE "*** NOT" TO JL-ACTION
                   MOVE "REVERSAL FAILED" TO JL-NOTE
               END-IF
               WRITE JOURNAL-REPORT-RECORD FROM WS-JOURNAL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           .

       WritePeriodBalances.
           OPEN EXTEND BALANCE-FILE
      *>    Status "05" means EXTEND already created the missing
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > ACCOUNT-COUNT
               ADD 1 TO WS-ROWS-WRITTEN
               MOVE SPACES TO BALANCE-FILE-RECORD
               MOVE WS-CLOSE-PERIOD TO GP-PERIOD
               MOVE AB-ACCOUNT (ACC-IDX) TO GP-ACCOUNT
               MOVE AB-MOVEMENT (ACC-IDX) TO GP-MOVEMENT
