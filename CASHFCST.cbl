      ******************************************************************
      * Author:
      * Date:
      * Purpose: Thirteen-week cash receipts forecast for treasury -
      *          project the receipts the system already knows are
      *          coming, week by week from the Monday of the run
      *          week, by source: open instalments on SCHEDULE,
      *          standing orders stepped on from SO-NEXT-DUE on
      *          STORDMST (payment holidays and end dates honoured),
      *          direct debits for MEMBERSDD members with an active
      *          mandate on MANDATES (each member's current INVOICEDD
      *          bill repeated every billing period), open promises on
      *          PROMISES, and the BUDGPLAN level amounts spread
      *          evenly across the weeks of the month.  Each source is
      *          discounted by its historic collection rate: the
      *          bank-driven sources (direct debit, standing order) by
      *          the direct-debit success rate from the DDEXTR and
      *          DDRETRN control lines on CTLFILE, the customer-driven
      *          ones (promise, instalment, budget) by the kept share
      *          of settled promises on PROMISES.  Week one of every
      *          run is kept on FCSTHIST, and the report compares last
      *          week's week-one forecast with the receipts CASHAPP
      *          actually applied that week (its AR credits on the
      *          GLPOSTF ledger postings).  The report goes to
      *          FCSTRPT.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO "SCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
           SELECT OPTIONAL ORDER-MASTER ASSIGN TO "STORDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-MASTER-STATUS.
           SELECT OPTIONAL MEMBERS-FILE ASSIGN TO "MEMBERSDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERS-FILE-STATUS.
           SELECT OPTIONAL MANDATE-FILE ASSIGN TO "MANDATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-FILE-STATUS.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICEDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.
           SELECT OPTIONAL PROMISE-FILE ASSIGN TO "PROMISES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMISE-FILE-STATUS.
           SELECT OPTIONAL BUDGET-PLAN-FILE ASSIGN TO "BUDGPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-PLAN-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "FCSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT OPTIONAL POSTING-FILE ASSIGN TO "GLPOSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-FILE-STATUS.
           SELECT FORECAST-REPORT ASSIGN TO "FCSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORECAST-REPORT-STATUS.
           SELECT OPTIONAL LANGUAGE-PARM ASSIGN TO "LANGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANGUAGE-PARM-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       COPY SCHEDREC.
       FD  ORDER-MASTER.
       COPY SOREC.
       FD  MEMBERS-FILE.
       COPY MBRREC.
       FD  MANDATE-FILE.
       01  MANDATE-FILE-RECORD PIC X(39).
       FD  INVOICE-FILE.
       01  INVOICE-FILE-RECORD PIC X(50).
       FD  PROMISE-FILE.
       01  PROMISE-FILE-RECORD PIC X(55).
       FD  BUDGET-PLAN-FILE.
       01  BUDGET-PLAN-RECORD PIC X(42).
      *>   One line per source (1-5) and one for the total (0) for
      *>   week one of every forecast run.
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD.
           05 FH-RUN-DATE PIC 9(8).
           05 FH-WEEK-START PIC 9(8).
           05 FH-SOURCE PIC 9.
           05 FH-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
       FD  POSTING-FILE.
       01  POSTING-FILE-RECORD PIC X(38).
       FD  FORECAST-REPORT.
       01  FORECAST-REPORT-RECORD PIC X(132).
       FD  LANGUAGE-PARM.
       01  LANGUAGE-PARM-RECORD.
           05 LP-LANGUAGE PIC X(2).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY MNDREC.
       COPY INVLINE.
       COPY PTPREC.
       COPY BGREC.
       COPY GLREC.
       01 WS-SCHEDULE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-SCHEDULE-FILE-OK VALUE "00".
           88 WS-SCHEDULE-FILE-EOF VALUE "10".
       01 WS-ORDER-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-ORDER-MASTER-OK VALUE "00".
           88 WS-ORDER-MASTER-EOF VALUE "10".
       01 WS-MEMBERS-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MEMBERS-FILE-OK VALUE "00".
           88 WS-MEMBERS-FILE-EOF VALUE "10".
       01 WS-MANDATE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MANDATE-FILE-OK VALUE "00".
           88 WS-MANDATE-FILE-EOF VALUE "10".
       01 WS-INVOICE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-INVOICE-FILE-OK VALUE "00".
           88 WS-INVOICE-FILE-EOF VALUE "10".
       01 WS-PROMISE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PROMISE-FILE-OK VALUE "00".
           88 WS-PROMISE-FILE-EOF VALUE "10".
       01 WS-BUDGET-PLAN-STATUS PIC XX VALUE SPACES.
           88 WS-BUDGET-PLAN-OK VALUE "00".
           88 WS-BUDGET-PLAN-EOF VALUE "10".
       01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-HISTORY-FILE-OK VALUE "00".
           88 WS-HISTORY-FILE-EOF VALUE "10".
       01 WS-POSTING-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-POSTING-FILE-OK VALUE "00".
           88 WS-POSTING-FILE-EOF VALUE "10".
       01 WS-FORECAST-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-LANGUAGE-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-LANGUAGE-PARM-OK VALUE "00".
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CONTROL-FILE-OK VALUE "00".
           88 WS-CONTROL-FILE-EOF VALUE "10".
       01 WS-LANGUAGE PIC X(2) VALUE "EN".
       01 WS-HEAD-TEXT PIC X(30) VALUE SPACES.
       01 WS-COLUMN-DATE PIC X(12) VALUE SPACES.
      *>   DATECALC parameter set.
       01 WS-DATE-FUNCTION PIC X.
       01 WS-DATE-1 PIC 9(8).
       01 WS-DATE-2 PIC 9(8).
       01 WS-DAY-COUNT PIC S9(7).
       01 WS-DATE-RESULT PIC 9(8).
       01 WS-DATE-RC PIC 9.
      *>   The forecast runs from the Monday of the run week for
      *>   thirteen weeks (91 days).  3 January 2000 was a Monday.
       01 WS-KNOWN-MONDAY PIC 9(8) VALUE 20000103.
       01 WS-WEEK-START PIC 9(8) VALUE ZERO.
       01 WS-HORIZON-END PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-WEEK-START PIC 9(8) VALUE ZERO.
       01 WS-WEEKDAY-OFFSET PIC 9 VALUE ZERO.
       01 WS-WEEKS-WORK PIC S9(7) VALUE ZERO.
      *>   Forecast grid: gross scheduled amounts by source and week.
      *>   1 instalment, 2 standing order, 3 direct debit, 4 promise,
      *>   5 budget billing.
       01 FORECAST-GRID.
           05 FC-SOURCE OCCURS 5 TIMES.
               10 FC-GROSS PIC S9(11)V99 OCCURS 13 TIMES.
       01 SOURCE-NAME-VALUES.
           05 FILLER PIC X(14) VALUE "INSTALMENTS".
           05 FILLER PIC X(14) VALUE "STANDING ORDER".
           05 FILLER PIC X(14) VALUE "DIRECT DEBIT".
           05 FILLER PIC X(14) VALUE "PROMISES".
           05 FILLER PIC X(14) VALUE "BUDGET BILLING".
       01 SOURCE-NAME-TABLE REDEFINES SOURCE-NAME-VALUES.
           05 SOURCE-NAME PIC X(14) OCCURS 5 TIMES.
       01 SOURCE-RATE-TABLE.
           05 SOURCE-RATE PIC 9V9(4) OCCURS 5 TIMES.
       01 WS-SOURCE-SUB PIC 9 VALUE ZERO.
       01 WS-WEEK-SUB PIC 9(2) VALUE ZERO.
      *>   One projected receipt, placed into its week.
       01 WS-EVENT-DATE PIC 9(8) VALUE ZERO.
       01 WS-EVENT-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-EVENT-SOURCE PIC 9 VALUE ZERO.
      *>   Month stepping for monthly orders and direct debits: the
      *>   anchor day is clamped to 28 so a 31st survives February.
       01 WS-STEP-DATE-R.
           05 WS-STEP-YYYY PIC 9(4).
           05 WS-STEP-MM PIC 9(2).
           05 WS-STEP-DD PIC 9(2).
       01 WS-STEP-DATE REDEFINES WS-STEP-DATE-R PIC 9(8).
       01 WS-ANCHOR-DD PIC 9(2) VALUE ZERO.
       01 WS-STEP-MONTHS PIC 9(2) VALUE ZERO.
       01 WS-MONTH-SUB PIC 9(2) VALUE ZERO.
       01 WS-STEPS-TAKEN PIC 9(3) VALUE ZERO.
      *>   Direct-debit members: DD flag, active, and an active mandate.
       01 MANDATE-TABLE.
           05 MANDATE-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON MANDATE-COUNT
               INDEXED BY MD-IDX.
               10 MD-MEMBER-ID PIC X(6).
       01 MANDATE-COUNT PIC 9(4) VALUE ZERO.
       01 DD-MEMBER-TABLE.
           05 DD-MEMBER-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON DD-MEMBER-COUNT
               INDEXED BY DM-IDX.
               10 DM-MEMBER-ID PIC X(6).
               10 DM-BILLING-MONTHS PIC 9(2).
               10 DM-BILL-DATE PIC 9(8).
               10 DM-AMOUNT PIC S9(9)V99.
       01 DD-MEMBER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND PIC X VALUE "N".
      *>   Collection-rate history.
       01 WS-DD-SENT PIC 9(11) VALUE ZERO.
       01 WS-DD-RETURNED PIC 9(11) VALUE ZERO.
       01 WS-DD-RATE PIC 9V9(4) VALUE 1.
       01 WS-PROMISE-KEPT PIC S9(11)V99 VALUE ZERO.
       01 WS-PROMISE-SETTLED PIC S9(11)V99 VALUE ZERO.
       01 WS-PROMISE-RATE PIC 9V9(4) VALUE 1.
       01 WS-PROMISE-REMAINING PIC S9(9)V99 VALUE ZERO.
      *>   Forecast versus actual for the week just ended.
       01 WS-LAST-FORECAST PIC S9(11)V99 VALUE ZERO.
       01 WS-LAST-FOUND PIC X VALUE "N".
       01 WS-ACTUAL-APPLIED PIC S9(11)V99 VALUE ZERO.
       01 WS-VARIANCE PIC S9(11)V99 VALUE ZERO.
       01 WS-VARIANCE-PCT PIC S9(5)V9 VALUE ZERO.
      *>   Expected (rate-applied) totals.
       01 WS-EXPECTED PIC S9(11)V99 VALUE ZERO.
       01 WS-WEEK-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 SOURCE-TOTAL-TABLE.
           05 SOURCE-TOTAL PIC S9(11)V99 OCCURS 5 TIMES.
       01 WEEK-ONE-TABLE.
           05 WEEK-ONE-AMOUNT PIC S9(11)V99 OCCURS 5 TIMES.
       01 WS-WEEK-ONE-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-ITEMS-READ PIC 9(9) VALUE ZERO.
       01 WS-ITEMS-PROJECTED PIC 9(9) VALUE ZERO.
      *>   Report lines.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(40)
               VALUE "THIRTEEN-WEEK CASH RECEIPTS FORECAST".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 TL-HEAD-TEXT PIC X(30).
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(16) VALUE "WEEK  STARTING".
           05 CL-NAME PIC X(15) OCCURS 5 TIMES.
           05 FILLER PIC X(15) VALUE "TOTAL".
       01 WS-WEEK-LINE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WL-WEEK PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WL-START PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WL-AMOUNT PIC -(10)9.99 OCCURS 6 TIMES.
       01 WS-RATE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-NAME PIC X(14).
           05 FILLER PIC X(20) VALUE " COLLECTION RATE".
           05 RL-PCT PIC ZZ9.99.
           05 FILLER PIC X(3) VALUE " % ".
           05 RL-BASIS PIC X(40).
       01 WS-COMPARE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CP-LABEL PIC X(34).
           05 CP-AMOUNT PIC -(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CP-NOTE PIC X(40).
       01 WS-RATE-PCT PIC 999V99 VALUE ZERO.
       01 WS-PCT-EDIT PIC -(4)9.9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "CASHFCST" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetReportHeading
           PERFORM SetForecastWindow
           INITIALIZE FORECAST-GRID
           PERFORM LoadDirectDebitRate
           PERFORM LoadPromiseRate
           MOVE WS-PROMISE-RATE TO SOURCE-RATE (1)
           MOVE WS-DD-RATE TO SOURCE-RATE (2)
           MOVE WS-DD-RATE TO SOURCE-RATE (3)
           MOVE WS-PROMISE-RATE TO SOURCE-RATE (4)
           MOVE WS-PROMISE-RATE TO SOURCE-RATE (5)
           PERFORM ProjectInstalments
           PERFORM ProjectStandingOrders
           PERFORM LoadMandates
           PERFORM LoadDirectDebitMembers
           PERFORM LoadDirectDebitBills
           PERFORM ProjectDirectDebits
           PERFORM ProjectPromises
           PERFORM ProjectBudgetPlans
           PERFORM FindLastWeekForecast
           PERFORM SumLastWeekApplied
           OPEN OUTPUT FORECAST-REPORT
           PERFORM PrintForecast
           PERFORM PrintRates
           PERFORM PrintComparison
           CLOSE FORECAST-REPORT
           MOVE "FCSTRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           PERFORM SaveWeekOne
           DISPLAY "---------- CASH FORECAST TOTALS ----------"
           DISPLAY "WEEK STARTING      : " WS-WEEK-START
           DISPLAY "ITEMS READ         : " WS-ITEMS-READ
           DISPLAY "RECEIPTS PROJECTED : " WS-ITEMS-PROJECTED
           MOVE WS-GRAND-TOTAL TO CP-AMOUNT
           DISPLAY "13-WEEK EXPECTED   : " CP-AMOUNT
           PERFORM WriteControlRecord
           STOP RUN.

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

      *>----------------------------------------------------------------
      *> SetForecastWindow - back up from the run date to its Monday,
      *> then mark the end of week thirteen and the start of the week
      *> just ended.
      *>----------------------------------------------------------------
       SetForecastWindow.
           MOVE "D" TO WS-DATE-FUNCTION
           MOVE WS-KNOWN-MONDAY TO WS-DATE-1
           MOVE WS-RUN-DATE TO WS-DATE-2
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           DIVIDE WS-DAY-COUNT BY 7 GIVING WS-WEEKS-WORK
               REMAINDER WS-WEEKDAY-OFFSET
           MOVE "A" TO WS-DATE-FUNCTION
           MOVE WS-RUN-DATE TO WS-DATE-1
           COMPUTE WS-DAY-COUNT = ZERO - WS-WEEKDAY-OFFSET
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           MOVE WS-DATE-RESULT TO WS-WEEK-START
           MOVE WS-WEEK-START TO WS-DATE-1
           MOVE 90 TO WS-DAY-COUNT
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           MOVE WS-DATE-RESULT TO WS-HORIZON-END
           MOVE -7 TO WS-DAY-COUNT
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           MOVE WS-DATE-RESULT TO WS-PRIOR-WEEK-START
           .

      *>----------------------------------------------------------------
      *> LoadDirectDebitRate - every collection DDEXTR sent against
      *> every one DDRETRN saw come back, over the control history
      *> on CTLFILE.  No history means no evidence of failure.
      *>----------------------------------------------------------------
       LoadDirectDebitRate.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-OK
               PERFORM UNTIL WS-CONTROL-FILE-EOF
                   READ CONTROL-FILE
                       AT END SET WS-CONTROL-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE CONTROL-FILE-RECORD TO CTL-RECORD
                           IF CTL-PROGRAM-ID = "DDEXTR"
                               ADD CTL-OUTPUT-COUNT TO WS-DD-SENT
                           END-IF
                           IF CTL-PROGRAM-ID = "DDRETRN"
                               ADD CTL-INPUT-COUNT TO WS-DD-RETURNED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           ELSE
               IF WS-CONTROL-FILE-STATUS = "05"
                   CLOSE CONTROL-FILE
               END-IF
           END-IF
           MOVE SPACES TO WS-CONTROL-FILE-STATUS
           IF WS-DD-SENT > ZERO AND WS-DD-RETURNED < WS-DD-SENT
               COMPUTE WS-DD-RATE ROUNDED =
                   (WS-DD-SENT - WS-DD-RETURNED) / WS-DD-SENT
           END-IF
           IF WS-DD-SENT > ZERO AND WS-DD-RETURNED NOT < WS-DD-SENT
               MOVE ZERO TO WS-DD-RATE
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadPromiseRate - the share of settled promise money that
      *> was kept, kept against kept-plus-broken by amount promised.
      *> Open promises have not settled yet and do not count.
      *>----------------------------------------------------------------
       LoadPromiseRate.
           OPEN INPUT PROMISE-FILE
           IF WS-PROMISE-FILE-OK
               PERFORM UNTIL WS-PROMISE-FILE-EOF
                   READ PROMISE-FILE
                       AT END SET WS-PROMISE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE PROMISE-FILE-RECORD TO PTP-RECORD
                           IF PTP-KEPT
                               ADD PTP-AMOUNT TO WS-PROMISE-KEPT
                               ADD PTP-AMOUNT TO WS-PROMISE-SETTLED
                           END-IF
                           IF PTP-BROKEN
                               ADD PTP-AMOUNT TO WS-PROMISE-SETTLED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMISE-FILE
           ELSE
               IF WS-PROMISE-FILE-STATUS = "05"
                   CLOSE PROMISE-FILE
               END-IF
           END-IF
           MOVE SPACES TO WS-PROMISE-FILE-STATUS
           IF WS-PROMISE-SETTLED > ZERO
               COMPUTE WS-PROMISE-RATE ROUNDED =
                   WS-PROMISE-KEPT / WS-PROMISE-SETTLED
           END-IF
           .

       ProjectInstalments.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-OK
               PERFORM UNTIL WS-SCHEDULE-FILE-EOF
                   READ SCHEDULE-FILE
                       AT END SET WS-SCHEDULE-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ITEMS-READ
                           IF SCH-OPEN
                               MOVE 1 TO WS-EVENT-SOURCE
                               MOVE SCH-DUE-DATE TO WS-EVENT-DATE
                               MOVE SCH-AMOUNT TO WS-EVENT-AMOUNT
                               PERFORM PlaceReceipt
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           ELSE
               IF WS-SCHEDULE-FILE-STATUS = "05"
                   CLOSE SCHEDULE-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> ProjectStandingOrders - step each order on from its next due
      *> date through the horizon: weekly orders a week at a time,
      *> monthly ones a month at a time on the start date's day.  A
      *> cycle inside the payment holiday or past the end date
      *> collects nothing.
      *>----------------------------------------------------------------
       ProjectStandingOrders.
           OPEN INPUT ORDER-MASTER
           IF WS-ORDER-MASTER-OK
               PERFORM UNTIL WS-ORDER-MASTER-EOF
                   READ ORDER-MASTER
                       AT END SET WS-ORDER-MASTER-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ITEMS-READ
                           IF SO-NEXT-DUE NUMERIC
                                   AND SO-NEXT-DUE NOT = ZEROS
                               PERFORM ProjectOneOrder
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-MASTER
           ELSE
               IF WS-ORDER-MASTER-STATUS = "05"
                   CLOSE ORDER-MASTER
               END-IF
           END-IF
           .

       ProjectOneOrder.
           MOVE 2 TO WS-EVENT-SOURCE
           MOVE SO-AMOUNT TO WS-EVENT-AMOUNT
           MOVE SO-NEXT-DUE TO WS-STEP-DATE
           MOVE SO-START-DATE (7:2) TO WS-ANCHOR-DD
           IF SO-START-DATE NOT NUMERIC OR WS-ANCHOR-DD = ZERO
               MOVE WS-STEP-DD TO WS-ANCHOR-DD
           END-IF
           MOVE 1 TO WS-STEP-MONTHS
           MOVE ZERO TO WS-STEPS-TAKEN
           PERFORM UNTIL WS-STEP-DATE > WS-HORIZON-END
                   OR WS-STEPS-TAKEN > 100
               IF SO-END-DATE NOT = ZEROS
                       AND WS-STEP-DATE > SO-END-DATE
                   EXIT PERFORM
               END-IF
               IF SO-HOLIDAY-FROM NUMERIC
                       AND SO-HOLIDAY-FROM NOT = ZEROS
                       AND WS-STEP-DATE >= SO-HOLIDAY-FROM
                       AND WS-STEP-DATE <= SO-HOLIDAY-TO
                   CONTINUE
               ELSE
                   MOVE WS-STEP-DATE TO WS-EVENT-DATE
                   PERFORM PlaceReceipt
               END-IF
               ADD 1 TO WS-STEPS-TAKEN
               IF SO-WEEKLY
                   MOVE "A" TO WS-DATE-FUNCTION
                   MOVE WS-STEP-DATE TO WS-DATE-1
                   MOVE 7 TO WS-DAY-COUNT
                   CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
                       WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT,
                       WS-DATE-RC
                   IF WS-DATE-RC NOT = 0
                       EXIT PERFORM
                   END-IF
                   MOVE WS-DATE-RESULT TO WS-STEP-DATE
               ELSE
                   PERFORM StepMonths
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> StepMonths - move WS-STEP-DATE on WS-STEP-MONTHS months,
      *> landing on the anchor day (clamped to 28).
      *>----------------------------------------------------------------
       StepMonths.
           IF WS-ANCHOR-DD > 28
               MOVE 28 TO WS-ANCHOR-DD
           END-IF
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > WS-STEP-MONTHS
               IF WS-STEP-MM = 12
                   ADD 1 TO WS-STEP-YYYY
                   MOVE 01 TO WS-STEP-MM
               ELSE
                   ADD 1 TO WS-STEP-MM
               END-IF
           END-PERFORM
           MOVE WS-ANCHOR-DD TO WS-STEP-DD
           .

       LoadMandates.
           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-FILE-OK
               PERFORM UNTIL WS-MANDATE-FILE-EOF
                   READ MANDATE-FILE
                       AT END SET WS-MANDATE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE MANDATE-FILE-RECORD TO MN-RECORD
                           IF MN-ACTIVE AND MANDATE-COUNT < 2000
                               ADD 1 TO MANDATE-COUNT
                               MOVE MN-MEMBER-ID
                                   TO MD-MEMBER-ID (MANDATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           ELSE
               IF WS-MANDATE-FILE-STATUS = "05"
                   CLOSE MANDATE-FILE
               END-IF
           END-IF
           .

       LoadDirectDebitMembers.
           OPEN INPUT MEMBERS-FILE
           IF WS-MEMBERS-FILE-OK
               PERFORM UNTIL WS-MEMBERS-FILE-EOF
                   READ MEMBERS-FILE
                       AT END SET WS-MEMBERS-FILE-EOF TO TRUE
                       NOT AT END
                           IF MF-DIRECT-DEBIT AND MF-ACTIVE
                               PERFORM KeepDirectDebitMember
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBERS-FILE
           ELSE
               IF WS-MEMBERS-FILE-STATUS = "05"
                   CLOSE MEMBERS-FILE
               END-IF
           END-IF
           .

       KeepDirectDebitMember.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING MD-IDX FROM 1 BY 1
                   UNTIL MD-IDX > MANDATE-COUNT OR WS-FOUND = "Y"
               IF MD-MEMBER-ID (MD-IDX) = MF-MEMBER-ID
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "N" OR DD-MEMBER-COUNT >= 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DD-MEMBER-COUNT
           SET DM-IDX TO DD-MEMBER-COUNT
           MOVE MF-MEMBER-ID TO DM-MEMBER-ID (DM-IDX)
           IF MF-BILLING-MONTHS NUMERIC AND MF-BILLING-MONTHS > ZERO
               MOVE MF-BILLING-MONTHS TO DM-BILLING-MONTHS (DM-IDX)
           ELSE
               MOVE 1 TO DM-BILLING-MONTHS (DM-IDX)
           END-IF
           MOVE ZEROS TO DM-BILL-DATE (DM-IDX)
           MOVE ZEROS TO DM-AMOUNT (DM-IDX)
           .

      *>----------------------------------------------------------------
      *> LoadDirectDebitBills - each direct-debit member's latest
      *> bill on INVOICEDD, all its lines netted, is what the bank
      *> will collect every billing period.
      *>----------------------------------------------------------------
       LoadDirectDebitBills.
           IF DD-MEMBER-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-FILE-OK
               PERFORM UNTIL WS-INVOICE-FILE-EOF
                   READ INVOICE-FILE
                       AT END SET WS-INVOICE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE INVOICE-FILE-RECORD TO IV-RECORD
                           IF IV-INVOICE-LINE
                               PERFORM AddBillToMember
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           ELSE
               IF WS-INVOICE-FILE-STATUS = "05"
                   CLOSE INVOICE-FILE
               END-IF
           END-IF
           .

       AddBillToMember.
           PERFORM VARYING DM-IDX FROM 1 BY 1
                   UNTIL DM-IDX > DD-MEMBER-COUNT
               IF DM-MEMBER-ID (DM-IDX) = IV-MEMBER-ID
                   IF IV-BILL-DATE > DM-BILL-DATE (DM-IDX)
                       MOVE IV-BILL-DATE TO DM-BILL-DATE (DM-IDX)
                       MOVE ZEROS TO DM-AMOUNT (DM-IDX)
                   END-IF
                   IF IV-BILL-DATE = DM-BILL-DATE (DM-IDX)
                       ADD IV-AMOUNT TO DM-AMOUNT (DM-IDX)
                   END-IF
                   SET DM-IDX TO DD-MEMBER-COUNT
               END-IF
           END-PERFORM
           .

       ProjectDirectDebits.
           MOVE 3 TO WS-EVENT-SOURCE
           PERFORM VARYING DM-IDX FROM 1 BY 1
                   UNTIL DM-IDX > DD-MEMBER-COUNT
               ADD 1 TO WS-ITEMS-READ
               IF DM-BILL-DATE (DM-IDX) NOT = ZEROS
                       AND DM-AMOUNT (DM-IDX) > ZERO
                   MOVE DM-AMOUNT (DM-IDX) TO WS-EVENT-AMOUNT
                   MOVE DM-BILL-DATE (DM-IDX) TO WS-STEP-DATE
                   MOVE WS-STEP-DD TO WS-ANCHOR-DD
                   MOVE DM-BILLING-MONTHS (DM-IDX) TO WS-STEP-MONTHS
                   MOVE ZERO TO WS-STEPS-TAKEN
                   PERFORM UNTIL WS-STEP-DATE > WS-HORIZON-END
                           OR WS-STEPS-TAKEN > 100
                       MOVE WS-STEP-DATE TO WS-EVENT-DATE
                       PERFORM PlaceReceipt
                       ADD 1 TO WS-STEPS-TAKEN
                       PERFORM StepMonths
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       ProjectPromises.
           MOVE SPACES TO WS-PROMISE-FILE-STATUS
           OPEN INPUT PROMISE-FILE
           IF WS-PROMISE-FILE-OK
               PERFORM UNTIL WS-PROMISE-FILE-EOF
                   READ PROMISE-FILE
                       AT END SET WS-PROMISE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE PROMISE-FILE-RECORD TO PTP-RECORD
                           ADD 1 TO WS-ITEMS-READ
                           COMPUTE WS-PROMISE-REMAINING =
                               PTP-AMOUNT - PTP-PAID-AMOUNT
                           IF PTP-OPEN
                                   AND WS-PROMISE-REMAINING > ZERO
                               MOVE 4 TO WS-EVENT-SOURCE
                               MOVE PTP-PROMISE-DATE TO WS-EVENT-DATE
                               MOVE WS-PROMISE-REMAINING
                                   TO WS-EVENT-AMOUNT
                               PERFORM PlaceReceipt
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMISE-FILE
           ELSE
               IF WS-PROMISE-FILE-STATUS = "05"
                   CLOSE PROMISE-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> ProjectBudgetPlans - level amounts bill monthly across the
      *> statement cycles, so each week carries twelve fifty-seconds
      *> of the monthly level.
      *>----------------------------------------------------------------
       ProjectBudgetPlans.
           OPEN INPUT BUDGET-PLAN-FILE
           IF WS-BUDGET-PLAN-OK
               PERFORM UNTIL WS-BUDGET-PLAN-EOF
                   READ BUDGET-PLAN-FILE
                       AT END SET WS-BUDGET-PLAN-EOF TO TRUE
                       NOT AT END
                           MOVE BUDGET-PLAN-RECORD TO BG-RECORD
                           ADD 1 TO WS-ITEMS-READ
                           IF BG-LEVEL-AMOUNT > ZERO
                               ADD 1 TO WS-ITEMS-PROJECTED
                               PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                                       UNTIL WS-WEEK-SUB > 13
                                   COMPUTE FC-GROSS (5, WS-WEEK-SUB)
                                       ROUNDED =
                                       FC-GROSS (5, WS-WEEK-SUB)
                                       + BG-LEVEL-AMOUNT * 12 / 52
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-PLAN-FILE
           ELSE
               IF WS-BUDGET-PLAN-STATUS = "05"
                   CLOSE BUDGET-PLAN-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> PlaceReceipt - a receipt dated inside the thirteen weeks
      *> lands in its week; anything before the run week (overdue)
      *> or past week thirteen is not forecast.
      *>----------------------------------------------------------------
       PlaceReceipt.
           IF WS-EVENT-DATE < WS-WEEK-START
                   OR WS-EVENT-DATE > WS-HORIZON-END
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO WS-DATE-FUNCTION
           MOVE WS-WEEK-START TO WS-DATE-1
           MOVE WS-EVENT-DATE TO WS-DATE-2
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-DAY-COUNT BY 7 GIVING WS-WEEKS-WORK
           COMPUTE WS-WEEK-SUB = WS-WEEKS-WORK + 1
           ADD WS-EVENT-AMOUNT
               TO FC-GROSS (WS-EVENT-SOURCE, WS-WEEK-SUB)
           ADD 1 TO WS-ITEMS-PROJECTED
           .

      *>----------------------------------------------------------------
      *> FindLastWeekForecast - the week-one total of the latest run
      *> made for the week just ended.
      *>----------------------------------------------------------------
       FindLastWeekForecast.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-OK
               PERFORM UNTIL WS-HISTORY-FILE-EOF
                   READ HISTORY-FILE
                       AT END SET WS-HISTORY-FILE-EOF TO TRUE
                       NOT AT END
                           IF FH-WEEK-START = WS-PRIOR-WEEK-START
                                   AND FH-SOURCE = ZERO
                               MOVE FH-AMOUNT TO WS-LAST-FORECAST
                               MOVE "Y" TO WS-LAST-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               IF WS-HISTORY-FILE-STATUS = "05"
                   CLOSE HISTORY-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> SumLastWeekApplied - what cash application actually took off
      *> receivables last week: its AR credits net of AR debits on
      *> the ledger postings, both phases alike.
      *>----------------------------------------------------------------
       SumLastWeekApplied.
           OPEN INPUT POSTING-FILE
           IF WS-POSTING-FILE-OK
               PERFORM UNTIL WS-POSTING-FILE-EOF
                   READ POSTING-FILE
                       AT END SET WS-POSTING-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE POSTING-FILE-RECORD TO GL-RECORD
                           IF GL-SOURCE (1:7) = "CASHAPP"
                                   AND GL-ACCOUNT-CODE = "AR"
                                   AND GL-DATE NOT < WS-PRIOR-WEEK-START
                                   AND GL-DATE < WS-WEEK-START
                               IF GL-CREDIT
                                   ADD GL-AMOUNT TO WS-ACTUAL-APPLIED
                               ELSE
                                   SUBTRACT GL-AMOUNT
                                       FROM WS-ACTUAL-APPLIED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-FILE
           ELSE
               IF WS-POSTING-FILE-STATUS = "05"
                   CLOSE POSTING-FILE
               END-IF
           END-IF
           .

       PrintForecast.
           MOVE WS-HEAD-TEXT TO TL-HEAD-TEXT
           WRITE FORECAST-REPORT-RECORD FROM WS-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO FORECAST-REPORT-RECORD
           MOVE "EXPECTED RECEIPTS BY SOURCE, AFTER COLLECTION RATE"
               TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > 5
               MOVE SOURCE-NAME (WS-SOURCE-SUB)
                   TO CL-NAME (WS-SOURCE-SUB)
               MOVE ZERO TO SOURCE-TOTAL (WS-SOURCE-SUB)
           END-PERFORM
           WRITE FORECAST-REPORT-RECORD FROM WS-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-GRAND-TOTAL
           MOVE WS-WEEK-START TO WS-DATE-RESULT
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 13
               PERFORM PrintOneWeek
           END-PERFORM
           MOVE SPACES TO WS-WEEK-LINE
           MOVE "TOTAL" TO WS-WEEK-LINE (2:5)
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > 5
               MOVE SOURCE-TOTAL (WS-SOURCE-SUB)
                   TO WL-AMOUNT (WS-SOURCE-SUB)
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO WL-AMOUNT (6)
           WRITE FORECAST-REPORT-RECORD FROM WS-WEEK-LINE
               AFTER ADVANCING 2 LINES
           .

       PrintOneWeek.
           MOVE SPACES TO WS-WEEK-LINE
           MOVE WS-WEEK-SUB TO WL-WEEK
           MOVE WS-DATE-RESULT TO WL-START
           MOVE ZERO TO WS-WEEK-TOTAL
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > 5
               COMPUTE WS-EXPECTED ROUNDED =
                   FC-GROSS (WS-SOURCE-SUB, WS-WEEK-SUB)
                   * SOURCE-RATE (WS-SOURCE-SUB)
               MOVE WS-EXPECTED TO WL-AMOUNT (WS-SOURCE-SUB)
               ADD WS-EXPECTED TO WS-WEEK-TOTAL
               ADD WS-EXPECTED TO SOURCE-TOTAL (WS-SOURCE-SUB)
               IF WS-WEEK-SUB = 1
                   MOVE WS-EXPECTED TO WEEK-ONE-AMOUNT (WS-SOURCE-SUB)
               END-IF
           END-PERFORM
           MOVE WS-WEEK-TOTAL TO WL-AMOUNT (6)
           ADD WS-WEEK-TOTAL TO WS-GRAND-TOTAL
           IF WS-WEEK-SUB = 1
               MOVE WS-WEEK-TOTAL TO WS-WEEK-ONE-TOTAL
           END-IF
           WRITE FORECAST-REPORT-RECORD FROM WS-WEEK-LINE
               AFTER ADVANCING 1 LINE
      *>    The next week's start date, for the next line.
           MOVE "A" TO WS-DATE-FUNCTION
           MOVE WL-START TO WS-DATE-1
           MOVE 7 TO WS-DAY-COUNT
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           .

       PrintRates.
           MOVE SPACES TO FORECAST-REPORT-RECORD
           MOVE "COLLECTION RATES APPLIED" TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD AFTER ADVANCING 3 LINES
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > 5
               MOVE SPACES TO WS-RATE-LINE
               MOVE SOURCE-NAME (WS-SOURCE-SUB) TO RL-NAME
               MOVE " COLLECTION RATE" TO WS-RATE-LINE (17:20)
               COMPUTE WS-RATE-PCT = SOURCE-RATE (WS-SOURCE-SUB) * 100
               MOVE WS-RATE-PCT TO RL-PCT
               MOVE " % " TO WS-RATE-LINE (43:3)
               IF WS-SOURCE-SUB = 2 OR WS-SOURCE-SUB = 3
                   MOVE "FROM DIRECT-DEBIT RETURN HISTORY"
                       TO RL-BASIS
               ELSE
                   MOVE "FROM KEPT/BROKEN PROMISE HISTORY"
                       TO RL-BASIS
               END-IF
               WRITE FORECAST-REPORT-RECORD FROM WS-RATE-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           .

       PrintComparison.
           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING "LAST WEEK (STARTING " WS-PRIOR-WEEK-START
               ") FORECAST AGAINST CASH APPLIED"
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD AFTER ADVANCING 3 LINES
           MOVE SPACES TO WS-COMPARE-LINE
           MOVE "FORECAST (WEEK ONE OF LAST RUN)" TO CP-LABEL
           IF WS-LAST-FOUND = "Y"
               MOVE WS-LAST-FORECAST TO CP-AMOUNT
           ELSE
               MOVE ZERO TO CP-AMOUNT
               MOVE "NO FORECAST WAS RUN FOR THAT WEEK" TO CP-NOTE
           END-IF
           WRITE FORECAST-REPORT-RECORD FROM WS-COMPARE-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-COMPARE-LINE
           MOVE "APPLIED BY CASHAPP" TO CP-LABEL
           MOVE WS-ACTUAL-APPLIED TO CP-AMOUNT
           WRITE FORECAST-REPORT-RECORD FROM WS-COMPARE-LINE
               AFTER ADVANCING 1 LINE
           IF WS-LAST-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-COMPARE-LINE
           MOVE "VARIANCE (APPLIED - FORECAST)" TO CP-LABEL
           COMPUTE WS-VARIANCE = WS-ACTUAL-APPLIED - WS-LAST-FORECAST
           MOVE WS-VARIANCE TO CP-AMOUNT
           IF WS-LAST-FORECAST NOT = ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-LAST-FORECAST
                   ON SIZE ERROR MOVE ZERO TO WS-VARIANCE-PCT
               END-COMPUTE
               MOVE WS-VARIANCE-PCT TO WS-PCT-EDIT
               STRING WS-PCT-EDIT " % OF FORECAST"
                   DELIMITED BY SIZE INTO CP-NOTE
           END-IF
           WRITE FORECAST-REPORT-RECORD FROM WS-COMPARE-LINE
               AFTER ADVANCING 1 LINE
           .

      *>----------------------------------------------------------------
      *> SaveWeekOne - this run's week one, by source and in total,
      *> for next week's comparison.
      *>----------------------------------------------------------------
       SaveWeekOne.
           MOVE SPACES TO WS-HISTORY-FILE-STATUS
           OPEN EXTEND HISTORY-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
                   AND WS-HISTORY-FILE-STATUS NOT = "05"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > 5
               MOVE WS-RUN-DATE TO FH-RUN-DATE
               MOVE WS-WEEK-START TO FH-WEEK-START
               MOVE WS-SOURCE-SUB TO FH-SOURCE
               MOVE WEEK-ONE-AMOUNT (WS-SOURCE-SUB) TO FH-AMOUNT
               WRITE HISTORY-FILE-RECORD
           END-PERFORM
           MOVE WS-RUN-DATE TO FH-RUN-DATE
           MOVE WS-WEEK-START TO FH-WEEK-START
           MOVE ZERO TO FH-SOURCE
           MOVE WS-WEEK-ONE-TOTAL TO FH-AMOUNT
           WRITE HISTORY-FILE-RECORD
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "FCSTHIST WRITE FAILED, STATUS = "
                   WS-HISTORY-FILE-STATUS
           END-IF
           CLOSE HISTORY-FILE
           .

       WriteControlRecord.
           MOVE SPACES TO WS-CONTROL-FILE-STATUS
           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
                   AND WS-CONTROL-FILE-STATUS NOT = "05"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-ITEMS-READ TO CTL-INPUT-COUNT
           MOVE WS-ITEMS-READ TO CTL-OUTPUT-COUNT
           MOVE ZEROS TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM CASHFCST.
