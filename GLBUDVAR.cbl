      ******************************************************************
      * Author:
      * Date:
      * Purpose: General-ledger budget versus actual - for the
      *          GLCLPERD period, compare each account's actual
      *          movement off the GLPERBAL period balances with its
      *          GLBUDGET budget, for the month and for the year to
      *          date, with the variance as an amount and a percent
      *          of budget.  Every revenue and expense account on
      *          GLCHART prints, and any other account that carries
      *          a budget.  An account whose month or year-to-date
      *          variance is beyond the GLBVTHRS percentage (10 when
      *          none is given) is flagged, as is actual spend with no
      *          budget behind it.  The full-year forecast is the
      *          year-to-date actual plus the budget for the months
      *          still to come.  Figures are in the account's natural
      *          sign, revenue positive, the way FINSTMT prints them.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBUDVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-PARM ASSIGN TO "GLCLPERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-PARM-STATUS.
           SELECT OPTIONAL THRESHOLD-PARM ASSIGN TO "GLBVTHRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-PARM-STATUS.
           SELECT OPTIONAL BALANCE-FILE ASSIGN TO "GLPERBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT OPTIONAL BUDGET-FILE ASSIGN TO "GLBUDGET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT OPTIONAL CHART-FILE ASSIGN TO "GLCHART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.
           SELECT VARIANCE-REPORT ASSIGN TO "GLBVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM.
       01  PERIOD-PARM-RECORD.
           05 PP-PERIOD PIC 9(6).
       FD  THRESHOLD-PARM.
       01  THRESHOLD-PARM-RECORD.
           05 TP-PERCENT PIC 9(3).
       FD  BALANCE-FILE.
       01  BALANCE-FILE-RECORD.
           05 GP-PERIOD PIC 9(6).
           05 FILLER PIC X(1).
           05 GP-ACCOUNT PIC X(8).
           05 FILLER PIC X(1).
           05 GP-MOVEMENT PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 GP-CLOSING PIC S9(13)V99 SIGN LEADING SEPARATE.
       FD  BUDGET-FILE.
       COPY GBREC.
       FD  CHART-FILE.
       COPY COAREC.
       FD  VARIANCE-REPORT.
       01  VARIANCE-REPORT-RECORD PIC X(140).
       WORKING-STORAGE SECTION.
       COPY COPY01.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-PERIOD-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-PERIOD-PARM-OK VALUE "00".
       01 WS-THRESHOLD-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-THRESHOLD-PARM-OK VALUE "00".
       01 WS-BALANCE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-BALANCE-FILE-OK VALUE "00".
           88 WS-BALANCE-FILE-EOF VALUE "10".
       01 WS-BUDGET-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-BUDGET-FILE-OK VALUE "00".
           88 WS-BUDGET-FILE-EOF VALUE "10".
       01 WS-CHART-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CHART-FILE-OK VALUE "00".
           88 WS-CHART-FILE-EOF VALUE "10".
       01 WS-VARIANCE-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-YEAR PIC 9(4) VALUE ZERO.
       01 WS-THRESHOLD PIC 9(3) VALUE 10.
       01 WS-REPORT-ROWS PIC 9(9) VALUE ZERO.
      *>   One slot per account: its GLCHART description and type,
      *>   and its actual and budget for the month, the year to date
      *>   and (budget only) the whole year.  Actuals are stored as
      *>   the ledger has them, debit positive, and turned to the
      *>   natural sign when printed.
       01 ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON ACCOUNT-COUNT
               INDEXED BY ACC-IDX.
               10 AV-ACCOUNT PIC X(8).
               10 AV-DESC PIC X(20).
               10 AV-TYPE PIC X(1).
               10 AV-ACT-MONTH PIC S9(13)V99.
               10 AV-ACT-YTD PIC S9(13)V99.
               10 AV-BUD-MONTH PIC S9(13)V99.
               10 AV-BUD-YTD PIC S9(13)V99.
               10 AV-BUD-YEAR PIC S9(13)V99.
       01 ACCOUNT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LOOKUP-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-LOOKUP-DESC PIC X(20) VALUE SPACES.
       01 WS-LOOKUP-TYPE PIC X VALUE SPACE.
       01 WS-ACCOUNT-TYPE PIC X VALUE SPACE.
           88 TYPE-REVENUE VALUE "R".
           88 TYPE-EXPENSE VALUE "E".
           88 TYPE-CREDIT-NATURAL VALUE "R" "L" "Q".
       01 WS-PRINT-TYPE PIC X VALUE SPACE.
      *>   The figures for the line being printed, natural sign.
       01 WS-ACT-MONTH PIC S9(13)V99 VALUE ZERO.
       01 WS-ACT-YTD PIC S9(13)V99 VALUE ZERO.
       01 WS-VAR-MONTH PIC S9(13)V99 VALUE ZERO.
       01 WS-VAR-YTD PIC S9(13)V99 VALUE ZERO.
       01 WS-FORECAST PIC S9(13)V99 VALUE ZERO.
       01 WS-PCT-MONTH PIC S9(5)V9 VALUE ZERO.
       01 WS-PCT-YTD PIC S9(5)V9 VALUE ZERO.
       01 WS-FLAG-MONTH PIC X VALUE "N".
       01 WS-FLAG-YTD PIC X VALUE "N".
      *>   Section and report totals.
       01 WS-TOTALS.
           05 WS-TOT-ACT-MONTH PIC S9(13)V99.
           05 WS-TOT-BUD-MONTH PIC S9(13)V99.
           05 WS-TOT-ACT-YTD PIC S9(13)V99.
           05 WS-TOT-BUD-YTD PIC S9(13)V99.
           05 WS-TOT-FORECAST PIC S9(13)V99.
           05 WS-TOT-BUD-YEAR PIC S9(13)V99.
       01 WS-NET-TOTALS.
           05 WS-NET-ACT-MONTH PIC S9(13)V99.
           05 WS-NET-BUD-MONTH PIC S9(13)V99.
           05 WS-NET-ACT-YTD PIC S9(13)V99.
           05 WS-NET-BUD-YTD PIC S9(13)V99.
           05 WS-NET-FORECAST PIC S9(13)V99.
           05 WS-NET-BUD-YEAR PIC S9(13)V99.
       01 WS-SECTION-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FLAGGED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(40) VALUE "GL BUDGET VERSUS ACTUAL".
           05 FILLER PIC X(8) VALUE "PERIOD: ".
           05 TL-PERIOD PIC 9(6).
           05 FILLER PIC X(16) VALUE "   THRESHOLD: ".
           05 TL-THRESHOLD PIC ZZ9.
           05 FILLER PIC X(1) VALUE "%".
       01 WS-HEADING-1.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(46) VALUE
               "  ---------------- MONTH -----------------".
           05 FILLER PIC X(46) VALUE
               "  ------------- YEAR TO DATE -------------".
           05 FILLER PIC X(12) VALUE "   FULL YEAR".
       01 WS-HEADING-2.
           05 FILLER PIC X(30) VALUE "ACCOUNT  DESCRIPTION".
           05 FILLER PIC X(46) VALUE
               "      ACTUAL      BUDGET    VARIANCE     PCT".
           05 FILLER PIC X(46) VALUE
               "      ACTUAL      BUDGET    VARIANCE     PCT".
           05 FILLER PIC X(18) VALUE "    FORECAST  FLAG".
       01 WS-DETAIL-LINE.
           05 DL-ACCOUNT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-DESC PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-ACT-MONTH PIC ----,---,--9.
           05 DL-BUD-MONTH PIC ----,---,--9.
           05 DL-VAR-MONTH PIC ----,---,--9.
           05 DL-PCT-MONTH PIC ----9.9.
           05 DL-PCT-MONTH-X REDEFINES DL-PCT-MONTH PIC X(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-ACT-YTD PIC ----,---,--9.
           05 DL-BUD-YTD PIC ----,---,--9.
           05 DL-VAR-YTD PIC ----,---,--9.
           05 DL-PCT-YTD PIC ----9.9.
           05 DL-PCT-YTD-X REDEFINES DL-PCT-YTD PIC X(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-FORECAST PIC ----,---,--9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-FLAG PIC X(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "GLBUDVAR" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetReportParameters
           PERFORM LoadChartOfAccounts
           PERFORM LoadBudgets
           PERFORM LoadActuals
           IF WS-REPORT-ROWS = ZERO
               DISPLAY "PERIOD " WS-REPORT-PERIOD
                   " NOT CLOSED ON GLPERBAL - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VARIANCE-REPORT
           MOVE WS-REPORT-PERIOD TO TL-PERIOD
           MOVE WS-THRESHOLD TO TL-THRESHOLD
           WRITE VARIANCE-REPORT-RECORD FROM WS-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE VARIANCE-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING 2 LINES
           WRITE VARIANCE-REPORT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 1 LINE
           INITIALIZE WS-NET-TOTALS
           MOVE "R" TO WS-PRINT-TYPE
           PERFORM PrintOneSection
           MOVE "E" TO WS-PRINT-TYPE
           PERFORM PrintOneSection
           PERFORM PrintNetLine
           MOVE "O" TO WS-PRINT-TYPE
           PERFORM PrintOneSection
           MOVE "FLAG: *M MONTH *Y YTD - OVER THRESHOLD OR UNBUDGETED"
               TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD AFTER ADVANCING 2 LINES
           CLOSE VARIANCE-REPORT
           MOVE "GLBVRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- BUDGET VARIANCE TOTALS ----------"
           DISPLAY "PERIOD           : " WS-REPORT-PERIOD
           DISPLAY "ACCOUNTS         : " ACCOUNT-COUNT
           DISPLAY "FLAGGED          : " WS-FLAGGED-COUNT
           STOP RUN.

       GetReportParameters.
           OPEN INPUT PERIOD-PARM
           IF WS-PERIOD-PARM-OK
               READ PERIOD-PARM
                   AT END CONTINUE
                   NOT AT END
                       IF PP-PERIOD NUMERIC
                           MOVE PP-PERIOD TO WS-REPORT-PERIOD
                       END-IF
               END-READ
           END-IF
           CLOSE PERIOD-PARM
           IF WS-REPORT-PERIOD = ZEROS
               DISPLAY "NO GLCLPERD PERIOD - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REPORT-PERIOD (1:4) TO WS-YEAR
           OPEN INPUT THRESHOLD-PARM
           IF WS-THRESHOLD-PARM-OK
               READ THRESHOLD-PARM
                   AT END CONTINUE
                   NOT AT END
                       IF TP-PERCENT NUMERIC AND TP-PERCENT > ZERO
                           MOVE TP-PERCENT TO WS-THRESHOLD
                       END-IF
               END-READ
           END-IF
           CLOSE THRESHOLD-PARM
           .

      *>    The chart goes in first, in chart order, so every revenue
      *>    and expense account prints whether budgeted or not and
      *>    every account carries its type for the sign.
       LoadChartOfAccounts.
           OPEN INPUT CHART-FILE
           IF WS-CHART-FILE-OK
               PERFORM UNTIL WS-CHART-FILE-EOF
                   READ CHART-FILE
                       AT END SET WS-CHART-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE CA-ACCOUNT-CODE TO WS-LOOKUP-ACCOUNT
                           MOVE CA-DESC TO WS-LOOKUP-DESC
                           MOVE CA-TYPE TO WS-LOOKUP-TYPE
                           PERFORM FindAccount
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           ELSE
               IF WS-CHART-FILE-STATUS = "05"
                   CLOSE CHART-FILE
               END-IF
           END-IF
           MOVE SPACES TO WS-CHART-FILE-STATUS
           .

      *>----------------------------------------------------------------
      *> FindAccount - leaves ACC-IDX on the account's slot, adding
      *> it when new with the WS-LOOKUP- description and type.  A
      *> full table leaves ACC-IDX past the end.
      *>----------------------------------------------------------------
       FindAccount.
           SET ACC-IDX TO 1
           SEARCH ACCOUNT-ENTRY
               AT END
                   IF ACCOUNT-COUNT >= 200
                       DISPLAY "ACCOUNT TABLE FULL - "
                           WS-LOOKUP-ACCOUNT " DROPPED"
                       SET ACC-IDX TO 201
                   ELSE
                       ADD 1 TO ACCOUNT-COUNT
                       SET ACC-IDX TO ACCOUNT-COUNT
                       MOVE WS-LOOKUP-ACCOUNT TO AV-ACCOUNT (ACC-IDX)
                       MOVE WS-LOOKUP-DESC TO AV-DESC (ACC-IDX)
                       MOVE WS-LOOKUP-TYPE TO AV-TYPE (ACC-IDX)
                       MOVE ZEROS TO AV-ACT-MONTH (ACC-IDX)
                           AV-ACT-YTD (ACC-IDX) AV-BUD-MONTH (ACC-IDX)
                           AV-BUD-YTD (ACC-IDX) AV-BUD-YEAR (ACC-IDX)
                   END-IF
               WHEN AV-ACCOUNT (ACC-IDX) = WS-LOOKUP-ACCOUNT
                   CONTINUE
           END-SEARCH
           .

       LoadBudgets.
           OPEN INPUT BUDGET-FILE
           IF NOT WS-BUDGET-FILE-OK
               DISPLAY "GLBUDGET NOT AVAILABLE, STATUS = "
                   WS-BUDGET-FILE-STATUS
               IF WS-BUDGET-FILE-STATUS = "05"
                   CLOSE BUDGET-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BUDGET-FILE-EOF
               READ BUDGET-FILE
                   AT END SET WS-BUDGET-FILE-EOF TO TRUE
                   NOT AT END
                       IF GB-PERIOD (1:4) = WS-YEAR
                               AND GB-AMOUNT NUMERIC
                           PERFORM TakeOneBudget
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
           .

       TakeOneBudget.
           MOVE GB-ACCOUNT-CODE TO WS-LOOKUP-ACCOUNT
           MOVE "NOT ON GLCHART" TO WS-LOOKUP-DESC
           MOVE SPACE TO WS-LOOKUP-TYPE
           PERFORM FindAccount
           IF ACC-IDX > ACCOUNT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD GB-AMOUNT TO AV-BUD-YEAR (ACC-IDX)
           IF GB-PERIOD NOT > WS-REPORT-PERIOD
               ADD GB-AMOUNT TO AV-BUD-YTD (ACC-IDX)
           END-IF
           IF GB-PERIOD = WS-REPORT-PERIOD
               ADD GB-AMOUNT TO AV-BUD-MONTH (ACC-IDX)
           END-IF
           .

      *>    Only accounts already on the table take actuals: balance
      *>    sheet accounts with no budget have nothing to compare.
       LoadActuals.
           OPEN INPUT BALANCE-FILE
           IF NOT WS-BALANCE-FILE-OK
               DISPLAY "GLPERBAL NOT AVAILABLE, STATUS = "
                   WS-BALANCE-FILE-STATUS
               SET WS-BALANCE-FILE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-BALANCE-FILE-EOF
               READ BALANCE-FILE
                   AT END SET WS-BALANCE-FILE-EOF TO TRUE
                   NOT AT END
                       IF GP-PERIOD = WS-REPORT-PERIOD
                           ADD 1 TO WS-REPORT-ROWS
                       END-IF
                       IF GP-PERIOD (1:4) = WS-YEAR
                               AND GP-PERIOD NOT > WS-REPORT-PERIOD
                           PERFORM TakeOneActual
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE
           .

       TakeOneActual.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > ACCOUNT-COUNT
               IF AV-ACCOUNT (ACC-IDX) = GP-ACCOUNT
                   ADD GP-MOVEMENT TO AV-ACT-YTD (ACC-IDX)
                   IF GP-PERIOD = WS-REPORT-PERIOD
                       ADD GP-MOVEMENT TO AV-ACT-MONTH (ACC-IDX)
                   END-IF
                   SET ACC-IDX TO ACCOUNT-COUNT
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> PrintOneSection - revenue (R), expense (E), or every other
      *> budgeted account (O), with the section's totals.
      *>----------------------------------------------------------------
       PrintOneSection.
           INITIALIZE WS-TOTALS
           MOVE ZERO TO WS-SECTION-COUNT
           EVALUATE WS-PRINT-TYPE
               WHEN "R" MOVE "REVENUE" TO VARIANCE-REPORT-RECORD
               WHEN "E" MOVE "EXPENSES" TO VARIANCE-REPORT-RECORD
               WHEN OTHER
                   MOVE "OTHER BUDGETED ACCOUNTS"
                       TO VARIANCE-REPORT-RECORD
           END-EVALUATE
           WRITE VARIANCE-REPORT-RECORD AFTER ADVANCING 2 LINES
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > ACCOUNT-COUNT
               MOVE AV-TYPE (ACC-IDX) TO WS-ACCOUNT-TYPE
               EVALUATE TRUE
                   WHEN WS-PRINT-TYPE = "R" AND TYPE-REVENUE
                   WHEN WS-PRINT-TYPE = "E" AND TYPE-EXPENSE
                   WHEN WS-PRINT-TYPE = "O"
                           AND NOT TYPE-REVENUE AND NOT TYPE-EXPENSE
                           AND AV-BUD-YEAR (ACC-IDX) NOT = ZERO
                       PERFORM PrintOneAccount
               END-EVALUATE
           END-PERFORM
           IF WS-SECTION-COUNT = ZERO
               MOVE "    NONE" TO VARIANCE-REPORT-RECORD
               WRITE VARIANCE-REPORT-RECORD AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "TOTAL" TO DL-DESC
           MOVE WS-TOT-ACT-MONTH TO WS-ACT-MONTH
           MOVE WS-TOT-ACT-YTD TO WS-ACT-YTD
           PERFORM PrintTotalLine
           IF WS-PRINT-TYPE = "R"
               MOVE WS-TOT-ACT-MONTH TO WS-NET-ACT-MONTH
               MOVE WS-TOT-BUD-MONTH TO WS-NET-BUD-MONTH
               MOVE WS-TOT-ACT-YTD TO WS-NET-ACT-YTD
               MOVE WS-TOT-BUD-YTD TO WS-NET-BUD-YTD
               MOVE WS-TOT-FORECAST TO WS-NET-FORECAST
               MOVE WS-TOT-BUD-YEAR TO WS-NET-BUD-YEAR
           END-IF
           IF WS-PRINT-TYPE = "E"
               SUBTRACT WS-TOT-ACT-MONTH FROM WS-NET-ACT-MONTH
               SUBTRACT WS-TOT-BUD-MONTH FROM WS-NET-BUD-MONTH
               SUBTRACT WS-TOT-ACT-YTD FROM WS-NET-ACT-YTD
               SUBTRACT WS-TOT-BUD-YTD FROM WS-NET-BUD-YTD
               SUBTRACT WS-TOT-FORECAST FROM WS-NET-FORECAST
               SUBTRACT WS-TOT-BUD-YEAR FROM WS-NET-BUD-YEAR
           END-IF
           .

       PrintOneAccount.
           ADD 1 TO WS-SECTION-COUNT
           MOVE AV-ACT-MONTH (ACC-IDX) TO WS-ACT-MONTH
           MOVE AV-ACT-YTD (ACC-IDX) TO WS-ACT-YTD
           IF TYPE-CREDIT-NATURAL
               MULTIPLY -1 BY WS-ACT-MONTH
               MULTIPLY -1 BY WS-ACT-YTD
           END-IF
           COMPUTE WS-FORECAST = WS-ACT-YTD
               + AV-BUD-YEAR (ACC-IDX) - AV-BUD-YTD (ACC-IDX)
           ADD WS-ACT-MONTH TO WS-TOT-ACT-MONTH
           ADD WS-ACT-YTD TO WS-TOT-ACT-YTD
           ADD AV-BUD-MONTH (ACC-IDX) TO WS-TOT-BUD-MONTH
           ADD AV-BUD-YTD (ACC-IDX) TO WS-TOT-BUD-YTD
           ADD AV-BUD-YEAR (ACC-IDX) TO WS-TOT-BUD-YEAR
           ADD WS-FORECAST TO WS-TOT-FORECAST
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE AV-ACCOUNT (ACC-IDX) TO DL-ACCOUNT
           MOVE AV-DESC (ACC-IDX) TO DL-DESC
           PERFORM FillFigures
           MOVE AV-BUD-MONTH (ACC-IDX) TO DL-BUD-MONTH
           MOVE AV-BUD-YTD (ACC-IDX) TO DL-BUD-YTD
           COMPUTE WS-VAR-MONTH = WS-ACT-MONTH - AV-BUD-MONTH (ACC-IDX)
           COMPUTE WS-VAR-YTD = WS-ACT-YTD - AV-BUD-YTD (ACC-IDX)
           MOVE WS-VAR-MONTH TO DL-VAR-MONTH
           MOVE WS-VAR-YTD TO DL-VAR-YTD
      *>    A variance beyond the threshold either way is flagged;
      *>    so is any actual where nothing was budgeted.
           MOVE "N" TO WS-FLAG-MONTH WS-FLAG-YTD
           IF AV-BUD-MONTH (ACC-IDX) = ZERO
               MOVE "  N/A" TO DL-PCT-MONTH-X
               IF WS-ACT-MONTH NOT = ZERO
                   MOVE "Y" TO WS-FLAG-MONTH
               END-IF
           ELSE
               COMPUTE WS-PCT-MONTH ROUNDED =
                   WS-VAR-MONTH * 100 / AV-BUD-MONTH (ACC-IDX)
                   ON SIZE ERROR MOVE 99999.9 TO WS-PCT-MONTH
               END-COMPUTE
               MOVE WS-PCT-MONTH TO DL-PCT-MONTH
               IF WS-PCT-MONTH > WS-THRESHOLD
                       OR WS-PCT-MONTH < 0 - WS-THRESHOLD
                   MOVE "Y" TO WS-FLAG-MONTH
               END-IF
           END-IF
           IF AV-BUD-YTD (ACC-IDX) = ZERO
               MOVE "  N/A" TO DL-PCT-YTD-X
               IF WS-ACT-YTD NOT = ZERO
                   MOVE "Y" TO WS-FLAG-YTD
               END-IF
           ELSE
               COMPUTE WS-PCT-YTD ROUNDED =
                   WS-VAR-YTD * 100 / AV-BUD-YTD (ACC-IDX)
                   ON SIZE ERROR MOVE 99999.9 TO WS-PCT-YTD
               END-COMPUTE
               MOVE WS-PCT-YTD TO DL-PCT-YTD
               IF WS-PCT-YTD > WS-THRESHOLD
                       OR WS-PCT-YTD < 0 - WS-THRESHOLD
                   MOVE "Y" TO WS-FLAG-YTD
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-FLAG-MONTH = "Y" AND WS-FLAG-YTD = "Y"
                   MOVE "*MY" TO DL-FLAG
               WHEN WS-FLAG-MONTH = "Y"
                   MOVE "*M" TO DL-FLAG
               WHEN WS-FLAG-YTD = "Y"
                   MOVE "*Y" TO DL-FLAG
           END-EVALUATE
           IF DL-FLAG NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           WRITE VARIANCE-REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .

       FillFigures.
           MOVE WS-ACT-MONTH TO DL-ACT-MONTH
           MOVE WS-ACT-YTD TO DL-ACT-YTD
           MOVE WS-FORECAST TO DL-FORECAST
           .

       PrintTotalLine.
           MOVE WS-TOT-FORECAST TO WS-FORECAST
           PERFORM FillFigures
           MOVE WS-TOT-BUD-MONTH TO DL-BUD-MONTH
           MOVE WS-TOT-BUD-YTD TO DL-BUD-YTD
           COMPUTE WS-VAR-MONTH = WS-TOT-ACT-MONTH - WS-TOT-BUD-MONTH
           COMPUTE WS-VAR-YTD = WS-TOT-ACT-YTD - WS-TOT-BUD-YTD
           MOVE WS-VAR-MONTH TO DL-VAR-MONTH
           MOVE WS-VAR-YTD TO DL-VAR-YTD
           MOVE SPACES TO DL-PCT-MONTH-X DL-PCT-YTD-X
           WRITE VARIANCE-REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .

      *>    Net income: revenue less expenses, budget and actual.
       PrintNetLine.
           MOVE WS-NET-TOTALS TO WS-TOTALS
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "NET INCOME" TO DL-DESC
           MOVE WS-TOT-ACT-MONTH TO WS-ACT-MONTH
           MOVE WS-TOT-ACT-YTD TO WS-ACT-YTD
           PERFORM PrintTotalLine
           .

       COPY RUNDATE.
       END PROGRAM GLBUDVAR.
