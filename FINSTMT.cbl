      ******************************************************************
      * Author:
      * Date:
      * Purpose: Financial statements off the period balances - for
      *          the GLCLPERD period, print the income statement
      *          (period and year-to-date) and the balance sheet at
      *          period end against the prior closed period, from
      *          the GLPERBAL rows the period close wrote.  GLCHART
      *          CA-TYPE puts each account on its statement (revenue
      *          and expense on the income statement; asset,
      *          liability and equity on the balance sheet) and the
      *          GLSTMAP line-mapping file groups accounts into
      *          numbered statement lines; an account not mapped
      *          falls to the OTHER line for its type.  The period
      *          close carries every account forward, revenue and
      *          expense included, so retained earnings are the
      *          revenue and expense balances carried to date.  The
      *          run proves they roll forward - the prior period's
      *          retained earnings plus the period's net income, and
      *          the prior year end's plus the year's, must both give
      *          this period's - and that the balance sheet balances.
      *          Either proof failing sets return code 4.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-PARM ASSIGN TO "GLCLPERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-PARM-STATUS.
           SELECT OPTIONAL BALANCE-FILE ASSIGN TO "GLPERBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT OPTIONAL CHART-FILE ASSIGN TO "GLCHART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.
           SELECT OPTIONAL MAP-FILE ASSIGN TO "GLSTMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO "FINSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM.
       01  PERIOD-PARM-RECORD.
           05 PP-PERIOD PIC 9(6).
       FD  BALANCE-FILE.
       01  BALANCE-FILE-RECORD.
           05 GP-PERIOD PIC 9(6).
           05 FILLER PIC X(1).
           05 GP-ACCOUNT PIC X(8).
           05 FILLER PIC X(1).
           05 GP-MOVEMENT PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 GP-CLOSING PIC S9(13)V99 SIGN LEADING SEPARATE.
       FD  CHART-FILE.
       COPY COAREC.
      *>   One account per line: the statement line (01-99) it is
      *>   printed under and that line's caption.  Every account
      *>   mapped to a line should carry the same caption; the first
      *>   one read names the line.
       FD  MAP-FILE.
       01  MAP-FILE-RECORD.
           05 SM-ACCOUNT-CODE PIC X(8).
           05 SM-LINE-NO PIC 9(2).
           05 SM-LINE-DESC PIC X(30).
       FD  STATEMENT-REPORT.
       01  STATEMENT-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY COPY01.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-PERIOD-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-PERIOD-PARM-OK VALUE "00".
       01 WS-BALANCE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-BALANCE-FILE-OK VALUE "00".
           88 WS-BALANCE-FILE-EOF VALUE "10".
       01 WS-CHART-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CHART-FILE-OK VALUE "00".
           88 WS-CHART-FILE-EOF VALUE "10".
       01 WS-MAP-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MAP-FILE-OK VALUE "00".
           88 WS-MAP-FILE-EOF VALUE "10".
       01 WS-STATEMENT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-YEAR PIC 9(4) VALUE ZERO.
      *>   The latest closed period before the report period, and the
      *>   last one of an earlier year (the prior year end).
       01 WS-PRIOR-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-YEAR-END-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-REPORT-ROWS PIC 9(9) VALUE ZERO.
       01 CHART-TABLE.
           05 CHART-ENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON CHART-COUNT
               INDEXED BY CHT-IDX.
               10 CH-CODE PIC X(8).
               10 CH-TYPE PIC X(1).
       01 CHART-COUNT PIC 9(3) VALUE ZERO.
       01 MAP-TABLE.
           05 MAP-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON MAP-COUNT
               INDEXED BY MAP-IDX.
               10 MP-ACCOUNT PIC X(8).
               10 MP-LINE-NO PIC 9(2).
       01 MAP-COUNT PIC 9(3) VALUE ZERO.
      *>   One slot per account on the balance chain: its type off
      *>   GLCHART, and its figures for the report period, the year
      *>   to date, the prior period and the prior year end.
       01 ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON ACCOUNT-COUNT
               INDEXED BY ACC-IDX.
               10 AB-ACCOUNT PIC X(8).
               10 AB-TYPE PIC X(1).
               10 AB-MOVEMENT PIC S9(13)V99.
               10 AB-YTD PIC S9(13)V99.
               10 AB-CLOSING PIC S9(13)V99.
               10 AB-PRIOR PIC S9(13)V99.
               10 AB-YEAR-OPEN PIC S9(13)V99.
       01 ACCOUNT-COUNT PIC 9(3) VALUE ZERO.
      *>   Statement lines by number.  A line belongs to the type of
      *>   the first account placed on it, and only takes accounts of
      *>   that type; lines 91-95 are the OTHER lines for unmapped
      *>   accounts.
       01 LINE-TABLE.
           05 LINE-ENTRY OCCURS 99 TIMES.
               10 LN-DESC PIC X(30).
               10 LN-TYPE PIC X(1).
               10 LN-PERIOD PIC S9(13)V99.
               10 LN-YTD PIC S9(13)V99.
               10 LN-CLOSING PIC S9(13)V99.
               10 LN-PRIOR PIC S9(13)V99.
       01 WS-LINE-NO PIC 9(2) VALUE ZERO.
       01 WS-LINE-SUB PIC 9(3) VALUE ZERO.
       01 WS-DEFAULT-DESC PIC X(30) VALUE SPACES.
       01 WS-ACCOUNT-TYPE PIC X VALUE SPACE.
           88 TYPE-ASSET VALUE "A".
           88 TYPE-LIABILITY VALUE "L".
           88 TYPE-EQUITY VALUE "Q".
           88 TYPE-REVENUE VALUE "R".
           88 TYPE-EXPENSE VALUE "E".
           88 TYPE-INCOME-STATEMENT VALUE "R" "E".
           88 TYPE-BALANCE-SHEET VALUE "A" "L" "Q".
       01 WS-PRINT-TYPE PIC X VALUE SPACE.
      *>   Statement totals, in their natural sign (revenue,
      *>   liabilities and equity as positive figures).
       01 WS-SECTION-PERIOD PIC S9(13)V99 VALUE ZERO.
       01 WS-SECTION-YTD PIC S9(13)V99 VALUE ZERO.
       01 WS-SECTION-CLOSING PIC S9(13)V99 VALUE ZERO.
       01 WS-SECTION-PRIOR PIC S9(13)V99 VALUE ZERO.
       01 WS-REVENUE-PERIOD PIC S9(13)V99 VALUE ZERO.
       01 WS-REVENUE-YTD PIC S9(13)V99 VALUE ZERO.
       01 WS-NET-PERIOD PIC S9(13)V99 VALUE ZERO.
       01 WS-NET-YTD PIC S9(13)V99 VALUE ZERO.
       01 WS-ASSETS-CLOSING PIC S9(13)V99 VALUE ZERO.
       01 WS-ASSETS-PRIOR PIC S9(13)V99 VALUE ZERO.
       01 WS-LIAB-CLOSING PIC S9(13)V99 VALUE ZERO.
       01 WS-LIAB-PRIOR PIC S9(13)V99 VALUE ZERO.
       01 WS-EQUITY-CLOSING PIC S9(13)V99 VALUE ZERO.
       01 WS-EQUITY-PRIOR PIC S9(13)V99 VALUE ZERO.
       01 WS-RE-CLOSING PIC S9(13)V99 VALUE ZERO.
       01 WS-RE-PRIOR PIC S9(13)V99 VALUE ZERO.
       01 WS-RE-YEAR-OPEN PIC S9(13)V99 VALUE ZERO.
       01 WS-EXPECTED PIC S9(13)V99 VALUE ZERO.
       01 WS-DIFFERENCE PIC S9(13)V99 VALUE ZERO.
       01 WS-PROOF-FAILED PIC X VALUE "N".
       01 WS-UNCHARTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TITLE-LINE.
           05 TL-TITLE PIC X(40).
           05 FILLER PIC X(8) VALUE "PERIOD: ".
           05 TL-PERIOD PIC 9(6).
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(34) VALUE SPACES.
           05 CL-HEAD-1 PIC X(18).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-HEAD-2 PIC X(18).
       01 WS-AMOUNT-LINE.
           05 AL-INDENT PIC X(4).
           05 AL-DESC PIC X(30).
           05 AL-AMOUNT-1 PIC ---,---,---,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-AMOUNT-2 PIC ---,---,---,--9.99.
       01 WS-PROOF-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 PF-DESC PIC X(48).
           05 PF-AMOUNT PIC ---,---,---,--9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "FINSTMT " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetReportPeriod
           PERFORM LoadChartOfAccounts
           PERFORM LoadLineMap
           PERFORM FindComparativePeriods
           PERFORM LoadPeriodBalances
           IF WS-REPORT-ROWS = ZERO
               DISPLAY "PERIOD " WS-REPORT-PERIOD
                   " NOT CLOSED ON GLPERBAL - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BuildStatementLines
           OPEN OUTPUT STATEMENT-REPORT
           PERFORM PrintIncomeStatement
           PERFORM PrintBalanceSheet
           PERFORM PrintRetainedEarningsProof
           CLOSE STATEMENT-REPORT
           MOVE "FINSTRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- STATEMENT TOTALS ----------"
           DISPLAY "PERIOD           : " WS-REPORT-PERIOD
           DISPLAY "PRIOR PERIOD     : " WS-PRIOR-PERIOD
           DISPLAY "ACCOUNTS         : " ACCOUNT-COUNT
           DISPLAY "NOT ON GLCHART   : " WS-UNCHARTED-COUNT
           IF WS-PROOF-FAILED = "Y"
               DISPLAY "*** STATEMENT PROOF FAILED - SEE FINSTRPT ***"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "STATEMENT PROOFS : AGREED"
           END-IF
           STOP RUN.

       GetReportPeriod.
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
           .

       LoadChartOfAccounts.
           OPEN INPUT CHART-FILE
           IF WS-CHART-FILE-OK
               PERFORM UNTIL WS-CHART-FILE-EOF
                   READ CHART-FILE
                       AT END SET WS-CHART-FILE-EOF TO TRUE
                       NOT AT END
                           IF CHART-COUNT < 100
                               ADD 1 TO CHART-COUNT
                               SET CHT-IDX TO CHART-COUNT
                               MOVE CA-ACCOUNT-CODE
                                   TO CH-CODE (CHT-IDX)
                               MOVE CA-TYPE TO CH-TYPE (CHT-IDX)
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

      *>----------------------------------------------------------------
      *> LoadLineMap - the maintained mapping of accounts to
      *> statement lines.  The first caption read for a line names
      *> it.  Without the file every account prints on its OTHER
      *> line, which still proves.
      *>----------------------------------------------------------------
       LoadLineMap.
           INITIALIZE LINE-TABLE
           OPEN INPUT MAP-FILE
           IF WS-MAP-FILE-OK
               PERFORM UNTIL WS-MAP-FILE-EOF
                   READ MAP-FILE
                       AT END SET WS-MAP-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM TakeOneMapping
                   END-READ
               END-PERFORM
               CLOSE MAP-FILE
           ELSE
               IF WS-MAP-FILE-STATUS = "05"
                   CLOSE MAP-FILE
               END-IF
               DISPLAY "GLSTMAP NOT AVAILABLE - ACCOUNTS PRINT ON "
                   "OTHER LINES"
           END-IF
           MOVE "OTHER REVENUE" TO WS-DEFAULT-DESC
           MOVE 91 TO WS-LINE-SUB
           PERFORM NameDefaultLine
           MOVE "OTHER EXPENSES" TO WS-DEFAULT-DESC
           MOVE 92 TO WS-LINE-SUB
           PERFORM NameDefaultLine
           MOVE "OTHER ASSETS" TO WS-DEFAULT-DESC
           MOVE 93 TO WS-LINE-SUB
           PERFORM NameDefaultLine
           MOVE "OTHER LIABILITIES" TO WS-DEFAULT-DESC
           MOVE 94 TO WS-LINE-SUB
           PERFORM NameDefaultLine
           MOVE "OTHER EQUITY" TO WS-DEFAULT-DESC
           MOVE 95 TO WS-LINE-SUB
           PERFORM NameDefaultLine
           .

       TakeOneMapping.
           IF SM-LINE-NO NOT NUMERIC OR SM-LINE-NO = ZERO
               DISPLAY "GLSTMAP LINE NOT VALID FOR " SM-ACCOUNT-CODE
                   " - IGNORED"
               EXIT PARAGRAPH
           END-IF
           IF MAP-COUNT >= 200
               DISPLAY "MAP TABLE FULL - " SM-ACCOUNT-CODE " DROPPED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MAP-COUNT
           SET MAP-IDX TO MAP-COUNT
           MOVE SM-ACCOUNT-CODE TO MP-ACCOUNT (MAP-IDX)
           MOVE SM-LINE-NO TO MP-LINE-NO (MAP-IDX)
           IF LN-DESC (SM-LINE-NO) = SPACES
               MOVE SM-LINE-DESC TO LN-DESC (SM-LINE-NO)
           END-IF
           .

       NameDefaultLine.
           IF LN-DESC (WS-LINE-SUB) = SPACES
               MOVE WS-DEFAULT-DESC TO LN-DESC (WS-LINE-SUB)
           END-IF
           .

      *>----------------------------------------------------------------
      *> FindComparativePeriods - the balance chain is in close order
      *> but read whole, so the prior period and the prior year end
      *> are simply the latest earlier periods on it.
      *>----------------------------------------------------------------
       FindComparativePeriods.
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-FILE-OK
               PERFORM UNTIL WS-BALANCE-FILE-EOF
                   READ BALANCE-FILE
                       AT END SET WS-BALANCE-FILE-EOF TO TRUE
                       NOT AT END
                           IF GP-PERIOD < WS-REPORT-PERIOD
                                   AND GP-PERIOD > WS-PRIOR-PERIOD
                               MOVE GP-PERIOD TO WS-PRIOR-PERIOD
                           END-IF
                           IF GP-PERIOD (1:4) < WS-YEAR
                                   AND GP-PERIOD > WS-YEAR-END-PERIOD
                               MOVE GP-PERIOD TO WS-YEAR-END-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           ELSE
               IF WS-BALANCE-FILE-STATUS = "05"
                   CLOSE BALANCE-FILE
               END-IF
           END-IF
           MOVE SPACES TO WS-BALANCE-FILE-STATUS
           .

       LoadPeriodBalances.
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
                               OR GP-PERIOD = WS-PRIOR-PERIOD
                               OR GP-PERIOD = WS-YEAR-END-PERIOD
                               OR (GP-PERIOD (1:4) = WS-YEAR
                                   AND GP-PERIOD < WS-REPORT-PERIOD)
                           PERFORM AddOneBalanceRow
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE
           .

      *>----------------------------------------------------------------
      *> AddOneBalanceRow - the report period gives movement and
      *> closing, and every period of the year up to it feeds the
      *> YTD movement; the prior period and prior year end give the
      *> comparative closings.  A first-ever period has neither, and
      *> they stay zero.
      *>----------------------------------------------------------------
       AddOneBalanceRow.
           SET ACC-IDX TO 1
           SEARCH ACCOUNT-ENTRY
               AT END
                   IF ACCOUNT-COUNT >= 100
                       DISPLAY "ACCOUNT TABLE FULL - "
                           GP-ACCOUNT " DROPPED"
                   ELSE
                       ADD 1 TO ACCOUNT-COUNT
                       SET ACC-IDX TO ACCOUNT-COUNT
                       MOVE GP-ACCOUNT TO AB-ACCOUNT (ACC-IDX)
                       MOVE SPACE TO AB-TYPE (ACC-IDX)
                       MOVE ZEROS TO AB-MOVEMENT (ACC-IDX)
                       MOVE ZEROS TO AB-YTD (ACC-IDX)
                       MOVE ZEROS TO AB-CLOSING (ACC-IDX)
                       MOVE ZEROS TO AB-PRIOR (ACC-IDX)
                       MOVE ZEROS TO AB-YEAR-OPEN (ACC-IDX)
                       PERFORM TakeRowFigures
                   END-IF
               WHEN AB-ACCOUNT (ACC-IDX) = GP-ACCOUNT
                   PERFORM TakeRowFigures
           END-SEARCH
           .

       TakeRowFigures.
           IF GP-PERIOD (1:4) = WS-YEAR
                   AND GP-PERIOD NOT > WS-REPORT-PERIOD
               ADD GP-MOVEMENT TO AB-YTD (ACC-IDX)
           END-IF
           IF GP-PERIOD = WS-REPORT-PERIOD
               ADD 1 TO WS-REPORT-ROWS
               MOVE GP-MOVEMENT TO AB-MOVEMENT (ACC-IDX)
               MOVE GP-CLOSING TO AB-CLOSING (ACC-IDX)
           END-IF
           IF GP-PERIOD = WS-PRIOR-PERIOD
               MOVE GP-CLOSING TO AB-PRIOR (ACC-IDX)
           END-IF
           IF GP-PERIOD = WS-YEAR-END-PERIOD
               MOVE GP-CLOSING TO AB-YEAR-OPEN (ACC-IDX)
           END-IF
           .

      *>----------------------------------------------------------------
      *> BuildStatementLines - type each account off GLCHART, put it
      *> on its mapped line (or its type's OTHER line), and total
      *> the lines.  A mapping onto a line already holding another
      *> type is refused, so nothing crosses between sections or
      *> statements.
      *> Retained earnings are totalled by account type, not line.
      *>----------------------------------------------------------------
       BuildStatementLines.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > ACCOUNT-COUNT
               MOVE SPACE TO WS-ACCOUNT-TYPE
               PERFORM VARYING CHT-IDX FROM 1 BY 1
                       UNTIL CHT-IDX > CHART-COUNT
                   IF CH-CODE (CHT-IDX) = AB-ACCOUNT (ACC-IDX)
                       MOVE CH-TYPE (CHT-IDX) TO WS-ACCOUNT-TYPE
                   END-IF
               END-PERFORM
               MOVE WS-ACCOUNT-TYPE TO AB-TYPE (ACC-IDX)
               IF TYPE-INCOME-STATEMENT OR TYPE-BALANCE-SHEET
                   PERFORM PlaceOneAccount
               ELSE
                   ADD 1 TO WS-UNCHARTED-COUNT
                   DISPLAY "ACCOUNT " AB-ACCOUNT (ACC-IDX)
                       " NOT TYPED ON GLCHART - LEFT OFF STATEMENTS"
               END-IF
           END-PERFORM
           .

       PlaceOneAccount.
           MOVE ZERO TO WS-LINE-NO
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
               IF MP-ACCOUNT (MAP-IDX) = AB-ACCOUNT (ACC-IDX)
                   MOVE MP-LINE-NO (MAP-IDX) TO WS-LINE-NO
               END-IF
           END-PERFORM
           IF WS-LINE-NO NOT = ZERO
               IF LN-TYPE (WS-LINE-NO) NOT = SPACE
                       AND LN-TYPE (WS-LINE-NO) NOT = WS-ACCOUNT-TYPE
                   DISPLAY "ACCOUNT " AB-ACCOUNT (ACC-IDX)
                       " TYPE " WS-ACCOUNT-TYPE " MAPPED TO LINE "
                       WS-LINE-NO " OF TYPE " LN-TYPE (WS-LINE-NO)
                       " - OTHER LINE USED"
                   MOVE ZERO TO WS-LINE-NO
               END-IF
           END-IF
           IF WS-LINE-NO = ZERO
               EVALUATE TRUE
                   WHEN TYPE-REVENUE MOVE 91 TO WS-LINE-NO
                   WHEN TYPE-EXPENSE MOVE 92 TO WS-LINE-NO
                   WHEN TYPE-ASSET MOVE 93 TO WS-LINE-NO
                   WHEN TYPE-LIABILITY MOVE 94 TO WS-LINE-NO
                   WHEN OTHER MOVE 95 TO WS-LINE-NO
               END-EVALUATE
           END-IF
           IF LN-TYPE (WS-LINE-NO) = SPACE
               MOVE WS-ACCOUNT-TYPE TO LN-TYPE (WS-LINE-NO)
           END-IF
           ADD AB-MOVEMENT (ACC-IDX) TO LN-PERIOD (WS-LINE-NO)
           ADD AB-YTD (ACC-IDX) TO LN-YTD (WS-LINE-NO)
           ADD AB-CLOSING (ACC-IDX) TO LN-CLOSING (WS-LINE-NO)
           ADD AB-PRIOR (ACC-IDX) TO LN-PRIOR (WS-LINE-NO)
      *>    Retained earnings carry as debit-positive balances; the
      *>    sign is turned when they are printed.
           IF TYPE-INCOME-STATEMENT
               ADD AB-CLOSING (ACC-IDX) TO WS-RE-CLOSING
               ADD AB-PRIOR (ACC-IDX) TO WS-RE-PRIOR
               ADD AB-YEAR-OPEN (ACC-IDX) TO WS-RE-YEAR-OPEN
           END-IF
           .

      *>----------------------------------------------------------------
      *> PrintIncomeStatement - revenue shown as a positive figure,
      *> expenses as positive, net income is the difference.
      *>----------------------------------------------------------------
       PrintIncomeStatement.
           MOVE "INCOME STATEMENT" TO TL-TITLE
           MOVE WS-REPORT-PERIOD TO TL-PERIOD
           WRITE STATEMENT-REPORT-RECORD FROM WS-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE "            PERIOD" TO CL-HEAD-1
           MOVE "      YEAR TO DATE" TO CL-HEAD-2
           WRITE STATEMENT-REPORT-RECORD FROM WS-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE "R" TO WS-PRINT-TYPE
           MOVE "REVENUE" TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD AFTER ADVANCING 2 LINES
           PERFORM PrintSectionLines
           MOVE WS-SECTION-PERIOD TO WS-REVENUE-PERIOD
           MOVE WS-SECTION-YTD TO WS-REVENUE-YTD
           MOVE "TOTAL REVENUE" TO WS-AMOUNT-LINE
           MOVE WS-SECTION-PERIOD TO AL-AMOUNT-1
           MOVE WS-SECTION-YTD TO AL-AMOUNT-2
           WRITE STATEMENT-REPORT-RECORD FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "E" TO WS-PRINT-TYPE
           MOVE "EXPENSES" TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD AFTER ADVANCING 2 LINES
           PERFORM PrintSectionLines
           MOVE "TOTAL EXPENSES" TO WS-AMOUNT-LINE
           MOVE WS-SECTION-PERIOD TO AL-AMOUNT-1
           MOVE WS-SECTION-YTD TO AL-AMOUNT-2
           WRITE STATEMENT-REPORT-RECORD FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-NET-PERIOD = WS-REVENUE-PERIOD - WS-SECTION-PERIOD
           COMPUTE WS-NET-YTD = WS-REVENUE-YTD - WS-SECTION-YTD
           MOVE "NET INCOME" TO WS-AMOUNT-LINE
           MOVE WS-NET-PERIOD TO AL-AMOUNT-1
           MOVE WS-NET-YTD TO AL-AMOUNT-2
           WRITE STATEMENT-REPORT-RECORD FROM WS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           .

      *>----------------------------------------------------------------
      *> PrintBalanceSheet - assets against liabilities and equity,
      *> retained earnings from the revenue and expense balances
      *> carried, at period end and at the prior period end.
      *>----------------------------------------------------------------
       PrintBalanceSheet.
           MOVE "BALANCE SHEET" TO TL-TITLE
           MOVE WS-REPORT-PERIOD TO TL-PERIOD
           WRITE STATEMENT-REPORT-RECORD FROM WS-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE "    CURRENT PERIOD" TO CL-HEAD-1
           MOVE SPACES TO CL-HEAD-2
           STRING "     PRIOR " WS-PRIOR-PERIOD
               DELIMITED BY SIZE INTO CL-HEAD-2
           WRITE STATEMENT-REPORT-RECORD FROM WS-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE "A" TO WS-PRINT-TYPE
           MOVE "ASSETS" TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD AFTER ADVANCING 2 LINES
           PERFORM PrintSectionLines
           MOVE WS-SECTION-CLOSING TO WS-ASSETS-CLOSING
           MOVE WS-SECTION-PRIOR TO WS-ASSETS-PRIOR
           MOVE "TOTAL ASSETS" TO WS-AMOUNT-LINE
           MOVE WS-ASSETS-CLOSING TO AL-AMOUNT-1
           MOVE WS-ASSETS-PRIOR TO AL-AMOUNT-2
           WRITE STATEMENT-REPORT-RECORD FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "L" TO WS-PRINT-TYPE
           MOVE "LIABILITIES" TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD AFTER ADVANCING 2 LINES
           PERFORM PrintSectionLines
           MOVE WS-SECTION-CLOSING TO WS-LIAB-CLOSING
           MOVE WS-SECTION-PRIOR TO WS-LIAB-PRIOR
           MOVE "TOTAL LIABILITIES" TO WS-AMOUNT-LINE
           MOVE WS-LIAB-CLOSING TO AL-AMOUNT-1
           MOVE WS-LIAB-PRIOR TO AL-AMOUNT-2
           WRITE STATEMENT-REPORT-RECORD FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "Q" TO WS-PRINT-TYPE
           MOVE "EQUITY" TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD AFTER ADVANCING 2 LINES
           PERFORM PrintSectionLines
           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE "RETAINED EARNINGS" TO AL-DESC
           COMPUTE AL-AMOUNT-1 = ZERO - WS-RE-CLOSING
           COMPUTE AL-AMOUNT-2 = ZERO - WS-RE-PRIOR
           WRITE STATEMENT-REPORT-RECORD FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-EQUITY-CLOSING = WS-SECTION-CLOSING
               - WS-RE-CLOSING
           COMPUTE WS-EQUITY-PRIOR = WS-SECTION-PRIOR - WS-RE-PRIOR
           MOVE "TOTAL EQUITY" TO WS-AMOUNT-LINE
           MOVE WS-EQUITY-CLOSING TO AL-AMOUNT-1
           MOVE WS-EQUITY-PRIOR TO AL-AMOUNT-2
           WRITE STATEMENT-REPORT-RECORD FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "TOTAL LIABILITIES AND EQUITY" TO WS-AMOUNT-LINE
           COMPUTE AL-AMOUNT-1 = WS-LIAB-CLOSING + WS-EQUITY-CLOSING
           COMPUTE AL-AMOUNT-2 = WS-LIAB-PRIOR + WS-EQUITY-PRIOR
           WRITE STATEMENT-REPORT-RECORD FROM WS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           COMPUTE WS-DIFFERENCE = WS-ASSETS-CLOSING
               - WS-LIAB-CLOSING - WS-EQUITY-CLOSING
           MOVE SPACES TO WS-PROOF-LINE
           IF WS-DIFFERENCE = ZERO
               MOVE "BALANCE SHEET BALANCES" TO PF-DESC
           ELSE
               MOVE "Y" TO WS-PROOF-FAILED
               MOVE "*** BALANCE SHEET OUT OF BALANCE BY" TO PF-DESC
               MOVE WS-DIFFERENCE TO PF-AMOUNT
           END-IF
           WRITE STATEMENT-REPORT-RECORD FROM WS-PROOF-LINE
               AFTER ADVANCING 2 LINES
           .

      *>----------------------------------------------------------------
      *> PrintSectionLines - every line of WS-PRINT-TYPE in line
      *> order, turned to its natural sign, with the section totals
      *> left in WS-SECTION-xxx.
      *>----------------------------------------------------------------
       PrintSectionLines.
           MOVE ZEROS TO WS-SECTION-PERIOD
           MOVE ZEROS TO WS-SECTION-YTD
           MOVE ZEROS TO WS-SECTION-CLOSING
           MOVE ZEROS TO WS-SECTION-PRIOR
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 99
               IF LN-TYPE (WS-LINE-SUB) = WS-PRINT-TYPE
                   PERFORM PrintOneLine
               END-IF
           END-PERFORM
           .

       PrintOneLine.
           MOVE LN-TYPE (WS-LINE-SUB) TO WS-ACCOUNT-TYPE
           IF TYPE-REVENUE OR TYPE-LIABILITY OR TYPE-EQUITY
               COMPUTE LN-PERIOD (WS-LINE-SUB) =
                   ZERO - LN-PERIOD (WS-LINE-SUB)
               COMPUTE LN-YTD (WS-LINE-SUB) =
                   ZERO - LN-YTD (WS-LINE-SUB)
               COMPUTE LN-CLOSING (WS-LINE-SUB) =
                   ZERO - LN-CLOSING (WS-LINE-SUB)
               COMPUTE LN-PRIOR (WS-LINE-SUB) =
                   ZERO - LN-PRIOR (WS-LINE-SUB)
           END-IF
           ADD LN-PERIOD (WS-LINE-SUB) TO WS-SECTION-PERIOD
           ADD LN-YTD (WS-LINE-SUB) TO WS-SECTION-YTD
           ADD LN-CLOSING (WS-LINE-SUB) TO WS-SECTION-CLOSING
           ADD LN-PRIOR (WS-LINE-SUB) TO WS-SECTION-PRIOR
           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE LN-DESC (WS-LINE-SUB) TO AL-DESC
           IF TYPE-INCOME-STATEMENT
               MOVE LN-PERIOD (WS-LINE-SUB) TO AL-AMOUNT-1
               MOVE LN-YTD (WS-LINE-SUB) TO AL-AMOUNT-2
           ELSE
               MOVE LN-CLOSING (WS-LINE-SUB) TO AL-AMOUNT-1
               MOVE LN-PRIOR (WS-LINE-SUB) TO AL-AMOUNT-2
           END-IF
           WRITE STATEMENT-REPORT-RECORD FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           .

      *>----------------------------------------------------------------
      *> PrintRetainedEarningsProof - the carried revenue and expense
      *> balances must move by exactly the net income: from the prior
      *> period by the period's, and from the prior year end by the
      *> year's.  A break means the balance chain was not carried
      *> forward whole.
      *>----------------------------------------------------------------
       PrintRetainedEarningsProof.
           MOVE "RETAINED EARNINGS ROLL FORWARD" TO TL-TITLE
           MOVE WS-REPORT-PERIOD TO TL-PERIOD
           WRITE STATEMENT-REPORT-RECORD FROM WS-TITLE-LINE
               AFTER ADVANCING 3 LINES
           MOVE SPACES TO WS-PROOF-LINE
           STRING "AT PRIOR PERIOD END " WS-PRIOR-PERIOD
               DELIMITED BY SIZE INTO PF-DESC
           COMPUTE PF-AMOUNT = ZERO - WS-RE-PRIOR
           WRITE STATEMENT-REPORT-RECORD FROM WS-PROOF-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-PROOF-LINE
           MOVE "ADD NET INCOME FOR THE PERIOD" TO PF-DESC
           MOVE WS-NET-PERIOD TO PF-AMOUNT
           WRITE STATEMENT-REPORT-RECORD FROM WS-PROOF-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-EXPECTED = WS-NET-PERIOD - WS-RE-PRIOR
           PERFORM PrintRollForwardResult
           MOVE SPACES TO WS-PROOF-LINE
           STRING "AT PRIOR YEAR END " WS-YEAR-END-PERIOD
               DELIMITED BY SIZE INTO PF-DESC
           COMPUTE PF-AMOUNT = ZERO - WS-RE-YEAR-OPEN
           WRITE STATEMENT-REPORT-RECORD FROM WS-PROOF-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-PROOF-LINE
           MOVE "ADD NET INCOME FOR THE YEAR TO DATE" TO PF-DESC
           MOVE WS-NET-YTD TO PF-AMOUNT
           WRITE STATEMENT-REPORT-RECORD FROM WS-PROOF-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-EXPECTED = WS-NET-YTD - WS-RE-YEAR-OPEN
           PERFORM PrintRollForwardResult
           .

       PrintRollForwardResult.
           MOVE SPACES TO WS-PROOF-LINE
           MOVE "EXPECTED AT PERIOD END" TO PF-DESC
           MOVE WS-EXPECTED TO PF-AMOUNT
           WRITE STATEMENT-REPORT-RECORD FROM WS-PROOF-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-PROOF-LINE
           MOVE "CARRIED FORWARD AT PERIOD END" TO PF-DESC
           COMPUTE PF-AMOUNT = ZERO - WS-RE-CLOSING
           WRITE STATEMENT-REPORT-RECORD FROM WS-PROOF-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-DIFFERENCE = (ZERO - WS-RE-CLOSING) - WS-EXPECTED
           MOVE SPACES TO WS-PROOF-LINE
           IF WS-DIFFERENCE = ZERO
               MOVE "ROLL FORWARD PROVEN" TO PF-DESC
           ELSE
               MOVE "Y" TO WS-PROOF-FAILED
               MOVE "*** ROLL FORWARD BROKEN BY" TO PF-DESC
               MOVE WS-DIFFERENCE TO PF-AMOUNT
           END-IF
           WRITE STATEMENT-REPORT-RECORD FROM WS-PROOF-LINE
               AFTER ADVANCING 1 LINE
           .

       COPY RUNDATE.
       END PROGRAM FINSTMT.
