      *          alongside: both append to the PENHIST contributions
      *          history for the annual statement, and the employer
      *          cost and scheme liability post through GLPOST.
      *          Gross pay no longer assumes the flat EMP-SALARIO for
      *          everyone: an employee flagged hourly is paid from
      *          the period's TIMESHT sheets (regular hours plus each
      *          overtime band at its multiplier, all at
      *          EMP-HOURLY-RATE), and a salaried employee's unpaid
      *          absence hours come off the salary at the TSPARM
      *          standard-hours rate.  Every figure downstream - tax,
      *          pension, the protected floor, the register - works
      *          from that gross.  A sheet for an employee not on
      *          EMPMSTR, for another period, or with more hours than
      *          the TSPARM ceiling is rejected to EXCFILE.
      *          Every run also rolls the PAYYTD year-to-date
      *          accumulator forward to PAYYTDO: each employee's
      *          gross, tax, social, pension, total deductions and
      *          net land as one line for the run's YYYYMM period,
      *          with a register control line alongside, and any
      *          lines already on file for that period are dropped
      *          first so a rerun replaces rather than adds.  The
      *          YTDCERT run prints the annual certificates from it.
      *          Court-ordered wage attachments on GARNORD come out
      *          after the statutory lines and ahead of every
      *          voluntary deduction, one employee's orders in their
      *          legal priority, each at its fixed amount or its
      *          percentage of attachable pay (gross less tax, social
      *          and pension) up to its per-period cap and never past
      *          the balance owed, all still inside the PROTFLR
      *          floor.  What cannot be taken is not arrears - the
      *          balance simply stays owed.  The orders roll to
      *          GARNORDO with balances reduced and satisfied orders
      *          closed, and GARNRMRP lists what to remit to each
      *          creditor.  An order beyond what the run can hold is
      *          not taken that run but is copied to GARNORDO as it
      *          stands, so no court order is ever lost.
      *          A PAYRMODE card of OFFCY makes the run off-cycle:
      *          only the ONEOFF payments (bonus, correction, final
      *          pay) are paid, each employee's lines adding up to
      *          the gross, taxed through the same TAXBRKT bands with
      *          no personal allowance (the regular run already gave
      *          it for the period) and pensioned under the same
      *          scheme.  No DEDUCTS batch, timesheets, arrears
      *          recovery, attachment orders or protected floor
      *          apply.  The run stamps itself PAYREGOC on CTLFILE,
      *          EXCFILE and the ledger, heads its register report
      *          OFF-CYCLE, marks each register record O, and posts
      *          its YTD lines as an off-cycle run, so they add to
      *          the period instead of replacing the regular
      *          register's.  A payment for an employee not on
      *          EMPMSTR, or of no known type, is rejected to
      *          EXCFILE.  A leaver's final pay also pays out the
      *          untaken vacation days on the LEAVBAL leave balance
      *          at the employee's daily rate (a twelfth of a year's
      *          salary over 260 working days, or eight hours at the
      *          hourly rate).
      *          Retro pay from a back-dated salary review (RETROPAY,
      *          one line per employee per past period) is added to
      *          the regular run's gross, so it is taxed, pensioned
      *          and deducted in the period it is paid.  A line for
      *          an employee not on EMPMSTR, or with an amount that
      *          is not a number, is rejected to EXCFILE.  Whatever
      *          the run does not pay (every line, off-cycle) rolls
      *          to RETROPYO for the operator to swap in.
      *          Every run, regular or off-cycle, posts its payroll
      *          journal through GLPOST: gross pay debited to each
      *          department's wage account WAGdddd (when GLCHART
      *          holds it active, else to WAGES), and credited to the
      *          income tax and social withholding accounts TAXWHLD
      *          and SOCWHLD, the pension liability PENLIAB, the
      *          attachment creditors GARNLIAB, other deductions
      *          DEDLIAB and the net pay clearing account NETCLR,
      *          which the salary payment run relieves against cash
      *          when the bank file goes.  The employer pension match
      *          still posts as its own pair.
      *          Each report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RECON-REPORT ASSIGN TO "TAXRECRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-REPORT-STATUS.
           SELECT OPTIONAL TIMESHEET-FILE ASSIGN TO "TIMESHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMESHEET-FILE-STATUS.
           SELECT OPTIONAL TIMESHEET-PARM ASSIGN TO "TSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMESHEET-PARM-STATUS.
           SELECT OPTIONAL EXCEPTION-REPOSITORY ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPOSITORY-STATUS.
           SELECT OPTIONAL YTD-FILE ASSIGN TO "PAYYTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-FILE-STATUS.
           SELECT NEW-YTD-FILE ASSIGN TO "PAYYTDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-YTD-STATUS.
           SELECT OPTIONAL GARNISH-FILE ASSIGN TO "GARNORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNISH-FILE-STATUS.
           SELECT NEW-GARNISH-FILE ASSIGN TO "GARNORDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-GARNISH-STATUS.
           SELECT REMIT-REPORT ASSIGN TO "GARNRMRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-REPORT-STATUS.
           SELECT OPTIONAL PAY-MODE-FILE ASSIGN TO "PAYRMODE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-MODE-STATUS.
           SELECT OPTIONAL ONE-OFF-FILE ASSIGN TO "ONEOFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONE-OFF-FILE-STATUS.
           SELECT OPTIONAL RETRO-FILE ASSIGN TO "RETROPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-FILE-STATUS.
           SELECT NEW-RETRO-FILE ASSIGN TO "RETROPYO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-RETRO-STATUS.
           SELECT OPTIONAL LEAVE-FILE ASSIGN TO "LEAVBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-FILE-STATUS.
           SELECT OPTIONAL CHART-FILE ASSIGN TO "GLCHART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "PAYREGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           05 BK-RATE PIC 9(2)V99.
       FD  RECON-REPORT.
       01  RECON-REPORT-RECORD PIC X(80).
       FD  TIMESHEET-FILE.
       COPY TSREC.
       FD  TIMESHEET-PARM.
       01  TIMESHEET-PARM-RECORD.
           05 TP-MAX-HOURS PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 TP-STANDARD-HOURS PIC 9(3)V99.
       FD  EXCEPTION-REPOSITORY.
       01  EXCEPTION-REPOSITORY-RECORD PIC X(215).
       FD  YTD-FILE.
       01  YTD-FILE-RECORD PIC X(110).
       FD  NEW-YTD-FILE.
       01  NEW-YTD-RECORD PIC X(110).
       FD  GARNISH-FILE.
       01  GARNISH-FILE-RECORD PIC X(110).
       FD  NEW-GARNISH-FILE.
       01  NEW-GARNISH-RECORD PIC X(110).
       FD  REMIT-REPORT.
       01  REMIT-REPORT-RECORD PIC X(90).
       FD  PAY-MODE-FILE.
       01  PAY-MODE-RECORD.
           05  PM-MODE PIC X(5).
       FD  ONE-OFF-FILE.
       COPY OOREC.
       FD  RETRO-FILE.
       01  RETRO-FILE-RECORD PIC X(52).
       FD  NEW-RETRO-FILE.
       01  NEW-RETRO-RECORD PIC X(52).
       FD  LEAVE-FILE.
       01  LEAVE-FILE-RECORD PIC X(80).
       FD  CHART-FILE.
       COPY COAREC.
       FD  REGISTER-FILE.
       01  REGISTER-FILE-RECORD PIC X(83).
       FD  REGISTER-REPORT.
       01  REGISTER-REPORT-RECORD PIC X(90).
       FD  CONTROL-FILE.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY PAYREC.
       COPY EXCREC.
       COPY YTDREC.
       COPY GARNREC.
       COPY RETREC.
       COPY LVREC.
       01 WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-EMPLOYEE-MASTER-OK VALUE "00".
           88 WS-EMPLOYEE-MASTER-EOF VALUE "10".
               10 DED-PRIORITY PIC 9(1).
               10 DED-APPLIED PIC 9(6)V99.
               10 DED-ORIGIN PIC X(1).
               10 DED-GARN-SUB PIC 9(4).
       01 DEDUCTION-COUNT PIC 9(2) VALUE ZERO.
       01 WS-FLOOR-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-FLOOR-PARM-OK VALUE "00".
       01 WS-CAPACITY PIC S9(7)V99 VALUE ZERO.
       01 WS-APPLY-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 WS-SHORTFALL PIC S9(7)V99 VALUE ZERO.
       01 WS-PASS-PRIORITY PIC 99 VALUE ZERO.
       01 WS-EMP-ARREARS PIC S9(7)V99 VALUE ZERO.
       01 WS-ARREARS-GRAND PIC S9(11)V99 VALUE ZERO.
       01 WS-KEYED-GRAND PIC S9(11)V99 VALUE ZERO.
           05 FILLER PIC X(10) VALUE " COMPUTED=".
           05 RC-COMPUTED PIC ---,--9.99.
       01 WS-EMP-KEY PIC 9(5) VALUE ZERO.
       01 WS-TIMESHEET-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-TIMESHEET-FILE-OK VALUE "00".
           88 WS-TIMESHEET-FILE-EOF VALUE "10".
       01 WS-TIMESHEET-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-TIMESHEET-PARM-OK VALUE "00".
       01 WS-REPOSITORY-STATUS PIC XX VALUE SPACES.
      *>   The period's accepted timesheets; TT-MATCHED marks the ones
      *>   an EMPMSTR employee claimed, so whatever is left over at
      *>   the end belongs to nobody on the master.
       01 TIMESHEET-TABLE.
           05 TIMESHEET-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON TIMESHEET-COUNT
               INDEXED BY TS-IDX.
               10 TT-RECORD PIC X(40).
               10 TT-MATCHED PIC X(1).
       01 TIMESHEET-COUNT PIC 9(4) VALUE ZERO.
      *>   TSPARM: the most hours one employee may book in a period,
      *>   and the standard hours a month's salary pays for (what an
      *>   absence hour is worth).  Zero means no ceiling / no
      *>   absence deduction.
       01 WS-MAX-HOURS PIC 9(3)V99 VALUE ZERO.
       01 WS-STANDARD-HOURS PIC 9(3)V99 VALUE ZERO.
       01 WS-RUN-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-SHEET-HOURS PIC 9(4)V99 VALUE ZERO.
       01 WS-PAID-HOURS PIC 9(5)V9(4) VALUE ZERO.
       01 WS-ABSENCE-HOURS PIC 9(4)V99 VALUE ZERO.
       01 WS-ABSENCE-DEDUCT PIC S9(7)V99 VALUE ZERO.
       01 WS-HAS-TIMESHEET PIC X VALUE "N".
       01 WS-OT-SUB PIC 9 VALUE ZERO.
       01 WS-GROSS-PAY PIC S9(7)V99 VALUE ZERO.
       01 WS-TIMESHEET-READ PIC 9(9) VALUE ZERO.
       01 WS-TIMESHEET-REJECTS PIC 9(9) VALUE ZERO.
       01 WS-ABSENCE-GRAND PIC S9(11)V99 VALUE ZERO.
       01 WS-EXC-REASON PIC X(2) VALUE SPACES.
       01 WS-YTD-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-YTD-FILE-OK VALUE "00".
           88 WS-YTD-FILE-EOF VALUE "10".
       01 WS-NEW-YTD-STATUS PIC XX VALUE SPACES.
      *>   What the year-to-date roll did: prior lines carried
      *>   forward, lines of this period replaced, and new lines.
       01 WS-YTD-CARRIED PIC 9(9) VALUE ZERO.
       01 WS-YTD-REPLACED PIC 9(9) VALUE ZERO.
       01 WS-YTD-WRITTEN PIC 9(9) VALUE ZERO.
       01 WS-EMP-TAX PIC S9(7)V99 VALUE ZERO.
       01 WS-EMP-SOCIAL PIC S9(7)V99 VALUE ZERO.
       01 WS-EMP-PENSION PIC S9(7)V99 VALUE ZERO.
       01 WS-TAX-APPLIED-GRAND PIC S9(11)V99 VALUE ZERO.
       01 WS-SOCIAL-APPLIED-GRAND PIC S9(11)V99 VALUE ZERO.
       01 WS-PENSION-APPLIED-GRAND PIC S9(11)V99 VALUE ZERO.
       01 WS-REGISTER-DED-GRAND PIC S9(11)V99 VALUE ZERO.
       01 WS-GARNISH-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-GARNISH-FILE-OK VALUE "00".
           88 WS-GARNISH-FILE-EOF VALUE "10".
       01 WS-NEW-GARNISH-STATUS PIC XX VALUE SPACES.
       01 WS-REMIT-REPORT-STATUS PIC XX VALUE SPACES.
      *>   Every attachment order on file, held for the run so one
      *>   employee's can be taken in legal priority; GO-TAKEN is
      *>   what this run took against it, GO-VALID "N" an order too
      *>   damaged to apply (it still carries forward untouched).
       01 GARNISH-TABLE.
           05 GARNISH-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON GARNISH-COUNT
               INDEXED BY GO-IDX.
               10 GO-RECORD PIC X(110).
               10 GO-TAKEN PIC 9(7)V99.
               10 GO-VALID PIC X(1).
       01 GARNISH-COUNT PIC 9(4) VALUE ZERO.
      *>   Creditors owed a remittance from this run.
       01 PAYEE-TABLE.
           05 PAYEE-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON PAYEE-COUNT
               INDEXED BY PY-IDX.
               10 PY-PAYEE PIC X(8).
               10 PY-PAYEE-NAME PIC X(30).
               10 PY-ORDERS PIC 9(5).
               10 PY-TOTAL PIC S9(9)V99.
       01 PAYEE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LEGAL-PRIORITY PIC 99 VALUE ZERO.
       01 WS-ATTACHABLE PIC S9(7)V99 VALUE ZERO.
       01 WS-GARN-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 WS-GARN-OWED PIC S9(7)V99 VALUE ZERO.
       01 WS-GARN-READ PIC 9(9) VALUE ZERO.
       01 WS-GARN-REJECTS PIC 9(9) VALUE ZERO.
       01 WS-GARN-OVERFLOW PIC 9(9) VALUE ZERO.
       01 WS-GARN-COPIED PIC 9(9) VALUE ZERO.
       01 WS-GARN-CARRY-FAILED PIC X VALUE "N".
           88 GARN-CARRY-FAILED VALUE "Y".
       01 WS-GARN-SHORT PIC 9(9) VALUE ZERO.
       01 WS-GARN-CLOSED PIC 9(9) VALUE ZERO.
       01 WS-GARN-GRAND PIC S9(11)V99 VALUE ZERO.
       01 WS-REMIT-LINE.
           05 RM-LABEL PIC X(7).
           05 RM-PAYEE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-TEXT PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-ACCT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-COUNT PIC Z(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-AMOUNT PIC ---,---,--9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-STATUS PIC X(13).
       01 WS-PAY-MODE-STATUS PIC XX VALUE SPACES.
           88 WS-PAY-MODE-OK VALUE "00".
       01 WS-ONE-OFF-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-ONE-OFF-FILE-OK VALUE "00".
           88 WS-ONE-OFF-FILE-EOF VALUE "10".
       01 WS-RUN-TYPE PIC X VALUE "R".
           88 WS-REGULAR-CYCLE VALUE "R".
           88 WS-OFF-CYCLE VALUE "O".
      *>   The off-cycle run's payments; OT-MATCHED marks the ones an
      *>   EMPMSTR employee claimed.
       01 ONE-OFF-TABLE.
           05 ONE-OFF-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON ONE-OFF-COUNT
               INDEXED BY OT-IDX.
               10 OT-RECORD PIC X(39).
               10 OT-MATCHED PIC X(1).
       01 ONE-OFF-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HAS-ONE-OFF PIC X VALUE "N".
       01 WS-ONE-OFF-TOTAL PIC S9(7)V99 VALUE ZERO.
       01 WS-ONE-OFF-READ PIC 9(9) VALUE ZERO.
       01 WS-ONE-OFF-REJECTS PIC 9(9) VALUE ZERO.
       01 WS-RETRO-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-RETRO-FILE-OK VALUE "00".
           88 WS-RETRO-FILE-EOF VALUE "10".
       01 WS-NEW-RETRO-STATUS PIC XX VALUE SPACES.
      *>   The back-dated reviews' retro-pay lines; RX-PAID marks the
      *>   ones this run paid (or rejected) so they do not roll on.
       01 RETRO-TABLE.
           05 RETRO-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON RETRO-COUNT
               INDEXED BY RX-IDX.
               10 RX-RECORD PIC X(52).
               10 RX-PAID PIC X(1).
       01 RETRO-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RETRO-TOTAL PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-GRAND PIC S9(11)V99 VALUE ZERO.
       01 WS-RETRO-READ PIC 9(9) VALUE ZERO.
       01 WS-RETRO-REJECTS PIC 9(9) VALUE ZERO.
       01 WS-RETRO-CARRIED PIC 9(9) VALUE ZERO.
       01 WS-LEAVE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-LEAVE-FILE-OK VALUE "00".
           88 WS-LEAVE-FILE-EOF VALUE "10".
       01 WS-HAS-FINAL-PAY PIC X VALUE "N".
       01 WS-HOLIDAY-PAY PIC S9(7)V99 VALUE ZERO.
       01 WS-HOLIDAY-PAY-GRAND PIC S9(11)V99 VALUE ZERO.
       01 WS-HOURS-PER-DAY PIC 9(2)V99 VALUE 8.
       01 WS-WORKING-DAYS-YEAR PIC 9(3) VALUE 260.
       01 WS-CHART-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CHART-FILE-OK VALUE "00".
           88 WS-CHART-FILE-EOF VALUE "10".
      *>   GLCHART held for the run so each department's wage account
      *>   can be checked before the journal goes out; with no chart
      *>   on file every account passes, as it does in GLPOST.
       01 CHART-TABLE.
           05 CHART-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON CHART-COUNT
               INDEXED BY CHT-IDX.
               10 CH-ACCOUNT-CODE PIC X(8).
               10 CH-ACTIVE PIC X(1).
       01 CHART-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CHART-LOADED PIC X VALUE "N".
       01 WS-EXPENSE-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-EXPENSE-VALID PIC X VALUE "N".
      *>   The payroll journal's credit side, built employee by
      *>   employee from the deductions actually taken.
       01 WS-JNL-TAX PIC S9(11)V99 VALUE ZERO.
       01 WS-JNL-SOCIAL PIC S9(11)V99 VALUE ZERO.
       01 WS-JNL-PENSION PIC S9(11)V99 VALUE ZERO.
       01 WS-JNL-GARNISH PIC S9(11)V99 VALUE ZERO.
       01 WS-JNL-OTHER PIC S9(11)V99 VALUE ZERO.
       01 WS-JNL-NET PIC S9(11)V99 VALUE ZERO.
       01 WS-JNL-EMP-DEDUCTIONS PIC S9(9)V99 VALUE ZERO.
       01 WS-JNL-DEPT-POSTED PIC S9(11)V99 VALUE ZERO.
       01 WS-JNL-DEBITS PIC S9(11)V99 VALUE ZERO.
       01 WS-JNL-CREDITS PIC S9(11)V99 VALUE ZERO.
       01 WS-JNL-LINES PIC 9(5) VALUE ZERO.
       01 WS-JNL-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-JNL-SIDE PIC X VALUE SPACE.
       01 WS-JNL-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-BONUS-GRAND PIC S9(11)V99 VALUE ZERO.
       01 WS-CORRECTION-GRAND PIC S9(11)V99 VALUE ZERO.
       01 WS-FINAL-PAY-GRAND PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-DEDUCTIONS PIC 9(7)V99 VALUE ZERO.
       01 WS-NET-PAY PIC S9(7)V99 VALUE ZERO.
       01 WS-SIZE-ERROR PIC X VALUE "N".
       MAIN-PROCEDURE.
           MOVE "PAYREG" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM ReadPayrollMode
           IF WS-OFF-CYCLE
               MOVE "PAYREGOC" TO WS-RUN-PROGRAM-ID
           ELSE
               PERFORM LoadDeductionBatch
           END-IF
           PERFORM LoadBracketTable
      *>    The regular run already gave the period's personal
      *>    allowance; off-cycle pay is taxed from the first band.
           IF WS-OFF-CYCLE
               MOVE ZEROS TO WS-ALLOWANCE
           ELSE
               PERFORM GetProtectedFloor
           END-IF
           PERFORM LoadPensionScheme
           PERFORM LoadChartOfAccounts
           PERFORM LoadArrears
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-PERIOD
           IF WS-OFF-CYCLE
               PERFORM LoadOneOffPayments
           ELSE
               PERFORM LoadTimesheetParm
               PERFORM LoadTimesheets
           END-IF
           PERFORM LoadRetroPay
           PERFORM CarryForwardYtd
      *>    Off-cycle takes nothing against the orders, but they
      *>    still roll forward to GARNORDO intact.
           PERFORM LoadGarnishments
           OPEN OUTPUT NEW-ARREARS-FILE
           OPEN OUTPUT RECON-REPORT
           OPEN OUTPUT REGISTER-FILE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           PERFORM RejectUnclaimedTimesheets
           PERFORM RejectUnclaimedOneOffs
           IF WS-REGULAR-CYCLE
               PERFORM RejectUnclaimedRetroPay
           END-IF
           PERFORM WriteRetroCarryForward
           PERFORM WriteYtdRegisterTotal
           CLOSE NEW-YTD-FILE
           PERFORM WriteGarnishmentOrders
           PERFORM PrintRemittanceReport
           PERFORM PrintRegisterReport
           CLOSE REGISTER-FILE
           CLOSE REGISTER-REPORT
           MOVE "PAYREGRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           CLOSE RECON-REPORT
           MOVE "TAXRECRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           PERFORM WriteNewArrears
           CLOSE NEW-ARREARS-FILE
           DISPLAY "---------- PAYROLL REGISTER TOTALS ----------"
           IF WS-OFF-CYCLE
               DISPLAY "RUN TYPE          : OFF-CYCLE"
               DISPLAY "ONE-OFF PAYMENTS  : " WS-ONE-OFF-READ
               DISPLAY "ONE-OFF REJECTS   : " WS-ONE-OFF-REJECTS
               MOVE WS-BONUS-GRAND TO WS-EDITED-AMOUNT
               DISPLAY "BONUSES           : " WS-EDITED-AMOUNT
               MOVE WS-CORRECTION-GRAND TO WS-EDITED-AMOUNT
               DISPLAY "CORRECTIONS       : " WS-EDITED-AMOUNT
               MOVE WS-FINAL-PAY-GRAND TO WS-EDITED-AMOUNT
               DISPLAY "FINAL PAY         : " WS-EDITED-AMOUNT
               MOVE WS-HOLIDAY-PAY-GRAND TO WS-EDITED-AMOUNT
               DISPLAY "UNTAKEN HOLIDAY   : " WS-EDITED-AMOUNT
           ELSE
               DISPLAY "RUN TYPE          : REGULAR"
           END-IF
           DISPLAY "EMPLOYEES PAID    : " WS-EMPLOYEE-COUNT
           DISPLAY "DEDUCTION ERRORS  : " WS-ERROR-COUNT
           DISPLAY "TIMESHEETS READ   : " WS-TIMESHEET-READ
           DISPLAY "TIMESHEETS REJECT : " WS-TIMESHEET-REJECTS
           MOVE WS-ABSENCE-GRAND TO WS-EDITED-AMOUNT
           DISPLAY "ABSENCE DEDUCTED  : " WS-EDITED-AMOUNT
           DISPLAY "RETRO LINES READ  : " WS-RETRO-READ
           DISPLAY "RETRO REJECTS     : " WS-RETRO-REJECTS
           DISPLAY "RETRO CARRIED     : " WS-RETRO-CARRIED
           MOVE WS-RETRO-GRAND TO WS-EDITED-AMOUNT
           DISPLAY "RETRO PAY PAID    : " WS-EDITED-AMOUNT
           DISPLAY "YTD LINES CARRIED : " WS-YTD-CARRIED
           DISPLAY "YTD LINES REPLACED: " WS-YTD-REPLACED
           DISPLAY "YTD LINES WRITTEN : " WS-YTD-WRITTEN
           DISPLAY "GARNISH ORDERS    : " WS-GARN-READ
           DISPLAY "GARNISH REJECTS   : " WS-GARN-REJECTS
           DISPLAY "GARNISH NOT TAKEN : " WS-GARN-OVERFLOW
           DISPLAY "GARNISH SHORT     : " WS-GARN-SHORT
           DISPLAY "GARNISH CLOSED    : " WS-GARN-CLOSED
           MOVE WS-GARN-GRAND TO WS-EDITED-AMOUNT
           DISPLAY "GARNISH TAKEN     : " WS-EDITED-AMOUNT
           MOVE WS-DED-GRAND TO WS-EDITED-AMOUNT
           DISPLAY "DEDUCTIONS APPLIED: " WS-EDITED-AMOUNT
           MOVE WS-BATCH-DED-TOTAL TO WS-EDITED-AMOUNT
               MOVE WS-PEN-MATCH-GRAND TO WS-GL-PAIR-AMOUNT
               PERFORM PostGeneralLedgerPair
           END-IF
      *>    The employee's own contribution is part of gross, so it
      *>    reaches PENLIAB through the payroll journal.
           PERFORM PostPayrollJournal
           DISPLAY "JOURNAL LINES     : " WS-JNL-LINES
           MOVE WS-JNL-DEBITS TO WS-EDITED-AMOUNT
           DISPLAY "JOURNAL DEBITS    : " WS-EDITED-AMOUNT
           MOVE WS-JNL-CREDITS TO WS-EDITED-AMOUNT
           DISPLAY "JOURNAL CREDITS   : " WS-EDITED-AMOUNT
      *>    The tie compares what was keyed (applied or carried to
      *>    arrears, either way accounted for) against the batch.
           IF WS-KEYED-GRAND = WS-BATCH-DED-TOTAL
               DISPLAY "BATCH TIE         : *** OUT OF BALANCE ***"
           END-IF
           PERFORM WriteControlRecord
      *>    GARNORDO short of an order must not be swapped in.
           IF GARN-CARRY-FAILED
               DISPLAY "*** GARNORDO INCOMPLETE - DO NOT PROMOTE ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LoadDeductionBatch.
           .

       RegisterOneEmployee.
      *>    Off-cycle, only an employee with a payment is paid.
           IF WS-OFF-CYCLE
               PERFORM FindOneOffPayments
               IF WS-HAS-ONE-OFF NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-EMPLOYEE-COUNT
           PERFORM ComputeGrossPay
           PERFORM PullEmployeeDeductions
           PERFORM AddStatutoryLines
           PERFORM AddPensionLines
           IF WS-REGULAR-CYCLE
               PERFORM AddArrearsRecovery
               PERFORM AddGarnishmentLines
           END-IF
           PERFORM ApplyDeductionPriorities
           PERFORM RecordGarnishmentsTaken
           PERFORM TotalDeductions
           PERFORM AddToPayrollJournal
           MOVE "N" TO WS-PAY-FORCED
           IF DEDUCTION-SIZE-ERROR
               ADD 1 TO WS-ERROR-COUNT
               MOVE "Y" TO WS-PAY-FORCED
           ELSE
               COMPUTE WS-NET-PAY =
                   WS-GROSS-PAY - WS-TOTAL-DEDUCTIONS
           END-IF
           MOVE ACCT-NO TO PR-ACCT-NO
           MOVE EMP-NOMBRE TO PR-EMP-NOMBRE
           MOVE EMP-DEPARTAMENTO TO PR-DEPARTAMENTO
           MOVE WS-GROSS-PAY TO PR-GROSS
      *>    When net is forced to zero, the register record caps the
      *>    deduction figure at gross so gross - deductions = net
      *>    still holds on the payslip; the batch tie below keeps
      *>    using the true deduction total.
           IF WS-PAY-FORCED = "Y"
               MOVE WS-GROSS-PAY TO PR-DEDUCTIONS
           ELSE
               MOVE WS-TOTAL-DEDUCTIONS TO PR-DEDUCTIONS
           END-IF
           MOVE WS-NET-PAY TO PR-NET
           MOVE WS-EMP-ARREARS TO PR-ARREARS
           MOVE WS-RUN-TYPE TO PR-RUN-TYPE
           WRITE REGISTER-FILE-RECORD FROM PR-REGISTER-RECORD
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "PAYREGF WRITE FAILED, STATUS = "
                   WS-REGISTER-FILE-STATUS
           END-IF
           ADD WS-GROSS-PAY TO WS-GROSS-GRAND
           ADD WS-TOTAL-DEDUCTIONS TO WS-DED-GRAND
           ADD WS-NET-PAY TO WS-NET-GRAND
           PERFORM AddToDepartmentTotals
           PERFORM WriteYtdLine
           .

      *>----------------------------------------------------------------
      *> CarryForwardYtd - PAYYTD rolls to PAYYTDO (the operator swaps
      *> it in, as with DEDARRSO).  Every line of an earlier period
      *> carries across untouched; the lines of the period this run
      *> pays are dropped, because this run writes them afresh -
      *> except that off-cycle lines only ever add to a period.
      *>----------------------------------------------------------------
       CarryForwardYtd.
           OPEN OUTPUT NEW-YTD-FILE
           OPEN INPUT YTD-FILE
           IF NOT WS-YTD-FILE-OK
               IF WS-YTD-FILE-STATUS = "05"
                   CLOSE YTD-FILE
               END-IF
               DISPLAY "PAYYTD NOT AVAILABLE - YEAR-TO-DATE STARTS "
                   "WITH THIS PERIOD"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-YTD-FILE-EOF
               READ YTD-FILE
                   AT END SET WS-YTD-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE YTD-FILE-RECORD TO YT-RECORD
      *>                A regular run replaces the period's regular
      *>                lines; an off-cycle rerun on the same day
      *>                replaces only that day's off-cycle lines.
                       IF YT-PERIOD = WS-RUN-PERIOD
                               AND YT-RUN-TYPE = WS-RUN-TYPE
                               AND (WS-REGULAR-CYCLE
                                   OR YT-RUN-DATE = WS-RUN-DATE)
                           ADD 1 TO WS-YTD-REPLACED
                       ELSE
                           WRITE NEW-YTD-RECORD FROM YT-RECORD
                           ADD 1 TO WS-YTD-CARRIED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE
           .

      *>----------------------------------------------------------------
      *> WriteYtdLine - the employee's period line.  Tax, social and
      *> pension are what was actually taken (a keyed override
      *> included, anything pushed into arrears not), so the year's
      *> certificate agrees with the payslips.
      *>----------------------------------------------------------------
       WriteYtdLine.
           MOVE ZEROS TO WS-EMP-TAX
           MOVE ZEROS TO WS-EMP-SOCIAL
           MOVE ZEROS TO WS-EMP-PENSION
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > DEDUCTION-COUNT
               EVALUATE DED-CODE (DED-IDX)
                   WHEN "TAX"
                       ADD DED-APPLIED (DED-IDX) TO WS-EMP-TAX
                   WHEN "SOCIAL"
                       ADD DED-APPLIED (DED-IDX) TO WS-EMP-SOCIAL
                   WHEN "PENSION"
                       ADD DED-APPLIED (DED-IDX) TO WS-EMP-PENSION
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO YT-RECORD
           MOVE ACCT-NO TO YT-ACCT-NO
           MOVE WS-RUN-PERIOD TO YT-PERIOD
           MOVE WS-RUN-TYPE TO YT-RUN-TYPE
           SET YT-EMPLOYEE-LINE TO TRUE
           MOVE WS-RUN-DATE TO YT-RUN-DATE
           MOVE PR-GROSS TO YT-GROSS
           MOVE WS-EMP-TAX TO YT-TAX
           MOVE WS-EMP-SOCIAL TO YT-SOCIAL
           MOVE WS-EMP-PENSION TO YT-PENSION
           MOVE PR-DEDUCTIONS TO YT-DEDUCTIONS
           MOVE PR-NET TO YT-NET
           MOVE 1 TO YT-HEADCOUNT
           WRITE NEW-YTD-RECORD FROM YT-RECORD
           IF WS-NEW-YTD-STATUS NOT = "00"
               DISPLAY "PAYYTDO WRITE FAILED, STATUS = "
                   WS-NEW-YTD-STATUS
           END-IF
           ADD 1 TO WS-YTD-WRITTEN
           ADD WS-EMP-TAX TO WS-TAX-APPLIED-GRAND
           ADD WS-EMP-SOCIAL TO WS-SOCIAL-APPLIED-GRAND
           ADD WS-EMP-PENSION TO WS-PENSION-APPLIED-GRAND
           ADD PR-DEDUCTIONS TO WS-REGISTER-DED-GRAND
           .

      *>----------------------------------------------------------------
      *> WriteYtdRegisterTotal - the period's register control line:
      *> the register's own grand totals, which the year-end
      *> reconciliation ties the certificates back to.
      *>----------------------------------------------------------------
       WriteYtdRegisterTotal.
           MOVE SPACES TO YT-RECORD
           MOVE WS-RUN-PERIOD TO YT-PERIOD
           MOVE WS-RUN-TYPE TO YT-RUN-TYPE
           SET YT-REGISTER-TOTAL TO TRUE
           MOVE WS-RUN-DATE TO YT-RUN-DATE
           MOVE WS-GROSS-GRAND TO YT-GROSS
           MOVE WS-TAX-APPLIED-GRAND TO YT-TAX
           MOVE WS-SOCIAL-APPLIED-GRAND TO YT-SOCIAL
           MOVE WS-PENSION-APPLIED-GRAND TO YT-PENSION
           MOVE WS-REGISTER-DED-GRAND TO YT-DEDUCTIONS
           MOVE WS-NET-GRAND TO YT-NET
           MOVE WS-EMPLOYEE-COUNT TO YT-HEADCOUNT
           WRITE NEW-YTD-RECORD FROM YT-RECORD
           IF WS-NEW-YTD-STATUS NOT = "00"
               DISPLAY "PAYYTDO WRITE FAILED, STATUS = "
                   WS-NEW-YTD-STATUS
           END-IF
           ADD 1 TO WS-YTD-WRITTEN
           .

      *>----------------------------------------------------------------
      *> ReadPayrollMode - PAYRMODE OFFCY makes this an off-cycle run;
      *> anything else, or no card, is the regular monthly register.
      *>----------------------------------------------------------------
       ReadPayrollMode.
           OPEN INPUT PAY-MODE-FILE
           IF WS-PAY-MODE-OK
               READ PAY-MODE-FILE
                   NOT AT END
                       IF PM-MODE = "OFFCY"
                           SET WS-OFF-CYCLE TO TRUE
                       END-IF
               END-READ
               CLOSE PAY-MODE-FILE
           ELSE
               IF WS-PAY-MODE-STATUS = "05"
                   CLOSE PAY-MODE-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadOneOffPayments - the off-cycle run's ONEOFF payments.  A
      *> line of no known type, or an amount that is not a number, is
      *> rejected to EXCFILE (reason OP) and never paid.
      *>----------------------------------------------------------------
       LoadOneOffPayments.
           OPEN INPUT ONE-OFF-FILE
           IF NOT WS-ONE-OFF-FILE-OK
               IF WS-ONE-OFF-FILE-STATUS = "05"
                   CLOSE ONE-OFF-FILE
               END-IF
               DISPLAY "ONEOFF NOT AVAILABLE - NOTHING TO PAY"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ONE-OFF-FILE-EOF
               READ ONE-OFF-FILE
                   AT END SET WS-ONE-OFF-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ONE-OFF-READ
                       IF NOT (OO-BONUS OR OO-CORRECTION
                                   OR OO-FINAL-PAY)
                               OR OO-AMOUNT NOT NUMERIC
                           MOVE "OP" TO WS-EXC-REASON
                           PERFORM RejectOneOff
                       ELSE
                           IF ONE-OFF-COUNT >= 2000
                               DISPLAY "ONE-OFF TABLE FULL - "
                                   OO-ACCT-NO
                               MOVE "OP" TO WS-EXC-REASON
                               PERFORM RejectOneOff
                           ELSE
                               ADD 1 TO ONE-OFF-COUNT
                               MOVE OO-RECORD
                                   TO OT-RECORD (ONE-OFF-COUNT)
                               MOVE "N"
                                   TO OT-MATCHED (ONE-OFF-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ONE-OFF-FILE
           .

      *>    The employee's payments add up to the off-cycle gross.
       FindOneOffPayments.
           MOVE "N" TO WS-HAS-ONE-OFF
           MOVE "N" TO WS-HAS-FINAL-PAY
           MOVE ZEROS TO WS-ONE-OFF-TOTAL
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > ONE-OFF-COUNT
               IF OT-RECORD (OT-IDX) (1:8) = ACCT-NO
                   MOVE "Y" TO OT-MATCHED (OT-IDX)
                   MOVE "Y" TO WS-HAS-ONE-OFF
                   MOVE OT-RECORD (OT-IDX) TO OO-RECORD
                   ADD OO-AMOUNT TO WS-ONE-OFF-TOTAL
                   EVALUATE TRUE
                       WHEN OO-BONUS
                           ADD OO-AMOUNT TO WS-BONUS-GRAND
                       WHEN OO-CORRECTION
                           ADD OO-AMOUNT TO WS-CORRECTION-GRAND
                       WHEN OO-FINAL-PAY
                           ADD OO-AMOUNT TO WS-FINAL-PAY-GRAND
                           MOVE "Y" TO WS-HAS-FINAL-PAY
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-HAS-FINAL-PAY = "Y"
               PERFORM AddUntakenHoliday
           END-IF
           .

      *>----------------------------------------------------------------
      *> AddUntakenHoliday - the leaver's vacation balance from the
      *> last monthly leave run, paid at the daily rate as part of the
      *> final pay.  Only a few leavers a run, so LEAVBAL is simply
      *> read through for each.  An overdrawn balance is not clawed
      *> back here; that is keyed as a correction if it is wanted.
      *>----------------------------------------------------------------
       AddUntakenHoliday.
           MOVE ZEROS TO WS-HOLIDAY-PAY
           OPEN INPUT LEAVE-FILE
           IF NOT WS-LEAVE-FILE-OK
               IF WS-LEAVE-FILE-STATUS = "05"
                   CLOSE LEAVE-FILE
               END-IF
               DISPLAY "LEAVBAL NOT AVAILABLE - NO HOLIDAY PAY FOR "
                   ACCT-NO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEAVE-FILE-EOF
               READ LEAVE-FILE INTO LV-RECORD
                   AT END SET WS-LEAVE-FILE-EOF TO TRUE
                   NOT AT END
                       IF LV-ACCT-NO = ACCT-NO
                               AND LV-VAC-BALANCE > ZERO
                           IF EMP-HOURLY
                               COMPUTE WS-HOLIDAY-PAY ROUNDED =
                                   LV-VAC-BALANCE * WS-HOURS-PER-DAY
                                       * EMP-HOURLY-RATE
                           ELSE
                               COMPUTE WS-HOLIDAY-PAY ROUNDED =
                                   LV-VAC-BALANCE * EMP-SALARIO * 12
                                       / WS-WORKING-DAYS-YEAR
                           END-IF
                           SET WS-LEAVE-FILE-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-FILE
           IF WS-HOLIDAY-PAY > ZERO
               MOVE WS-HOLIDAY-PAY TO WS-EDITED-AMOUNT
               DISPLAY "UNTAKEN HOLIDAY FOR " ACCT-NO " PAID: "
                   WS-EDITED-AMOUNT
               ADD WS-HOLIDAY-PAY TO WS-ONE-OFF-TOTAL
               ADD WS-HOLIDAY-PAY TO WS-HOLIDAY-PAY-GRAND
           END-IF
           .

       RejectUnclaimedOneOffs.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > ONE-OFF-COUNT
               IF OT-MATCHED (OT-IDX) NOT = "Y"
                   MOVE OT-RECORD (OT-IDX) TO OO-RECORD
                   MOVE "OE" TO WS-EXC-REASON
                   PERFORM RejectOneOff
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> RejectOneOff - the payment goes to the EXCFILE repository:
      *> OE no such employee, OP no known payment type or amount.
      *>----------------------------------------------------------------
       RejectOneOff.
           ADD 1 TO WS-ONE-OFF-REJECTS
           DISPLAY "ONE-OFF PAYMENT FOR " OO-ACCT-NO
               " REJECTED - REASON " WS-EXC-REASON
           OPEN EXTEND EXCEPTION-REPOSITORY
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-REPOSITORY-STATUS NOT = "00"
                   AND WS-REPOSITORY-STATUS NOT = "05"
               OPEN OUTPUT EXCEPTION-REPOSITORY
           END-IF
           MOVE SPACES TO EXC-RECORD
           MOVE WS-RUN-PROGRAM-ID TO EXC-SOURCE
           MOVE WS-RUN-DATE TO EXC-DATE
           MOVE OO-ACCT-NO TO EXC-KEY
           MOVE WS-EXC-REASON TO EXC-REASON
           SET EXC-OPEN TO TRUE
           MOVE ZEROS TO EXC-FIXED-DATE
           MOVE OO-RECORD TO EXC-IMAGE
           WRITE EXCEPTION-REPOSITORY-RECORD FROM EXC-RECORD
           IF WS-REPOSITORY-STATUS NOT = "00"
               DISPLAY "EXCFILE WRITE FAILED, STATUS = "
                   WS-REPOSITORY-STATUS
           END-IF
           CLOSE EXCEPTION-REPOSITORY
           .

      *>----------------------------------------------------------------
      *> LoadRetroPay - the RETROPAY lines a back-dated salary review
      *> left for this register.  An amount that is not a number is
      *> rejected to EXCFILE (reason RP) and never paid.
      *>----------------------------------------------------------------
       LoadRetroPay.
           OPEN INPUT RETRO-FILE
           IF NOT WS-RETRO-FILE-OK
               IF WS-RETRO-FILE-STATUS = "05"
                   CLOSE RETRO-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RETRO-FILE-EOF
               READ RETRO-FILE INTO RP-RECORD
                   AT END SET WS-RETRO-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RETRO-READ
                       IF RP-AMOUNT NOT NUMERIC
                           MOVE "RP" TO WS-EXC-REASON
                           PERFORM RejectRetroPay
                       ELSE
                           IF RETRO-COUNT >= 2000
                               DISPLAY "RETRO TABLE FULL - "
                                   RP-ACCT-NO
                               MOVE "RP" TO WS-EXC-REASON
                               PERFORM RejectRetroPay
                           ELSE
                               ADD 1 TO RETRO-COUNT
                               MOVE RP-RECORD
                                   TO RX-RECORD (RETRO-COUNT)
                               MOVE "N" TO RX-PAID (RETRO-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETRO-FILE
           .

      *>    The employee's retro lines, every past period together,
      *>    add to this period's gross on a regular run.
       FindRetroPay.
           MOVE ZEROS TO WS-RETRO-TOTAL
           PERFORM VARYING RX-IDX FROM 1 BY 1
                   UNTIL RX-IDX > RETRO-COUNT
               IF RX-RECORD (RX-IDX) (1:8) = ACCT-NO
                   MOVE "Y" TO RX-PAID (RX-IDX)
                   MOVE RX-RECORD (RX-IDX) TO RP-RECORD
                   ADD RP-AMOUNT TO WS-RETRO-TOTAL
               END-IF
           END-PERFORM
           IF WS-RETRO-TOTAL NOT = ZERO
               DISPLAY "RETRO PAY FOR " ACCT-NO " ADDED TO GROSS"
               ADD WS-RETRO-TOTAL TO WS-RETRO-GRAND
           END-IF
           .

       RejectUnclaimedRetroPay.
           PERFORM VARYING RX-IDX FROM 1 BY 1
                   UNTIL RX-IDX > RETRO-COUNT
               IF RX-PAID (RX-IDX) NOT = "Y"
                   MOVE "Y" TO RX-PAID (RX-IDX)
                   MOVE RX-RECORD (RX-IDX) TO RP-RECORD
                   MOVE "RE" TO WS-EXC-REASON
                   PERFORM RejectRetroPay
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> RejectRetroPay - the line goes to the EXCFILE repository:
      *> RE no such employee, RP an amount that is not a number.
      *>----------------------------------------------------------------
       RejectRetroPay.
           ADD 1 TO WS-RETRO-REJECTS
           DISPLAY "RETRO PAY FOR " RP-ACCT-NO " PERIOD " RP-PERIOD
               " REJECTED - REASON " WS-EXC-REASON
           OPEN EXTEND EXCEPTION-REPOSITORY
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-REPOSITORY-STATUS NOT = "00"
                   AND WS-REPOSITORY-STATUS NOT = "05"
               OPEN OUTPUT EXCEPTION-REPOSITORY
           END-IF
           MOVE SPACES TO EXC-RECORD
           MOVE WS-RUN-PROGRAM-ID TO EXC-SOURCE
           MOVE WS-RUN-DATE TO EXC-DATE
           MOVE RP-ACCT-NO TO EXC-KEY
           MOVE WS-EXC-REASON TO EXC-REASON
           SET EXC-OPEN TO TRUE
           MOVE ZEROS TO EXC-FIXED-DATE
           MOVE RP-RECORD TO EXC-IMAGE
           WRITE EXCEPTION-REPOSITORY-RECORD FROM EXC-RECORD
           IF WS-REPOSITORY-STATUS NOT = "00"
               DISPLAY "EXCFILE WRITE FAILED, STATUS = "
                   WS-REPOSITORY-STATUS
           END-IF
           CLOSE EXCEPTION-REPOSITORY
           .

      *>----------------------------------------------------------------
      *> WriteRetroCarryForward - RETROPAY rolls to RETROPYO (the
      *> operator swaps it in, as with DEDARRSO) holding only the
      *> lines this run did not pay: none after a regular run, every
      *> line after an off-cycle run, which pays no retro.
      *>----------------------------------------------------------------
       WriteRetroCarryForward.
           OPEN OUTPUT NEW-RETRO-FILE
           PERFORM VARYING RX-IDX FROM 1 BY 1
                   UNTIL RX-IDX > RETRO-COUNT
               IF RX-PAID (RX-IDX) NOT = "Y"
                   WRITE NEW-RETRO-RECORD FROM RX-RECORD (RX-IDX)
                   IF WS-NEW-RETRO-STATUS NOT = "00"
                       DISPLAY "RETROPYO WRITE FAILED, STATUS = "
                           WS-NEW-RETRO-STATUS
                   END-IF
                   ADD 1 TO WS-RETRO-CARRIED
               END-IF
           END-PERFORM
           CLOSE NEW-RETRO-FILE
           .

      *>----------------------------------------------------------------
      *> LoadTimesheetParm / LoadTimesheets - this period's sheets are
      *> tabled up front; a sheet for another period or over the
      *> hours ceiling never reaches an employee's pay.
      *>----------------------------------------------------------------
       LoadTimesheetParm.
           OPEN INPUT TIMESHEET-PARM
           IF WS-TIMESHEET-PARM-OK
               READ TIMESHEET-PARM
                   AT END
                       DISPLAY "TSPARM EMPTY - NO HOURS CEILING"
                   NOT AT END
                       IF TP-MAX-HOURS NUMERIC
                           MOVE TP-MAX-HOURS TO WS-MAX-HOURS
                       END-IF
                       IF TP-STANDARD-HOURS NUMERIC
                           MOVE TP-STANDARD-HOURS
                               TO WS-STANDARD-HOURS
                       END-IF
               END-READ
           ELSE
               DISPLAY "TSPARM NOT AVAILABLE - NO HOURS CEILING"
           END-IF
           CLOSE TIMESHEET-PARM
           .

       LoadTimesheets.
           OPEN INPUT TIMESHEET-FILE
           IF NOT WS-TIMESHEET-FILE-OK
               IF WS-TIMESHEET-FILE-STATUS = "05"
                   CLOSE TIMESHEET-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TIMESHEET-FILE-EOF
               READ TIMESHEET-FILE
                   AT END SET WS-TIMESHEET-FILE-EOF TO TRUE
                   NOT AT END PERFORM AcceptOneTimesheet
               END-READ
           END-PERFORM
           CLOSE TIMESHEET-FILE
           .

       AcceptOneTimesheet.
           ADD 1 TO WS-TIMESHEET-READ
           MOVE SPACES TO WS-EXC-REASON
           IF TS-REGULAR-HOURS NOT NUMERIC
                   OR TS-OT-HOURS (1) NOT NUMERIC
                   OR TS-OT-HOURS (2) NOT NUMERIC
                   OR TS-OT-MULTIPLIER (1) NOT NUMERIC
                   OR TS-OT-MULTIPLIER (2) NOT NUMERIC
                   OR TS-ABSENCE-HOURS NOT NUMERIC
               MOVE "TH" TO WS-EXC-REASON
           ELSE
               IF TS-PERIOD NOT = WS-RUN-PERIOD
                   MOVE "TP" TO WS-EXC-REASON
               END-IF
               COMPUTE WS-SHEET-HOURS = TS-REGULAR-HOURS
                   + TS-OT-HOURS (1) + TS-OT-HOURS (2)
                   + TS-ABSENCE-HOURS
               IF WS-MAX-HOURS > ZERO
                       AND WS-SHEET-HOURS > WS-MAX-HOURS
                   MOVE "TH" TO WS-EXC-REASON
               END-IF
           END-IF
           IF WS-EXC-REASON = SPACES AND TIMESHEET-COUNT >= 2000
               DISPLAY "TIMESHEET TABLE FULL - " TS-ACCT-NO
               MOVE "TH" TO WS-EXC-REASON
           END-IF
           IF WS-EXC-REASON NOT = SPACES
               PERFORM RejectOneTimesheet
           ELSE
               ADD 1 TO TIMESHEET-COUNT
               MOVE TS-RECORD TO TT-RECORD (TIMESHEET-COUNT)
               MOVE "N" TO TT-MATCHED (TIMESHEET-COUNT)
           END-IF
           .

      *>----------------------------------------------------------------
      *> RejectOneTimesheet - the sheet goes to the EXCFILE
      *> repository: TE no such employee, TP wrong pay period, TH
      *> hours unreadable or over the TSPARM ceiling.
      *>----------------------------------------------------------------
       RejectOneTimesheet.
           ADD 1 TO WS-TIMESHEET-REJECTS
           DISPLAY "TIMESHEET FOR " TS-ACCT-NO " PERIOD " TS-PERIOD
               " REJECTED - REASON " WS-EXC-REASON
           OPEN EXTEND EXCEPTION-REPOSITORY
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-REPOSITORY-STATUS NOT = "00"
                   AND WS-REPOSITORY-STATUS NOT = "05"
               OPEN OUTPUT EXCEPTION-REPOSITORY
           END-IF
           MOVE SPACES TO EXC-RECORD
           MOVE WS-RUN-PROGRAM-ID TO EXC-SOURCE
           MOVE WS-RUN-DATE TO EXC-DATE
           MOVE TS-ACCT-NO TO EXC-KEY
           MOVE WS-EXC-REASON TO EXC-REASON
           SET EXC-OPEN TO TRUE
           MOVE ZEROS TO EXC-FIXED-DATE
           MOVE TS-RECORD TO EXC-IMAGE
           WRITE EXCEPTION-REPOSITORY-RECORD FROM EXC-RECORD
           IF WS-REPOSITORY-STATUS NOT = "00"
               DISPLAY "EXCFILE WRITE FAILED, STATUS = "
                   WS-REPOSITORY-STATUS
           END-IF
           CLOSE EXCEPTION-REPOSITORY
           .

       RejectUnclaimedTimesheets.
           PERFORM VARYING TS-IDX FROM 1 BY 1
                   UNTIL TS-IDX > TIMESHEET-COUNT
               IF TT-MATCHED (TS-IDX) NOT = "Y"
                   MOVE TT-RECORD (TS-IDX) TO TS-RECORD
                   MOVE "TE" TO WS-EXC-REASON
                   PERFORM RejectOneTimesheet
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> ComputeGrossPay - the period's gross for this employee.
      *> Hourly staff earn their booked hours at EMP-HOURLY-RATE, each
      *> overtime band at its own multiplier (no sheet, no pay);
      *> salaried staff earn EMP-SALARIO less their unpaid absence at
      *> the salary's standard-hours rate.
      *>----------------------------------------------------------------
       ComputeGrossPay.
           IF WS-OFF-CYCLE
               MOVE WS-ONE-OFF-TOTAL TO WS-GROSS-PAY
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HAS-TIMESHEET
           MOVE ZEROS TO WS-PAID-HOURS
           MOVE ZEROS TO WS-ABSENCE-HOURS
           MOVE ZEROS TO WS-ABSENCE-DEDUCT
           PERFORM VARYING TS-IDX FROM 1 BY 1
                   UNTIL TS-IDX > TIMESHEET-COUNT
               IF TT-RECORD (TS-IDX) (1:8) = ACCT-NO
                   MOVE "Y" TO TT-MATCHED (TS-IDX)
                   MOVE "Y" TO WS-HAS-TIMESHEET
                   MOVE TT-RECORD (TS-IDX) TO TS-RECORD
                   ADD TS-REGULAR-HOURS TO WS-PAID-HOURS
                   PERFORM VARYING WS-OT-SUB FROM 1 BY 1
                           UNTIL WS-OT-SUB > 2
                       COMPUTE WS-PAID-HOURS = WS-PAID-HOURS
                           + TS-OT-HOURS (WS-OT-SUB)
                               * TS-OT-MULTIPLIER (WS-OT-SUB)
                   END-PERFORM
                   ADD TS-ABSENCE-HOURS TO WS-ABSENCE-HOURS
               END-IF
           END-PERFORM
           IF EMP-HOURLY
               IF WS-HAS-TIMESHEET NOT = "Y"
                   DISPLAY "HOURLY EMPLOYEE " ACCT-NO
                       " HAS NO TIMESHEET - NO GROSS PAY"
               END-IF
               COMPUTE WS-GROSS-PAY ROUNDED =
                   WS-PAID-HOURS * EMP-HOURLY-RATE
                   ON SIZE ERROR
                       DISPLAY "GROSS PAY SIZE ERROR FOR " ACCT-NO
                       MOVE ZEROS TO WS-GROSS-PAY
               END-COMPUTE
           ELSE
               MOVE EMP-SALARIO TO WS-GROSS-PAY
               IF WS-ABSENCE-HOURS > ZERO
                       AND WS-STANDARD-HOURS > ZERO
                   COMPUTE WS-ABSENCE-DEDUCT ROUNDED =
                       EMP-SALARIO * WS-ABSENCE-HOURS
                           / WS-STANDARD-HOURS
                   IF WS-ABSENCE-DEDUCT > WS-GROSS-PAY
                       MOVE WS-GROSS-PAY TO WS-ABSENCE-DEDUCT
                   END-IF
                   SUBTRACT WS-ABSENCE-DEDUCT FROM WS-GROSS-PAY
                   ADD WS-ABSENCE-DEDUCT TO WS-ABSENCE-GRAND
               END-IF
           END-IF
           PERFORM FindRetroPay
           ADD WS-RETRO-TOTAL TO WS-GROSS-PAY
           .

      *>----------------------------------------------------------------
       ComputeStatutory.
           MOVE ZEROS TO WS-COMPUTED-TAX
           MOVE ZEROS TO WS-COMPUTED-SOCIAL
           COMPUTE WS-TAXABLE = WS-GROSS-PAY - WS-ALLOWANCE
           IF WS-TAXABLE > ZERO
               PERFORM VARYING BND-IDX FROM 1 BY 1
                       UNTIL BND-IDX > BAND-COUNT
           END-IF
           IF WS-SOCIAL-RATE > ZERO
               COMPUTE WS-COMPUTED-SOCIAL ROUNDED =
                   WS-GROSS-PAY * WS-SOCIAL-RATE / 100
               IF WS-SOCIAL-CAP > ZERO
                       AND WS-COMPUTED-SOCIAL > WS-SOCIAL-CAP
                   MOVE WS-SOCIAL-CAP TO WS-COMPUTED-SOCIAL
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> AddToPayrollJournal - the deductions this employee actually
      *> had taken, by the liability they are owed to; net pay is
      *> whatever of gross is left, so the journal always balances.
      *>----------------------------------------------------------------
       AddToPayrollJournal.
           MOVE ZEROS TO WS-JNL-EMP-DEDUCTIONS
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > DEDUCTION-COUNT
               ADD DED-APPLIED (DED-IDX) TO WS-JNL-EMP-DEDUCTIONS
               EVALUATE TRUE
                   WHEN DED-ORIGIN (DED-IDX) = "G"
                       ADD DED-APPLIED (DED-IDX) TO WS-JNL-GARNISH
                   WHEN DED-CODE (DED-IDX) = "TAX"
                       ADD DED-APPLIED (DED-IDX) TO WS-JNL-TAX
                   WHEN DED-CODE (DED-IDX) = "SOCIAL"
                       ADD DED-APPLIED (DED-IDX) TO WS-JNL-SOCIAL
                   WHEN DED-CODE (DED-IDX) = "PENSION"
                       ADD DED-APPLIED (DED-IDX) TO WS-JNL-PENSION
                   WHEN OTHER
                       ADD DED-APPLIED (DED-IDX) TO WS-JNL-OTHER
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-JNL-NET =
               WS-JNL-NET + WS-GROSS-PAY - WS-JNL-EMP-DEDUCTIONS
           .

       LoadChartOfAccounts.
           MOVE ZERO TO CHART-COUNT
           OPEN INPUT CHART-FILE
           IF NOT WS-CHART-FILE-OK
               IF WS-CHART-FILE-STATUS = "05"
                   CLOSE CHART-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CHART-LOADED
           PERFORM UNTIL WS-CHART-FILE-EOF
               READ CHART-FILE
                   AT END SET WS-CHART-FILE-EOF TO TRUE
                   NOT AT END
                       IF CHART-COUNT < 500
                           ADD 1 TO CHART-COUNT
                           MOVE CA-ACCOUNT-CODE
                               TO CH-ACCOUNT-CODE (CHART-COUNT)
                           MOVE CA-ACTIVE TO CH-ACTIVE (CHART-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE
           .

      *>----------------------------------------------------------------
      *> PostPayrollJournal - the run's gross as wage expense by
      *> department, against what it was paid out as.  A department
      *> whose WAGdddd account is not active on GLCHART, or gross the
      *> department table had no room for, goes to the general WAGES
      *> account instead, so the journal never posts to a bad code
      *> and never loses a line.
      *>----------------------------------------------------------------
       PostPayrollJournal.
           MOVE ZEROS TO WS-JNL-DEPT-POSTED
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > DEPT-TOTAL-COUNT
               MOVE SPACES TO WS-EXPENSE-ACCOUNT
               STRING "WAG" DELIMITED BY SIZE
                      DP-DEPARTAMENTO (DP-IDX) DELIMITED BY SPACE
                   INTO WS-EXPENSE-ACCOUNT
               PERFORM ValidateExpenseAccount
               IF WS-EXPENSE-VALID = "Y"
                   MOVE WS-EXPENSE-ACCOUNT TO WS-JNL-ACCOUNT
                   MOVE "D" TO WS-JNL-SIDE
                   MOVE DP-GROSS-TOTAL (DP-IDX) TO WS-JNL-AMOUNT
                   PERFORM PostJournalLine
                   ADD DP-GROSS-TOTAL (DP-IDX) TO WS-JNL-DEPT-POSTED
               ELSE
                   DISPLAY "WAGE ACCOUNT " WS-EXPENSE-ACCOUNT
                       " NOT ACTIVE ON GLCHART - DEPT "
                       DP-DEPARTAMENTO (DP-IDX) " POSTED TO WAGES"
               END-IF
           END-PERFORM
           MOVE "WAGES" TO WS-JNL-ACCOUNT
           MOVE "D" TO WS-JNL-SIDE
           COMPUTE WS-JNL-AMOUNT = WS-GROSS-GRAND - WS-JNL-DEPT-POSTED
           PERFORM PostJournalLine
           MOVE "C" TO WS-JNL-SIDE
           MOVE "TAXWHLD" TO WS-JNL-ACCOUNT
           MOVE WS-JNL-TAX TO WS-JNL-AMOUNT
           PERFORM PostJournalLine
           MOVE "SOCWHLD" TO WS-JNL-ACCOUNT
           MOVE WS-JNL-SOCIAL TO WS-JNL-AMOUNT
           PERFORM PostJournalLine
           MOVE "PENLIAB" TO WS-JNL-ACCOUNT
           MOVE WS-JNL-PENSION TO WS-JNL-AMOUNT
           PERFORM PostJournalLine
           MOVE "GARNLIAB" TO WS-JNL-ACCOUNT
           MOVE WS-JNL-GARNISH TO WS-JNL-AMOUNT
           PERFORM PostJournalLine
           MOVE "DEDLIAB" TO WS-JNL-ACCOUNT
           MOVE WS-JNL-OTHER TO WS-JNL-AMOUNT
           PERFORM PostJournalLine
           MOVE "NETCLR" TO WS-JNL-ACCOUNT
           MOVE WS-JNL-NET TO WS-JNL-AMOUNT
           PERFORM PostJournalLine
           IF WS-JNL-DEBITS NOT = WS-JNL-CREDITS
               DISPLAY "*** PAYROLL JOURNAL OUT OF BALANCE ***"
           END-IF
           .

       ValidateExpenseAccount.
           IF WS-CHART-LOADED NOT = "Y"
               MOVE "Y" TO WS-EXPENSE-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EXPENSE-VALID
           PERFORM VARYING CHT-IDX FROM 1 BY 1
                   UNTIL CHT-IDX > CHART-COUNT
               IF CH-ACCOUNT-CODE (CHT-IDX) = WS-EXPENSE-ACCOUNT
                       AND CH-ACTIVE (CHT-IDX) = "Y"
                   MOVE "Y" TO WS-EXPENSE-VALID
               END-IF
           END-PERFORM
           .

      *>    A zero line is not posted; a line GLPOST refuses is not
      *>    counted, so the balance check shows the journal short.
       PostJournalLine.
           IF WS-JNL-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO GL-DATE
           MOVE WS-RUN-PROGRAM-ID TO GL-SOURCE
           MOVE WS-JNL-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE WS-JNL-SIDE TO GL-DC
           MOVE WS-JNL-AMOUNT TO GL-AMOUNT
           CALL "GLPOST" USING GL-RECORD, WS-GL-RC
           IF WS-GL-RC NOT = 0
               DISPLAY "GLPOST REFUSED " WS-JNL-ACCOUNT " RC = "
                   WS-GL-RC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JNL-LINES
           IF GL-DEBIT
               ADD WS-JNL-AMOUNT TO WS-JNL-DEBITS
           ELSE
               ADD WS-JNL-AMOUNT TO WS-JNL-CREDITS
           END-IF
           .

      *>----------------------------------------------------------------
      *> PostGeneralLedgerPair - one balanced debit/credit pair to the
      *> shared GLPOSTF posting file through the GLPOST service; the
                   OR WS-PEN-EMP-PCT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GROSS-PAY TO WS-PENSIONABLE
           IF WS-PENSIONABLE < ZERO
               MOVE ZEROS TO WS-PENSIONABLE
           END-IF
           IF WS-PEN-SALARY-CAP > ZERO
                   AND WS-PENSIONABLE > WS-PEN-SALARY-CAP
               MOVE WS-PEN-SALARY-CAP TO WS-PENSIONABLE
      *> and 2, everything else 5, so when the protected-earnings
      *> floor caps what can come out of the pay, the statutory
      *> money comes out first and the discretionary lines reduce or
      *> drop.  Every shortfall carries to arrears.  Attachment
      *> orders sit at 4, between the pension and the voluntary
      *> lines, already tabled in their legal priority; their
      *> shortfall stays on the order's balance instead.
      *>----------------------------------------------------------------
       ApplyDeductionPriorities.
           COMPUTE WS-CAPACITY =
               WS-GROSS-PAY - WS-PROTECTED-FLOOR
           IF WS-CAPACITY < ZERO
               MOVE ZEROS TO WS-CAPACITY
           END-IF
                   WHEN OTHER
                       MOVE 5 TO DED-PRIORITY (DED-IDX)
               END-EVALUATE
               IF DED-ORIGIN (DED-IDX) = "G"
                   MOVE 4 TO DED-PRIORITY (DED-IDX)
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-EMP-ARREARS
      *>    The keyed batch ties against what was keyed, whether it
               COMPUTE WS-SHORTFALL =
                   DED-AMOUNT (DED-IDX) - WS-CAPACITY
               MOVE ZEROS TO WS-CAPACITY
               IF DED-ORIGIN (DED-IDX) NOT = "G"
                   ADD WS-SHORTFALL TO WS-EMP-ARREARS
                   PERFORM CarryOneShortfall
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadGarnishments - the GARNORD attachment orders.  An order
      *> that cannot be read is rejected to EXCFILE (reason GO) but
      *> still rolls forward untouched: a court order is never
      *> dropped by the payroll.
      *>----------------------------------------------------------------
       LoadGarnishments.
           OPEN INPUT GARNISH-FILE
           IF NOT WS-GARNISH-FILE-OK
               IF WS-GARNISH-FILE-STATUS = "05"
                   CLOSE GARNISH-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GARNISH-FILE-EOF
               READ GARNISH-FILE
                   AT END SET WS-GARNISH-FILE-EOF TO TRUE
                   NOT AT END PERFORM AcceptOneGarnishment
               END-READ
           END-PERFORM
           CLOSE GARNISH-FILE
           .

       AcceptOneGarnishment.
           ADD 1 TO WS-GARN-READ
      *>    An order past the table is not taken tonight, but
      *>    CarryOverflowGarnishments copies it to GARNORDO as read.
           IF GARNISH-COUNT >= 500
               DISPLAY "GARNISH TABLE FULL - ORDER "
                   GARNISH-FILE-RECORD (9:12)
                   " NOT TAKEN, CARRIED UNCHANGED"
               ADD 1 TO WS-GARN-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GARNISH-COUNT
           SET GO-IDX TO GARNISH-COUNT
           MOVE GARNISH-FILE-RECORD TO GO-RECORD (GO-IDX)
           MOVE ZEROS TO GO-TAKEN (GO-IDX)
           MOVE "Y" TO GO-VALID (GO-IDX)
           MOVE GARNISH-FILE-RECORD TO GN-RECORD
           IF GN-PRIORITY NOT NUMERIC OR GN-PRIORITY = ZERO
                   OR GN-PERIOD-AMOUNT NOT NUMERIC
                   OR GN-PERCENT NOT NUMERIC
                   OR GN-BALANCE NOT NUMERIC
                   OR NOT (GN-FIXED-AMOUNT OR GN-PERCENTAGE)
                   OR NOT (GN-OPEN OR GN-CLOSED)
               MOVE "N" TO GO-VALID (GO-IDX)
               ADD 1 TO WS-GARN-REJECTS
               DISPLAY "GARNISH ORDER " GN-ORDER-REF " FOR "
                   GN-ACCT-NO " REJECTED - REASON GO"
               OPEN EXTEND EXCEPTION-REPOSITORY
      *>        Status "05" means EXTEND already created the missing
      *>        OPTIONAL file successfully -- only a genuine error
      *>        status should fall back to OPEN OUTPUT.
               IF WS-REPOSITORY-STATUS NOT = "00"
                       AND WS-REPOSITORY-STATUS NOT = "05"
                   OPEN OUTPUT EXCEPTION-REPOSITORY
               END-IF
               MOVE SPACES TO EXC-RECORD
               MOVE WS-RUN-PROGRAM-ID TO EXC-SOURCE
               MOVE WS-RUN-DATE TO EXC-DATE
               MOVE GN-ACCT-NO TO EXC-KEY
               MOVE "GO" TO EXC-REASON
               SET EXC-OPEN TO TRUE
               MOVE ZEROS TO EXC-FIXED-DATE
               MOVE GN-RECORD TO EXC-IMAGE
               WRITE EXCEPTION-REPOSITORY-RECORD FROM EXC-RECORD
               IF WS-REPOSITORY-STATUS NOT = "00"
                   DISPLAY "EXCFILE WRITE FAILED, STATUS = "
                       WS-REPOSITORY-STATUS
               END-IF
               CLOSE EXCEPTION-REPOSITORY
           END-IF
           .

      *>----------------------------------------------------------------
      *> AddGarnishmentLines - this employee's open orders join the
      *> deductions in legal priority order, each sized at its fixed
      *> amount, or its percentage of attachable pay up to the
      *> per-period cap, and never more than the balance still owed.
      *>----------------------------------------------------------------
       AddGarnishmentLines.
           IF GARNISH-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GROSS-PAY TO WS-ATTACHABLE
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > DEDUCTION-COUNT
               IF DED-CODE (DED-IDX) = "TAX"
                       OR DED-CODE (DED-IDX) = "SOCIAL"
                       OR DED-CODE (DED-IDX) = "PENSION"
                   SUBTRACT DED-AMOUNT (DED-IDX) FROM WS-ATTACHABLE
               END-IF
           END-PERFORM
           IF WS-ATTACHABLE < ZERO
               MOVE ZEROS TO WS-ATTACHABLE
           END-IF
           PERFORM VARYING WS-LEGAL-PRIORITY FROM 1 BY 1
                   UNTIL WS-LEGAL-PRIORITY > 9
               PERFORM VARYING GO-IDX FROM 1 BY 1
                       UNTIL GO-IDX > GARNISH-COUNT
                   IF GO-VALID (GO-IDX) = "Y"
                           AND GO-RECORD (GO-IDX) (1:8) = ACCT-NO
                       MOVE GO-RECORD (GO-IDX) TO GN-RECORD
                       IF GN-PRIORITY = WS-LEGAL-PRIORITY
                               AND GN-OPEN
                           PERFORM AddOneGarnishment
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       AddOneGarnishment.
           COMPUTE WS-GARN-OWED = GN-BALANCE - GO-TAKEN (GO-IDX)
           IF WS-GARN-OWED NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF GN-PERCENTAGE
               COMPUTE WS-GARN-AMOUNT ROUNDED =
                   WS-ATTACHABLE * GN-PERCENT / 100
               IF GN-PERIOD-AMOUNT > ZERO
                       AND WS-GARN-AMOUNT > GN-PERIOD-AMOUNT
                   MOVE GN-PERIOD-AMOUNT TO WS-GARN-AMOUNT
               END-IF
           ELSE
               MOVE GN-PERIOD-AMOUNT TO WS-GARN-AMOUNT
           END-IF
           IF WS-GARN-AMOUNT > WS-GARN-OWED
               MOVE WS-GARN-OWED TO WS-GARN-AMOUNT
           END-IF
           IF WS-GARN-AMOUNT NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF DEDUCTION-COUNT >= 20
               DISPLAY "DEDUCTION TABLE FULL - GARNISH ORDER "
                   GN-ORDER-REF " NOT TAKEN FOR " ACCT-NO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DEDUCTION-COUNT
           MOVE "GARNISH" TO DED-CODE (DEDUCTION-COUNT)
           MOVE WS-GARN-AMOUNT TO DED-AMOUNT (DEDUCTION-COUNT)
           MOVE "G" TO DED-ORIGIN (DEDUCTION-COUNT)
           SET DED-GARN-SUB (DEDUCTION-COUNT) TO GO-IDX
           .

      *>    What the floor let through is what was taken; it comes
      *>    off the order's balance when the orders roll forward.
       RecordGarnishmentsTaken.
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > DEDUCTION-COUNT
               IF DED-ORIGIN (DED-IDX) = "G"
                   SET GO-IDX TO DED-GARN-SUB (DED-IDX)
                   ADD DED-APPLIED (DED-IDX) TO GO-TAKEN (GO-IDX)
                   ADD DED-APPLIED (DED-IDX) TO WS-GARN-GRAND
                   IF DED-APPLIED (DED-IDX) < DED-AMOUNT (DED-IDX)
                       ADD 1 TO WS-GARN-SHORT
                   END-IF
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> WriteGarnishmentOrders - GARNORD rolls to GARNORDO (the
      *> operator swaps it in): balances reduced by this run's take,
      *> GN-LAST-TAKEN showing it, and an order paid down to nothing
      *> closed as of the run date.
      *>----------------------------------------------------------------
       WriteGarnishmentOrders.
           OPEN OUTPUT NEW-GARNISH-FILE
           PERFORM VARYING GO-IDX FROM 1 BY 1
                   UNTIL GO-IDX > GARNISH-COUNT
               MOVE GO-RECORD (GO-IDX) TO GN-RECORD
               IF GO-VALID (GO-IDX) = "Y"
                   MOVE GO-TAKEN (GO-IDX) TO GN-LAST-TAKEN
                   SUBTRACT GO-TAKEN (GO-IDX) FROM GN-BALANCE
                   IF GN-BALANCE = ZERO AND GN-OPEN
                       SET GN-CLOSED TO TRUE
                       MOVE WS-RUN-DATE TO GN-CLOSED-DATE
                       ADD 1 TO WS-GARN-CLOSED
                       DISPLAY "GARNISH ORDER " GN-ORDER-REF " FOR "
                           GN-ACCT-NO " SATISFIED - CLOSED"
                   END-IF
                   IF GO-TAKEN (GO-IDX) > ZERO
                       PERFORM AddToPayeeTotals
                   END-IF
               END-IF
               WRITE NEW-GARNISH-RECORD FROM GN-RECORD
               IF WS-NEW-GARNISH-STATUS NOT = "00"
                   DISPLAY "GARNORDO WRITE FAILED, STATUS = "
                       WS-NEW-GARNISH-STATUS
               END-IF
           END-PERFORM
           IF WS-GARN-OVERFLOW > ZERO
               PERFORM CarryOverflowGarnishments
           END-IF
           CLOSE NEW-GARNISH-FILE
           .

      *>----------------------------------------------------------------
      *> CarryOverflowGarnishments - the table holds GARNORD's first
      *> orders in file order, so every order after them is copied
      *> from GARNORD to GARNORDO byte for byte.
      *>----------------------------------------------------------------
       CarryOverflowGarnishments.
           MOVE ZERO TO WS-GARN-COPIED
           OPEN INPUT GARNISH-FILE
           IF NOT WS-GARNISH-FILE-OK
               DISPLAY "GARNORD REOPEN FAILED, STATUS = "
                   WS-GARNISH-FILE-STATUS
                   " - ORDERS PAST THE TABLE NOT CARRIED"
               MOVE "Y" TO WS-GARN-CARRY-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GARNISH-FILE-EOF
               READ GARNISH-FILE
                   AT END SET WS-GARNISH-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GARN-COPIED
                       IF WS-GARN-COPIED > GARNISH-COUNT
                           WRITE NEW-GARNISH-RECORD
                               FROM GARNISH-FILE-RECORD
                           IF WS-NEW-GARNISH-STATUS NOT = "00"
                               DISPLAY "GARNORDO WRITE FAILED, "
                                   "STATUS = " WS-NEW-GARNISH-STATUS
                               MOVE "Y" TO WS-GARN-CARRY-FAILED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GARNISH-FILE
           .

       AddToPayeeTotals.
           SET PY-IDX TO 1
           SEARCH PAYEE-ENTRY
               AT END
                   IF PAYEE-COUNT >= 200
                       DISPLAY "PAYEE TABLE FULL - " GN-PAYEE
                           " LEFT OFF THE REMITTANCE REPORT"
                   ELSE
                       ADD 1 TO PAYEE-COUNT
                       SET PY-IDX TO PAYEE-COUNT
                       MOVE GN-PAYEE TO PY-PAYEE (PY-IDX)
                       MOVE GN-PAYEE-NAME TO PY-PAYEE-NAME (PY-IDX)
                       MOVE 1 TO PY-ORDERS (PY-IDX)
                       MOVE GO-TAKEN (GO-IDX) TO PY-TOTAL (PY-IDX)
                   END-IF
               WHEN PY-PAYEE (PY-IDX) = GN-PAYEE
                   ADD 1 TO PY-ORDERS (PY-IDX)
                   ADD GO-TAKEN (GO-IDX) TO PY-TOTAL (PY-IDX)
           END-SEARCH
           .

      *>----------------------------------------------------------------
      *> PrintRemittanceReport - per creditor, every order taken
      *> this run and what to remit, then the creditor's total, so
      *> payroll can pay each court or creditor one amount.
      *>----------------------------------------------------------------
       PrintRemittanceReport.
           OPEN OUTPUT REMIT-REPORT
           MOVE SPACES TO REMIT-REPORT-RECORD
           STRING "GARNISHMENT REMITTANCES " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO REMIT-REPORT-RECORD
           WRITE REMIT-REPORT-RECORD
           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > PAYEE-COUNT
               PERFORM VARYING GO-IDX FROM 1 BY 1
                       UNTIL GO-IDX > GARNISH-COUNT
                   MOVE GO-RECORD (GO-IDX) TO GN-RECORD
                   IF GO-TAKEN (GO-IDX) > ZERO
                           AND GN-PAYEE = PY-PAYEE (PY-IDX)
                       MOVE "ORDER  " TO RM-LABEL
                       MOVE GN-PAYEE TO RM-PAYEE
                       MOVE GN-ORDER-REF TO RM-TEXT
                       MOVE GN-ACCT-NO TO RM-ACCT
                       MOVE ZERO TO RM-COUNT
                       MOVE GO-TAKEN (GO-IDX) TO RM-AMOUNT
                       IF GO-TAKEN (GO-IDX) >= GN-BALANCE
                           MOVE "ORDER CLOSED" TO RM-STATUS
                       ELSE
                           MOVE SPACES TO RM-STATUS
                       END-IF
                       WRITE REMIT-REPORT-RECORD FROM WS-REMIT-LINE
                   END-IF
               END-PERFORM
               MOVE "REMIT  " TO RM-LABEL
               MOVE PY-PAYEE (PY-IDX) TO RM-PAYEE
               MOVE PY-PAYEE-NAME (PY-IDX) TO RM-TEXT
               MOVE SPACES TO RM-ACCT
               MOVE PY-ORDERS (PY-IDX) TO RM-COUNT
               MOVE PY-TOTAL (PY-IDX) TO RM-AMOUNT
               MOVE "PAY CREDITOR" TO RM-STATUS
               WRITE REMIT-REPORT-RECORD FROM WS-REMIT-LINE
           END-PERFORM
           MOVE "TOTAL  " TO RM-LABEL
           MOVE SPACES TO RM-PAYEE
           MOVE SPACES TO RM-TEXT
           MOVE SPACES TO RM-ACCT
           MOVE PAYEE-COUNT TO RM-COUNT
           MOVE WS-GARN-GRAND TO RM-AMOUNT
           MOVE SPACES TO RM-STATUS
           WRITE REMIT-REPORT-RECORD FROM WS-REMIT-LINE
           CLOSE REMIT-REPORT
           MOVE "GARNRMRP" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           .

       CarryOneShortfall.
           SET ARR-IDX TO 1
           SEARCH ARREARS-ENTRY
           END-IF
           IF WS-FOUND-SUB NOT = ZERO
               ADD 1 TO DP-HEADCOUNT (WS-FOUND-SUB)
               ADD WS-GROSS-PAY TO DP-GROSS-TOTAL (WS-FOUND-SUB)
               ADD WS-NET-PAY TO DP-NET-TOTAL (WS-FOUND-SUB)
           END-IF
           .

       PrintRegisterReport.
           MOVE SPACES TO REGISTER-REPORT-RECORD
           IF WS-OFF-CYCLE
               STRING "OFF-CYCLE PAYROLL REGISTER " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                   INTO REGISTER-REPORT-RECORD
           ELSE
               STRING "PAYROLL REGISTER " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                   INTO REGISTER-REPORT-RECORD
           END-IF
           WRITE REGISTER-REPORT-RECORD
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > DEPT-TOTAL-COUNT
