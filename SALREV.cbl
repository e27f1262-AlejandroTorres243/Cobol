      *          writes the updated master to EMPMSTRO and the same
      *          before/after EMPAUDIT lines the single-employee
      *          change program writes, attributed to this batch and
      *          the operator on the card.  A review line may carry
      *          an effective date; when it falls before the current
      *          pay period the salaried employee's arrears are worked
      *          out period by period from the old and new salary
      *          (the first month pro rata by calendar days) and, on
      *          an apply run, written to RETROPAY for the next
      *          payroll register to pay.  The retro amount shows
      *          under the employee's SALIMPCT impact line either
      *          way, with the run's retro total at the foot.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT OPTIONAL RETRO-FILE ASSIGN TO "RETROPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-FILE-STATUS.
           SELECT IMPACT-REPORT ASSIGN TO "SALIMPCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPACT-REPORT-STATUS.
               88  RV-PERCENT VALUE "P".
               88  RV-FLAT    VALUE "F".
           05  RV-VALUE PIC 9(5)V99.
           05  RV-EFFECTIVE-DATE PIC X(8).
       FD  MODE-PARM-FILE.
       01  MODE-PARM-RECORD.
           05  SM-MODE PIC X(5).
           05  AUD-OLD-VALUE      PIC X(15).
           05  FILLER             PIC X(1).
           05  AUD-NEW-VALUE      PIC X(15).
       FD  RETRO-FILE.
       01  RETRO-FILE-RECORD PIC X(52).
       FD  IMPACT-REPORT.
       01  IMPACT-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY RETREC.
       01 WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-EMPLOYEE-MASTER-OK VALUE "00".
           88 WS-EMPLOYEE-MASTER-EOF VALUE "10".
       01 WS-AUDIT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-IMPACT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-RETRO-FILE-STATUS PIC XX VALUE SPACES.
       01 SW-RUN-MODE PIC X(5) VALUE "APPLY".
           88 MODE-TRIAL VALUE "TRIAL".
       01 WS-OPERATOR PIC X(8) VALUE "SALREV".
               10 RT-KEY PIC X(8).
               10 RT-TYPE PIC X(1).
               10 RT-VALUE PIC 9(5)V99.
               10 RT-EFFECTIVE-DATE PIC X(8).
       01 REVIEW-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-OLD-SALARY PIC S9(7)V99 VALUE ZERO.
       01 WS-CHANGED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DELTA-GRAND PIC S9(11)V99 VALUE ZERO.
      *>   Back-dated review arithmetic: the current pay period, the
      *>   period being worked back through, and that period's first
      *>   day and the next period's (their difference is the month's
      *>   length for the pro rata first month).
       01 WS-RUN-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.
       01 WS-RETRO-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-RETRO-PERIOD-R REDEFINES WS-RETRO-PERIOD.
           05 WS-RETRO-YEAR PIC 9(4).
           05 WS-RETRO-MONTH PIC 9(2).
       01 WS-PERIOD-START PIC 9(8) VALUE ZERO.
       01 WS-NEXT-PERIOD-START PIC 9(8) VALUE ZERO.
       01 WS-NEXT-PERIOD-START-R REDEFINES WS-NEXT-PERIOD-START.
           05 WS-NEXT-YEAR PIC 9(4).
           05 WS-NEXT-MONTH PIC 9(2).
           05 WS-NEXT-DAY PIC 9(2).
       01 WS-DAYS-IN-PERIOD PIC S9(7) VALUE ZERO.
       01 WS-DAYS-PAID PIC S9(7) VALUE ZERO.
       01 WS-RETRO-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-TOTAL PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-PERIODS PIC 9(3) VALUE ZERO.
       01 WS-RETRO-GRAND PIC S9(11)V99 VALUE ZERO.
       01 WS-RETRO-LINES PIC 9(9) VALUE ZERO.
       01 WS-RETRO-EMPLOYEES PIC 9(9) VALUE ZERO.
       01 WS-DATE-FUNCTION PIC X VALUE "V".
       01 WS-DATE-1 PIC 9(8) VALUE ZERO.
       01 WS-DATE-2 PIC 9(8) VALUE ZERO.
       01 WS-DAY-COUNT PIC S9(7) VALUE ZERO.
       01 WS-DATE-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DATE-RC PIC 9 VALUE ZERO.
       01 WS-RETRO-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(7) VALUE " RETRO=".
           05 RI-RETRO PIC ---,---,--9.99.
           05 FILLER PIC X(6) VALUE " FROM ".
           05 RI-EFFECTIVE PIC 9(8).
           05 FILLER PIC X(9) VALUE " PERIODS=".
           05 RI-PERIODS PIC ZZ9.
           05 FILLER PIC X(25) VALUE SPACES.
       01 WS-IMPACT-LINE.
           05 IM-ACCT-NO PIC X(8).
           05 FILLER PIC X(5) VALUE " OLD=".
       MAIN-PROCEDURE.
           MOVE "SALREV" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-PERIOD
           PERFORM ReadRunMode
           PERFORM LoadReviewRules
           OPEN OUTPUT IMPACT-REPORT
                       AND WS-AUDIT-FILE-STATUS NOT = "05"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               OPEN EXTEND RETRO-FILE
      *>        Status "05" means EXTEND already created the missing
      *>        OPTIONAL file successfully -- only a genuine error
      *>        status should fall back to OPEN OUTPUT.
               IF WS-RETRO-FILE-STATUS NOT = "00"
                       AND WS-RETRO-FILE-STATUS NOT = "05"
                   OPEN OUTPUT RETRO-FILE
               END-IF
           ELSE
               DISPLAY "TRIAL RUN - MASTER AND AUDIT UNTOUCHED"
           END-IF
           CLOSE EMPLOYEE-MASTER
           PERFORM PrintDepartmentTotals
           CLOSE IMPACT-REPORT
           MOVE "SALIMPCT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           IF NOT MODE-TRIAL
               CLOSE NEW-MASTER-FILE
               CLOSE AUDIT-FILE
               CLOSE RETRO-FILE
           END-IF
           DISPLAY "---------- SALARY REVIEW TOTALS ----------"
           DISPLAY "MODE             : " SW-RUN-MODE
           DISPLAY "EMPLOYEES READ   : " WS-EMPLOYEE-COUNT
           DISPLAY "INCREASES GIVEN  : " WS-CHANGED-COUNT
           DISPLAY "SIZE ERRORS      : " WS-ERROR-COUNT
           DISPLAY "RETRO PAY LINES  : " WS-RETRO-LINES
           MOVE WS-RETRO-GRAND TO IM-DELTA
           DISPLAY "RETRO PAY TOTAL  : " IM-DELTA
           PERFORM WriteControlRecord
           STOP RUN.

                               MOVE RV-TYPE TO RT-TYPE (REVIEW-COUNT)
                               MOVE RV-VALUE
                                   TO RT-VALUE (REVIEW-COUNT)
                               MOVE RV-EFFECTIVE-DATE
                                   TO RT-EFFECTIVE-DATE (REVIEW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               ADD 1 TO WS-CHANGED-COUNT
               COMPUTE WS-DELTA = WS-NEW-SALARY - WS-OLD-SALARY
               ADD WS-DELTA TO WS-DELTA-GRAND
               PERFORM ComputeRetroPay
               PERFORM AddToDeptDeltas
               PERFORM WriteImpactLine
               IF WS-RETRO-PERIODS > ZERO
                   PERFORM WriteRetroImpactLine
               END-IF
               IF NOT MODE-TRIAL
                   PERFORM WriteAuditLine
                   MOVE WS-NEW-SALARY TO EMP-SALARIO
           END-IF
           .

      *>----------------------------------------------------------------
      *> ComputeRetroPay - a review effective before the current pay
      *> period owes the difference for every period already paid at
      *> the old salary: the effective month pro rata for the days
      *> from the effective date to month end, each later month in
      *> full, up to the period before this one.  No effective date,
      *> or one in the current period or later, owes nothing back.
      *> Hourly staff are paid from timesheets, not EMP-SALARIO, so
      *> a review owes them no salary arrears.
      *>----------------------------------------------------------------
       ComputeRetroPay.
           MOVE ZEROS TO WS-RETRO-TOTAL
           MOVE ZEROS TO WS-RETRO-PERIODS
           IF RT-EFFECTIVE-DATE (WS-FOUND-SUB) = SPACES
                   OR RT-EFFECTIVE-DATE (WS-FOUND-SUB) NOT NUMERIC
                   OR EMP-HOURLY
               EXIT PARAGRAPH
           END-IF
           MOVE RT-EFFECTIVE-DATE (WS-FOUND-SUB) TO WS-EFFECTIVE-DATE
           MOVE "V" TO WS-DATE-FUNCTION
           MOVE WS-EFFECTIVE-DATE TO WS-DATE-1
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC NOT = 0
               DISPLAY "EFFECTIVE DATE " WS-EFFECTIVE-DATE " FOR "
                   ACCT-NO " IS NOT A REAL DATE - NO RETRO PAY"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EFFECTIVE-DATE (1:6) TO WS-RETRO-PERIOD
           PERFORM UNTIL WS-RETRO-PERIOD >= WS-RUN-PERIOD
               PERFORM ComputeOneRetroPeriod
               ADD 1 TO WS-RETRO-MONTH
               IF WS-RETRO-MONTH > 12
                   MOVE 1 TO WS-RETRO-MONTH
                   ADD 1 TO WS-RETRO-YEAR
               END-IF
           END-PERFORM
           IF WS-RETRO-PERIODS > ZERO
               ADD 1 TO WS-RETRO-EMPLOYEES
           END-IF
           ADD WS-RETRO-TOTAL TO WS-RETRO-GRAND
           .

       ComputeOneRetroPeriod.
           MOVE WS-DELTA TO WS-RETRO-AMOUNT
           IF WS-RETRO-PERIOD = WS-EFFECTIVE-DATE (1:6)
                   AND WS-EFFECTIVE-DATE (7:2) NOT = "01"
               MOVE WS-RETRO-PERIOD TO WS-PERIOD-START (1:6)
               MOVE "01" TO WS-PERIOD-START (7:2)
               MOVE WS-PERIOD-START TO WS-NEXT-PERIOD-START
               IF WS-RETRO-MONTH = 12
                   ADD 1 TO WS-NEXT-YEAR
                   MOVE 1 TO WS-NEXT-MONTH
               ELSE
                   ADD 1 TO WS-NEXT-MONTH
               END-IF
               MOVE "D" TO WS-DATE-FUNCTION
               MOVE WS-PERIOD-START TO WS-DATE-1
               MOVE WS-NEXT-PERIOD-START TO WS-DATE-2
               CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
                   WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT,
                   WS-DATE-RC
               MOVE WS-DAY-COUNT TO WS-DAYS-IN-PERIOD
               MOVE WS-EFFECTIVE-DATE TO WS-DATE-1
               CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
                   WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT,
                   WS-DATE-RC
               MOVE WS-DAY-COUNT TO WS-DAYS-PAID
               IF WS-DAYS-IN-PERIOD > ZERO
                   COMPUTE WS-RETRO-AMOUNT ROUNDED =
                       WS-DELTA * WS-DAYS-PAID / WS-DAYS-IN-PERIOD
               END-IF
           END-IF
           ADD WS-RETRO-AMOUNT TO WS-RETRO-TOTAL
           ADD 1 TO WS-RETRO-PERIODS
           IF NOT MODE-TRIAL
               MOVE ACCT-NO TO RP-ACCT-NO
               MOVE WS-RETRO-PERIOD TO RP-PERIOD
               MOVE WS-RETRO-AMOUNT TO RP-AMOUNT
               MOVE WS-OLD-SALARY TO RP-OLD-SALARY
               MOVE WS-NEW-SALARY TO RP-NEW-SALARY
               MOVE WS-RUN-DATE TO RP-REVIEW-DATE
               WRITE RETRO-FILE-RECORD FROM RP-RECORD
               IF WS-RETRO-FILE-STATUS NOT = "00"
                   DISPLAY "RETROPAY WRITE FAILED, STATUS = "
                       WS-RETRO-FILE-STATUS
               END-IF
               ADD 1 TO WS-RETRO-LINES
           END-IF
           .

       WriteRetroImpactLine.
           MOVE WS-RETRO-TOTAL TO RI-RETRO
           MOVE WS-EFFECTIVE-DATE TO RI-EFFECTIVE
           MOVE WS-RETRO-PERIODS TO RI-PERIODS
           WRITE IMPACT-REPORT-RECORD FROM WS-RETRO-LINE
           IF WS-IMPACT-REPORT-STATUS NOT = "00"
               DISPLAY "SALIMPCT WRITE FAILED, STATUS = "
                   WS-IMPACT-REPORT-STATUS
           END-IF
           .

      *>----------------------------------------------------------------
      *> WriteUnchangedMaster - every employee, touched or not, rides
      *> through to the new master on an apply run; a trial run never
           MOVE WS-CHANGED-COUNT TO DL-HEADCOUNT
           MOVE WS-DELTA-GRAND TO DL-DELTA
           WRITE IMPACT-REPORT-RECORD FROM WS-DEPT-LINE
           IF WS-RETRO-GRAND NOT = ZERO
               MOVE "RETRO" TO DL-LABEL
               MOVE SPACES TO DL-DEPT
               MOVE WS-RETRO-EMPLOYEES TO DL-HEADCOUNT
               MOVE WS-RETRO-GRAND TO DL-DELTA
               WRITE IMPACT-REPORT-RECORD FROM WS-DEPT-LINE
           END-IF
           .

       WriteControlRecord.
