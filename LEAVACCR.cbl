      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly leave accrual - keep every employee's
      *          vacation and sick leave balance on LEAVBAL, rolled to
      *          LEAVBALO (the operator swaps it in, as with the
      *          payroll register's DEDARRSO).  The annual vacation
      *          entitlement goes by length of service, worked out
      *          from EMP-FECHA-ALTA through DATECALC, and one twelfth
      *          of it accrues each monthly run - once per period,
      *          however often the run is repeated.  At the first run
      *          of a new leave year up to five untaken days carry
      *          over, the rest is forfeited, and the year's sick
      *          leave is granted whole.  The days off on the LEAVTRAN
      *          absence file come off the balance; an absence for an
      *          employee not on EMPMSTR, of no known leave type, or
      *          with a bad date or day count is rejected to EXCFILE.
      *          A balance whose employee has left EMPMSTR is dropped
      *          (the final-pay run has already paid it out).  LEAVRPT
      *          lists every balance by department, each department
      *          validated against DEPTDD, with department and company
      *          totals; staff under a code not on DEPTDD are listed
      *          apart and kept out of the department totals.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVACCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN TO "EMPMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT OPTIONAL DEPT-MASTER ASSIGN TO "DEPTDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-MASTER-STATUS.
           SELECT OPTIONAL BALANCE-FILE ASSIGN TO "LEAVBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT NEW-BALANCE-FILE ASSIGN TO "LEAVBALO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-BALANCE-STATUS.
           SELECT OPTIONAL ABSENCE-FILE ASSIGN TO "LEAVTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-FILE-STATUS.
           SELECT OPTIONAL EXCEPTION-REPOSITORY ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPOSITORY-STATUS.
           SELECT LEAVE-REPORT ASSIGN TO "LEAVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 170 CHARACTERS.
       COPY EMPLOYEE.
       FD  DEPT-MASTER.
       COPY DEPTREC.
       FD  BALANCE-FILE.
       01  BALANCE-FILE-RECORD PIC X(80).
       FD  NEW-BALANCE-FILE.
       01  NEW-BALANCE-RECORD PIC X(80).
       FD  ABSENCE-FILE.
       COPY ABSREC.
       FD  EXCEPTION-REPOSITORY.
       01  EXCEPTION-REPOSITORY-RECORD PIC X(215).
       FD  LEAVE-REPORT.
       01  LEAVE-REPORT-RECORD PIC X(132).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY EXCREC.
       COPY LVREC.
       01 WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-EMPLOYEE-MASTER-OK VALUE "00".
           88 WS-EMPLOYEE-MASTER-EOF VALUE "10".
       01 WS-DEPT-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-DEPT-MASTER-OK VALUE "00".
           88 WS-DEPT-MASTER-EOF VALUE "10".
       01 WS-BALANCE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-BALANCE-FILE-OK VALUE "00".
           88 WS-BALANCE-FILE-EOF VALUE "10".
       01 WS-NEW-BALANCE-STATUS PIC XX VALUE SPACES.
       01 WS-ABSENCE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-ABSENCE-FILE-OK VALUE "00".
           88 WS-ABSENCE-FILE-EOF VALUE "10".
       01 WS-REPOSITORY-STATUS PIC XX VALUE SPACES.
       01 WS-LEAVE-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   Annual vacation days by completed years of service: the
      *>   last band whose floor the employee has reached applies.
       01 ENTITLEMENT-VALUES.
           05 FILLER PIC 9(2) VALUE 00.
           05 FILLER PIC 9(3)V99 VALUE 020.00.
           05 FILLER PIC 9(2) VALUE 02.
           05 FILLER PIC 9(3)V99 VALUE 022.00.
           05 FILLER PIC 9(2) VALUE 05.
           05 FILLER PIC 9(3)V99 VALUE 025.00.
           05 FILLER PIC 9(2) VALUE 10.
           05 FILLER PIC 9(3)V99 VALUE 028.00.
           05 FILLER PIC 9(2) VALUE 20.
           05 FILLER PIC 9(3)V99 VALUE 030.00.
       01 ENTITLEMENT-TABLE REDEFINES ENTITLEMENT-VALUES.
           05 ENTITLEMENT-ENTRY OCCURS 5 TIMES INDEXED BY EN-IDX.
               10 EN-MIN-YEARS PIC 9(2).
               10 EN-ANNUAL-DAYS PIC 9(3)V99.
       01 WS-SICK-ENTITLEMENT PIC 9(3)V99 VALUE 010.00.
       01 WS-CARRY-CAP PIC 9(3)V99 VALUE 005.00.
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 50 TIMES INDEXED BY DP-IDX.
               10 DP-DEPT-CODE PIC X(4).
               10 DP-HEADCOUNT PIC 9(5).
               10 DP-ENTITLEMENT PIC S9(7)V99.
               10 DP-ACCRUED PIC S9(7)V99.
               10 DP-TAKEN PIC S9(7)V99.
               10 DP-BALANCE PIC S9(7)V99.
               10 DP-SICK-BALANCE PIC S9(7)V99.
       01 DEPT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SWAP-ENTRY PIC X(54).
       01 WS-SORT-SUB PIC 9(4) VALUE ZERO.
       01 WS-SORT-SUB-2 PIC 9(4) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(4) VALUE ZERO.
      *>   Last run's balances; BT-MATCHED marks the ones an EMPMSTR
      *>   employee claimed - the rest belong to leavers.
       01 BALANCE-TABLE.
           05 BALANCE-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON BALANCE-COUNT
               INDEXED BY BT-IDX.
               10 BT-RECORD PIC X(80).
               10 BT-MATCHED PIC X(1).
       01 BALANCE-COUNT PIC 9(4) VALUE ZERO.
      *>   This month's absences; AT-MATCHED as above.
       01 ABSENCE-TABLE.
           05 ABSENCE-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON ABSENCE-COUNT
               INDEXED BY AT-IDX.
               10 AT-RECORD PIC X(40).
               10 AT-MATCHED PIC X(1).
       01 ABSENCE-COUNT PIC 9(4) VALUE ZERO.
      *>   Each employee's report line is held with its department
      *>   code so LEAVRPT can print department by department.
       01 DETAIL-TABLE.
           05 DETAIL-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON DETAIL-COUNT
               INDEXED BY DT-IDX.
               10 DT-DEPT-CODE PIC X(4).
               10 DT-KNOWN-DEPT PIC X(1).
               10 DT-LINE PIC X(132).
       01 DETAIL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RUN-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-RUN-YEAR PIC 9(4) VALUE ZERO.
       01 WS-HIRE-DATE PIC 9(8) VALUE ZERO.
       01 WS-SERVICE-YEARS PIC 9(2) VALUE ZERO.
       01 WS-KNOWN-DEPT PIC X VALUE "N".
       01 WS-EXC-REASON PIC XX VALUE SPACES.
      *>   DATECALC parameter set.
       01 WS-DATE-FUNCTION PIC X VALUE "V".
       01 WS-DATE-1 PIC 9(8) VALUE ZERO.
       01 WS-DATE-2 PIC 9(8) VALUE ZERO.
       01 WS-DAY-COUNT PIC S9(7) VALUE ZERO.
       01 WS-DATE-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DATE-RC PIC 9 VALUE ZERO.
       01 WS-EMPLOYEE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NEW-BALANCE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ACCRUED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ALREADY-ACCRUED PIC 9(9) VALUE ZERO.
       01 WS-YEAR-ROLLED PIC 9(9) VALUE ZERO.
       01 WS-LEAVER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NO-DATE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-BAD-DEPT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-OVERDRAWN-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ABSENCE-READ PIC 9(9) VALUE ZERO.
       01 WS-ABSENCE-APPLIED PIC 9(9) VALUE ZERO.
       01 WS-ABSENCE-REJECTS PIC 9(9) VALUE ZERO.
       01 WS-BALANCES-WRITTEN PIC 9(9) VALUE ZERO.
       01 WS-FORFEIT-DAYS PIC S9(7)V99 VALUE ZERO.
       01 WS-COMPANY-ENTITLEMENT PIC S9(7)V99 VALUE ZERO.
       01 WS-COMPANY-ACCRUED PIC S9(7)V99 VALUE ZERO.
       01 WS-COMPANY-TAKEN PIC S9(7)V99 VALUE ZERO.
       01 WS-COMPANY-BALANCE PIC S9(7)V99 VALUE ZERO.
       01 WS-COMPANY-SICK PIC S9(7)V99 VALUE ZERO.
       01 WS-EDITED-DAYS PIC ----,--9.99.
       01 WS-DETAIL-LINE.
           05 LL-DEPT PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LL-ACCT-NO PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LL-NAME PIC X(20).
           05 FILLER PIC X(5) VALUE " SVC=".
           05 LL-SERVICE PIC Z9.
           05 FILLER PIC X(5) VALUE " ENT=".
           05 LL-ENTITLEMENT PIC ZZ9.99.
           05 FILLER PIC X(4) VALUE " CF=".
           05 LL-CARRIED PIC -ZZ9.99.
           05 FILLER PIC X(5) VALUE " ACC=".
           05 LL-ACCRUED PIC ZZ9.99.
           05 FILLER PIC X(5) VALUE " TKN=".
           05 LL-TAKEN PIC ZZ9.99.
           05 FILLER PIC X(5) VALUE " BAL=".
           05 LL-BALANCE PIC -ZZ9.99.
           05 FILLER PIC X(6) VALUE " SICK=".
           05 LL-SICK PIC -ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LL-NOTE PIC X(10).
           05 FILLER PIC X(11) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(5).
           05 TL-DEPT PIC X(4).
           05 FILLER PIC X(4) VALUE " HC=".
           05 TL-HEADCOUNT PIC Z(4)9.
           05 FILLER PIC X(5) VALUE " ENT=".
           05 TL-ENTITLEMENT PIC ---,--9.99.
           05 FILLER PIC X(5) VALUE " ACC=".
           05 TL-ACCRUED PIC ---,--9.99.
           05 FILLER PIC X(5) VALUE " TKN=".
           05 TL-TAKEN PIC ---,--9.99.
           05 FILLER PIC X(5) VALUE " BAL=".
           05 TL-BALANCE PIC ---,--9.99.
           05 FILLER PIC X(6) VALUE " SICK=".
           05 TL-SICK PIC ---,--9.99.
           05 FILLER PIC X(28) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "LEAVACCR" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-PERIOD
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR
           PERFORM LoadDepartments
           PERFORM LoadBalances
           PERFORM LoadAbsences
           OPEN OUTPUT NEW-BALANCE-FILE
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT WS-EMPLOYEE-MASTER-OK
               DISPLAY "EMPMSTR NOT AVAILABLE, STATUS = "
                   WS-EMPLOYEE-MASTER-STATUS
               SET WS-EMPLOYEE-MASTER-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EMPLOYEE-MASTER-EOF
               READ EMPLOYEE-MASTER
                   AT END SET WS-EMPLOYEE-MASTER-EOF TO TRUE
                   NOT AT END PERFORM AccrueOneEmployee
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           CLOSE NEW-BALANCE-FILE
           PERFORM DropLeaverBalances
           PERFORM RejectUnclaimedAbsences
           PERFORM SortDepartments
           PERFORM PrintLeaveReport
           DISPLAY "---------- LEAVE ACCRUAL TOTALS ----------"
           DISPLAY "LEAVE PERIOD      : " WS-RUN-PERIOD
           DISPLAY "EMPLOYEES READ    : " WS-EMPLOYEE-COUNT
           DISPLAY "NEW BALANCES      : " WS-NEW-BALANCE-COUNT
           DISPLAY "ACCRUED THIS RUN  : " WS-ACCRUED-COUNT
           DISPLAY "ALREADY ACCRUED   : " WS-ALREADY-ACCRUED
           DISPLAY "LEAVE YEAR ROLLED : " WS-YEAR-ROLLED
           MOVE WS-FORFEIT-DAYS TO WS-EDITED-DAYS
           DISPLAY "DAYS FORFEITED    : " WS-EDITED-DAYS
           DISPLAY "HIRE DATES BAD    : " WS-NO-DATE-COUNT
           DISPLAY "ABSENCES READ     : " WS-ABSENCE-READ
           DISPLAY "ABSENCES APPLIED  : " WS-ABSENCE-APPLIED
           DISPLAY "ABSENCES REJECTED : " WS-ABSENCE-REJECTS
           DISPLAY "BALANCES OVERDRAWN: " WS-OVERDRAWN-COUNT
           DISPLAY "LEAVERS DROPPED   : " WS-LEAVER-COUNT
           DISPLAY "BAD DEPT CODES    : " WS-BAD-DEPT-COUNT
           DISPLAY "BALANCES WRITTEN  : " WS-BALANCES-WRITTEN
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> LoadDepartments - every DEPTDD code gets a bucket up front,
      *> so a department with no staff still shows on the report.
      *>----------------------------------------------------------------
       LoadDepartments.
           MOVE ZERO TO DEPT-COUNT
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-MASTER-OK
               PERFORM UNTIL WS-DEPT-MASTER-EOF
                   READ DEPT-MASTER
                       AT END SET WS-DEPT-MASTER-EOF TO TRUE
                       NOT AT END
                           IF DEPT-COUNT < 50
                               ADD 1 TO DEPT-COUNT
                               MOVE DM-DEPT-CODE
                                   TO DP-DEPT-CODE (DEPT-COUNT)
                               MOVE ZEROS
                                   TO DP-HEADCOUNT (DEPT-COUNT)
                               MOVE ZEROS
                                   TO DP-ENTITLEMENT (DEPT-COUNT)
                               MOVE ZEROS TO DP-ACCRUED (DEPT-COUNT)
                               MOVE ZEROS TO DP-TAKEN (DEPT-COUNT)
                               MOVE ZEROS TO DP-BALANCE (DEPT-COUNT)
                               MOVE ZEROS
                                   TO DP-SICK-BALANCE (DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER
           ELSE
               IF WS-DEPT-MASTER-STATUS = "05"
                   CLOSE DEPT-MASTER
               END-IF
               DISPLAY "DEPTDD NOT AVAILABLE - NO VALIDATION "
                   "POSSIBLE"
           END-IF
           .

       LoadBalances.
           OPEN INPUT BALANCE-FILE
           IF NOT WS-BALANCE-FILE-OK
               IF WS-BALANCE-FILE-STATUS = "05"
                   CLOSE BALANCE-FILE
               END-IF
               DISPLAY "LEAVBAL NOT AVAILABLE - EVERY BALANCE STARTS "
                   "NEW"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BALANCE-FILE-EOF
               READ BALANCE-FILE
                   AT END SET WS-BALANCE-FILE-EOF TO TRUE
                   NOT AT END
                       IF BALANCE-COUNT >= 5000
                           DISPLAY "BALANCE TABLE FULL - "
                               BALANCE-FILE-RECORD (1:8)
                       ELSE
                           ADD 1 TO BALANCE-COUNT
                           MOVE BALANCE-FILE-RECORD
                               TO BT-RECORD (BALANCE-COUNT)
                           MOVE "N" TO BT-MATCHED (BALANCE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE
           .

      *>----------------------------------------------------------------
      *> LoadAbsences - a line of no known leave type, with a first
      *> day that is not a real date or a day count that is not a
      *> positive number, is rejected to EXCFILE (reason LT) and
      *> never taken off a balance.
      *>----------------------------------------------------------------
       LoadAbsences.
           OPEN INPUT ABSENCE-FILE
           IF NOT WS-ABSENCE-FILE-OK
               IF WS-ABSENCE-FILE-STATUS = "05"
                   CLOSE ABSENCE-FILE
               END-IF
               DISPLAY "LEAVTRAN NOT AVAILABLE - NO ABSENCES TAKEN"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ABSENCE-FILE-EOF
               READ ABSENCE-FILE
                   AT END SET WS-ABSENCE-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ABSENCE-READ
                       PERFORM AcceptOneAbsence
               END-READ
           END-PERFORM
           CLOSE ABSENCE-FILE
           .

       AcceptOneAbsence.
           MOVE 1 TO WS-DATE-RC
           IF AB-START-DATE NUMERIC
               MOVE AB-START-DATE TO WS-DATE-1
               PERFORM ValidateDate
           END-IF
           IF NOT (AB-VACATION OR AB-SICK)
                   OR WS-DATE-RC NOT = 0
                   OR AB-DAYS NOT NUMERIC
                   OR AB-DAYS = ZERO
               MOVE "LT" TO WS-EXC-REASON
               PERFORM RejectOneAbsence
               EXIT PARAGRAPH
           END-IF
           IF ABSENCE-COUNT >= 2000
               DISPLAY "ABSENCE TABLE FULL - " AB-ACCT-NO
               MOVE "LT" TO WS-EXC-REASON
               PERFORM RejectOneAbsence
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ABSENCE-COUNT
           MOVE AB-RECORD TO AT-RECORD (ABSENCE-COUNT)
           MOVE "N" TO AT-MATCHED (ABSENCE-COUNT)
           .

      *>----------------------------------------------------------------
      *> AccrueOneEmployee - last run's balance (or a fresh one for a
      *> new starter), the entitlement for today's length of service,
      *> a new leave year if one has begun, this period's accrual,
      *> this month's absences, then out to LEAVBALO and the report.
      *>----------------------------------------------------------------
       AccrueOneEmployee.
           ADD 1 TO WS-EMPLOYEE-COUNT
           PERFORM FindBalance
           PERFORM ComputeServiceYears
           MOVE WS-SERVICE-YEARS TO LV-SERVICE-YEARS
           PERFORM VARYING EN-IDX FROM 1 BY 1 UNTIL EN-IDX > 5
               IF WS-SERVICE-YEARS NOT < EN-MIN-YEARS (EN-IDX)
                   MOVE EN-ANNUAL-DAYS (EN-IDX)
                       TO LV-VAC-ENTITLEMENT
               END-IF
           END-PERFORM
           MOVE WS-SICK-ENTITLEMENT TO LV-SICK-ENTITLEMENT
           IF LV-LEAVE-YEAR < WS-RUN-YEAR
               PERFORM StartLeaveYear
           END-IF
      *>    Nobody accrues before their first day.
           IF WS-HIRE-DATE > WS-RUN-DATE
               CONTINUE
           ELSE
               IF LV-LAST-ACCRUAL < WS-RUN-PERIOD
                   COMPUTE LV-VAC-ACCRUED ROUNDED =
                       LV-VAC-ACCRUED + LV-VAC-ENTITLEMENT / 12
                   MOVE WS-RUN-PERIOD TO LV-LAST-ACCRUAL
                   ADD 1 TO WS-ACCRUED-COUNT
               ELSE
                   ADD 1 TO WS-ALREADY-ACCRUED
               END-IF
           END-IF
           PERFORM TakeAbsences
           COMPUTE LV-VAC-BALANCE =
               LV-VAC-CARRIED + LV-VAC-ACCRUED - LV-VAC-TAKEN
               ON SIZE ERROR
                   DISPLAY "VACATION BALANCE SIZE ERROR FOR " ACCT-NO
           END-COMPUTE
           COMPUTE LV-SICK-BALANCE =
               LV-SICK-ENTITLEMENT - LV-SICK-TAKEN
           IF LV-VAC-BALANCE < ZERO
               ADD 1 TO WS-OVERDRAWN-COUNT
           END-IF
           WRITE NEW-BALANCE-RECORD FROM LV-RECORD
           IF WS-NEW-BALANCE-STATUS NOT = "00"
               DISPLAY "LEAVBALO WRITE FAILED, STATUS = "
                   WS-NEW-BALANCE-STATUS
           ELSE
               ADD 1 TO WS-BALANCES-WRITTEN
           END-IF
           PERFORM AddToDepartmentTotals
           PERFORM HoldDetailLine
           .

       FindBalance.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > BALANCE-COUNT
               IF BT-RECORD (BT-IDX) (1:8) = ACCT-NO
                   MOVE BT-RECORD (BT-IDX) TO LV-RECORD
                   MOVE "Y" TO BT-MATCHED (BT-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEW-BALANCE-COUNT
           MOVE SPACES TO LV-RECORD
           MOVE ACCT-NO TO LV-ACCT-NO
           MOVE WS-RUN-YEAR TO LV-LEAVE-YEAR
           MOVE ZEROS TO LV-SERVICE-YEARS
           MOVE ZEROS TO LV-VAC-ENTITLEMENT
           MOVE ZEROS TO LV-VAC-CARRIED
           MOVE ZEROS TO LV-VAC-ACCRUED
           MOVE ZEROS TO LV-VAC-TAKEN
           MOVE ZEROS TO LV-VAC-BALANCE
           MOVE WS-SICK-ENTITLEMENT TO LV-SICK-ENTITLEMENT
           MOVE ZEROS TO LV-SICK-TAKEN
           MOVE WS-SICK-ENTITLEMENT TO LV-SICK-BALANCE
           MOVE ZEROS TO LV-LAST-ACCRUAL
           .

      *>----------------------------------------------------------------
      *> ComputeServiceYears - completed years from EMP-FECHA-ALTA
      *> (YYYY-MM-DD text) to the run date.  A hire date that does not
      *> convert to a real date counts as no service, so the employee
      *> still gets the starting entitlement.
      *>----------------------------------------------------------------
       ComputeServiceYears.
           MOVE ZERO TO WS-SERVICE-YEARS
           MOVE ZERO TO WS-HIRE-DATE
           IF EMP-FECHA-ALTA (1:4) NUMERIC
                   AND EMP-FECHA-ALTA (6:2) NUMERIC
                   AND EMP-FECHA-ALTA (9:2) NUMERIC
               MOVE EMP-FECHA-ALTA (1:4) TO WS-HIRE-DATE (1:4)
               MOVE EMP-FECHA-ALTA (6:2) TO WS-HIRE-DATE (5:2)
               MOVE EMP-FECHA-ALTA (9:2) TO WS-HIRE-DATE (7:2)
               MOVE WS-HIRE-DATE TO WS-DATE-1
               PERFORM ValidateDate
               IF WS-DATE-RC NOT = 0
                   MOVE ZERO TO WS-HIRE-DATE
               END-IF
           END-IF
           IF WS-HIRE-DATE = ZERO
               ADD 1 TO WS-NO-DATE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO WS-DATE-FUNCTION
           MOVE WS-HIRE-DATE TO WS-DATE-1
           MOVE WS-RUN-DATE TO WS-DATE-2
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC = 0 AND WS-DAY-COUNT > ZERO
               COMPUTE WS-SERVICE-YEARS = WS-DAY-COUNT / 365.25
           END-IF
           .

       ValidateDate.
           MOVE "V" TO WS-DATE-FUNCTION
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           .

      *>----------------------------------------------------------------
      *> StartLeaveYear - the first run of a new calendar year carries
      *> the old year's vacation balance over up to the cap (an
      *> overdrawn balance carries in full, still owed) and forfeits
      *> the rest; the new year's accrual, days taken and sick leave
      *> start again.
      *>----------------------------------------------------------------
       StartLeaveYear.
           ADD 1 TO WS-YEAR-ROLLED
           IF LV-VAC-BALANCE > WS-CARRY-CAP
               COMPUTE WS-FORFEIT-DAYS =
                   WS-FORFEIT-DAYS + LV-VAC-BALANCE - WS-CARRY-CAP
               MOVE WS-CARRY-CAP TO LV-VAC-CARRIED
           ELSE
               MOVE LV-VAC-BALANCE TO LV-VAC-CARRIED
           END-IF
           MOVE WS-RUN-YEAR TO LV-LEAVE-YEAR
           MOVE ZEROS TO LV-VAC-ACCRUED
           MOVE ZEROS TO LV-VAC-TAKEN
           MOVE ZEROS TO LV-SICK-TAKEN
           .

       TakeAbsences.
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > ABSENCE-COUNT
               IF AT-RECORD (AT-IDX) (1:8) = ACCT-NO
                   MOVE "Y" TO AT-MATCHED (AT-IDX)
                   MOVE AT-RECORD (AT-IDX) TO AB-RECORD
                   ADD 1 TO WS-ABSENCE-APPLIED
                   IF AB-VACATION
                       ADD AB-DAYS TO LV-VAC-TAKEN
                   ELSE
                       ADD AB-DAYS TO LV-SICK-TAKEN
                   END-IF
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> AddToDepartmentTotals - only a DEPTDD department takes the
      *> employee's days; an unknown code is counted and listed apart.
      *>----------------------------------------------------------------
       AddToDepartmentTotals.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > DEPT-COUNT
               IF DP-DEPT-CODE (DP-IDX) = EMP-DEPARTAMENTO
                   SET WS-FOUND-SUB TO DP-IDX
                   SET DP-IDX TO DEPT-COUNT
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               ADD 1 TO WS-BAD-DEPT-COUNT
               MOVE "N" TO WS-KNOWN-DEPT
               DISPLAY "UNKNOWN DEPARTMENT " EMP-DEPARTAMENTO
                   " ON EMPLOYEE " ACCT-NO
           ELSE
               MOVE "Y" TO WS-KNOWN-DEPT
               ADD 1 TO DP-HEADCOUNT (WS-FOUND-SUB)
               ADD LV-VAC-ENTITLEMENT TO DP-ENTITLEMENT (WS-FOUND-SUB)
               ADD LV-VAC-ACCRUED TO DP-ACCRUED (WS-FOUND-SUB)
               ADD LV-VAC-TAKEN TO DP-TAKEN (WS-FOUND-SUB)
               ADD LV-VAC-BALANCE TO DP-BALANCE (WS-FOUND-SUB)
               ADD LV-SICK-BALANCE TO DP-SICK-BALANCE (WS-FOUND-SUB)
               ADD LV-VAC-ENTITLEMENT TO WS-COMPANY-ENTITLEMENT
               ADD LV-VAC-ACCRUED TO WS-COMPANY-ACCRUED
               ADD LV-VAC-TAKEN TO WS-COMPANY-TAKEN
               ADD LV-VAC-BALANCE TO WS-COMPANY-BALANCE
               ADD LV-SICK-BALANCE TO WS-COMPANY-SICK
           END-IF
           .

       HoldDetailLine.
           IF DETAIL-COUNT >= 5000
               DISPLAY "REPORT TABLE FULL - " ACCT-NO " NOT LISTED"
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-DEPARTAMENTO TO LL-DEPT
           MOVE ACCT-NO TO LL-ACCT-NO
           MOVE EMP-NOMBRE TO LL-NAME
           MOVE LV-SERVICE-YEARS TO LL-SERVICE
           MOVE LV-VAC-ENTITLEMENT TO LL-ENTITLEMENT
           MOVE LV-VAC-CARRIED TO LL-CARRIED
           MOVE LV-VAC-ACCRUED TO LL-ACCRUED
           MOVE LV-VAC-TAKEN TO LL-TAKEN
           MOVE LV-VAC-BALANCE TO LL-BALANCE
           MOVE LV-SICK-BALANCE TO LL-SICK
           MOVE SPACES TO LL-NOTE
           IF LV-VAC-BALANCE < ZERO OR LV-SICK-BALANCE < ZERO
               MOVE "OVERDRAWN" TO LL-NOTE
           END-IF
           ADD 1 TO DETAIL-COUNT
           MOVE EMP-DEPARTAMENTO TO DT-DEPT-CODE (DETAIL-COUNT)
           MOVE WS-KNOWN-DEPT TO DT-KNOWN-DEPT (DETAIL-COUNT)
           MOVE WS-DETAIL-LINE TO DT-LINE (DETAIL-COUNT)
           .

      *>----------------------------------------------------------------
      *> DropLeaverBalances - a balance no EMPMSTR employee claimed
      *> belongs to someone who has left; the final-pay run paid the
      *> untaken days, so the line goes no further than this report.
      *>----------------------------------------------------------------
       DropLeaverBalances.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > BALANCE-COUNT
               IF BT-MATCHED (BT-IDX) NOT = "Y"
                   ADD 1 TO WS-LEAVER-COUNT
                   MOVE BT-RECORD (BT-IDX) TO LV-RECORD
                   MOVE LV-VAC-BALANCE TO WS-EDITED-DAYS
                   DISPLAY "LEAVER " LV-ACCT-NO
                       " BALANCE DROPPED, DAYS = " WS-EDITED-DAYS
               END-IF
           END-PERFORM
           .

       RejectUnclaimedAbsences.
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > ABSENCE-COUNT
               IF AT-MATCHED (AT-IDX) NOT = "Y"
                   MOVE AT-RECORD (AT-IDX) TO AB-RECORD
                   MOVE "LE" TO WS-EXC-REASON
                   PERFORM RejectOneAbsence
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> RejectOneAbsence - the absence goes to the EXCFILE
      *> repository: LE no such employee, LT no known leave type or a
      *> bad date or day count.
      *>----------------------------------------------------------------
       RejectOneAbsence.
           ADD 1 TO WS-ABSENCE-REJECTS
           DISPLAY "ABSENCE FOR " AB-ACCT-NO " REJECTED - REASON "
               WS-EXC-REASON
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
           MOVE AB-ACCT-NO TO EXC-KEY
           MOVE WS-EXC-REASON TO EXC-REASON
           SET EXC-OPEN TO TRUE
           MOVE ZEROS TO EXC-FIXED-DATE
           MOVE AB-RECORD TO EXC-IMAGE
           WRITE EXCEPTION-REPOSITORY-RECORD FROM EXC-RECORD
           IF WS-REPOSITORY-STATUS NOT = "00"
               DISPLAY "EXCFILE WRITE FAILED, STATUS = "
                   WS-REPOSITORY-STATUS
           END-IF
           CLOSE EXCEPTION-REPOSITORY
           .

      *>----------------------------------------------------------------
      *> SortDepartments - straight exchange sort into department-code
      *> order; fifty entries at most, so simplicity wins.
      *>----------------------------------------------------------------
       SortDepartments.
           PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                   UNTIL WS-SORT-SUB NOT < DEPT-COUNT
               PERFORM VARYING WS-SORT-SUB-2 FROM 1 BY 1
                       UNTIL WS-SORT-SUB-2
                           NOT < DEPT-COUNT
                   IF DP-DEPT-CODE (WS-SORT-SUB-2)
                           > DP-DEPT-CODE (WS-SORT-SUB-2 + 1)
                       MOVE DEPT-ENTRY (WS-SORT-SUB-2)
                           TO WS-SWAP-ENTRY
                       MOVE DEPT-ENTRY (WS-SORT-SUB-2 + 1)
                           TO DEPT-ENTRY (WS-SORT-SUB-2)
                       MOVE WS-SWAP-ENTRY
                           TO DEPT-ENTRY (WS-SORT-SUB-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> PrintLeaveReport - each DEPTDD department's staff and its
      *> total line, in department-code order, then the company
      *> total, then anyone filed under a code DEPTDD does not know.
      *>----------------------------------------------------------------
       PrintLeaveReport.
           OPEN OUTPUT LEAVE-REPORT
           MOVE SPACES TO LEAVE-REPORT-RECORD
           STRING "LEAVE BALANCES BY DEPARTMENT " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  (VACATION DAYS; SICK = SICK DAYS LEFT)"
                      DELIMITED BY SIZE
               INTO LEAVE-REPORT-RECORD
           WRITE LEAVE-REPORT-RECORD
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > DEPT-COUNT
               PERFORM VARYING DT-IDX FROM 1 BY 1
                       UNTIL DT-IDX > DETAIL-COUNT
                   IF DT-KNOWN-DEPT (DT-IDX) = "Y"
                           AND DT-DEPT-CODE (DT-IDX)
                               = DP-DEPT-CODE (DP-IDX)
                       WRITE LEAVE-REPORT-RECORD FROM DT-LINE (DT-IDX)
                   END-IF
               END-PERFORM
               MOVE "DEPT " TO TL-LABEL
               MOVE DP-DEPT-CODE (DP-IDX) TO TL-DEPT
               MOVE DP-HEADCOUNT (DP-IDX) TO TL-HEADCOUNT
               MOVE DP-ENTITLEMENT (DP-IDX) TO TL-ENTITLEMENT
               MOVE DP-ACCRUED (DP-IDX) TO TL-ACCRUED
               MOVE DP-TAKEN (DP-IDX) TO TL-TAKEN
               MOVE DP-BALANCE (DP-IDX) TO TL-BALANCE
               MOVE DP-SICK-BALANCE (DP-IDX) TO TL-SICK
               WRITE LEAVE-REPORT-RECORD FROM WS-TOTAL-LINE
           END-PERFORM
           MOVE "ALL  " TO TL-LABEL
           MOVE SPACES TO TL-DEPT
           COMPUTE TL-HEADCOUNT =
               WS-EMPLOYEE-COUNT - WS-BAD-DEPT-COUNT
           MOVE WS-COMPANY-ENTITLEMENT TO TL-ENTITLEMENT
           MOVE WS-COMPANY-ACCRUED TO TL-ACCRUED
           MOVE WS-COMPANY-TAKEN TO TL-TAKEN
           MOVE WS-COMPANY-BALANCE TO TL-BALANCE
           MOVE WS-COMPANY-SICK TO TL-SICK
           WRITE LEAVE-REPORT-RECORD FROM WS-TOTAL-LINE
           IF WS-BAD-DEPT-COUNT > ZERO
               MOVE SPACES TO LEAVE-REPORT-RECORD
               MOVE "*** DEPARTMENT NOT ON DEPTDD - NOT IN TOTALS ***"
                   TO LEAVE-REPORT-RECORD
               WRITE LEAVE-REPORT-RECORD
               PERFORM VARYING DT-IDX FROM 1 BY 1
                       UNTIL DT-IDX > DETAIL-COUNT
                   IF DT-KNOWN-DEPT (DT-IDX) NOT = "Y"
                       WRITE LEAVE-REPORT-RECORD FROM DT-LINE (DT-IDX)
                   END-IF
               END-PERFORM
           END-IF
           CLOSE LEAVE-REPORT
           MOVE "LEAVRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
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
           COMPUTE CTL-INPUT-COUNT =
               WS-EMPLOYEE-COUNT + WS-ABSENCE-READ
           COMPUTE CTL-OUTPUT-COUNT =
               WS-BALANCES-WRITTEN + WS-ABSENCE-APPLIED
           MOVE WS-ABSENCE-REJECTS TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM LEAVACCR.
