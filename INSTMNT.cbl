      *          installment amount and the plan length; the shared
      *          CUOTAS calculator builds the amortization rows and
      *          each row lands on the SCHEDULE file with a monthly
      *          due date rolled forward to a business day through
      *          DATECALC), cancel a plan's open installments, or
      *          re-spread one (cancel what is open and recalculate a
      *          fresh plan over the remaining amount).  The
      *          maintained schedule is written to SCHEDOUT for the
      *          operator to swap in.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-SCHEDULE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-SCHEDULE-FILE-OK VALUE "00".
           88 WS-SCHEDULE-FILE-EOF VALUE "10".
           05 WS-DD-YYYY PIC 9(4).
           05 WS-DD-MM PIC 9(2).
           05 WS-DD-DD PIC 9(2).
      *>   DATECALC parameter set.
       01 WS-DATE-FUNCTION PIC X VALUE "N".
       01 WS-DATE-1 PIC 9(8) VALUE ZERO.
       01 WS-DATE-2 PIC 9(8) VALUE ZERO.
       01 WS-DAY-COUNT PIC S9(7) VALUE ZERO.
       01 WS-DATE-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DATE-RC PIC 9 VALUE ZERO.
      *>   CUOTAS parameter set - its operands are 9(3)V99 COMP-3.
       01 WS-SALDO-INICIAL PIC 9(3)V99 COMP-3 VALUE ZERO.
       01 WS-IMPORTE-CUOTA PIC 9(3)V99 COMP-3 VALUE ZERO.
           END-PERFORM
           CLOSE REQUEST-FILE
           CLOSE REJECT-REPORT
           MOVE "INSTREJ" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           PERFORM WriteNewScheduleFile
           DISPLAY "------ INSTALLMENT MAINTENANCE TOTALS ------"
           DISPLAY "REQUESTS READ : " WS-REQUEST-COUNT
      *> BuildPlanFromCuotas - the shared CUOTAS calculator fills the
      *> amortization table; each non-zero row becomes a SCHEDULE
      *> line with a monthly due date (day clamped to 28 so a
      *> 31st-of-the-month plan survives February).  Each line's due
      *> date is rolled to a business day, while the monthly step
      *> keeps running from the unrolled date so the plan day never
      *> drifts.
      *>----------------------------------------------------------------
       BuildPlanFromCuotas.
           CALL "CUOTAS" USING WS-SALDO-INICIAL, WS-IMPORTE-CUOTA,
                   MOVE RQ-ACCOUNT-NO TO WH-ACCOUNT-NO
                   MOVE WS-NEXT-PLAN-NO TO WH-PLAN-NO
                   SET WH-INSTALMENT-NO TO WS-CUOTA-IDX
                   PERFORM RollDueDate
                   MOVE WS-CUOTA-IMPORTE (WS-CUOTA-IDX)
                       TO WH-AMOUNT
                   MOVE "O" TO WH-STATUS
               RQ-ACCOUNT-NO
           .

       RollDueDate.
           MOVE "N" TO WS-DATE-FUNCTION
           MOVE WS-DUE-DATE-R TO WS-DATE-1
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC = 0
               MOVE WS-DATE-RESULT TO WH-DUE-DATE
           ELSE
               MOVE WS-DUE-DATE-R TO WH-DUE-DATE
           END-IF
           .

       CancelPlan.
           MOVE ZERO TO WS-TOUCHED-COUNT
           PERFORM VARYING SC-IDX FROM 1 BY 1
