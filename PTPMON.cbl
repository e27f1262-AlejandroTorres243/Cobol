      * Date:
      * Purpose: Nightly promise-to-pay monitor - read the PROMISES
      *          file the PTPMNT entry screen appends to, add the
      *          business date's "PY" receipts from the TRNXTR sorted
      *          transaction extract into each open promise's
      *          paid-so-far amount, mark a promise kept once the
      *          receipts cover the promised amount and broken once
      *          the promised date passes unpaid, and write the
      *          updated file to the PROMISEO new generation for
      *          promotion.  The PTPRPT report lists every promise
      *          that changed status tonight so the collections desk
      *          sees the breaks before the dunning run letters them.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      *          An open promise falling due tomorrow is raised as a
      *          promise due event through ALRTPOST with the amount
      *          still to pay, for the nightly ALRTEXT customer
      *          notification extract.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL PROMISE-FILE ASSIGN TO "PROMISES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMISE-FILE-STATUS.
           SELECT OPTIONAL TRANSACTION-EXTRACT ASSIGN TO "TRNXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-EXTRACT-STATUS.
           SELECT PROMISE-FILE-OUT ASSIGN TO "PROMISEO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMISE-OUT-STATUS.
       FILE SECTION.
       FD  PROMISE-FILE.
       01  PROMISE-FILE-RECORD PIC X(55).
       FD  TRANSACTION-EXTRACT.
       01  TRANSACTION-EXTRACT-RECORD PIC X(106).
       FD  PROMISE-FILE-OUT.
       01  PROMISE-FILE-OUT-RECORD PIC X(55).
       FD  MONITOR-REPORT.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY PTPREC.
       COPY TRNREC.
       COPY TXREC.
       01 WS-PROMISE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PROMISE-FILE-OK VALUE "00".
           88 WS-PROMISE-FILE-EOF VALUE "10".
       01 WS-TRANSACTION-EXTRACT-STATUS PIC XX VALUE SPACES.
           88 WS-TRANSACTION-EXTRACT-OK VALUE "00".
           88 WS-TRANSACTION-EXTRACT-EOF VALUE "10".
       01 WS-PROMISE-OUT-STATUS PIC XX VALUE SPACES.
       01 WS-MONITOR-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 RECEIPT-TABLE.
           05 RECEIPT-ENTRY OCCURS 0 TO 1000 TIMES
               DEPENDING ON RECEIPT-COUNT
               ASCENDING KEY IS RC-ACCOUNT-NO
               INDEXED BY RC-IDX.
               10 RC-ACCOUNT-NO PIC 9(10).
               10 RC-AMOUNT PIC S9(9)V99.
       01 WS-KEPT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-BROKEN-COUNT PIC 9(9) VALUE ZERO.
       01 WS-STILL-OPEN PIC 9(9) VALUE ZERO.
       01 WS-DUE-TOMORROW PIC 9(9) VALUE ZERO.
      *>   DATECALC parameter set - tomorrow's date, worked out once.
       01 WS-DATE-FUNCTION PIC X.
       01 WS-DATE-1 PIC 9(8).
       01 WS-DATE-2 PIC 9(8).
       01 WS-DAY-COUNT PIC S9(7).
       01 WS-DATE-RESULT PIC 9(8).
       01 WS-DATE-RC PIC 9.
       01 WS-TOMORROW PIC 9(8) VALUE ZERO.
      *>   Customer event hand-off - a promise due tomorrow goes to
      *>   ALRTEVT through ALRTPOST for the notification extract.
       01 WS-EVENT-CODE PIC X(2) VALUE "PD".
       01 WS-EVENT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-EVENT-REFERENCE PIC X(10) VALUE "PROMISE".
       01 WS-EVENT-RC PIC 9 VALUE ZERO.
       01 WS-REPORT-HEADING.
           05 FILLER PIC X(12) VALUE "ACCOUNT     ".
           05 FILLER PIC X(16) VALUE "       PROMISED ".
       MAIN-PROCEDURE.
           MOVE "PTPMON " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetTomorrow
           PERFORM LoadTonightsReceipts
           OPEN INPUT PROMISE-FILE
           IF NOT WS-PROMISE-FILE-OK
               END-READ
           END-PERFORM
           CLOSE PROMISE-FILE PROMISE-FILE-OUT MONITOR-REPORT
           MOVE "PTPRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "PROMISES READ      : " WS-PROMISE-READ
           DISPLAY "KEPT TONIGHT       : " WS-KEPT-COUNT
           DISPLAY "BROKEN TONIGHT     : " WS-BROKEN-COUNT
           DISPLAY "STILL OPEN         : " WS-STILL-OPEN
           DISPLAY "  DUE TOMORROW     : " WS-DUE-TOMORROW
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> LoadTonightsReceipts - the TRNXTR extract comes in account
      *> order, so an account's receipts arrive together: each one
      *> either adds to the last slot or opens the next, and the
      *> table ends up in ascending account order for SEARCH ALL.
      *>----------------------------------------------------------------
       LoadTonightsReceipts.
           PERFORM OpenTransactionExtract
           PERFORM UNTIL WS-TRANSACTION-EXTRACT-EOF
               PERFORM ReadTransactionExtract
               IF NOT WS-TRANSACTION-EXTRACT-EOF AND TX-DETAIL
                   IF TRN-PAYMENT AND TRN-DATE = WS-RUN-DATE
                       PERFORM AddOneReceipt
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-EXTRACT
           .

       AddOneReceipt.
           IF RECEIPT-COUNT > ZERO
               IF RC-ACCOUNT-NO (RECEIPT-COUNT) = TRN-ACCOUNT-NO
                   ADD TRN-AMOUNT TO RC-AMOUNT (RECEIPT-COUNT)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF RECEIPT-COUNT >= 1000
               DISPLAY "RECEIPT TABLE FULL - "
                   TRN-ACCOUNT-NO " DROPPED"
           ELSE
               ADD 1 TO RECEIPT-COUNT
               MOVE TRN-ACCOUNT-NO TO RC-ACCOUNT-NO (RECEIPT-COUNT)
               MOVE TRN-AMOUNT TO RC-AMOUNT (RECEIPT-COUNT)
           END-IF
           .

       MonitorOnePromise.
                       PERFORM WriteReportLine
                   WHEN OTHER
                       ADD 1 TO WS-STILL-OPEN
                       IF PTP-PROMISE-DATE = WS-TOMORROW
                           PERFORM PostPromiseDueEvent
                       END-IF
               END-EVALUATE
           END-IF
           WRITE PROMISE-FILE-OUT-RECORD FROM PTP-RECORD
           END-IF
           .

      *>----------------------------------------------------------------
      *> GetTomorrow - the calendar day after the business date; a
      *> promise made for that day gets its reminder tonight.
      *>----------------------------------------------------------------
       GetTomorrow.
           MOVE "A" TO WS-DATE-FUNCTION
           MOVE WS-RUN-DATE TO WS-DATE-1
           MOVE 1 TO WS-DAY-COUNT
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC = 0
               MOVE WS-DATE-RESULT TO WS-TOMORROW
           ELSE
               DISPLAY "TOMORROW NOT DERIVED - NO PROMISE REMINDERS"
           END-IF
           .

       PostPromiseDueEvent.
           COMPUTE WS-EVENT-AMOUNT = PTP-AMOUNT - PTP-PAID-AMOUNT
           CALL "ALRTPOST" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
               WS-EVENT-CODE, PTP-ACCOUNT-NO, WS-EVENT-AMOUNT,
               PTP-PROMISE-DATE, WS-EVENT-REFERENCE, WS-EVENT-RC
           IF WS-EVENT-RC = 0
               ADD 1 TO WS-DUE-TOMORROW
           END-IF
           .

       CreditTonightsReceipts.
           SEARCH ALL RECEIPT-ENTRY
               AT END
                   CONTINUE
               WHEN RC-ACCOUNT-NO (RC-IDX) = PTP-ACCOUNT-NO
                   ADD RC-AMOUNT (RC-IDX) TO PTP-PAID-AMOUNT
           END-SEARCH
           .

       WriteReportLine.
           CLOSE CONTROL-FILE
           .

       COPY TXREAD.
       COPY RUNDATE.
       END PROGRAM PTPMON.
