      * Author:
      * Date:
      * Purpose: Duplicate-payment screen, run ahead of cash
      *          application - take each account's PY receipts off
      *          the TRNXTR sorted transaction extract in turn and
      *          flag any receipt dated today that repeats an earlier
      *          receipt on the same account with the same amount and
      *          reference inside the DUPPARM day window (the classic
      *          held on the PAYHOLD pending file for the PAYRELSE
      *          release screen and cash application refuses to post
      *          them until an operator releases them; everything
      *          else passes through untouched.  Each hold carries
      *          the operator who submitted the run (from the RUNOPER
      *          service) after the transaction image, so PAYRELSE
      *          can refuse to let that operator release it.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSACTION-EXTRACT ASSIGN TO "TRNXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-EXTRACT-STATUS.
           SELECT OPTIONAL WINDOW-PARM-FILE ASSIGN TO "DUPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-PARM-STATUS.
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-EXTRACT.
       01  TRANSACTION-EXTRACT-RECORD PIC X(106).
       FD  WINDOW-PARM-FILE.
       01  WINDOW-PARM-RECORD.
           05 WP-WINDOW-DAYS PIC 9(3).
       FD  HOLD-FILE.
       01  HOLD-FILE-RECORD.
           05 HF-TRANSACTION PIC X(50).
           05 HF-HELD-BY PIC 9(4).
       FD  SCREEN-REPORT.
       01  SCREEN-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY TRNREC.
       COPY TXREC.
       01 WS-TRANSACTION-EXTRACT-STATUS PIC XX VALUE SPACES.
           88 WS-TRANSACTION-EXTRACT-OK VALUE "00".
           88 WS-TRANSACTION-EXTRACT-EOF VALUE "10".
       01 WS-WINDOW-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-WINDOW-PARM-OK VALUE "00".
       01 WS-HOLD-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-SCREEN-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 7.
       01 WS-RUN-OPERATOR PIC 9(4) VALUE ZERO.
       01 WS-RUNOPER-RC PIC 9 VALUE ZERO.
      *>   One account's PY receipts off the sorted extract, so its
      *>   receipts today can be judged against its earlier ones.
       01 PAYMENT-TABLE.
           05 PAYMENT-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON PAYMENT-COUNT
       MAIN-PROCEDURE.
           MOVE "PAYSCRN " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           CALL "RUNOPER" USING WS-RUN-OPERATOR, WS-RUNOPER-RC
           PERFORM GetWindowDays
           OPEN EXTEND HOLD-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
               OPEN OUTPUT HOLD-FILE
           END-IF
           OPEN OUTPUT SCREEN-REPORT
           PERFORM ScreenEachAccount
           CLOSE HOLD-FILE SCREEN-REPORT
           MOVE "PAYSCRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "TODAYS RECEIPTS    : " WS-TODAY-COUNT
           DISPLAY "SUSPECTS HELD      : " WS-HELD-COUNT
           PERFORM WriteControlRecord
           DISPLAY "DUPLICATE WINDOW DAYS: " WS-WINDOW-DAYS
           .

      *>----------------------------------------------------------------
      *> ScreenEachAccount - the extract holds an account's receipts
      *> together in date order, ended by its summary record, so the
      *> payment table only ever holds one account.  An account whose
      *> last payment is not today has nothing to screen.
      *>----------------------------------------------------------------
       ScreenEachAccount.
           PERFORM OpenTransactionExtract
           PERFORM UNTIL WS-TRANSACTION-EXTRACT-EOF
               PERFORM ReadTransactionExtract
               IF NOT WS-TRANSACTION-EXTRACT-EOF
                   EVALUATE TRUE
                       WHEN TX-DETAIL
                           IF TRN-PAYMENT
                               PERFORM TableOnePayment
                           END-IF
                       WHEN TX-SUMMARY
                           IF TX-LAST-PAYMENT-DATE = WS-RUN-DATE
                               PERFORM ScreenTodaysPayments
                           END-IF
                           MOVE ZERO TO PAYMENT-COUNT
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-EXTRACT
           .

       TableOnePayment.
           IF PAYMENT-COUNT < 2000
               ADD 1 TO PAYMENT-COUNT
               SET PM-IDX TO PAYMENT-COUNT
               MOVE TRN-ACCOUNT-NO TO PM-ACCOUNT-NO (PM-IDX)
               MOVE TRN-DATE TO PM-DATE (PM-IDX)
               MOVE TRN-AMOUNT TO PM-AMOUNT (PM-IDX)
               MOVE TRN-REFERENCE TO PM-REFERENCE (PM-IDX)
               MOVE TRN-SOURCE TO PM-SOURCE (PM-IDX)
           ELSE
               DISPLAY "PAYMENT TABLE FULL - "
                   TRN-ACCOUNT-NO " NOT SCREENED"
           END-IF
           .

      *>----------------------------------------------------------------
           MOVE PM-AMOUNT (PM-IDX) TO TRN-AMOUNT
           MOVE PM-REFERENCE (PM-IDX) TO TRN-REFERENCE
           ADD PM-AMOUNT (PM-IDX) TO WS-HELD-TOTAL
           MOVE TRN-RECORD TO HF-TRANSACTION
           MOVE WS-RUN-OPERATOR TO HF-HELD-BY
           WRITE HOLD-FILE-RECORD
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "PAYHOLD WRITE FAILED, STATUS = "
                   WS-HOLD-FILE-STATUS
           CLOSE CONTROL-FILE
           .

       COPY TXREAD.
       COPY RUNDATE.
       END PROGRAM PAYSCRN.
