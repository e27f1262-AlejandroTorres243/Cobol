      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly sorted transaction extract - sort TRANSACS
      *          once into account and date order (same-day
      *          transactions keep their arrival order) and write the
      *          TRNXTR extract the AR jobs read instead of each
      *          scanning and table-loading TRANSACS for themselves:
      *          a header with the business date, every transaction
      *          as a detail record, and after each account's details
      *          a summary record with its totals by transaction type,
      *          its last payment date and its last activity date
      *          (layout TXREC).  AGERECV, PAYSCRN, PTPMON, KPIEXTR,
      *          STMTGEN and INTAUDIT refuse to run on an extract not
      *          built for tonight's business date.  The extract is a
      *          snapshot: a job that appends to TRANSACS ahead of one
      *          of its readers (INTACCR's interest ahead of STMTGEN)
      *          needs TRNSORT run again after it, as a second step
      *          in JOBDEFN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNSORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "TRANSACS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK1".
           SELECT TRANSACTION-EXTRACT ASSIGN TO "TRNXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-EXTRACT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SR-TYPE PIC X(2).
           05 SR-ACCOUNT-NO PIC 9(10).
           05 SR-DATE PIC 9(8).
           05 FILLER PIC X(30).
       FD  TRANSACTION-EXTRACT.
       COPY TXREC.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY TRNREC.
       01 WS-TRANSACTION-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-TRANSACTION-FILE-OK VALUE "00".
           88 WS-TRANSACTION-FILE-EOF VALUE "10".
       01 WS-TRANSACTION-EXTRACT-STATUS PIC XX VALUE SPACES.
           88 WS-TRANSACTION-EXTRACT-OK VALUE "00".
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-SORT-EOF PIC X VALUE "N".
           88 SORT-AT-END VALUE "Y".
       01 WS-CURRENT-TIME PIC 9(8) VALUE ZERO.
       01 WS-TRANSACTION-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DETAIL-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ACCOUNT-COUNT PIC 9(9) VALUE ZERO.
      *>   The account being gathered for its summary record.
       01 WS-SUMMARY-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-SUMMARY-OPEN PIC X VALUE "N".
           88 SUMMARY-IS-OPEN VALUE "Y".
       01 WS-SUMMARY-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PAYMENT-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-CHARGE-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-ADJUSTMENT-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-INTEREST-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-REVERSAL-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-OTHER-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-LAST-PAYMENT-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-ACTIVITY-DATE PIC 9(8) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "TRNSORT " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           SORT SORT-WORK
               ON ASCENDING KEY SR-ACCOUNT-NO SR-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS ReleaseTransactions
               OUTPUT PROCEDURE IS WriteExtract
           DISPLAY "---------- TRNSORT TOTALS ----------"
           DISPLAY "TRANSACTIONS READ   : " WS-TRANSACTION-COUNT
           DISPLAY "DETAILS WRITTEN     : " WS-DETAIL-COUNT
           DISPLAY "ACCOUNT SUMMARIES   : " WS-ACCOUNT-COUNT
           IF WS-DETAIL-COUNT NOT = WS-TRANSACTION-COUNT
               DISPLAY "TRNXTR DOES NOT HOLD EVERY TRANSACTION"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> ReleaseTransactions - every TRANSACS record goes to the sort
      *> as it stands; a missing TRANSACS is an empty night.
      *>----------------------------------------------------------------
       ReleaseTransactions.
           OPEN INPUT TRANSACTION-FILE
           IF NOT WS-TRANSACTION-FILE-OK
               DISPLAY "TRANSACS NOT AVAILABLE, STATUS = "
                   WS-TRANSACTION-FILE-STATUS " - EXTRACT IS EMPTY"
               IF WS-TRANSACTION-FILE-STATUS = "05"
                   CLOSE TRANSACTION-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TRANSACTION-FILE-EOF
               READ TRANSACTION-FILE
                   AT END SET WS-TRANSACTION-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANSACTION-COUNT
                       RELEASE SORT-RECORD FROM TRANSACTION-FILE-RECORD
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           .

      *>----------------------------------------------------------------
      *> WriteExtract - the header, then the sorted details with a
      *> summary record written as each account's run of details
      *> ends.
      *>----------------------------------------------------------------
       WriteExtract.
           OPEN OUTPUT TRANSACTION-EXTRACT
           MOVE FUNCTION CURRENT-DATE (9:8) TO WS-CURRENT-TIME
           MOVE SPACES TO TX-RECORD
           SET TX-HEADER TO TRUE
           MOVE ZERO TO TX-ACCOUNT-NO
           MOVE WS-RUN-DATE TO TX-EXTRACT-DATE
           MOVE WS-CURRENT-TIME (1:6) TO TX-EXTRACT-TIME
           MOVE WS-TRANSACTION-COUNT TO TX-EXTRACT-COUNT
           PERFORM WriteExtractRecord
           PERFORM UNTIL SORT-AT-END
               RETURN SORT-WORK INTO TRN-RECORD
                   AT END SET SORT-AT-END TO TRUE
                   NOT AT END PERFORM WriteOneDetail
               END-RETURN
           END-PERFORM
           IF SUMMARY-IS-OPEN
               PERFORM WriteAccountSummary
           END-IF
           CLOSE TRANSACTION-EXTRACT
           .

       WriteOneDetail.
           IF SUMMARY-IS-OPEN
                   AND TRN-ACCOUNT-NO NOT = WS-SUMMARY-ACCOUNT
               PERFORM WriteAccountSummary
           END-IF
           IF NOT SUMMARY-IS-OPEN
               PERFORM StartAccountSummary
           END-IF
           MOVE SPACES TO TX-RECORD
           SET TX-DETAIL TO TRUE
           MOVE TRN-ACCOUNT-NO TO TX-ACCOUNT-NO
           MOVE TRN-RECORD TO TX-TRANSACTION
           PERFORM WriteExtractRecord
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-SUMMARY-COUNT
           EVALUATE TRUE
               WHEN TRN-PAYMENT
                   ADD TRN-AMOUNT TO WS-PAYMENT-TOTAL
                   IF TRN-DATE > WS-LAST-PAYMENT-DATE
                       MOVE TRN-DATE TO WS-LAST-PAYMENT-DATE
                   END-IF
               WHEN TRN-CHARGE
                   ADD TRN-AMOUNT TO WS-CHARGE-TOTAL
               WHEN TRN-ADJUSTMENT
                   ADD TRN-AMOUNT TO WS-ADJUSTMENT-TOTAL
               WHEN TRN-INTEREST
                   ADD TRN-AMOUNT TO WS-INTEREST-TOTAL
               WHEN TRN-REVERSAL
                   ADD TRN-AMOUNT TO WS-REVERSAL-TOTAL
               WHEN OTHER
                   ADD TRN-AMOUNT TO WS-OTHER-TOTAL
           END-EVALUATE
           IF TRN-DATE > WS-LAST-ACTIVITY-DATE
               MOVE TRN-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF
           .

       StartAccountSummary.
           MOVE "Y" TO WS-SUMMARY-OPEN
           MOVE TRN-ACCOUNT-NO TO WS-SUMMARY-ACCOUNT
           MOVE ZERO TO WS-SUMMARY-COUNT WS-PAYMENT-TOTAL
               WS-CHARGE-TOTAL WS-ADJUSTMENT-TOTAL WS-INTEREST-TOTAL
               WS-REVERSAL-TOTAL WS-OTHER-TOTAL WS-LAST-PAYMENT-DATE
               WS-LAST-ACTIVITY-DATE
           .

       WriteAccountSummary.
           MOVE SPACES TO TX-RECORD
           SET TX-SUMMARY TO TRUE
           MOVE WS-SUMMARY-ACCOUNT TO TX-ACCOUNT-NO
           MOVE WS-SUMMARY-COUNT TO TX-ACCOUNT-TRN-COUNT
           MOVE WS-PAYMENT-TOTAL TO TX-PAYMENT-TOTAL
           MOVE WS-CHARGE-TOTAL TO TX-CHARGE-TOTAL
           MOVE WS-ADJUSTMENT-TOTAL TO TX-ADJUSTMENT-TOTAL
           MOVE WS-INTEREST-TOTAL TO TX-INTEREST-TOTAL
           MOVE WS-REVERSAL-TOTAL TO TX-REVERSAL-TOTAL
           MOVE WS-OTHER-TOTAL TO TX-OTHER-TOTAL
           MOVE WS-LAST-PAYMENT-DATE TO TX-LAST-PAYMENT-DATE
           MOVE WS-LAST-ACTIVITY-DATE TO TX-LAST-ACTIVITY-DATE
           PERFORM WriteExtractRecord
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE "N" TO WS-SUMMARY-OPEN
           .

       WriteExtractRecord.
           WRITE TX-RECORD
           IF NOT WS-TRANSACTION-EXTRACT-OK
               DISPLAY "TRNXTR WRITE FAILED, STATUS = "
                   WS-TRANSACTION-EXTRACT-STATUS
           END-IF
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
           MOVE WS-TRANSACTION-COUNT TO CTL-INPUT-COUNT
           MOVE WS-DETAIL-COUNT TO CTL-OUTPUT-COUNT
           COMPUTE CTL-REJECT-COUNT =
               WS-TRANSACTION-COUNT - WS-DETAIL-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM TRNSORT.
