      *          REFAPPR screen approves or rejects each request and
      *          the REFPAY run pays only what was approved.  An
      *          account already pending on REFPEND is not selected
      *          again.  Each request carries the operator who
      *          submitted the run (from the RUNOPER service) so
      *          REFAPPR can refuse to let that operator approve it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  THRESHOLD-PARM-FILE.
       01  THRESHOLD-PARM-RECORD.
           05 TP-THRESHOLD PIC 9(7).
       FD  PENDING-FILE.
       01  PENDING-FILE-RECORD PIC X(43).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
           88 WS-PENDING-FILE-EOF VALUE "10".
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-THRESHOLD PIC 9(7) VALUE 10.
       01 WS-RUN-OPERATOR PIC 9(4) VALUE ZERO.
       01 WS-RUNOPER-RC PIC 9 VALUE ZERO.
      *>   Accounts already on the approval file; selecting one twice
      *>   would refund the overpayment twice.
       01 PENDING-TABLE.
       MAIN-PROCEDURE.
           MOVE "REFSEL  " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           CALL "RUNOPER" USING WS-RUN-OPERATOR, WS-RUNOPER-RC
           PERFORM GetThreshold
           PERFORM LoadPendingAccounts
           OPEN INPUT CUSTOMER-MASTER
           END-IF
           CLOSE THRESHOLD-PARM-FILE
           DISPLAY "REFUND THRESHOLD: " WS-THRESHOLD
           DISPLAY "SUBMITTED BY    : " WS-RUN-OPERATOR
           .

       LoadPendingAccounts.
                       AT END SET WS-PENDING-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE PENDING-FILE-RECORD TO RF-RECORD
      *>                    A deposit refund pays out of the deposits
      *>                    held, not the balance, so it does not
      *>                    stand in the way of a credit refund.
                           IF (RF-PENDING OR RF-APPROVED)
                                   AND RF-BALANCE-REFUND
                                   AND PENDING-COUNT < 500
                               ADD 1 TO PENDING-COUNT
                               SET PD-IDX TO PENDING-COUNT
           MOVE WS-RUN-DATE TO RF-REQUEST-DATE
           SET RF-PENDING TO TRUE
           MOVE ZEROS TO RF-APPROVED-BY
           MOVE WS-RUN-OPERATOR TO RF-RAISED-BY
           WRITE PENDING-FILE-RECORD FROM RF-RECORD
           IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "REFPEND WRITE FAILED, STATUS = "
