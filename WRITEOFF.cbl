      *          the threshold goes to the WOFPEND supervisor
      *          approval file instead, and requests a supervisor
      *          approved through WOFAPPR on an earlier cycle are
      *          written off tonight the same way.  Every request
      *          queued carries the operator who submitted the run
      *          (from the RUNOPER service) so WOFAPPR can refuse to
      *          let that operator approve it.
      *          A member's own account is rebuilt from the member
      *          id with its ACCTCHK check digit in front.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  INVOICE-FILE.
       01  INVOICE-FILE-RECORD PIC X(50).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 FILLER PIC X(1).
           05 WP-THRESHOLD PIC 9(7).
       FD  PENDING-FILE.
       01  PENDING-FILE-RECORD PIC X(39).
       FD  NEW-PENDING-FILE.
       01  NEW-PENDING-RECORD PIC X(39).
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD PIC X(39).
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       FD  CONTROL-FILE.
       01 WS-TRANSACTION-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-GL-RC PIC 9 VALUE ZERO.
       01 WS-RUN-OPERATOR PIC 9(4) VALUE ZERO.
       01 WS-RUNOPER-RC PIC 9 VALUE ZERO.
       01 WS-AGE-DAYS PIC 9(3) VALUE 120.
       01 WS-THRESHOLD PIC 9(7) VALUE 100.
      *>   The oldest open invoice line's age per account, built off
      *>   Forward-recovery journal work: the record as read, held so
      *>   the rewrite can journal its before/after pair to CMJRNL
      *>   through the shared CMJOURNL service.
       01 WS-BEFORE-IMAGE PIC X(123) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(123) VALUE SPACES.
       01 WS-JRNL-RC PIC 9 VALUE ZERO.
      *>   ACCTCHK parameters - a member's own account is rebuilt
      *>   from the member id with the check digit on the front.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "WRITEOFF" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           CALL "RUNOPER" USING WS-RUN-OPERATOR, WS-RUNOPER-RC
           PERFORM GetParameters
           PERFORM LoadInvoiceAges
           OPEN I-O CUSTOMER-MASTER
           CLOSE PARM-FILE
           DISPLAY "WRITE-OFF AGE DAYS : " WS-AGE-DAYS
           DISPLAY "APPROVAL THRESHOLD : " WS-THRESHOLD
           DISPLAY "SUBMITTED BY       : " WS-RUN-OPERATOR
           .

       LoadInvoiceAges.
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DAY-COUNT TO WS-DAYS-OLD
           MOVE IV-MEMBER-ID TO WS-CHECK-ACCOUNT
           PERFORM MemberAccountNumber
           MOVE WS-CHECK-ACCOUNT TO WS-WORK-ACCOUNT
           SET AGE-IDX TO 1
           SEARCH AGE-ENTRY
               AT END
           MOVE CM-BALANCE TO WO-AMOUNT
           MOVE WS-RUN-DATE TO WO-DATE
           MOVE ZEROS TO WO-APPROVED-BY
           MOVE WS-RUN-OPERATOR TO WO-RAISED-BY
           IF CM-BALANCE > WS-THRESHOLD
      *>        Too big to write off unseen - it queues for a
      *>        supervisor unless it is already queued.
           CLOSE CONTROL-FILE
           .

      *>----------------------------------------------------------------
      *> MemberAccountNumber - the member's own account for the member
      *> id moved to WS-CHECK-ACCOUNT: the ACCTCHK check digit goes
      *> in the high-order digit, as the account number conversion
      *> gave every member's account.
      *>----------------------------------------------------------------
       MemberAccountNumber.
           MOVE "G" TO WS-CHECK-FUNCTION
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           .

       COPY RUNDATE.
       END PROGRAM WRITEOFF.
