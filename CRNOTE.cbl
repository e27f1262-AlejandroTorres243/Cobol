      *          not post: it goes to the CRPEND pending-release file
      *          for a second operator to approve through CRRELSE,
      *          and only a released note (the releaser stamped on
      *          it) flows through to the masters.  A held note
      *          always carries who entered it: one keyed without an
      *          enterer takes the operator who submitted the run
      *          (from the RUNOPER service), so CRRELSE can refuse to
      *          let that operator release it.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      *          Reason LK (leak allowance) is raised by the LEAKADJ
      *          leak adjustment run.
      *          The account on each note must carry a valid ACCTCHK
      *          check digit: an old pre-conversion number is moved to
      *          its new account through the ACCTXREF cross-reference,
      *          and a note failing the check is rejected and written
      *          to the EXCFILE repository as a CD exception.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT OPTIONAL EXCEPTION-REPOSITORY ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-NOTE-FILE.
           05  RC-REASON-CODE PIC X(2).
           05  RC-REASON-DESC PIC X(20).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  INVOICE-FILE.
       01  INVOICE-FILE-RECORD PIC X(50).
       01  REJECT-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       FD  EXCEPTION-REPOSITORY.
       01  EXCEPTION-REPOSITORY-RECORD PIC X(215).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY EXCREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY INVLINE.
       COPY TRNREC.
       01 WS-CREDIT-NOTE-STATUS PIC XX VALUE SPACES.
       01 WS-TRANSACTION-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-REJECT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-EXCEPTION-STATUS PIC XX VALUE SPACES.
      *>   ACCTCHK parameters.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       01 REASON-TABLE.
           05 REASON-TABLE-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON REASON-TABLE-COUNT
       01 WS-PENDING-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-THRESHOLD PIC 9(7) VALUE 500.
       01 WS-PENDED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RUN-OPERATOR PIC 9(4) VALUE ZERO.
       01 WS-RUNOPER-RC PIC 9 VALUE ZERO.
       01 WS-INV-FUNCTION PIC X VALUE "N".
       01 WS-INV-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-INV-RC PIC 9 VALUE ZERO.
      *>   Forward-recovery journal work: the record as read, held so
      *>   the rewrite can journal its before/after pair to CMJRNL
      *>   through the shared CMJOURNL service.
       01 WS-BEFORE-IMAGE PIC X(123) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(123) VALUE SPACES.
       01 WS-JRNL-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "CRNOTE" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           CALL "RUNOPER" USING WS-RUN-OPERATOR, WS-RUNOPER-RC
           PERFORM LoadReasonTable
           PERFORM GetApprovalThreshold
           OPEN EXTEND PENDING-FILE
           CLOSE INVOICE-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REJECT-REPORT
           MOVE "CRREJECT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- CREDIT-NOTE RUN TOTALS ----------"
           DISPLAY "NOTES READ    : " WS-NOTE-COUNT
           DISPLAY "APPLIED       : " WS-APPLIED-COUNT
      *> the department and rate tables use.
      *>----------------------------------------------------------------
       LoadReasonTable.
           MOVE 5 TO REASON-TABLE-COUNT
           MOVE "OB" TO RT-REASON-CODE (1)
           MOVE "OVERBILLED" TO RT-REASON-DESC (1)
           MOVE "DS" TO RT-REASON-CODE (2)
           MOVE "GOODWILL" TO RT-REASON-DESC (3)
           MOVE "DU" TO RT-REASON-CODE (4)
           MOVE "DUPLICATE INVOICE" TO RT-REASON-DESC (4)
           MOVE "LK" TO RT-REASON-CODE (5)
           MOVE "LEAK ALLOWANCE" TO RT-REASON-DESC (5)
           OPEN INPUT REASON-CODE-FILE
           IF WS-REASON-CODE-OK
               MOVE ZERO TO REASON-TABLE-COUNT
                   AND CN-AMOUNT NOT > ZERO
               MOVE "AMOUNT MUST BE POSITIVE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CheckAccountNumber
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE CN-ACCOUNT-NO TO CM-ACCOUNT-NO
               READ CUSTOMER-MASTER
           END-IF
           .

      *>----------------------------------------------------------------
      *> CheckAccountNumber - an old number is moved to its new one
      *> before anything is looked up or written; a number failing
      *> its check digit, or an old number the conversion renumbered
      *> to another account, is a CD exception.
      *>----------------------------------------------------------------
       CheckAccountNumber.
           MOVE "V" TO WS-CHECK-FUNCTION
           MOVE CN-ACCOUNT-NO TO WS-CHECK-ACCOUNT
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           EVALUATE WS-CHECK-RC
               WHEN 1
                   MOVE WS-CHECK-ACCOUNT TO CN-ACCOUNT-NO
               WHEN 2
                   MOVE "ACCOUNT FAILS CHECK DIGIT"
                       TO WS-REJECT-REASON
                   PERFORM WriteCheckDigitException
               WHEN 7
                   MOVE "ACCOUNT RENUMBERED - REFER"
                       TO WS-REJECT-REASON
                   PERFORM WriteCheckDigitException
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       WriteCheckDigitException.
           OPEN EXTEND EXCEPTION-REPOSITORY
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-EXCEPTION-STATUS NOT = "00"
                   AND WS-EXCEPTION-STATUS NOT = "05"
               OPEN OUTPUT EXCEPTION-REPOSITORY
           END-IF
           MOVE SPACES TO EXC-RECORD
           MOVE WS-RUN-PROGRAM-ID TO EXC-SOURCE
           MOVE WS-RUN-DATE TO EXC-DATE
           MOVE CN-ACCOUNT-NO TO EXC-KEY
           MOVE "CD" TO EXC-REASON
           SET EXC-OPEN TO TRUE
           MOVE ZEROS TO EXC-FIXED-DATE
           MOVE CREDIT-NOTE-RECORD TO EXC-IMAGE
           WRITE EXCEPTION-REPOSITORY-RECORD FROM EXC-RECORD
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "EXCFILE WRITE FAILED, STATUS = "
                   WS-EXCEPTION-STATUS
           END-IF
           CLOSE EXCEPTION-REPOSITORY
           .

       GetApprovalThreshold.
           OPEN INPUT THRESHOLD-PARM
           IF WS-THRESHOLD-PARM-OK

       HoldForRelease.
           ADD 1 TO WS-PENDED-COUNT
           IF CN-ENTERED-BY NOT NUMERIC OR CN-ENTERED-BY = ZEROS
               MOVE WS-RUN-OPERATOR TO CN-ENTERED-BY
           END-IF
           WRITE PENDING-FILE-RECORD FROM CREDIT-NOTE-RECORD
           IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "CRPEND WRITE FAILED, STATUS = "
