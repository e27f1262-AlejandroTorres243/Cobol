      *          the cash/billing side already reads, and add the
      *          charge to CM-BALANCE. Every arithmetic step is SIZE
      *          ERROR protected - a balance the accrual cannot hold
      *          is rejected, never mangled.  An account placed with
      *          the external collection agency (CM-STATUS "P")
      *          accrues nothing while the agency holds it.  An
      *          account under an insolvency in force (INSLOOK)
      *          accrues nothing on the stayed pre-filing balance:
      *          it comes off the oldest buckets first and only the
      *          post-filing money left can attract interest.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *>    Room for the "V YYYYMMDD" version header rows.
           05 FILLER PIC X(6).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       01 WS-GRACE-DAYS PIC 9(3) VALUE ZERO.
       01 WS-INT-ELIGIBLE PIC X VALUE "Y".
       01 WS-TERMS-SKIPPED PIC 9(9) VALUE ZERO.
       01 WS-AGENCY-PLACED PIC X VALUE "N".
       01 WS-PLACED-SKIPPED PIC 9(9) VALUE ZERO.
      *>   Insolvency in force: the pre-filing balance is stayed, so
      *>   it is stripped off the aged buckets oldest first before
      *>   the interest base is taken.
       COPY INSREC.
       01 WS-INS-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-INS-RC PIC 9 VALUE ZERO.
       01 WS-INSOLVENT-EXCLUDED PIC 9(9) VALUE ZERO.
       01 WS-STRIP-REMAINING PIC S9(9)V99 VALUE ZERO.
       01 WS-STRIP-SUB PIC 9 VALUE ZERO.
       01 WS-READ-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CHARGED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
      *>   Forward-recovery journal work: the record as read, held so
      *>   the rewrite can journal its before/after pair to CMJRNL
      *>   through the shared CMJOURNL service.
       01 WS-BEFORE-IMAGE PIC X(123) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(123) VALUE SPACES.
       01 WS-JRNL-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ACCOUNTS REJECTED  : " WS-REJECT-COUNT
           DISPLAY "DISPUTE EXCLUSIONS : " WS-DISPUTE-EXCLUDED
           DISPLAY "TERMS EXCLUSIONS   : " WS-TERMS-SKIPPED
           DISPLAY "AGENCY PLACEMENTS  : " WS-PLACED-SKIPPED
           DISPLAY "INSOLVENCY STAYS   : " WS-INSOLVENT-EXCLUDED
           MOVE WS-INTEREST-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "INTEREST ACCRUED   : " WS-EDITED-AMOUNT
      *>    Accrued interest lands in the ledger: receivable up,

       AccrueOneAccount.
           ADD 1 TO WS-READ-COUNT
      *>    The agency's placement terms govern a placed balance;
      *>    interest from us on top would overstate what it holds.
           PERFORM CheckAgencyPlacement
           IF WS-AGENCY-PLACED = "Y"
               ADD 1 TO WS-PLACED-SKIPPED
               EXIT PARAGRAPH
           END-IF
      *>    No interest runs on debt stayed by an insolvency.
           PERFORM StripPreFilingDebt
      *>    Negotiated terms come first: an account whose terms say
      *>    no interest accrues nothing, and a bucket still inside
      *>    the grace period stays out of the base.
           END-IF
           .

       CheckAgencyPlacement.
           MOVE "N" TO WS-AGENCY-PLACED
           MOVE AB-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF CM-STATUS-OK AND CM-ACCT-PLACED
               MOVE "Y" TO WS-AGENCY-PLACED
           END-IF
           .

      *>----------------------------------------------------------------
      *> StripPreFilingDebt - the stayed pre-filing balance is the
      *> oldest money on the account, so it comes off bucket 4 first
      *> and works forward; what is left is post-filing business.
      *>----------------------------------------------------------------
       StripPreFilingDebt.
           MOVE AB-ACCOUNT-NO TO WS-INS-ACCOUNT
           CALL "INSLOOK" USING WS-INS-ACCOUNT, INS-RECORD, WS-INS-RC
           IF WS-INS-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INSOLVENT-EXCLUDED
           MOVE INS-PRE-FILING-BAL TO WS-STRIP-REMAINING
           PERFORM VARYING WS-STRIP-SUB FROM 4 BY -1
                   UNTIL WS-STRIP-SUB < 1
                   OR WS-STRIP-REMAINING NOT > ZERO
               IF AB-BUCKET (WS-STRIP-SUB) > ZERO
                   IF AB-BUCKET (WS-STRIP-SUB) > WS-STRIP-REMAINING
                       SUBTRACT WS-STRIP-REMAINING
                           FROM AB-BUCKET (WS-STRIP-SUB)
                       MOVE ZEROS TO WS-STRIP-REMAINING
                   ELSE
                       SUBTRACT AB-BUCKET (WS-STRIP-SUB)
                           FROM WS-STRIP-REMAINING
                       MOVE ZEROS TO AB-BUCKET (WS-STRIP-SUB)
                   END-IF
               END-IF
           END-PERFORM
           .

       ChargeInterest.
           MOVE "*" TO WS-CALC-OPERATION
           MOVE WS-OVERDUE-BASE TO WS-CALC-FIRST
