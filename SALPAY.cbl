      ******************************************************************
      * Author:
      * Date:
      * Purpose: Salary payment run - turn the PAYREGF payroll
      *          register into the SALCRD bank credit file that pays
      *          the staff, one credit per employee for PR-NET to the
      *          sort code and account held on EMPBANK.  The file
      *          carries the same header/detail/trailer family as
      *          the DDEXTR and REFPAY bank files (record count and
      *          amount hash in the trailer) and the SALCRDM
      *          transmission manifest with its checksum.  An
      *          employee with no bank details, or whose net pay is
      *          zero or negative, is not paid: the register line
      *          goes to the EXCFILE repository for payroll to work.
      *          What the file sends relieves the NETCLR net pay
      *          clearing account the payroll register credited,
      *          against CASH, through GLPOST; anything held back
      *          stays on clearing until it is paid.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALPAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO "PAYREGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT OPTIONAL EMP-BANK-FILE ASSIGN TO "EMPBANK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-BANK-STATUS.
           SELECT BANK-FILE ASSIGN TO "SALCRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "SALCRDM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT OPTIONAL EXCEPTION-REPOSITORY ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPOSITORY-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  REGISTER-FILE-RECORD PIC X(83).
       FD  EMP-BANK-FILE.
       COPY EBKREC.
       FD  BANK-FILE.
       01  BANK-FILE-RECORD PIC X(50).
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05 MF-REC-COUNT PIC 9(9).
           05 FILLER PIC X(1).
           05 MF-HASH-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 MF-CHECKSUM PIC 9(9).
       FD  EXCEPTION-REPOSITORY.
       01  EXCEPTION-REPOSITORY-RECORD PIC X(215).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY PAYREC.
       COPY EXCREC.
       COPY GLREC.
       01 WS-GL-RC PIC 9 VALUE ZERO.
       01 WS-REGISTER-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-REGISTER-FILE-OK VALUE "00".
           88 WS-REGISTER-FILE-EOF VALUE "10".
       01 WS-EMP-BANK-STATUS PIC XX VALUE SPACES.
           88 WS-EMP-BANK-OK VALUE "00".
           88 WS-EMP-BANK-EOF VALUE "10".
       01 WS-BANK-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-BANK-FILE-OK VALUE "00".
       01 WS-REPOSITORY-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   Transmission manifest work: the bank proves the file
      *>   arrived whole before a single credit is applied.
       01 WS-MANIFEST-STATUS PIC XX VALUE SPACES.
           88 WS-MANIFEST-OK VALUE "00".
       01 WS-CHECKSUM-CENTS PIC 9(13) VALUE ZERO.
       01 WS-CHECKSUM-WORK PIC 9(13) VALUE ZERO.
       01 WS-CHECKSUM PIC 9(9) VALUE ZERO.
      *>   EMPBANK held for the run, looked up by employee number.
       01 EMP-BANK-TABLE.
           05 EMP-BANK-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON EMP-BANK-COUNT
               INDEXED BY EB-IDX.
               10 EK-ACCT-NO PIC X(8).
               10 EK-BANK-SORT PIC 9(6).
               10 EK-BANK-ACCOUNT PIC 9(8).
       01 EMP-BANK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BANK-FOUND PIC X VALUE "N".
           88 BANK-DETAILS-FOUND VALUE "Y".
       01 WS-REGISTER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-PAID-COUNT PIC 9(9) VALUE ZERO.
       01 WS-PAID-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-NO-BANK-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NO-NET-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-EXC-REASON PIC X(2) VALUE SPACES.
       01 WS-EDITED-AMOUNT PIC -(11)9.99.
       01 BANK-HEADER.
           05 BH-RECORD-TYPE PIC X VALUE "H".
           05 BH-RUN-DATE PIC 9(8).
           05 BH-PROGRAM-ID PIC X(8).
           05 FILLER PIC X(33) VALUE SPACES.
       01 BANK-DETAIL.
           05 BD-RECORD-TYPE PIC X.
               88 BD-CREDIT VALUE "C".
           05 BD-ACCT-NO PIC X(8).
           05 BD-BANK-SORT PIC 9(6).
           05 BD-BANK-ACCOUNT PIC 9(8).
           05 BD-CREDIT-DATE PIC 9(8).
           05 BD-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(7) VALUE SPACES.
       01 BANK-TRAILER.
           05 BT-RECORD-TYPE PIC X VALUE "T".
           05 BT-RECORD-COUNT PIC 9(9).
           05 BT-HASH-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(26) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "SALPAY  " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM LoadEmployeeBankTable
           OPEN INPUT REGISTER-FILE
           IF NOT WS-REGISTER-FILE-OK
               DISPLAY "PAYREGF NOT AVAILABLE, STATUS = "
                   WS-REGISTER-FILE-STATUS
               SET WS-REGISTER-FILE-EOF TO TRUE
           END-IF
           OPEN OUTPUT BANK-FILE
           MOVE WS-RUN-DATE TO BH-RUN-DATE
           MOVE WS-RUN-PROGRAM-ID TO BH-PROGRAM-ID
           WRITE BANK-FILE-RECORD FROM BANK-HEADER
           PERFORM UNTIL WS-REGISTER-FILE-EOF
               READ REGISTER-FILE
                   AT END SET WS-REGISTER-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE REGISTER-FILE-RECORD TO PR-REGISTER-RECORD
                       ADD 1 TO WS-REGISTER-COUNT
                       PERFORM PayOneEmployee
               END-READ
           END-PERFORM
           MOVE WS-PAID-COUNT TO BT-RECORD-COUNT
           MOVE WS-PAID-TOTAL TO BT-HASH-TOTAL
           WRITE BANK-FILE-RECORD FROM BANK-TRAILER
           CLOSE REGISTER-FILE BANK-FILE
           PERFORM WriteManifest
           IF WS-PAID-TOTAL NOT = ZERO
               MOVE WS-RUN-DATE TO GL-DATE
               MOVE WS-RUN-PROGRAM-ID TO GL-SOURCE
               MOVE "NETCLR" TO GL-ACCOUNT-CODE
               SET GL-DEBIT TO TRUE
               MOVE WS-PAID-TOTAL TO GL-AMOUNT
               CALL "GLPOST" USING GL-RECORD, WS-GL-RC
               MOVE "CASH" TO GL-ACCOUNT-CODE
               SET GL-CREDIT TO TRUE
               CALL "GLPOST" USING GL-RECORD, WS-GL-RC
           END-IF
           DISPLAY "---------- SALARY PAYMENT TOTALS ----------"
           DISPLAY "REGISTER LINES : " WS-REGISTER-COUNT
           DISPLAY "CREDITS SENT   : " WS-PAID-COUNT
           MOVE WS-PAID-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "AMOUNT SENT    : " WS-EDITED-AMOUNT
           DISPLAY "NO BANK DETAIL : " WS-NO-BANK-COUNT
           DISPLAY "NET NOT PAYABLE: " WS-NO-NET-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

       LoadEmployeeBankTable.
           OPEN INPUT EMP-BANK-FILE
           IF WS-EMP-BANK-OK
               PERFORM UNTIL WS-EMP-BANK-EOF
                   READ EMP-BANK-FILE
                       AT END SET WS-EMP-BANK-EOF TO TRUE
                       NOT AT END
                           IF EMP-BANK-COUNT < 2000
                               ADD 1 TO EMP-BANK-COUNT
                               MOVE EB-ACCT-NO
                                   TO EK-ACCT-NO (EMP-BANK-COUNT)
                               MOVE EB-BANK-SORT
                                   TO EK-BANK-SORT (EMP-BANK-COUNT)
                               MOVE EB-BANK-ACCOUNT
                                   TO EK-BANK-ACCOUNT (EMP-BANK-COUNT)
                           ELSE
                               DISPLAY "EMPBANK TABLE FULL - "
                                   EB-ACCT-NO " NOT LOADED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-BANK-FILE
           ELSE
               DISPLAY "EMPBANK NOT AVAILABLE, STATUS = "
                   WS-EMP-BANK-STATUS
               IF WS-EMP-BANK-STATUS = "05"
                   CLOSE EMP-BANK-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> PayOneEmployee - a credit needs a positive net and usable
      *> bank details; anything short of that is held back on the
      *> exception repository rather than sent for the bank to bounce.
      *>----------------------------------------------------------------
       PayOneEmployee.
           IF PR-NET NOT > ZERO
               ADD 1 TO WS-NO-NET-COUNT
               MOVE "NP" TO WS-EXC-REASON
               PERFORM WriteExceptionRecord
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BANK-FOUND
           SET EB-IDX TO 1
           SEARCH EMP-BANK-ENTRY
               WHEN EK-ACCT-NO (EB-IDX) = PR-ACCT-NO
                   IF EK-BANK-SORT (EB-IDX) NUMERIC
                           AND EK-BANK-ACCOUNT (EB-IDX) NUMERIC
                           AND EK-BANK-SORT (EB-IDX) NOT = ZERO
                           AND EK-BANK-ACCOUNT (EB-IDX) NOT = ZERO
                       MOVE "Y" TO WS-BANK-FOUND
                   END-IF
           END-SEARCH
           IF NOT BANK-DETAILS-FOUND
               ADD 1 TO WS-NO-BANK-COUNT
               MOVE "NB" TO WS-EXC-REASON
               PERFORM WriteExceptionRecord
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAID-COUNT
           ADD PR-NET TO WS-PAID-TOTAL
           MOVE SPACES TO BANK-DETAIL
           SET BD-CREDIT TO TRUE
           MOVE PR-ACCT-NO TO BD-ACCT-NO
           MOVE EK-BANK-SORT (EB-IDX) TO BD-BANK-SORT
           MOVE EK-BANK-ACCOUNT (EB-IDX) TO BD-BANK-ACCOUNT
           MOVE WS-RUN-DATE TO BD-CREDIT-DATE
           MOVE PR-NET TO BD-AMOUNT
           WRITE BANK-FILE-RECORD FROM BANK-DETAIL
           IF NOT WS-BANK-FILE-OK
               DISPLAY "SALCRD WRITE FAILED, STATUS = "
                   WS-BANK-FILE-STATUS
           END-IF
           .

       WriteExceptionRecord.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "EMPLOYEE " PR-ACCT-NO " NOT PAID - REASON "
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
           MOVE PR-ACCT-NO TO EXC-KEY
           MOVE WS-EXC-REASON TO EXC-REASON
           SET EXC-OPEN TO TRUE
           MOVE ZEROS TO EXC-FIXED-DATE
           MOVE PR-REGISTER-RECORD TO EXC-IMAGE
           WRITE EXCEPTION-REPOSITORY-RECORD FROM EXC-RECORD
           IF WS-REPOSITORY-STATUS NOT = "00"
               DISPLAY "EXCFILE WRITE FAILED, STATUS = "
                   WS-REPOSITORY-STATUS
           END-IF
           CLOSE EXCEPTION-REPOSITORY
           .

      *>----------------------------------------------------------------
      *> WriteManifest - the checksum folds the record count and the
      *> hash total's cents together, so a truncated file fails on
      *> count, a corrupted one on hash, and a doctored one on both.
      *>----------------------------------------------------------------
       WriteManifest.
           OPEN OUTPUT MANIFEST-FILE
           MOVE WS-PAID-COUNT TO MF-REC-COUNT
           MOVE WS-PAID-TOTAL TO MF-HASH-TOTAL
           COMPUTE WS-CHECKSUM-CENTS =
               WS-PAID-TOTAL * 100
               ON SIZE ERROR MOVE ZEROS TO WS-CHECKSUM-CENTS
           END-COMPUTE
           COMPUTE WS-CHECKSUM-WORK =
               WS-CHECKSUM-CENTS + WS-PAID-COUNT
           DIVIDE WS-CHECKSUM-WORK BY 999999999
               GIVING WS-CHECKSUM-CENTS
               REMAINDER WS-CHECKSUM
           MOVE WS-CHECKSUM TO MF-CHECKSUM
           WRITE MANIFEST-RECORD
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "SALCRDM WRITE FAILED, STATUS = "
                   WS-MANIFEST-STATUS
           END-IF
           CLOSE MANIFEST-FILE
           .

       WriteControlRecord.
           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
                   AND WS-CONTROL-FILE-STATUS NOT = "05"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-REGISTER-COUNT TO CTL-INPUT-COUNT
           MOVE WS-PAID-COUNT TO CTL-OUTPUT-COUNT
           MOVE WS-REJECT-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM SALPAY.
