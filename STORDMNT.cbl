      *          RESUME transactions set and clear the payment
      *          holiday pair, validated against the order's next-due
      *          date so a holiday that could never skip anything is
      *          rejected instead of silently doing nothing.  A new
      *          order's first next-due date is its start date rolled
      *          forward to a business day through DATECALC.
      *          The account on every transaction must carry a valid
      *          ACCTCHK check digit: an old pre-conversion number is
      *          taken as its new account through the ACCTXREF
      *          cross-reference, and a number failing the check is
      *          rejected and written to the EXCFILE repository as a
      *          CD exception.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
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
       FD  ORDER-MASTER.
       01  CONTROL-FILE-RECORD PIC X(47).
       FD  GENERATION-COUNT-FILE.
       COPY GENREC.
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
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
           88 WS-NEW-MASTER-OK VALUE "00".
       01 WS-REJECT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-EXCEPTION-STATUS PIC XX VALUE SPACES.
      *>   ACCTCHK parameters.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       01 ORDER-TABLE.
           05 ORDER-ENTRY OCCURS 500 TIMES INDEXED BY ORD-IDX.
               10 OB-RECORD PIC X(71).
           END-PERFORM
           CLOSE ORDER-TRANS-FILE
           CLOSE REJECT-REPORT
           MOVE "STORDREJ" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           PERFORM WriteNewMasterFile
           DISPLAY "------- STANDING-ORDER MAINTENANCE TOTALS -------"
           DISPLAY "TRANSACTIONS READ : " WS-TRANS-COUNT
                   AND NOT OT-HOLIDAY AND NOT OT-RESUME
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-IF
      *>    The account is half the order's key, so an old number is
      *>    moved to its new one before the order is looked for.
           IF WS-REJECT-REASON = SPACES
               PERFORM CheckAccountNumber
           END-IF
      *>    A holiday needs two real dates in order, and must still
      *>    be able to skip something: one ending before the order
      *>    next falls due would be a no-op keyed for nothing.
           END-IF
           .

       CheckAccountNumber.
           MOVE "V" TO WS-CHECK-FUNCTION
           MOVE OT-ACCOUNT-NO TO WS-CHECK-ACCOUNT
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           EVALUATE WS-CHECK-RC
               WHEN 1
                   MOVE WS-CHECK-ACCOUNT TO OT-ACCOUNT-NO
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
           MOVE OT-ACCOUNT-NO TO EXC-KEY
           MOVE "CD" TO EXC-REASON
           SET EXC-OPEN TO TRUE
           MOVE ZEROS TO EXC-FIXED-DATE
           MOVE ORDER-TRANS-RECORD TO EXC-IMAGE
           WRITE EXCEPTION-REPOSITORY-RECORD FROM EXC-RECORD
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "EXCFILE WRITE FAILED, STATUS = "
                   WS-EXCEPTION-STATUS
           END-IF
           CLOSE EXCEPTION-REPOSITORY
           .

       FindOrder.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING ORD-IDX FROM 1 BY 1
               MOVE OT-FREQUENCY TO WH-FREQUENCY
               MOVE OT-START-DATE TO WH-START-DATE
               MOVE OT-END-DATE TO WH-END-DATE
      *>        The first generation falls due on the start date,
      *>        or the first business day after it.
               MOVE "N" TO WS-DATE-FUNCTION
               MOVE OT-START-DATE TO WS-DATE-1
               CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
                   WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT,
                   WS-DATE-RC
               IF WS-DATE-RC = 0
                   MOVE WS-DATE-RESULT TO WH-NEXT-DUE
               ELSE
                   MOVE OT-START-DATE TO WH-NEXT-DUE
               END-IF
               MOVE ZEROS TO WH-HOLIDAY-FROM
               MOVE ZEROS TO WH-HOLIDAY-TO
               ADD 1 TO ORDER-TABLE-COUNT
