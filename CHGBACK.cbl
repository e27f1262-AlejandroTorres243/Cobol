      *          CHGBKRPT report shows the chargeback rate by tender
      *          code against the day's settled totals and flags
      *          cases past their deadline.  The worked case file
      *          writes to CHGCASEO.  The cardholder account is
      *          validated through ACCTCHK before anything is
      *          raised: an old number is translated to its new one,
      *          and an account that fails its check digit goes to
      *          the EXCFILE repository (CD) with no reversal, no
      *          settlement back-out and no case.
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
       FD  DISPUTE-FILE.
       01  CHARGEBACK-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       FD  EXCEPTION-REPOSITORY.
       01  EXCEPTION-REPOSITORY-RECORD PIC X(215).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY TRNREC.
       COPY SETREC.
       COPY EXCREC.
       01 CB-RECORD.
           05 CB-TENDER-CODE PIC X(2).
           05 CB-DATE PIC 9(8).
           88 WS-SETTLEMENT-FILE-EOF VALUE "10".
       01 WS-CHARGEBACK-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-EXCEPTION-STATUS PIC XX VALUE SPACES.
      *>   ACCTCHK parameters - WS-CHECK-ACCOUNT is the account the
      *>   chargeback is raised against once any old number has been
      *>   translated.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
      *>   Every case, existing plus tonight's, worked in memory and
      *>   written whole to the new generation.
       01 CASE-TABLE.
               10 TN-CASE-COUNT PIC 9(5).
       01 TENDER-COUNT PIC 9(2) VALUE ZERO.
       01 WS-DISPUTE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CHECK-DIGIT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-STATUS-COUNT PIC 9(9) VALUE ZERO.
       01 WS-WON-COUNT PIC 9(9) VALUE ZERO.
       01 WS-OVERDUE-COUNT PIC 9(9) VALUE ZERO.
           PERFORM PrintChargebackReport
           DISPLAY "---------- CHARGEBACK RUN TOTALS ----------"
           DISPLAY "NEW DISPUTES     : " WS-DISPUTE-COUNT
           DISPLAY "  CHECK DIGIT BAD: " WS-CHECK-DIGIT-COUNT
           DISPLAY "STATUS UPDATES   : " WS-STATUS-COUNT
           DISPLAY "CASES WON        : " WS-WON-COUNT
           DISPLAY "PAST DEADLINE    : " WS-OVERDUE-COUNT

       OpenOneCase.
           ADD 1 TO WS-DISPUTE-COUNT
      *>    The acquirer quotes the account as the cardholder gave
      *>    it: an old number is translated, and one that fails its
      *>    check digit, or that the conversion renumbered away to
      *>    a member, is never charged back against whichever
      *>    customer the number happens to belong to.
           MOVE "V" TO WS-CHECK-FUNCTION
           MOVE AD-ACCOUNT-NO TO WS-CHECK-ACCOUNT
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           IF WS-CHECK-RC = 2 OR WS-CHECK-RC = 3 OR WS-CHECK-RC = 7
               ADD 1 TO WS-CHECK-DIGIT-COUNT
               PERFORM WriteCheckDigitException
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECK-RC = 1
               MOVE WS-CHECK-ACCOUNT TO AD-ACCOUNT-NO
           END-IF
      *>    The cardholder's money comes back off the account via
      *>    the normal reversal route.
           MOVE SPACES TO TRN-RECORD
           PERFORM ChargeTenderTable
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
           MOVE AD-ACCOUNT-NO TO EXC-KEY
           MOVE "CD" TO EXC-REASON
           SET EXC-OPEN TO TRUE
           MOVE ZEROS TO EXC-FIXED-DATE
           MOVE DISPUTE-FILE-RECORD TO EXC-IMAGE
           WRITE EXCEPTION-REPOSITORY-RECORD FROM EXC-RECORD
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "EXCFILE WRITE FAILED, STATUS = "
                   WS-EXCEPTION-STATUS
           END-IF
           CLOSE EXCEPTION-REPOSITORY
           .

       ChargeTenderTable.
           SET TN-IDX TO 1
           SEARCH TENDER-ENTRY
               END-IF
           END-PERFORM
           CLOSE CHARGEBACK-REPORT
           MOVE "CHGBKRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           .

       WriteControlRecord.
               WS-DISPUTE-COUNT + WS-STATUS-COUNT
           COMPUTE CTL-OUTPUT-COUNT =
               WS-DISPUTE-COUNT + WS-STATUS-COUNT
               - WS-CHECK-DIGIT-COUNT
           MOVE WS-CHECK-DIGIT-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
