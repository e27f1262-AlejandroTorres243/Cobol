      *          any WRITE/REWRITE/DELETE, and a before/after audit
      *          line appended to CUSTAUD for every applied change so
      *          a mistyped balance is both detectable and
      *          attributable.  Changing the address of a customer
      *          flagged gone away (returned mail) clears the flag
      *          and appends a release line to MAILRLSE so DOCRLSE
      *          reprints the documents held while the address was
      *          bad.  After a change the operator is offered an
      *          account note through NOTEADD, and N-NOTE records a
      *          note against an account without changing it.
      *          While the BATCHWIN batch window is open the screen
      *          is inquiry only - no add, change, delete or note -
      *          unless the operator holds an emergency override.
      *          Every customer added, and every change of name, is
      *          screened against the sanctions watch list through
      *          SANCHECK; a potential match is queued for the
      *          SANREVW compliance review and the operator told.  A
      *          sanctions hold compliance has set cannot be cleared
      *          through the credit-hold entry here.
      *          Account numbers carry the ACCTCHK check digit: a new
      *          customer is issued the next number from the ACCTCTL
      *          series, or the operator keys a nine-digit base (the
      *          member-id form for a member's account) and the check
      *          digit is put on it.  A number keyed for change,
      *          delete or note must verify; an old number from
      *          before the check-digit conversion is answered with
      *          its new one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "CUSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT OPTIONAL RELEASE-FILE ASSIGN TO "MAILRLSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.
           SELECT OPTIONAL TERMS-FILE ASSIGN TO "TERMSTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD PIC X(120).
       FD  RELEASE-FILE.
       01  RELEASE-FILE-RECORD PIC X(30).
       FD  TERMS-FILE.
       COPY TRMREC.
       WORKING-STORAGE SECTION.
      *>   screen makes between actions.
       01 WS-SESSION-FUNC PIC X VALUE "C".
       01 WS-SESSION-RC PIC 9 VALUE ZERO.
      *>   BATCHWIN answer - while the overnight update batches hold
      *>   the masters the screen is inquiry only.
       01 WS-WINDOW-RC PIC 9 VALUE ZERO.
           88 WINDOW-INQUIRY-ONLY VALUE 2.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK         VALUE "00".
           88 CM-STATUS-NOT-FOUND  VALUE "23".
           88 CM-STATUS-DUPLICATE  VALUE "22".
       01 WS-AUDIT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-RELEASE-FILE-STATUS PIC XX VALUE SPACES.
      *>   A new address for a gone-away customer releases the mail
      *>   held while the old one was bad.
       COPY MRLREC.
       01 WS-BEFORE-ADDRESS PIC X(30) VALUE SPACES.
       01 WS-MAIL-RELEASED PIC X VALUE "N".
           88 MAIL-RELEASED VALUE "Y".
       01 WS-NOTE-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-NOTE-RC PIC 9 VALUE ZERO.
       01 WS-ACTION PIC X VALUE SPACE.
           88 ACTION-ADD    VALUE "A".
           88 ACTION-CHANGE VALUE "C".
           88 ACTION-DELETE VALUE "D".
           88 ACTION-NOTE   VALUE "N".
           88 ACTION-QUIT   VALUE "Q".
       01 WS-ACCOUNT-TEXT PIC X(10) VALUE SPACES.
      *>   ACCTCHK parameters; a blank base on an add means issue
      *>   the next number.
       01 WS-BASE-TEXT PIC X(9) VALUE SPACES.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       01 WS-NUMBER-FREE PIC X VALUE "N".
           88 NUMBER-IS-FREE VALUE "Y".
       01 WS-NAME-TEXT PIC X(30) VALUE SPACES.
       01 WS-ADDRESS-TEXT PIC X(30) VALUE SPACES.
      *>   Balances are keyed as whole cents with an optional leading
       01 WS-PROV-NAME PIC X(20) VALUE SPACES.
       01 WS-PROV-RC PIC 9 VALUE ZERO.
       01 WS-BEFORE-NAME PIC X(30) VALUE SPACES.
       01 WS-BEFORE-HOLD PIC X(1) VALUE SPACE.
      *>   SANCHECK parameter set.
       01 WS-SCREEN-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-SCREEN-NAME PIC X(30) VALUE SPACES.
       01 WS-SCREEN-SCORE PIC 9(3) VALUE ZERO.
       01 WS-SCREEN-RC PIC 9 VALUE ZERO.
       01 WS-BEFORE-BALANCE PIC S9(9)V99 VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AUDIT-LINE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           OPEN I-O CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
               OPEN OUTPUT AUDIT-FILE
           END-IF
           PERFORM UNTIL ACTION-QUIT
               DISPLAY "ACTION (A-ADD C-CHANGE D-DELETE N-NOTE "
                   "Q-QUIT) - "
                   WITH NO ADVANCING
               ACCEPT WS-ACTION
      *>        The session re-validates before every action; idle
                       SET ACTION-QUIT TO TRUE
                   END-IF
               END-IF
      *>        So is the batch window: once the overnight run has
      *>        the master, nothing here may change it.
               CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
                   WS-SIGNON-OPERATOR, WS-WINDOW-RC
               EVALUATE TRUE
                   WHEN ACTION-QUIT CONTINUE
                   WHEN WINDOW-INQUIRY-ONLY
                       DISPLAY "BATCH WINDOW OPEN - NO CHANGES UNTIL "
                           "IT CLOSES; CUSTINQ STILL LOOKS UP ACCOUNTS"
                   WHEN ACTION-ADD PERFORM AddCustomer
                   WHEN ACTION-CHANGE PERFORM ChangeCustomer
                   WHEN ACTION-DELETE PERFORM DeleteCustomer
                   WHEN ACTION-NOTE PERFORM NoteCustomer
                   WHEN OTHER DISPLAY "UNRECOGNIZED ACTION "
                       WS-ACTION
               END-EVALUATE
           IF WS-ACCOUNT-TEXT NOT NUMERIC
               DISPLAY "ACCOUNT NUMBER MUST BE ALL DIGITS"
               MOVE "N" TO WS-FIELD-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO WS-CHECK-FUNCTION
           MOVE WS-ACCOUNT-TEXT TO WS-CHECK-ACCOUNT
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           EVALUATE WS-CHECK-RC
               WHEN 1
                   DISPLAY "OLD ACCOUNT " WS-ACCOUNT-TEXT
                       " IS NOW " WS-CHECK-ACCOUNT
                   MOVE WS-CHECK-ACCOUNT TO WS-ACCOUNT-TEXT
               WHEN 2
                   DISPLAY "ACCOUNT NUMBER FAILS ITS CHECK DIGIT"
                   MOVE "N" TO WS-FIELD-VALID
               WHEN 7
                   DISPLAY "OLD ACCOUNT NUMBER GIVEN TO ANOTHER "
                       "ACCOUNT - REFER"
                   MOVE "N" TO WS-FIELD-VALID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *>----------------------------------------------------------------
      *> AcceptAccountBase - on an add the operator may key the nine
      *> digits after the check digit, or leave them blank for the
      *> next number from the ACCTCTL series (issued once the rest
      *> of the customer has been keyed, so an abandoned add does
      *> not spend one).
      *>----------------------------------------------------------------
       AcceptAccountBase.
           MOVE "Y" TO WS-FIELD-VALID
           MOVE SPACES TO WS-ACCOUNT-TEXT
           DISPLAY "ACCOUNT BASE (9 DIGITS, BLANK TO ISSUE) - "
               WITH NO ADVANCING
           ACCEPT WS-BASE-TEXT
           IF WS-BASE-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-BASE-TEXT NOT NUMERIC
               DISPLAY "ACCOUNT BASE MUST BE ALL DIGITS"
               MOVE "N" TO WS-FIELD-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE "G" TO WS-CHECK-FUNCTION
           MOVE WS-BASE-TEXT TO WS-CHECK-ACCOUNT
           CALL "ACCTCHK" USING WS-CHECK-FUNCTION, WS-CHECK-ACCOUNT,
               WS-CHECK-RC
           IF WS-CHECK-RC NOT = 0
               DISPLAY "ACCOUNT BASE MAY NOT BE ZERO"
               MOVE "N" TO WS-FIELD-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-ACCOUNT TO WS-ACCOUNT-TEXT
           DISPLAY "ACCOUNT NUMBER  : " WS-ACCOUNT-TEXT
           .

      *>----------------------------------------------------------------
      *> IssueAccountNumber - the next ACCTCTL number not already on
      *> the master (a converted account can hold one in the series).
      *>----------------------------------------------------------------
       IssueAccountNumber.
           MOVE "Y" TO WS-FIELD-VALID
           MOVE "N" TO WS-NUMBER-FREE
           PERFORM UNTIL NUMBER-IS-FREE OR NOT FIELD-IS-VALID
               MOVE "N" TO WS-CHECK-FUNCTION
               CALL "ACCTCHK" USING WS-CHECK-FUNCTION,
                   WS-CHECK-ACCOUNT, WS-CHECK-RC
               IF WS-CHECK-RC NOT = 0
                   DISPLAY "NO ACCOUNT NUMBER ISSUED, ACCTCHK RC = "
                       WS-CHECK-RC
                   MOVE "N" TO WS-FIELD-VALID
               ELSE
                   MOVE WS-CHECK-ACCOUNT TO CM-ACCOUNT-NO
                   READ CUSTOMER-MASTER
                   IF CM-STATUS-NOT-FOUND
                       MOVE "Y" TO WS-NUMBER-FREE
                   END-IF
               END-IF
           END-PERFORM
           IF FIELD-IS-VALID
               MOVE WS-CHECK-ACCOUNT TO WS-ACCOUNT-TEXT
               DISPLAY "ACCOUNT NUMBER ISSUED: " WS-ACCOUNT-TEXT
           END-IF
           .

           .

       AddCustomer.
           PERFORM AcceptAccountBase
           IF NOT FIELD-IS-VALID
               EXIT PARAGRAPH
           END-IF
           IF NOT FIELD-IS-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCOUNT-TEXT = SPACES
               PERFORM IssueAccountNumber
               IF NOT FIELD-IS-VALID
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO CUSTOMER-MASTER-RECORD
           MOVE WS-ACCOUNT-TEXT TO CM-ACCOUNT-NO
           MOVE WS-NAME-TEXT TO CM-CUSTOMER-NAME
           MOVE WS-HOLD-TEXT TO CM-HOLD-FLAG
           MOVE WS-TERMS-TEXT TO CM-TERMS-CODE
           MOVE WS-CYCLE-VALUE TO CM-CYCLE-CODE
           MOVE ZEROS TO CM-GONE-AWAY-DATE
           MOVE ZEROS TO CM-DORMANCY-DATE
           MOVE ZEROS TO CM-PAY-SCORE
           MOVE ZEROS TO CM-SCORE-DATE
           WRITE CUSTOMER-MASTER-RECORD
           EVALUATE TRUE
               WHEN CM-STATUS-OK
                   MOVE ZEROS TO WS-BEFORE-BALANCE
                   PERFORM WriteAuditLine
                   DISPLAY "CUSTOMER ADDED"
                   PERFORM ScreenCustomerName
               WHEN CM-STATUS-DUPLICATE
                   DISPLAY "ACCOUNT ALREADY ON FILE - NOT ADDED"
               WHEN OTHER
           END-IF
           MOVE CM-CUSTOMER-NAME TO WS-BEFORE-NAME
           MOVE CM-BALANCE TO WS-BEFORE-BALANCE
           MOVE CM-ADDRESS TO WS-BEFORE-ADDRESS
           MOVE CM-HOLD-FLAG TO WS-BEFORE-HOLD
           DISPLAY "CURRENT NAME    : " CM-CUSTOMER-NAME
           DISPLAY "CURRENT ADDRESS : " CM-ADDRESS
           IF CM-GONE-AWAY
               DISPLAY "MAIL RETURNED   : GONE AWAY SINCE "
                   CM-GONE-AWAY-DATE
           END-IF
           PERFORM AcceptCustomerName
           IF NOT FIELD-IS-VALID
               EXIT PARAGRAPH
           MOVE WS-BALANCE-VALUE TO CM-BALANCE
           MOVE WS-LIMIT-VALUE TO CM-CREDIT-LIMIT
           MOVE WS-HOLD-TEXT TO CM-HOLD-FLAG
      *>    Only the compliance review lifts a sanctions hold.
           IF WS-BEFORE-HOLD = "S"
               SET CM-SANCTIONS-HOLD TO TRUE
               DISPLAY "SANCTIONS HOLD STAYS - COMPLIANCE ONLY"
           END-IF
           MOVE WS-TERMS-TEXT TO CM-TERMS-CODE
           MOVE WS-CYCLE-VALUE TO CM-CYCLE-CODE
           MOVE "N" TO WS-MAIL-RELEASED
           IF CM-GONE-AWAY AND WS-ADDRESS-TEXT NOT = WS-BEFORE-ADDRESS
               MOVE CM-GONE-AWAY-DATE TO MRL-GONE-AWAY-DATE
               MOVE SPACE TO CM-MAIL-STATUS
               MOVE ZEROS TO CM-GONE-AWAY-DATE
               MOVE "Y" TO WS-MAIL-RELEASED
           END-IF
           REWRITE CUSTOMER-MASTER-RECORD
           IF CM-STATUS-OK
               PERFORM WriteAuditLine
               DISPLAY "CUSTOMER CHANGED"
               IF MAIL-RELEASED
                   PERFORM WriteReleaseLine
               END-IF
               IF WS-NAME-TEXT NOT = WS-BEFORE-NAME
                       AND NOT CM-SANCTIONS-HOLD
                   PERFORM ScreenCustomerName
               END-IF
               PERFORM TakeAccountNote
           ELSE
               DISPLAY "CUSTMAST REWRITE FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
           END-IF
           .

      *>----------------------------------------------------------------
      *> NoteCustomer - a note only; the master is read to confirm
      *> the account but not changed, so no audit line is written.
      *>----------------------------------------------------------------
       NoteCustomer.
           PERFORM AcceptAccountNumber
           IF NOT FIELD-IS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-TEXT TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "ACCOUNT NOT ON FILE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CURRENT NAME    : " CM-CUSTOMER-NAME
           PERFORM TakeAccountNote
           .

       TakeAccountNote.
           MOVE CM-ACCOUNT-NO TO WS-NOTE-ACCOUNT
           CALL "NOTEADD" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
               WS-SIGNON-OPERATOR, WS-NOTE-ACCOUNT, WS-NOTE-RC
           .

      *>----------------------------------------------------------------
      *> ScreenCustomerName - the name just written is checked
      *> against the sanctions watch list; a potential match is
      *> queued by SANCHECK for compliance, not decided here.
      *>----------------------------------------------------------------
       ScreenCustomerName.
           MOVE CM-ACCOUNT-NO TO WS-SCREEN-ACCOUNT
           MOVE CM-CUSTOMER-NAME TO WS-SCREEN-NAME
           CALL "SANCHECK" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
               WS-SCREEN-ACCOUNT, WS-SCREEN-NAME, WS-SCREEN-SCORE,
               WS-SCREEN-RC
           EVALUATE WS-SCREEN-RC
               WHEN 1
                   DISPLAY "POSSIBLE WATCH-LIST MATCH (SCORE "
                       WS-SCREEN-SCORE ") - REFERRED TO COMPLIANCE"
               WHEN 2
                   DISPLAY "WATCH LIST NOT AVAILABLE - NAME NOT "
                       "SCREENED, TONIGHT'S RESCAN WILL NEED IT"
           END-EVALUATE
           .

       WriteAuditLine.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-RUN-DATE TO AU-DATE
           END-IF
           .

      *>----------------------------------------------------------------
      *> WriteReleaseLine - the gone-away flag is cleared, so the
      *> documents held for the account go back out for reprint.
      *>----------------------------------------------------------------
       WriteReleaseLine.
           OPEN EXTEND RELEASE-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-RELEASE-FILE-STATUS NOT = "00"
                   AND WS-RELEASE-FILE-STATUS NOT = "05"
               OPEN OUTPUT RELEASE-FILE
           END-IF
           MOVE CM-ACCOUNT-NO TO MRL-ACCOUNT-NO
           MOVE WS-RUN-DATE TO MRL-RELEASE-DATE
           MOVE WS-SIGNON-OPERATOR TO MRL-RELEASED-BY
           WRITE RELEASE-FILE-RECORD FROM MRL-RECORD
           IF WS-RELEASE-FILE-STATUS NOT = "00"
               DISPLAY "MAILRLSE WRITE FAILED, STATUS = "
                   WS-RELEASE-FILE-STATUS
           ELSE
               DISPLAY "GONE-AWAY FLAG CLEARED - HELD MAIL RELEASED"
           END-IF
           CLOSE RELEASE-FILE
           .

       COPY RUNDATE.
       END PROGRAM CUSTMNT.
