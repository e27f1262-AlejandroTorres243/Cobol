      *          an account number or a name fragment, read CUSTMAST
      *          by the primary or alternate key, and show the account
      *          with its last ten invoice and payment lines, money
      *          edited through the shared MONEYFMT formatter.  A
      *          direct account inquiry also shows the ACCTNOTE
      *          contact history taken on the collections and service
      *          screens, newest note first.  The payment behaviour
      *          score and band from the monthly PAYSCORE run are
      *          shown with the account, and a sanctions hold apart
      *          from a credit hold.
      *          A member's own account is rebuilt from the member
      *          id with its ACCTCHK check digit in front.
      *          Read-only by design.
      * Tectonics: cobc
      ******************************************************************
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "TRANSACS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
           SELECT OPTIONAL NOTE-FILE ASSIGN TO "ACCTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-FILE-STATUS.
           SELECT OPTIONAL HISTORY-INDEX
               ASSIGN TO "TRNIDX"
               ORGANIZATION IS INDEXED
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  RELATION-FILE.
       COPY RELREC.
       01  INVOICE-FILE-RECORD PIC X(50).
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       FD  NOTE-FILE.
       01  NOTE-FILE-RECORD PIC X(100).
       FD  HISTORY-INDEX
           RECORD CONTAINS 72 CHARACTERS.
       COPY THREC.
       WORKING-STORAGE SECTION.
       COPY INVLINE.
       COPY TRNREC.
       COPY NOTEREC.
       01 WS-SIGNON-PROGRAM PIC X(8) VALUE "CUSTINQ".
       01 WS-SIGNON-ROLE PIC X VALUE "I".
       01 WS-SIGNON-OPERATOR PIC 9(4) VALUE ZERO.
       01 WS-FAMILY-EXPOSURE PIC S9(11)V99 VALUE ZERO.
       01 WS-SAVED-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-FAMILY-SHOWN PIC X VALUE "N".
       01 WS-NOTE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-NOTE-FILE-OK VALUE "00".
           88 WS-NOTE-FILE-EOF VALUE "10".
      *>   The account's latest note lines in file (oldest-first)
      *>   order, oldest pushed out as newer lines arrive; shown
      *>   back to front so the newest note comes first.
       01 NOTE-TABLE.
           05 NOTE-ENTRY OCCURS 60 TIMES PIC X(100).
       01 NOTE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-NOTE-SUB PIC 9(2) VALUE ZERO.
       01 WS-NOTE-START PIC 9(2) VALUE ZERO.
       01 WS-NOTE-END PIC 9(2) VALUE ZERO.
       01 WS-CONTACT-DESC PIC X(8) VALUE SPACES.
      *>   ACCTCHK parameters - a member's own account is rebuilt
      *>   from the member id with the check digit on the front.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>    Inquiry is read-only, but it still shows balances, so the
      *>            only shows on a direct account inquiry where no
      *>            name browse position can be disturbed.
                   PERFORM DisplayFamilyTree
                   PERFORM LoadAccountNotes
                   PERFORM ShowAccountNotes
               ELSE
                   DISPLAY "ACCOUNT NOT ON FILE"
               END-IF
               PERFORM EditMoney
               DISPLAY "AVAILABLE: " WS-EDIT-OUTPUT
           END-IF
           EVALUATE TRUE
               WHEN CM-SANCTIONS-HOLD
                   DISPLAY "HOLD     : *** SANCTIONS HOLD - REFER TO "
                       "COMPLIANCE ***"
               WHEN CM-ON-HOLD
                   DISPLAY "HOLD     : *** ACCOUNT ON CREDIT HOLD ***"
               WHEN OTHER
                   DISPLAY "HOLD     : NO"
           END-EVALUATE
           IF CM-GONE-AWAY
               DISPLAY "MAIL     : *** GONE AWAY - MAIL RETURNED "
                   CM-GONE-AWAY-DATE " ***"
           END-IF
           IF CM-DORM-INACTIVE
               DISPLAY "ACTIVITY : INACTIVE SINCE " CM-DORMANCY-DATE
           END-IF
           IF CM-DORMANT
               DISPLAY "ACTIVITY : *** DORMANT SINCE "
                   CM-DORMANCY-DATE " ***"
           END-IF
           IF CM-NOT-SCORED
               DISPLAY "PAY SCORE: NOT YET SCORED"
           ELSE
               DISPLAY "PAY SCORE: " CM-PAY-SCORE " BAND " CM-SCORE-BAND
                   " (SINCE " CM-SCORE-DATE ")"
           END-IF
           MOVE CM-ACCOUNT-NO TO WS-INQUIRY-ACCOUNT
           PERFORM LoadActivityWindow
           READ CUSTOMER-MASTER
           .

       LoadAccountNotes.
           MOVE ZEROS TO NOTE-COUNT
           OPEN INPUT NOTE-FILE
           IF WS-NOTE-FILE-OK
               PERFORM UNTIL WS-NOTE-FILE-EOF
                   READ NOTE-FILE
                       AT END SET WS-NOTE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE NOTE-FILE-RECORD TO AN-RECORD
                           IF AN-ACCOUNT-NO = WS-SAVED-ACCOUNT
                               PERFORM MakeRoomForNote
                               MOVE AN-RECORD
                                   TO NOTE-ENTRY (NOTE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE NOTE-FILE
           MOVE SPACES TO WS-NOTE-FILE-STATUS
           .

       MakeRoomForNote.
           IF NOTE-COUNT < 60
               ADD 1 TO NOTE-COUNT
           ELSE
               PERFORM VARYING WS-NOTE-SUB FROM 1 BY 1
                       UNTIL WS-NOTE-SUB > 59
                   MOVE NOTE-ENTRY (WS-NOTE-SUB + 1)
                       TO NOTE-ENTRY (WS-NOTE-SUB)
               END-PERFORM
           END-IF
           .

      *>----------------------------------------------------------------
      *> ShowAccountNotes - work back from the newest line; a note
      *> starts at its line 1, so each note is found by stepping back
      *> to its first line and then shown in its own line order.  A
      *> note cut short by the window shows the lines that remain.
      *>----------------------------------------------------------------
       ShowAccountNotes.
           IF NOTE-COUNT = ZERO
               DISPLAY "NO ACCOUNT NOTES ON FILE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACCOUNT NOTES, NEWEST FIRST:"
           MOVE NOTE-COUNT TO WS-NOTE-END
           PERFORM UNTIL WS-NOTE-END = ZERO
               MOVE WS-NOTE-END TO WS-NOTE-START
               MOVE NOTE-ENTRY (WS-NOTE-START) TO AN-RECORD
               PERFORM UNTIL WS-NOTE-START = 1 OR AN-LINE-NO <= 1
                   SUBTRACT 1 FROM WS-NOTE-START
                   MOVE NOTE-ENTRY (WS-NOTE-START) TO AN-RECORD
               END-PERFORM
               EVALUATE TRUE
                   WHEN AN-CALL-IN  MOVE "CALL IN" TO WS-CONTACT-DESC
                   WHEN AN-CALL-OUT MOVE "CALL OUT" TO WS-CONTACT-DESC
                   WHEN AN-LETTER   MOVE "LETTER" TO WS-CONTACT-DESC
                   WHEN AN-VISIT    MOVE "VISIT" TO WS-CONTACT-DESC
                   WHEN OTHER       MOVE AN-CONTACT-TYPE
                                        TO WS-CONTACT-DESC
               END-EVALUATE
               DISPLAY "  " AN-NOTE-DATE " " AN-NOTE-TIME (1:4)
                   " OPERATOR " AN-OPERATOR " " WS-CONTACT-DESC
                   " VIA " AN-SOURCE
               PERFORM VARYING WS-NOTE-SUB FROM WS-NOTE-START BY 1
                       UNTIL WS-NOTE-SUB > WS-NOTE-END
                   MOVE NOTE-ENTRY (WS-NOTE-SUB) TO AN-RECORD
                   DISPLAY "      " AN-TEXT
               END-PERFORM
               COMPUTE WS-NOTE-END = WS-NOTE-START - 1
           END-PERFORM
           .

       LoadActivityWindow.
           MOVE ZEROS TO WINDOW-COUNT
           OPEN INPUT INVOICE-FILE
                           MOVE INVOICE-FILE-RECORD TO IV-RECORD
                           IF IV-INVOICE-LINE
                                   AND IV-MEMBER-ID NUMERIC
                               MOVE IV-MEMBER-ID
                                   TO WS-CHECK-ACCOUNT
                               PERFORM MemberAccountNumber
                               MOVE WS-CHECK-ACCOUNT TO WS-MEMBER-NUM
                               IF WS-MEMBER-NUM = WS-INQUIRY-ACCOUNT
                                   PERFORM AddInvoiceToWindow
                               END-IF
               MOVE SPACES TO WS-EDIT-OUTPUT
           END-IF
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
       END PROGRAM CUSTINQ.
