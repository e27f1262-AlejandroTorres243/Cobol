      *          (P-paid R-promise D-dispute N-no contact, or skip).
      *          Recorded outcomes append to WQOUTCOM so the next
      *          night's build reflects what happened on the phone.
      *          Each case shows the latest ACCTNOTE note on the
      *          account, and after each recorded outcome the
      *          collector is offered a new note (contact type and
      *          what was said) through NOTEADD.  While the BATCHWIN
      *          batch window is open the cases can still be read but
      *          no outcome is taken, unless the operator holds an
      *          emergency override.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL OUTCOME-FILE ASSIGN TO "WQOUTCOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTCOME-FILE-STATUS.
           SELECT OPTIONAL NOTE-FILE ASSIGN TO "ACCTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WORKQUEUE-FILE.
       01  WORKQUEUE-RECORD PIC X(40).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  OUTCOME-FILE.
       01  OUTCOME-FILE-RECORD PIC X(40).
       FD  NOTE-FILE.
       01  NOTE-FILE-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY WQREC.
       COPY NOTEREC.
       01 WS-SIGNON-ROLE PIC X VALUE "I".
       01 WS-SIGNON-OPERATOR PIC 9(4) VALUE ZERO.
       01 WS-SIGNON-RC PIC 9 VALUE ZERO.
       01 WS-SESSION-FUNC PIC X VALUE "E".
       01 WS-SESSION-RC PIC 9 VALUE ZERO.
      *>   BATCHWIN answer - while the overnight update batches hold
      *>   the masters the screen is inquiry only.
       01 WS-WINDOW-RC PIC 9 VALUE ZERO.
           88 WINDOW-INQUIRY-ONLY VALUE 2.
       01 WS-WORKQUEUE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-WORKQUEUE-FILE-OK VALUE "00".
           88 WS-WORKQUEUE-FILE-EOF VALUE "10".
       01 WS-EDIT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-EDIT-OUTPUT PIC X(15) VALUE SPACES.
       01 WS-EDIT-RC PIC 9 VALUE ZERO.
       01 WS-NOTE-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-NOTE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-NOTE-FILE-OK VALUE "00".
           88 WS-NOTE-FILE-EOF VALUE "10".
      *>   First line of the newest note on the case's account.
       01 WS-LAST-NOTE PIC X(100) VALUE SPACES.
       01 WS-NOTE-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "WORKLIST" TO WS-RUN-PROGRAM-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           OPEN INPUT WORKQUEUE-FILE
           IF NOT WS-WORKQUEUE-FILE-OK
               DISPLAY "WORKQ NOT AVAILABLE, STATUS = "
           CALL "MONEYFMT" USING WS-EDIT-FORMAT, WS-EDIT-AMOUNT,
               WS-EDIT-OUTPUT, WS-EDIT-RC
           DISPLAY "OVERDUE  : " WS-EDIT-OUTPUT
           PERFORM ShowLastNote
           DISPLAY "OUTCOME (P-PAID R-PROMISE D-DISPUTE N-NO "
               "CONTACT S-SKIP Q-QUIT) - " WITH NO ADVANCING
           ACCEPT WS-OUTCOME-TEXT
      *>    The batch window is checked before every outcome; once
      *>    the overnight run has started the case is only shown.
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           EVALUATE WS-OUTCOME-TEXT
               WHEN "P"
               WHEN "R"
               WHEN "D"
               WHEN "N"
                   IF WINDOW-INQUIRY-ONLY
                       DISPLAY "BATCH WINDOW OPEN - OUTCOME NOT "
                           "RECORDED, TAKE IT AGAIN WHEN IT CLOSES"
                   ELSE
                       PERFORM RecordOneOutcome
                   END-IF
               WHEN "Q"
                   SET SESSION-DONE TO TRUE
               WHEN OTHER
           END-EVALUATE
           .

       ShowLastNote.
           MOVE SPACES TO WS-LAST-NOTE
           OPEN INPUT NOTE-FILE
           IF WS-NOTE-FILE-OK
               PERFORM UNTIL WS-NOTE-FILE-EOF
                   READ NOTE-FILE
                       AT END SET WS-NOTE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE NOTE-FILE-RECORD TO AN-RECORD
                           IF AN-ACCOUNT-NO = WQ-ACCOUNT-NO
                                   AND AN-LINE-NO = 1
                               MOVE AN-RECORD TO WS-LAST-NOTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE NOTE-FILE
           MOVE SPACES TO WS-NOTE-FILE-STATUS
           IF WS-LAST-NOTE NOT = SPACES
               MOVE WS-LAST-NOTE TO AN-RECORD
               DISPLAY "LAST NOTE: " AN-NOTE-DATE " " AN-CONTACT-TYPE
                   " " AN-TEXT
           END-IF
           .

       RecordOneOutcome.
           ADD 1 TO WS-RECORDED-COUNT
           MOVE WS-OUTCOME-TEXT TO WQ-OUTCOME
           ELSE
               DISPLAY "OUTCOME RECORDED"
           END-IF
           MOVE WQ-ACCOUNT-NO TO WS-NOTE-ACCOUNT
           CALL "NOTEADD" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
               WS-SIGNON-OPERATOR, WS-NOTE-ACCOUNT, WS-NOTE-RC
           .

       COPY RUNDATE.
