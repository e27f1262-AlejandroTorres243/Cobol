      *          hold the dunning letters while the promise is current
      *          and escalate the moment it is broken.  Every promise
      *          is validated against the customer master and stamped
      *          with the signed-on operator who took the call, and
      *          the operator is then offered an account note of the
      *          conversation through NOTEADD.  While the BATCHWIN
      *          batch window is open no promise may be taken, since
      *          PTPMON works the promises overnight, unless the
      *          operator holds an emergency override.
      *          The account keyed must carry a valid ACCTCHK check
      *          digit, so a transposed number is refused on the
      *          screen while the customer is still on the line; an
      *          old pre-conversion number is answered with its new
      *          one through the ACCTXREF cross-reference.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  PROMISE-FILE.
       01  PROMISE-FILE-RECORD PIC X(55).
       01 WS-SIGNON-RC PIC 9 VALUE ZERO.
       01 WS-SESSION-FUNC PIC X VALUE "E".
       01 WS-SESSION-RC PIC 9 VALUE ZERO.
      *>   BATCHWIN answer - while the overnight update batches hold
      *>   the masters the screen is inquiry only.
       01 WS-WINDOW-RC PIC 9 VALUE ZERO.
           88 WINDOW-INQUIRY-ONLY VALUE 2.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK         VALUE "00".
           88 CM-STATUS-NOT-FOUND  VALUE "23".
           88 ACTION-PROMISE VALUE "P".
           88 ACTION-QUIT    VALUE "Q".
       01 WS-ACCOUNT-TEXT PIC X(10) VALUE SPACES.
      *>   ACCTCHK parameters.
       01 WS-CHECK-FUNCTION PIC X VALUE SPACE.
       01 WS-CHECK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-CHECK-RC PIC 9 VALUE ZERO.
       01 WS-AMOUNT-TEXT PIC X(11) VALUE SPACES.
       01 WS-AMOUNT-CENTS PIC 9(11) VALUE ZERO.
       01 WS-AMOUNT-VALUE PIC S9(9)V99 VALUE ZERO.
       01 WS-DATE-RESULT PIC 9(8).
       01 WS-DATE-RC PIC 9.
       01 WS-PROMISE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NOTE-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-NOTE-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PTPMNT " TO WS-RUN-PROGRAM-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
               DISPLAY "ACTION (P-PROMISE Q-QUIT) - "
                   WITH NO ADVANCING
               ACCEPT WS-ACTION
      *>        The batch window is checked before every action;
      *>        once the overnight run has started no promise is
      *>        taken.
               CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
                   WS-SIGNON-OPERATOR, WS-WINDOW-RC
               EVALUATE TRUE
                   WHEN ACTION-QUIT CONTINUE
                   WHEN WINDOW-INQUIRY-ONLY
                       DISPLAY "BATCH WINDOW OPEN - NO PROMISES "
                           "UNTIL IT CLOSES"
                   WHEN ACTION-PROMISE PERFORM RecordOnePromise
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
           IF FIELD-IS-VALID
               MOVE WS-ACCOUNT-TEXT TO CM-ACCOUNT-NO
               READ CUSTOMER-MASTER
               IF NOT CM-STATUS-OK
           ELSE
               ADD 1 TO WS-PROMISE-COUNT
               DISPLAY "PROMISE RECORDED"
               MOVE PTP-ACCOUNT-NO TO WS-NOTE-ACCOUNT
               CALL "NOTEADD" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
                   WS-SIGNON-OPERATOR, WS-NOTE-ACCOUNT, WS-NOTE-RC
           END-IF
           .

