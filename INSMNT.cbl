      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interactive insolvency maintenance - when a
      *          bankruptcy or insolvency notice arrives, the operator
      *          records it here against a CUSTMAST account: the court
      *          case number, the filing date, the trustee, and the
      *          pre-filing balance the stay covers (defaulting to
      *          the account's balance when none is keyed).  The line
      *          goes to the INSOLV file the shared INSLOOK lookup
      *          reads, so dunning, interest, the workqueue, the
      *          direct-debit extract, standing orders and installment
      *          billing all stop on the pre-filing debt without
      *          anyone remembering to set CM-HOLD-FLAG.  A case is
      *          ended - discharged or withdrawn - by appending a
      *          closing line for the account.  Every line is stamped
      *          with the signed-on operator.  While the BATCHWIN
      *          batch window is open no notice is recorded and no
      *          case ended, unless the operator holds an emergency
      *          override.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL INSOLVENCY-FILE ASSIGN TO "INSOLV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSOLVENCY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  INSOLVENCY-FILE.
       01  INSOLVENCY-FILE-RECORD PIC X(88).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY INSREC.
       01 WS-SIGNON-ROLE PIC X VALUE "M".
       01 WS-SIGNON-OPERATOR PIC 9(4) VALUE ZERO.
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
       01 WS-INSOLVENCY-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-ACTION PIC X VALUE SPACE.
           88 ACTION-NOTICE  VALUE "N".
           88 ACTION-END     VALUE "E".
           88 ACTION-QUIT    VALUE "Q".
       01 WS-ACCOUNT-TEXT PIC X(10) VALUE SPACES.
       01 WS-CASE-TEXT PIC X(15) VALUE SPACES.
       01 WS-TRUSTEE-TEXT PIC X(30) VALUE SPACES.
       01 WS-AMOUNT-TEXT PIC X(11) VALUE SPACES.
       01 WS-AMOUNT-CENTS PIC 9(11) VALUE ZERO.
       01 WS-AMOUNT-VALUE PIC S9(9)V99 VALUE ZERO.
       01 WS-DATE-TEXT PIC X(8) VALUE SPACES.
       01 WS-FILING-DATE PIC 9(8) VALUE ZERO.
       01 WS-END-CODE PIC X VALUE SPACE.
       01 WS-FIELD-VALID PIC X VALUE "Y".
           88 FIELD-IS-VALID VALUE "Y".
      *>   DATECALC parameter set, used to validate the filing date.
       01 WS-DATE-FUNCTION PIC X.
       01 WS-DATE-1 PIC 9(8).
       01 WS-DATE-2 PIC 9(8).
       01 WS-DAY-COUNT PIC S9(7).
       01 WS-DATE-RESULT PIC 9(8).
       01 WS-DATE-RC PIC 9.
      *>   INSLOOK answers whether a case is already in force.  It
      *>   loads INSOLV once, so lines recorded this session are
      *>   remembered here as well.
       01 WS-LOOK-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-INS-RC PIC 9 VALUE ZERO.
      *>   Lines written this session, latest last.
       01 SESSION-TABLE.
           05 SESSION-ENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON SESSION-COUNT
               INDEXED BY SES-IDX.
               10 SE-ACCOUNT-NO PIC 9(10).
               10 SE-RECORD PIC X(88).
       01 SESSION-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CASE-IN-FORCE PIC X VALUE "N".
       01 WS-NOTICE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ENDED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EDITED-AMOUNT PIC -(9)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "INSMNT  " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
      *>    An insolvency stops collection on the account, so only a
      *>    maintenance-role operator may record one.
           MOVE "M" TO WS-SIGNON-ROLE
           CALL "SIGNON" USING WS-RUN-PROGRAM-ID, WS-SIGNON-ROLE,
               WS-SIGNON-OPERATOR, WS-SIGNON-RC
           IF WS-SIGNON-RC NOT = 0
               DISPLAY "INSMNT UNAVAILABLE WITHOUT SIGN-ON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE "E" TO WS-SESSION-FUNC
               CALL "SESSCHK" USING WS-SESSION-FUNC,
                   WS-SIGNON-OPERATOR, WS-SESSION-RC
               STOP RUN
           END-IF
           PERFORM UNTIL ACTION-QUIT
               DISPLAY "ACTION (N-NOTICE E-END CASE Q-QUIT) - "
                   WITH NO ADVANCING
               ACCEPT WS-ACTION
      *>        The batch window is checked before every action.
               CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
                   WS-SIGNON-OPERATOR, WS-WINDOW-RC
               EVALUATE TRUE
                   WHEN ACTION-QUIT CONTINUE
                   WHEN WINDOW-INQUIRY-ONLY
                       DISPLAY "BATCH WINDOW OPEN - NO CHANGES UNTIL "
                           "IT CLOSES"
                   WHEN ACTION-NOTICE PERFORM RecordOneNotice
                   WHEN ACTION-END PERFORM EndOneCase
                   WHEN OTHER DISPLAY "UNRECOGNIZED ACTION "
                       WS-ACTION
               END-EVALUATE
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           DISPLAY "NOTICES RECORDED THIS SESSION: " WS-NOTICE-COUNT
           DISPLAY "CASES ENDED THIS SESSION     : " WS-ENDED-COUNT
      *>    The session ends when the operator leaves, so the next
      *>    same-day sign-on is not refused as a duplicate.
           MOVE "E" TO WS-SESSION-FUNC
           CALL "SESSCHK" USING WS-SESSION-FUNC,
               WS-SIGNON-OPERATOR, WS-SESSION-RC
           STOP RUN.

       AcceptAccountNumber.
           MOVE "Y" TO WS-FIELD-VALID
           DISPLAY "ACCOUNT NUMBER (10 DIGITS) - " WITH NO ADVANCING
           ACCEPT WS-ACCOUNT-TEXT
           IF WS-ACCOUNT-TEXT NOT NUMERIC
               DISPLAY "ACCOUNT NUMBER MUST BE ALL DIGITS"
               MOVE "N" TO WS-FIELD-VALID
           ELSE
               MOVE WS-ACCOUNT-TEXT TO CM-ACCOUNT-NO
               READ CUSTOMER-MASTER
               IF NOT CM-STATUS-OK
                   DISPLAY "ACCOUNT NOT ON CUSTMAST"
                   MOVE "N" TO WS-FIELD-VALID
               ELSE
                   DISPLAY "CUSTOMER: " CM-CUSTOMER-NAME
                   PERFORM CheckCaseInForce
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> CheckCaseInForce - the file as INSLOOK loaded it, overridden
      *> by anything recorded for the account this session.
      *>----------------------------------------------------------------
       CheckCaseInForce.
           MOVE CM-ACCOUNT-NO TO WS-LOOK-ACCOUNT
           CALL "INSLOOK" USING WS-LOOK-ACCOUNT, INS-RECORD,
               WS-INS-RC
           IF WS-INS-RC = 0
               MOVE "Y" TO WS-CASE-IN-FORCE
           ELSE
               MOVE "N" TO WS-CASE-IN-FORCE
           END-IF
           PERFORM VARYING SES-IDX FROM 1 BY 1
                   UNTIL SES-IDX > SESSION-COUNT
               IF SE-ACCOUNT-NO (SES-IDX) = CM-ACCOUNT-NO
                   MOVE SE-RECORD (SES-IDX) TO INS-RECORD
                   IF INS-ACTIVE
                       MOVE "Y" TO WS-CASE-IN-FORCE
                   ELSE
                       MOVE "N" TO WS-CASE-IN-FORCE
                   END-IF
               END-IF
           END-PERFORM
           .

       AcceptCaseNumber.
           MOVE "Y" TO WS-FIELD-VALID
           DISPLAY "COURT CASE NUMBER - " WITH NO ADVANCING
           ACCEPT WS-CASE-TEXT
           IF WS-CASE-TEXT = SPACES
               DISPLAY "CASE NUMBER IS REQUIRED"
               MOVE "N" TO WS-FIELD-VALID
           END-IF
           .

       AcceptFilingDate.
           MOVE "Y" TO WS-FIELD-VALID
           DISPLAY "FILING DATE (YYYYMMDD) - " WITH NO ADVANCING
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT NOT NUMERIC
               DISPLAY "DATE MUST BE ALL DIGITS"
               MOVE "N" TO WS-FIELD-VALID
           ELSE
               MOVE WS-DATE-TEXT TO WS-FILING-DATE
      *>       The filing has happened by the time the notice
      *>       reaches us - a date after the business date is a
      *>       keying error.
               MOVE "D" TO WS-DATE-FUNCTION
               MOVE WS-RUN-DATE TO WS-DATE-1
               MOVE WS-FILING-DATE TO WS-DATE-2
               CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
                   WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT,
                   WS-DATE-RC
               IF WS-DATE-RC NOT = 0
                   DISPLAY "DATE IS NOT A VALID CALENDAR DAY"
                   MOVE "N" TO WS-FIELD-VALID
               ELSE
                   IF WS-DAY-COUNT > ZERO
                       DISPLAY "FILING DATE IS IN THE FUTURE"
                       MOVE "N" TO WS-FIELD-VALID
                   END-IF
               END-IF
           END-IF
           .

       AcceptTrustee.
           MOVE "Y" TO WS-FIELD-VALID
           DISPLAY "TRUSTEE NAME - " WITH NO ADVANCING
           ACCEPT WS-TRUSTEE-TEXT
           IF WS-TRUSTEE-TEXT = SPACES
               DISPLAY "TRUSTEE IS REQUIRED"
               MOVE "N" TO WS-FIELD-VALID
           END-IF
           .

      *>----------------------------------------------------------------
      *> AcceptPreFilingBalance - the proof of debt figure.  Blank
      *> takes the account's balance as it stands; the operator keys
      *> the figure instead when charges have posted since filing.
      *>----------------------------------------------------------------
       AcceptPreFilingBalance.
           MOVE "Y" TO WS-FIELD-VALID
           MOVE CM-BALANCE TO WS-EDITED-AMOUNT
           DISPLAY "CURRENT BALANCE: " WS-EDITED-AMOUNT
           DISPLAY "PRE-FILING BALANCE IN CENTS (BLANK = CURRENT) - "
               WITH NO ADVANCING
           ACCEPT WS-AMOUNT-TEXT
           IF WS-AMOUNT-TEXT = SPACES
               MOVE CM-BALANCE TO WS-AMOUNT-VALUE
               IF WS-AMOUNT-VALUE < ZERO
                   MOVE ZEROS TO WS-AMOUNT-VALUE
               END-IF
           ELSE
               IF WS-AMOUNT-TEXT NOT NUMERIC
                   DISPLAY "AMOUNT MUST BE ALL DIGITS"
                   MOVE "N" TO WS-FIELD-VALID
               ELSE
                   MOVE WS-AMOUNT-TEXT TO WS-AMOUNT-CENTS
                   COMPUTE WS-AMOUNT-VALUE = WS-AMOUNT-CENTS / 100
               END-IF
           END-IF
           .

       RecordOneNotice.
           PERFORM AcceptAccountNumber
           IF NOT FIELD-IS-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-CASE-IN-FORCE = "Y"
               DISPLAY "ACCOUNT ALREADY UNDER CASE " INS-CASE-NO
                   " - END IT FIRST"
               EXIT PARAGRAPH
           END-IF
           PERFORM AcceptCaseNumber
           IF NOT FIELD-IS-VALID
               EXIT PARAGRAPH
           END-IF
           PERFORM AcceptFilingDate
           IF NOT FIELD-IS-VALID
               EXIT PARAGRAPH
           END-IF
           PERFORM AcceptTrustee
           IF NOT FIELD-IS-VALID
               EXIT PARAGRAPH
           END-IF
           PERFORM AcceptPreFilingBalance
           IF NOT FIELD-IS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INS-RECORD
           MOVE CM-ACCOUNT-NO TO INS-ACCOUNT-NO
           MOVE WS-CASE-TEXT TO INS-CASE-NO
           MOVE WS-FILING-DATE TO INS-FILING-DATE
           MOVE WS-TRUSTEE-TEXT TO INS-TRUSTEE
           MOVE WS-AMOUNT-VALUE TO INS-PRE-FILING-BAL
           SET INS-ACTIVE TO TRUE
           PERFORM WriteInsolvencyLine
           .

      *>----------------------------------------------------------------
      *> EndOneCase - the closing line repeats the case details with
      *> the discharged or withdrawn status, so the history on INSOLV
      *> reads whole for either line.
      *>----------------------------------------------------------------
       EndOneCase.
           PERFORM AcceptAccountNumber
           IF NOT FIELD-IS-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-CASE-IN-FORCE NOT = "Y"
               DISPLAY "NO INSOLVENCY IN FORCE ON THIS ACCOUNT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CASE " INS-CASE-NO " FILED " INS-FILING-DATE
           DISPLAY "D-DISCHARGED W-WITHDRAWN - " WITH NO ADVANCING
           ACCEPT WS-END-CODE
           EVALUATE WS-END-CODE
               WHEN "D" SET INS-DISCHARGED TO TRUE
               WHEN "W" SET INS-WITHDRAWN TO TRUE
               WHEN OTHER
                   DISPLAY "END CODE MUST BE D OR W"
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM WriteInsolvencyLine
           .

       WriteInsolvencyLine.
           MOVE WS-RUN-DATE TO INS-RECORDED-DATE
           MOVE WS-SIGNON-OPERATOR TO INS-RECORDED-BY
           OPEN EXTEND INSOLVENCY-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-INSOLVENCY-FILE-STATUS NOT = "00"
                   AND WS-INSOLVENCY-FILE-STATUS NOT = "05"
               OPEN OUTPUT INSOLVENCY-FILE
           END-IF
           WRITE INSOLVENCY-FILE-RECORD FROM INS-RECORD
           IF WS-INSOLVENCY-FILE-STATUS NOT = "00"
               DISPLAY "INSOLV WRITE FAILED, STATUS = "
                   WS-INSOLVENCY-FILE-STATUS
           ELSE
               IF SESSION-COUNT < 100
                   ADD 1 TO SESSION-COUNT
                   SET SES-IDX TO SESSION-COUNT
                   MOVE INS-ACCOUNT-NO TO SE-ACCOUNT-NO (SES-IDX)
                   MOVE INS-RECORD TO SE-RECORD (SES-IDX)
               END-IF
               IF INS-ACTIVE
                   ADD 1 TO WS-NOTICE-COUNT
                   DISPLAY "INSOLVENCY RECORDED"
               ELSE
                   ADD 1 TO WS-ENDED-COUNT
                   DISPLAY "CASE ENDED"
               END-IF
           END-IF
           CLOSE INSOLVENCY-FILE
           .

       COPY RUNDATE.
       END PROGRAM INSMNT.
