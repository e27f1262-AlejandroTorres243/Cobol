      *          NOTIFLTR and is marked notified, because the bank
      *          will not collect against a payer who was never
      *          warned.  The maintained master writes to MANDATEO.
      *          A first collection date that falls on a weekend or
      *          a HOLIDAYS calendar date is rolled forward to the
      *          next business day through DATECALC, both when the
      *          mandate is added and before its notice goes out,
      *          so the bank is never asked to collect on a closed
      *          day.  A notice whose payer account (MEMBERSDD
      *          MF-PAYER-ACCOUNT) is flagged gone away on CUSTMAST
      *          is not printed: its lines go to the held-mail file
      *          through MAILHOLD and the payer onto the trace list,
      *          ready to reprint once CUSTMNT records a new address.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL NOTIFY-PARM ASSIGN TO "NOTIFPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-PARM-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       FD  NOTIFY-PARM.
       01  NOTIFY-PARM-RECORD.
           05 NP-NOTIFY-DAYS PIC 9(3).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY MNDREC.
       01 WS-MANDATE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MANDATE-FILE-OK VALUE "00".
       01 WS-NOTIFY-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-NOTIFY-PARM-OK VALUE "00".
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-NOTIFY-DAYS PIC 9(3) VALUE 10.
      *>   The whole mandate master held for the run, the way the
      *>   member maintenance holds MEMBERSDD.
       01 MEMBER-ID-TABLE.
           05 MEMBER-ID-ENTRY OCCURS 500 TIMES INDEXED BY MBI-IDX.
               10 MI-MEMBER-ID PIC X(6).
               10 MI-PAYER-ACCOUNT PIC X(10).
       01 MEMBER-ID-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-MEMBER-KNOWN PIC X VALUE "N".
           05 FILLER PIC X(1) VALUE SPACE.
           05 RJ-REASON PIC X(30).
       01 WS-LETTER-TEXT PIC X(70) VALUE SPACES.
      *>   A notice to a gone-away payer is held, not printed.
       01 WS-PAYER-GONE PIC X VALUE "N".
           88 PAYER-GONE-AWAY VALUE "Y".
       01 WS-HOLD-LINE PIC X(80) VALUE SPACES.
       01 WS-HOLD-RC PIC 9 VALUE ZERO.
       01 WS-GONE-AWAY-COUNT PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "MNDMNT  " TO WS-RUN-PROGRAM-ID
               END-READ
           END-PERFORM
           CLOSE MANDATE-TRANS-FILE
           OPEN INPUT CUSTOMER-MASTER
           PERFORM NotifyFirstCollections
           CLOSE REJECT-REPORT LETTER-FILE CUSTOMER-MASTER
           MOVE "MNDREJ" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           PERFORM WriteNewMandateFile
           DISPLAY "------- MANDATE MAINTENANCE TOTALS -------"
           DISPLAY "TRANSACTIONS READ : " WS-TRANS-COUNT
           DISPLAY "APPLIED           : " WS-APPLIED-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT
           DISPLAY "PRE-NOTIFIED      : " WS-NOTIFIED-COUNT
           DISPLAY "  HELD - GONE AWAY: " WS-GONE-AWAY-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

                               ADD 1 TO MEMBER-ID-COUNT
                               MOVE MF-MEMBER-ID TO
                                   MI-MEMBER-ID (MEMBER-ID-COUNT)
                               MOVE MF-PAYER-ACCOUNT TO
                                   MI-PAYER-ACCOUNT (MEMBER-ID-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           MOVE NT-CHECK-DIGIT TO MN-CHECK-DIGIT
           MOVE WS-RUN-DATE TO MN-SIGNED-DATE
           MOVE NT-FIRST-COLLECT TO MN-FIRST-COLLECT
           PERFORM RollFirstCollect
           MOVE "N" TO MN-NOTIFIED
           SET MN-ACTIVE TO TRUE
           IF WS-FOUND-SUB NOT = ZERO
               IF MN-ACTIVE AND NOT MN-PRENOTIFIED
                       AND MN-FIRST-COLLECT NUMERIC
                       AND MN-FIRST-COLLECT > ZEROS
      *>            Mandates keyed before the calendar existed may
      *>            still carry a closed-day date; the letter must
      *>            quote the day the bank will actually collect.
                   PERFORM RollFirstCollect
                   MOVE MN-RECORD TO MD-RECORD (MND-IDX)
                   PERFORM JudgeOneNotification
               END-IF
           END-PERFORM
           .

       RollFirstCollect.
           MOVE "N" TO WS-DATE-FUNCTION
           MOVE MN-FIRST-COLLECT TO WS-DATE-1
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC = 0
               MOVE WS-DATE-RESULT TO MN-FIRST-COLLECT
           END-IF
           .

       JudgeOneNotification.
           MOVE "D" TO WS-DATE-FUNCTION
           MOVE WS-RUN-DATE TO WS-DATE-1
           IF WS-DAY-COUNT >= ZERO
                   AND WS-DAY-COUNT <= WS-NOTIFY-DAYS
               ADD 1 TO WS-NOTIFIED-COUNT
               PERFORM CheckPayerMailStatus
               IF PAYER-GONE-AWAY
                   ADD 1 TO WS-GONE-AWAY-COUNT
               ELSE
                   MOVE SPACES TO LETTER-FILE-RECORD
                   WRITE LETTER-FILE-RECORD AFTER ADVANCING PAGE
               END-IF
               MOVE SPACES TO WS-LETTER-TEXT
               STRING "MEMBER " DELIMITED BY SIZE
                      MN-MEMBER-ID DELIMITED BY SIZE
                   INTO WS-LETTER-TEXT
               PERFORM PutNoticeLine
               MOVE SPACES TO WS-LETTER-TEXT
               STRING "YOUR FIRST DIRECT-DEBIT COLLECTION IS DUE "
                   DELIMITED BY SIZE
                   MN-FIRST-COLLECT DELIMITED BY SIZE
                   INTO WS-LETTER-TEXT
               PERFORM PutNoticeLine
               MOVE "PLEASE ENSURE YOUR ACCOUNT HOLDS FUNDS."
                   TO WS-LETTER-TEXT
               PERFORM PutNoticeLine
               IF WS-LETTER-FILE-STATUS NOT = "00"
                   DISPLAY "NOTIFLTR WRITE FAILED, STATUS = "
                       WS-LETTER-FILE-STATUS
           END-IF
           .

      *>----------------------------------------------------------------
      *> CheckPayerMailStatus - the notice goes to the member's payer
      *> account; one flagged gone away on CUSTMAST has its notice
      *> held.  A member with no payer account always prints.
      *>----------------------------------------------------------------
       CheckPayerMailStatus.
           MOVE "N" TO WS-PAYER-GONE
           PERFORM VARYING MBI-IDX FROM 1 BY 1
                   UNTIL MBI-IDX > MEMBER-ID-COUNT
               IF MI-MEMBER-ID (MBI-IDX) = MN-MEMBER-ID
                   IF MI-PAYER-ACCOUNT (MBI-IDX) NUMERIC
                           AND MI-PAYER-ACCOUNT (MBI-IDX) > ZEROS
                       MOVE MI-PAYER-ACCOUNT (MBI-IDX)
                           TO CM-ACCOUNT-NO
                       READ CUSTOMER-MASTER
                       IF CM-STATUS-OK AND CM-GONE-AWAY
                           MOVE "Y" TO WS-PAYER-GONE
                       END-IF
                   END-IF
                   SET MBI-IDX TO MEMBER-ID-COUNT
               END-IF
           END-PERFORM
           .

       PutNoticeLine.
           IF PAYER-GONE-AWAY
               MOVE WS-LETTER-TEXT TO WS-HOLD-LINE
               CALL "MAILHOLD" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
                   CUSTOMER-MASTER-RECORD, WS-HOLD-LINE, WS-HOLD-RC
           ELSE
               WRITE LETTER-FILE-RECORD FROM WS-LETTER-TEXT
                   AFTER ADVANCING 1 LINE
           END-IF
           .

       RejectTransaction.
           ADD 1 TO WS-REJECT-COUNT
           MOVE NT-ACTION TO RJ-ACTION
