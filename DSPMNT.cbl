      *          favour appends a credit-note transaction to CRNOTES
      *          so the existing CRNOTE run issues the credit.  The
      *          worked file carries to the DISPUTEO new generation.
      *          Releasing, crediting or opening a dispute offers the
      *          operator an account note through NOTEADD.  While
      *          the BATCHWIN batch window is open the disputes can
      *          be read but none is released, credited or opened,
      *          unless the operator holds an emergency override.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  DISPUTE-FILE.
       01  DISPUTE-FILE-RECORD PIC X(49).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  NEW-DISPUTE-FILE.
       01  NEW-DISPUTE-RECORD PIC X(49).
       01 WS-SIGNON-RC PIC 9 VALUE ZERO.
       01 WS-SESSION-FUNC PIC X VALUE "E".
       01 WS-SESSION-RC PIC 9 VALUE ZERO.
      *>   BATCHWIN answer - while the overnight update batches hold
      *>   the masters the screen is inquiry only.
       01 WS-WINDOW-RC PIC 9 VALUE ZERO.
           88 WINDOW-INQUIRY-ONLY VALUE 2.
       01 WS-DISPUTE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-DISPUTE-FILE-OK VALUE "00".
           88 WS-DISPUTE-FILE-EOF VALUE "10".
       01 WS-EDIT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-EDIT-OUTPUT PIC X(15) VALUE SPACES.
       01 WS-EDIT-RC PIC 9 VALUE ZERO.
       01 WS-NOTE-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-NOTE-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "DSPMNT  " TO WS-RUN-PROGRAM-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
           DISPLAY "ACTION (K-KEEP L-RELEASE C-CREDIT) - "
               WITH NO ADVANCING
           ACCEPT WS-ACTION
      *>    The batch window is checked before every action; while
      *>    it is open the dispute is kept as it stands.
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           IF WINDOW-INQUIRY-ONLY
                   AND (WS-ACTION = "L" OR WS-ACTION = "C")
               DISPLAY "BATCH WINDOW OPEN - DISPUTE KEPT AS IT STANDS"
               MOVE "K" TO WS-ACTION
           END-IF
           EVALUATE WS-ACTION
               WHEN "L"
                   ADD 1 TO WS-RELEASED-COUNT
                   SET DS-RELEASED TO TRUE
                   MOVE WS-RUN-DATE TO DS-RESOLVED-DATE
                   DISPLAY "RELEASED BACK TO COLLECTIONS"
                   PERFORM TakeDisputeNote
               WHEN "C"
                   ADD 1 TO WS-CREDITED-COUNT
                   SET DS-CREDITED TO TRUE
                   ELSE
                       DISPLAY "CREDIT NOTE QUEUED"
                   END-IF
                   PERFORM TakeDisputeNote
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               DISPLAY "OPEN A DISPUTE (O) OR QUIT (Q) - "
                   WITH NO ADVANCING
               ACCEPT WS-ACTION
               CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
                   WS-SIGNON-OPERATOR, WS-WINDOW-RC
               IF WS-ACTION = "O" AND WINDOW-INQUIRY-ONLY
                   DISPLAY "BATCH WINDOW OPEN - NO NEW DISPUTE UNTIL "
                       "IT CLOSES"
                   MOVE SPACE TO WS-ACTION
               END-IF
               IF WS-ACTION = "O"
                   PERFORM OpenOneDispute
               END-IF
                   WS-NEW-DISPUTE-STATUS
           ELSE
               DISPLAY "DISPUTE OPENED"
               PERFORM TakeDisputeNote
           END-IF
           .

       TakeDisputeNote.
           MOVE DS-ACCOUNT-NO TO WS-NOTE-ACCOUNT
           CALL "NOTEADD" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
               WS-SIGNON-OPERATOR, WS-NOTE-ACCOUNT, WS-NOTE-RC
           .

       COPY RUNDATE.
       END PROGRAM DSPMNT.
