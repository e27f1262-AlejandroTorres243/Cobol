      *          application posts it; a dropped one disappears (it
      *          really was the bank file twice); a skipped one
      *          carries forward on the PAYHOLDO new generation for
      *          another look tomorrow.  The operator who submitted
      *          the PAYSCRN run that held a receipt can never release
      *          or drop it; it carries forward for someone else.
      *          While the BATCHWIN batch window is open every hold
      *          is shown but carried forward, unless the operator
      *          holds an emergency override.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-FILE-RECORD.
           05 HF-TRANSACTION PIC X(50).
           05 HF-HELD-BY PIC 9(4).
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       FD  NEW-HOLD-FILE.
       01  NEW-HOLD-RECORD PIC X(54).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY TRNREC.
       01 WS-SIGNON-RC PIC 9 VALUE ZERO.
       01 WS-SESSION-FUNC PIC X VALUE "E".
       01 WS-SESSION-RC PIC 9 VALUE ZERO.
      *>   BATCHWIN answer - while the overnight update batches hold
      *>   the masters the screen is inquiry only.
       01 WS-WINDOW-RC PIC 9 VALUE ZERO.
           88 WINDOW-INQUIRY-ONLY VALUE 2.
       01 WS-HOLD-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-HOLD-FILE-OK VALUE "00".
           88 WS-HOLD-FILE-EOF VALUE "10".
       01 WS-RELEASED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DROPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CARRIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-BY PIC X(4) VALUE SPACES.
       01 WS-HELD-BY-N REDEFINES WS-HELD-BY PIC 9(4).
       01 WS-EDIT-FORMAT PIC X VALUE "Z".
       01 WS-EDIT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-EDIT-OUTPUT PIC X(15) VALUE SPACES.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           OPEN INPUT HOLD-FILE
           IF NOT WS-HOLD-FILE-OK
               DISPLAY "PAYHOLD NOT AVAILABLE, STATUS = "
               READ HOLD-FILE
                   AT END SET WS-HOLD-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE HF-TRANSACTION TO TRN-RECORD
                       MOVE HF-HELD-BY TO WS-HELD-BY
                       PERFORM WorkOneSuspect
               END-READ
           END-PERFORM
           CALL "MONEYFMT" USING WS-EDIT-FORMAT, WS-EDIT-AMOUNT,
               WS-EDIT-OUTPUT, WS-EDIT-RC
           DISPLAY "AMOUNT   : " WS-EDIT-OUTPUT
           DISPLAY "HELD BY  : " WS-HELD-BY
      *>    Segregation of duties: whoever put the receipt on hold
      *>    cannot be the one who releases it, whatever their role.
           IF WS-HELD-BY-N NUMERIC
                   AND WS-HELD-BY-N = WS-SIGNON-OPERATOR
               DISPLAY "YOU HELD THIS RECEIPT - ANOTHER "
                   "OPERATOR MUST RELEASE IT"
               PERFORM CarryOneSuspect
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACTION (R-RELEASE D-DROP S-SKIP) - "
               WITH NO ADVANCING
           ACCEPT WS-ACTION
      *>    The batch window is checked before every decision; while
      *>    it is open the receipt is only shown and carried forward.
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           IF WINDOW-INQUIRY-ONLY
                   AND (WS-ACTION = "R" OR WS-ACTION = "D")
               DISPLAY "BATCH WINDOW OPEN - LEFT ON HOLD"
               MOVE "S" TO WS-ACTION
           END-IF
           EVALUATE WS-ACTION
               WHEN "R"
                   ADD 1 TO WS-RELEASED-COUNT
                   ADD 1 TO WS-DROPPED-COUNT
                   DISPLAY "DROPPED"
               WHEN OTHER
                   PERFORM CarryOneSuspect
           END-EVALUATE
           .

      *>    Carried holds keep the original transaction image and
      *>    the operator who held them.
       CarryOneSuspect.
           ADD 1 TO WS-CARRIED-COUNT
           WRITE NEW-HOLD-RECORD FROM HOLD-FILE-RECORD
           IF WS-NEW-HOLD-STATUS NOT = "00"
               DISPLAY "PAYHOLDO WRITE FAILED, STATUS = "
                   WS-NEW-HOLD-STATUS
           END-IF
           .

       COPY RUNDATE.
       END PROGRAM PAYRELSE.
