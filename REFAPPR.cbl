      *          forward to the REFPENDO new generation with its
      *          status advanced and the approving operator stamped
      *          on it; the REFPAY run pays only the approved ones.
      *          The operator who submitted the REFSEL run that
      *          raised a request can never approve or reject it; it
      *          stays pending for someone else.  While the BATCHWIN
      *          batch window is open every request is shown but left
      *          pending, unless the operator holds an emergency
      *          override.
      *          A security deposit return raised by the DEPOSIT
      *          annual review is shown as such and approved the same
      *          way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-FILE-RECORD PIC X(43).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  NEW-PENDING-FILE.
       01  NEW-PENDING-RECORD PIC X(43).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY REFREC.
       01 WS-SIGNON-RC PIC 9 VALUE ZERO.
       01 WS-SESSION-FUNC PIC X VALUE "E".
       01 WS-SESSION-RC PIC 9 VALUE ZERO.
      *>   BATCHWIN answer - while the overnight update batches hold
      *>   the masters the screen is inquiry only.
       01 WS-WINDOW-RC PIC 9 VALUE ZERO.
           88 WINDOW-INQUIRY-ONLY VALUE 2.
       01 WS-PENDING-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PENDING-FILE-OK VALUE "00".
           88 WS-PENDING-FILE-EOF VALUE "10".
       01 WS-SHOWN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SELF-RAISED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EDIT-FORMAT PIC X VALUE "Z".
       01 WS-EDIT-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-EDIT-OUTPUT PIC X(15) VALUE SPACES.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           OPEN INPUT PENDING-FILE
           IF NOT WS-PENDING-FILE-OK
               DISPLAY "REFPEND NOT AVAILABLE, STATUS = "
           DISPLAY "REQUESTS SHOWN : " WS-SHOWN-COUNT
           DISPLAY "APPROVED       : " WS-APPROVED-COUNT
           DISPLAY "REJECTED       : " WS-REJECTED-COUNT
           DISPLAY "OWN - LEFT     : " WS-SELF-RAISED-COUNT
      *>    The session ends when the operator leaves, so the next
      *>    same-day sign-on is not refused as a duplicate.
           MOVE "E" TO WS-SESSION-FUNC
           CALL "MONEYFMT" USING WS-EDIT-FORMAT, WS-EDIT-AMOUNT,
               WS-EDIT-OUTPUT, WS-EDIT-RC
           DISPLAY "REFUND   : " WS-EDIT-OUTPUT
           IF RF-DEPOSIT-REFUND
               DISPLAY "TYPE     : SECURITY DEPOSIT RETURN"
           END-IF
           DISPLAY "RAISED BY: " RF-RAISED-BY
      *>    Segregation of duties: whoever raised the refund cannot
      *>    be the one who approves it, whatever their role.
           IF RF-RAISED-BY NUMERIC
                   AND RF-RAISED-BY = WS-SIGNON-OPERATOR
               ADD 1 TO WS-SELF-RAISED-COUNT
               DISPLAY "YOU RAISED THIS REFUND - ANOTHER "
                   "OPERATOR MUST APPROVE IT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACTION (A-APPROVE R-REJECT S-SKIP) - "
               WITH NO ADVANCING
           ACCEPT WS-ACTION
      *>    The batch window is checked before every decision; while
      *>    it is open the item is only shown and stays pending.
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           IF WINDOW-INQUIRY-ONLY
                   AND (WS-ACTION = "A" OR WS-ACTION = "R")
               DISPLAY "BATCH WINDOW OPEN - LEFT PENDING"
               MOVE "S" TO WS-ACTION
           END-IF
           EVALUATE WS-ACTION
               WHEN "A"
                   ADD 1 TO WS-APPROVED-COUNT
