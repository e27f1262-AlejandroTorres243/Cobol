      *          promotion), marks the victim closed on CUSTMAST, and
      *          writes a before/after trail for both accounts to
      *          CUSTAUD - so a merge is one run instead of five
      *          hand edits with one always missed.  No merge runs
      *          while the BATCHWIN batch window is open, unless the
      *          operator holds an emergency override.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  INVOICE-FILE.
       01  INVOICE-FILE-RECORD PIC X(50).
       FD  METER-MASTER.
       COPY MTRREC.
       FD  NEW-METER-MASTER.
       01  NEW-METER-RECORD PIC X(33).
       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-SIGNON-RC PIC 9 VALUE ZERO.
       01 WS-SESSION-FUNC PIC X VALUE "E".
       01 WS-SESSION-RC PIC 9 VALUE ZERO.
      *>   BATCHWIN answer - while the overnight update batches hold
      *>   the masters the screen is inquiry only.
       01 WS-WINDOW-RC PIC 9 VALUE ZERO.
           88 WINDOW-INQUIRY-ONLY VALUE 2.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-INVOICE-FILE-STATUS PIC XX VALUE SPACES.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           IF WINDOW-INQUIRY-ONLY
               DISPLAY "BATCH WINDOW OPEN - NO MERGE UNTIL IT CLOSES"
               MOVE 8 TO RETURN-CODE
               MOVE "E" TO WS-SESSION-FUNC
               CALL "SESSCHK" USING WS-SESSION-FUNC,
                   WS-SIGNON-OPERATOR, WS-SESSION-RC
               STOP RUN
           END-IF
           PERFORM AcceptMergePair
           PERFORM MergeMasterBalances
           PERFORM RekeyInvoiceLines
                   WS-SIGNON-OPERATOR, WS-SESSION-RC
               STOP RUN
           END-IF
      *>    The window may have opened while the pair was keyed.
           CALL "BATCHWIN" USING WS-RUN-PROGRAM-ID,
               WS-SIGNON-OPERATOR, WS-WINDOW-RC
           IF WINDOW-INQUIRY-ONLY
               DISPLAY "MERGE ABANDONED - BATCH WINDOW OPEN"
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               MOVE "E" TO WS-SESSION-FUNC
               CALL "SESSCHK" USING WS-SESSION-FUNC,
                   WS-SIGNON-OPERATOR, WS-SESSION-RC
               STOP RUN
           END-IF
           .

       MergeMasterBalances.
