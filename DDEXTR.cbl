      *          bank, as the bank now requires.  The BANKOUTM
      *          manifest travels with the file - record count,
      *          amount hash and checksum - so the receiving side
      *          can prove the transmission arrived whole.  A
      *          member whose payer account is under an insolvency
      *          in force (INSLOOK) is collected only for invoices
      *          billed after the filing date; anything billed on or
      *          before it is pre-filing debt the stay covers and is
      *          held back from the bank.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 DD-MEMBER-ENTRY OCCURS 500 TIMES
               INDEXED BY DDM-IDX.
               10 DDM-MEMBER-ID PIC X(6).
               10 DDM-PAYER-ACCOUNT PIC X(10).
       01 DD-MEMBER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PAYER-ACCOUNT PIC X(10) VALUE SPACES.
      *>   Insolvency in force on the payer account stops collection
      *>   of the pre-filing debt.
       COPY INSREC.
       01 WS-INS-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-INS-RC PIC 9 VALUE ZERO.
       01 WS-INSOLVENT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-MEMBER-IS-DD PIC X VALUE "N".
           88 MEMBER-IS-DD VALUE "Y".
       01 WS-LINE-COUNT PIC 9(9) VALUE ZERO.
           DISPLAY "INVOICE LINES READ : " WS-LINE-COUNT
           DISPLAY "COLLECTIONS SENT   : " WS-SELECT-COUNT
           DISPLAY "HELD - NO MANDATE  : " WS-NO-MANDATE-COUNT
           DISPLAY "HELD - INSOLVENCY  : " WS-INSOLVENT-COUNT
           MOVE WS-SELECT-TOTAL TO WS-EDITED-AMOUNT
           DISPLAY "AMOUNT SENT        : " WS-EDITED-AMOUNT
           PERFORM WriteControlRecord
                               ADD 1 TO DD-MEMBER-COUNT
                               MOVE MF-MEMBER-ID TO
                                   DDM-MEMBER-ID (DD-MEMBER-COUNT)
                               MOVE MF-PAYER-ACCOUNT TO
                                   DDM-PAYER-ACCOUNT (DD-MEMBER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                   UNTIL DDM-IDX > DD-MEMBER-COUNT
               IF DDM-MEMBER-ID (DDM-IDX) = IV-MEMBER-ID
                   MOVE "Y" TO WS-MEMBER-IS-DD
                   MOVE DDM-PAYER-ACCOUNT (DDM-IDX) TO WS-PAYER-ACCOUNT
                   SET DDM-IDX TO DD-MEMBER-COUNT
               END-IF
           END-PERFORM
                   ADD 1 TO WS-NO-MANDATE-COUNT
               END-IF
           END-IF
      *>    The stay of collection covers everything billed up to the
      *>    filing date; only later invoices may be debited.
           IF MEMBER-IS-DD
                   AND WS-PAYER-ACCOUNT NUMERIC
                   AND WS-PAYER-ACCOUNT NOT = ZEROS
               MOVE WS-PAYER-ACCOUNT TO WS-INS-ACCOUNT
               CALL "INSLOOK" USING WS-INS-ACCOUNT, INS-RECORD,
                   WS-INS-RC
               IF WS-INS-RC = 0
                       AND IV-BILL-DATE NOT > INS-FILING-DATE
                   MOVE "N" TO WS-MEMBER-IS-DD
                   ADD 1 TO WS-INSOLVENT-COUNT
               END-IF
           END-IF
           IF MEMBER-IS-DD
               ADD 1 TO WS-SELECT-COUNT
               ADD IV-AMOUNT TO WS-SELECT-TOTAL
