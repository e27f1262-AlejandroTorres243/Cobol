      *          once more into the source documents behind a
      *          posting: the TRANSACS transactions that program
      *          wrote that day, and the INVOICEDD lines when the
      *          source was the billing run.  A MANUALJE posting
      *          shows the journal entry behind it, with who prepared
      *          and who approved it, from the GLJHIST history.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICEDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "GLJHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(50).
       FD  INVOICE-FILE.
       01  INVOICE-FILE-RECORD PIC X(50).
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD PIC X(66).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY GLREC.
       COPY TRNREC.
       COPY INVLINE.
       COPY JEREC.
       01 WS-SIGNON-PROGRAM PIC X(8) VALUE "GLINQ".
       01 WS-SIGNON-ROLE PIC X VALUE "I".
       01 WS-SIGNON-OPERATOR PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-INVOICE-FILE-OK VALUE "00".
           88 WS-INVOICE-FILE-EOF VALUE "10".
       01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-HISTORY-FILE-OK VALUE "00".
           88 WS-HISTORY-FILE-EOF VALUE "10".
       01 WS-ENTRY-SHOWN PIC X VALUE "N".
       01 WS-OPTION PIC X VALUE SPACE.
           88 OPTION-ACCOUNT VALUE "A".
           88 OPTION-QUIT    VALUE "Q".
                           DISPLAY GL-DATE " " GL-SOURCE " "
                               GL-DC " " WS-EDITED-AMOUNT " "
                               GL-PRIOR-PERIOD
                           IF GL-SOURCE = "MANUALJE"
                               PERFORM ShowManualEntry
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-POSTING-FILE-STATUS
           .

      *>----------------------------------------------------------------
      *> ShowManualEntry - a released journal line carries the same
      *> date, account, side and amount on GLJHIST as on GLPOSTF,
      *> which is where the preparer and approver are kept.
      *>----------------------------------------------------------------
       ShowManualEntry.
           MOVE "N" TO WS-ENTRY-SHOWN
           MOVE SPACES TO WS-HISTORY-FILE-STATUS
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-OK
               PERFORM UNTIL WS-HISTORY-FILE-EOF
                   READ HISTORY-FILE
                       AT END SET WS-HISTORY-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE HISTORY-FILE-RECORD TO JE-RECORD
                           IF JE-APPROVED
                                   AND JE-DATE = GL-DATE
                                   AND JE-ACCOUNT-CODE
                                       = GL-ACCOUNT-CODE
                                   AND JE-DC = GL-DC
                                   AND JE-AMOUNT = GL-AMOUNT
                               MOVE "Y" TO WS-ENTRY-SHOWN
                               DISPLAY "    ENTRY " JE-ENTRY-NO
                                   " " JE-DESC " PREPARED BY "
                                   JE-PREPARED-BY " APPROVED BY "
                                   JE-APPROVED-BY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               IF WS-HISTORY-FILE-STATUS = "05"
                   CLOSE HISTORY-FILE
               END-IF
           END-IF
           MOVE SPACES TO WS-HISTORY-FILE-STATUS
           IF WS-ENTRY-SHOWN = "N"
               DISPLAY "    NO JOURNAL ENTRY ON GLJHIST"
           END-IF
           .

      *>----------------------------------------------------------------
      *> DrillToDocuments - GL-SOURCE names the feeding program, so
      *> the documents behind a posting are that program's TRANSACS
