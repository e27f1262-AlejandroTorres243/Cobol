      *          in against liability on issue, liability down
      *          against revenue on redemption.  The maintained
      *          master writes to GIFTCRDO and rejects go to GCREJ.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.  Cards activated in
      *          bulk against a corporate order by GCORDER carry the
      *          order reference and redeem here like any other; the
      *          card table holds 20000 so a large order does not
      *          crowd cards off the master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD PIC X(45).
       FD  CARD-TRANS-FILE.
       01  CARD-TRANS-RECORD.
           05 GT-ACTION PIC X(1).
           05 GT-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 GT-EXPIRY-DATE PIC 9(8).
       FD  NEW-CARD-FILE.
       01  NEW-CARD-RECORD PIC X(45).
       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-FILE-RECORD PIC X(22).
       FD  REJECT-REPORT.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY GCREC.
       COPY SETREC.
       COPY GLREC.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-GL-RC PIC 9 VALUE ZERO.
       01 CARD-TABLE.
           05 CARD-ENTRY OCCURS 20000 TIMES INDEXED BY CRD-IDX.
               10 CD-RECORD PIC X(45).
       01 CARD-TABLE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(5) VALUE ZERO.
       01 WS-TRANS-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ISSUED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ISSUED-TOTAL PIC S9(11)V99 VALUE ZERO.
               END-READ
           END-PERFORM
           CLOSE CARD-TRANS-FILE SETTLEMENT-FILE REJECT-REPORT
           MOVE "GCREJ" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           PERFORM WriteNewCardFile
      *>    Issues fund the liability; redemptions earn it out.
           IF WS-ISSUED-TOTAL NOT = ZERO
                   READ CARD-FILE
                       AT END SET WS-CARD-FILE-EOF TO TRUE
                       NOT AT END
                           IF CARD-TABLE-COUNT >= 20000
                               DISPLAY "CARD TABLE FULL - REMAINING "
                                   "CARDS NOT LOADED"
                               SET WS-CARD-FILE-EOF TO TRUE
           .

       IssueOneCard.
           IF CARD-TABLE-COUNT >= 20000
               MOVE "CARD TABLE FULL" TO WS-REJECT-REASON
               PERFORM RejectTransaction
               EXIT PARAGRAPH
