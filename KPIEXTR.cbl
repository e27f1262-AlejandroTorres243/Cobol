      * Purpose: Nightly KPI extract - compute the figures management
      *          asks for every morning in one run instead of five
      *          hand-compiled reports: total AR off CUSTMAST,
      *          collections taken (the day's PY receipts off the
      *          TRNXTR sorted transaction extract), billing written
      *          (the day's INVOICEDD lines), suspense outstanding,
      *          active members off MEMBERSDD, and the overdue
      *          percentage off AGEDBAL.
      *          One dated record appends to the KPIHIST history per
      *          night, and the KPITREND report shows each measure
      *          against the prior day, the prior month-end and the
      *          same day last month.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL TRANSACTION-EXTRACT ASSIGN TO "TRNXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-EXTRACT-STATUS.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICEDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  TRANSACTION-EXTRACT.
       01  TRANSACTION-EXTRACT-RECORD PIC X(106).
       FD  INVOICE-FILE.
       01  INVOICE-FILE-RECORD PIC X(50).
       FD  SUSPENSE-FILE.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY TRNREC.
       COPY TXREC.
       COPY INVLINE.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK  VALUE "00".
           88 CM-STATUS-END VALUE "10".
       01 WS-TRANSACTION-EXTRACT-STATUS PIC XX VALUE SPACES.
           88 WS-TRANSACTION-EXTRACT-OK VALUE "00".
           88 WS-TRANSACTION-EXTRACT-EOF VALUE "10".
       01 WS-INVOICE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-INVOICE-FILE-OK VALUE "00".
           88 WS-INVOICE-FILE-EOF VALUE "10".
           .

       MeasureCollections.
           PERFORM OpenTransactionExtract
           PERFORM UNTIL WS-TRANSACTION-EXTRACT-EOF
               PERFORM ReadTransactionExtract
               IF NOT WS-TRANSACTION-EXTRACT-EOF AND TX-DETAIL
                   IF TRN-PAYMENT AND TRN-DATE = WS-RUN-DATE
                       ADD TRN-AMOUNT TO WS-COLLECTED
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-EXTRACT
           .

       MeasureBilling.
               PERFORM PrintCompareLine
           END-IF
           CLOSE TREND-REPORT
           MOVE "KPITREND" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           .

       PrintCompareLine.
           CLOSE CONTROL-FILE
           .

       COPY TXREAD.
       COPY RUNDATE.
       END PROGRAM KPIEXTR.
