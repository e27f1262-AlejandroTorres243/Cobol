      ******************************************************************
      * Author:
      * Date:
      * Purpose: Personal-data retention purge - the retention policy
      *          says a closed customer's personal data goes once the
      *          account has been closed for the RETPARM number of
      *          years (seven when no parameter is given).  Working
      *          from the CLOSEHST closure history ACCCLOSE keeps,
      *          every account closed before the cutoff that is still
      *          closed on CUSTMAST, stands at a zero balance and has
      *          no open DISPUTES dispute, no WOFPEND write-off in
      *          progress, no active INSOLV insolvency case and no
      *          sanctions hold has its name and address replaced on
      *          CUSTMAST (journalled to CMJRNL like any rewrite).  The
      *          same account's names are then replaced in the CMJRNL
      *          journal images and the CUSTAUD audit trail, its
      *          ACCTNOTE contact notes and HELDDOCS held documents
      *          lose their text, and the bank sort code and account
      *          on the MANDATES direct-debit mandates of its members
      *          are zeroed, its ALRTPREF notification preference
      *          (mobile number or email address) is dropped, the
      *          name and address on its MAILHOLD TRACELST trace
      *          entries are replaced, its SANQUEUE watch-list matches
      *          lose the name and name key and its SANCLEAR cleared
      *          matches the name key, and the holder name on its
      *          TAXCERT payer certificates is replaced, each written
      *          as a new generation (CMJRNLO, CUSTAUDO, ACCTNOTO,
      *          HELDDOCO, MANDATEO, ALRTPRFO, TRACELSO, SANQUEUO,
      *          SANCLEAO, TAXCERTO) for promotion with its GENCOUNT
      *          record count.  Account numbers, dates and amounts are
      *          all kept, so the ledger and the TRNHIST and INVHIST
      *          history, which hold keys, dates and amounts only,
      *          still reconcile.  CLOSEHSO carries
      *          the purge date so no account is purged twice.  The
      *          RETCERT certificate lists every account purged with
      *          the records changed on each file, and every account
      *          due that was kept back and why; it is copied to the
      *          report repository through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "RETPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPTIONAL CLOSE-HISTORY ASSIGN TO "CLOSEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-HISTORY-STATUS.
           SELECT NEW-CLOSE-HISTORY ASSIGN TO "CLOSEHSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-CLOSE-HISTORY-STATUS.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-FILE-STATUS.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "WOFPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT OPTIONAL INSOLVENCY-FILE ASSIGN TO "INSOLV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSOLVENCY-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "CMJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT NEW-JOURNAL-FILE ASSIGN TO "CMJRNLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-JOURNAL-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "CUSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT NEW-AUDIT-FILE ASSIGN TO "CUSTAUDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-AUDIT-STATUS.
           SELECT OPTIONAL NOTE-FILE ASSIGN TO "ACCTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-FILE-STATUS.
           SELECT NEW-NOTE-FILE ASSIGN TO "ACCTNOTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-NOTE-STATUS.
           SELECT OPTIONAL HELD-FILE ASSIGN TO "HELDDOCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT NEW-HELD-FILE ASSIGN TO "HELDDOCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-HELD-STATUS.
           SELECT OPTIONAL MEMBERS-FILE ASSIGN TO "MEMBERSDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERS-FILE-STATUS.
           SELECT OPTIONAL MANDATE-FILE ASSIGN TO "MANDATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-FILE-STATUS.
           SELECT NEW-MANDATE-FILE ASSIGN TO "MANDATEO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-MANDATE-STATUS.
           SELECT OPTIONAL PREFERENCE-FILE ASSIGN TO "ALRTPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFERENCE-FILE-STATUS.
           SELECT NEW-PREFERENCE-FILE ASSIGN TO "ALRTPRFO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-PREFERENCE-STATUS.
           SELECT OPTIONAL TRACE-FILE ASSIGN TO "TRACELST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACE-FILE-STATUS.
           SELECT NEW-TRACE-FILE ASSIGN TO "TRACELSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-TRACE-STATUS.
           SELECT OPTIONAL SANCTION-QUEUE-FILE ASSIGN TO "SANQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANCTION-QUEUE-STATUS.
           SELECT NEW-SANCTION-QUEUE-FILE ASSIGN TO "SANQUEUO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-SANCTION-QUEUE-STATUS.
           SELECT OPTIONAL CLEARED-FILE ASSIGN TO "SANCLEAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARED-FILE-STATUS.
           SELECT NEW-CLEARED-FILE ASSIGN TO "SANCLEAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-CLEARED-STATUS.
           SELECT OPTIONAL TAX-CERTIFICATE-FILE ASSIGN TO "TAXCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CERTIFICATE-STATUS.
           SELECT NEW-TAX-CERTIFICATE-FILE ASSIGN TO "TAXCERTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-TAX-CERTIFICATE-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO "RETCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT OPTIONAL GENERATION-COUNT-FILE
               ASSIGN TO "GENCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-COUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *>   RETPARM - the retention period in whole years.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 RP-RETENTION-YEARS PIC 9(2).
       FD  CLOSE-HISTORY.
       01  CLOSE-HISTORY-RECORD PIC X(26).
       FD  NEW-CLOSE-HISTORY.
       01  NEW-CLOSE-HISTORY-RECORD PIC X(26).
       FD  DISPUTE-FILE.
       01  DISPUTE-FILE-RECORD PIC X(49).
       FD  PENDING-FILE.
       01  PENDING-FILE-RECORD PIC X(39).
       FD  INSOLVENCY-FILE.
       01  INSOLVENCY-FILE-RECORD PIC X(88).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  JOURNAL-FILE.
       01  JOURNAL-FILE-RECORD PIC X(150).
       FD  NEW-JOURNAL-FILE.
       01  NEW-JOURNAL-RECORD PIC X(150).
       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD PIC X(120).
       FD  NEW-AUDIT-FILE.
       01  NEW-AUDIT-RECORD PIC X(120).
       FD  NOTE-FILE.
       01  NOTE-FILE-RECORD PIC X(100).
       FD  NEW-NOTE-FILE.
       01  NEW-NOTE-RECORD PIC X(100).
       FD  HELD-FILE.
       01  HELD-FILE-RECORD PIC X(112).
       FD  NEW-HELD-FILE.
       01  NEW-HELD-RECORD PIC X(112).
       FD  MEMBERS-FILE.
       COPY MBRREC.
       FD  MANDATE-FILE.
       01  MANDATE-FILE-RECORD PIC X(39).
       FD  NEW-MANDATE-FILE.
       01  NEW-MANDATE-RECORD PIC X(39).
       FD  PREFERENCE-FILE.
       01  PREFERENCE-FILE-RECORD PIC X(85).
       FD  NEW-PREFERENCE-FILE.
       01  NEW-PREFERENCE-RECORD PIC X(85).
       FD  TRACE-FILE.
       01  TRACE-FILE-RECORD PIC X(99).
       FD  NEW-TRACE-FILE.
       01  NEW-TRACE-RECORD PIC X(99).
       FD  SANCTION-QUEUE-FILE.
       01  SANCTION-QUEUE-RECORD PIC X(166).
       FD  NEW-SANCTION-QUEUE-FILE.
       01  NEW-SANCTION-QUEUE-RECORD PIC X(166).
       FD  CLEARED-FILE.
       01  CLEARED-FILE-RECORD PIC X(62).
       FD  NEW-CLEARED-FILE.
       01  NEW-CLEARED-RECORD PIC X(62).
       FD  TAX-CERTIFICATE-FILE.
       01  TAX-CERTIFICATE-RECORD PIC X(88).
       FD  NEW-TAX-CERTIFICATE-FILE.
       01  NEW-TAX-CERTIFICATE-RECORD PIC X(88).
       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD PIC X(100).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       FD  GENERATION-COUNT-FILE.
       COPY GENREC.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY CLHREC.
       COPY DSPREC.
       COPY WOFREC.
       COPY INSREC.
       COPY NOTEREC.
       COPY HLDREC.
       COPY MNDREC.
       COPY NFPREC.
       COPY SANQREC.
       COPY SANCREC.
       COPY TECREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
       01 WS-PARM-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PARM-FILE-OK VALUE "00".
       01 WS-CLOSE-HISTORY-STATUS PIC XX VALUE SPACES.
           88 WS-CLOSE-HISTORY-OK VALUE "00".
           88 WS-CLOSE-HISTORY-EOF VALUE "10".
       01 WS-NEW-CLOSE-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-DISPUTE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-DISPUTE-FILE-OK VALUE "00".
           88 WS-DISPUTE-FILE-EOF VALUE "10".
       01 WS-PENDING-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PENDING-FILE-OK VALUE "00".
           88 WS-PENDING-FILE-EOF VALUE "10".
       01 WS-INSOLVENCY-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-INSOLVENCY-FILE-OK VALUE "00".
           88 WS-INSOLVENCY-FILE-EOF VALUE "10".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-JOURNAL-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-JOURNAL-FILE-OK VALUE "00".
           88 WS-JOURNAL-FILE-EOF VALUE "10".
       01 WS-NEW-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-AUDIT-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-AUDIT-FILE-OK VALUE "00".
           88 WS-AUDIT-FILE-EOF VALUE "10".
       01 WS-NEW-AUDIT-STATUS PIC XX VALUE SPACES.
       01 WS-NOTE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-NOTE-FILE-OK VALUE "00".
           88 WS-NOTE-FILE-EOF VALUE "10".
       01 WS-NEW-NOTE-STATUS PIC XX VALUE SPACES.
       01 WS-HELD-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-HELD-FILE-OK VALUE "00".
           88 WS-HELD-FILE-EOF VALUE "10".
       01 WS-NEW-HELD-STATUS PIC XX VALUE SPACES.
       01 WS-MEMBERS-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MEMBERS-FILE-OK VALUE "00".
           88 WS-MEMBERS-FILE-EOF VALUE "10".
       01 WS-MANDATE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MANDATE-FILE-OK VALUE "00".
           88 WS-MANDATE-FILE-EOF VALUE "10".
       01 WS-NEW-MANDATE-STATUS PIC XX VALUE SPACES.
       01 WS-PREFERENCE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PREFERENCE-FILE-OK VALUE "00".
           88 WS-PREFERENCE-FILE-EOF VALUE "10".
       01 WS-NEW-PREFERENCE-STATUS PIC XX VALUE SPACES.
       01 WS-TRACE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-TRACE-FILE-OK VALUE "00".
           88 WS-TRACE-FILE-EOF VALUE "10".
       01 WS-NEW-TRACE-STATUS PIC XX VALUE SPACES.
       01 WS-SANCTION-QUEUE-STATUS PIC XX VALUE SPACES.
           88 WS-SANCTION-QUEUE-OK VALUE "00".
           88 WS-SANCTION-QUEUE-EOF VALUE "10".
       01 WS-NEW-SANCTION-QUEUE-STATUS PIC XX VALUE SPACES.
       01 WS-CLEARED-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CLEARED-FILE-OK VALUE "00".
           88 WS-CLEARED-FILE-EOF VALUE "10".
       01 WS-NEW-CLEARED-STATUS PIC XX VALUE SPACES.
       01 WS-TAX-CERTIFICATE-STATUS PIC XX VALUE SPACES.
           88 WS-TAX-CERTIFICATE-OK VALUE "00".
           88 WS-TAX-CERTIFICATE-EOF VALUE "10".
       01 WS-NEW-TAX-CERTIFICATE-STATUS PIC XX VALUE SPACES.
       01 WS-CERTIFICATE-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   Retention period and the closure date it works back to.
       01 WS-RETENTION-YEARS PIC 9(2) VALUE 7.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE ZERO.
      *>   What replaces a purged name, address, note or document.
       01 WS-REMOVED-TEXT PIC X(30)
           VALUE "REMOVED UNDER RETENTION POLICY".
      *>   Forward-recovery journal work: the record as read, held so
      *>   the rewrite can journal its before/after pair to CMJRNL
      *>   through the shared CMJOURNL service.
       01 WS-BEFORE-IMAGE PIC X(123) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(123) VALUE SPACES.
       01 WS-JRNL-RC PIC 9 VALUE ZERO.
      *>   Accounts with a case still open - a dispute, a write-off
      *>   pending or approved, or an active insolvency - keep their
      *>   personal data until the case is finished.
       01 CASE-TABLE.
           05 CASE-ENTRY OCCURS 0 TO 3000 TIMES
               DEPENDING ON CASE-COUNT
               INDEXED BY CS-IDX.
               10 CS-ACCOUNT-NO PIC 9(10).
               10 CS-REASON PIC X(24).
       01 CASE-COUNT PIC 9(4) VALUE ZERO.
      *>   One entry per account on CLOSEHST, holding its latest
      *>   closure - an account closed, reopened and closed again
      *>   counts from the last closure.
       01 CLOSED-TABLE.
           05 CLOSED-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON CLOSED-COUNT
               INDEXED BY CD-IDX.
               10 CD-ACCOUNT-NO PIC 9(10).
               10 CD-CLOSED-DATE PIC 9(8).
               10 CD-PURGED-DATE PIC 9(8).
       01 CLOSED-COUNT PIC 9(4) VALUE ZERO.
      *>   The accounts purged tonight, with the records changed on
      *>   each file for the certificate.
       01 PURGED-TABLE.
           05 PURGED-ENTRY OCCURS 0 TO 1000 TIMES
               DEPENDING ON PURGED-COUNT
               INDEXED BY PG-IDX.
               10 PG-ACCOUNT-NO PIC 9(10).
               10 PG-CLOSED-DATE PIC 9(8).
               10 PG-JOURNAL-COUNT PIC 9(4).
               10 PG-AUDIT-COUNT PIC 9(4).
               10 PG-NOTE-COUNT PIC 9(4).
               10 PG-HELD-COUNT PIC 9(4).
               10 PG-MANDATE-COUNT PIC 9(4).
               10 PG-PREFERENCE-COUNT PIC 9(4).
               10 PG-TRACE-COUNT PIC 9(4).
               10 PG-SANCTION-QUEUE-COUNT PIC 9(4).
               10 PG-CLEARED-COUNT PIC 9(4).
               10 PG-TAX-CERTIFICATE-COUNT PIC 9(4).
       01 PURGED-COUNT PIC 9(4) VALUE ZERO.
      *>   Accounts due for purge but kept back, and why.
       01 KEPT-TABLE.
           05 KEPT-ENTRY OCCURS 0 TO 1000 TIMES
               DEPENDING ON KEPT-COUNT
               INDEXED BY KP-IDX.
               10 KP-ACCOUNT-NO PIC 9(10).
               10 KP-CLOSED-DATE PIC 9(8).
               10 KP-REASON PIC X(24).
       01 KEPT-COUNT PIC 9(4) VALUE ZERO.
      *>   Members paid for by a purged account - their mandates
      *>   carry the bank details.
       01 MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON MEMBER-COUNT
               INDEXED BY MB-IDX.
               10 MB-MEMBER-ID PIC X(6).
               10 MB-PURGED-SUB PIC 9(4).
       01 MEMBER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FIND-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-ACCOUNT-FOUND PIC X VALUE "N".
           88 ACCOUNT-FOUND VALUE "Y".
       01 WS-KEPT-REASON PIC X(24) VALUE SPACES.
       01 WS-HISTORY-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DUE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-EARLIER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-LIMIT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-JOURNAL-CHANGED PIC 9(9) VALUE ZERO.
       01 WS-AUDIT-CHANGED PIC 9(9) VALUE ZERO.
       01 WS-NOTE-CHANGED PIC 9(9) VALUE ZERO.
       01 WS-HELD-CHANGED PIC 9(9) VALUE ZERO.
       01 WS-MANDATE-CHANGED PIC 9(9) VALUE ZERO.
       01 WS-PREFERENCE-CHANGED PIC 9(9) VALUE ZERO.
       01 WS-TRACE-CHANGED PIC 9(9) VALUE ZERO.
       01 WS-SANCTION-QUEUE-CHANGED PIC 9(9) VALUE ZERO.
       01 WS-CLEARED-CHANGED PIC 9(9) VALUE ZERO.
       01 WS-TAX-CERTIFICATE-CHANGED PIC 9(9) VALUE ZERO.
      *>   CMJRNL line as CMJOURNL writes it, with the name and
      *>   address inside the CUSTMAST image.
       01 WS-JOURNAL-LINE.
           05 JR-PROGRAM PIC X(8).
           05 FILLER PIC X(1).
           05 JR-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 JR-SEQUENCE PIC 9(6).
           05 FILLER PIC X(1).
           05 JR-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 JR-IMAGE.
               10 JR-ACCOUNT-NO PIC 9(10).
               10 JR-CUSTOMER-NAME PIC X(30).
               10 JR-ADDRESS PIC X(30).
               10 FILLER PIC X(53).
      *>   CUSTAUD line as CUSTMNT and ACCMERGE write it.
       01 WS-AUDIT-LINE.
           05 AU-PROGRAM PIC X(8).
           05 AU-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 AU-ACTION PIC X(1).
           05 FILLER PIC X(1).
           05 AU-ACCOUNT PIC 9(10).
           05 FILLER PIC X(1).
           05 AU-BEFORE-NAME PIC X(30).
           05 AU-BEFORE-BALANCE PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 AU-AFTER-NAME PIC X(30).
           05 AU-AFTER-BALANCE PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 AU-CHANGED-BY PIC 9(4).
      *>   TRACELST line as MAILHOLD writes it.
       01 WS-TRACE-LINE.
           05 TR-ACCOUNT-NO PIC 9(10).
           05 FILLER PIC X(1).
           05 TR-PROGRAM PIC X(8).
           05 FILLER PIC X(1).
           05 TR-HELD-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 TR-GONE-AWAY-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 TR-CUSTOMER-NAME PIC X(30).
           05 FILLER PIC X(1).
           05 TR-ADDRESS PIC X(30).
       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(42)
               VALUE "PERSONAL DATA RETENTION PURGE CERTIFICATE".
           05 FILLER PIC X(10) VALUE "  RUN DATE".
           05 FILLER PIC X(1) VALUE SPACE.
           05 HL-RUN-DATE PIC 9(8).
       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "RETENTION ".
           05 HL-YEARS PIC Z9.
           05 FILLER PIC X(32)
               VALUE " YEARS - ACCOUNTS CLOSED BEFORE ".
           05 HL-CUTOFF-DATE PIC 9(8).
       01 WS-HEADING-LINE-3.
           05 FILLER PIC X(20) VALUE "ACCOUNT    CLOSED".
           05 FILLER PIC X(30)
               VALUE "JRNL AUDT NOTE DOCS MNDT PREF ".
           05 FILLER PIC X(26)
               VALUE "TRCE SANQ SANC TAXC RESULT".
       01 WS-REPORT-LINE.
           05 RL-ACCOUNT PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-CLOSED PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-JOURNAL PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-AUDIT PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-NOTES PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-DOCS PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-MANDATES PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-PREFERENCES PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-TRACES PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-SANCTION-QUEUE PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-CLEARED PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-TAX-CERTIFICATES PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-TEXT PIC X(30).
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(30).
           05 TL-COUNT PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "RETPURGE" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetParameters
           PERFORM LoadOpenCases
           PERFORM LoadClosureHistory
           IF CLOSED-COUNT = ZERO
               DISPLAY "NO CLOSED ACCOUNTS ON CLOSEHST - NOTHING DUE"
               PERFORM WriteControlRecord
               STOP RUN
           END-IF
           PERFORM PurgeCustomerMaster
      *>    The history files are only rewritten when there is an
      *>    account to take out of them.
           IF PURGED-COUNT > ZERO
               PERFORM AnonymiseJournal
               PERFORM AnonymiseAuditTrail
               PERFORM AnonymiseNotes
               PERFORM AnonymiseHeldDocuments
               PERFORM LoadPurgedMembers
               PERFORM AnonymiseMandates
               PERFORM RemovePreferences
               PERFORM AnonymiseTraceList
               PERFORM AnonymiseSanctionQueue
               PERFORM AnonymiseClearedMatches
               PERFORM AnonymiseTaxCertificates
               PERFORM WriteClosureHistory
           END-IF
           PERFORM WriteCertificate
           DISPLAY "---------- RETENTION PURGE TOTALS ----------"
           DISPLAY "CLOSED ACCOUNTS    : " CLOSED-COUNT
           DISPLAY "DUE FOR PURGE      : " WS-DUE-COUNT
           DISPLAY "PURGED             : " PURGED-COUNT
           DISPLAY "KEPT BACK          : " KEPT-COUNT
           DISPLAY "PURGED EARLIER     : " WS-EARLIER-COUNT
           DISPLAY "JOURNAL IMAGES     : " WS-JOURNAL-CHANGED
           DISPLAY "AUDIT LINES        : " WS-AUDIT-CHANGED
           DISPLAY "CONTACT NOTES      : " WS-NOTE-CHANGED
           DISPLAY "HELD DOCUMENT LINES: " WS-HELD-CHANGED
           DISPLAY "MANDATES           : " WS-MANDATE-CHANGED
           DISPLAY "ALERT PREFERENCES  : " WS-PREFERENCE-CHANGED
           DISPLAY "TRACE LIST LINES   : " WS-TRACE-CHANGED
           DISPLAY "SANCTION MATCHES   : " WS-SANCTION-QUEUE-CHANGED
           DISPLAY "CLEARED MATCHES    : " WS-CLEARED-CHANGED
           DISPLAY "TAX CERTIFICATES   : " WS-TAX-CERTIFICATE-CHANGED
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> GetParameters - the retention period, and the closure date
      *> an account must be closed before to be due: the run date
      *> less that many whole years.
      *>----------------------------------------------------------------
       GetParameters.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-OK
               READ PARM-FILE
                   AT END
                       DISPLAY "RETPARM EMPTY - DEFAULTS USED"
                   NOT AT END
                       IF RP-RETENTION-YEARS NUMERIC
                               AND RP-RETENTION-YEARS > ZERO
                           MOVE RP-RETENTION-YEARS
                               TO WS-RETENTION-YEARS
                       END-IF
               END-READ
           ELSE
               DISPLAY "RETPARM NOT AVAILABLE - DEFAULTS USED"
           END-IF
           CLOSE PARM-FILE
           COMPUTE WS-CUTOFF-DATE =
               WS-RUN-DATE - (WS-RETENTION-YEARS * 10000)
           DISPLAY "RETENTION YEARS    : " WS-RETENTION-YEARS
           DISPLAY "CLOSED BEFORE      : " WS-CUTOFF-DATE
           .

      *>----------------------------------------------------------------
      *> LoadOpenCases - every account with a dispute still open, a
      *> write-off pending or approved but not yet posted, or an
      *> insolvency case still active.
      *>----------------------------------------------------------------
       LoadOpenCases.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-FILE-OK
               PERFORM UNTIL WS-DISPUTE-FILE-EOF
                   READ DISPUTE-FILE INTO DS-RECORD
                       AT END SET WS-DISPUTE-FILE-EOF TO TRUE
                       NOT AT END
                           IF DS-OPEN-DISPUTE
                               MOVE DS-ACCOUNT-NO TO WS-FIND-ACCOUNT
                               MOVE "OPEN DISPUTE" TO WS-KEPT-REASON
                               PERFORM AddOpenCase
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DISPUTE-FILE
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-OK
               PERFORM UNTIL WS-PENDING-FILE-EOF
                   READ PENDING-FILE INTO WO-RECORD
                       AT END SET WS-PENDING-FILE-EOF TO TRUE
                       NOT AT END
                           IF WO-PENDING OR WO-APPROVED
                               MOVE WO-ACCOUNT-NO TO WS-FIND-ACCOUNT
                               MOVE "WRITE-OFF IN PROGRESS"
                                   TO WS-KEPT-REASON
                               PERFORM AddOpenCase
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PENDING-FILE
           OPEN INPUT INSOLVENCY-FILE
           IF WS-INSOLVENCY-FILE-OK
               PERFORM UNTIL WS-INSOLVENCY-FILE-EOF
                   READ INSOLVENCY-FILE INTO INS-RECORD
                       AT END SET WS-INSOLVENCY-FILE-EOF TO TRUE
                       NOT AT END
                           IF INS-ACTIVE
                               MOVE INS-ACCOUNT-NO TO WS-FIND-ACCOUNT
                               MOVE "INSOLVENCY CASE ACTIVE"
                                   TO WS-KEPT-REASON
                               PERFORM AddOpenCase
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INSOLVENCY-FILE
           .

       AddOpenCase.
           IF CASE-COUNT < 3000
               ADD 1 TO CASE-COUNT
               MOVE WS-FIND-ACCOUNT TO CS-ACCOUNT-NO (CASE-COUNT)
               MOVE WS-KEPT-REASON TO CS-REASON (CASE-COUNT)
           ELSE
               DISPLAY "OPEN CASE TABLE FULL - ACCOUNT "
                   WS-FIND-ACCOUNT " NOT LOADED"
           END-IF
           .

      *>----------------------------------------------------------------
      *> LoadClosureHistory - the latest closure of every account on
      *> CLOSEHST, and whether it has been purged already.
      *>----------------------------------------------------------------
       LoadClosureHistory.
           OPEN INPUT CLOSE-HISTORY
           IF NOT WS-CLOSE-HISTORY-OK
               DISPLAY "CLOSEHST NOT AVAILABLE, STATUS = "
                   WS-CLOSE-HISTORY-STATUS
               SET WS-CLOSE-HISTORY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CLOSE-HISTORY-EOF
               READ CLOSE-HISTORY INTO CH-RECORD
                   AT END SET WS-CLOSE-HISTORY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-COUNT
                       PERFORM LoadOneClosure
               END-READ
           END-PERFORM
           CLOSE CLOSE-HISTORY
           .

       LoadOneClosure.
           SET CD-IDX TO 1
           SEARCH CLOSED-ENTRY
               AT END
                   IF CLOSED-COUNT < 5000
                       ADD 1 TO CLOSED-COUNT
                       SET CD-IDX TO CLOSED-COUNT
                       MOVE CH-ACCOUNT-NO TO CD-ACCOUNT-NO (CD-IDX)
                       MOVE CH-CLOSED-DATE TO CD-CLOSED-DATE (CD-IDX)
                       MOVE CH-PURGED-DATE TO CD-PURGED-DATE (CD-IDX)
                   ELSE
                       DISPLAY "CLOSURE TABLE FULL - ACCOUNT "
                           CH-ACCOUNT-NO " LEFT FOR THE NEXT RUN"
                   END-IF
               WHEN CD-ACCOUNT-NO (CD-IDX) = CH-ACCOUNT-NO
                   IF CH-CLOSED-DATE > CD-CLOSED-DATE (CD-IDX)
                       MOVE CH-CLOSED-DATE TO CD-CLOSED-DATE (CD-IDX)
                       MOVE CH-PURGED-DATE TO CD-PURGED-DATE (CD-IDX)
                   END-IF
           END-SEARCH
           .

      *>----------------------------------------------------------------
      *> PurgeCustomerMaster - each account closed before the cutoff
      *> and not purged already is checked against the master and the
      *> open cases; a clean one loses its name and address.
      *>----------------------------------------------------------------
       PurgeCustomerMaster.
           OPEN I-O CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CLOSED-COUNT
               IF CD-CLOSED-DATE (CD-IDX) < WS-CUTOFF-DATE
                   IF CD-PURGED-DATE (CD-IDX) NOT = ZERO
                       ADD 1 TO WS-EARLIER-COUNT
                   ELSE
                       ADD 1 TO WS-DUE-COUNT
                       PERFORM PurgeOneAccount
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           .

       PurgeOneAccount.
           MOVE SPACES TO WS-KEPT-REASON
           MOVE CD-ACCOUNT-NO (CD-IDX) TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           EVALUATE TRUE
               WHEN NOT CM-STATUS-OK
                   MOVE "NOT ON CUSTMAST" TO WS-KEPT-REASON
               WHEN NOT CM-ACCT-CLOSED
                   MOVE "ACCOUNT REOPENED" TO WS-KEPT-REASON
               WHEN CM-BALANCE NOT = ZERO
                   MOVE "BALANCE NOT ZERO" TO WS-KEPT-REASON
      *>        A sanctions hold is a legal hold on the record itself.
               WHEN CM-SANCTIONS-HOLD
                   MOVE "SANCTIONS HOLD" TO WS-KEPT-REASON
               WHEN PURGED-COUNT NOT < 1000
                   MOVE "RUN LIMIT - NEXT RUN" TO WS-KEPT-REASON
                   ADD 1 TO WS-LIMIT-COUNT
           END-EVALUATE
           IF WS-KEPT-REASON = SPACES
               SET CS-IDX TO 1
               SEARCH CASE-ENTRY
                   WHEN CS-ACCOUNT-NO (CS-IDX) = CD-ACCOUNT-NO (CD-IDX)
                       MOVE CS-REASON (CS-IDX) TO WS-KEPT-REASON
               END-SEARCH
           END-IF
           IF WS-KEPT-REASON NOT = SPACES
               PERFORM AddKeptAccount
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-REMOVED-TEXT TO CM-CUSTOMER-NAME
           MOVE WS-REMOVED-TEXT TO CM-ADDRESS
           REWRITE CUSTOMER-MASTER-RECORD
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTMAST REWRITE FAILED FOR "
                   CD-ACCOUNT-NO (CD-IDX)
               MOVE "CUSTMAST REWRITE FAILED" TO WS-KEPT-REASON
               PERFORM AddKeptAccount
               EXIT PARAGRAPH
           END-IF
      *>    The before image journalled here still carries the name;
      *>    the journal pass below takes it out again.
           MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
           CALL "CMJOURNL" USING WS-RUN-PROGRAM-ID,
               WS-RUN-DATE, WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
               WS-JRNL-RC
           MOVE WS-RUN-DATE TO CD-PURGED-DATE (CD-IDX)
           ADD 1 TO PURGED-COUNT
           SET PG-IDX TO PURGED-COUNT
           MOVE CD-ACCOUNT-NO (CD-IDX) TO PG-ACCOUNT-NO (PG-IDX)
           MOVE CD-CLOSED-DATE (CD-IDX) TO PG-CLOSED-DATE (PG-IDX)
           MOVE ZERO TO PG-JOURNAL-COUNT (PG-IDX)
               PG-AUDIT-COUNT (PG-IDX) PG-NOTE-COUNT (PG-IDX)
               PG-HELD-COUNT (PG-IDX) PG-MANDATE-COUNT (PG-IDX)
               PG-PREFERENCE-COUNT (PG-IDX)
           .

       AddKeptAccount.
           IF KEPT-COUNT < 1000
               ADD 1 TO KEPT-COUNT
               MOVE CD-ACCOUNT-NO (CD-IDX) TO KP-ACCOUNT-NO (KEPT-COUNT)
               MOVE CD-CLOSED-DATE (CD-IDX)
                   TO KP-CLOSED-DATE (KEPT-COUNT)
               MOVE WS-KEPT-REASON TO KP-REASON (KEPT-COUNT)
           END-IF
           .

      *>    Sets PG-IDX to the purged account WS-FIND-ACCOUNT, if it
      *>    is one.
       FindPurgedAccount.
           MOVE "N" TO WS-ACCOUNT-FOUND
           SET PG-IDX TO 1
           SEARCH PURGED-ENTRY
               WHEN PG-ACCOUNT-NO (PG-IDX) = WS-FIND-ACCOUNT
                   MOVE "Y" TO WS-ACCOUNT-FOUND
           END-SEARCH
           .

      *>----------------------------------------------------------------
      *> AnonymiseJournal - CMJRNL to CMJRNLO, the name and address in
      *> every before and after image of a purged account replaced.
      *>----------------------------------------------------------------
       AnonymiseJournal.
           OPEN INPUT JOURNAL-FILE
           IF NOT WS-JOURNAL-FILE-OK
               DISPLAY "CMJRNL NOT AVAILABLE, STATUS = "
                   WS-JOURNAL-FILE-STATUS
               SET WS-JOURNAL-FILE-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-JOURNAL-FILE
           MOVE ZERO TO WS-GEN-RECORDS
           PERFORM UNTIL WS-JOURNAL-FILE-EOF
               READ JOURNAL-FILE INTO WS-JOURNAL-LINE
                   AT END SET WS-JOURNAL-FILE-EOF TO TRUE
                   NOT AT END
                       IF JR-ACCOUNT-NO NUMERIC
                           MOVE JR-ACCOUNT-NO TO WS-FIND-ACCOUNT
                           PERFORM FindPurgedAccount
                           IF ACCOUNT-FOUND
                               MOVE WS-REMOVED-TEXT
                                   TO JR-CUSTOMER-NAME JR-ADDRESS
                               ADD 1 TO PG-JOURNAL-COUNT (PG-IDX)
                               ADD 1 TO WS-JOURNAL-CHANGED
                           END-IF
                       END-IF
                       WRITE NEW-JOURNAL-RECORD FROM WS-JOURNAL-LINE
                       IF WS-NEW-JOURNAL-STATUS NOT = "00"
                           DISPLAY "CMJRNLO WRITE FAILED, STATUS = "
                               WS-NEW-JOURNAL-STATUS
                       ELSE
                           ADD 1 TO WS-GEN-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE NEW-JOURNAL-FILE
           MOVE "CMJRNLO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

      *>----------------------------------------------------------------
      *> AnonymiseAuditTrail - CUSTAUD to CUSTAUDO, the before and
      *> after names of a purged account replaced; the balances stay.
      *>----------------------------------------------------------------
       AnonymiseAuditTrail.
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY "CUSTAUD NOT AVAILABLE, STATUS = "
                   WS-AUDIT-FILE-STATUS
               SET WS-AUDIT-FILE-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-AUDIT-FILE
           MOVE ZERO TO WS-GEN-RECORDS
           PERFORM UNTIL WS-AUDIT-FILE-EOF
               READ AUDIT-FILE INTO WS-AUDIT-LINE
                   AT END SET WS-AUDIT-FILE-EOF TO TRUE
                   NOT AT END
                       IF AU-ACCOUNT NUMERIC
                           MOVE AU-ACCOUNT TO WS-FIND-ACCOUNT
                           PERFORM FindPurgedAccount
                           IF ACCOUNT-FOUND
                               MOVE WS-REMOVED-TEXT
                                   TO AU-BEFORE-NAME AU-AFTER-NAME
                               ADD 1 TO PG-AUDIT-COUNT (PG-IDX)
                               ADD 1 TO WS-AUDIT-CHANGED
                           END-IF
                       END-IF
                       WRITE NEW-AUDIT-RECORD FROM WS-AUDIT-LINE
                       IF WS-NEW-AUDIT-STATUS NOT = "00"
                           DISPLAY "CUSTAUDO WRITE FAILED, STATUS = "
                               WS-NEW-AUDIT-STATUS
                       ELSE
                           ADD 1 TO WS-GEN-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE NEW-AUDIT-FILE
           MOVE "CUSTAUDO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

      *>----------------------------------------------------------------
      *> AnonymiseNotes - ACCTNOTE to ACCTNOTO; a purged account's
      *> contact notes keep their date, operator and type but lose
      *> the text.
      *>----------------------------------------------------------------
       AnonymiseNotes.
           OPEN INPUT NOTE-FILE
           IF NOT WS-NOTE-FILE-OK
               DISPLAY "ACCTNOTE NOT AVAILABLE, STATUS = "
                   WS-NOTE-FILE-STATUS
               SET WS-NOTE-FILE-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-NOTE-FILE
           MOVE ZERO TO WS-GEN-RECORDS
           PERFORM UNTIL WS-NOTE-FILE-EOF
               READ NOTE-FILE INTO AN-RECORD
                   AT END SET WS-NOTE-FILE-EOF TO TRUE
                   NOT AT END
                       IF AN-ACCOUNT-NO NUMERIC
                           MOVE AN-ACCOUNT-NO TO WS-FIND-ACCOUNT
                           PERFORM FindPurgedAccount
                           IF ACCOUNT-FOUND
                               MOVE WS-REMOVED-TEXT TO AN-TEXT
                               ADD 1 TO PG-NOTE-COUNT (PG-IDX)
                               ADD 1 TO WS-NOTE-CHANGED
                           END-IF
                       END-IF
                       WRITE NEW-NOTE-RECORD FROM AN-RECORD
                       IF WS-NEW-NOTE-STATUS NOT = "00"
                           DISPLAY "ACCTNOTO WRITE FAILED, STATUS = "
                               WS-NEW-NOTE-STATUS
                       ELSE
                           ADD 1 TO WS-GEN-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTE-FILE NEW-NOTE-FILE
           MOVE "ACCTNOTO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

      *>----------------------------------------------------------------
      *> AnonymiseHeldDocuments - HELDDOCS to HELDDOCO; a document
      *> held for a purged account carried its name and address in
      *> the print lines, which are blanked out.
      *>----------------------------------------------------------------
       AnonymiseHeldDocuments.
           OPEN INPUT HELD-FILE
           IF NOT WS-HELD-FILE-OK
               DISPLAY "HELDDOCS NOT AVAILABLE, STATUS = "
                   WS-HELD-FILE-STATUS
               SET WS-HELD-FILE-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-HELD-FILE
           MOVE ZERO TO WS-GEN-RECORDS
           PERFORM UNTIL WS-HELD-FILE-EOF
               READ HELD-FILE INTO HD-RECORD
                   AT END SET WS-HELD-FILE-EOF TO TRUE
                   NOT AT END
                       IF HD-ACCOUNT-NO NUMERIC
                           MOVE HD-ACCOUNT-NO TO WS-FIND-ACCOUNT
                           PERFORM FindPurgedAccount
                           IF ACCOUNT-FOUND
                               MOVE WS-REMOVED-TEXT TO HD-LINE
                               ADD 1 TO PG-HELD-COUNT (PG-IDX)
                               ADD 1 TO WS-HELD-CHANGED
                           END-IF
                       END-IF
                       WRITE NEW-HELD-RECORD FROM HD-RECORD
                       IF WS-NEW-HELD-STATUS NOT = "00"
                           DISPLAY "HELDDOCO WRITE FAILED, STATUS = "
                               WS-NEW-HELD-STATUS
                       ELSE
                           ADD 1 TO WS-GEN-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-FILE NEW-HELD-FILE
           MOVE "HELDDOCO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

      *>    The members whose subscriptions a purged account paid.
       LoadPurgedMembers.
           OPEN INPUT MEMBERS-FILE
           IF WS-MEMBERS-FILE-OK
               PERFORM UNTIL WS-MEMBERS-FILE-EOF
                   READ MEMBERS-FILE
                       AT END SET WS-MEMBERS-FILE-EOF TO TRUE
                       NOT AT END
                           IF MF-PAYER-ACCOUNT NUMERIC
                               MOVE MF-PAYER-ACCOUNT
                                   TO WS-FIND-ACCOUNT
                               PERFORM FindPurgedAccount
                               IF ACCOUNT-FOUND
                                       AND MEMBER-COUNT < 2000
                                   ADD 1 TO MEMBER-COUNT
                                   MOVE MF-MEMBER-ID
                                       TO MB-MEMBER-ID (MEMBER-COUNT)
                                   SET MB-PURGED-SUB (MEMBER-COUNT)
                                       TO PG-IDX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "MEMBERSDD NOT AVAILABLE, STATUS = "
                   WS-MEMBERS-FILE-STATUS
           END-IF
           CLOSE MEMBERS-FILE
           .

      *>----------------------------------------------------------------
      *> AnonymiseMandates - MANDATES to MANDATEO; the bank sort code,
      *> account and check digit on a purged payer's mandates are
      *> zeroed and the mandate cancelled if it was not already.
      *>----------------------------------------------------------------
       AnonymiseMandates.
           OPEN INPUT MANDATE-FILE
           IF NOT WS-MANDATE-FILE-OK
               DISPLAY "MANDATES NOT AVAILABLE, STATUS = "
                   WS-MANDATE-FILE-STATUS
               SET WS-MANDATE-FILE-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-MANDATE-FILE
           MOVE ZERO TO WS-GEN-RECORDS
           PERFORM UNTIL WS-MANDATE-FILE-EOF
               READ MANDATE-FILE INTO MN-RECORD
                   AT END SET WS-MANDATE-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM AnonymiseOneMandate
                       WRITE NEW-MANDATE-RECORD FROM MN-RECORD
                       IF WS-NEW-MANDATE-STATUS NOT = "00"
                           DISPLAY "MANDATEO WRITE FAILED, STATUS = "
                               WS-NEW-MANDATE-STATUS
                       ELSE
                           ADD 1 TO WS-GEN-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANDATE-FILE NEW-MANDATE-FILE
           MOVE "MANDATEO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

       AnonymiseOneMandate.
           SET MB-IDX TO 1
           SEARCH MEMBER-ENTRY
               WHEN MB-MEMBER-ID (MB-IDX) = MN-MEMBER-ID
                   MOVE ZERO TO MN-BANK-SORT MN-BANK-ACCOUNT
                       MN-CHECK-DIGIT
                   IF NOT MN-CANCELLED AND NOT MN-EXPIRED
                       SET MN-CANCELLED TO TRUE
                   END-IF
                   SET PG-IDX TO MB-PURGED-SUB (MB-IDX)
                   ADD 1 TO PG-MANDATE-COUNT (PG-IDX)
                   ADD 1 TO WS-MANDATE-CHANGED
           END-SEARCH
           .

      *>----------------------------------------------------------------
      *> RemovePreferences - ALRTPREF to ALRTPRFO; a purged account's
      *> notification preference holds nothing but its contact
      *> details, and a closed account has nothing to be told, so
      *> the record is dropped rather than masked.
      *>----------------------------------------------------------------
       RemovePreferences.
           OPEN INPUT PREFERENCE-FILE
           IF NOT WS-PREFERENCE-FILE-OK
               DISPLAY "ALRTPREF NOT AVAILABLE, STATUS = "
                   WS-PREFERENCE-FILE-STATUS
               SET WS-PREFERENCE-FILE-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-PREFERENCE-FILE
           MOVE ZERO TO WS-GEN-RECORDS
           PERFORM UNTIL WS-PREFERENCE-FILE-EOF
               READ PREFERENCE-FILE INTO NF-RECORD
                   AT END SET WS-PREFERENCE-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE "N" TO WS-ACCOUNT-FOUND
                       IF NF-ACCOUNT-NO NUMERIC
                           MOVE NF-ACCOUNT-NO TO WS-FIND-ACCOUNT
                           PERFORM FindPurgedAccount
                       END-IF
                       IF ACCOUNT-FOUND
                           ADD 1 TO PG-PREFERENCE-COUNT (PG-IDX)
                           ADD 1 TO WS-PREFERENCE-CHANGED
                       ELSE
                           PERFORM WriteOnePreference
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREFERENCE-FILE NEW-PREFERENCE-FILE
           MOVE "ALRTPRFO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

       WriteOnePreference.
           WRITE NEW-PREFERENCE-RECORD FROM NF-RECORD
           IF WS-NEW-PREFERENCE-STATUS NOT = "00"
               DISPLAY "ALRTPRFO WRITE FAILED, STATUS = "
                   WS-NEW-PREFERENCE-STATUS
           ELSE
               ADD 1 TO WS-GEN-RECORDS
           END-IF
           .

      *>----------------------------------------------------------------
      *> AnonymiseTraceList - TRACELST to TRACELSO; the trace entry
      *> MAILHOLD wrote for a gone-away customer carried the name and
      *> address held at the time, which are replaced.
      *>----------------------------------------------------------------
       AnonymiseTraceList.
           OPEN INPUT TRACE-FILE
           IF NOT WS-TRACE-FILE-OK
               DISPLAY "TRACELST NOT AVAILABLE, STATUS = "
                   WS-TRACE-FILE-STATUS
               SET WS-TRACE-FILE-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-TRACE-FILE
           MOVE ZERO TO WS-GEN-RECORDS
           PERFORM UNTIL WS-TRACE-FILE-EOF
               READ TRACE-FILE INTO WS-TRACE-LINE
                   AT END SET WS-TRACE-FILE-EOF TO TRUE
                   NOT AT END
                       IF TR-ACCOUNT-NO NUMERIC
                           MOVE TR-ACCOUNT-NO TO WS-FIND-ACCOUNT
                           PERFORM FindPurgedAccount
                           IF ACCOUNT-FOUND
                               MOVE WS-REMOVED-TEXT
                                   TO TR-CUSTOMER-NAME
                               MOVE WS-REMOVED-TEXT TO TR-ADDRESS
                               ADD 1 TO PG-TRACE-COUNT (PG-IDX)
                               ADD 1 TO WS-TRACE-CHANGED
                           END-IF
                       END-IF
                       WRITE NEW-TRACE-RECORD FROM WS-TRACE-LINE
                       IF WS-NEW-TRACE-STATUS NOT = "00"
                           DISPLAY "TRACELSO WRITE FAILED, STATUS = "
                               WS-NEW-TRACE-STATUS
                       ELSE
                           ADD 1 TO WS-GEN-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRACE-FILE NEW-TRACE-FILE
           MOVE "TRACELSO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

      *>----------------------------------------------------------------
      *> AnonymiseSanctionQueue - SANQUEUE to SANQUEUO; a watch-list
      *> match raised against a purged account keeps its decision,
      *> list entry and score, but loses the customer's name and
      *> the NAMEKEY key built from it.
      *>----------------------------------------------------------------
       AnonymiseSanctionQueue.
           OPEN INPUT SANCTION-QUEUE-FILE
           IF NOT WS-SANCTION-QUEUE-OK
               DISPLAY "SANQUEUE NOT AVAILABLE, STATUS = "
                   WS-SANCTION-QUEUE-STATUS
               SET WS-SANCTION-QUEUE-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-SANCTION-QUEUE-FILE
           MOVE ZERO TO WS-GEN-RECORDS
           PERFORM UNTIL WS-SANCTION-QUEUE-EOF
               READ SANCTION-QUEUE-FILE INTO SQ-RECORD
                   AT END SET WS-SANCTION-QUEUE-EOF TO TRUE
                   NOT AT END
                       IF SQ-ACCOUNT-NO NUMERIC
                           MOVE SQ-ACCOUNT-NO TO WS-FIND-ACCOUNT
                           PERFORM FindPurgedAccount
                           IF ACCOUNT-FOUND
                               MOVE WS-REMOVED-TEXT
                                   TO SQ-CUSTOMER-NAME
                               MOVE SPACES TO SQ-NAME-KEY
                               ADD 1
                                   TO PG-SANCTION-QUEUE-COUNT (PG-IDX)
                               ADD 1 TO WS-SANCTION-QUEUE-CHANGED
                           END-IF
                       END-IF
                       WRITE NEW-SANCTION-QUEUE-RECORD FROM SQ-RECORD
                       IF WS-NEW-SANCTION-QUEUE-STATUS NOT = "00"
                           DISPLAY "SANQUEUO WRITE FAILED, STATUS = "
                               WS-NEW-SANCTION-QUEUE-STATUS
                       ELSE
                           ADD 1 TO WS-GEN-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SANCTION-QUEUE-FILE NEW-SANCTION-QUEUE-FILE
           MOVE "SANQUEUO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

      *>----------------------------------------------------------------
      *> AnonymiseClearedMatches - SANCLEAR to SANCLEAO; a cleared
      *> false positive for a purged account keeps the list entry and
      *> who cleared it, but not the NAMEKEY key of the name.
      *>----------------------------------------------------------------
       AnonymiseClearedMatches.
           OPEN INPUT CLEARED-FILE
           IF NOT WS-CLEARED-FILE-OK
               DISPLAY "SANCLEAR NOT AVAILABLE, STATUS = "
                   WS-CLEARED-FILE-STATUS
               SET WS-CLEARED-FILE-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-CLEARED-FILE
           MOVE ZERO TO WS-GEN-RECORDS
           PERFORM UNTIL WS-CLEARED-FILE-EOF
               READ CLEARED-FILE INTO SC-RECORD
                   AT END SET WS-CLEARED-FILE-EOF TO TRUE
                   NOT AT END
                       IF SC-ACCOUNT-NO NUMERIC
                           MOVE SC-ACCOUNT-NO TO WS-FIND-ACCOUNT
                           PERFORM FindPurgedAccount
                           IF ACCOUNT-FOUND
                               MOVE SPACES TO SC-NAME-KEY
                               ADD 1 TO PG-CLEARED-COUNT (PG-IDX)
                               ADD 1 TO WS-CLEARED-CHANGED
                           END-IF
                       END-IF
                       WRITE NEW-CLEARED-RECORD FROM SC-RECORD
                       IF WS-NEW-CLEARED-STATUS NOT = "00"
                           DISPLAY "SANCLEAO WRITE FAILED, STATUS = "
                               WS-NEW-CLEARED-STATUS
                       ELSE
                           ADD 1 TO WS-GEN-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEARED-FILE NEW-CLEARED-FILE
           MOVE "SANCLEAO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

      *>----------------------------------------------------------------
      *> AnonymiseTaxCertificates - TAXCERT to TAXCERTO; a payer
      *> account's exemption certificate keeps its number, dates and
      *> province for the invoices billed under it, but the holder's
      *> name on it is replaced.
      *>----------------------------------------------------------------
       AnonymiseTaxCertificates.
           OPEN INPUT TAX-CERTIFICATE-FILE
           IF NOT WS-TAX-CERTIFICATE-OK
               DISPLAY "TAXCERT NOT AVAILABLE, STATUS = "
                   WS-TAX-CERTIFICATE-STATUS
               SET WS-TAX-CERTIFICATE-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-TAX-CERTIFICATE-FILE
           MOVE ZERO TO WS-GEN-RECORDS
           PERFORM UNTIL WS-TAX-CERTIFICATE-EOF
               READ TAX-CERTIFICATE-FILE INTO TC-RECORD
                   AT END SET WS-TAX-CERTIFICATE-EOF TO TRUE
                   NOT AT END
                       IF TC-PAYER-ACCOUNT NUMERIC
                               AND TC-PAYER-ACCOUNT NOT = ZEROS
                           MOVE TC-PAYER-ACCOUNT TO WS-FIND-ACCOUNT
                           PERFORM FindPurgedAccount
                           IF ACCOUNT-FOUND
                               MOVE WS-REMOVED-TEXT TO TC-HOLDER-NAME
                               ADD 1
                                   TO PG-TAX-CERTIFICATE-COUNT (PG-IDX)
                               ADD 1 TO WS-TAX-CERTIFICATE-CHANGED
                           END-IF
                       END-IF
                       WRITE NEW-TAX-CERTIFICATE-RECORD FROM TC-RECORD
                       IF WS-NEW-TAX-CERTIFICATE-STATUS NOT = "00"
                           DISPLAY "TAXCERTO WRITE FAILED, STATUS = "
                               WS-NEW-TAX-CERTIFICATE-STATUS
                       ELSE
                           ADD 1 TO WS-GEN-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-CERTIFICATE-FILE NEW-TAX-CERTIFICATE-FILE
           MOVE "TAXCERTO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

      *>----------------------------------------------------------------
      *> WriteClosureHistory - CLOSEHST to CLOSEHSO with tonight's
      *> purge date on every closure of an account purged tonight.
      *>----------------------------------------------------------------
       WriteClosureHistory.
           OPEN INPUT CLOSE-HISTORY
           IF NOT WS-CLOSE-HISTORY-OK
               SET WS-CLOSE-HISTORY-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-CLOSE-HISTORY
           MOVE ZERO TO WS-GEN-RECORDS
           PERFORM UNTIL WS-CLOSE-HISTORY-EOF
               READ CLOSE-HISTORY INTO CH-RECORD
                   AT END SET WS-CLOSE-HISTORY-EOF TO TRUE
                   NOT AT END
                       IF CH-NOT-PURGED
                           MOVE CH-ACCOUNT-NO TO WS-FIND-ACCOUNT
                           PERFORM FindPurgedAccount
                           IF ACCOUNT-FOUND
                               MOVE WS-RUN-DATE TO CH-PURGED-DATE
                           END-IF
                       END-IF
                       WRITE NEW-CLOSE-HISTORY-RECORD FROM CH-RECORD
                       IF WS-NEW-CLOSE-HISTORY-STATUS NOT = "00"
                           DISPLAY "CLOSEHSO WRITE FAILED, STATUS = "
                               WS-NEW-CLOSE-HISTORY-STATUS
                       ELSE
                           ADD 1 TO WS-GEN-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSE-HISTORY NEW-CLOSE-HISTORY
           MOVE "CLOSEHSO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

      *>----------------------------------------------------------------
      *> WriteCertificate - the RETCERT purge certificate: each
      *> account purged with the records changed on every file, then
      *> each account due that was kept back and why.
      *>----------------------------------------------------------------
       WriteCertificate.
           OPEN OUTPUT CERTIFICATE-FILE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE CERTIFICATE-RECORD FROM WS-HEADING-LINE-1
           MOVE WS-RETENTION-YEARS TO HL-YEARS
           MOVE WS-CUTOFF-DATE TO HL-CUTOFF-DATE
           WRITE CERTIFICATE-RECORD FROM WS-HEADING-LINE-2
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD FROM WS-HEADING-LINE-3
           PERFORM VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX > PURGED-COUNT
               MOVE PG-ACCOUNT-NO (PG-IDX) TO RL-ACCOUNT
               MOVE PG-CLOSED-DATE (PG-IDX) TO RL-CLOSED
               MOVE PG-JOURNAL-COUNT (PG-IDX) TO RL-JOURNAL
               MOVE PG-AUDIT-COUNT (PG-IDX) TO RL-AUDIT
               MOVE PG-NOTE-COUNT (PG-IDX) TO RL-NOTES
               MOVE PG-HELD-COUNT (PG-IDX) TO RL-DOCS
               MOVE PG-MANDATE-COUNT (PG-IDX) TO RL-MANDATES
               MOVE PG-PREFERENCE-COUNT (PG-IDX) TO RL-PREFERENCES
               MOVE PG-TRACE-COUNT (PG-IDX) TO RL-TRACES
               MOVE PG-SANCTION-QUEUE-COUNT (PG-IDX)
                   TO RL-SANCTION-QUEUE
               MOVE PG-CLEARED-COUNT (PG-IDX) TO RL-CLEARED
               MOVE PG-TAX-CERTIFICATE-COUNT (PG-IDX)
                   TO RL-TAX-CERTIFICATES
               MOVE "PURGED" TO RL-TEXT
               PERFORM WriteCertificateLine
           END-PERFORM
           PERFORM VARYING KP-IDX FROM 1 BY 1
                   UNTIL KP-IDX > KEPT-COUNT
               MOVE KP-ACCOUNT-NO (KP-IDX) TO RL-ACCOUNT
               MOVE KP-CLOSED-DATE (KP-IDX) TO RL-CLOSED
               MOVE ZERO TO RL-JOURNAL RL-AUDIT RL-NOTES RL-DOCS
                   RL-MANDATES RL-PREFERENCES RL-TRACES
                   RL-SANCTION-QUEUE RL-CLEARED RL-TAX-CERTIFICATES
               MOVE SPACES TO RL-TEXT
               STRING "KEPT - " DELIMITED BY SIZE
                   KP-REASON (KP-IDX) DELIMITED BY SIZE
                   INTO RL-TEXT
               END-STRING
               PERFORM WriteCertificateLine
           END-PERFORM
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "CLOSED ACCOUNTS ON CLOSEHST" TO TL-LABEL
           MOVE CLOSED-COUNT TO TL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-TOTAL-LINE
           MOVE "PURGED ON EARLIER RUNS" TO TL-LABEL
           MOVE WS-EARLIER-COUNT TO TL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-TOTAL-LINE
           MOVE "DUE FOR PURGE" TO TL-LABEL
           MOVE WS-DUE-COUNT TO TL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-TOTAL-LINE
           MOVE "PURGED TONIGHT" TO TL-LABEL
           MOVE PURGED-COUNT TO TL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-TOTAL-LINE
           MOVE "KEPT BACK" TO TL-LABEL
           MOVE KEPT-COUNT TO TL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-TOTAL-LINE
           MOVE "CMJRNL IMAGES ANONYMISED" TO TL-LABEL
           MOVE WS-JOURNAL-CHANGED TO TL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-TOTAL-LINE
           MOVE "CUSTAUD LINES ANONYMISED" TO TL-LABEL
           MOVE WS-AUDIT-CHANGED TO TL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-TOTAL-LINE
           MOVE "ACCTNOTE NOTES ANONYMISED" TO TL-LABEL
           MOVE WS-NOTE-CHANGED TO TL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-TOTAL-LINE
           MOVE "HELDDOCS LINES ANONYMISED" TO TL-LABEL
           MOVE WS-HELD-CHANGED TO TL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-TOTAL-LINE
           MOVE "MANDATES BANK DETAILS REMOVED" TO TL-LABEL
           MOVE WS-MANDATE-CHANGED TO TL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-TOTAL-LINE
           MOVE "ALRTPREF PREFERENCES REMOVED" TO TL-LABEL
           MOVE WS-PREFERENCE-CHANGED TO TL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-TOTAL-LINE
           MOVE "TRACELST ENTRIES ANONYMISED" TO TL-LABEL
           MOVE WS-TRACE-CHANGED TO TL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-TOTAL-LINE
           MOVE "SANQUEUE MATCHES ANONYMISED" TO TL-LABEL
           MOVE WS-SANCTION-QUEUE-CHANGED TO TL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-TOTAL-LINE
           MOVE "SANCLEAR NAME KEYS REMOVED" TO TL-LABEL
           MOVE WS-CLEARED-CHANGED TO TL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-TOTAL-LINE
           MOVE "TAXCERT HOLDER NAMES REMOVED" TO TL-LABEL
           MOVE WS-TAX-CERTIFICATE-CHANGED TO TL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "TRNHIST AND INVHIST HOLD KEYS, DATES AND AMOUNTS"
               TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "ONLY AND ARE KEPT UNCHANGED SO THE LEDGER RECONCILES."
               TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           CLOSE CERTIFICATE-FILE
           MOVE "RETCERT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           .

       WriteCertificateLine.
           WRITE CERTIFICATE-RECORD FROM WS-REPORT-LINE
           IF WS-CERTIFICATE-STATUS NOT = "00"
               DISPLAY "RETCERT WRITE FAILED, STATUS = "
                   WS-CERTIFICATE-STATUS
           END-IF
           .

       WriteControlRecord.
           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
                   AND WS-CONTROL-FILE-STATUS NOT = "05"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-HISTORY-COUNT TO CTL-INPUT-COUNT
           MOVE PURGED-COUNT TO CTL-OUTPUT-COUNT
           MOVE KEPT-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

      *>----------------------------------------------------------------
      *> WriteGenerationCount - the record count of the new
      *> generation appends to the shared GENCOUNT file; that count,
      *> not the CTLFILE transaction count, is what the promotion
      *> utility verifies the file against before swapping it live.
      *>----------------------------------------------------------------
       WriteGenerationCount.
           OPEN EXTEND GENERATION-COUNT-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-GEN-COUNT-STATUS NOT = "00"
                   AND WS-GEN-COUNT-STATUS NOT = "05"
               OPEN OUTPUT GENERATION-COUNT-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO GN-PROGRAM
           MOVE WS-GEN-FILE-NAME TO GN-FILE-NAME
           MOVE WS-RUN-DATE TO GN-RUN-DATE
           MOVE WS-GEN-RECORDS TO GN-RECORD-COUNT
           WRITE GN-RECORD
           IF WS-GEN-COUNT-STATUS NOT = "00"
               DISPLAY "GENCOUNT WRITE FAILED, STATUS = "
                   WS-GEN-COUNT-STATUS
           END-IF
           CLOSE GENERATION-COUNT-FILE
           .

       COPY RUNDATE.
       END PROGRAM RETPURGE.
