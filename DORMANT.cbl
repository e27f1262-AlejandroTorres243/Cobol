      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly account dormancy run - classify every open
      *          CUSTMAST account as active, inactive or dormant and
      *          write the class and the date it changed to
      *          CM-DORMANCY-STATUS / CM-DORMANCY-DATE.  The last
      *          transaction date comes from the TRNIDX history index
      *          (read by key, one account at a time); the linked
      *          masters are METERMST (an active meter on the
      *          account) and MEMBERSDD (an active member whose id is
      *          the account's trailing six digits, or who bills to
      *          it as payer).  Dormant: zero balance, no live meter
      *          or member, and no transaction inside the DORMPARM
      *          dormancy period.  Inactive: zero balance and no
      *          transaction inside the shorter inactivity period,
      *          but not dormant.  Anything else is active.  Each
      *          account newly dormant is listed on the DORMRPT
      *          review report and appended to DORMPEND as a closure
      *          candidate for the DORMAPPR review screen, which
      *          feeds approved ones to ACCCLOSE.  Closed accounts
      *          are left alone.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL HISTORY-INDEX
               ASSIGN TO "TRNIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HISTORY-INDEX-STATUS.
           SELECT OPTIONAL METER-MASTER ASSIGN TO "METERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-METER-MASTER-STATUS.
           SELECT OPTIONAL MEMBERS-FILE ASSIGN TO "MEMBERSDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERS-FILE-STATUS.
           SELECT OPTIONAL DORMANCY-PARM-FILE ASSIGN TO "DORMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANCY-PARM-STATUS.
           SELECT OPTIONAL CANDIDATE-FILE ASSIGN TO "DORMPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATE-FILE-STATUS.
           SELECT DORMANCY-REPORT ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANCY-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  HISTORY-INDEX
           RECORD CONTAINS 72 CHARACTERS.
       COPY THREC.
       FD  METER-MASTER.
       COPY MTRREC.
       FD  MEMBERS-FILE.
       COPY MBRREC.
      *>   Inactivity and dormancy periods, in days.
       FD  DORMANCY-PARM-FILE.
       01  DORMANCY-PARM-RECORD.
           05 DP-INACTIVE-DAYS PIC 9(4).
           05 DP-DORMANT-DAYS PIC 9(4).
       FD  CANDIDATE-FILE.
       01  CANDIDATE-FILE-RECORD PIC X(31).
       FD  DORMANCY-REPORT.
       01  DORMANCY-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY DRMREC.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK  VALUE "00".
           88 CM-STATUS-END VALUE "10".
       01 WS-HISTORY-INDEX-STATUS PIC XX VALUE SPACES.
           88 TH-STATUS-OK  VALUE "00".
           88 TH-STATUS-END VALUE "10".
       01 WS-METER-MASTER-STATUS PIC XX VALUE SPACES.
           88 WS-METER-MASTER-OK VALUE "00".
           88 WS-METER-MASTER-EOF VALUE "10".
       01 WS-MEMBERS-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-MEMBERS-FILE-OK VALUE "00".
           88 WS-MEMBERS-FILE-EOF VALUE "10".
       01 WS-DORMANCY-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-DORMANCY-PARM-OK VALUE "00".
       01 WS-CANDIDATE-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-DORMANCY-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   Six months quiet is inactive, a year is dormant, unless
      *>   DORMPARM says otherwise.
       01 WS-INACTIVE-DAYS PIC 9(4) VALUE 180.
       01 WS-DORMANT-DAYS PIC 9(4) VALUE 365.
       01 WS-INACTIVE-CUTOFF PIC 9(8) VALUE ZERO.
       01 WS-DORMANT-CUTOFF PIC 9(8) VALUE ZERO.
      *>   DATECALC parameter set.
       01 WS-DATE-FUNCTION PIC X.
       01 WS-DATE-1 PIC 9(8).
       01 WS-DATE-2 PIC 9(8).
       01 WS-DAY-COUNT PIC S9(7).
       01 WS-DATE-RESULT PIC 9(8).
       01 WS-DATE-RC PIC 9.
      *>   Accounts with a live meter, and live members by id and by
      *>   payer account.
       01 METER-ACCOUNT-TABLE.
           05 METER-ACCOUNT-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON METER-ACCOUNT-COUNT
               INDEXED BY MA-IDX.
               10 MA-ACCOUNT-NO PIC 9(10).
       01 METER-ACCOUNT-COUNT PIC 9(4) VALUE ZERO.
       01 MEMBER-LINK-TABLE.
           05 MEMBER-LINK-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON MEMBER-LINK-COUNT
               INDEXED BY ML-IDX.
               10 ML-MEMBER-ID PIC X(6).
               10 ML-PAYER-ACCOUNT PIC 9(10).
       01 MEMBER-LINK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ACCOUNT-TEXT PIC X(10) VALUE SPACES.
       01 WS-LINKED PIC X VALUE "N".
       01 WS-LAST-ACTIVITY PIC 9(8) VALUE ZERO.
       01 WS-NEW-CLASS PIC X VALUE SPACE.
           88 NEW-CLASS-ACTIVE VALUE "A".
           88 NEW-CLASS-INACTIVE VALUE "I".
           88 NEW-CLASS-DORMANT VALUE "D".
       01 WS-OLD-CLASS PIC X VALUE SPACE.
      *>   Forward-recovery journal work: the record as read, held so
      *>   the rewrite can journal its before/after pair to CMJRNL
      *>   through the shared CMJOURNL service.
       01 WS-BEFORE-IMAGE PIC X(123) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(123) VALUE SPACES.
       01 WS-JRNL-RC PIC 9 VALUE ZERO.
       01 WS-SCANNED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CLOSED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ACTIVE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-INACTIVE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DORMANT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CHANGED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CANDIDATE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-HEADING-LINE.
           05 FILLER PIC X(40)
               VALUE "DORMANT ACCOUNTS FOR CLOSURE REVIEW".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 HL-RUN-DATE PIC 9(8).
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(31) VALUE "NAME".
           05 FILLER PIC X(12) VALUE "LAST TRANS".
       01 WS-DETAIL-LINE.
           05 DL-ACCOUNT-NO PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-LAST-ACTIVITY PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "DORMANT " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetDormancyParms
           PERFORM LoadMeterAccounts
           PERFORM LoadMemberLinks
      *>    Without the history index there is no evidence an account
      *>    has gone quiet, so nothing is classified.
           OPEN INPUT HISTORY-INDEX
           IF NOT TH-STATUS-OK
               DISPLAY "TRNIDX NOT AVAILABLE, STATUS = "
                   WS-HISTORY-INDEX-STATUS " - NOTHING CLASSIFIED"
               MOVE 8 TO RETURN-CODE
               PERFORM WriteControlRecord
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               CLOSE HISTORY-INDEX
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CANDIDATE-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-CANDIDATE-FILE-STATUS NOT = "00"
                   AND WS-CANDIDATE-FILE-STATUS NOT = "05"
               OPEN OUTPUT CANDIDATE-FILE
           END-IF
           OPEN OUTPUT DORMANCY-REPORT
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE DORMANCY-REPORT-RECORD FROM WS-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE DORMANCY-REPORT-RECORD FROM WS-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM UNTIL CM-STATUS-END
               READ CUSTOMER-MASTER NEXT
                   AT END SET CM-STATUS-END TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCANNED-COUNT
                       IF CM-ACCT-CLOSED
                           ADD 1 TO WS-CLOSED-COUNT
                       ELSE
                           PERFORM ClassifyOneAccount
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO DORMANCY-REPORT-RECORD
           STRING "NEW CANDIDATES: " WS-CANDIDATE-COUNT
               DELIMITED BY SIZE INTO DORMANCY-REPORT-RECORD
           WRITE DORMANCY-REPORT-RECORD AFTER ADVANCING 2 LINES
           CLOSE CUSTOMER-MASTER HISTORY-INDEX CANDIDATE-FILE
               DORMANCY-REPORT
           MOVE "DORMRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- DORMANCY TOTALS ----------"
           DISPLAY "ACCOUNTS SCANNED  : " WS-SCANNED-COUNT
           DISPLAY "  CLOSED (SKIPPED): " WS-CLOSED-COUNT
           DISPLAY "  ACTIVE          : " WS-ACTIVE-COUNT
           DISPLAY "  INACTIVE        : " WS-INACTIVE-COUNT
           DISPLAY "  DORMANT         : " WS-DORMANT-COUNT
           DISPLAY "CLASS CHANGES     : " WS-CHANGED-COUNT
           DISPLAY "NEW CANDIDATES    : " WS-CANDIDATE-COUNT
           DISPLAY "REWRITE FAILURES  : " WS-FAILED-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

       GetDormancyParms.
           OPEN INPUT DORMANCY-PARM-FILE
           IF WS-DORMANCY-PARM-OK
               READ DORMANCY-PARM-FILE
                   AT END
                       DISPLAY "DORMPARM EMPTY - DEFAULT "
                           "PERIODS USED"
                   NOT AT END
                       IF DP-INACTIVE-DAYS NUMERIC
                               AND DP-DORMANT-DAYS NUMERIC
                               AND DP-INACTIVE-DAYS > ZERO
                               AND DP-DORMANT-DAYS >= DP-INACTIVE-DAYS
                           MOVE DP-INACTIVE-DAYS TO WS-INACTIVE-DAYS
                           MOVE DP-DORMANT-DAYS TO WS-DORMANT-DAYS
                       ELSE
                           DISPLAY "DORMPARM NOT VALID - "
                               "DEFAULT PERIODS USED"
                       END-IF
               END-READ
           ELSE
               DISPLAY "DORMPARM NOT AVAILABLE - DEFAULT "
                   "PERIODS USED"
           END-IF
           CLOSE DORMANCY-PARM-FILE
           MOVE "A" TO WS-DATE-FUNCTION
           MOVE WS-RUN-DATE TO WS-DATE-1
           COMPUTE WS-DAY-COUNT = ZERO - WS-INACTIVE-DAYS
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           MOVE WS-DATE-RESULT TO WS-INACTIVE-CUTOFF
           COMPUTE WS-DAY-COUNT = ZERO - WS-DORMANT-DAYS
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           MOVE WS-DATE-RESULT TO WS-DORMANT-CUTOFF
           DISPLAY "INACTIVE IF NO TRANSACTION SINCE: "
               WS-INACTIVE-CUTOFF
           DISPLAY "DORMANT IF NO TRANSACTION SINCE : "
               WS-DORMANT-CUTOFF
           .

       LoadMeterAccounts.
           OPEN INPUT METER-MASTER
           IF WS-METER-MASTER-OK
               PERFORM UNTIL WS-METER-MASTER-EOF
                   READ METER-MASTER
                       AT END SET WS-METER-MASTER-EOF TO TRUE
                       NOT AT END
                           IF MM-ACTIVE
                               IF METER-ACCOUNT-COUNT < 5000
                                   ADD 1 TO METER-ACCOUNT-COUNT
                                   SET MA-IDX TO METER-ACCOUNT-COUNT
                                   MOVE MM-ACCOUNT-NO
                                       TO MA-ACCOUNT-NO (MA-IDX)
                               ELSE
                                   DISPLAY "METER TABLE FULL - "
                                       MM-METER-ID " NOT LOADED"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE METER-MASTER
           ELSE
               IF WS-METER-MASTER-STATUS = "05"
                   CLOSE METER-MASTER
               END-IF
           END-IF
           .

       LoadMemberLinks.
           OPEN INPUT MEMBERS-FILE
           IF WS-MEMBERS-FILE-OK
               PERFORM UNTIL WS-MEMBERS-FILE-EOF
                   READ MEMBERS-FILE
                       AT END SET WS-MEMBERS-FILE-EOF TO TRUE
                       NOT AT END
                           IF MF-ACTIVE
                               IF MEMBER-LINK-COUNT < 5000
                                   ADD 1 TO MEMBER-LINK-COUNT
                                   SET ML-IDX TO MEMBER-LINK-COUNT
                                   MOVE MF-MEMBER-ID
                                       TO ML-MEMBER-ID (ML-IDX)
                                   MOVE ZEROS
                                       TO ML-PAYER-ACCOUNT (ML-IDX)
                                   IF MF-PAYER-ACCOUNT NUMERIC
                                       MOVE MF-PAYER-ACCOUNT
                                           TO ML-PAYER-ACCOUNT (ML-IDX)
                                   END-IF
                               ELSE
                                   DISPLAY "MEMBER TABLE FULL - "
                                       MF-MEMBER-ID " NOT LOADED"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBERS-FILE
           ELSE
               IF WS-MEMBERS-FILE-STATUS = "05"
                   CLOSE MEMBERS-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> ClassifyOneAccount - the class only changes (and the date
      *> only moves) when the account actually moves between
      *> classes, so the date says how long it has been this way.
      *>----------------------------------------------------------------
       ClassifyOneAccount.
           PERFORM FindLastTransaction
           PERFORM CheckLinkedMasters
           SET NEW-CLASS-ACTIVE TO TRUE
           IF CM-BALANCE = ZERO
                   AND WS-LAST-ACTIVITY < WS-INACTIVE-CUTOFF
               SET NEW-CLASS-INACTIVE TO TRUE
               IF WS-LINKED = "N"
                       AND WS-LAST-ACTIVITY < WS-DORMANT-CUTOFF
                   SET NEW-CLASS-DORMANT TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NEW-CLASS-ACTIVE
                   ADD 1 TO WS-ACTIVE-COUNT
               WHEN NEW-CLASS-INACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
               WHEN NEW-CLASS-DORMANT
                   ADD 1 TO WS-DORMANT-COUNT
           END-EVALUATE
           MOVE CM-DORMANCY-STATUS TO WS-OLD-CLASS
           IF WS-OLD-CLASS = SPACE
               MOVE "A" TO WS-OLD-CLASS
           END-IF
           IF WS-OLD-CLASS = WS-NEW-CLASS
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-NEW-CLASS TO CM-DORMANCY-STATUS
           MOVE WS-RUN-DATE TO CM-DORMANCY-DATE
           REWRITE CUSTOMER-MASTER-RECORD
           IF NOT CM-STATUS-OK
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "CUSTMAST REWRITE FAILED FOR "
                   CM-ACCOUNT-NO ", STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE "00" TO WS-CUSTOMER-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
           CALL "CMJOURNL" USING WS-RUN-PROGRAM-ID,
               WS-RUN-DATE, WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
               WS-JRNL-RC
           ADD 1 TO WS-CHANGED-COUNT
           IF NEW-CLASS-DORMANT
               PERFORM ListCandidate
           END-IF
           .

      *>----------------------------------------------------------------
      *> FindLastTransaction - the index is keyed account, date,
      *> sequence, so the account's last record read is its latest.
      *>----------------------------------------------------------------
       FindLastTransaction.
           MOVE ZEROS TO WS-LAST-ACTIVITY
           MOVE CM-ACCOUNT-NO TO TH-ACCOUNT-NO
           MOVE ZEROS TO TH-DATE
           MOVE ZEROS TO TH-SEQ
           START HISTORY-INDEX KEY NOT < TH-KEY
           IF NOT TH-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TH-STATUS-END
               READ HISTORY-INDEX NEXT
                   AT END SET TH-STATUS-END TO TRUE
                   NOT AT END
                       IF TH-ACCOUNT-NO NOT = CM-ACCOUNT-NO
                           SET TH-STATUS-END TO TRUE
                       ELSE
                           MOVE TH-DATE TO WS-LAST-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           .

       CheckLinkedMasters.
           MOVE "N" TO WS-LINKED
           PERFORM VARYING MA-IDX FROM 1 BY 1
                   UNTIL MA-IDX > METER-ACCOUNT-COUNT
               IF MA-ACCOUNT-NO (MA-IDX) = CM-ACCOUNT-NO
                   MOVE "Y" TO WS-LINKED
                   SET MA-IDX TO METER-ACCOUNT-COUNT
               END-IF
           END-PERFORM
           IF WS-LINKED = "Y"
               EXIT PARAGRAPH
           END-IF
      *>    The trailing six digits are the member-id form the
      *>    membership file carries.
           MOVE CM-ACCOUNT-NO TO WS-ACCOUNT-TEXT
           PERFORM VARYING ML-IDX FROM 1 BY 1
                   UNTIL ML-IDX > MEMBER-LINK-COUNT
               IF ML-MEMBER-ID (ML-IDX) = WS-ACCOUNT-TEXT (5:6)
                       OR ML-PAYER-ACCOUNT (ML-IDX) = CM-ACCOUNT-NO
                   MOVE "Y" TO WS-LINKED
                   SET ML-IDX TO MEMBER-LINK-COUNT
               END-IF
           END-PERFORM
           .

       ListCandidate.
           ADD 1 TO WS-CANDIDATE-COUNT
           MOVE SPACES TO DC-RECORD
           MOVE CM-ACCOUNT-NO TO DC-ACCOUNT-NO
           MOVE WS-RUN-DATE TO DC-LISTED-DATE
           MOVE WS-LAST-ACTIVITY TO DC-LAST-ACTIVITY
           SET DC-PENDING TO TRUE
           MOVE ZEROS TO DC-APPROVED-BY
           WRITE CANDIDATE-FILE-RECORD FROM DC-RECORD
           IF WS-CANDIDATE-FILE-STATUS NOT = "00"
               DISPLAY "DORMPEND WRITE FAILED, STATUS = "
                   WS-CANDIDATE-FILE-STATUS
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CM-ACCOUNT-NO TO DL-ACCOUNT-NO
           MOVE CM-CUSTOMER-NAME TO DL-NAME
           IF WS-LAST-ACTIVITY = ZEROS
               MOVE "NONE" TO DL-LAST-ACTIVITY
           ELSE
               MOVE WS-LAST-ACTIVITY TO DL-LAST-ACTIVITY
           END-IF
           WRITE DORMANCY-REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .

       WriteControlRecord.
           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
                   AND WS-CONTROL-FILE-STATUS NOT = "05"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-SCANNED-COUNT TO CTL-INPUT-COUNT
           COMPUTE CTL-OUTPUT-COUNT =
               WS-SCANNED-COUNT - WS-FAILED-COUNT
           MOVE WS-FAILED-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM DORMANT.
