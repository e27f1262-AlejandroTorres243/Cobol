      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer notification preference maintenance - apply
      *          a file of SET / DELETE transactions against the
      *          ALRTPREF preference master the ALRTEXT notification
      *          extract works from: one preference per account, the
      *          channel (SMS or email), the number or address to
      *          send to, and a Y / N opt-in for each event (payment
      *          received, direct debit returned, promise due
      *          tomorrow, instalment due, refund sent, high usage).
      *          A SET adds the account's preference or replaces it
      *          whole; a DELETE removes it, so the customer hears
      *          nothing.  The account is validated against CUSTMAST,
      *          an email address must carry exactly one "@" and a
      *          mobile number none, and every reject is reported on
      *          ALRTREJ, copied to the report repository through
      *          RPTARCH as it closes.  The maintained master writes
      *          to ALRTPRFO with its GENCOUNT record count.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PREFERENCE-FILE ASSIGN TO "ALRTPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFERENCE-FILE-STATUS.
           SELECT OPTIONAL PREFERENCE-TRANS-FILE ASSIGN TO "ALRTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFERENCE-TRANS-STATUS.
           SELECT NEW-PREFERENCE-FILE ASSIGN TO "ALRTPRFO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-PREFERENCE-STATUS.
           SELECT REJECT-REPORT ASSIGN TO "ALRTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-REPORT-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT OPTIONAL GENERATION-COUNT-FILE
               ASSIGN TO "GENCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-COUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PREFERENCE-FILE.
       01  PREFERENCE-FILE-RECORD PIC X(85).
       FD  PREFERENCE-TRANS-FILE.
       01  PREFERENCE-TRANS-RECORD.
           05  AT-ACTION PIC X(1).
               88  AT-SET    VALUE "S".
               88  AT-DELETE VALUE "D".
           05  AT-ACCOUNT-NO PIC 9(10).
           05  AT-CHANNEL PIC X(1).
               88  AT-SMS    VALUE "S".
               88  AT-EMAIL  VALUE "E".
           05  AT-CONTACT PIC X(60).
           05  AT-EVENT-FLAGS.
               10  AT-EVENT-FLAG PIC X(1) OCCURS 6 TIMES.
       FD  NEW-PREFERENCE-FILE.
       01  NEW-PREFERENCE-RECORD PIC X(85).
       FD  REJECT-REPORT.
       01  REJECT-REPORT-RECORD PIC X(70).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       FD  GENERATION-COUNT-FILE.
       COPY GENREC.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY NFPREC.
       01 WS-PREFERENCE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PREFERENCE-FILE-OK VALUE "00".
           88 WS-PREFERENCE-FILE-EOF VALUE "10".
       01 WS-PREFERENCE-TRANS-STATUS PIC XX VALUE SPACES.
           88 WS-PREFERENCE-TRANS-OK VALUE "00".
           88 WS-PREFERENCE-TRANS-EOF VALUE "10".
       01 WS-NEW-PREFERENCE-STATUS PIC XX VALUE SPACES.
       01 WS-REJECT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
      *>   The whole preference master held for the run, the way the
      *>   mandate maintenance holds MANDATES.  A deleted preference
      *>   is blanked in place and dropped when the master is written.
       01 PREFERENCE-TABLE.
           05 PREFERENCE-ENTRY OCCURS 5000 TIMES INDEXED BY PF-IDX.
               10 PF-RECORD PIC X(85).
       01 PREFERENCE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-FLAG-SUB PIC 9(2) VALUE ZERO.
       01 WS-AT-SIGN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-TRANS-COUNT PIC 9(9) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ADDED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REPLACED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DELETED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-REJECT-LINE.
           05 FILLER PIC X(7) VALUE "REJECT ".
           05 RJ-ACTION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RJ-ACCOUNT-NO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RJ-REASON PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "ALRTMNT " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM LoadPreferenceTable
           OPEN OUTPUT REJECT-REPORT
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT PREFERENCE-TRANS-FILE
           IF NOT WS-PREFERENCE-TRANS-OK
               DISPLAY "ALRTTRAN NOT AVAILABLE, STATUS = "
                   WS-PREFERENCE-TRANS-STATUS
               SET WS-PREFERENCE-TRANS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PREFERENCE-TRANS-EOF
               READ PREFERENCE-TRANS-FILE
                   AT END SET WS-PREFERENCE-TRANS-EOF TO TRUE
                   NOT AT END PERFORM ApplyOneTransaction
               END-READ
           END-PERFORM
           CLOSE PREFERENCE-TRANS-FILE
           CLOSE REJECT-REPORT CUSTOMER-MASTER
           MOVE "ALRTREJ" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           PERFORM WriteNewPreferenceFile
           DISPLAY "----- NOTIFICATION PREFERENCE TOTALS -----"
           DISPLAY "TRANSACTIONS READ : " WS-TRANS-COUNT
           DISPLAY "APPLIED           : " WS-APPLIED-COUNT
           DISPLAY "  ADDED           : " WS-ADDED-COUNT
           DISPLAY "  REPLACED        : " WS-REPLACED-COUNT
           DISPLAY "  DELETED         : " WS-DELETED-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

       LoadPreferenceTable.
           MOVE ZERO TO PREFERENCE-COUNT
           OPEN INPUT PREFERENCE-FILE
           IF WS-PREFERENCE-FILE-OK
               PERFORM UNTIL WS-PREFERENCE-FILE-EOF
                   READ PREFERENCE-FILE
                       AT END SET WS-PREFERENCE-FILE-EOF TO TRUE
                       NOT AT END
                           IF PREFERENCE-COUNT >= 5000
                               DISPLAY "PREFERENCE TABLE FULL - "
                                   "REMAINING PREFERENCES NOT LOADED"
                               SET WS-PREFERENCE-FILE-EOF TO TRUE
                           ELSE
                               ADD 1 TO PREFERENCE-COUNT
                               MOVE PREFERENCE-FILE-RECORD TO
                                   PF-RECORD (PREFERENCE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREFERENCE-FILE
           ELSE
               IF WS-PREFERENCE-FILE-STATUS = "05"
                   CLOSE PREFERENCE-FILE
               END-IF
           END-IF
           .

       ApplyOneTransaction.
           ADD 1 TO WS-TRANS-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM ValidateTransaction
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM RejectTransaction
           ELSE
               EVALUATE TRUE
                   WHEN AT-SET    PERFORM SetPreference
                   WHEN AT-DELETE PERFORM DeletePreference
               END-EVALUATE
           END-IF
           .

       ValidateTransaction.
           IF NOT AT-SET AND NOT AT-DELETE
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF AT-ACCOUNT-NO NOT NUMERIC
                       OR AT-ACCOUNT-NO = ZERO
                   MOVE "ACCOUNT NUMBER NOT NUMERIC"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND AT-SET
               MOVE AT-ACCOUNT-NO TO CM-ACCOUNT-NO
               READ CUSTOMER-MASTER
               IF NOT CM-STATUS-OK
                   MOVE "ACCOUNT NOT ON CUSTMAST" TO WS-REJECT-REASON
               ELSE
                   IF CM-ACCT-CLOSED
                       MOVE "ACCOUNT IS CLOSED" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND AT-SET
               PERFORM ValidateContact
           END-IF
           IF WS-REJECT-REASON = SPACES AND AT-SET
               PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
                       UNTIL WS-FLAG-SUB > 6
                   IF AT-EVENT-FLAG (WS-FLAG-SUB) NOT = "Y"
                           AND AT-EVENT-FLAG (WS-FLAG-SUB) NOT = "N"
                       MOVE "OPT-IN FLAG NOT Y OR N"
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM FindPreference
               IF AT-DELETE AND WS-FOUND-SUB = ZERO
                   MOVE "PREFERENCE NOT ON FILE" TO WS-REJECT-REASON
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> ValidateContact - the channel decides what the contact must
      *> look like: an email address carries exactly one "@", a
      *> mobile number none, and neither may start with a space.
      *>----------------------------------------------------------------
       ValidateContact.
           IF NOT AT-SMS AND NOT AT-EMAIL
               MOVE "CHANNEL NOT S OR E" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF AT-CONTACT = SPACES OR AT-CONTACT (1:1) = SPACE
               MOVE "CONTACT MISSING" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-AT-SIGN-COUNT
           INSPECT AT-CONTACT TALLYING WS-AT-SIGN-COUNT FOR ALL "@"
           IF AT-EMAIL AND WS-AT-SIGN-COUNT NOT = 1
               MOVE "EMAIL ADDRESS NOT VALID" TO WS-REJECT-REASON
           END-IF
           IF AT-SMS AND WS-AT-SIGN-COUNT NOT = ZERO
               MOVE "MOBILE NUMBER NOT VALID" TO WS-REJECT-REASON
           END-IF
           .

       FindPreference.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > PREFERENCE-COUNT
               IF PF-RECORD (PF-IDX) (1:10) = AT-ACCOUNT-NO
                   SET WS-FOUND-SUB TO PF-IDX
                   SET PF-IDX TO PREFERENCE-COUNT
               END-IF
           END-PERFORM
           .

       SetPreference.
           IF WS-FOUND-SUB = ZERO AND PREFERENCE-COUNT >= 5000
               MOVE "PREFERENCE TABLE FULL" TO WS-REJECT-REASON
               PERFORM RejectTransaction
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NF-RECORD
           MOVE AT-ACCOUNT-NO TO NF-ACCOUNT-NO
           MOVE AT-CHANNEL TO NF-CHANNEL
           MOVE AT-CONTACT TO NF-CONTACT
           MOVE AT-EVENT-FLAGS TO NF-EVENT-FLAGS
           MOVE WS-RUN-DATE TO NF-UPDATED-DATE
           IF WS-FOUND-SUB NOT = ZERO
               MOVE NF-RECORD TO PF-RECORD (WS-FOUND-SUB)
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               ADD 1 TO PREFERENCE-COUNT
               MOVE NF-RECORD TO PF-RECORD (PREFERENCE-COUNT)
               ADD 1 TO WS-ADDED-COUNT
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           .

       DeletePreference.
           MOVE SPACES TO PF-RECORD (WS-FOUND-SUB)
           ADD 1 TO WS-DELETED-COUNT
           ADD 1 TO WS-APPLIED-COUNT
           .

       RejectTransaction.
           ADD 1 TO WS-REJECT-COUNT
           MOVE AT-ACTION TO RJ-ACTION
           MOVE AT-ACCOUNT-NO TO RJ-ACCOUNT-NO
           MOVE WS-REJECT-REASON TO RJ-REASON
           WRITE REJECT-REPORT-RECORD FROM WS-REJECT-LINE
           IF WS-REJECT-REPORT-STATUS NOT = "00"
               DISPLAY "ALRTREJ WRITE FAILED, STATUS = "
                   WS-REJECT-REPORT-STATUS
           END-IF
           .

       WriteNewPreferenceFile.
           OPEN OUTPUT NEW-PREFERENCE-FILE
           MOVE ZERO TO WS-GEN-RECORDS
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > PREFERENCE-COUNT
               IF PF-RECORD (PF-IDX) NOT = SPACES
                   WRITE NEW-PREFERENCE-RECORD FROM PF-RECORD (PF-IDX)
                   IF WS-NEW-PREFERENCE-STATUS NOT = "00"
                       DISPLAY "ALRTPRFO WRITE FAILED, STATUS = "
                           WS-NEW-PREFERENCE-STATUS
                   ELSE
                       ADD 1 TO WS-GEN-RECORDS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE NEW-PREFERENCE-FILE
           MOVE "ALRTPRFO" TO WS-GEN-FILE-NAME
           PERFORM WriteGenerationCount
           .

       WriteControlRecord.
           OPEN EXTEND CONTROL-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-CONTROL-FILE-STATUS NOT = "00"
                   AND WS-CONTROL-FILE-STATUS NOT = "05"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-TRANS-COUNT TO CTL-INPUT-COUNT
           MOVE WS-APPLIED-COUNT TO CTL-OUTPUT-COUNT
           MOVE WS-REJECT-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

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
       END PROGRAM ALRTMNT.
