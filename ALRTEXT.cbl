      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly customer notification extract - every event
      *          the day's jobs raised on ALRTEVT through ALRTPOST is
      *          matched to the customer's ALRTPREF notification
      *          preference.  An event the customer has opted in to,
      *          with a contact to send it to, goes to the ALRTOUT
      *          file for the messaging provider with its channel,
      *          contact and message text; the ALRTOUTM manifest
      *          travels with it (record count, amount hash and
      *          checksum, the same shape as the bank's BANKOUTM).
      *          An event for a customer with no preference, one who
      *          has not opted in to that event, or one with no
      *          contact on file is suppressed and counted.  An event
      *          raised after the run date (a rerun of an earlier
      *          night) is carried to ALRTEVTO with its GENCOUNT
      *          record count, for promotion over ALRTEVT.  The
      *          ALRTRPT report gives the sent and suppressed counts
      *          for each event and is copied to the report
      *          repository through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTEXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PREFERENCE-FILE ASSIGN TO "ALRTPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFERENCE-FILE-STATUS.
           SELECT OPTIONAL EVENT-FILE ASSIGN TO "ALRTEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT NEW-EVENT-FILE ASSIGN TO "ALRTEVTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-EVENT-STATUS.
           SELECT OUTBOUND-FILE ASSIGN TO "ALRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "ALRTOUTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT EXTRACT-REPORT ASSIGN TO "ALRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-REPORT-STATUS.
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
       FD  EVENT-FILE.
       01  EVENT-FILE-RECORD PIC X(58).
       FD  NEW-EVENT-FILE.
       01  NEW-EVENT-RECORD PIC X(58).
       FD  OUTBOUND-FILE.
       01  OUTBOUND-RECORD PIC X(143).
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05 MF-REC-COUNT PIC 9(9).
           05 FILLER PIC X(1).
           05 MF-HASH-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 MF-CHECKSUM PIC 9(9).
       FD  EXTRACT-REPORT.
       01  EXTRACT-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       FD  GENERATION-COUNT-FILE.
       COPY GENREC.
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY NFPREC.
       COPY AEVREC.
       COPY AOTREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-PREFERENCE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PREFERENCE-FILE-OK VALUE "00".
           88 WS-PREFERENCE-FILE-EOF VALUE "10".
       01 WS-EVENT-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-EVENT-FILE-OK VALUE "00".
           88 WS-EVENT-FILE-EOF VALUE "10".
       01 WS-NEW-EVENT-STATUS PIC XX VALUE SPACES.
       01 WS-OUTBOUND-STATUS PIC XX VALUE SPACES.
       01 WS-MANIFEST-STATUS PIC XX VALUE SPACES.
       01 WS-EXTRACT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
      *>   Every customer's preference, held for the run.
       01 PREFERENCE-TABLE.
           05 PREFERENCE-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON PREFERENCE-COUNT
               INDEXED BY PF-IDX.
               10 PF-RECORD PIC X(85).
       01 PREFERENCE-COUNT PIC 9(4) VALUE ZERO.
      *>   The events, in the order of the NFPREC opt-in flags, with
      *>   the message the customer receives and tonight's counts.
       01 EVENT-VALUES.
           05 FILLER PIC X(42)
               VALUE "PRPAYMENT RECEIVED - THANK YOU".
           05 FILLER PIC X(42)
               VALUE "DRDIRECT DEBIT RETURNED BY YOUR BANK".
           05 FILLER PIC X(42)
               VALUE "PDPAYMENT PROMISED FOR TOMORROW".
           05 FILLER PIC X(42)
               VALUE "IDINSTALMENT NOW DUE".
           05 FILLER PIC X(42)
               VALUE "RSREFUND SENT TO YOUR BANK".
           05 FILLER PIC X(42)
               VALUE "HUUNUSUALLY HIGH USAGE ON YOUR METER".
       01 EVENT-TABLE REDEFINES EVENT-VALUES.
           05 EVENT-ENTRY OCCURS 6 TIMES INDEXED BY EV-IDX.
               10 EV-CODE PIC X(2).
               10 EV-MESSAGE PIC X(40).
       01 EVENT-COUNTS.
           05 EVENT-COUNT-ENTRY OCCURS 6 TIMES.
               10 EC-SENT PIC 9(7).
               10 EC-NO-PREFERENCE PIC 9(7).
               10 EC-NOT-OPTED-IN PIC 9(7).
               10 EC-NO-CONTACT PIC 9(7).
       01 WS-EVENT-SUB PIC 9(2) VALUE ZERO.
       01 WS-PREFERENCE-FOUND PIC X VALUE "N".
           88 PREFERENCE-FOUND VALUE "Y".
       01 WS-EVENT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SENT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-UNKNOWN-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CARRIED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SENT-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-CHECKSUM-CENTS PIC 9(13) VALUE ZERO.
       01 WS-CHECKSUM-WORK PIC 9(13) VALUE ZERO.
       01 WS-CHECKSUM PIC 9(9) VALUE ZERO.
       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(36)
               VALUE "CUSTOMER NOTIFICATION EXTRACT".
           05 FILLER PIC X(10) VALUE "  RUN DATE".
           05 FILLER PIC X(1) VALUE SPACE.
           05 HL-RUN-DATE PIC 9(8).
       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(38) VALUE "EVENT".
           05 FILLER PIC X(40)
               VALUE "    SENT NO PREF  NOT OPTED NO CONTACT".
       01 WS-REPORT-LINE.
           05 RL-CODE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-MESSAGE PIC X(35).
           05 RL-SENT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-NO-PREFERENCE PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RL-NOT-OPTED-IN PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RL-NO-CONTACT PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(30).
           05 TL-COUNT PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "ALRTEXT " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           INITIALIZE EVENT-COUNTS
           PERFORM LoadPreferenceTable
           OPEN OUTPUT OUTBOUND-FILE
           OPEN OUTPUT NEW-EVENT-FILE
           OPEN INPUT EVENT-FILE
           IF NOT WS-EVENT-FILE-OK
               DISPLAY "ALRTEVT NOT AVAILABLE, STATUS = "
                   WS-EVENT-FILE-STATUS
               SET WS-EVENT-FILE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EVENT-FILE-EOF
               READ EVENT-FILE INTO AE-RECORD
                   AT END SET WS-EVENT-FILE-EOF TO TRUE
                   NOT AT END PERFORM ExtractOneEvent
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE OUTBOUND-FILE NEW-EVENT-FILE
           MOVE "ALRTEVTO" TO WS-GEN-FILE-NAME
           MOVE WS-CARRIED-COUNT TO WS-GEN-RECORDS
           PERFORM WriteGenerationCount
           PERFORM WriteManifest
           PERFORM WriteExtractReport
           DISPLAY "------- NOTIFICATION EXTRACT TOTALS -------"
           DISPLAY "EVENTS READ       : " WS-EVENT-COUNT
           DISPLAY "SENT TO PROVIDER  : " WS-SENT-COUNT
           DISPLAY "SUPPRESSED        : " WS-SUPPRESSED-COUNT
           DISPLAY "UNKNOWN EVENT CODE: " WS-UNKNOWN-COUNT
           DISPLAY "CARRIED FORWARD   : " WS-CARRIED-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

       LoadPreferenceTable.
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
               DISPLAY "ALRTPREF NOT AVAILABLE, STATUS = "
                   WS-PREFERENCE-FILE-STATUS
               IF WS-PREFERENCE-FILE-STATUS = "05"
                   CLOSE PREFERENCE-FILE
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> ExtractOneEvent - an event raised up to tonight is sent or
      *> suppressed; one raised on a later business date belongs to
      *> a later night and is carried forward untouched.
      *>----------------------------------------------------------------
       ExtractOneEvent.
           IF AE-RAISED-DATE > WS-RUN-DATE
               WRITE NEW-EVENT-RECORD FROM AE-RECORD
               IF WS-NEW-EVENT-STATUS NOT = "00"
                   DISPLAY "ALRTEVTO WRITE FAILED, STATUS = "
                       WS-NEW-EVENT-STATUS
               END-IF
               ADD 1 TO WS-CARRIED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVENT-COUNT
           MOVE ZERO TO WS-EVENT-SUB
           PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > 6
               IF EV-CODE (EV-IDX) = AE-EVENT-CODE
                   SET WS-EVENT-SUB TO EV-IDX
               END-IF
           END-PERFORM
           IF WS-EVENT-SUB = ZERO
               DISPLAY "UNKNOWN EVENT " AE-EVENT-CODE " FROM "
                   AE-SOURCE " ACCOUNT " AE-ACCOUNT-NO
               ADD 1 TO WS-UNKNOWN-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM FindPreference
           EVALUATE TRUE
               WHEN NOT PREFERENCE-FOUND
                   ADD 1 TO EC-NO-PREFERENCE (WS-EVENT-SUB)
                   ADD 1 TO WS-SUPPRESSED-COUNT
               WHEN NF-EVENT-FLAG (WS-EVENT-SUB) NOT = "Y"
                   ADD 1 TO EC-NOT-OPTED-IN (WS-EVENT-SUB)
                   ADD 1 TO WS-SUPPRESSED-COUNT
               WHEN NOT NF-VALID-CHANNEL OR NF-CONTACT = SPACES
                   ADD 1 TO EC-NO-CONTACT (WS-EVENT-SUB)
                   ADD 1 TO WS-SUPPRESSED-COUNT
               WHEN OTHER
                   PERFORM WriteOutboundAlert
           END-EVALUATE
           .

       FindPreference.
           MOVE "N" TO WS-PREFERENCE-FOUND
           SET PF-IDX TO 1
           SEARCH PREFERENCE-ENTRY
               WHEN PF-RECORD (PF-IDX) (1:10) = AE-ACCOUNT-NO
                   MOVE PF-RECORD (PF-IDX) TO NF-RECORD
                   MOVE "Y" TO WS-PREFERENCE-FOUND
           END-SEARCH
           .

       WriteOutboundAlert.
           MOVE NF-CHANNEL TO AO-CHANNEL
           MOVE NF-CONTACT TO AO-CONTACT
           MOVE AE-ACCOUNT-NO TO AO-ACCOUNT-NO
           MOVE AE-EVENT-CODE TO AO-EVENT-CODE
           MOVE AE-EVENT-DATE TO AO-EVENT-DATE
           MOVE AE-AMOUNT TO AO-AMOUNT
           MOVE AE-REFERENCE TO AO-REFERENCE
           MOVE EV-MESSAGE (WS-EVENT-SUB) TO AO-MESSAGE
           WRITE OUTBOUND-RECORD FROM AO-RECORD
           IF WS-OUTBOUND-STATUS NOT = "00"
               DISPLAY "ALRTOUT WRITE FAILED, STATUS = "
                   WS-OUTBOUND-STATUS
           ELSE
               ADD 1 TO EC-SENT (WS-EVENT-SUB)
               ADD 1 TO WS-SENT-COUNT
               ADD AE-AMOUNT TO WS-SENT-TOTAL
           END-IF
           .

      *>----------------------------------------------------------------
      *> WriteManifest - the checksum folds the record count and the
      *> hash total's cents together, so a truncated file fails on
      *> count, a corrupted one on hash, and a doctored one on both.
      *>----------------------------------------------------------------
       WriteManifest.
           OPEN OUTPUT MANIFEST-FILE
           MOVE SPACES TO MANIFEST-RECORD
           MOVE WS-SENT-COUNT TO MF-REC-COUNT
           MOVE WS-SENT-TOTAL TO MF-HASH-TOTAL
           COMPUTE WS-CHECKSUM-CENTS =
               WS-SENT-TOTAL * 100
               ON SIZE ERROR MOVE ZEROS TO WS-CHECKSUM-CENTS
           END-COMPUTE
           COMPUTE WS-CHECKSUM-WORK =
               WS-CHECKSUM-CENTS + WS-SENT-COUNT
           DIVIDE WS-CHECKSUM-WORK BY 999999999
               GIVING WS-CHECKSUM-CENTS
               REMAINDER WS-CHECKSUM
           MOVE WS-CHECKSUM TO MF-CHECKSUM
           WRITE MANIFEST-RECORD
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "ALRTOUTM WRITE FAILED, STATUS = "
                   WS-MANIFEST-STATUS
           END-IF
           CLOSE MANIFEST-FILE
           .

       WriteExtractReport.
           OPEN OUTPUT EXTRACT-REPORT
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE EXTRACT-REPORT-RECORD FROM WS-HEADING-LINE-1
           MOVE SPACES TO EXTRACT-REPORT-RECORD
           WRITE EXTRACT-REPORT-RECORD
           WRITE EXTRACT-REPORT-RECORD FROM WS-HEADING-LINE-2
           PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > 6
               MOVE EV-CODE (EV-IDX) TO RL-CODE
               MOVE EV-MESSAGE (EV-IDX) TO RL-MESSAGE
               MOVE EC-SENT (EV-IDX) TO RL-SENT
               MOVE EC-NO-PREFERENCE (EV-IDX) TO RL-NO-PREFERENCE
               MOVE EC-NOT-OPTED-IN (EV-IDX) TO RL-NOT-OPTED-IN
               MOVE EC-NO-CONTACT (EV-IDX) TO RL-NO-CONTACT
               WRITE EXTRACT-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO EXTRACT-REPORT-RECORD
           WRITE EXTRACT-REPORT-RECORD
           MOVE "EVENTS READ" TO TL-LABEL
           MOVE WS-EVENT-COUNT TO TL-COUNT
           WRITE EXTRACT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "SENT TO PROVIDER" TO TL-LABEL
           MOVE WS-SENT-COUNT TO TL-COUNT
           WRITE EXTRACT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "SUPPRESSED" TO TL-LABEL
           MOVE WS-SUPPRESSED-COUNT TO TL-COUNT
           WRITE EXTRACT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "UNKNOWN EVENT CODE" TO TL-LABEL
           MOVE WS-UNKNOWN-COUNT TO TL-COUNT
           WRITE EXTRACT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "CARRIED TO ALRTEVTO" TO TL-LABEL
           MOVE WS-CARRIED-COUNT TO TL-COUNT
           WRITE EXTRACT-REPORT-RECORD FROM WS-TOTAL-LINE
           IF WS-EXTRACT-REPORT-STATUS NOT = "00"
               DISPLAY "ALRTRPT WRITE FAILED, STATUS = "
                   WS-EXTRACT-REPORT-STATUS
           END-IF
           CLOSE EXTRACT-REPORT
           MOVE "ALRTRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
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
           MOVE WS-EVENT-COUNT TO CTL-INPUT-COUNT
           MOVE WS-SENT-COUNT TO CTL-OUTPUT-COUNT
           COMPUTE CTL-REJECT-COUNT =
               WS-SUPPRESSED-COUNT + WS-UNKNOWN-COUNT
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
       END PROGRAM ALRTEXT.
