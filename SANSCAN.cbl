      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly sanctions and watch-list rescan - when the
      *          WATCHLST header shows a list version or issue date
      *          other than the one last rescanned (held on SANSTAMP),
      *          every CUSTMAST customer not already on sanctions hold
      *          is screened again through the shared SANCHECK
      *          service, so a customer taken on before a name was
      *          listed is still caught.  Potential matches go to the
      *          SANQUEUE review queue as they do from CUSTMNT, and
      *          are listed with their best match score on the
      *          SANSCRPT report, which is copied to the report
      *          repository through RPTARCH as it closes.  SANSTAMP
      *          is only moved on once the rescan has finished, so a
      *          failed night rescans in full the next.  On a night
      *          the list has not changed nothing is rescanned;
      *          CUSTMNT screens every add and name change as it
      *          happens.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANSCAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-LIST-STATUS.
           SELECT OPTIONAL STAMP-FILE ASSIGN TO "SANSTAMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT SCAN-REPORT ASSIGN TO "SANSCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
       COPY WLREC.
      *>   SANSTAMP - the list version and issue date last rescanned.
       FD  STAMP-FILE.
       01  STAMP-RECORD.
           05 SS-LIST-VERSION PIC X(10).
           05 SS-LIST-DATE PIC 9(8).
           05 SS-SCAN-DATE PIC 9(8).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  SCAN-REPORT.
       01  SCAN-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-WATCH-LIST-STATUS PIC XX VALUE SPACES.
           88 WS-WATCH-LIST-OK VALUE "00".
       01 WS-STAMP-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-STAMP-FILE-OK VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
           88 CM-STATUS-END VALUE "10".
       01 WS-SCAN-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LIST-VERSION PIC X(10) VALUE SPACES.
       01 WS-LIST-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-VERSION PIC X(10) VALUE SPACES.
       01 WS-LAST-DATE PIC 9(8) VALUE ZERO.
      *>   SANCHECK parameter set.
       01 WS-SCREEN-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-SCREEN-NAME PIC X(30) VALUE SPACES.
       01 WS-SCREEN-SCORE PIC 9(3) VALUE ZERO.
       01 WS-SCREEN-RC PIC 9 VALUE ZERO.
       01 WS-CUSTOMER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SCREENED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-MATCH-COUNT PIC 9(9) VALUE ZERO.
       01 WS-HEADING-LINE.
           05 FILLER PIC X(30)
               VALUE "WATCH-LIST RESCAN - LIST ".
           05 HL-LIST-VERSION PIC X(10).
           05 FILLER PIC X(8) VALUE " ISSUED ".
           05 HL-LIST-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE "  RUN DATE".
           05 FILLER PIC X(1) VALUE SPACE.
           05 HL-RUN-DATE PIC 9(8).
       01 WS-REPORT-LINE.
           05 RL-ACCOUNT PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-SCORE PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-TEXT PIC X(30).
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(30).
           05 TL-COUNT PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "SANSCAN " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM GetListVersion
           IF WS-LIST-VERSION = WS-LAST-VERSION
                   AND WS-LIST-DATE = WS-LAST-DATE
               DISPLAY "WATCH LIST " WS-LIST-VERSION " OF "
                   WS-LIST-DATE " ALREADY RESCANNED - NO RESCAN"
               PERFORM WriteControlRecord
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SCAN-REPORT
           MOVE WS-LIST-VERSION TO HL-LIST-VERSION
           MOVE WS-LIST-DATE TO HL-LIST-DATE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE SCAN-REPORT-RECORD FROM WS-HEADING-LINE
           MOVE ZERO TO CM-ACCOUNT-NO
           START CUSTOMER-MASTER KEY NOT < CM-ACCOUNT-NO
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTMAST START FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               SET CM-STATUS-END TO TRUE
           END-IF
           PERFORM UNTIL CM-STATUS-END
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET CM-STATUS-END TO TRUE
                   NOT AT END PERFORM ScreenOneCustomer
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           PERFORM WriteScanTotals
           CLOSE SCAN-REPORT
           MOVE "SANSCRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           IF WS-SCREEN-RC NOT = 2
               PERFORM WriteListStamp
           END-IF
           DISPLAY "CUSTOMERS READ     : " WS-CUSTOMER-COUNT
           DISPLAY "SCREENED           : " WS-SCREENED-COUNT
           DISPLAY "POTENTIAL MATCHES  : " WS-MATCH-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> GetListVersion - the version and issue date on the list's
      *> header, and the ones the last completed rescan stamped.
      *>----------------------------------------------------------------
       GetListVersion.
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-LIST-OK
               READ WATCH-LIST-FILE
                   NOT AT END
                       IF WL-HEADER
                           MOVE WL-LIST-VERSION TO WS-LIST-VERSION
                           MOVE WL-LIST-DATE TO WS-LIST-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE WATCH-LIST-FILE
           IF WS-LIST-VERSION = SPACES
               DISPLAY "WATCHLST MISSING OR WITHOUT ITS HEADER - "
                   "RESCAN REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT STAMP-FILE
           IF WS-STAMP-FILE-OK
               READ STAMP-FILE
                   NOT AT END
                       MOVE SS-LIST-VERSION TO WS-LAST-VERSION
                       MOVE SS-LIST-DATE TO WS-LAST-DATE
               END-READ
           END-IF
           CLOSE STAMP-FILE
           .

      *>    An account already on sanctions hold has been decided;
      *>    screening it again would only queue it a second time.
       ScreenOneCustomer.
           ADD 1 TO WS-CUSTOMER-COUNT
           IF CM-SANCTIONS-HOLD
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCREENED-COUNT
           MOVE CM-ACCOUNT-NO TO WS-SCREEN-ACCOUNT
           MOVE CM-CUSTOMER-NAME TO WS-SCREEN-NAME
           CALL "SANCHECK" USING WS-RUN-PROGRAM-ID, WS-RUN-DATE,
               WS-SCREEN-ACCOUNT, WS-SCREEN-NAME, WS-SCREEN-SCORE,
               WS-SCREEN-RC
           EVALUATE WS-SCREEN-RC
               WHEN 1
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE CM-ACCOUNT-NO TO RL-ACCOUNT
                   MOVE CM-CUSTOMER-NAME TO RL-NAME
                   MOVE WS-SCREEN-SCORE TO RL-SCORE
                   MOVE "POTENTIAL MATCH - FOR REVIEW" TO RL-TEXT
                   WRITE SCAN-REPORT-RECORD FROM WS-REPORT-LINE
                   IF WS-SCAN-REPORT-STATUS NOT = "00"
                       DISPLAY "SANSCRPT WRITE FAILED, STATUS = "
                           WS-SCAN-REPORT-STATUS
                   END-IF
               WHEN 2
      *>            No list loaded - nothing further can be screened.
                   DISPLAY "WATCH LIST NOT LOADED - RESCAN STOPPED"
                   MOVE 12 TO RETURN-CODE
                   SET CM-STATUS-END TO TRUE
           END-EVALUATE
           .

       WriteScanTotals.
           MOVE SPACES TO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD
           MOVE "CUSTOMERS READ" TO TL-LABEL
           MOVE WS-CUSTOMER-COUNT TO TL-COUNT
           WRITE SCAN-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "ALREADY ON SANCTIONS HOLD" TO TL-LABEL
           MOVE WS-HELD-COUNT TO TL-COUNT
           WRITE SCAN-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "SCREENED" TO TL-LABEL
           MOVE WS-SCREENED-COUNT TO TL-COUNT
           WRITE SCAN-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "POTENTIAL MATCHES" TO TL-LABEL
           MOVE WS-MATCH-COUNT TO TL-COUNT
           WRITE SCAN-REPORT-RECORD FROM WS-TOTAL-LINE
           .

       WriteListStamp.
           OPEN OUTPUT STAMP-FILE
           MOVE WS-LIST-VERSION TO SS-LIST-VERSION
           MOVE WS-LIST-DATE TO SS-LIST-DATE
           MOVE WS-RUN-DATE TO SS-SCAN-DATE
           WRITE STAMP-RECORD
           IF WS-STAMP-FILE-STATUS NOT = "00"
               DISPLAY "SANSTAMP WRITE FAILED, STATUS = "
                   WS-STAMP-FILE-STATUS
           END-IF
           CLOSE STAMP-FILE
           .

       WriteControlRecord.
           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
                   AND WS-CONTROL-FILE-STATUS NOT = "05"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-CUSTOMER-COUNT TO CTL-INPUT-COUNT
           MOVE WS-SCREENED-COUNT TO CTL-OUTPUT-COUNT
           MOVE WS-MATCH-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM SANSCAN.
