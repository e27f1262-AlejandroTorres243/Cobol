      ******************************************************************
      * Author:
      * Date:
      * Purpose: Report repository purge - pass the RPTINDEX index
      *          against the retention period for each report on
      *          the RPTRETN card file (report name and days; a "*"
      *          card sets the period for every report without a
      *          card of its own, 365 days when there is none, and
      *          0000 days keeps a report for good).  An archived
      *          report whose business date is older than its
      *          period allows is purged: the archive file is
      *          emptied and listed on RPTPURGR for the operator to
      *          scratch, and its index line is dropped.  Every
      *          other line goes to RPTINDXO, the slimmed index the
      *          operator swaps in for RPTINDEX, as CTLARCH does for
      *          the control file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETENTION-FILE ASSIGN TO "RPTRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENTION-FILE-STATUS.
           SELECT OPTIONAL INDEX-FILE ASSIGN TO "RPTINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT NEW-INDEX-FILE ASSIGN TO "RPTINDXO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-INDEX-STATUS.
      *>   Each purged archive is a different name, so the archive
      *>   file assigns to a data name.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT PURGE-REPORT ASSIGN TO "RPTPURGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-FILE.
       01  RETENTION-RECORD.
           05 RR-REPORT-NAME PIC X(12).
           05 FILLER PIC X(1).
           05 RR-RETAIN-DAYS PIC 9(4).
       FD  INDEX-FILE.
       COPY RPXREC.
       FD  NEW-INDEX-FILE.
       01  NEW-INDEX-RECORD PIC X(80).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(256).
       FD  PURGE-REPORT.
       01  PURGE-REPORT-RECORD PIC X(100).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       01 WS-RETENTION-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-RETENTION-FILE-OK VALUE "00".
           88 WS-RETENTION-FILE-EOF VALUE "10".
       01 WS-INDEX-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-INDEX-FILE-OK VALUE "00".
           88 WS-INDEX-FILE-EOF VALUE "10".
       01 WS-NEW-INDEX-STATUS PIC XX VALUE SPACES.
       01 WS-ARCHIVE-STATUS PIC XX VALUE SPACES.
       01 WS-PURGE-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-ARCHIVE-NAME PIC X(28) VALUE SPACES.
      *>   Retention periods from RPTRETN, by report name.
       01 WS-DEFAULT-DAYS PIC 9(4) VALUE 365.
       01 WS-RETENTION-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RETENTION-TABLE.
           05 WS-RETENTION-ENTRY OCCURS 200 TIMES
               INDEXED BY RT-IDX.
               10 RT-REPORT-NAME PIC X(12).
               10 RT-RETAIN-DAYS PIC 9(4).
       01 WS-RETAIN-DAYS PIC 9(4) VALUE ZERO.
      *>   DATECALC parameter set.
       01 WS-DATE-FUNCTION PIC X.
       01 WS-DATE-1 PIC 9(8).
       01 WS-DATE-2 PIC 9(8).
       01 WS-DAY-COUNT PIC S9(7).
       01 WS-DATE-RESULT PIC 9(8).
       01 WS-DATE-RC PIC 9.
       01 WS-INDEX-COUNT PIC 9(9) VALUE ZERO.
       01 WS-KEPT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-PURGED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-PURGED-PAGES PIC 9(9) VALUE ZERO.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(40) VALUE
               "REPORT REPOSITORY PURGE".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 TL-RUN-DATE PIC 9(8).
       01 WS-HEADING-LINE.
           05 FILLER PIC X(13) VALUE "REPORT".
           05 FILLER PIC X(10) VALUE "BUS DATE".
           05 FILLER PIC X(9) VALUE "PROGRAM".
           05 FILLER PIC X(7) VALUE "PAGES".
           05 FILLER PIC X(9) VALUE "LINES".
           05 FILLER PIC X(6) VALUE "DAYS".
           05 FILLER PIC X(28) VALUE "ARCHIVE FILE SCRATCHED".
       01 WS-DETAIL-LINE.
           05 DL-REPORT-NAME PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-BUSINESS-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-PROGRAM-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-PAGE-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-LINE-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-RETAIN-DAYS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-ARCHIVE-NAME PIC X(28).
       01 WS-TOTAL-LINE.
           05 TOT-LABEL PIC X(30).
           05 TOT-COUNT PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "RPTPURGE" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM LoadRetention
           OPEN INPUT INDEX-FILE
      *>    Status "05" is a missing OPTIONAL index - the first READ
      *>    answers end of file and the run reports nothing purged.
           IF NOT WS-INDEX-FILE-OK
                   AND WS-INDEX-FILE-STATUS NOT = "05"
               DISPLAY "RPTINDEX NOT AVAILABLE, STATUS = "
                   WS-INDEX-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-INDEX-FILE
           OPEN OUTPUT PURGE-REPORT
           MOVE WS-RUN-DATE TO TL-RUN-DATE
           WRITE PURGE-REPORT-RECORD FROM WS-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE PURGE-REPORT-RECORD FROM WS-HEADING-LINE
               AFTER ADVANCING 2 LINES
           PERFORM UNTIL WS-INDEX-FILE-EOF
               READ INDEX-FILE
                   AT END SET WS-INDEX-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INDEX-COUNT
                       PERFORM JudgeOneArchive
               END-READ
           END-PERFORM
           IF WS-PURGED-COUNT = ZERO
               MOVE "NO ARCHIVED REPORTS PAST THEIR RETENTION"
                   TO PURGE-REPORT-RECORD
               WRITE PURGE-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           MOVE "INDEX ENTRIES READ" TO TOT-LABEL
           MOVE WS-INDEX-COUNT TO TOT-COUNT
           WRITE PURGE-REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "ARCHIVES KEPT" TO TOT-LABEL
           MOVE WS-KEPT-COUNT TO TOT-COUNT
           WRITE PURGE-REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ARCHIVES PURGED" TO TOT-LABEL
           MOVE WS-PURGED-COUNT TO TOT-COUNT
           WRITE PURGE-REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           CLOSE INDEX-FILE NEW-INDEX-FILE PURGE-REPORT
           DISPLAY "---------- RPTPURGE TOTALS ----------"
           DISPLAY "RETENTION CARDS   : " WS-RETENTION-COUNT
           DISPLAY "DEFAULT DAYS      : " WS-DEFAULT-DAYS
           DISPLAY "INDEX ENTRIES READ: " WS-INDEX-COUNT
           DISPLAY "ARCHIVES KEPT     : " WS-KEPT-COUNT
           DISPLAY "ARCHIVES PURGED   : " WS-PURGED-COUNT
           DISPLAY "PAGES PURGED      : " WS-PURGED-PAGES
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> LoadRetention - one card per report name; the "*" card is the
      *> period for any report without its own.  A card whose days
      *> are not numeric is ignored.
      *>----------------------------------------------------------------
       LoadRetention.
           OPEN INPUT RETENTION-FILE
           IF NOT WS-RETENTION-FILE-OK
               IF WS-RETENTION-FILE-STATUS = "05"
                   CLOSE RETENTION-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RETENTION-FILE-EOF
               READ RETENTION-FILE
                   AT END SET WS-RETENTION-FILE-EOF TO TRUE
                   NOT AT END
                       IF RR-RETAIN-DAYS NOT NUMERIC
                           DISPLAY "RPTRETN CARD IGNORED: "
                               RETENTION-RECORD
                       ELSE
                           IF RR-REPORT-NAME = "*"
                               MOVE RR-RETAIN-DAYS TO WS-DEFAULT-DAYS
                           ELSE
                               IF WS-RETENTION-COUNT < 200
                                   ADD 1 TO WS-RETENTION-COUNT
                                   MOVE RR-REPORT-NAME TO
                                       RT-REPORT-NAME
                                           (WS-RETENTION-COUNT)
                                   MOVE RR-RETAIN-DAYS TO
                                       RT-RETAIN-DAYS
                                           (WS-RETENTION-COUNT)
                               ELSE
                                   DISPLAY "RPTRETN TABLE FULL - "
                                       RR-REPORT-NAME " TAKES "
                                       "THE DEFAULT"
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETENTION-FILE
           .

      *>----------------------------------------------------------------
      *> JudgeOneArchive - the archive outlives its period when its
      *> business date falls before the run date less the period.
      *>----------------------------------------------------------------
       JudgeOneArchive.
           MOVE WS-DEFAULT-DAYS TO WS-RETAIN-DAYS
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RETENTION-COUNT
               IF RT-REPORT-NAME (RT-IDX) = RX-REPORT-NAME
                   MOVE RT-RETAIN-DAYS (RT-IDX) TO WS-RETAIN-DAYS
                   SET RT-IDX TO WS-RETENTION-COUNT
               END-IF
           END-PERFORM
           IF WS-RETAIN-DAYS = ZERO
               PERFORM KeepArchive
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO WS-DATE-FUNCTION
           MOVE WS-RUN-DATE TO WS-DATE-1
           COMPUTE WS-DAY-COUNT = 0 - WS-RETAIN-DAYS
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC NOT = 0
                   OR RX-BUSINESS-DATE NOT < WS-DATE-RESULT
               PERFORM KeepArchive
           ELSE
               PERFORM PurgeArchive
           END-IF
           .

       KeepArchive.
           ADD 1 TO WS-KEPT-COUNT
           WRITE NEW-INDEX-RECORD FROM RX-RECORD
           IF WS-NEW-INDEX-STATUS NOT = "00"
               DISPLAY "RPTINDXO WRITE FAILED, STATUS = "
                   WS-NEW-INDEX-STATUS
           END-IF
           .

      *>----------------------------------------------------------------
      *> PurgeArchive - opening the archive for output and closing it
      *> again leaves it empty; the report line tells the operator
      *> which names to scratch.
      *>----------------------------------------------------------------
       PurgeArchive.
           ADD 1 TO WS-PURGED-COUNT
           ADD RX-PAGE-COUNT TO WS-PURGED-PAGES
           MOVE RX-ARCHIVE-NAME TO WS-ARCHIVE-NAME
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               CLOSE ARCHIVE-FILE
           ELSE
               DISPLAY WS-ARCHIVE-NAME " NOT EMPTIED, STATUS = "
                   WS-ARCHIVE-STATUS
           END-IF
           MOVE RX-REPORT-NAME TO DL-REPORT-NAME
           MOVE RX-BUSINESS-DATE TO DL-BUSINESS-DATE
           MOVE RX-PROGRAM-ID TO DL-PROGRAM-ID
           MOVE RX-PAGE-COUNT TO DL-PAGE-COUNT
           MOVE RX-LINE-COUNT TO DL-LINE-COUNT
           MOVE WS-RETAIN-DAYS TO DL-RETAIN-DAYS
           MOVE RX-ARCHIVE-NAME TO DL-ARCHIVE-NAME
           WRITE PURGE-REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
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
           MOVE WS-INDEX-COUNT TO CTL-INPUT-COUNT
           MOVE WS-KEPT-COUNT TO CTL-OUTPUT-COUNT
           MOVE WS-PURGED-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM RPTPURGE.
