      ******************************************************************
      * Author:
      * Date:
      * Purpose: Report repository service - a batch program CALLs
      *          here as soon as it closes a report.  The report is
      *          copied line for line (page breaks kept) into a dated
      *          archive file named for the report, the business
      *          date and the time it was archived, so a rerun never
      *          overwrites the first print, and an index line goes
      *          onto RPTINDEX with the program, report, business
      *          date and the page and line count.  RPTINQ finds and
      *          reprints an archived report; RPTPURGE removes the
      *          ones past their retention period.  The caller
      *          carries on whatever the answer - a report that
      *          could not be archived is still on its own DD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTARCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   The report and its archive copy are whatever names the
      *>   caller hands over, so both files assign to data names.
           SELECT OPTIONAL REPORT-IN-FILE ASSIGN TO WS-REPORT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-IN-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT OPTIONAL INDEX-FILE ASSIGN TO "RPTINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-IN-FILE.
       01  REPORT-IN-RECORD PIC X(256).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(256).
       FD  INDEX-FILE.
       COPY RPXREC.
       WORKING-STORAGE SECTION.
       01 WS-REPORT-IN-STATUS PIC XX VALUE SPACES.
           88 WS-REPORT-IN-OK VALUE "00".
           88 WS-REPORT-IN-EOF VALUE "10".
       01 WS-ARCHIVE-STATUS PIC XX VALUE SPACES.
       01 WS-INDEX-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-IN-NAME PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-NAME PIC X(28) VALUE SPACES.
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-BUSDATE-RC PIC 9 VALUE ZERO.
       01 WS-NOW-TIME PIC 9(8) VALUE ZERO.
       01 WS-ARCHIVE-TIME PIC 9(6) VALUE ZERO.
       01 WS-NAME-LENGTH PIC 9(2) VALUE ZERO.
       01 WS-SCAN-SUB PIC 9(3) VALUE ZERO.
       01 WS-PIECE-START PIC 9(3) VALUE ZERO.
       01 WS-PIECE-LENGTH PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-WRITE-ERRORS PIC 9(7) VALUE ZERO.
      *>   A report written AFTER ADVANCING PAGE reads back with the
      *>   form feed inside the line; the copy splits the line there
      *>   and writes the rest after a page throw of its own.
       01 WS-FORM-FEED PIC X VALUE X"0C".
       01 WS-FORM-FEED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PIECE-ADVANCE PIC X VALUE "L".
           88 PIECE-AFTER-LINE VALUE "L".
           88 PIECE-AFTER-PAGE VALUE "P".
      ******************************************************************
      * LK-PROGRAM-ID     the program that wrote the report
      * LK-REPORT-NAME    the report's DD name (AGEREPT, DUNCTL ...)
      * LK-BUSINESS-DATE  the business date the run was for; zeros
      *                   and RPTARCH asks BUSDATE itself
      * LK-ARCHIVE-RC     0 = archived and indexed
      *                   1 = no report under that name - nothing
      *                       archived
      *                   2 = archive or index write failed
      ******************************************************************
       LINKAGE SECTION.
       01 LK-PROGRAM-ID PIC X(8).
       01 LK-REPORT-NAME PIC X(12).
       01 LK-BUSINESS-DATE PIC 9(8).
       01 LK-ARCHIVE-RC PIC 9.
       PROCEDURE DIVISION USING LK-PROGRAM-ID, LK-REPORT-NAME,
           LK-BUSINESS-DATE, LK-ARCHIVE-RC.
       ArchiveReport.
           MOVE 0 TO LK-ARCHIVE-RC
           MOVE ZEROS TO WS-PAGE-COUNT WS-LINE-COUNT WS-WRITE-ERRORS
           MOVE LK-REPORT-NAME TO WS-REPORT-IN-NAME
           MOVE LK-BUSINESS-DATE TO WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = ZERO
               CALL "BUSDATE" USING WS-BUSINESS-DATE, WS-BUSDATE-RC
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME (1:6) TO WS-ARCHIVE-TIME
           MOVE SPACES TO WS-REPORT-IN-STATUS
           OPEN INPUT REPORT-IN-FILE
           IF NOT WS-REPORT-IN-OK
               IF WS-REPORT-IN-STATUS = "05"
                   CLOSE REPORT-IN-FILE
               END-IF
               DISPLAY "RPTARCH: REPORT " WS-REPORT-IN-NAME
                   " NOT FOUND - NOT ARCHIVED"
               MOVE 1 TO LK-ARCHIVE-RC
               GOBACK
           END-IF
           PERFORM BuildArchiveName
           MOVE SPACES TO WS-ARCHIVE-STATUS
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "RPTARCH: " WS-ARCHIVE-NAME
                   " OPEN FAILED, STATUS = " WS-ARCHIVE-STATUS
               CLOSE REPORT-IN-FILE
               MOVE 2 TO LK-ARCHIVE-RC
               GOBACK
           END-IF
           PERFORM UNTIL WS-REPORT-IN-EOF
               READ REPORT-IN-FILE
                   AT END SET WS-REPORT-IN-EOF TO TRUE
                   NOT AT END PERFORM CopyReportLine
               END-READ
           END-PERFORM
           CLOSE REPORT-IN-FILE ARCHIVE-FILE
      *>    A report with lines but no page throw is still one page.
           IF WS-PAGE-COUNT = ZERO AND WS-LINE-COUNT > ZERO
               MOVE 1 TO WS-PAGE-COUNT
           END-IF
           IF WS-WRITE-ERRORS > ZERO
               DISPLAY "RPTARCH: " WS-ARCHIVE-NAME " "
                   WS-WRITE-ERRORS " LINES FAILED TO WRITE"
               MOVE 2 TO LK-ARCHIVE-RC
           END-IF
           PERFORM WriteIndexLine
           DISPLAY "RPTARCH: " WS-REPORT-IN-NAME " ARCHIVED AS "
               WS-ARCHIVE-NAME " PAGES " WS-PAGE-COUNT
               " LINES " WS-LINE-COUNT
           GOBACK.

      *>----------------------------------------------------------------
      *> BuildArchiveName - the report name, then .D and the business
      *> date, then .T and the time archived (AGEREPT run for
      *> 20261015 at 21:40:07 is kept as AGEREPT.D20261015.T214007).
      *>----------------------------------------------------------------
       BuildArchiveName.
           MOVE ZERO TO WS-NAME-LENGTH
           PERFORM VARYING WS-SCAN-SUB FROM 12 BY -1
                   UNTIL WS-SCAN-SUB < 1
                   OR WS-NAME-LENGTH > ZERO
               IF WS-REPORT-IN-NAME (WS-SCAN-SUB:1) NOT = SPACE
                   MOVE WS-SCAN-SUB TO WS-NAME-LENGTH
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING WS-REPORT-IN-NAME (1:WS-NAME-LENGTH)
                   DELIMITED BY SIZE
               ".D" DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               ".T" DELIMITED BY SIZE
               WS-ARCHIVE-TIME DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           .

      *>----------------------------------------------------------------
      *> CopyReportLine - one report line onto the archive.  A line
      *> holding a form feed is cut at each one: the text ahead of
      *> it closes the old page (nothing is written when the line
      *> starts with the throw) and the text behind it opens the
      *> next page.  Each form feed counts one page.
      *>----------------------------------------------------------------
       CopyReportLine.
           MOVE ZERO TO WS-FORM-FEED-COUNT
           INSPECT REPORT-IN-RECORD TALLYING WS-FORM-FEED-COUNT
               FOR ALL WS-FORM-FEED
           SET PIECE-AFTER-LINE TO TRUE
           IF WS-FORM-FEED-COUNT = ZERO
               MOVE 1 TO WS-PIECE-START
               MOVE 256 TO WS-PIECE-LENGTH
               PERFORM WriteArchivePiece
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PIECE-START
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 256
               IF REPORT-IN-RECORD (WS-SCAN-SUB:1) = WS-FORM-FEED
                   COMPUTE WS-PIECE-LENGTH =
                       WS-SCAN-SUB - WS-PIECE-START
                   IF PIECE-AFTER-PAGE OR WS-PIECE-LENGTH > ZERO
                       PERFORM WriteArchivePiece
                   END-IF
                   ADD 1 TO WS-PAGE-COUNT
                   SET PIECE-AFTER-PAGE TO TRUE
                   COMPUTE WS-PIECE-START = WS-SCAN-SUB + 1
               END-IF
           END-PERFORM
           COMPUTE WS-PIECE-LENGTH = 257 - WS-PIECE-START
           PERFORM WriteArchivePiece
           .

       WriteArchivePiece.
           MOVE SPACES TO ARCHIVE-RECORD
           IF WS-PIECE-LENGTH > ZERO
               MOVE REPORT-IN-RECORD (WS-PIECE-START:WS-PIECE-LENGTH)
                   TO ARCHIVE-RECORD
           END-IF
           IF PIECE-AFTER-PAGE
               WRITE ARCHIVE-RECORD AFTER ADVANCING PAGE
           ELSE
               WRITE ARCHIVE-RECORD AFTER ADVANCING 1 LINE
           END-IF
           IF WS-ARCHIVE-STATUS = "00"
               ADD 1 TO WS-LINE-COUNT
           ELSE
               ADD 1 TO WS-WRITE-ERRORS
           END-IF
           .

       WriteIndexLine.
           OPEN EXTEND INDEX-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-INDEX-FILE-STATUS NOT = "00"
                   AND WS-INDEX-FILE-STATUS NOT = "05"
               OPEN OUTPUT INDEX-FILE
           END-IF
           MOVE SPACES TO RX-RECORD
           MOVE WS-REPORT-IN-NAME TO RX-REPORT-NAME
           MOVE WS-BUSINESS-DATE TO RX-BUSINESS-DATE
           MOVE WS-ARCHIVE-TIME TO RX-ARCHIVE-TIME
           MOVE LK-PROGRAM-ID TO RX-PROGRAM-ID
           MOVE WS-PAGE-COUNT TO RX-PAGE-COUNT
           MOVE WS-LINE-COUNT TO RX-LINE-COUNT
           MOVE WS-ARCHIVE-NAME TO RX-ARCHIVE-NAME
           WRITE RX-RECORD
           IF WS-INDEX-FILE-STATUS NOT = "00"
               DISPLAY "RPTINDEX WRITE FAILED, STATUS = "
                   WS-INDEX-FILE-STATUS
               MOVE 2 TO LK-ARCHIVE-RC
           END-IF
           CLOSE INDEX-FILE
           .
       END PROGRAM RPTARCH.
