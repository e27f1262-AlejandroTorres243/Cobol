      ******************************************************************
      * Author:
      * Date:
      * Purpose: Report repository inquiry and reprint - ACCEPT a
      *          report name (every archived run of it) or a business
      *          date (every report archived for that day) and list
      *          the RPTINDEX entries with their page and line counts,
      *          or reprint one archived report onto RPTPRINT by name
      *          and business date (and the archive time when the
      *          report ran more than once that day - blank takes the
      *          latest).  Page throws in the archive are kept, so
      *          the reprint comes off the printer as the original
      *          did.  Read-only, behind the same SIGNON layer as the
      *          other inquiry screens.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INDEX-FILE ASSIGN TO "RPTINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.
      *>   The archive to reprint is whichever the index names, so it
      *>   assigns to a data name.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT OPTIONAL PRINT-FILE ASSIGN TO "RPTPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FILE.
       COPY RPXREC.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(256).
       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(256).
       WORKING-STORAGE SECTION.
       01 WS-INDEX-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-INDEX-FILE-OK VALUE "00".
           88 WS-INDEX-FILE-EOF VALUE "10".
       01 WS-ARCHIVE-STATUS PIC XX VALUE SPACES.
           88 WS-ARCHIVE-OK VALUE "00".
           88 WS-ARCHIVE-EOF VALUE "10".
       01 WS-PRINT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-SIGNON-PROGRAM PIC X(8) VALUE "RPTINQ".
       01 WS-SIGNON-ROLE PIC X VALUE "I".
       01 WS-SIGNON-OPERATOR PIC 9(4) VALUE ZERO.
       01 WS-SIGNON-RC PIC 9 VALUE ZERO.
      *>   Session control work for the SESSCHK re-validation the
      *>   screen makes between actions.
       01 WS-SESSION-FUNC PIC X VALUE "C".
       01 WS-SESSION-RC PIC 9 VALUE ZERO.
       01 WS-OPTION PIC X VALUE SPACE.
           88 OPTION-REPORT  VALUE "N".
           88 OPTION-DATE    VALUE "D".
           88 OPTION-REPRINT VALUE "R".
           88 OPTION-QUIT    VALUE "Q".
       01 WS-REPORT-NAME PIC X(12) VALUE SPACES.
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-TIME-ENTRY PIC X(6) VALUE SPACES.
       01 WS-ARCHIVE-NAME PIC X(28) VALUE SPACES.
       01 WS-CHOSEN-TIME PIC 9(6) VALUE ZERO.
       01 WS-CHOSEN-PAGES PIC 9(5) VALUE ZERO.
       01 WS-CHOSEN-LINES PIC 9(7) VALUE ZERO.
       01 WS-MATCH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PRINT-LINES PIC 9(7) VALUE ZERO.
      *>   A form feed read back from the archive is cut out and the
      *>   reprint throws the page itself, as RPTARCH did.
       01 WS-FORM-FEED PIC X VALUE X"0C".
       01 WS-FORM-FEED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SCAN-SUB PIC 9(3) VALUE ZERO.
       01 WS-PIECE-START PIC 9(3) VALUE ZERO.
       01 WS-PIECE-LENGTH PIC 9(3) VALUE ZERO.
       01 WS-PIECE-ADVANCE PIC X VALUE "L".
           88 PIECE-AFTER-LINE VALUE "L".
           88 PIECE-AFTER-PAGE VALUE "P".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>    Archived reports carry balances and customer detail, so
      *>    the operator signs on through the shared SIGNON layer.
           CALL "SIGNON" USING WS-SIGNON-PROGRAM, WS-SIGNON-ROLE,
               WS-SIGNON-OPERATOR, WS-SIGNON-RC
           IF WS-SIGNON-RC NOT = 0
               DISPLAY "RPTINQ UNAVAILABLE WITHOUT SIGN-ON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL OPTION-QUIT
               DISPLAY "ARCHIVED REPORTS BY (N)AME, BY (D)ATE, "
                   "(R)EPRINT, (Q)UIT - " WITH NO ADVANCING
               ACCEPT WS-OPTION
      *>        The session re-validates before every action; idle
      *>        too long means back through SIGNON or out.
               MOVE "C" TO WS-SESSION-FUNC
               CALL "SESSCHK" USING WS-SESSION-FUNC,
                   WS-SIGNON-OPERATOR, WS-SESSION-RC
               IF WS-SESSION-RC = 1
                   DISPLAY "SESSION TIMED OUT - SIGN ON AGAIN"
                   CALL "SIGNON" USING WS-SIGNON-PROGRAM,
                       WS-SIGNON-ROLE, WS-SIGNON-OPERATOR,
                       WS-SIGNON-RC
                   IF WS-SIGNON-RC NOT = 0
                       SET OPTION-QUIT TO TRUE
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN OPTION-REPORT  PERFORM ListByReport
                   WHEN OPTION-DATE    PERFORM ListByDate
                   WHEN OPTION-REPRINT PERFORM ReprintReport
                   WHEN OPTION-QUIT    CONTINUE
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED OPTION " WS-OPTION
               END-EVALUATE
           END-PERFORM
           MOVE "E" TO WS-SESSION-FUNC
           CALL "SESSCHK" USING WS-SESSION-FUNC,
               WS-SIGNON-OPERATOR, WS-SESSION-RC
           STOP RUN.

       ListByReport.
           DISPLAY "REPORT NAME - " WITH NO ADVANCING
           ACCEPT WS-REPORT-NAME
           MOVE ZERO TO WS-MATCH-COUNT
           PERFORM OpenIndex
           PERFORM UNTIL NOT WS-INDEX-FILE-OK
               READ INDEX-FILE
                   AT END SET WS-INDEX-FILE-EOF TO TRUE
                   NOT AT END
                       IF RX-REPORT-NAME = WS-REPORT-NAME
                           PERFORM ShowIndexLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDEX-FILE
           DISPLAY "ARCHIVED RUNS FOUND: " WS-MATCH-COUNT
           .

       ListByDate.
           DISPLAY "BUSINESS DATE (YYYYMMDD) - " WITH NO ADVANCING
           ACCEPT WS-BUSINESS-DATE
           MOVE ZERO TO WS-MATCH-COUNT
           PERFORM OpenIndex
           PERFORM UNTIL NOT WS-INDEX-FILE-OK
               READ INDEX-FILE
                   AT END SET WS-INDEX-FILE-EOF TO TRUE
                   NOT AT END
                       IF RX-BUSINESS-DATE = WS-BUSINESS-DATE
                           PERFORM ShowIndexLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDEX-FILE
           DISPLAY "ARCHIVED RUNS FOUND: " WS-MATCH-COUNT
           .

       ShowIndexLine.
           ADD 1 TO WS-MATCH-COUNT
           DISPLAY RX-REPORT-NAME " " RX-BUSINESS-DATE " AT "
               RX-ARCHIVE-TIME " BY " RX-PROGRAM-ID " PAGES "
               RX-PAGE-COUNT " LINES " RX-LINE-COUNT
           .

      *>----------------------------------------------------------------
      *> ReprintReport - find the archive for the name and date (the
      *> given archive time, or the latest run that day when the time
      *> is left blank) and copy it onto RPTPRINT.
      *>----------------------------------------------------------------
       ReprintReport.
           DISPLAY "REPORT NAME - " WITH NO ADVANCING
           ACCEPT WS-REPORT-NAME
           DISPLAY "BUSINESS DATE (YYYYMMDD) - " WITH NO ADVANCING
           ACCEPT WS-BUSINESS-DATE
           DISPLAY "ARCHIVE TIME (HHMMSS, BLANK FOR LATEST) - "
               WITH NO ADVANCING
           ACCEPT WS-TIME-ENTRY
           IF WS-TIME-ENTRY NOT = SPACES AND WS-TIME-ENTRY NOT NUMERIC
               DISPLAY "ARCHIVE TIME MUST BE HHMMSS"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE ZERO TO WS-CHOSEN-TIME
           MOVE SPACES TO WS-ARCHIVE-NAME
           PERFORM OpenIndex
           PERFORM UNTIL NOT WS-INDEX-FILE-OK
               READ INDEX-FILE
                   AT END SET WS-INDEX-FILE-EOF TO TRUE
                   NOT AT END
                       IF RX-REPORT-NAME = WS-REPORT-NAME
                               AND RX-BUSINESS-DATE = WS-BUSINESS-DATE
                           ADD 1 TO WS-MATCH-COUNT
                           PERFORM ChooseArchive
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDEX-FILE
           IF WS-ARCHIVE-NAME = SPACES
               DISPLAY "NO ARCHIVE OF " WS-REPORT-NAME " FOR "
                   WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-MATCH-COUNT > 1 AND WS-TIME-ENTRY = SPACES
               DISPLAY WS-MATCH-COUNT " RUNS THAT DAY - REPRINTING "
                   "THE LATEST, ARCHIVED AT " WS-CHOSEN-TIME
           END-IF
           PERFORM CopyArchiveToPrint
           .

       ChooseArchive.
           IF WS-TIME-ENTRY = SPACES
               IF RX-ARCHIVE-TIME NOT < WS-CHOSEN-TIME
                   PERFORM KeepChosenArchive
               END-IF
           ELSE
               IF RX-ARCHIVE-TIME = WS-TIME-ENTRY
                   PERFORM KeepChosenArchive
               END-IF
           END-IF
           .

       KeepChosenArchive.
           MOVE RX-ARCHIVE-TIME TO WS-CHOSEN-TIME
           MOVE RX-ARCHIVE-NAME TO WS-ARCHIVE-NAME
           MOVE RX-PAGE-COUNT TO WS-CHOSEN-PAGES
           MOVE RX-LINE-COUNT TO WS-CHOSEN-LINES
           .

       CopyArchiveToPrint.
           MOVE ZERO TO WS-PRINT-LINES
           MOVE SPACES TO WS-ARCHIVE-STATUS
           OPEN INPUT ARCHIVE-FILE
           IF NOT WS-ARCHIVE-OK
               IF WS-ARCHIVE-STATUS = "05"
                   CLOSE ARCHIVE-FILE
               END-IF
               DISPLAY WS-ARCHIVE-NAME " IS NO LONGER ON FILE"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PRINT-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-PRINT-FILE-STATUS NOT = "00"
                   AND WS-PRINT-FILE-STATUS NOT = "05"
               OPEN OUTPUT PRINT-FILE
           END-IF
           PERFORM UNTIL WS-ARCHIVE-EOF
               READ ARCHIVE-FILE
                   AT END SET WS-ARCHIVE-EOF TO TRUE
                   NOT AT END PERFORM PrintArchiveLine
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE PRINT-FILE
      *>    A purged archive is left empty until it is scratched.
           IF WS-PRINT-LINES = ZERO
               DISPLAY WS-ARCHIVE-NAME " IS EMPTY - PURGED"
           ELSE
               DISPLAY WS-REPORT-NAME " FOR " WS-BUSINESS-DATE
                   " REPRINTED ON RPTPRINT - " WS-CHOSEN-PAGES
                   " PAGES, " WS-PRINT-LINES " LINES"
               IF WS-PRINT-LINES NOT = WS-CHOSEN-LINES
                   DISPLAY "WARNING - INDEX SHOWS " WS-CHOSEN-LINES
                       " LINES FOR THIS ARCHIVE"
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> PrintArchiveLine - the line goes out as it came in, cut at
      *> each form feed with the text behind it opening a new page.
      *>----------------------------------------------------------------
       PrintArchiveLine.
           MOVE ZERO TO WS-FORM-FEED-COUNT
           INSPECT ARCHIVE-RECORD TALLYING WS-FORM-FEED-COUNT
               FOR ALL WS-FORM-FEED
           SET PIECE-AFTER-LINE TO TRUE
           IF WS-FORM-FEED-COUNT = ZERO
               MOVE 1 TO WS-PIECE-START
               MOVE 256 TO WS-PIECE-LENGTH
               PERFORM WritePrintPiece
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PIECE-START
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 256
               IF ARCHIVE-RECORD (WS-SCAN-SUB:1) = WS-FORM-FEED
                   COMPUTE WS-PIECE-LENGTH =
                       WS-SCAN-SUB - WS-PIECE-START
                   IF PIECE-AFTER-PAGE OR WS-PIECE-LENGTH > ZERO
                       PERFORM WritePrintPiece
                   END-IF
                   SET PIECE-AFTER-PAGE TO TRUE
                   COMPUTE WS-PIECE-START = WS-SCAN-SUB + 1
               END-IF
           END-PERFORM
           COMPUTE WS-PIECE-LENGTH = 257 - WS-PIECE-START
           PERFORM WritePrintPiece
           .

       WritePrintPiece.
           MOVE SPACES TO PRINT-RECORD
           IF WS-PIECE-LENGTH > ZERO
               MOVE ARCHIVE-RECORD (WS-PIECE-START:WS-PIECE-LENGTH)
                   TO PRINT-RECORD
           END-IF
           IF PIECE-AFTER-PAGE
               WRITE PRINT-RECORD AFTER ADVANCING PAGE
           ELSE
               WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           IF WS-PRINT-FILE-STATUS = "00"
               ADD 1 TO WS-PRINT-LINES
           ELSE
               DISPLAY "RPTPRINT WRITE FAILED, STATUS = "
                   WS-PRINT-FILE-STATUS
           END-IF
           .

       OpenIndex.
           MOVE SPACES TO WS-INDEX-FILE-STATUS
           OPEN INPUT INDEX-FILE
           IF NOT WS-INDEX-FILE-OK
               DISPLAY "RPTINDEX NOT AVAILABLE, STATUS = "
                   WS-INDEX-FILE-STATUS
           END-IF
           .
       END PROGRAM RPTINQ.
