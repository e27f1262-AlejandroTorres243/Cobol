      ******************************************************************
      * Author:
      * Date:
      * Purpose: Held-mail release run - read the MAILRLSE lines
      *          CUSTMNT appends when a new address clears a
      *          customer's gone-away flag, then pass the HELDDOCS
      *          held-mail file: every statement, letter and notice
      *          held for a released account up to its release date
      *          prints on REPRINT (a new page per document), and
      *          everything else carries unchanged to HELDDOCO for
      *          the next release.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCRLSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RELEASE-FILE ASSIGN TO "MAILRLSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.
           SELECT OPTIONAL HELD-FILE ASSIGN TO "HELDDOCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT NEW-HELD-FILE ASSIGN TO "HELDDOCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-HELD-STATUS.
           SELECT REPRINT-FILE ASSIGN TO "REPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-FILE-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-FILE.
       01  RELEASE-FILE-RECORD PIC X(30).
       FD  HELD-FILE.
       01  HELD-FILE-RECORD PIC X(112).
       FD  NEW-HELD-FILE.
       01  NEW-HELD-RECORD PIC X(112).
       FD  REPRINT-FILE.
       01  REPRINT-FILE-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       COPY MRLREC.
       COPY HLDREC.
       01 WS-RELEASE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-RELEASE-FILE-OK VALUE "00".
           88 WS-RELEASE-FILE-EOF VALUE "10".
       01 WS-HELD-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-HELD-FILE-OK VALUE "00".
           88 WS-HELD-FILE-EOF VALUE "10".
       01 WS-NEW-HELD-STATUS PIC XX VALUE SPACES.
       01 WS-REPRINT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   Released accounts, keeping the latest release date when
      *>   an account was released more than once.
       01 RELEASE-TABLE.
           05 RELEASE-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON RELEASE-COUNT
               INDEXED BY RLS-IDX.
               10 RT-ACCOUNT-NO PIC 9(10).
               10 RT-RELEASE-DATE PIC 9(8).
       01 RELEASE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-RELEASE-DATE PIC 9(8) VALUE ZERO.
      *>   The document last reprinted, so a change of account,
      *>   program, date or document number starts a new page.
       01 WS-LAST-DOCUMENT PIC X(32) VALUE SPACES.
       01 WS-HELD-READ PIC 9(9) VALUE ZERO.
       01 WS-REPRINT-LINES PIC 9(9) VALUE ZERO.
       01 WS-REPRINT-DOCS PIC 9(9) VALUE ZERO.
       01 WS-STILL-HELD PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "DOCRLSE " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           PERFORM LoadReleases
           OPEN INPUT HELD-FILE
           IF NOT WS-HELD-FILE-OK
               DISPLAY "HELDDOCS NOT AVAILABLE, STATUS = "
                   WS-HELD-FILE-STATUS
               SET WS-HELD-FILE-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-HELD-FILE
           OPEN OUTPUT REPRINT-FILE
           PERFORM UNTIL WS-HELD-FILE-EOF
               READ HELD-FILE
                   AT END SET WS-HELD-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE HELD-FILE-RECORD TO HD-RECORD
                       ADD 1 TO WS-HELD-READ
                       PERFORM RouteOneLine
               END-READ
           END-PERFORM
           CLOSE HELD-FILE NEW-HELD-FILE REPRINT-FILE
           MOVE "REPRINT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- HELD MAIL RELEASE TOTALS ----------"
           DISPLAY "ACCOUNTS RELEASED  : " RELEASE-COUNT
           DISPLAY "HELD LINES READ    : " WS-HELD-READ
           DISPLAY "DOCUMENTS REPRINTED: " WS-REPRINT-DOCS
           DISPLAY "LINES REPRINTED    : " WS-REPRINT-LINES
           DISPLAY "LINES STILL HELD   : " WS-STILL-HELD
           PERFORM WriteControlRecord
           STOP RUN.

       LoadReleases.
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-FILE-OK
               PERFORM UNTIL WS-RELEASE-FILE-EOF
                   READ RELEASE-FILE
                       AT END SET WS-RELEASE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE RELEASE-FILE-RECORD TO MRL-RECORD
                           PERFORM KeepOneRelease
                   END-READ
               END-PERFORM
               CLOSE RELEASE-FILE
           ELSE
               IF WS-RELEASE-FILE-STATUS = "05"
                   CLOSE RELEASE-FILE
               END-IF
           END-IF
           .

       KeepOneRelease.
           IF MRL-ACCOUNT-NO NOT NUMERIC
                   OR MRL-RELEASE-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING RLS-IDX FROM 1 BY 1
                   UNTIL RLS-IDX > RELEASE-COUNT
               IF RT-ACCOUNT-NO (RLS-IDX) = MRL-ACCOUNT-NO
                   SET WS-FOUND-SUB TO RLS-IDX
                   SET RLS-IDX TO RELEASE-COUNT
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF RELEASE-COUNT >= 500
                   DISPLAY "RELEASE TABLE FULL - " MRL-ACCOUNT-NO
                       " NOT RELEASED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RELEASE-COUNT
               MOVE RELEASE-COUNT TO WS-FOUND-SUB
               MOVE MRL-ACCOUNT-NO TO RT-ACCOUNT-NO (WS-FOUND-SUB)
               MOVE ZEROS TO RT-RELEASE-DATE (WS-FOUND-SUB)
           END-IF
           IF MRL-RELEASE-DATE > RT-RELEASE-DATE (WS-FOUND-SUB)
               MOVE MRL-RELEASE-DATE TO RT-RELEASE-DATE (WS-FOUND-SUB)
           END-IF
           .

      *>----------------------------------------------------------------
      *> RouteOneLine - a line held for a released account on or
      *> before its release date reprints; a line held after the
      *> release (the customer has gone away again since) or for an
      *> account never released stays held.
      *>----------------------------------------------------------------
       RouteOneLine.
           MOVE ZEROS TO WS-RELEASE-DATE
           PERFORM VARYING RLS-IDX FROM 1 BY 1
                   UNTIL RLS-IDX > RELEASE-COUNT
               IF RT-ACCOUNT-NO (RLS-IDX) = HD-ACCOUNT-NO
                   MOVE RT-RELEASE-DATE (RLS-IDX) TO WS-RELEASE-DATE
                   SET RLS-IDX TO RELEASE-COUNT
               END-IF
           END-PERFORM
           IF WS-RELEASE-DATE = ZEROS
                   OR HD-HELD-DATE > WS-RELEASE-DATE
               ADD 1 TO WS-STILL-HELD
               WRITE NEW-HELD-RECORD FROM HD-RECORD
               IF WS-NEW-HELD-STATUS NOT = "00"
                   DISPLAY "HELDDOCO WRITE FAILED, STATUS = "
                       WS-NEW-HELD-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REPRINT-LINES
           IF HD-RECORD (1:32) NOT = WS-LAST-DOCUMENT
               ADD 1 TO WS-REPRINT-DOCS
               MOVE HD-RECORD (1:32) TO WS-LAST-DOCUMENT
               WRITE REPRINT-FILE-RECORD FROM HD-LINE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE REPRINT-FILE-RECORD FROM HD-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-REPRINT-FILE-STATUS NOT = "00"
               DISPLAY "REPRINT WRITE FAILED, STATUS = "
                   WS-REPRINT-FILE-STATUS
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
           MOVE WS-HELD-READ TO CTL-INPUT-COUNT
           MOVE WS-REPRINT-LINES TO CTL-OUTPUT-COUNT
           MOVE WS-STILL-HELD TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM DOCRLSE.
