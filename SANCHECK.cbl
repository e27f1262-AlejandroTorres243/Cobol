      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared sanctions and watch-list screening service -
      *          CUSTMNT CALLs it on every customer added or renamed
      *          and SANSCAN on every customer in its nightly rescan.
      *          The published WATCHLST list is loaded once per run
      *          unit, every listed name cleaned up through NAMENORM
      *          and keyed through NAMEKEY into its words.  The
      *          customer's CM-CUSTOMER-NAME is keyed the same way and
      *          scored 0-100 against every listed name: a word the
      *          two share scores in full, an initial against a word
      *          it starts scores half, over both names' word counts
      *          together, so word order and punctuation do not
      *          matter.
      *          A score at or over the SANPARM review score (70 by
      *          default) is a potential match and goes to the
      *          SANQUEUE review queue for compliance - unless that
      *          account was already cleared against that entry on
      *          SANCLEAR under the same name key, or the match is
      *          already waiting on the queue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-LIST-STATUS.
           SELECT OPTIONAL CLEARED-FILE ASSIGN TO "SANCLEAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARED-FILE-STATUS.
           SELECT OPTIONAL QUEUE-FILE ASSIGN TO "SANQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT OPTIONAL SCREEN-PARM-FILE ASSIGN TO "SANPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
       COPY WLREC.
       FD  CLEARED-FILE.
       COPY SANCREC.
       FD  QUEUE-FILE.
       01  QUEUE-FILE-RECORD PIC X(166).
       FD  SCREEN-PARM-FILE.
       01  SCREEN-PARM-RECORD.
           05 SP-REVIEW-SCORE PIC 9(3).
       WORKING-STORAGE SECTION.
       COPY SANQREC.
       01 WS-WATCH-LIST-STATUS PIC XX VALUE SPACES.
           88 WS-WATCH-LIST-OK VALUE "00".
           88 WS-WATCH-LIST-EOF VALUE "10".
       01 WS-CLEARED-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-CLEARED-FILE-OK VALUE "00".
           88 WS-CLEARED-FILE-EOF VALUE "10".
       01 WS-QUEUE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-QUEUE-FILE-OK VALUE "00".
           88 WS-QUEUE-FILE-EOF VALUE "10".
       01 WS-SCREEN-PARM-STATUS PIC XX VALUE SPACES.
           88 WS-SCREEN-PARM-OK VALUE "00".
      *>   The list, the cleared matches and the waiting matches are
      *>   read once per run unit; every later call works from the
      *>   tables.
       01 WS-TABLES-LOADED PIC X VALUE "N".
           88 TABLES-LOADED VALUE "Y".
       01 WS-REVIEW-SCORE PIC 9(3) VALUE 70.
       01 WATCH-TABLE.
           05 WATCH-ENTRY OCCURS 0 TO 10000 TIMES
               DEPENDING ON WATCH-COUNT
               INDEXED BY WE-IDX.
               10 WE-ENTRY-ID PIC X(10).
               10 WE-LIST-CODE PIC X(4).
               10 WE-NAME PIC X(50).
               10 WE-WORD-COUNT PIC 9.
               10 WE-WORD PIC X(15) OCCURS 6 TIMES.
       01 WATCH-COUNT PIC 9(5) VALUE ZERO.
       01 CLEARED-TABLE.
           05 CLEARED-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON CLEARED-COUNT
               INDEXED BY CL-IDX.
               10 CT-ACCOUNT-NO PIC 9(10).
               10 CT-ENTRY-ID PIC X(10).
               10 CT-NAME-KEY PIC X(30).
       01 CLEARED-COUNT PIC 9(4) VALUE ZERO.
       01 PENDING-TABLE.
           05 PENDING-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON PENDING-COUNT
               INDEXED BY PD-IDX.
               10 PT-ACCOUNT-NO PIC 9(10).
               10 PT-ENTRY-ID PIC X(10).
       01 PENDING-COUNT PIC 9(4) VALUE ZERO.
      *>   Name keying work: NAMENORM trims the name as published,
      *>   NAMEKEY keys it, and the key is split into its words.
       01 WS-NORM-IN PIC X(50).
       01 WS-NORM-OUT PIC X(50).
       01 WS-NORM-LENGTH PIC 9(4).
       01 WS-NAME-IN PIC X(30).
       01 WS-NAME-OUT PIC X(30).
       01 WS-SPLIT-AREA.
           05 WS-SPLIT-WORD PIC X(15) OCCURS 6 TIMES.
       01 WS-SPLIT-COUNT PIC 9.
       01 WS-SPLIT-SUB PIC 9.
      *>   The customer being screened, keyed.
       01 WS-CUST-NAME-KEY PIC X(30).
       01 WS-CUST-WORDS.
           05 WS-CUST-WORD PIC X(15) OCCURS 6 TIMES.
       01 WS-CUST-WORD-COUNT PIC 9.
      *>   Scoring work.
       01 WS-LW-SUB PIC 9.
       01 WS-CW-SUB PIC 9.
       01 WS-WORD-POINTS PIC 9.
       01 WS-ENTRY-POINTS PIC 9(2).
       01 WS-TOTAL-WORDS PIC 9(2).
       01 WS-ENTRY-SCORE PIC 9(3).
       01 WS-ALREADY-KNOWN PIC X VALUE "N".
      ******************************************************************
      * LK-CALLER       the program screening the name (CUSTMNT,
      *                 SANSCAN), recorded on any queued match
      * LK-RUN-DATE     its business date
      * LK-ACCOUNT-NO   the customer account
      * LK-CUSTOMER-NAME the name as held on CUSTMAST
      * LK-BEST-SCORE   the best score against any entry not cleared
      *                 for this account
      * LK-SCREEN-RC    0 = no potential match
      *                 1 = potential match - queued for review now,
      *                     or already waiting on the queue
      *                 2 = no watch list loaded - nothing screened
      ******************************************************************
       LINKAGE SECTION.
       01 LK-CALLER PIC X(8).
       01 LK-RUN-DATE PIC 9(8).
       01 LK-ACCOUNT-NO PIC 9(10).
       01 LK-CUSTOMER-NAME PIC X(30).
       01 LK-BEST-SCORE PIC 9(3).
       01 LK-SCREEN-RC PIC 9.
       PROCEDURE DIVISION USING LK-CALLER, LK-RUN-DATE,
           LK-ACCOUNT-NO, LK-CUSTOMER-NAME, LK-BEST-SCORE,
           LK-SCREEN-RC.
       ScreenOneName.
           MOVE 0 TO LK-SCREEN-RC
           MOVE ZERO TO LK-BEST-SCORE
           IF NOT TABLES-LOADED
               PERFORM LoadScreeningTables
           END-IF
           IF WATCH-COUNT = 0
               MOVE 2 TO LK-SCREEN-RC
               GOBACK
           END-IF
           MOVE SPACES TO WS-NORM-IN
           MOVE LK-CUSTOMER-NAME TO WS-NORM-IN
           PERFORM KeyOneName
           MOVE WS-NAME-OUT TO WS-CUST-NAME-KEY
           MOVE WS-SPLIT-AREA TO WS-CUST-WORDS
           MOVE WS-SPLIT-COUNT TO WS-CUST-WORD-COUNT
           IF WS-CUST-WORD-COUNT = 0
               GOBACK
           END-IF
           PERFORM VARYING WE-IDX FROM 1 BY 1
                   UNTIL WE-IDX > WATCH-COUNT
               PERFORM ScoreOneEntry
               IF WS-ENTRY-SCORE >= WS-REVIEW-SCORE
                   PERFORM JudgeOneMatch
               END-IF
           END-PERFORM
           GOBACK.

      *>----------------------------------------------------------------
      *> LoadScreeningTables - the review score, the published list
      *> keyed name by name, the matches compliance has cleared and
      *> the matches still waiting for a decision.
      *>----------------------------------------------------------------
       LoadScreeningTables.
           MOVE "Y" TO WS-TABLES-LOADED
           OPEN INPUT SCREEN-PARM-FILE
           IF WS-SCREEN-PARM-OK
               READ SCREEN-PARM-FILE
                   NOT AT END
                       IF SP-REVIEW-SCORE NUMERIC
                               AND SP-REVIEW-SCORE > 0
                               AND SP-REVIEW-SCORE <= 100
                           MOVE SP-REVIEW-SCORE TO WS-REVIEW-SCORE
                       END-IF
               END-READ
           END-IF
           CLOSE SCREEN-PARM-FILE
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-LIST-OK
               PERFORM UNTIL WS-WATCH-LIST-EOF
                   READ WATCH-LIST-FILE
                       AT END SET WS-WATCH-LIST-EOF TO TRUE
                       NOT AT END
                           IF WL-DETAIL
                               PERFORM TableOneListedName
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "WATCHLST NOT AVAILABLE, STATUS = "
                   WS-WATCH-LIST-STATUS " - NAMES NOT SCREENED"
           END-IF
           CLOSE WATCH-LIST-FILE
           OPEN INPUT CLEARED-FILE
           IF WS-CLEARED-FILE-OK
               PERFORM UNTIL WS-CLEARED-FILE-EOF
                   READ CLEARED-FILE
                       AT END SET WS-CLEARED-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM TableOneClearance
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CLEARED-FILE
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FILE-OK
               PERFORM UNTIL WS-QUEUE-FILE-EOF
                   READ QUEUE-FILE INTO SQ-RECORD
                       AT END SET WS-QUEUE-FILE-EOF TO TRUE
                       NOT AT END
                           IF SQ-PENDING
                               PERFORM TableOnePending
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE QUEUE-FILE
           .

       TableOneListedName.
           IF WATCH-COUNT NOT < 10000
               DISPLAY "WATCH LIST TABLE FULL - ENTRY "
                   WL-ENTRY-ID " NOT SCREENED"
               EXIT PARAGRAPH
           END-IF
           MOVE WL-NAME TO WS-NORM-IN
           PERFORM KeyOneName
           IF WS-SPLIT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WATCH-COUNT
           SET WE-IDX TO WATCH-COUNT
           MOVE WL-ENTRY-ID TO WE-ENTRY-ID (WE-IDX)
           MOVE WL-LIST-CODE TO WE-LIST-CODE (WE-IDX)
           MOVE WL-NAME TO WE-NAME (WE-IDX)
           MOVE WS-SPLIT-COUNT TO WE-WORD-COUNT (WE-IDX)
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > 6
               MOVE WS-SPLIT-WORD (WS-SPLIT-SUB)
                   TO WE-WORD (WE-IDX, WS-SPLIT-SUB)
           END-PERFORM
           .

       TableOneClearance.
           IF CLEARED-COUNT < 5000
               ADD 1 TO CLEARED-COUNT
               SET CL-IDX TO CLEARED-COUNT
               MOVE SC-ACCOUNT-NO TO CT-ACCOUNT-NO (CL-IDX)
               MOVE SC-ENTRY-ID TO CT-ENTRY-ID (CL-IDX)
               MOVE SC-NAME-KEY TO CT-NAME-KEY (CL-IDX)
           ELSE
               DISPLAY "CLEARED MATCH TABLE FULL - ACCOUNT "
                   SC-ACCOUNT-NO " MAY ALERT AGAIN"
           END-IF
           .

       TableOnePending.
           IF PENDING-COUNT < 5000
               ADD 1 TO PENDING-COUNT
               SET PD-IDX TO PENDING-COUNT
               MOVE SQ-ACCOUNT-NO TO PT-ACCOUNT-NO (PD-IDX)
               MOVE SQ-ENTRY-ID TO PT-ENTRY-ID (PD-IDX)
           END-IF
           .

      *>----------------------------------------------------------------
      *> KeyOneName - WS-NORM-IN (as published or as held) through
      *> NAMENORM and NAMEKEY into WS-NAME-OUT, split into up to six
      *> words in WS-SPLIT-WORD with their count in WS-SPLIT-COUNT.
      *>----------------------------------------------------------------
       KeyOneName.
           CALL "NAMENORM" USING WS-NORM-IN, WS-NORM-OUT,
               WS-NORM-LENGTH
           MOVE WS-NORM-OUT (1:30) TO WS-NAME-IN
           CALL "NAMEKEY" USING WS-NAME-IN, WS-NAME-OUT
           MOVE SPACES TO WS-SPLIT-AREA
           UNSTRING WS-NAME-OUT DELIMITED BY ALL SPACE
               INTO WS-SPLIT-WORD (1) WS-SPLIT-WORD (2)
                   WS-SPLIT-WORD (3) WS-SPLIT-WORD (4)
                   WS-SPLIT-WORD (5) WS-SPLIT-WORD (6)
           END-UNSTRING
           MOVE ZERO TO WS-SPLIT-COUNT
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > 6
               IF WS-SPLIT-WORD (WS-SPLIT-SUB) NOT = SPACES
                   ADD 1 TO WS-SPLIT-COUNT
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> ScoreOneEntry - each listed word takes its best match among
      *> the customer's words: 2 points for the same word, 1 for an
      *> initial against a word it starts.  The points over both
      *> names' word counts together give 0-100, so an extra middle
      *> name costs a little and a shared surname alone not enough.
      *>----------------------------------------------------------------
       ScoreOneEntry.
           MOVE ZERO TO WS-ENTRY-POINTS
           PERFORM VARYING WS-LW-SUB FROM 1 BY 1
                   UNTIL WS-LW-SUB > WE-WORD-COUNT (WE-IDX)
               MOVE ZERO TO WS-WORD-POINTS
               PERFORM VARYING WS-CW-SUB FROM 1 BY 1
                       UNTIL WS-CW-SUB > WS-CUST-WORD-COUNT
                   EVALUATE TRUE
                       WHEN WE-WORD (WE-IDX, WS-LW-SUB)
                               = WS-CUST-WORD (WS-CW-SUB)
                           AND WE-WORD (WE-IDX, WS-LW-SUB) (2:1)
                               NOT = SPACE
                           MOVE 2 TO WS-WORD-POINTS
                       WHEN WE-WORD (WE-IDX, WS-LW-SUB) (1:1)
                               = WS-CUST-WORD (WS-CW-SUB) (1:1)
                           AND (WE-WORD (WE-IDX, WS-LW-SUB) (2:1)
                               = SPACE
                           OR WS-CUST-WORD (WS-CW-SUB) (2:1) = SPACE)
                           IF WS-WORD-POINTS < 1
                               MOVE 1 TO WS-WORD-POINTS
                           END-IF
                   END-EVALUATE
               END-PERFORM
               ADD WS-WORD-POINTS TO WS-ENTRY-POINTS
           END-PERFORM
           COMPUTE WS-TOTAL-WORDS =
               WE-WORD-COUNT (WE-IDX) + WS-CUST-WORD-COUNT
           COMPUTE WS-ENTRY-SCORE =
               WS-ENTRY-POINTS * 100 / WS-TOTAL-WORDS
           .

      *>----------------------------------------------------------------
      *> JudgeOneMatch - a match cleared for this account and entry
      *> under the same name key stays quiet; one already waiting is
      *> reported but not queued twice; anything else is queued.
      *>----------------------------------------------------------------
       JudgeOneMatch.
           MOVE "N" TO WS-ALREADY-KNOWN
           SET CL-IDX TO 1
           SEARCH CLEARED-ENTRY
               WHEN CT-ACCOUNT-NO (CL-IDX) = LK-ACCOUNT-NO
                       AND CT-ENTRY-ID (CL-IDX) = WE-ENTRY-ID (WE-IDX)
                       AND CT-NAME-KEY (CL-IDX) = WS-CUST-NAME-KEY
                   MOVE "Y" TO WS-ALREADY-KNOWN
           END-SEARCH
           IF WS-ALREADY-KNOWN = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LK-SCREEN-RC
           IF WS-ENTRY-SCORE > LK-BEST-SCORE
               MOVE WS-ENTRY-SCORE TO LK-BEST-SCORE
           END-IF
           SET PD-IDX TO 1
           SEARCH PENDING-ENTRY
               WHEN PT-ACCOUNT-NO (PD-IDX) = LK-ACCOUNT-NO
                       AND PT-ENTRY-ID (PD-IDX) = WE-ENTRY-ID (WE-IDX)
                   MOVE "Y" TO WS-ALREADY-KNOWN
           END-SEARCH
           IF WS-ALREADY-KNOWN = "N"
               PERFORM QueueOneMatch
           END-IF
           .

       QueueOneMatch.
           MOVE SPACES TO SQ-RECORD
           MOVE LK-ACCOUNT-NO TO SQ-ACCOUNT-NO
           MOVE LK-CUSTOMER-NAME TO SQ-CUSTOMER-NAME
           MOVE WS-CUST-NAME-KEY TO SQ-NAME-KEY
           MOVE WE-ENTRY-ID (WE-IDX) TO SQ-ENTRY-ID
           MOVE WE-LIST-CODE (WE-IDX) TO SQ-LIST-CODE
           MOVE WE-NAME (WE-IDX) TO SQ-LIST-NAME
           MOVE WS-ENTRY-SCORE TO SQ-SCORE
           MOVE LK-RUN-DATE TO SQ-QUEUED-DATE
           MOVE LK-CALLER TO SQ-QUEUED-BY
           SET SQ-PENDING TO TRUE
           MOVE ZERO TO SQ-DECIDED-DATE SQ-DECIDED-BY
           OPEN EXTEND QUEUE-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-QUEUE-FILE-STATUS NOT = "00"
                   AND WS-QUEUE-FILE-STATUS NOT = "05"
               OPEN OUTPUT QUEUE-FILE
           END-IF
           WRITE QUEUE-FILE-RECORD FROM SQ-RECORD
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "SANQUEUE WRITE FAILED, STATUS = "
                   WS-QUEUE-FILE-STATUS
           END-IF
           CLOSE QUEUE-FILE
      *>    An alias of the same entry met further down the list is
      *>    the same match and is not queued again.
           IF PENDING-COUNT < 5000
               ADD 1 TO PENDING-COUNT
               SET PD-IDX TO PENDING-COUNT
               MOVE LK-ACCOUNT-NO TO PT-ACCOUNT-NO (PD-IDX)
               MOVE WE-ENTRY-ID (WE-IDX) TO PT-ENTRY-ID (PD-IDX)
           END-IF
           .

       END PROGRAM SANCHECK.
