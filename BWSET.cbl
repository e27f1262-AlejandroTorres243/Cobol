      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch-window control card - sets the BATCHWIN status
      *          record from the BWCMD card: W warns the operators
      *          still signed on that the window opens at the card's
      *          HHMM (the scheduler runs it ahead of the job
      *          stream), O opens the window by hand and C clears it
      *          - the operator's way out after recovering a stopped
      *          job stream, which leaves the window open.  W and O
      *          list every session still live on SESSMAST so the
      *          operator can chase the terminals left signed on.
      *          JOBSTRM opens and clears the window itself for a
      *          normal night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWSET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMMAND-FILE ASSIGN TO "BWCMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMAND-FILE-STATUS.
           SELECT WINDOW-FILE ASSIGN TO "BATCHWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-FILE-STATUS.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO "SESSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-USER-ID
               FILE STATUS IS WS-SESSION-FILE-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMMAND-FILE.
       01  COMMAND-RECORD.
           05 CMD-FUNCTION PIC X(1).
           05 FILLER PIC X(1).
           05 CMD-OPENS-AT PIC 9(4).
       FD  WINDOW-FILE.
       COPY BWREC.
       FD  SESSION-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  SESSION-RECORD.
           05 SN-USER-ID PIC 9(4).
           05 SN-PROGRAM PIC X(8).
           05 SN-START-DATE PIC 9(8).
           05 SN-LAST-TIME PIC 9(6).
           05 SN-ACTIVE PIC X(1).
               88 SN-IS-ACTIVE VALUE "Y".
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       01 WS-COMMAND-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-COMMAND-FILE-OK VALUE "00".
       01 WS-WINDOW-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-SESSION-FILE-STATUS PIC XX VALUE SPACES.
           88 SN-STATUS-OK VALUE "00".
           88 SN-STATUS-EOF VALUE "10".
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-FUNCTION PIC X VALUE SPACE.
           88 FUNCTION-WARN VALUE "W".
           88 FUNCTION-OPEN VALUE "O".
           88 FUNCTION-CLEAR VALUE "C".
       01 WS-OPENS-AT PIC 9(4) VALUE ZERO.
       01 WS-NOW-TIME PIC 9(8) VALUE ZERO.
       01 WS-CARD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-LIVE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "BWSET   " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           OPEN INPUT COMMAND-FILE
           IF WS-COMMAND-FILE-OK
               READ COMMAND-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       MOVE CMD-FUNCTION TO WS-FUNCTION
                       IF CMD-OPENS-AT NUMERIC
                           MOVE CMD-OPENS-AT TO WS-OPENS-AT
                       END-IF
               END-READ
               CLOSE COMMAND-FILE
           ELSE
               IF WS-COMMAND-FILE-STATUS = "05"
                   CLOSE COMMAND-FILE
               END-IF
           END-IF
           IF NOT FUNCTION-WARN AND NOT FUNCTION-OPEN
                   AND NOT FUNCTION-CLEAR
               DISPLAY "BWCMD MISSING OR INVALID - FUNCTION MUST BE "
                   "W, O OR C"
               MOVE WS-CARD-COUNT TO WS-REJECT-COUNT
               PERFORM WriteControlRecord
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION-WARN AND (WS-OPENS-AT = ZERO
                   OR WS-OPENS-AT > 2359)
               DISPLAY "BWCMD WARNING NEEDS THE HHMM THE WINDOW OPENS"
               MOVE WS-CARD-COUNT TO WS-REJECT-COUNT
               PERFORM WriteControlRecord
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-FUNCTION TO BW-STATE
           MOVE WS-RUN-DATE TO BW-SET-DATE
           MOVE WS-NOW-TIME (1:6) TO BW-SET-TIME
           MOVE WS-OPENS-AT TO BW-OPENS-AT
           MOVE WS-RUN-PROGRAM-ID TO BW-SET-BY
           OPEN OUTPUT WINDOW-FILE
           WRITE BW-RECORD
           IF WS-WINDOW-FILE-STATUS NOT = "00"
               DISPLAY "BATCHWIN WRITE FAILED, STATUS = "
                   WS-WINDOW-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE WINDOW-FILE
           EVALUATE TRUE
               WHEN FUNCTION-WARN
                   DISPLAY "BATCH WINDOW WARNING SET - OPENS AT "
                       WS-OPENS-AT
                   PERFORM ListLiveSessions
               WHEN FUNCTION-OPEN
                   DISPLAY "BATCH WINDOW OPEN - FRONT ENDS ARE "
                       "INQUIRY ONLY"
                   PERFORM ListLiveSessions
               WHEN FUNCTION-CLEAR
                   DISPLAY "BATCH WINDOW CLEARED - UPDATES AVAILABLE"
           END-EVALUATE
           DISPLAY "---------- BWSET TOTALS ----------"
           DISPLAY "FUNCTION          : " WS-FUNCTION
           DISPLAY "SESSIONS STILL ON : " WS-LIVE-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> ListLiveSessions - every session SIGNON opened today and
      *> nobody has ended or timed out yet.
      *>----------------------------------------------------------------
       ListLiveSessions.
           OPEN INPUT SESSION-FILE
           IF NOT SN-STATUS-OK
               IF WS-SESSION-FILE-STATUS = "05"
                   CLOSE SESSION-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NOT SN-STATUS-OK
               READ SESSION-FILE NEXT RECORD
                   AT END SET SN-STATUS-EOF TO TRUE
                   NOT AT END
                       IF SN-IS-ACTIVE
                               AND SN-START-DATE = WS-RUN-DATE
                           ADD 1 TO WS-LIVE-COUNT
                           DISPLAY "STILL SIGNED ON: " SN-USER-ID
                               " IN " SN-PROGRAM " LAST ACTIVE "
                               SN-LAST-TIME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SESSION-FILE
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
           MOVE WS-CARD-COUNT TO CTL-INPUT-COUNT
           COMPUTE CTL-OUTPUT-COUNT = WS-CARD-COUNT - WS-REJECT-COUNT
           MOVE WS-REJECT-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM BWSET.
