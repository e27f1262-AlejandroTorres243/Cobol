      ******************************************************************
      * Author:
      * Date:
      * Purpose: Segregation-of-duties conflict report - read every
      *          OPERPROF profile and list each active operator who
      *          holds two duties that must be kept apart, one line
      *          per conflicting pair: maintaining customers while
      *          approving refunds, write-offs, credit releases or
      *          payment releases, keying credit notes while
      *          releasing them, and keying manual journals while
      *          approving them.  The approval screens already refuse
      *          to let an operator approve what they raised; this is
      *          the review that keeps the profiles themselves clean.
      *          Inactive profiles are counted but not reported.  The
      *          run ends RC 4 when any conflict is found so the
      *          scheduler flags it for the security administrator.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUTYCONF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROFILE-FILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
           SELECT CONFLICT-REPORT ASSIGN TO "DUTYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFLICT-REPORT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       COPY OPRREC.
       FD  CONFLICT-REPORT.
       01  CONFLICT-REPORT-RECORD PIC X(80).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-PROFILE-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-PROFILE-FILE-OK VALUE "00".
           88 WS-PROFILE-FILE-EOF VALUE "10".
       01 WS-CONFLICT-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
      *>   The pairs that must never sit with one operator: the two
      *>   OP-DUTY-FLAG positions (see OPRREC) and what the pair
      *>   means on the report.
       01 CONFLICT-PAIR-VALUES.
           05 FILLER PIC X(47) VALUE
               "15CUSTOMER MAINTENANCE + REFUND APPROVAL".
           05 FILLER PIC X(47) VALUE
               "14CUSTOMER MAINTENANCE + WRITE-OFF APPROVAL".
           05 FILLER PIC X(47) VALUE
               "13CUSTOMER MAINTENANCE + CREDIT RELEASE".
           05 FILLER PIC X(47) VALUE
               "16CUSTOMER MAINTENANCE + PAYMENT RELEASE".
           05 FILLER PIC X(47) VALUE
               "23CREDIT NOTE ENTRY + CREDIT RELEASE".
           05 FILLER PIC X(47) VALUE
               "78JOURNAL ENTRY + JOURNAL APPROVAL".
       01 CONFLICT-PAIR-TABLE REDEFINES CONFLICT-PAIR-VALUES.
           05 CONFLICT-PAIR OCCURS 6 TIMES
               INDEXED BY CP-IDX.
               10 CP-DUTY-A PIC 9(1).
               10 CP-DUTY-B PIC 9(1).
               10 CP-DESC PIC X(45).
       01 WS-PROFILE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-INACTIVE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CONFLICT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-OPERATOR-COUNT PIC 9(9) VALUE ZERO.
       01 WS-OPERATOR-CONFLICTS PIC 9(3) VALUE ZERO.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(40) VALUE
               "SEGREGATION OF DUTIES CONFLICTS".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 TL-RUN-DATE PIC 9(8).
       01 WS-HEADING-LINE.
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(6) VALUE "ROLE".
           05 FILLER PIC X(40) VALUE "CONFLICTING DUTIES".
       01 WS-DETAIL-LINE.
           05 DL-USER-ID PIC 9(4).
           05 FILLER PIC X(6) VALUE SPACES.
           05 DL-ROLE PIC X(1).
           05 FILLER PIC X(5) VALUE SPACES.
           05 DL-DESC PIC X(45).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "DUTYCONF" TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           OPEN INPUT PROFILE-FILE
           IF NOT WS-PROFILE-FILE-OK
               DISPLAY "OPERPROF NOT AVAILABLE, STATUS = "
                   WS-PROFILE-FILE-STATUS
               IF WS-PROFILE-FILE-STATUS = "05"
                   CLOSE PROFILE-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CONFLICT-REPORT
           MOVE WS-RUN-DATE TO TL-RUN-DATE
           WRITE CONFLICT-REPORT-RECORD FROM WS-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE CONFLICT-REPORT-RECORD FROM WS-HEADING-LINE
               AFTER ADVANCING 2 LINES
           PERFORM UNTIL WS-PROFILE-FILE-EOF
               READ PROFILE-FILE
                   AT END SET WS-PROFILE-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PROFILE-COUNT
                       IF OP-IS-ACTIVE
                           PERFORM CheckOneProfile
                       ELSE
                           ADD 1 TO WS-INACTIVE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONFLICT-COUNT = ZERO
               MOVE "NO CONFLICTING DUTIES FOUND"
                   TO CONFLICT-REPORT-RECORD
               WRITE CONFLICT-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           CLOSE PROFILE-FILE CONFLICT-REPORT
           MOVE "DUTYRPT" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           DISPLAY "---------- DUTY CONFLICT TOTALS ----------"
           DISPLAY "PROFILES READ      : " WS-PROFILE-COUNT
           DISPLAY "INACTIVE SKIPPED   : " WS-INACTIVE-COUNT
           DISPLAY "OPERATORS IN BREACH: " WS-OPERATOR-COUNT
           DISPLAY "CONFLICTS          : " WS-CONFLICT-COUNT
           PERFORM WriteControlRecord
           IF WS-CONFLICT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *>----------------------------------------------------------------
      *> CheckOneProfile - one report line for every conflicting pair
      *> the operator holds; a duty flag counts only when it is "Y".
      *>----------------------------------------------------------------
       CheckOneProfile.
           MOVE ZERO TO WS-OPERATOR-CONFLICTS
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > 6
               IF OP-DUTY-FLAG (CP-DUTY-A (CP-IDX)) = "Y"
                       AND OP-DUTY-FLAG (CP-DUTY-B (CP-IDX)) = "Y"
                   ADD 1 TO WS-CONFLICT-COUNT
                   ADD 1 TO WS-OPERATOR-CONFLICTS
                   MOVE OP-USER-ID TO DL-USER-ID
                   MOVE OP-ROLE TO DL-ROLE
                   MOVE CP-DESC (CP-IDX) TO DL-DESC
                   WRITE CONFLICT-REPORT-RECORD FROM WS-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           IF WS-OPERATOR-CONFLICTS > ZERO
               ADD 1 TO WS-OPERATOR-COUNT
           END-IF
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
           MOVE WS-PROFILE-COUNT TO CTL-INPUT-COUNT
           MOVE WS-CONFLICT-COUNT TO CTL-OUTPUT-COUNT
           MOVE WS-INACTIVE-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM DUTYCONF.
