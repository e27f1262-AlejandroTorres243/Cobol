      *          CUSTMAST account that pays for the family, and is
      *          validated against the customer master before it is
      *          applied.
      *          A TERMINATE must carry a reason code from the TERMRSN
      *          reason table (checked through TRSLOOK; system-only
      *          reasons cannot be keyed), which is kept on the member
      *          record with the date the member first joined, for the
      *          churn report.
      *          The report is copied to the report repository
      *          through RPTARCH as it closes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  MT-PROVINCE-CODE    PIC 9(2).
           05  MT-DD-FLAG          PIC X(1).
           05  MT-PAYER-ACCOUNT    PIC X(10).
           05  MT-TERM-REASON      PIC X(2).
       FD  NEW-MEMBERS-FILE.
       01  NEW-MEMBERS-RECORD PIC X(61).
       FD  REJECT-REPORT.
       01  REJECT-REPORT-RECORD PIC X(80).
       FD  AUDIT-FILE.
       FD  EXCEPTION-REPOSITORY.
       01  EXCEPTION-REPOSITORY-RECORD PIC X(215).
       FD  RESUBMIT-FILE.
       01  RESUBMIT-FILE-RECORD PIC X(36).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  GENERATION-COUNT-FILE.
       COPY GENREC.
       01 WS-MASTER-IS-OPEN PIC X VALUE "N".
       COPY COPY01.
       COPY CTLREC.
      *>   Report repository hand-off - the closed report is copied
      *>   to its dated archive and indexed by RPTARCH.
       01 WS-ARCHIVE-REPORT PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-RC PIC 9 VALUE ZERO.
       01 WS-GEN-COUNT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(9) VALUE ZERO.
       01 MEMBER-TABLE.
           05 MEMBER-TABLE-ENTRY OCCURS 500 TIMES
               INDEXED BY MBR-IDX.
               10 MB-RECORD PIC X(61).
       01 MEMBER-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-HOLD-RECORD.
           05  WH-DD-FLAG          PIC X(1).
           05  WH-TERM-DATE        PIC 9(8).
           05  WH-PAYER-ACCOUNT    PIC 9(10).
           05  WH-TERM-REASON      PIC X(2).
           05  WH-JOIN-DATE        PIC 9(8).
       01 WS-TRANS-COUNT PIC 9(9) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DAY-COUNT PIC S9(7) VALUE ZERO.
       01 WS-DATE-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DATE-RC PIC 9 VALUE ZERO.
      *>   Termination reason lookup through TRSLOOK.
       01 WS-REASON-DESC PIC X(30) VALUE SPACES.
       01 WS-REASON-CATEGORY PIC X VALUE SPACE.
           88 WS-SYSTEM-REASON VALUE "S".
       01 WS-REASON-RC PIC 9 VALUE ZERO.
       01 WS-REJECT-LINE.
           05 FILLER PIC X(7) VALUE "REJECT ".
           05 RJ-ACTION PIC X(1).
           05 AU-EFF-DATE PIC 9(8).
           05 FILLER PIC X(5) VALUE " RUN ".
           05 AU-RUN-DATE PIC 9(8).
           05 FILLER PIC X(5) VALUE " RSN ".
           05 AU-TERM-REASON PIC X(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "MBRMNT" TO WS-RUN-PROGRAM-ID
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE REJECT-REPORT
           MOVE "MBRREJ" TO WS-ARCHIVE-REPORT
           CALL "RPTARCH" USING WS-RUN-PROGRAM-ID, WS-ARCHIVE-REPORT,
               WS-RUN-DATE, WS-ARCHIVE-RC
           CLOSE AUDIT-FILE
           PERFORM WriteNewMembersFile
           DISPLAY "---------- MEMBER MAINTENANCE TOTALS ----------"
                   END-IF
               END-IF
           END-IF
      *>    Every termination says why the member left, from the
      *>    reason table; the S (system) reasons belong to the jobs
      *>    that close members themselves and cannot be keyed.
           IF WS-REJECT-REASON = SPACES AND MT-TERMINATE
               IF MT-TERM-REASON = SPACES
                   MOVE "TERMINATION REASON REQUIRED"
                       TO WS-REJECT-REASON
               ELSE
                   CALL "TRSLOOK" USING MT-TERM-REASON,
                       WS-REASON-DESC, WS-REASON-CATEGORY,
                       WS-REASON-RC
                   EVALUATE TRUE
                       WHEN WS-REASON-RC = 1
                           MOVE "UNKNOWN TERMINATION REASON"
                               TO WS-REJECT-REASON
                       WHEN WS-REASON-RC = 2
                           MOVE "REASON TABLE NOT AVAILABLE"
                               TO WS-REJECT-REASON
                       WHEN WS-SYSTEM-REASON
                           MOVE "SYSTEM REASON NOT KEYABLE"
                               TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM FindMember
               IF MT-ADD AND WS-FOUND-SUB NOT = ZERO
               MOVE MT-PROVINCE-CODE TO WH-PROVINCE-CODE
               MOVE MT-DD-FLAG TO WH-DD-FLAG
               MOVE ZEROS TO WH-TERM-DATE
               MOVE SPACES TO WH-TERM-REASON
               MOVE MT-EFFECTIVE-DATE TO WH-JOIN-DATE
               IF MT-PAYER-ACCOUNT NUMERIC
                   MOVE MT-PAYER-ACCOUNT TO WH-PAYER-ACCOUNT
               ELSE
       ChangeMember.
           MOVE MB-RECORD (WS-FOUND-SUB) TO WS-HOLD-RECORD
           MOVE WH-PLAN-CODE TO WS-OLD-PLAN-CODE
           PERFORM KeepJoinDate
           IF MT-PLAN-CODE NOT = WH-PLAN-CODE
               MOVE WH-PLAN-CODE TO WH-PRIOR-PLAN-CODE
               MOVE MT-PLAN-CODE TO WH-PLAN-CODE
       TerminateMember.
           MOVE MB-RECORD (WS-FOUND-SUB) TO WS-HOLD-RECORD
           MOVE WH-PLAN-CODE TO WS-OLD-PLAN-CODE
           PERFORM KeepJoinDate
           MOVE "T" TO WH-STATUS
           MOVE MT-EFFECTIVE-DATE TO WH-TERM-DATE
           MOVE MT-TERM-REASON TO WH-TERM-REASON
           MOVE WS-HOLD-RECORD TO MB-RECORD (WS-FOUND-SUB)
           PERFORM WriteAuditLine
           ADD 1 TO WS-APPLIED-COUNT
           .

      *>----------------------------------------------------------------
      *> KeepJoinDate - a member added before the join date was kept
      *> still carries the first effective date until its first
      *> change; catch it onto the join date before that is lost.
      *>----------------------------------------------------------------
       KeepJoinDate.
           IF WH-JOIN-DATE NOT NUMERIC OR WH-JOIN-DATE = ZEROS
               MOVE WH-EFFECTIVE-DATE TO WH-JOIN-DATE
           END-IF
           .

       RejectTransaction.
           ADD 1 TO WS-REJECT-COUNT
           MOVE MT-ACTION TO RJ-ACTION
           MOVE WH-PLAN-CODE TO AU-NEW-PLAN
           MOVE MT-EFFECTIVE-DATE TO AU-EFF-DATE
           MOVE WS-RUN-DATE TO AU-RUN-DATE
           IF MT-TERMINATE
               MOVE MT-TERM-REASON TO AU-TERM-REASON
           ELSE
               MOVE SPACES TO AU-TERM-REASON
           END-IF
           WRITE AUDIT-FILE-RECORD FROM WS-AUDIT-LINE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "MBRAUDIT WRITE FAILED, STATUS = "
