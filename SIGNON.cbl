      *          taken over instead), the session start journals, and
      *          the SESSCHK service is
      *          what the front ends call between actions to keep
      *          the session alive or time it out.  A program may
      *          also ask for the admin role alone (A), the approver
      *          role that releases another operator's journal
      *          entries.  Every SECJRNL line now carries the time of
      *          day as well as the business date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       COPY OPRREC.
       FD  JOURNAL-FILE.
       01  JOURNAL-FILE-RECORD PIC X(50).
       FD  SESSION-FILE
           05 JL-PROGRAM PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-EVENT PIC X(12).
           05 FILLER PIC X(9) VALUE SPACES.
           05 JL-TIME PIC 9(6).
       01 WS-JOURNAL-TIME PIC 9(8) VALUE ZERO.
      ******************************************************************
      * LK-PROGRAM-ID    the front end signing the operator on
      * LK-REQUIRED-ROLE "I" = inquiry is enough, "M" = maintenance
      *                  "A" = admin only (the approver role)
      * LK-OPERATOR-ID   answered with the signed-on user id
      * LK-SIGNON-RC     0 = signed on with the required role
      *                  1 = PIN verification failed
                   PERFORM WriteJournalLine
                   DISPLAY "SIGN-ON REFUSED - ROLE DOES NOT COVER "
                       LK-PROGRAM-ID
               WHEN LK-REQUIRED-ROLE = "A"
                       AND WS-USER-ROLE NOT = "A"
                   MOVE 3 TO LK-SIGNON-RC
                   MOVE "ROLE-DENY" TO JL-EVENT
                   PERFORM WriteJournalLine
                   DISPLAY "SIGN-ON REFUSED - ROLE DOES NOT COVER "
                       LK-PROGRAM-ID
               WHEN OTHER
      *>            One terminal per operator: a live session on
      *>            SESSMAST refuses the second sign-on, otherwise
                   ELSE
                       MOVE 0 TO LK-SIGNON-RC
                       IF LK-REQUIRED-ROLE = "M"
                               OR LK-REQUIRED-ROLE = "A"
                           MOVE "MAINT-ENTRY" TO JL-EVENT
                       ELSE
                           MOVE "SIGNON-OK" TO JL-EVENT
           MOVE WS-RUN-DATE TO JL-DATE
           MOVE WS-USER-ID TO JL-USER-ID
           MOVE LK-PROGRAM-ID TO JL-PROGRAM
      *>    Wall-clock time of the event, for the out-of-hours
      *>    review SECREVW runs over the journal.
           ACCEPT WS-JOURNAL-TIME FROM TIME
           MOVE WS-JOURNAL-TIME (1:6) TO JL-TIME
           WRITE JOURNAL-FILE-RECORD FROM WS-JOURNAL-LINE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "SECJRNL WRITE FAILED, STATUS = "
