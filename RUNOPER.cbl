      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared submitting-operator service - a batch run
      *          that raises something for another operator to
      *          approve (a held credit note, write-off, refund or
      *          payment) CALLs here to learn who submitted it, and
      *          stamps that operator on every pending record it
      *          writes so the approval screen can refuse to let the
      *          same operator approve it.  The id comes from the
      *          RUNOPCTL control file the operator's submission
      *          writes ahead of the run; a scheduled run with no
      *          control file answers zeros, an operator nobody can
      *          sign on as.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNOPER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-OPERATOR-FILE ASSIGN TO "RUNOPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-OPERATOR-FILE.
       01  RUN-OPERATOR-RECORD.
           05 RO-USER-ID PIC 9(4).
       WORKING-STORAGE SECTION.
       01 WS-RUN-OPERATOR-STATUS PIC XX VALUE SPACES.
           88 WS-RUN-OPERATOR-OK VALUE "00".
      ******************************************************************
      * LK-OPERATOR-ID    answered with the submitting operator's id,
      *                   zeros for a scheduled run
      * LK-RUNOPER-RC     0 = operator from RUNOPCTL
      *                   1 = no usable control file - zeros answered
      ******************************************************************
       LINKAGE SECTION.
       01 LK-OPERATOR-ID PIC 9(4).
       01 LK-RUNOPER-RC PIC 9.
       PROCEDURE DIVISION USING LK-OPERATOR-ID, LK-RUNOPER-RC.
       AnswerRunOperator.
           MOVE 1 TO LK-RUNOPER-RC
           MOVE ZEROS TO LK-OPERATOR-ID
           OPEN INPUT RUN-OPERATOR-FILE
           IF WS-RUN-OPERATOR-OK
               READ RUN-OPERATOR-FILE
                   NOT AT END
                       IF RO-USER-ID NUMERIC
                           MOVE RO-USER-ID TO LK-OPERATOR-ID
                           MOVE 0 TO LK-RUNOPER-RC
                       END-IF
               END-READ
               CLOSE RUN-OPERATOR-FILE
           ELSE
      *>        Status "05" means the OPTIONAL file was missing but
      *>        the open still succeeded; close it so the next CALL
      *>        can open it again cleanly.
               IF WS-RUN-OPERATOR-STATUS = "05"
                   CLOSE RUN-OPERATOR-FILE
               END-IF
           END-IF
           GOBACK.
       END PROGRAM RUNOPER.
