      ******************************************************************
      * Author:
      * Date:
      * Purpose: Returned-mail run - read the MAILRTN file of
      *          statements, letters and notices the post office sent
      *          back undeliverable, and mark each customer gone away
      *          on CUSTMAST (CM-MAIL-STATUS "G") with the date the
      *          mail came back.  From then on STMTGEN, DUNNING, the
      *          MNDMNT pre-notification letters and the REFPAY
      *          refund notices hold that customer's documents
      *          through MAILHOLD instead of printing them, until an
      *          address change on CUSTMNT clears the flag.  A
      *          customer already gone away keeps the date of the
      *          first return.  Lines that cannot be applied go to
      *          EXCFILE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMAIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETURN-FILE ASSIGN TO "MAILRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT OPTIONAL EXCEPTION-REPOSITORY ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *>   One line per returned item: the account it was addressed
      *>   to, the date the post office returned it, and the
      *>   program that printed it (for the record only).
       FD  RETURN-FILE.
       01  RETURN-FILE-RECORD.
           05 MR-ACCOUNT-NO PIC X(10).
           05 MR-RETURN-DATE PIC X(8).
           05 MR-DOCUMENT PIC X(8).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  EXCEPTION-REPOSITORY.
       01  EXCEPTION-REPOSITORY-RECORD PIC X(215).
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       COPY CTLREC.
       COPY EXCREC.
       01 WS-RETURN-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-RETURN-FILE-OK VALUE "00".
           88 WS-RETURN-FILE-EOF VALUE "10".
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
           88 CM-STATUS-OK VALUE "00".
       01 WS-EXCEPTION-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-REJECT-REASON PIC X(2) VALUE SPACES.
       01 WS-READ-COUNT PIC 9(9) VALUE ZERO.
       01 WS-FLAGGED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ALREADY-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
      *>   DATECALC parameter set, for validating the return date.
       01 WS-DATE-FUNCTION PIC X.
       01 WS-DATE-1 PIC 9(8).
       01 WS-DATE-2 PIC 9(8).
       01 WS-DAY-COUNT PIC S9(7).
       01 WS-DATE-RESULT PIC 9(8).
       01 WS-DATE-RC PIC 9.
      *>   Forward-recovery journal work: the record as read, held so
      *>   the rewrite can journal its before/after pair to CMJRNL
      *>   through the shared CMJOURNL service.
       01 WS-BEFORE-IMAGE PIC X(123) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(123) VALUE SPACES.
       01 WS-JRNL-RC PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "RETMAIL " TO WS-RUN-PROGRAM-ID
           PERFORM GetRunDate
           OPEN INPUT RETURN-FILE
           IF NOT WS-RETURN-FILE-OK
               DISPLAY "MAILRTN NOT AVAILABLE, STATUS = "
                   WS-RETURN-FILE-STATUS
               SET WS-RETURN-FILE-EOF TO TRUE
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RETURN-FILE-EOF
               READ RETURN-FILE
                   AT END SET WS-RETURN-FILE-EOF TO TRUE
                   NOT AT END PERFORM FlagOneReturn
               END-READ
           END-PERFORM
           CLOSE RETURN-FILE CUSTOMER-MASTER
           DISPLAY "---------- RETURNED MAIL TOTALS ----------"
           DISPLAY "RETURNS READ       : " WS-READ-COUNT
           DISPLAY "FLAGGED GONE AWAY  : " WS-FLAGGED-COUNT
           DISPLAY "ALREADY GONE AWAY  : " WS-ALREADY-COUNT
           DISPLAY "REJECTED           : " WS-REJECT-COUNT
           PERFORM WriteControlRecord
           STOP RUN.

      *>----------------------------------------------------------------
      *> FlagOneReturn - the return must name an account on the
      *> master and carry a real date no later than today.
      *>----------------------------------------------------------------
       FlagOneReturn.
           ADD 1 TO WS-READ-COUNT
           IF MR-ACCOUNT-NO NOT NUMERIC
                   OR MR-RETURN-DATE NOT NUMERIC
               MOVE "GX" TO WS-REJECT-REASON
               PERFORM RejectReturnLine
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO WS-DATE-FUNCTION
           MOVE MR-RETURN-DATE TO WS-DATE-1
           CALL "DATECALC" USING WS-DATE-FUNCTION, WS-DATE-1,
               WS-DATE-2, WS-DAY-COUNT, WS-DATE-RESULT, WS-DATE-RC
           IF WS-DATE-RC NOT = 0 OR WS-DATE-1 > WS-RUN-DATE
               MOVE "GX" TO WS-REJECT-REASON
               PERFORM RejectReturnLine
               EXIT PARAGRAPH
           END-IF
           MOVE MR-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUSTOMER-MASTER
           IF NOT CM-STATUS-OK
               MOVE "GN" TO WS-REJECT-REASON
               PERFORM RejectReturnLine
               EXIT PARAGRAPH
           END-IF
           IF CM-GONE-AWAY
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           SET CM-GONE-AWAY TO TRUE
           MOVE WS-DATE-1 TO CM-GONE-AWAY-DATE
           REWRITE CUSTOMER-MASTER-RECORD
           IF NOT CM-STATUS-OK
               DISPLAY "CUSTMAST REWRITE FAILED FOR "
                   CM-ACCOUNT-NO " STATUS = "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE "GW" TO WS-REJECT-REASON
               PERFORM RejectReturnLine
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
           CALL "CMJOURNL" USING WS-RUN-PROGRAM-ID,
               WS-RUN-DATE, WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
               WS-JRNL-RC
           ADD 1 TO WS-FLAGGED-COUNT
           .

      *>----------------------------------------------------------------
      *> RejectReturnLine - the line as received goes to the
      *> exception repository: GX unreadable line or bad date, GN
      *> account not on CUSTMAST, GW master rewrite failed.
      *>----------------------------------------------------------------
       RejectReturnLine.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "MAILRTN LINE REJECTED, REASON " WS-REJECT-REASON
               " ACCOUNT " MR-ACCOUNT-NO
           OPEN EXTEND EXCEPTION-REPOSITORY
           IF WS-EXCEPTION-STATUS NOT = "00"
                   AND WS-EXCEPTION-STATUS NOT = "05"
               OPEN OUTPUT EXCEPTION-REPOSITORY
           END-IF
           MOVE SPACES TO EXC-RECORD
           MOVE WS-RUN-PROGRAM-ID TO EXC-SOURCE
           MOVE WS-RUN-DATE TO EXC-DATE
           MOVE MR-ACCOUNT-NO TO EXC-KEY
           MOVE WS-REJECT-REASON TO EXC-REASON
           SET EXC-OPEN TO TRUE
           MOVE ZEROS TO EXC-FIXED-DATE
           MOVE RETURN-FILE-RECORD TO EXC-IMAGE
           WRITE EXCEPTION-REPOSITORY-RECORD FROM EXC-RECORD
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "EXCFILE WRITE FAILED, STATUS = "
                   WS-EXCEPTION-STATUS
           END-IF
           CLOSE EXCEPTION-REPOSITORY
           .

       WriteControlRecord.
           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
                   AND WS-CONTROL-FILE-STATUS NOT = "05"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE WS-RUN-PROGRAM-ID TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-READ-COUNT TO CTL-INPUT-COUNT
           COMPUTE CTL-OUTPUT-COUNT =
               WS-FLAGGED-COUNT + WS-ALREADY-COUNT
           MOVE WS-REJECT-COUNT TO CTL-REJECT-COUNT
           WRITE CONTROL-FILE-RECORD FROM CTL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CTLFILE WRITE FAILED, STATUS = "
                   WS-CONTROL-FILE-STATUS
           END-IF
           CLOSE CONTROL-FILE
           .

       COPY RUNDATE.
       END PROGRAM RETMAIL.
