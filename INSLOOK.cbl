      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared insolvency lookup - load the INSOLV file into
      *          a table on first call, keeping the last line per
      *          account (a later line ends or replaces a case), and
      *          answer by account number whether the account is
      *          under an insolvency in force, returning the case
      *          record so every collection job applies the same
      *          filing date and pre-filing balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSLOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INSOLVENCY-FILE ASSIGN TO "INSOLV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSOLVENCY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INSOLVENCY-FILE.
       01  INSOLVENCY-FILE-RECORD PIC X(88).
       WORKING-STORAGE SECTION.
       01 WS-INSOLVENCY-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-INSOLVENCY-FILE-OK VALUE "00".
           88 WS-INSOLVENCY-FILE-EOF VALUE "10".
       01 WS-TABLE-LOADED PIC X VALUE "N".
           88 TABLE-IS-LOADED VALUE "Y".
       01 INSOLVENCY-TABLE.
           05 INSOLVENCY-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON INSOLVENCY-COUNT
               INDEXED BY INS-IDX.
               10 IT-ACCOUNT-NO PIC 9(10).
               10 IT-RECORD PIC X(88).
       01 INSOLVENCY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-LOAD-ACCOUNT PIC 9(10) VALUE ZERO.
      ******************************************************************
      * LK-INS-RC   0 = insolvency in force, case record returned
      *             1 = no insolvency in force (a discharged or
      *                 withdrawn case is still returned)
      *             2 = INSOLV file empty or not available
      ******************************************************************
       LINKAGE SECTION.
       01 LK-ACCOUNT-NO PIC 9(10).
       COPY INSREC.
       01 LK-INS-RC PIC 9.
       PROCEDURE DIVISION USING LK-ACCOUNT-NO, INS-RECORD,
           LK-INS-RC.
       LookupInsolvency.
           MOVE 1 TO LK-INS-RC
           MOVE SPACES TO INS-RECORD
           IF NOT TABLE-IS-LOADED
               PERFORM LoadInsolvencyTable
           END-IF
           IF INSOLVENCY-COUNT = ZERO
               MOVE 2 TO LK-INS-RC
           ELSE
               PERFORM VARYING INS-IDX FROM 1 BY 1
                       UNTIL INS-IDX > INSOLVENCY-COUNT
                   IF IT-ACCOUNT-NO (INS-IDX) = LK-ACCOUNT-NO
                       MOVE IT-RECORD (INS-IDX) TO INS-RECORD
                       IF INS-ACTIVE
                           MOVE 0 TO LK-INS-RC
                       END-IF
                       SET INS-IDX TO INSOLVENCY-COUNT
                   END-IF
               END-PERFORM
           END-IF
           GOBACK.

       LoadInsolvencyTable.
           MOVE "Y" TO WS-TABLE-LOADED
           OPEN INPUT INSOLVENCY-FILE
           IF WS-INSOLVENCY-FILE-OK
               PERFORM UNTIL WS-INSOLVENCY-FILE-EOF
                   READ INSOLVENCY-FILE
                       AT END SET WS-INSOLVENCY-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM KeepLatestLine
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INSOLVENCY-FILE
           .

      *>----------------------------------------------------------------
      *> KeepLatestLine - INSOLV is appended in date order, so a line
      *> for an account already on the table supersedes it in place.
      *>----------------------------------------------------------------
       KeepLatestLine.
           MOVE INSOLVENCY-FILE-RECORD (1:10) TO WS-LOAD-ACCOUNT
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING INS-IDX FROM 1 BY 1
                   UNTIL INS-IDX > INSOLVENCY-COUNT
               IF IT-ACCOUNT-NO (INS-IDX) = WS-LOAD-ACCOUNT
                   SET WS-FOUND-SUB TO INS-IDX
                   SET INS-IDX TO INSOLVENCY-COUNT
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF INSOLVENCY-COUNT >= 500
                   DISPLAY "INSOLVENCY TABLE FULL - " WS-LOAD-ACCOUNT
                       " NOT LOADED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO INSOLVENCY-COUNT
               MOVE INSOLVENCY-COUNT TO WS-FOUND-SUB
           END-IF
           MOVE WS-LOAD-ACCOUNT TO IT-ACCOUNT-NO (WS-FOUND-SUB)
           MOVE INSOLVENCY-FILE-RECORD TO IT-RECORD (WS-FOUND-SUB)
           .
       END PROGRAM INSLOOK.
