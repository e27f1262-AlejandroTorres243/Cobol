      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared held-mail service - every program that prints
      *          a statement, letter or notice CALLs here, one line at
      *          a time, instead of writing its print file when the
      *          addressee is flagged gone away on CUSTMAST.  Each
      *          line lands on HELDDOCS for reprint once the address
      *          is corrected, and the first line of each document
      *          puts the customer on the TRACELST trace list with
      *          the dead address and the date the mail came back -
      *          the same one-writer shape as CMJOURNL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILHOLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HELD-FILE ASSIGN TO "HELDDOCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT OPTIONAL TRACE-FILE ASSIGN TO "TRACELST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELD-FILE.
       01  HELD-FILE-RECORD PIC X(112).
       FD  TRACE-FILE.
       01  TRACE-FILE-RECORD PIC X(99).
       WORKING-STORAGE SECTION.
       COPY HLDREC.
       01 WS-HELD-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-TRACE-FILE-STATUS PIC XX VALUE SPACES.
      *>   The document number and the last account held survive
      *>   between calls inside one run, so a change of account
      *>   starts a new document and a new trace entry.
       01 WS-DOCUMENT-NO PIC 9(6) VALUE ZERO.
       01 WS-LAST-ACCOUNT PIC 9(10) VALUE ZERO.
       01 WS-TRACE-LINE.
           05 TL-ACCOUNT-NO PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TL-PROGRAM PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TL-HELD-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TL-GONE-AWAY-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TL-CUSTOMER-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TL-ADDRESS PIC X(30).
      ******************************************************************
      * LK-PROGRAM-ID  the program that would have printed the line
      * LK-HOLD-DATE   its business date
      * CUSTOMER-MASTER-RECORD  the gone-away addressee
      * LK-HOLD-LINE   the print line as it would have been written
      * LK-HOLD-RC     0 = line held, 1 = a write failed
      ******************************************************************
       LINKAGE SECTION.
       01 LK-PROGRAM-ID PIC X(8).
       01 LK-HOLD-DATE PIC 9(8).
       COPY CUSTREC.
       01 LK-HOLD-LINE PIC X(80).
       01 LK-HOLD-RC PIC 9.
       PROCEDURE DIVISION USING LK-PROGRAM-ID, LK-HOLD-DATE,
           CUSTOMER-MASTER-RECORD, LK-HOLD-LINE, LK-HOLD-RC.
       HoldOneLine.
           MOVE 0 TO LK-HOLD-RC
           IF WS-DOCUMENT-NO = ZERO
                   OR CM-ACCOUNT-NO NOT = WS-LAST-ACCOUNT
               ADD 1 TO WS-DOCUMENT-NO
               MOVE CM-ACCOUNT-NO TO WS-LAST-ACCOUNT
               PERFORM TraceOneDocument
           END-IF
           OPEN EXTEND HELD-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-HELD-FILE-STATUS NOT = "00"
                   AND WS-HELD-FILE-STATUS NOT = "05"
               OPEN OUTPUT HELD-FILE
           END-IF
           MOVE CM-ACCOUNT-NO TO HD-ACCOUNT-NO
           MOVE LK-PROGRAM-ID TO HD-PROGRAM
           MOVE LK-HOLD-DATE TO HD-HELD-DATE
           MOVE WS-DOCUMENT-NO TO HD-DOCUMENT-NO
           MOVE LK-HOLD-LINE TO HD-LINE
           WRITE HELD-FILE-RECORD FROM HD-RECORD
           IF WS-HELD-FILE-STATUS NOT = "00"
               MOVE 1 TO LK-HOLD-RC
               DISPLAY "HELDDOCS WRITE FAILED, STATUS = "
                   WS-HELD-FILE-STATUS
           END-IF
           CLOSE HELD-FILE
           GOBACK.

      *>----------------------------------------------------------------
      *> TraceOneDocument - one trace-list entry per held document,
      *> carrying the address the mail came back from.
      *>----------------------------------------------------------------
       TraceOneDocument.
           OPEN EXTEND TRACE-FILE
           IF WS-TRACE-FILE-STATUS NOT = "00"
                   AND WS-TRACE-FILE-STATUS NOT = "05"
               OPEN OUTPUT TRACE-FILE
           END-IF
           MOVE CM-ACCOUNT-NO TO TL-ACCOUNT-NO
           MOVE LK-PROGRAM-ID TO TL-PROGRAM
           MOVE LK-HOLD-DATE TO TL-HELD-DATE
           MOVE CM-GONE-AWAY-DATE TO TL-GONE-AWAY-DATE
           MOVE CM-CUSTOMER-NAME TO TL-CUSTOMER-NAME
           MOVE CM-ADDRESS TO TL-ADDRESS
           WRITE TRACE-FILE-RECORD FROM WS-TRACE-LINE
           IF WS-TRACE-FILE-STATUS NOT = "00"
               MOVE 1 TO LK-HOLD-RC
               DISPLAY "TRACELST WRITE FAILED, STATUS = "
                   WS-TRACE-FILE-STATUS
           END-IF
           CLOSE TRACE-FILE
           .
       END PROGRAM MAILHOLD.
