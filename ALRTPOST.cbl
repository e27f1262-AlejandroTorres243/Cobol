      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared customer event service - every batch job
      *          that sees something happen the customer may want
      *          telling about (a payment received, a direct debit
      *          returned, a promise due tomorrow, an instalment
      *          due, a refund sent, high usage on the meter) CALLs
      *          here with the event, and it lands on the ALRTEVT
      *          event file with the caller and business date - the
      *          same one-writer shape as CMJOURNL.  Nothing here
      *          decides whether the customer hears of it: the
      *          nightly ALRTEXT extract applies the customer's
      *          ALRTPREF preference when it builds the file for the
      *          messaging provider.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EVENT-FILE ASSIGN TO "ALRTEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       01  EVENT-FILE-RECORD PIC X(58).
       WORKING-STORAGE SECTION.
       01 WS-EVENT-FILE-STATUS PIC XX VALUE SPACES.
       COPY AEVREC.
      ******************************************************************
      * LK-PROGRAM-ID  the batch program raising the event
      * LK-RUN-DATE    its business date
      * LK-EVENT-CODE  PR / DR / PD / ID / RS / HU (see AEVREC)
      * LK-ACCOUNT-NO  the customer account the event is about
      * LK-AMOUNT      the money involved, zero where there is none
      * LK-EVENT-DATE  the date the event is for
      * LK-REFERENCE   invoice, plan, meter or other reference
      * LK-EVENT-RC    0 = event recorded, 1 = write failed,
      *                2 = no account, nothing recorded
      ******************************************************************
       LINKAGE SECTION.
       01 LK-PROGRAM-ID PIC X(8).
       01 LK-RUN-DATE PIC 9(8).
       01 LK-EVENT-CODE PIC X(2).
       01 LK-ACCOUNT-NO PIC 9(10).
       01 LK-AMOUNT PIC S9(9)V99.
       01 LK-EVENT-DATE PIC 9(8).
       01 LK-REFERENCE PIC X(10).
       01 LK-EVENT-RC PIC 9.
       PROCEDURE DIVISION USING LK-PROGRAM-ID, LK-RUN-DATE,
           LK-EVENT-CODE, LK-ACCOUNT-NO, LK-AMOUNT, LK-EVENT-DATE,
           LK-REFERENCE, LK-EVENT-RC.
       PostOneEvent.
           MOVE 0 TO LK-EVENT-RC
      *>    An event nobody can be told about is not worth keeping.
           IF LK-ACCOUNT-NO NOT NUMERIC OR LK-ACCOUNT-NO = ZERO
               MOVE 2 TO LK-EVENT-RC
               GOBACK
           END-IF
           OPEN EXTEND EVENT-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-EVENT-FILE-STATUS NOT = "00"
                   AND WS-EVENT-FILE-STATUS NOT = "05"
               OPEN OUTPUT EVENT-FILE
           END-IF
           MOVE LK-EVENT-CODE TO AE-EVENT-CODE
           MOVE LK-ACCOUNT-NO TO AE-ACCOUNT-NO
           MOVE LK-EVENT-DATE TO AE-EVENT-DATE
           MOVE LK-AMOUNT TO AE-AMOUNT
           MOVE LK-REFERENCE TO AE-REFERENCE
           MOVE LK-PROGRAM-ID TO AE-SOURCE
           MOVE LK-RUN-DATE TO AE-RAISED-DATE
           WRITE EVENT-FILE-RECORD FROM AE-RECORD
           IF WS-EVENT-FILE-STATUS NOT = "00"
               MOVE 1 TO LK-EVENT-RC
               DISPLAY "ALRTEVT WRITE FAILED, STATUS = "
                   WS-EVENT-FILE-STATUS
           END-IF
           CLOSE EVENT-FILE
           GOBACK.
       END PROGRAM ALRTPOST.
