      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared termination reason lookup - load the TERMRSN
      *          reason table into working storage on first call and
      *          answer lookups by reason code, so member maintenance,
      *          the exception fix-up screen and the churn report all
      *          validate and describe leavers from the one table.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRSLOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REASON-FILE ASSIGN TO "TERMRSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REASON-FILE.
       01  REASON-FILE-RECORD PIC X(33).
       WORKING-STORAGE SECTION.
       COPY TRSREC.
       01 WS-REASON-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-REASON-FILE-OK VALUE "00".
           88 WS-REASON-FILE-EOF VALUE "10".
       01 WS-TABLE-LOADED PIC X VALUE "N".
           88 TABLE-IS-LOADED VALUE "Y".
       01 REASON-TABLE.
           05 REASON-ENTRY OCCURS 1 TO 99 TIMES
               DEPENDING ON REASON-COUNT
               INDEXED BY RSN-IDX.
               10 RT-REASON-CODE PIC X(2).
               10 RT-CATEGORY PIC X(1).
               10 RT-DESCRIPTION PIC X(30).
       01 REASON-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND-REASON PIC X VALUE "N".
           88 WS-REASON-FOUND VALUE "Y".
      ******************************************************************
      * LK-REASON-RC  0 = reason found, description and category
      *                   returned
      *               1 = reason not on the table
      *               2 = TERMRSN file empty or not available
      ******************************************************************
       LINKAGE SECTION.
       01 LK-REASON-CODE PIC X(2).
       01 LK-REASON-DESC PIC X(30).
       01 LK-REASON-CATEGORY PIC X(1).
       01 LK-REASON-RC PIC 9.
       PROCEDURE DIVISION USING LK-REASON-CODE, LK-REASON-DESC,
           LK-REASON-CATEGORY, LK-REASON-RC.
       LookupReason.
           MOVE 0 TO LK-REASON-RC
           MOVE SPACES TO LK-REASON-DESC
           MOVE SPACE TO LK-REASON-CATEGORY
           IF NOT TABLE-IS-LOADED
               PERFORM LoadReasonTable
           END-IF
           IF REASON-COUNT = ZERO
               MOVE 2 TO LK-REASON-RC
           ELSE
               MOVE "N" TO WS-FOUND-REASON
               PERFORM VARYING RSN-IDX FROM 1 BY 1
                       UNTIL RSN-IDX > REASON-COUNT
                   IF RT-REASON-CODE (RSN-IDX) = LK-REASON-CODE
                       MOVE RT-DESCRIPTION (RSN-IDX) TO LK-REASON-DESC
                       MOVE RT-CATEGORY (RSN-IDX) TO LK-REASON-CATEGORY
                       MOVE "Y" TO WS-FOUND-REASON
                       SET RSN-IDX TO REASON-COUNT
                   END-IF
               END-PERFORM
               IF NOT WS-REASON-FOUND
                   MOVE 1 TO LK-REASON-RC
               END-IF
           END-IF
           GOBACK.

       LoadReasonTable.
           MOVE "Y" TO WS-TABLE-LOADED
           OPEN INPUT REASON-FILE
           IF WS-REASON-FILE-OK
               PERFORM UNTIL WS-REASON-FILE-EOF
                   READ REASON-FILE INTO TR-RECORD
                       AT END SET WS-REASON-FILE-EOF TO TRUE
                       NOT AT END
                           IF REASON-COUNT >= 99
                               SET WS-REASON-FILE-EOF TO TRUE
                           ELSE
                               IF TR-REASON-CODE NOT = SPACES
                                   ADD 1 TO REASON-COUNT
                                   MOVE TR-REASON-CODE TO
                                       RT-REASON-CODE (REASON-COUNT)
                                   MOVE TR-CATEGORY TO
                                       RT-CATEGORY (REASON-COUNT)
                                   MOVE TR-DESCRIPTION TO
                                       RT-DESCRIPTION (REASON-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REASON-FILE
           .
       END PROGRAM TRSLOOK.
