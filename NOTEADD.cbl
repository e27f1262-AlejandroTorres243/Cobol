      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared account-note capture - the collections and
      *          service screens (WORKLIST, CUSTMNT, PTPMNT, DSPMNT)
      *          CALL here after working an account.  The operator is
      *          offered a note, keys the contact type (call in, call
      *          out, letter, visit) and up to five free-text lines,
      *          and the note is appended to ACCTNOTE stamped with
      *          the date, time, operator and calling screen.  This
      *          is the only writer of ACCTNOTE and it only ever
      *          appends, so a saved note cannot be altered; CUSTINQ
      *          shows the notes newest-first.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTEADD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOTE-FILE ASSIGN TO "ACCTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTE-FILE.
       01  NOTE-FILE-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY NOTEREC.
       01 WS-NOTE-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-ANSWER PIC X VALUE SPACE.
       01 WS-TYPE-TEXT PIC X(2) VALUE SPACES.
       01 WS-NOW-TIME PIC 9(8) VALUE ZERO.
      *>   The note is keyed in full before anything is written, so
      *>   an abandoned note leaves nothing half-saved on the file.
       01 NOTE-LINE-TABLE.
           05 NOTE-LINE OCCURS 5 TIMES INDEXED BY NL-IDX.
               10 NL-TEXT PIC X(60).
       01 NOTE-LINE-COUNT PIC 9 VALUE ZERO.
       01 WS-LINES-DONE PIC X VALUE "N".
           88 LINES-DONE VALUE "Y".
      ******************************************************************
      * LK-PROGRAM-ID  the screen the note was taken on
      * LK-NOTE-DATE   its business date
      * LK-OPERATOR    the signed-on operator
      * LK-ACCOUNT-NO  the account the note is about
      * LK-NOTE-RC     0 = note saved
      *                1 = no note taken (declined, cancelled, or no
      *                    text keyed)
      *                2 = ACCTNOTE write failed
      ******************************************************************
       LINKAGE SECTION.
       01 LK-PROGRAM-ID PIC X(8).
       01 LK-NOTE-DATE PIC 9(8).
       01 LK-OPERATOR PIC 9(4).
       01 LK-ACCOUNT-NO PIC 9(10).
       01 LK-NOTE-RC PIC 9.
       PROCEDURE DIVISION USING LK-PROGRAM-ID, LK-NOTE-DATE,
           LK-OPERATOR, LK-ACCOUNT-NO, LK-NOTE-RC.
       TakeOneNote.
           MOVE 1 TO LK-NOTE-RC
           DISPLAY "ADD A NOTE FOR " LK-ACCOUNT-NO " (Y/N) - "
               WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y"
               GOBACK
           END-IF
           PERFORM AcceptContactType
           IF NOT AN-VALID-TYPE
               DISPLAY "NOTE CANCELLED"
               GOBACK
           END-IF
           PERFORM AcceptNoteLines
           IF NOTE-LINE-COUNT = ZERO
               DISPLAY "NO TEXT KEYED - NOTE NOT SAVED"
               GOBACK
           END-IF
           PERFORM SaveNote
           GOBACK.

      *>----------------------------------------------------------------
      *> AcceptContactType - asked until a valid type is keyed; a
      *> blank entry cancels the note.
      *>----------------------------------------------------------------
       AcceptContactType.
           MOVE SPACES TO AN-CONTACT-TYPE
           PERFORM UNTIL AN-VALID-TYPE
               DISPLAY "CONTACT TYPE (CI-CALL IN CO-CALL OUT "
                   "LT-LETTER VI-VISIT, BLANK-CANCEL) - "
                   WITH NO ADVANCING
               ACCEPT WS-TYPE-TEXT
               IF WS-TYPE-TEXT = SPACES
                   EXIT PERFORM
               END-IF
               MOVE WS-TYPE-TEXT TO AN-CONTACT-TYPE
               IF NOT AN-VALID-TYPE
                   DISPLAY "CONTACT TYPE " WS-TYPE-TEXT
                       " NOT RECOGNIZED"
               END-IF
           END-PERFORM
           .

       AcceptNoteLines.
           MOVE ZERO TO NOTE-LINE-COUNT
           MOVE "N" TO WS-LINES-DONE
           PERFORM VARYING NL-IDX FROM 1 BY 1
                   UNTIL NL-IDX > 5 OR LINES-DONE
               DISPLAY "NOTE LINE " NL-IDX " (BLANK TO END) - "
                   WITH NO ADVANCING
               ACCEPT NL-TEXT (NL-IDX)
               IF NL-TEXT (NL-IDX) = SPACES
                   MOVE "Y" TO WS-LINES-DONE
               ELSE
                   ADD 1 TO NOTE-LINE-COUNT
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> SaveNote - every line of the note carries the same stamp,
      *> so CUSTINQ can gather them back into one note.
      *>----------------------------------------------------------------
       SaveNote.
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND NOTE-FILE
      *>    Status "05" means EXTEND already created the missing
      *>    OPTIONAL file successfully -- only a genuine error status
      *>    should fall back to OPEN OUTPUT.
           IF WS-NOTE-FILE-STATUS NOT = "00"
                   AND WS-NOTE-FILE-STATUS NOT = "05"
               OPEN OUTPUT NOTE-FILE
           END-IF
           MOVE 0 TO LK-NOTE-RC
           MOVE LK-ACCOUNT-NO TO AN-ACCOUNT-NO
           MOVE LK-NOTE-DATE TO AN-NOTE-DATE
           MOVE WS-NOW-TIME (1:6) TO AN-NOTE-TIME
           MOVE LK-OPERATOR TO AN-OPERATOR
           MOVE LK-PROGRAM-ID TO AN-SOURCE
           PERFORM VARYING NL-IDX FROM 1 BY 1
                   UNTIL NL-IDX > NOTE-LINE-COUNT
               SET AN-LINE-NO TO NL-IDX
               MOVE NL-TEXT (NL-IDX) TO AN-TEXT
               WRITE NOTE-FILE-RECORD FROM AN-RECORD
               IF WS-NOTE-FILE-STATUS NOT = "00"
                   MOVE 2 TO LK-NOTE-RC
               END-IF
           END-PERFORM
           CLOSE NOTE-FILE
           IF LK-NOTE-RC = 0
               DISPLAY "NOTE SAVED"
           ELSE
               DISPLAY "ACCTNOTE WRITE FAILED, STATUS = "
                   WS-NOTE-FILE-STATUS
           END-IF
           .
       END PROGRAM NOTEADD.
