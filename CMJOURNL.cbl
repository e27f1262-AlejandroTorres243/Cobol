       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-FILE-RECORD PIC X(150).
       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-FILE-STATUS PIC XX VALUE SPACES.
      *>   The sequence survives between calls inside one run, so
               88 JR-BEFORE-IMAGE VALUE "B".
               88 JR-AFTER-IMAGE  VALUE "A".
           05 FILLER PIC X(1) VALUE SPACE.
           05 JR-IMAGE PIC X(123).
      ******************************************************************
      * LK-PROGRAM-ID  the batch program doing the rewrite
      * LK-JRNL-DATE   its business date
       LINKAGE SECTION.
       01 LK-PROGRAM-ID PIC X(8).
       01 LK-JRNL-DATE PIC 9(8).
       01 LK-BEFORE PIC X(123).
       01 LK-AFTER PIC X(123).
       01 LK-JRNL-RC PIC 9.
       PROCEDURE DIVISION USING LK-PROGRAM-ID, LK-JRNL-DATE,
           LK-BEFORE, LK-AFTER, LK-JRNL-RC.
