               88 JR-BEFORE-IMAGE VALUE "B".
               88 JR-AFTER-IMAGE  VALUE "A".
           05 FILLER PIC X(1).
           05 JR-IMAGE PIC X(123).
       FD  STOP-PARM.
       01  STOP-PARM-RECORD.
           05 SP-STOP-COUNT PIC 9(9).
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD PIC X(47).
