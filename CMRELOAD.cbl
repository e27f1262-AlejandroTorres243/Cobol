       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.
       FD  BACKUP-FILE.
       01  BACKUP-FILE-RECORD PIC X(123).
       WORKING-STORAGE SECTION.
       COPY COPY01.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX VALUE SPACES.
