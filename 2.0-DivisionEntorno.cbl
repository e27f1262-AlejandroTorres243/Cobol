       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 123 CHARACTERS.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
