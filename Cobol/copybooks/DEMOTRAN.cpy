      *> DEMOGRAPHIC TRANSACTION RECORD FOR THE SURVEY OFFICE'S SEX AND
      *> LITERACY FEED (DEMODD) - MALE, FEMALE AND LITERATE POPULATION
      *> PER STATE/UT AND SURVEY YEAR, THE COMPANION TO STATTRAN.CPY.
      *> EDITED BY CENSGEDT, LOADED INTO CENSUS_DEMOGRAPHIC BY DB2DEMO;
      *> MALE + FEMALE IS PROVED AGAINST THE CENSUS ROW BY DB2GREC.
      *> COPY THIS INTO AN FD IN THE FILE SECTION. 66 BYTES.
       01  DEMO-TRANS-REC.
           05 DM-STATE-UT          PIC X(30).
           05 DM-YEAR-OF-SUR       PIC 9(9).
           05 DM-MALE-POP          PIC 9(9).
           05 DM-FEMALE-POP        PIC 9(9).
           05 DM-LITERATE-POP      PIC 9(9).
