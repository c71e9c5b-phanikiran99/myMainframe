      *> FEED SOURCE RECORD - CENSUS.TRANS.SOURCE, REWRITTEN BY CENSEDIT
      *> EVERY NIGHT. ONE RECORD PER CLEAN FEED RECORD SAYING WHICH
      *> SURVEY OFFICE (AND WHICH OF ITS FEEDS) IT CAME FROM. AFTER THE
      *> PRECEDENCE RULE A STATE AND SURVEY YEAR IS CLEAN FROM ONE
      *> OFFICE ONLY, SO CENSDISP ROUTES DB2OPER'S DISPOSITIONS AND
      *> DB2PLAU'S HOLDS BACK TO THE SENDING OFFICE BY THE KEY, AND
      *> DB2OPER RECORDS THE FEED SEQUENCE AND RECORD POSITION (THE
      *> HEADER IS RECORD 1 OF ITS FEED) AS EACH ROW'S PROVENANCE.
      *> 51 BYTES.
       01  FEED-SOURCE-REC.
           05 FS-STATE-UT         PIC X(30).
           05 FS-YEAR             PIC 9(4).
           05 FS-OFFICE           PIC X(2).
           05 FS-FEED-SEQ         PIC 9(6).
           05 FS-RECORD-NO        PIC 9(9).
