      *> SURVEY-OFFICE CORRECTION UPLOAD (CORRDD) - ONE 80-BYTE RECORD
      *> PER CORRECTED CENSUS ROW, BETWEEN A CORRHDR HEADER AND A
      *> CORRTRL TRAILER, THE WAY CENSEDIT'S FEED CARRIES FEEDHDR AND
      *> ITS TRAILER. THE HEADER NAMES THE UPLOAD'S BATCH IDENTIFIER,
      *> THE SENDING OFFICE (SEE FEEDOFFC.CPY) AND THE USERID THE
      *> CHANGES ARE QUEUED UNDER - THE SAME USERID AN AB57 OVERTYPE
      *> WOULD CARRY, SO THE AB59 APPROVER MUST BE SOMEONE ELSE. THE
      *> TRAILER COUNTS THE DETAIL RECORDS. READ BY DB2CORR, WHICH
      *> QUEUES EACH DETAIL INTO CENSUS_PENDING AS PROGAB57 DOES.
       01  CORR-TRANS-REC.
           05 CR-STATE-UT          PIC X(30).
           05 CR-YEAR-OF-SUR       PIC 9(4).
           05 CR-POPULATION        PIC 9(9).
           05 CR-GROWTH-PER        PIC S9(9).
           05 CR-RURAL-POP         PIC 9(9).
           05 CR-URBAN-POP         PIC 9(9).
           05 CR-RATIO             PIC S9(9).
           05 FILLER               PIC X(1).
       01  CORR-HEADER-REC REDEFINES CORR-TRANS-REC.
           05 CH-ID                PIC X(7).
              88 CORR-HEADER-ID    VALUE 'CORRHDR'.
           05 CH-BATCH-ID          PIC X(8).
           05 CH-OFFICE            PIC X(2).
           05 CH-REQ-USER          PIC X(8).
           05 CH-BATCH-DATE        PIC X(8).
           05 FILLER               PIC X(47).
       01  CORR-TRAILER-REC REDEFINES CORR-TRANS-REC.
           05 CT-ID                PIC X(7).
              88 CORR-TRAILER-ID   VALUE 'CORRTRL'.
           05 CT-COUNT             PIC 9(6).
           05 FILLER               PIC X(67).
