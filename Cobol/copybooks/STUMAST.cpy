      *> STUDENT MASTER RECORD - THE VARAPP.STUDENT.MASTER.KSDS, KEYED
      *> ON THE 9-BYTE STUDENT-ID. ONE RECORD PER STUDENT EVER
      *> ENROLLED: THE FULL NAME, THE POSTAL ADDRESS THE LABELS AND
      *> RESULT LETTERS ARE PRINTED FROM (TWO STREET LINES, TOWN,
      *> DISTRICT, OFFICIAL STATE-UT NAME AND 6-DIGIT PIN) AND THE
      *> ENROLMENT STATUS. A STUDENT IS NEVER DELETED - A WITHDRAWAL
      *> SETS THE STATUS AND ITS DATE SO THE TRANSCRIPT STILL HAS AN
      *> OWNER, AND A WITHDRAWN STUDENT GETS NO LABEL OR LETTER.
      *> A PIECE RETURNED UNDELIVERED (MAILRETN) PUTS THE ADDRESS ON
      *> MAIL HOLD - NO LABEL OR LETTER UNTIL STUMNT CHANGES THE
      *> ADDRESS - AND IS COUNTED; THE COUNT IS NEVER RESET.
      *> MAINTAINED BY STUMNT (VARSTUMT); READ BY VARMAIL AND GRADMERG.
      *> 200 BYTES.
       01  STUDENT-MASTER-REC.
           05 STU-ID              PIC X(9).
           05 STU-NAME            PIC X(30).
           05 STU-ADDRESS.
              10 STU-ADDR-LINE1   PIC X(30).
              10 STU-ADDR-LINE2   PIC X(30).
              10 STU-TOWN         PIC X(20).
              10 STU-DISTRICT     PIC X(20).
              10 STU-STATE        PIC X(30).
              10 STU-PIN          PIC 9(6).
           05 STU-STATUS          PIC X(1).
              88 STU-ACTIVE       VALUE 'A'.
              88 STU-WITHDRAWN    VALUE 'W'.
           05 STU-STATUS-DATE     PIC 9(8).
           05 STU-MAIL-HOLD       PIC X(1).
              88 STU-MAIL-HELD    VALUE 'Y'.
           05 STU-RETURN-COUNT    PIC 9(3).
           05 STU-LAST-RETURNED   PIC 9(8).
           05 STU-RETURN-REASON   PIC X(2).
           05 FILLER              PIC X(2).
