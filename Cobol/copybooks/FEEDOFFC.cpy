      *> SURVEY-OFFICE REGISTER - THE CENSUS.FEED.OFFICES CONTROL
      *> DATASET, ONE 80-BYTE CARD PER OFFICE ALLOWED TO TRANSMIT A
      *> CENSUS.TRANS.FEED. THE OFFICE CODE IS THE ONE CARRIED ON THE
      *> FEED HEADER (FH-OFFICE, SEE CENSEDIT). WHEN TWO OFFICES SEND
      *> THE SAME STATE AND SURVEY YEAR ON ONE NIGHT, THE LOWER
      *> PRECEDENCE NUMBER WINS (01 BEFORE 02); ON EQUAL PRECEDENCE THE
      *> FEED READ LATER WINS. THE RETURN SLOT (1-6) NAMES THE
      *> RETFEEDN DD CENSDISP WRITES THAT OFFICE'S DISPOSITION RETURN
      *> FEED TO - ZERO OR BLANK MEANS THE OFFICE GETS ONLY THE
      *> COMBINED RETFEED. READ BY CENSEDIT AND CENSDISP; MAINTAINED
      *> BY HAND (IEBGENER/ISPF) LIKE THE PLAUSIBILITY TOLERANCE CARD.
       01  FEED-OFFICE-REC.
           05 FO-OFFICE           PIC X(2).
           05 FILLER              PIC X(1).
           05 FO-PRECEDENCE       PIC 9(2).
           05 FILLER              PIC X(1).
           05 FO-RETURN-SLOT      PIC 9(1).
           05 FILLER              PIC X(1).
           05 FO-OFFICE-NAME      PIC X(30).
           05 FILLER              PIC X(42).
