      *> PLAUSIBILITY HOLD RECORD - THE CENSUS.PLAUS.HOLD KSDS, KEYED ON
      *> STATE-UT AND SURVEY YEAR. DB2PLAU WRITES ONE RECORD FOR EVERY
      *> CLEAN FEED RECORD THAT FAILS A PRIOR-SURVEY TOLERANCE, WITH THE
      *> REASON AND THE OLD (LATEST CENSUS ROW) AND NEW (FEED) FIGURES.
      *> THE RECORD STAYS OUT OF THE LOAD UNTIL AN ANALYST RELEASES IT
      *> ON DB2PLAU'S RELEASE CARDS - IT IS THEN FLAGGED RELEASED AND
      *> PH-TRANS-IMAGE (THE UNTOUCHED STATTRAN.CPY FEED IMAGE) GOES TO
      *> THAT NIGHT'S LOAD. CENSDISP RETURNS TONIGHT'S HOLDS TO THE
      *> SURVEY OFFICE AS HELD WITH PH-REASON.
      *>   POPDROP  - POPULATION FELL BY MORE THAN THE TOLERANCE
      *>   POPRISE  - POPULATION ROSE BY MORE THAN THE TOLERANCE
      *>   RATIOJMP - RATIO MOVED BY MORE THAN THE TOLERATED FACTOR
      *>   SQLERROR - THE PRIOR ROW COULD NOT BE READ, SO NOTHING WAS
      *>              CHECKED - HELD RATHER THAN LOADED BLIND
       01  PLAUS-HOLD-REC.
           05 PH-KEY.
              10 PH-STATE-UT      PIC X(30).
              10 PH-YEAR          PIC 9(04).
           05 PH-STATUS           PIC X(01).
              88 PH-HELD          VALUE 'H'.
              88 PH-RELEASED      VALUE 'R'.
           05 PH-REASON           PIC X(08).
           05 PH-HELD-DATE        PIC X(08).
           05 PH-RELEASE-DATE     PIC X(08).
           05 PH-RELEASED-BY      PIC X(08).
           05 PH-OLD-YEAR         PIC 9(04).
           05 PH-OLD-POP          PIC 9(09).
           05 PH-NEW-POP          PIC 9(09).
           05 PH-OLD-RATIO        PIC S9(09).
           05 PH-NEW-RATIO        PIC S9(09).
           05 PH-TRANS-IMAGE      PIC X(86).
