      *> OPEN-REJECTS REGISTER RECORD - CENSUS.REJECT.REGISTER, ONE
      *> 80-BYTE RECORD PER CENSEDIT REJECT, OLDEST FIRST. CENSREJR
      *> READS IT, ADDS TONIGHT'S REJECTS (CENSUS.TRANS.REJECT) AND
      *> REWRITES IT EACH NIGHT. AN OPEN REJECT IS CLOSED THE NIGHT A
      *> LATER LOAD APPLIES ITS STATE AND SURVEY YEAR (CENSLMRG'S
      *> INSERTED OR UPDATED DISPOSITION), OR WRITTEN OFF BY HAND ON A
      *> CLOSCARD WHEN IT NEVER WILL BE. CLOSED AND WRITTEN-OFF ENTRIES
      *> STAY ON THE REGISTER FOR THE RETENTION PERIOD ON REJCARD.
      *>   RR-REASON - THE CENSEDIT REASON CODE (STATESPC, STATEUNK,
      *>               NONNUMRC, YEARRNGE, NULLFLAG, FOOTING, YEARCLSD,
      *>               YEARUNKN, DUPSTYR, OVERRIDN, A FEED REASON OR A
      *>               RULE ID)
      *>   RR-REJ-DATE / RR-CLOSE-DATE - BUSINESS DATES, YYYYMMDD
       01  REJECT-REG-REC.
           05 RR-KEY.
              10 RR-STATE-UT      PIC X(30).
              10 RR-YEAR          PIC 9(04).
           05 RR-REJ-DATE         PIC X(08).
           05 RR-REASON           PIC X(08).
           05 RR-OFFICE           PIC X(02).
           05 RR-STATUS           PIC X(01).
              88 RR-OPEN          VALUE 'O'.
              88 RR-CLOSED        VALUE 'C'.
              88 RR-WRITTEN-OFF   VALUE 'W'.
           05 RR-CLOSE-DATE       PIC X(08).
           05 FILLER              PIC X(19).
