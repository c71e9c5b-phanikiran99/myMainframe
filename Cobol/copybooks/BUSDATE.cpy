      *> CARRIES THE PROCESSING DATE THE STREAM'S DATA BELONGS TO AND
      *> THE NEXT WORKING DATE (DERIVED BY CENSDATE FROM THE HOLIDAY
      *> CALENDAR), SO A SATURDAY RERUN OF FRIDAY'S FAILED STREAM
      *> STILL STAMPS EVERYTHING WITH FRIDAY'S DATE. CENSDATE ALSO
      *> FLAGS WHETHER THE PROCESSING DATE IS THE LAST WORKING DAY OF
      *> ITS MONTH, QUARTER OR YEAR (THE NEXT WORKING DATE FALLS IN
      *> ANOTHER MONTH), AND CARRIES THE FLAGS OF THE DATE JUST CLOSED
      *> ALONGSIDE, SO A STEP CAN RUN ON THE PERIOD-END NIGHT ITSELF OR
      *> ON THE FIRST NIGHT AFTER IT - SEE CENSPEND. READ THROUGH
      *> READ-BUSINESS-DATE-PARA (BUSDTPRC.CPY), WHICH FALLS BACK TO
      *> THE SYSTEM DATE WHEN NO BUSDATDD IS ALLOCATED.
      *> COPY THIS INTO AN FD BUSDATE-FILE IN THE FILE SECTION.
       01  BUSDATE-REC.
           05 BUS-PROC-DATE       PIC X(8).
           05 BUS-NEXT-DATE       PIC X(8).
           05 BUS-PERIOD-END.
              10 BUS-MONTH-END    PIC X(1).
                 88 BUS-MONTH-END-Y VALUE 'Y'.
              10 BUS-QTR-END      PIC X(1).
                 88 BUS-QTR-END-Y VALUE 'Y'.
              10 BUS-YEAR-END     PIC X(1).
                 88 BUS-YEAR-END-Y VALUE 'Y'.
      *> THE SAME THREE FLAGS FOR THE PROCESSING DATE BEFORE THIS ONE
           05 BUS-PRIOR-PERIOD-END.
              10 BUS-PRIOR-MONTH-END PIC X(1).
                 88 BUS-PRIOR-MONTH-END-Y VALUE 'Y'.
              10 BUS-PRIOR-QTR-END PIC X(1).
                 88 BUS-PRIOR-QTR-END-Y VALUE 'Y'.
              10 BUS-PRIOR-YEAR-END PIC X(1).
                 88 BUS-PRIOR-YEAR-END-Y VALUE 'Y'.
