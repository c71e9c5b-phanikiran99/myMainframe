      *> THE OFFICIAL NAME ITSELF IS CARRIED AS A SELF-ROW SO THE SET
      *> OF AL-OFFICIAL VALUES IS ALSO THE LIST OF REAL STATES.
      *> READ BY CENSEDIT TO NORMALIZE THE FEED BEFORE THE LOAD AND BY
      *> PROGAB56/57 AND DB2CORR SO AN ALIASED NAME RETRIEVES THE
      *> RIGHT ROW;
      *> MAINTAINED BY THE STALMNT BATCH JOB (CENSALIA).
       01  STATE-ALIAS-REC.
           05 AL-VARIANT          PIC X(30).
