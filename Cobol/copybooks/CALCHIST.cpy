      *> CALCULATOR HISTORY RECORD - THE CALCHIST KSDS, KEYED ON
      *> USERID + DATE + TIME. ONE RECORD PER CALCULATION, WRITTEN
      *> ONLINE BY PROGAB54'S LOG-DURABLE-PARA AND IN BATCH BY CALCBAT
      *> (UNDER THE BATCHCLC PSEUDO-USERID), REPORTED NIGHTLY BY
      *> CALCRPT - ONE LAYOUT, CHANGED ONLY HERE. THE OPERANDS ARE
      *> SIGNED WITH FOUR DECIMAL PLACES AND THE RESULT IS ROUNDED TO
      *> FOUR PLACES (58-BYTE RECORDS; THE OLD 46-BYTE WHOLE-NUMBER
      *> RECORDS ARE CONVERTED BY CALCCONV - SEE THE HISTCONV JOB).
       01  CALCHIST-REC.
           05 CH-KEY.
              10 CH-USERID        PIC X(08).
              10 CH-DATE          PIC 9(08).
              10 CH-TIME          PIC 9(08).
           05 CH-N1               PIC S9(05)V9(04).
           05 CH-N2               PIC S9(05)V9(04).
           05 CH-OPER             PIC X(01).
           05 CH-RESULT           PIC S9(10)V9(04).
           05 CH-ERROR-FLAG       PIC X(01).
