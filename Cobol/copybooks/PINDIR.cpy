      *> POSTAL PIN DIRECTORY RECORD - THE VARAPP.PIN.DIRECTORY.KSDS,
      *> KEYED ON THE 6-DIGIT PIN. ONE RECORD PER PIN IN SERVICE, WITH
      *> THE DISTRICT AND THE STATE IT DELIVERS TO - THE STATE IS THE
      *> OFFICIAL STATE-UT NAME (AS ON THE STALIAS SELF-ROWS), THE SAME
      *> SPELLING STUMNT INSISTS ON FOR A STUDENT'S ADDRESS, SO THE TWO
      *> COMPARE DIRECTLY. RELOADED FROM THE POSTAL FILE BY PINLOAD;
      *> READ BY PIN-CHECK-PARA (SEE PINCHPRC.CPY). 80 BYTES.
       01  PIN-DIRECTORY-REC.
           05 PD-PIN              PIC X(6).
           05 PD-DISTRICT         PIC X(30).
           05 PD-STATE            PIC X(30).
           05 FILLER              PIC X(14).
