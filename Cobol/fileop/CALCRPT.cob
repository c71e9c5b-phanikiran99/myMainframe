       DATA DIVISION.                                                   00220000
          FILE SECTION.                                                 00230000
          FD CALCHIST-FILE.                                             00240000
      *SHARED HISTORY LAYOUT, SEE CALCHIST.CPY.                         00276600
          COPY CALCHIST.                                                00313200
          FD CALC-RPT-FILE.                                             00350000
          01 CALC-RPT-REC PIC X(80).                                    00360000
       WORKING-STORAGE SECTION.                                         00370000
