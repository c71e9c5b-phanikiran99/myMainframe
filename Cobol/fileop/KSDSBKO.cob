              05 SAMPLE-DATA2 PIC A(30).                                00370000
              05 FILLER PIC X(30).                                      00380000
          FD IMAGE-FILE.                                                00390000
          COPY KSDSIMG.                                                 00400000
          FD AUDIT-LOG-FILE.                                            00480000
          COPY AUDITLOG.                                                00490000
       WORKING-STORAGE SECTION.                                         00500000
