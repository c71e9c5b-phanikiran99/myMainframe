                 10 MNT-DATA2 PIC A(30).                                00440000
                 10 FILLER    PIC X(30).                                00450000
          FD IMAGE-FILE.                                                00460000
          COPY KSDSIMG.                                                 00470000
          FD AUDIT-LOG-FILE.                                            00550000
          COPY AUDITLOG.                                                00560000
          WORKING-STORAGE SECTION.                                      00570000
