      *>   OPT1 = CALCULATOR (AB54)      OPT2 = CENSUS INQUIRY (AB56)
      *>   OPT3 = CENSUS MAINT (AB57)    OPT4 = CENSUS BROWSE (AB58)
      *>   OPT5 = APPROVAL QUEUE (AB59)  OPT6 = ACCESS ADMIN (AB61)
      *>   OPT7 = OPS STATUS (AB60)      OPT8 = SAMPLE MAINT (AB63)
       01  OPERAUTH-REC.
           05 OA-USERID           PIC X(08).
           05 OA-OPT1             PIC X(01).
           05 OA-OPT5             PIC X(01).
           05 OA-OPT6             PIC X(01).
           05 OA-OPT7             PIC X(01).
           05 OA-OPT8             PIC X(01).
