           ORGANIZATION IS SEQUENTIAL                                   00220000
           FILE STATUS WS-AUDITLOG-STATUS.                              00230000
      * RUN-CONTROL REGISTRY, SHARED BY THE CENSUSJB STREAM - OPTIONAL  00240000
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          00250000
           ORGANIZATION IS INDEXED                                      00260000
           ACCESS MODE IS DYNAMIC                                       00263000
           RECORD KEY IS RC-KEY                                         00266000
           FILE STATUS WS-RUNCTL-STATUS.                                00270000
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00280000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00290000
