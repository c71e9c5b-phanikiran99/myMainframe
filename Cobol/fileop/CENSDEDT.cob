           ORGANIZATION IS SEQUENTIAL                                   00280000
           FILE STATUS WS-AUDITLOG-STATUS.                              00290000
      *RUN-CONTROL REGISTRY, SHARED BY THE STREAMS - OPTIONAL           00300000
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          00310000
           ORGANIZATION IS INDEXED                                      00320000
           ACCESS MODE IS DYNAMIC                                       00323000
           RECORD KEY IS RC-KEY                                         00326000
           FILE STATUS WS-RUNCTL-STATUS.                                00330000
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00340000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00350000
