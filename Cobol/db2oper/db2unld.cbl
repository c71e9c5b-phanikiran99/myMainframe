           ORGANIZATION IS SEQUENTIAL                                   00110000
           FILE STATUS WS-EXTR-STATUS.                                  00120000
      * RUN-CONTROL REGISTRY, SHARED BY THE CENSUSJB STREAM - OPTIONAL  00130000
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          00140000
           ORGANIZATION IS INDEXED                                      00150000
           ACCESS MODE IS DYNAMIC                                       00153000
           RECORD KEY IS RC-KEY                                         00156000
           FILE STATUS WS-RUNCTL-STATUS.                                00160000
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00170000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00180000
