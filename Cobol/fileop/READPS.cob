            FILE STATUS WS-AUDITLOG-STATUS.                             00400000
      *RUN-CONTROL REGISTRY, SHARED BY THE CENSUSJB STREAM - OPTIONAL   00410000
      *SO A JOB WITHOUT RUNCTLDD RUNS WITH NO DOUBLE-RUN PROTECTION.    00420000
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD         00430000
            ORGANIZATION IS INDEXED                                     00440000
            ACCESS MODE IS DYNAMIC                                      00443000
            RECORD KEY IS RC-KEY                                        00446000
            FILE STATUS WS-RUNCTL-STATUS.                               00450000
      *DATA DIVISION STARTS HERE                                        00460000
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00470000
