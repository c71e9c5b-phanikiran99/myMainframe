           ORGANIZATION IS SEQUENTIAL                                   00300000
           FILE STATUS WS-LOADRPT-STATUS.                               00310000
      * RUN-CONTROL REGISTRY, SHARED ACROSS THE STREAMS - OPTIONAL      00320000
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          00330000
           ORGANIZATION IS INDEXED                                      00340000
           ACCESS MODE IS DYNAMIC                                       00343000
           RECORD KEY IS RC-KEY                                         00346000
           FILE STATUS WS-RUNCTL-STATUS.                                00350000
      * LOAD RESTART CHECKPOINT - THE DB2OPER GDG PATTERN. DATE-        00360000
      * STAMPED, SO LAST NIGHT'S FINAL CHECKPOINT NEVER MAKES           00370000
