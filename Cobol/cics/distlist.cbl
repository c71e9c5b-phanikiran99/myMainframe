017810*FLAGS DEFAULT TO N  - A SHORT PRE-CONVERSION RECORD MUST         01781000
017820*NOT LEAVE STALE OPTION  BYTES BEHIND THE READ                    01782000
017830     MOVE 'N' TO OA-OPT1 OA-OPT2 OA-OPT3 OA-OPT4                  01783000
017840                 OA-OPT5 OA-OPT6 OA-OPT7 OA-OPT8                  01784000
017900     EXEC CICS                                                    01790000
018000         READ FILE('OPERAUTH')                                    01800000
018100              INTO(OPERAUTH-REC)                                  01810000
