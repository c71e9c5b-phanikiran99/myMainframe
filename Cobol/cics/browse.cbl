018700*FLAGS DEFAULT TO N  - A SHORT PRE-CONVERSION RECORD MUST         01870000
018800*NOT LEAVE STALE OPTION  BYTES BEHIND THE READ                    01880000
018900     MOVE 'N' TO OA-OPT1 OA-OPT2 OA-OPT3 OA-OPT4                  01890000
019000                 OA-OPT5 OA-OPT6 OA-OPT7 OA-OPT8                  01900000
019100      EXEC CICS                                                   01910000
019200          READ FILE('OPERAUTH')                                   01920000
019300               INTO(OPERAUTH-REC)                                 01930000
