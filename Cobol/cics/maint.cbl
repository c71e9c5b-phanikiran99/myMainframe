019900*FLAGS DEFAULT TO N  - A SHORT PRE-CONVERSION RECORD MUST         01990000
020000*NOT LEAVE STALE OPTION  BYTES BEHIND THE READ                    02000000
020100     MOVE 'N' TO OA-OPT1 OA-OPT2 OA-OPT3 OA-OPT4                  02010000
020200                 OA-OPT5 OA-OPT6 OA-OPT7 OA-OPT8                  02020000
020300      EXEC CICS                                                   02030000
020400          READ FILE('OPERAUTH')                                   02040000
020500               INTO(OPERAUTH-REC)                                 02050000
