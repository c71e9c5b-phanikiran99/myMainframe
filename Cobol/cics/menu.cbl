000600*ATTEMPTED AS WELL AS GRANTED ACCESS. A USER WITH NO OPERAUTH     00060000
000700*RECORD GETS THE READ-ONLY OPTIONS (1, 2 AND 4) - ONLY            00070000
000800*SUPERVISORS CARRY OPTION 3 (CENSUS MAINTENANCE) AND OPTION 5     00080000
000850*(THE AB59 APPROVAL QUEUE FOR QUEUED AB57 CHANGES). OPTION 8      00085000
000900*(THE AB63 SAMPLE FILE INQUIRY AND MAINTENANCE) IS NEVER A        00090000
000950*DEFAULT EITHER - IT IS GRANTED USER BY USER THROUGH AB61.        00095000
001000  IDENTIFICATION DIVISION.                                        00100000
001100  PROGRAM-ID. PROGAB55.                                           00110000
001200  DATA DIVISION.                                                  00120000
009600                      EXEC CICS                                   00960000
009700                          XCTL PROGRAM('PROGAB60')                00970000
009800                      END-EXEC                                    00980000
009811                  ELSE                                            00981100
009822                      PERFORM REFUSE-OPTION-PARA                  00982200
009833                  END-IF                                          00983300
009844              WHEN '8'                                            00984400
009855                  IF OA-OPT8 = 'Y'                                00985500
009866                      EXEC CICS                                   00986600
009877                          XCTL PROGRAM('PROGAB63')                00987700
009888                      END-EXEC                                    00988800
009900                  ELSE                                            00990000
010000                      PERFORM REFUSE-OPTION-PARA                  01000000
010100                  END-IF                                          01010000
010200              WHEN OTHER                                          01020000
010300                  MOVE 'INVALID SELECTION - ENTER 1 TO 8'         01030000
010400                          TO WS-MESSAGE                           01040000
010500                  MOVE WS-MESSAGE TO MSGO                         01050000
010600                  PERFORM SEND-MAP-PARA                           01060000
011700*FLAGS DEFAULT TO N  - A SHORT PRE-CONVERSION RECORD MUST         01170000
011800*NOT LEAVE STALE OPTION  BYTES BEHIND THE READ                    01180000
011900     MOVE 'N' TO OA-OPT1 OA-OPT2 OA-OPT3 OA-OPT4                  01190000
012000                 OA-OPT5 OA-OPT6 OA-OPT7 OA-OPT8                  01200000
012100      EXEC CICS                                                   01210000
012200          READ FILE('OPERAUTH')                                   01220000
012300               INTO(OPERAUTH-REC)                                 01230000
013400          MOVE 'N' TO OA-OPT5                                     01340000
013500          MOVE 'N' TO OA-OPT6                                     01350000
013600          MOVE 'Y' TO OA-OPT7                                     01360000
013650          MOVE 'N' TO OA-OPT8                                     01365000
013700      END-IF.                                                     01370000
013800*ONLY THE OPTIONS THE USER HOLDS APPEAR ON THE SCREEN             01380000
013900  BLANK-UNHELD-PARA.                                              01390000
015800      IF OA-OPT7 NOT = 'Y'                                        01580000
015900          MOVE SPACES TO OPT7TO                                   01590000
016000      END-IF.                                                     01600000
016025      IF OA-OPT8 NOT = 'Y'                                        01602500
016050          MOVE SPACES TO OPT8TO                                   01605000
016075      END-IF.                                                     01607500
016100*A REFUSED SELECTION IS AN AUDIT EVENT - WRITTEN TO THE CAUD      01610000
016200*EXTRAPARTITION TD QUEUE IN THE SHARED AUDIT-LOG RECORD SHAPE     01620000
016300*(AUDITLOG.CPY) SO IT LANDS BESIDE THE BATCH ENTRIES              01630000
