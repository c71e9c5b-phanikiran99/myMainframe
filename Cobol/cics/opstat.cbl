000200*MENU (OPTION 7). THE OVERNIGHT OPERATOR USED TO WAIT FOR THE     00020000
000300*CENSMORN BATCH JOB TO FIND OUT HOW CENSUSJB DID - THIS SCREEN    00030000
000400*READS THE RUN-CONTROL REGISTRY (CENSUS.RUNCTL, RUNCTL.CPY SHAPE, 00040000
000500*DEFINED TO CICS AS THE RUNCTL KSDS) AND THE ALERTS FILE          00050000
000600*(CENSUS.ALERTS, THE CENSALRT LAYOUT, ESDS ALERTS) AND SHOWS, FOR 00060000
000700*THE LATEST BUSINESS DATE IN THE REGISTRY, EACH PROGRAM'S START   00070000
000800*AND END TIMES, RECORD COUNT, RETURN CODE AND VERDICT, PLUS ANY   00080000
000900*RAISED ALERTS - LIVE, WHILE THE STREAM IS STILL RUNNING. ENTER   00090000
001000*REFRESHES; "IS THE LOAD STUCK" IS NOW ONE SCREEN, NOT A SPOOL    00100000
001100*HUNT. THE REPORTING RULES MATCH RUNCRPT'S MORNING REPORT.        00110000
001110*THE FOOT OF THE SCREEN COUNTS THE OPEN SHIFT-HANDOVER NOTES      00111000
001120*FOR THE DATE (CENSUS.HANDOVER, KSDS HANDOVR - OPEN NOTES FROM    00112000
001130*EARLIER DATES CARRY FORWARD AND COUNT TOO); PF5 GOES TO THE AB64 00113000
001140*HANDOVER LOG TO READ, ADD OR RESOLVE THEM.                       00114000
001200 IDENTIFICATION DIVISION.                                         00120000
001300 PROGRAM-ID. PROGAB60.                                            00130000
001400 DATA DIVISION.                                                   00140000
004500    05 ALR-TIMESTAMP PIC X(14).                                   00450000
004600 01 WS-BROWSE-RESP PIC S9(8) COMP.                                00460000
004700 01 WS-BROWSE-RBA PIC S9(8) COMP.                                 00470000
004720*THE RUNCTL BROWSES ARE KEYED ON RC-KEY, THE ALERTS BROWSE BY RBA 00472000
004750 01 WS-BROWSE-KEY PIC X(20).                                      00475000
004800 01 WS-BROWSE-EOF PIC X(01).                                      00480000
004900    88 BROWSE-EOF-Y VALUE 'Y'.                                    00490000
004910*SHARED HANDOVER LOG RECORD - SEE HANDOVER.CPY. ONLY COUNTED HERE 00491000
004920 COPY HANDOVER.                                                   00492000
004930 01 WS-HO-BROWSE-KEY PIC X(30).                                   00493000
004940 77 WS-HO-OPEN-COUNT PIC 9(4) VALUE ZERO.                         00494000
004950 77 WS-HO-OPEN-EDIT PIC ZZZ9.                                     00495000
005000 77 WS-REPORT-DATE PIC X(8) VALUE SPACES.                         00500000
005100 01 WS-LINE-IDX PIC S9(4) COMP VALUE ZERO.                        00510000
005200 01 WS-PGM-IDX PIC S9(4) COMP.                                    00520000
009900     IF EIBAID = DFHPF12                                          00990000
010000         EXEC CICS                                                01000000
010100             XCTL PROGRAM('PROGAB55')                             01010000
010110         END-EXEC                                                 01011000
010120     END-IF.                                                      01012000
010130     IF EIBAID = DFHPF5                                           01013000
010140         EXEC CICS                                                01014000
010150             XCTL PROGRAM('PROGAB64')                             01015000
010200         END-EXEC                                                 01020000
010300     END-IF.                                                      01030000
010400     EXEC CICS                                                    01040000
011600         PERFORM COLLECT-PARA                                     01160000
011700         PERFORM BUILD-SCREEN-PARA                                01170000
011800         PERFORM ALERTS-PARA                                      01180000
011850         PERFORM HANDOVER-PARA                                    01185000
011900     END-IF.                                                      01190000
012000     PERFORM SEND-MAP-PARA.                                       01200000
012100     EXEC CICS                                                    01210000
013410*FLAGS DEFAULT TO N  - A SHORT PRE-CONVERSION RECORD MUST         01341000
013420*NOT LEAVE STALE OPTION  BYTES BEHIND THE READ                    01342000
013430     MOVE 'N' TO OA-OPT1 OA-OPT2 OA-OPT3 OA-OPT4                  01343000
013440                 OA-OPT5 OA-OPT6 OA-OPT7 OA-OPT8                  01344000
013500     EXEC CICS                                                    01350000
013600         READ FILE('OPERAUTH')                                    01360000
013700              INTO(OPERAUTH-REC)                                  01370000
016600         XCTL PROGRAM('PROGAB55')                                 01660000
016700     END-EXEC.                                                    01670000
016800*FIRST BROWSE - THE LATEST BUSINESS DATE IN THE REGISTRY IS THE   01680000
016900*STREAM RUN THE OPERATOR CARES ABOUT TONIGHT. THE REGISTRY IS     01690000
017000*KEYED DATE FIRST, SO IT IS THE DATE ON THE LAST RECORD - ONE     01700000
017100*HIGH-VALUES START AND ONE READPREV, WHATEVER THE FILE'S SIZE     01710000
017200 FIND-LATEST-PARA.                                                01720000
017300     MOVE SPACES TO WS-REPORT-DATE.                               01730000
017400     MOVE HIGH-VALUES TO WS-BROWSE-KEY.                           01740000
017500     EXEC CICS                                                    01750000
017600         STARTBR FILE('RUNCTL')                                   01760000
017700                 RIDFLD(WS-BROWSE-KEY)                            01770000
017800                 GTEQ                                             01780000
017900                 RESP(WS-BROWSE-RESP)                             01790000
018000     END-EXEC.                                                    01800000
018100     IF WS-BROWSE-RESP = ZERO                                     01810000
018200         EXEC CICS                                                01820000
018300             READPREV FILE('RUNCTL')                              01830000
018400                      INTO(RUN-CONTROL-REC)                       01840000
018500                      RIDFLD(WS-BROWSE-KEY)                       01850000
018600                      LENGTH(LENGTH OF RUN-CONTROL-REC)           01860000
018700                      RESP(WS-BROWSE-RESP)                        01870000
018800         END-EXEC                                                 01880000
018900         IF WS-BROWSE-RESP = ZERO                                 01890000
019000             MOVE RC-BUS-DATE TO WS-REPORT-DATE                   01900000
019100         END-IF                                                   01910000
019200         EXEC CICS                                                01920000
019300             ENDBR FILE('RUNCTL')                                 01930000
019400         END-EXEC                                                 01940000
019500     END-IF.                                                      01950000
019600*SECOND BROWSE - GATHER THE REPORT DATE'S ENTRIES BY PROGRAM,     01960000
019700*RUNCRPT'S 002B-POST-ENTRY-PARA RULES. THE BROWSE STARTS AT THE   01970000
019800*DATE'S FIRST KEY AND STOPS AT THE FIRST KEY OF ANOTHER DATE      01980000
019900 COLLECT-PARA.                                                    01990000
020000     MOVE 'N' TO WS-BROWSE-EOF.                                   02000000
020100     MOVE LOW-VALUES TO WS-BROWSE-KEY.                            02010000
020200     MOVE WS-REPORT-DATE TO WS-BROWSE-KEY (1:8).                  02020000
020300     EXEC CICS                                                    02030000
020400         STARTBR FILE('RUNCTL')                                   02040000
020500                 RIDFLD(WS-BROWSE-KEY)                            02050000
020600                 GTEQ                                             02060000
020700                 RESP(WS-BROWSE-RESP)                             02070000
020800     END-EXEC.                                                    02080000
020900     IF WS-BROWSE-RESP NOT = ZERO                                 02090000
021000         SET BROWSE-EOF-Y TO TRUE                                 02100000
021100     ELSE                                                         02110000
021200         PERFORM COLLECT-ONE-PARA UNTIL BROWSE-EOF-Y              02120000
021300         EXEC CICS                                                02130000
021400             ENDBR FILE('RUNCTL')                                 02140000
021500         END-EXEC                                                 02150000
021600     END-IF.                                                      02160000
021700 COLLECT-ONE-PARA.                                                02170000
021800     EXEC CICS                                                    02180000
021900         READNEXT FILE('RUNCTL')                                  02190000
022000                  INTO(RUN-CONTROL-REC)                           02200000
022100                  RIDFLD(WS-BROWSE-KEY)                           02210000
022200                  LENGTH(LENGTH OF RUN-CONTROL-REC)               02220000
022300                  RESP(WS-BROWSE-RESP)                            02230000
022400     END-EXEC.                                                    02240000
022500     IF WS-BROWSE-RESP NOT = ZERO                                 02250000
022600         SET BROWSE-EOF-Y TO TRUE                                 02260000
022700     ELSE                                                         02270000
022800         IF RC-BUS-DATE NOT = WS-REPORT-DATE                      02280000
022900             SET BROWSE-EOF-Y TO TRUE                             02290000
023000         ELSE                                                     02300000
023100             IF RC-EVENT NOT = 'SKIP'                             02310000
023200                 PERFORM POST-ENTRY-PARA                          02320000
023300             END-IF                                               02330000
023400         END-IF                                                   02340000
023450     END-IF.                                                      02345000
023500 POST-ENTRY-PARA.                                                 02350000
023600     MOVE ZERO TO WS-PGM-SLOT.                                    02360000
023700     PERFORM VARYING WS-PGM-IDX FROM 1 BY 1                       02370000
034000             END-IF                                               03400000
034100         END-IF                                                   03410000
034200     END-IF.                                                      03420000
034300*OPEN HANDOVER NOTES FOR THE DATE - AB64'S RULE: EVERY OPEN NOTE  03430000
034400*UP TO AND INCLUDING THE REPORT DATE. THE LOG IS KEYED DATE FIRST,03440000
034500*SO THE BROWSE STOPS AT THE FIRST LATER DATE                      03450000
034600 HANDOVER-PARA.                                                   03460000
034700     MOVE ZERO TO WS-HO-OPEN-COUNT.                               03470000
034800     MOVE 'N' TO WS-BROWSE-EOF.                                   03480000
034900     MOVE LOW-VALUES TO WS-HO-BROWSE-KEY.                         03490000
035000     EXEC CICS                                                    03500000
035100         STARTBR FILE('HANDOVR')                                  03510000
035200                 RIDFLD(WS-HO-BROWSE-KEY)                         03520000
035300                 GTEQ                                             03530000
035400                 RESP(WS-BROWSE-RESP)                             03540000
035500     END-EXEC.                                                    03550000
035600     IF WS-BROWSE-RESP NOT = ZERO                                 03560000
035700         SET BROWSE-EOF-Y TO TRUE                                 03570000
035800     ELSE                                                         03580000
035900         PERFORM HANDOVER-ONE-PARA UNTIL BROWSE-EOF-Y             03590000
036000         EXEC CICS                                                03600000
036100             ENDBR FILE('HANDOVR')                                03610000
036200         END-EXEC                                                 03620000
036300     END-IF.                                                      03630000
036400     MOVE WS-HO-OPEN-COUNT TO WS-HO-OPEN-EDIT.                    03640000
036500     MOVE WS-HO-OPEN-EDIT TO HOCNTO.                              03650000
036600 HANDOVER-ONE-PARA.                                               03660000
036700     EXEC CICS                                                    03670000
036800         READNEXT FILE('HANDOVR')                                 03680000
036900                  INTO(HANDOVER-REC)                              03690000
037000                  RIDFLD(WS-HO-BROWSE-KEY)                        03700000
037100                  LENGTH(LENGTH OF HANDOVER-REC)                  03710000
037200                  RESP(WS-BROWSE-RESP)                            03720000
037300     END-EXEC.                                                    03730000
037400     IF WS-BROWSE-RESP NOT = ZERO                                 03740000
037500         SET BROWSE-EOF-Y TO TRUE                                 03750000
037600     ELSE                                                         03760000
037700         IF HO-BUS-DATE > WS-REPORT-DATE                          03770000
037800             SET BROWSE-EOF-Y TO TRUE                             03780000
037900         ELSE                                                     03790000
038000             IF HO-OPEN                                           03800000
038100                 ADD 1 TO WS-HO-OPEN-COUNT                        03810000
038200             END-IF                                               03820000
038300         END-IF                                                   03830000
038400     END-IF.                                                      03840000
