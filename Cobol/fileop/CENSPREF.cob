           SELECT REJECT-FILE ASSIGN TO REJECTDD                        00270000
           ORGANIZATION IS SEQUENTIAL                                   00280000
           FILE STATUS WS-REJECT-STATUS.                                00290000
           SELECT PASS-FILE ASSIGN TO PASSDD                            00291100
           ORGANIZATION IS SEQUENTIAL                                   00292200
           FILE STATUS WS-PASS-STATUS.                                  00293300
           SELECT HOLD-FILE ASSIGN TO HOLDDD                            00294400
           ORGANIZATION IS INDEXED                                      00295500
           ACCESS MODE IS SEQUENTIAL                                    00296600
           RECORD KEY IS PH-KEY                                         00297700
           FILE STATUS WS-HOLD-STATUS.                                  00298800
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITDD                      00300000
           ORGANIZATION IS SEQUENTIAL                                   00310000
           FILE STATUS WS-AUDITLOG-STATUS.                              00320000
           SELECT ERROR-LOG-FILE ASSIGN TO ERRLOGDD                     00330000
           ORGANIZATION IS SEQUENTIAL                                   00340000
           FILE STATUS WS-ERRLOG-STATUS.                                00350000
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD                   00360000
           ORGANIZATION IS INDEXED                                      00370000
           ACCESS MODE IS DYNAMIC                                       00373000
           RECORD KEY IS RC-KEY                                         00376000
           FILE STATUS WS-RUNCTL-STATUS.                                00380000
           SELECT BUSDATE-FILE ASSIGN TO BUSDATDD                       00390000
           ORGANIZATION IS SEQUENTIAL                                   00400000
          01  CLEAN-REC              PIC X(86).                         00580000
          FD  REJECT-FILE.                                              00590000
          01  REJECT-REC             PIC X(96).                         00600000
          FD  PASS-FILE.                                                00602000
          01  PASS-REC               PIC X(86).                         00604000
          FD  HOLD-FILE.                                                00606000
          COPY PLAUHOLD.                                                00608000
          FD  AUDIT-LOG-FILE.                                           00610000
          COPY AUDITLOG.                                                00620000
          FD  ERROR-LOG-FILE.                                           00630000
          77 WS-TRANS-STATUS PIC X(2).                                  00780000
          77 WS-CLEAN-STATUS PIC X(2).                                  00790000
          77 WS-REJECT-STATUS PIC X(2).                                 00800000
          77 WS-PASS-STATUS PIC X(2).                                   00803300
          77 WS-HOLD-STATUS PIC X(2).                                   00806600
          77 WS-AUDITLOG-STATUS PIC X(2).                               00810000
          77 WS-ERRLOG-STATUS PIC X(2).                                 00820000
          77 WS-RUNCTL-STATUS PIC X(2).                                 00830000
           MOVE 'REJECT WORK DATASET OPENS (REJECTDD)'                  01690000
               TO RPT-CHK-DESC.                                         01700000
           PERFORM 001A-JUDGE-OPEN-PARA.                                01710000
           OPEN INPUT PASS-FILE.                                        01710830
           MOVE WS-PASS-STATUS TO WS-CHECK-STATUS.                      01711660
           CLOSE PASS-FILE.                                             01712490
           MOVE 'PASSED WORK DATASET OPENS (PASSDD)' TO RPT-CHK-DESC.   01713320
           PERFORM 001A-JUDGE-OPEN-PARA.                                01714150
           OPEN INPUT HOLD-FILE.                                        01714980
           MOVE WS-HOLD-STATUS TO WS-CHECK-STATUS.                      01715810
           CLOSE HOLD-FILE.                                             01716640
           MOVE 'PLAUSIBILITY HOLD KSDS OPENS (HOLDDD)'                 01717470
               TO RPT-CHK-DESC.                                         01718300
           PERFORM 001A-JUDGE-OPEN-PARA.                                01719130
           OPEN EXTEND AUDIT-LOG-FILE.                                  01720000
           MOVE WS-AUDITLOG-STATUS TO WS-CHECK-STATUS.                  01730000
           CLOSE AUDIT-LOG-FILE.                                        01740000
               END-IF                                                   02540000
           END-IF.                                                      02550000
      *NO START WITHOUT AN END FOR ANY PRIOR BUSINESS DATE - A          02560000
      *HALF-FINISHED RUN MUST BE UNTANGLED BEFORE TONIGHT STARTS. THE   02566600
      *REGISTRY IS KEYED DATE FIRST, SO THE READ STOPS AT TONIGHT.      02573200
       003-CHECK-REGISTRY-PARA.                                         02580000
           OPEN INPUT RUN-CONTROL-FILE.                                 02590000
           IF WS-RUNCTL-STATUS NOT = '00'                               02600000
               MOVE WS-RPT-CHECK-LINE TO PREF-RPT-REC                   02670000
               WRITE PREF-RPT-REC                                       02680000
               SET REG-EOF-Y TO TRUE                                    02690000
           ELSE                                                         02691400
               MOVE LOW-VALUES TO RC-KEY                                02692800
               START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-KEY       02694200
                   INVALID KEY                                          02695600
                       SET REG-EOF-Y TO TRUE                            02697000
               END-START                                                02698400
           END-IF.                                                      02700000
           PERFORM 003A-ONE-ENTRY-PARA UNTIL REG-EOF-Y.                 02710000
           CLOSE RUN-CONTROL-FILE.                                      02720000
               VARYING WS-REG-IDX FROM 1 BY 1                           02740000
               UNTIL WS-REG-IDX > WS-REG-COUNT.                         02750000
       003A-ONE-ENTRY-PARA.                                             02760000
           READ RUN-CONTROL-FILE NEXT RECORD                            02770000
               AT END                                                   02780000
                   SET REG-EOF-Y TO TRUE                                02790000
               NOT AT END                                               02800000
                   IF RC-BUS-DATE NOT < WS-RUN-DATE                     02804200
                       SET REG-EOF-Y TO TRUE                            02808400
                   ELSE                                                 02812600
                       IF RC-EVENT NOT = 'SKIP'                         02816800
                           PERFORM 003B-POST-ENTRY-PARA                 02821000
                       END-IF                                           02825200
                   END-IF                                               02830000
           END-READ.                                                    02840000
       003B-POST-ENTRY-PARA.                                            02850000
