      *INSTEAD OF EVERY STEP KEEPING ITS OWN COUNTS IN SPOOL. GATHERS   00030000
      *EACH STEP'S REGISTERED COUNTS AND RETURN CODES FROM THE RUN-     00040000
      *CONTROL REGISTRY (RUNCTL.CPY), INDEPENDENTLY COUNTS THE CLEAN,   00050000
      *REJECT, PASSED AND SAMPLE-EXTRACT FILES, AND CHECKS -            00060000
      *  FEED READ (CENSEDIT)  = CLEAN RECORDS + REJECT RECORDS         00070000
      *  CHECK READ (DB2PLAU)  = CLEAN RECORDS                          00075000
      *  LOAD READ (DB2OPER)   = PASSED RECORDS (CLEAN LESS TONIGHT'S   00080000
      *                          HOLDS, PLUS ANALYST RELEASES)          00085000
      *  - WHEN THE LOAD RAN AS PARTITIONS (CENSLDPN), THE SUM OF THE   00086200
      *    PARTITIONS' READS (DB2OPER1-9), EACH PRINTED FOR INFORMATION 00087400
      *  SPLIT READ (CENSSPLT) = PASSED RECORDS, WHEN THE FEED WAS SPLIT00088600
      *  EXTRACT (READPS)      = SAMPLE EXTRACT RECORDS WRITTEN         00090000
      *  EVERY REGISTERED STEP ENDED WITH RC 04 OR BETTER               00100000
      *  EVERY PERIOD-END RUN DUE TONIGHT (PECARD) REGISTERED A CLEAN   00101100
      *  END UNDER TONIGHT'S BUSINESS DATE                              00102200
      *PECARD, OPTIONAL - ONE CARD PER PERIOD-END PROGRAM: COL 1 M/Q/Y  00103300
      *(MONTH/QUARTER/YEAR-END), COL 3 BLANK = DUE WHEN TONIGHT IS THE  00104400
      *PERIOD-END DATE OR P = DUE THE FIRST BUSINESS DATE AFTER IT      00105500
      *(THE MORNING-AFTER JOBS), COLS 5-12 THE PROGRAM. THE SAME CODES  00106600
      *AS THE CENSPEND GATE THAT RUNS THE JOB, SO THE TWO AGREE ON WHEN 00107700
      *THE RUN WAS DUE.                                                 00108800
      *ANY MISMATCH PRINTS OUT-OF-BALANCE AND SETS RC 8 SO THE          00110000
      *DOWNSTREAM PICKUP IS STOPPED THE SAME NIGHT.                     00120000
       IDENTIFICATION DIVISION.                                         00130000
       ENVIRONMENT DIVISION.                                            00150000
          INPUT-OUTPUT SECTION.                                         00160000
          FILE-CONTROL.                                                 00170000
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD                   00180000
           ORGANIZATION IS INDEXED                                      00190000
           ACCESS MODE IS DYNAMIC                                       00193000
           RECORD KEY IS RC-KEY                                         00196000
           FILE STATUS WS-RUNCTL-STATUS.                                00200000
           SELECT CLEAN-TRANS-FILE ASSIGN TO CLEANDD                    00210000
           ORGANIZATION IS SEQUENTIAL                                   00220000
           SELECT REJECT-FILE ASSIGN TO REJECTDD                        00240000
           ORGANIZATION IS SEQUENTIAL                                   00250000
           FILE STATUS WS-REJECT-STATUS.                                00260000
           SELECT PASSED-TRANS-FILE ASSIGN TO PASSDD                    00262500
           ORGANIZATION IS SEQUENTIAL                                   00265000
           FILE STATUS WS-PASSED-STATUS.                                00267500
           SELECT SAMPLE-EXTRACT-FILE ASSIGN TO EXTRACTDD               00270000
           ORGANIZATION IS SEQUENTIAL                                   00280000
           FILE STATUS WS-EXTRACT-STATUS.                               00290000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00340000
           ORGANIZATION IS SEQUENTIAL                                   00350000
           FILE STATUS WS-BUSDATE-STATUS.                               00360000
      * PERIOD-END RUNS TO PROVE - OPTIONAL, NO CARDS = NONE CHECKED    00362000
           SELECT OPTIONAL PERIOD-CARD-FILE ASSIGN TO PECARD            00364000
           ORGANIZATION IS SEQUENTIAL                                   00366000
           FILE STATUS WS-PECARD-STATUS.                                00368000
       DATA DIVISION.                                                   00370000
          FILE SECTION.                                                 00380000
          FD  RUN-CONTROL-FILE.                                         00390000
          01  CLEAN-TRANS-REC        PIC X(86).                         00420000
          FD  REJECT-FILE.                                              00430000
          01  REJECT-REC             PIC X(96).                         00440000
          FD  PASSED-TRANS-FILE.                                        00443300
          01  PASSED-TRANS-REC       PIC X(86).                         00446600
          FD  SAMPLE-EXTRACT-FILE.                                      00450000
          01  SAMPLE-EXTRACT-REC     PIC X(50).                         00460000
          FD  BALANCE-RPT-FILE.                                         00470000
          01  BALANCE-RPT-REC        PIC X(80).                         00480000
          FD  BUSDATE-FILE.                                             00490000
          COPY BUSDATE.                                                 00500000
          FD  PERIOD-CARD-FILE.                                         00500900
          01  PERIOD-CARD-REC.                                          00501800
             05 PEC-PERIOD           PIC X(1).                          00502700
                88 PEC-PERIOD-OK     VALUE 'M' 'Q' 'Y'.                 00503600
             05 FILLER               PIC X(1).                          00504500
             05 PEC-WHEN             PIC X(1).                          00505400
                88 PEC-WHEN-OK       VALUE ' ' 'P'.                     00506300
             05 FILLER               PIC X(1).                          00507200
             05 PEC-PROGRAM          PIC X(8).                          00508100
             05 FILLER               PIC X(68).                         00509000
       WORKING-STORAGE SECTION.                                         00510000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00520000
           COPY BUSDTWS.                                                00530000
          77 WS-RUNCTL-STATUS PIC X(2).                                 00540000
          77 WS-CLEAN-STATUS PIC X(2).                                  00550000
          77 WS-REJECT-STATUS PIC X(2).                                 00560000
          77 WS-PASSED-STATUS PIC X(2).                                 00565000
          77 WS-EXTRACT-STATUS PIC X(2).                                00570000
          77 WS-RPT-STATUS PIC X(2).                                    00580000
          77 WS-PECARD-STATUS PIC X(2).                                 00585000
          01 WS-FILE-EOF PIC X(01) VALUE 'N'.                           00590000
             88 FILE-EOF-Y VALUE 'Y'.                                   00600000
          77 WS-REPORT-DATE PIC X(8) VALUE SPACES.                      00610000
           COPY RUNDATE.                                                00630000
      * REGISTERED COUNTS AND RETURN CODES BY PROGRAM                   00640000
          77 WS-EDIT-READ-COUNT PIC 9(9) VALUE ZERO.                    00650000
          77 WS-PLAU-READ-COUNT PIC 9(9) VALUE ZERO.                    00655000
          77 WS-LOAD-READ-COUNT PIC 9(9) VALUE ZERO.                    00660000
          77 WS-READPS-COUNT PIC 9(9) VALUE ZERO.                       00670000
          77 WS-UNLOAD-COUNT PIC 9(9) VALUE ZERO.                       00680000
      * CLEAN, SO THE RC IS KEPT PER PROGRAM, NOT AS A MAXIMUM          00720000
          77 WS-RC-READPS PIC 9(2) VALUE ZERO.                          00730000
          77 WS-RC-EDIT PIC 9(2) VALUE ZERO.                            00740000
          77 WS-RC-PLAU PIC 9(2) VALUE ZERO.                            00745000
          77 WS-RC-OPER PIC 9(2) VALUE ZERO.                            00750000
          77 WS-RC-CURS PIC 9(2) VALUE ZERO.                            00760000
          77 WS-RC-UNLD PIC 9(2) VALUE ZERO.                            00770000
          77 WS-RC-SPLT PIC 9(2) VALUE ZERO.                            00773300
          77 WS-RC-LMRG PIC 9(2) VALUE ZERO.                            00776600
          01 WS-EDIT-SEEN PIC X(1) VALUE 'N'.                           00780000
          01 WS-PLAU-SEEN PIC X(1) VALUE 'N'.                           00785000
          01 WS-LOAD-SEEN PIC X(1) VALUE 'N'.                           00790000
          01 WS-READPS-SEEN PIC X(1) VALUE 'N'.                         00800000
          01 WS-SPLIT-SEEN PIC X(1) VALUE 'N'.                          00800760
          77 WS-SPLIT-READ-COUNT PIC 9(9) VALUE ZERO.                   00801520
      * PARTITION LOADS, DB2OPER1-9 BY THE LAST DIGIT - LAST END WINS   00802280
          77 WS-LP-IDX PIC 9(2) USAGE COMP.                             00803040
          77 WS-LP-MAX PIC 9(2) USAGE COMP VALUE 9.                     00803800
          77 WS-LP-DIGIT PIC 9(1).                                      00804180
          77 WS-LP-SEEN-COUNT PIC 9(2) VALUE ZERO.                      00804560
          77 WS-LOAD-TOTAL-COUNT PIC 9(9) VALUE ZERO.                   00805320
          01 WS-LP-TABLE.                                               00806080
             05 WS-LP-ENTRY OCCURS 9 TIMES.                             00806840
                10 WS-LP-SEEN         PIC X(1).                         00807600
                10 WS-LP-COUNT        PIC 9(9).                         00808360
                10 WS-LP-RC           PIC 9(2).                         00809120
      * INDEPENDENT FILE COUNTS                                         00810000
          77 WS-CLEAN-COUNT PIC 9(9) VALUE ZERO.                        00820000
          77 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.                       00830000
          77 WS-PASSED-COUNT PIC 9(9) VALUE ZERO.                       00835000
          77 WS-EXTRACT-COUNT PIC 9(9) VALUE ZERO.                      00840000
          77 WS-MISMATCH-COUNT PIC 9(2) VALUE ZERO.                     00850000
      * PERIOD-END RUNS DUE TONIGHT, OFF PECARD - LAST END ENTRY WINS   00850710
          77 WS-PE-COUNT PIC 9(2) USAGE COMP VALUE ZERO.                00851420
          77 WS-PE-MAX PIC 9(2) USAGE COMP VALUE 20.                    00852130
          77 WS-PE-IDX PIC 9(2) USAGE COMP.                             00852840
          01 WS-PE-DUE PIC X(01).                                       00853550
             88 PE-DUE-Y VALUE 'Y'.                                     00854260
          01 WS-PE-TABLE.                                               00854970
             05 WS-PE-ENTRY OCCURS 20 TIMES.                            00855680
                10 WS-PE-PROGRAM      PIC X(8).                         00856390
                10 WS-PE-PERIOD       PIC X(1).                         00857100
                10 WS-PE-SEEN         PIC X(1).                         00857810
                10 WS-PE-COUNT-REG    PIC 9(9).                         00858520
                10 WS-PE-RC           PIC 9(2).                         00859230
          01 WS-RPT-HEADER-LINE.                                        00860000
             05 FILLER PIC X(36)                                        00870000
                VALUE 'CENSUSJB BALANCING REPORT - BUS DATE'.           00880000
             05 RPT-VER-TEXT         PIC X(40).                         00990000
       PROCEDURE DIVISION.                                              01000000
       MAIN-PARA.                                                       01010000
           INITIALIZE WS-LP-TABLE.                                      01015000
           PERFORM READ-BUSINESS-DATE-PARA                              01020000
           PERFORM 007-LOAD-PERIOD-CARDS-PARA.                          01025000
           PERFORM 001-GATHER-REGISTRY-PARA.                            01030000
           PERFORM 002-COUNT-CLEAN-PARA.                                01040000
           PERFORM 003-COUNT-REJECT-PARA.                               01050000
           PERFORM 004-COUNT-EXTRACT-PARA.                              01060000
           PERFORM 006-COUNT-PASSED-PARA.                               01065000
           PERFORM 005-REPORT-PARA.                                     01070000
           IF WS-MISMATCH-COUNT > ZERO OR WS-WORST-RC > 04              01080000
               MOVE 8 TO RETURN-CODE                                    01090000
           STOP RUN.                                                    01130000
      *PICK UP EVERY END ENTRY FOR TONIGHT'S BUSINESS DATE. THE         01140000
      *STREAM'S STEPS ALL STAMP THE SAME WS-RUN-DATE, SO TONIGHT IS     01150000
      *SIMPLY THE DATE THIS STEP RUNS UNDER. THE REGISTRY IS KEYED ON   01156600
      *THE DATE, SO ONLY TONIGHT'S ENTRIES ARE READ.                    01163200
       001-GATHER-REGISTRY-PARA.                                        01170000
           MOVE WS-RUN-DATE TO WS-REPORT-DATE.                          01180000
           MOVE 'N' TO WS-FILE-EOF.                                     01190000
               DISPLAY 'FILE STATUS:' WS-RUNCTL-STATUS                  01230000
               MOVE 16 TO RETURN-CODE                                   01240000
               SET FILE-EOF-Y TO TRUE                                   01250000
           ELSE                                                         01251400
               MOVE WS-REPORT-DATE TO RC-BUS-DATE                       01252800
               START RUN-CONTROL-FILE KEY IS = RC-BUS-DATE              01254200
                   INVALID KEY                                          01255600
                       SET FILE-EOF-Y TO TRUE                           01257000
               END-START                                                01258400
           END-IF.                                                      01260000
           PERFORM 001A-READ-ONE-PARA UNTIL FILE-EOF-Y.                 01270000
           CLOSE RUN-CONTROL-FILE.                                      01280000
           PERFORM 001C-JUDGE-RC-PARA.                                  01290000
       001A-READ-ONE-PARA.                                              01300000
           READ RUN-CONTROL-FILE NEXT RECORD                            01310000
               AT END                                                   01320000
                   SET FILE-EOF-Y TO TRUE                               01330000
               NOT AT END                                               01340000
                   IF RC-BUS-DATE NOT = WS-REPORT-DATE                  01345700
                       SET FILE-EOF-Y TO TRUE                           01351400
                   ELSE                                                 01357100
                       IF RC-EVENT = 'END'                              01362800
                           PERFORM 001B-POST-ENTRY-PARA                 01368500
                       END-IF                                           01374200
                   END-IF                                               01380000
           END-READ.                                                    01390000
       001B-POST-ENTRY-PARA.                                            01400000
                   MOVE RC-RECORD-COUNT TO WS-EDIT-READ-COUNT           01430000
                   MOVE RC-RETURN-CODE TO WS-RC-EDIT                    01440000
                   MOVE 'Y' TO WS-EDIT-SEEN                             01450000
               WHEN 'DB2PLAU'                                           01452000
                   MOVE RC-RECORD-COUNT TO WS-PLAU-READ-COUNT           01454000
                   MOVE RC-RETURN-CODE TO WS-RC-PLAU                    01456000
                   MOVE 'Y' TO WS-PLAU-SEEN                             01458000
               WHEN 'DB2OPER'                                           01460000
                   MOVE RC-RECORD-COUNT TO WS-LOAD-READ-COUNT           01470000
                   MOVE RC-RETURN-CODE TO WS-RC-OPER                    01480000
               WHEN 'DB2UNLD'                                           01560000
                   MOVE RC-RECORD-COUNT TO WS-UNLOAD-COUNT              01570000
                   MOVE RC-RETURN-CODE TO WS-RC-UNLD                    01580000
               WHEN 'CENSSPLT'                                          01581400
                   MOVE RC-RECORD-COUNT TO WS-SPLIT-READ-COUNT          01582800
                   MOVE RC-RETURN-CODE TO WS-RC-SPLT                    01584200
                   MOVE 'Y' TO WS-SPLIT-SEEN                            01585600
               WHEN 'CENSLMRG'                                          01587000
                   MOVE RC-RETURN-CODE TO WS-RC-LMRG                    01588400
               WHEN OTHER                                               01590000
                   IF RC-PROGRAM (1:7) = 'DB2OPER'                      01591500
                    AND RC-PROGRAM (8:1) IS NUMERIC                     01593000
                    AND RC-PROGRAM (8:1) NOT = '0'                      01594500
                       MOVE RC-PROGRAM (8:1) TO WS-LP-IDX               01596000
                       MOVE 'Y' TO WS-LP-SEEN (WS-LP-IDX)               01597500
                       MOVE RC-RECORD-COUNT TO WS-LP-COUNT (WS-LP-IDX)  01599000
                       MOVE RC-RETURN-CODE TO WS-LP-RC (WS-LP-IDX)      01600500
                   ELSE                                                 01602000
                       PERFORM 007C-POST-PERIOD-PARA                    01603500
                           VARYING WS-PE-IDX FROM 1 BY 1                01605000
                           UNTIL WS-PE-IDX > WS-PE-COUNT                01606500
                   END-IF                                               01608000
           END-EVALUATE.                                                01610000
      * WORST OF THE LATEST END PER PROGRAM                             01620000
       001C-JUDGE-RC-PARA.                                              01630000
           IF WS-RC-EDIT > WS-WORST-RC                                  01680000
               MOVE WS-RC-EDIT TO WS-WORST-RC                           01690000
           END-IF.                                                      01700000
           IF WS-RC-PLAU > WS-WORST-RC                                  01702500
               MOVE WS-RC-PLAU TO WS-WORST-RC                           01705000
           END-IF.                                                      01707500
           IF WS-RC-OPER > WS-WORST-RC                                  01710000
               MOVE WS-RC-OPER TO WS-WORST-RC                           01720000
           END-IF.                                                      01730000
           IF WS-RC-UNLD > WS-WORST-RC                                  01770000
               MOVE WS-RC-UNLD TO WS-WORST-RC                           01780000
           END-IF.                                                      01790000
           IF WS-RC-SPLT > WS-WORST-RC                                  01790450
               MOVE WS-RC-SPLT TO WS-WORST-RC                           01790900
           END-IF.                                                      01791350
           IF WS-RC-LMRG > WS-WORST-RC                                  01791800
               MOVE WS-RC-LMRG TO WS-WORST-RC                           01792250
           END-IF.                                                      01792700
           MOVE WS-LOAD-READ-COUNT TO WS-LOAD-TOTAL-COUNT.              01793150
           PERFORM 001D-JUDGE-PARTITION-PARA                            01793600
               VARYING WS-LP-IDX FROM 1 BY 1                            01794050
               UNTIL WS-LP-IDX > WS-LP-MAX.                             01794500
      * A PARTITIONED LOAD READ THE FEED IN SLICES - THE NOLOAD DB2OPER 01794950
      * RUN AFTER THE MERGE REGISTERS NONE, SO THE LOAD'S READ IS THE   01795400
      * SUM OF EVERY PARTITION'S LAST END                               01795850
       001D-JUDGE-PARTITION-PARA.                                       01796300
           IF WS-LP-SEEN (WS-LP-IDX) = 'Y'                              01796750
               ADD 1 TO WS-LP-SEEN-COUNT                                01797200
               ADD WS-LP-COUNT (WS-LP-IDX) TO WS-LOAD-TOTAL-COUNT       01797650
               IF WS-LP-RC (WS-LP-IDX) > WS-WORST-RC                    01798100
                   MOVE WS-LP-RC (WS-LP-IDX) TO WS-WORST-RC             01798550
               END-IF                                                   01799000
           END-IF.                                                      01799450
       002-COUNT-CLEAN-PARA.                                            01800000
           MOVE 'N' TO WS-FILE-EOF.                                     01810000
           OPEN INPUT CLEAN-TRANS-FILE.                                 01820000
               END-IF                                                   02570000
               MOVE WS-RPT-CHECK-LINE TO BALANCE-RPT-REC                02580000
               WRITE BALANCE-RPT-REC                                    02590000
               MOVE 'CHECK READ (DB2PLAU) / CLEAN RECORDS'              02591300
                   TO RPT-CHK-DESC                                      02592600
               MOVE WS-PLAU-READ-COUNT TO RPT-CHK-LEFT                  02593900
               MOVE WS-CLEAN-COUNT TO RPT-CHK-RIGHT                     02595200
               IF WS-PLAU-SEEN = 'Y'                                    02596500
                AND WS-PLAU-READ-COUNT = WS-CLEAN-COUNT                 02597800
                   MOVE 'IN BALANCE' TO RPT-CHK-VERDICT                 02599100
               ELSE                                                     02600400
                   MOVE 'OUT OF BAL' TO RPT-CHK-VERDICT                 02601700
                   ADD 1 TO WS-MISMATCH-COUNT                           02603000
               END-IF                                                   02604300
               MOVE WS-RPT-CHECK-LINE TO BALANCE-RPT-REC                02605600
               WRITE BALANCE-RPT-REC                                    02606900
               IF WS-LP-SEEN-COUNT = ZERO                               02609400
                   MOVE 'LOAD READ (DB2OPER) / PASSED RECORDS'          02611900
                       TO RPT-CHK-DESC                                  02614400
               ELSE                                                     02616900
                   MOVE 'LOAD READ (DB2OPER PARTITIONS) / PASSED'       02619400
                       TO RPT-CHK-DESC                                  02621900
               END-IF                                                   02624400
               MOVE WS-LOAD-TOTAL-COUNT TO RPT-CHK-LEFT                 02626900
               MOVE WS-PASSED-COUNT TO RPT-CHK-RIGHT                    02630000
               IF (WS-LOAD-SEEN = 'Y' OR WS-LP-SEEN-COUNT > ZERO)       02640000
                AND WS-LOAD-TOTAL-COUNT = WS-PASSED-COUNT               02650000
                   MOVE 'IN BALANCE' TO RPT-CHK-VERDICT                 02660000
               ELSE                                                     02670000
                   MOVE 'OUT OF BAL' TO RPT-CHK-VERDICT                 02680000
               END-IF                                                   02700000
               MOVE WS-RPT-CHECK-LINE TO BALANCE-RPT-REC                02710000
               WRITE BALANCE-RPT-REC                                    02720000
               PERFORM 005A-REPORT-PARTITION-PARA                       02720520
                   VARYING WS-LP-IDX FROM 1 BY 1                        02721040
                   UNTIL WS-LP-IDX > WS-LP-MAX                          02721560
               IF WS-SPLIT-SEEN = 'Y' OR WS-LP-SEEN-COUNT > ZERO        02722080
                   MOVE 'SPLIT READ (CENSSPLT) / PASSED RECORDS'        02722600
                       TO RPT-CHK-DESC                                  02723120
                   MOVE WS-SPLIT-READ-COUNT TO RPT-CHK-LEFT             02723640
                   MOVE WS-PASSED-COUNT TO RPT-CHK-RIGHT                02724160
                   IF WS-SPLIT-SEEN = 'Y'                               02724680
                    AND WS-SPLIT-READ-COUNT = WS-PASSED-COUNT           02725200
                       MOVE 'IN BALANCE' TO RPT-CHK-VERDICT             02725720
                   ELSE                                                 02726240
                       MOVE 'OUT OF BAL' TO RPT-CHK-VERDICT             02726760
                       ADD 1 TO WS-MISMATCH-COUNT                       02727280
                   END-IF                                               02727800
                   MOVE WS-RPT-CHECK-LINE TO BALANCE-RPT-REC            02728320
                   WRITE BALANCE-RPT-REC                                02728840
               END-IF                                                   02729360
               MOVE 'SAMPLE READ (READPS) / EXTRACT RECORDS'            02730000
                   TO RPT-CHK-DESC                                      02740000
               MOVE WS-READPS-COUNT TO RPT-CHK-LEFT                     02750000
               MOVE SPACES TO RPT-CHK-VERDICT                           02900000
               MOVE WS-RPT-CHECK-LINE TO BALANCE-RPT-REC                02910000
               WRITE BALANCE-RPT-REC                                    02920000
               PERFORM 008-REPORT-PERIOD-PARA                           02922500
                   VARYING WS-PE-IDX FROM 1 BY 1                        02925000
                   UNTIL WS-PE-IDX > WS-PE-COUNT                        02927500
               IF WS-MISMATCH-COUNT = ZERO AND WS-WORST-RC NOT > 04     02930000
                   MOVE 'STREAM IN BALANCE' TO RPT-VER-TEXT             02940000
               ELSE                                                     02950000
               MOVE WS-RPT-VERDICT-LINE TO BALANCE-RPT-REC              02990000
               WRITE BALANCE-RPT-REC                                    03000000
               CLOSE BALANCE-RPT-FILE                                   03010000
           END-IF.                                                      03010710
      *ONE INFORMATION LINE PER PARTITION THAT LOADED, UNDER THE TOTAL  03011420
       005A-REPORT-PARTITION-PARA.                                      03012130
           IF WS-LP-SEEN (WS-LP-IDX) = 'Y'                              03012840
               MOVE SPACES TO RPT-CHK-DESC                              03013550
               MOVE WS-LP-IDX TO WS-LP-DIGIT                            03014020
               STRING '  PARTITION READ (DB2OPER' WS-LP-DIGIT           03014490
                   ' - INFORMATION)' DELIMITED BY SIZE                  03014970
                   INTO RPT-CHK-DESC                                    03015680
               MOVE WS-LP-COUNT (WS-LP-IDX) TO RPT-CHK-LEFT             03016390
               MOVE WS-LP-COUNT (WS-LP-IDX) TO RPT-CHK-RIGHT            03017100
               MOVE SPACES TO RPT-CHK-VERDICT                           03017810
               MOVE WS-RPT-CHECK-LINE TO BALANCE-RPT-REC                03018520
               WRITE BALANCE-RPT-REC                                    03019230
           END-IF.                                                      03020000
       006-COUNT-PASSED-PARA.                                           03020520
           MOVE 'N' TO WS-FILE-EOF.                                     03021040
           OPEN INPUT PASSED-TRANS-FILE.                                03021560
           IF WS-PASSED-STATUS NOT = '00'                               03022080
               DISPLAY 'ERROR/OPEN/PASSED-TRANS-FILE'                   03022600
               DISPLAY 'FILE STATUS:' WS-PASSED-STATUS                  03023120
               MOVE 16 TO RETURN-CODE                                   03023640
               SET FILE-EOF-Y TO TRUE                                   03024160
           END-IF.                                                      03024680
           PERFORM 006A-COUNT-ONE-PARA UNTIL FILE-EOF-Y.                03025200
           CLOSE PASSED-TRANS-FILE.                                     03025720
       006A-COUNT-ONE-PARA.                                             03026240
           READ PASSED-TRANS-FILE                                       03026760
               AT END                                                   03027280
                   SET FILE-EOF-Y TO TRUE                               03027800
               NOT AT END                                               03028320
                   ADD 1 TO WS-PASSED-COUNT                             03028840
           END-READ.                                                    03029360
      *THE PERIOD-END RUNS DUE TONIGHT - A CARD IS DUE WHEN ITS PERIOD  03050000
      *FLAG IS SET ON THE BUSINESS-DATE RECORD: THE PROCESSING DATE'S   03060000
      *OWN FLAG FOR A BLANK COL 3, THE PRIOR DATE'S FOR A P             03070000
       007-LOAD-PERIOD-CARDS-PARA.                                      03080000
           MOVE 'N' TO WS-FILE-EOF.                                     03090000
           OPEN INPUT PERIOD-CARD-FILE.                                 03100000
           IF WS-PECARD-STATUS NOT = '00'                               03110000
               SET FILE-EOF-Y TO TRUE                                   03120000
           END-IF.                                                      03130000
           PERFORM 007A-READ-CARD-PARA UNTIL FILE-EOF-Y.                03140000
           CLOSE PERIOD-CARD-FILE.                                      03150000
       007A-READ-CARD-PARA.                                             03160000
           READ PERIOD-CARD-FILE                                        03170000
               AT END                                                   03180000
                   SET FILE-EOF-Y TO TRUE                               03190000
               NOT AT END                                               03200000
                   IF PEC-PERIOD-OK AND PEC-WHEN-OK                     03210000
                    AND PEC-PROGRAM NOT = SPACES                        03220000
                       PERFORM 007B-TEST-DUE-PARA                       03230000
                   ELSE                                                 03240000
                       DISPLAY 'CENSBAL BAD PECARD ' PERIOD-CARD-REC    03250000
                   END-IF                                               03260000
           END-READ.                                                    03270000
       007B-TEST-DUE-PARA.                                              03280000
           MOVE 'N' TO WS-PE-DUE.                                       03290000
           EVALUATE PEC-PERIOD ALSO PEC-WHEN                            03300000
               WHEN 'M' ALSO ' '                                        03310000
                   MOVE WS-BUS-MONTH-END TO WS-PE-DUE                   03320000
               WHEN 'Q' ALSO ' '                                        03330000
                   MOVE WS-BUS-QTR-END TO WS-PE-DUE                     03340000
               WHEN 'Y' ALSO ' '                                        03350000
                   MOVE WS-BUS-YEAR-END TO WS-PE-DUE                    03360000
               WHEN 'M' ALSO 'P'                                        03370000
                   MOVE WS-BUS-PRIOR-MONTH-END TO WS-PE-DUE             03380000
               WHEN 'Q' ALSO 'P'                                        03390000
                   MOVE WS-BUS-PRIOR-QTR-END TO WS-PE-DUE               03400000
               WHEN 'Y' ALSO 'P'                                        03410000
                   MOVE WS-BUS-PRIOR-YEAR-END TO WS-PE-DUE              03420000
           END-EVALUATE.                                                03430000
           IF PE-DUE-Y                                                  03440000
               IF WS-PE-COUNT < WS-PE-MAX                               03450000
                   ADD 1 TO WS-PE-COUNT                                 03460000
                   MOVE PEC-PROGRAM TO WS-PE-PROGRAM (WS-PE-COUNT)      03470000
                   MOVE PEC-PERIOD TO WS-PE-PERIOD (WS-PE-COUNT)        03480000
                   MOVE 'N' TO WS-PE-SEEN (WS-PE-COUNT)                 03490000
                   MOVE ZERO TO WS-PE-COUNT-REG (WS-PE-COUNT)           03500000
                   MOVE ZERO TO WS-PE-RC (WS-PE-COUNT)                  03510000
               ELSE                                                     03520000
                   DISPLAY 'CENSBAL PECARD TABLE FULL - NOT CHECKED '   03530000
                       PEC-PROGRAM                                      03540000
               END-IF                                                   03550000
           END-IF.                                                      03560000
      * AN END ENTRY FOR A PERIOD-END PROGRAM DUE TONIGHT               03570000
       007C-POST-PERIOD-PARA.                                           03580000
           IF RC-PROGRAM = WS-PE-PROGRAM (WS-PE-IDX)                    03590000
               MOVE 'Y' TO WS-PE-SEEN (WS-PE-IDX)                       03600000
               MOVE RC-RECORD-COUNT TO WS-PE-COUNT-REG (WS-PE-IDX)      03610000
               MOVE RC-RETURN-CODE TO WS-PE-RC (WS-PE-IDX)              03620000
           END-IF.                                                      03630000
      * ONE LINE PER DUE RUN - REGISTERED COUNT / RC. NOT RUN OR RC     03640000
      * OVER 04 IS OUT OF BALANCE                                       03650000
       008-REPORT-PERIOD-PARA.                                          03660000
           MOVE SPACES TO RPT-CHK-DESC.                                 03670000
           EVALUATE WS-PE-PERIOD (WS-PE-IDX)                            03680000
               WHEN 'M'                                                 03690000
                   MOVE 'MONTH-END' TO RPT-CHK-DESC (1:11)              03700000
               WHEN 'Q'                                                 03710000
                   MOVE 'QUARTER-END' TO RPT-CHK-DESC (1:11)            03720000
               WHEN 'Y'                                                 03730000
                   MOVE 'YEAR-END' TO RPT-CHK-DESC (1:11)               03740000
           END-EVALUATE.                                                03750000
           MOVE WS-PE-PROGRAM (WS-PE-IDX) TO RPT-CHK-DESC (13:8).       03760000
           MOVE '- COUNT / RC' TO RPT-CHK-DESC (22:12).                 03770000
           MOVE WS-PE-COUNT-REG (WS-PE-IDX) TO RPT-CHK-LEFT.            03780000
           MOVE WS-PE-RC (WS-PE-IDX) TO RPT-CHK-RIGHT.                  03790000
           IF WS-PE-SEEN (WS-PE-IDX) NOT = 'Y'                          03800000
               MOVE 'NOT RUN' TO RPT-CHK-VERDICT                        03810000
               ADD 1 TO WS-MISMATCH-COUNT                               03820000
           ELSE                                                         03830000
               IF WS-PE-RC (WS-PE-IDX) > 04                             03840000
                   MOVE 'FAILED' TO RPT-CHK-VERDICT                     03850000
                   ADD 1 TO WS-MISMATCH-COUNT                           03860000
               ELSE                                                     03870000
                   MOVE 'RUN' TO RPT-CHK-VERDICT                        03880000
               END-IF                                                   03890000
           END-IF.                                                      03900000
           MOVE WS-RPT-CHECK-LINE TO BALANCE-RPT-REC.                   03910000
           WRITE BALANCE-RPT-REC.                                       03920000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     03930000
           COPY BUSDTPRC.                                               03940000
