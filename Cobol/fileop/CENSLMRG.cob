      *MERGES THE PARTITIONED FEED LOAD BACK INTO ONE. THE NIGHT'S      00010000
      *CHECKED FEED IS SPLIT BY STATE-UT KEY RANGE (CENSSPLT) AND EACH  00020000
      *PARTITION LOADED BY ITS OWN CONCURRENT DB2OPER JOB (CENSLDP1-4,  00030000
      *REGISTERED AS DB2OPER1-4). THE REST OF THE STREAM STILL EXPECTS  00040000
      *ONE LOAD: THIS WRITES THE SINGLE LOADRPT SUMMARY, IN DB2OPER'S   00050000
      *OWN LAYOUT, AND THE SINGLE DISPDD DISPOSITION FILE CENSDISP      00060000
      *RETURNS TO THE SURVEY OFFICE. FOR EACH PARTITION THE CARD        00070000
      *(PARTCARD, COL 1 = PARTITIONS 1-4, DEFAULT 4) SAYS IS IN USE:    00080000
      *  - THE REGISTRY MUST SHOW THE PARTITION'S LAST RUN TONIGHT      00090000
      *    ENDED - ITS END ENTRY GIVES THE RECORDS READ AND THE RC      00100000
      *  - ITS DISPOSITIONS (DISPDDN, COMPLETE ACROSS A CHECKPOINT      00110000
      *    RESTART) ARE COPIED TO DISPDD AND LISTED ON LOADRPT, AND     00120000
      *    MUST NUMBER EXACTLY THE RECORDS IT READ                      00130000
      *  - ITS DEADLOCK RETRY TOTAL IS TAKEN FROM ITS OWN LOAD SUMMARY  00140000
      *    (LRPTDDN) - THE LAST RUN'S, AFTER A RESTART                  00150000
      *THE PARTITION JOBS CANNOT SHARE THE DISP=MOD AUDIT AND ERROR     00160000
      *LOGS WHILE RUNNING SIDE BY SIDE, SO EACH WRITES ITS OWN (AUDPDDN,00170000
      *ERRPDDN). EVERY ONE OF THEM IS APPENDED HERE TO THE STREAM'S LOGS00180000
      *FIRST, WHATEVER ELSE HAPPENS, FOR THE ALERT SCAN, AND RESTARTED  00190000
      *EMPTY ONLY OFF A CLEAN COPY.                                     00200000
      *THE RC IS THE WORST PARTITION'S, SO THE STEPS GATED ON THE LOAD  00210000
      *SEE WHAT THEY ALWAYS DID. RC 16 ALSO = A PARTITION OUT OF        00220000
      *BALANCE OR A LOG OR SUMMARY THAT WOULD NOT OPEN. RC 20 = A       00230000
      *PARTITION NEVER ENDED OR DISPDD COULD NOT BE BUILT - LIKE A LOAD 00240000
      *THAT BLEW UP, IT HOLDS EVERY STEP THAT READS THE LOAD'S OUTPUT.  00250000
      *REGISTERED AS CENSLMRG WITH THE DISPOSITIONS MERGED.             00260000
       IDENTIFICATION DIVISION.                                         00270000
       PROGRAM-ID. CENSLMRG.                                            00280000
       ENVIRONMENT DIVISION.                                            00290000
          INPUT-OUTPUT SECTION.                                         00300000
          FILE-CONTROL.                                                 00310000
      *PARTITION COUNT CARD - THE SAME ONE CENSSPLT SPLIT THE FEED BY   00320000
           SELECT OPTIONAL PART-CARD-FILE ASSIGN TO PARTCARD            00330000
           ORGANIZATION IS SEQUENTIAL                                   00340000
           FILE STATUS WS-CARD-STATUS.                                  00350000
      *EACH PARTITION'S DISPOSITIONS - ONE DD PER PARTITION             00360000
           SELECT DISP-PART-1 ASSIGN TO DISPDD1                         00370000
           ORGANIZATION IS SEQUENTIAL                                   00380000
           FILE STATUS WS-SLOT-STATUS.                                  00390000
           SELECT DISP-PART-2 ASSIGN TO DISPDD2                         00400000
           ORGANIZATION IS SEQUENTIAL                                   00410000
           FILE STATUS WS-SLOT-STATUS.                                  00420000
           SELECT DISP-PART-3 ASSIGN TO DISPDD3                         00430000
           ORGANIZATION IS SEQUENTIAL                                   00440000
           FILE STATUS WS-SLOT-STATUS.                                  00450000
           SELECT DISP-PART-4 ASSIGN TO DISPDD4                         00460000
           ORGANIZATION IS SEQUENTIAL                                   00470000
           FILE STATUS WS-SLOT-STATUS.                                  00480000
      *EACH PARTITION'S LOAD SUMMARY                                    00490000
           SELECT LRPT-PART-1 ASSIGN TO LRPTDD1                         00500000
           ORGANIZATION IS SEQUENTIAL                                   00510000
           FILE STATUS WS-SLOT-STATUS.                                  00520000
           SELECT LRPT-PART-2 ASSIGN TO LRPTDD2                         00530000
           ORGANIZATION IS SEQUENTIAL                                   00540000
           FILE STATUS WS-SLOT-STATUS.                                  00550000
           SELECT LRPT-PART-3 ASSIGN TO LRPTDD3                         00560000
           ORGANIZATION IS SEQUENTIAL                                   00570000
           FILE STATUS WS-SLOT-STATUS.                                  00580000
           SELECT LRPT-PART-4 ASSIGN TO LRPTDD4                         00590000
           ORGANIZATION IS SEQUENTIAL                                   00600000
           FILE STATUS WS-SLOT-STATUS.                                  00610000
      *EACH PARTITION'S AUDIT LOG, SEE AUDITLOG.CPY                     00620000
           SELECT AUDIT-PART-1 ASSIGN TO AUDPDD1                        00630000
           ORGANIZATION IS SEQUENTIAL                                   00640000
           FILE STATUS WS-SLOT-STATUS.                                  00650000
           SELECT AUDIT-PART-2 ASSIGN TO AUDPDD2                        00660000
           ORGANIZATION IS SEQUENTIAL                                   00670000
           FILE STATUS WS-SLOT-STATUS.                                  00680000
           SELECT AUDIT-PART-3 ASSIGN TO AUDPDD3                        00690000
           ORGANIZATION IS SEQUENTIAL                                   00700000
           FILE STATUS WS-SLOT-STATUS.                                  00710000
           SELECT AUDIT-PART-4 ASSIGN TO AUDPDD4                        00720000
           ORGANIZATION IS SEQUENTIAL                                   00730000
           FILE STATUS WS-SLOT-STATUS.                                  00740000
      *EACH PARTITION'S SQL ERROR LOG                                   00750000
           SELECT ERROR-PART-1 ASSIGN TO ERRPDD1                        00760000
           ORGANIZATION IS SEQUENTIAL                                   00770000
           FILE STATUS WS-SLOT-STATUS.                                  00780000
           SELECT ERROR-PART-2 ASSIGN TO ERRPDD2                        00790000
           ORGANIZATION IS SEQUENTIAL                                   00800000
           FILE STATUS WS-SLOT-STATUS.                                  00810000
           SELECT ERROR-PART-3 ASSIGN TO ERRPDD3                        00820000
           ORGANIZATION IS SEQUENTIAL                                   00830000
           FILE STATUS WS-SLOT-STATUS.                                  00840000
           SELECT ERROR-PART-4 ASSIGN TO ERRPDD4                        00850000
           ORGANIZATION IS SEQUENTIAL                                   00860000
           FILE STATUS WS-SLOT-STATUS.                                  00870000
      *THE MERGED DISPOSITIONS AND LOAD SUMMARY THE STREAM READS        00880000
           SELECT DISP-OUT-FILE ASSIGN TO DISPDD                        00890000
           ORGANIZATION IS SEQUENTIAL                                   00900000
           FILE STATUS WS-DISP-STATUS.                                  00910000
           SELECT LOAD-SUMMARY-FILE ASSIGN TO LOADRPT                   00920000
           ORGANIZATION IS SEQUENTIAL                                   00930000
           FILE STATUS WS-LOADRPT-STATUS.                               00940000
      *THE STREAM'S OWN LOGS, APPENDED TO                               00950000
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITDD                      00960000
           ORGANIZATION IS SEQUENTIAL                                   00970000
           FILE STATUS WS-AUDITLOG-STATUS.                              00980000
           SELECT ERROR-LOG-FILE ASSIGN TO ERRLOGDD                     00990000
           ORGANIZATION IS SEQUENTIAL                                   01000000
           FILE STATUS WS-ERRLOG-STATUS.                                01010000
      *RUN-CONTROL REGISTRY, SHARED BY THE CENSUSJB STREAM - OPTIONAL   01020000
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          01030000
           ORGANIZATION IS INDEXED                                      01040000
           ACCESS MODE IS DYNAMIC                                       01050000
           RECORD KEY IS RC-KEY                                         01060000
           FILE STATUS WS-RUNCTL-STATUS.                                01070000
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      01080000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              01090000
           ORGANIZATION IS SEQUENTIAL                                   01100000
           FILE STATUS WS-BUSDATE-STATUS.                               01110000
       DATA DIVISION.                                                   01120000
          FILE SECTION.                                                 01130000
          FD  PART-CARD-FILE.                                           01140000
          01  PART-CARD-REC.                                            01150000
             05 PCD-PARTITIONS       PIC X(1).                          01160000
             05 FILLER               PIC X(79).                         01170000
          FD  DISP-PART-1.                                              01180000
          01  DISP-PART-1-REC        PIC X(43).                         01190000
          FD  DISP-PART-2.                                              01200000
          01  DISP-PART-2-REC        PIC X(43).                         01210000
          FD  DISP-PART-3.                                              01220000
          01  DISP-PART-3-REC        PIC X(43).                         01230000
          FD  DISP-PART-4.                                              01240000
          01  DISP-PART-4-REC        PIC X(43).                         01250000
          FD  LRPT-PART-1.                                              01260000
          01  LRPT-PART-1-REC        PIC X(80).                         01270000
          FD  LRPT-PART-2.                                              01280000
          01  LRPT-PART-2-REC        PIC X(80).                         01290000
          FD  LRPT-PART-3.                                              01300000
          01  LRPT-PART-3-REC        PIC X(80).                         01310000
          FD  LRPT-PART-4.                                              01320000
          01  LRPT-PART-4-REC        PIC X(80).                         01330000
          FD  AUDIT-PART-1.                                             01340000
          01  AUDIT-PART-1-REC       PIC X(63).                         01350000
          FD  AUDIT-PART-2.                                             01360000
          01  AUDIT-PART-2-REC       PIC X(63).                         01370000
          FD  AUDIT-PART-3.                                             01380000
          01  AUDIT-PART-3-REC       PIC X(63).                         01390000
          FD  AUDIT-PART-4.                                             01400000
          01  AUDIT-PART-4-REC       PIC X(63).                         01410000
          FD  ERROR-PART-1.                                             01420000
          01  ERROR-PART-1-REC       PIC X(69).                         01430000
          FD  ERROR-PART-2.                                             01440000
          01  ERROR-PART-2-REC       PIC X(69).                         01450000
          FD  ERROR-PART-3.                                             01460000
          01  ERROR-PART-3-REC       PIC X(69).                         01470000
          FD  ERROR-PART-4.                                             01480000
          01  ERROR-PART-4-REC       PIC X(69).                         01490000
          FD  DISP-OUT-FILE.                                            01500000
          01  DISP-OUT-REC           PIC X(43).                         01510000
          FD  LOAD-SUMMARY-FILE.                                        01520000
          01  LOAD-RPT-REC           PIC X(80).                         01530000
          FD  AUDIT-LOG-FILE.                                           01540000
          01  AUDIT-LOG-REC          PIC X(63).                         01550000
          FD  ERROR-LOG-FILE.                                           01560000
          01  ERROR-LOG-REC          PIC X(69).                         01570000
          FD  RUN-CONTROL-FILE.                                         01580000
          COPY RUNCTL.                                                  01590000
          FD  BUSDATE-FILE.                                             01600000
          COPY BUSDATE.                                                 01610000
       WORKING-STORAGE SECTION.                                         01620000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  01630000
           COPY BUSDTWS.                                                01640000
      * SHARED RUN-CONTROL STAGING FIELDS, SEE RUNCTWS.CPY.             01650000
           COPY RUNCTWS.                                                01660000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       01670000
           COPY RUNDATE.                                                01680000
          77 WS-CARD-STATUS PIC X(2).                                   01690000
          77 WS-SLOT-STATUS PIC X(2).                                   01700000
          77 WS-DISP-STATUS PIC X(2).                                   01710000
          77 WS-LOADRPT-STATUS PIC X(2).                                01720000
          77 WS-AUDITLOG-STATUS PIC X(2).                               01730000
          77 WS-ERRLOG-STATUS PIC X(2).                                 01740000
          01 WS-FILE-EOF PIC X(01) VALUE 'N'.                           01750000
             88 FILE-EOF-Y VALUE 'Y'.                                   01760000
          01 WS-COPY-OK PIC X(01).                                      01770000
             88 COPY-OK-Y VALUE 'Y'.                                    01780000
      * PARTITIONS IN USE TONIGHT - FOUR LOAD JOBS, SO AT MOST FOUR     01790000
          77 WS-PART-COUNT PIC 9(1) VALUE 4.                            01800000
          77 WS-PART-MAX PIC 9(1) VALUE 4.                              01810000
          77 WS-PART-IDX PIC 9(1).                                      01820000
      * RC THE MERGE ENDS WITH - WORST OF THE PARTITIONS' AND ITS OWN   01830000
          77 WS-MERGE-RC PIC 9(2) VALUE ZERO.                           01840000
          77 WS-AUDIT-GATHERED PIC 9(9) VALUE ZERO.                     01850000
          77 WS-ERROR-GATHERED PIC 9(9) VALUE ZERO.                     01860000
          77 WS-SLOT-GATHERED PIC 9(9).                                 01870000
      * WHAT EACH PARTITION'S LAST RUN TONIGHT DID                      01880000
          01 WS-MERGE-TABLE.                                            01890000
             05 WS-MP-ENTRY OCCURS 4 TIMES.                             01900000
                10 WS-MP-ENDED         PIC X(01).                       01910000
                   88 MP-ENDED-Y       VALUE 'Y'.                       01920000
                10 WS-MP-READ          PIC 9(9).                        01930000
                10 WS-MP-RC            PIC 9(2).                        01940000
                10 WS-MP-DISPOSED      PIC 9(9).                        01950000
                10 WS-MP-RETRIES       PIC 9(9).                        01960000
          77 WS-TOT-READ PIC 9(9) VALUE ZERO.                           01970000
          77 WS-TOT-INSERTED PIC 9(9) VALUE ZERO.                       01980000
          77 WS-TOT-UPDATED PIC 9(9) VALUE ZERO.                        01990000
          77 WS-TOT-REJECTED PIC 9(9) VALUE ZERO.                       02000000
          77 WS-TOT-RETRIES PIC 9(9) VALUE ZERO.                        02010000
          77 WS-TOT-DISPOSED PIC 9(9) VALUE ZERO.                       02020000
      * ONE PARTITION DISPOSITION - THE DB2OPER DISPDD LAYOUT           02030000
          01 WS-DISP-STAGE.                                             02040000
             05 WS-DSP-STATE-UT      PIC X(30).                         02050000
             05 WS-DSP-YEAR          PIC 9(4).                          02060000
             05 WS-DSP-ACTION        PIC X(8).                          02070000
             05 WS-DSP-RUN-TYPE      PIC X(1).                          02080000
      * ONE PARTITION LOAD-SUMMARY LINE - ONLY THE TOTAL LINES MATTER   02090000
          01 WS-LRPT-STAGE.                                             02100000
             05 WS-LRI-LABEL         PIC X(18).                         02110000
             05 WS-LRI-COUNT         PIC X(9).                          02120000
             05 WS-LRI-COUNT-N REDEFINES WS-LRI-COUNT PIC 9(9).         02125000
             05 FILLER               PIC X(53).                         02130000
          01 WS-AUDIT-STAGE PIC X(63).                                  02150000
          01 WS-ERROR-STAGE PIC X(69).                                  02160000
      * THE MERGED LOADRPT - DB2OPER'S OWN HEADER, DETAIL AND TOTAL     02170000
      * LINES, SO WHOEVER BALANCES IT EACH MORNING SEES NO CHANGE,      02180000
      * THEN ONE LINE PER PARTITION                                     02190000
          01 WS-LOAD-HEADER-LINE.                                       02200000
             05 FILLER               PIC X(30)                          02210000
                VALUE 'DB2OPER LOAD SUMMARY - DATE '.                   02220000
             05 LH-RUN-DATE          PIC X(8).                          02230000
             05 LH-RUN-NOTE          PIC X(30) VALUE SPACES.            02240000
          01 WS-LOAD-DETAIL-LINE.                                       02250000
             05 LD-STATE-UT          PIC X(30).                         02260000
             05 FILLER               PIC X(02) VALUE SPACES.            02270000
             05 LD-ACTION            PIC X(8).                          02280000
          01 WS-LOAD-TOTAL-LINE.                                        02290000
             05 LT-LABEL             PIC X(18).                         02300000
             05 LT-COUNT             PIC Z(8)9.                         02310000
          01 WS-PART-LINE.                                              02320000
             05 FILLER               PIC X(10) VALUE 'PARTITION '.      02330000
             05 PL-PART              PIC 9(1).                          02340000
             05 FILLER               PIC X(7) VALUE '  READ '.          02350000
             05 PL-READ              PIC Z(8)9.                         02360000
             05 FILLER               PIC X(11) VALUE '  DISPOSED '.     02370000
             05 PL-DISPOSED          PIC Z(8)9.                         02380000
             05 FILLER               PIC X(5) VALUE '  RC '.            02390000
             05 PL-RC                PIC 9(2).                          02400000
             05 FILLER               PIC X(2) VALUE SPACES.             02410000
             05 PL-VERDICT           PIC X(16).                         02420000
       PROCEDURE DIVISION.                                              02430000
       MAIN-PARA.                                                       02440000
           INITIALIZE WS-MERGE-TABLE.                                   02450000
           PERFORM READ-BUSINESS-DATE-PARA                              02460000
           MOVE 'CENSLMRG' TO WS-RUNCTL-PROGRAM                         02470000
      *REFUSE A SECOND RUN FOR THE SAME BUSINESS DATE - SEE RUNCTPRC    02480000
           PERFORM RUNCTL-CHECK-START-PARA.                             02490000
           IF RUNCTL-DUPRUN-Y                                           02500000
               STOP RUN                                                 02510000
           END-IF.                                                      02520000
           PERFORM 001-READ-CARD-PARA.                                  02530000
           PERFORM 002-GATHER-LOGS-PARA.                                02540000
           PERFORM 003-READ-REGISTRY-PARA                               02550000
               VARYING WS-PART-IDX FROM 1 BY 1                          02560000
               UNTIL WS-PART-IDX > WS-PART-COUNT.                       02570000
           PERFORM 004-MERGE-PARA.                                      02580000
           MOVE WS-MERGE-RC TO RETURN-CODE.                             02590000
           DISPLAY 'CENSLMRG PARTITIONS ' WS-PART-COUNT                 02600000
                   ' READ ' WS-TOT-READ                                 02610000
                   ' DISPOSITIONS MERGED ' WS-TOT-DISPOSED              02620000
                   ' RC ' WS-MERGE-RC.                                  02630000
           MOVE WS-TOT-DISPOSED TO WS-RUNCTL-COUNT.                     02640000
           PERFORM RUNCTL-WRITE-END-PARA.                               02650000
           STOP RUN.                                                    02660000
      *PARTITION COUNT FROM COL 1 OF PARTCARD - READ EXACTLY AS CENSSPLT02670000
      *READS IT, SO THE MERGE LOOKS FOR THE PARTITIONS THE SPLIT MADE   02680000
       001-READ-CARD-PARA.                                              02690000
           OPEN INPUT PART-CARD-FILE.                                   02700000
           IF WS-CARD-STATUS = '00'                                     02710000
               READ PART-CARD-FILE                                      02720000
                   AT END                                               02730000
                       CONTINUE                                         02740000
                   NOT AT END                                           02750000
                       IF PCD-PARTITIONS IS NUMERIC                     02760000
                        AND PCD-PARTITIONS NOT = '0'                    02770000
                        AND PCD-PARTITIONS NOT > '4'                    02780000
                           MOVE PCD-PARTITIONS TO WS-PART-COUNT         02790000
                       ELSE                                             02800000
                           DISPLAY 'ERROR/PARTCARD/UNRECOGNIZED:'       02810000
                               PCD-PARTITIONS ' - USING '               02820000
                               WS-PART-MAX                              02830000
                       END-IF                                           02840000
               END-READ                                                 02850000
               CLOSE PART-CARD-FILE                                     02860000
           END-IF.                                                      02870000
      *APPEND EVERY PARTITION JOB'S AUDIT AND ERROR LOG - ALL FOUR,     02880000
      *USED TONIGHT OR NOT - TO THE STREAM'S OWN, THEN RESTART EACH     02890000
      *EMPTY. A LOG WHOSE COPY FAILS IS LEFT AS IT IS (SEE CENSHKP).    02900000
       002-GATHER-LOGS-PARA.                                            02910000
           OPEN EXTEND AUDIT-LOG-FILE.                                  02920000
           IF WS-AUDITLOG-STATUS NOT = '00'                             02930000
               DISPLAY 'ERROR/OPEN/AUDIT-LOG-FILE'                      02940000
               DISPLAY 'FILE STATUS:' WS-AUDITLOG-STATUS                02950000
               PERFORM 009-RC-16-PARA                                   02960000
           ELSE                                                         02970000
               PERFORM 002A-GATHER-AUDIT-PARA                           02980000
                   VARYING WS-PART-IDX FROM 1 BY 1                      02990000
                   UNTIL WS-PART-IDX > WS-PART-MAX                      03000000
               CLOSE AUDIT-LOG-FILE                                     03010000
           END-IF.                                                      03020000
           OPEN EXTEND ERROR-LOG-FILE.                                  03030000
           IF WS-ERRLOG-STATUS NOT = '00'                               03040000
               DISPLAY 'ERROR/OPEN/ERROR-LOG-FILE'                      03050000
               DISPLAY 'FILE STATUS:' WS-ERRLOG-STATUS                  03060000
               PERFORM 009-RC-16-PARA                                   03070000
           ELSE                                                         03080000
               PERFORM 002D-GATHER-ERROR-PARA                           03090000
                   VARYING WS-PART-IDX FROM 1 BY 1                      03100000
                   UNTIL WS-PART-IDX > WS-PART-MAX                      03110000
               CLOSE ERROR-LOG-FILE                                     03120000
           END-IF.                                                      03130000
           DISPLAY 'CENSLMRG AUDIT ENTRIES GATHERED ' WS-AUDIT-GATHERED 03140000
                   ' ERROR ENTRIES GATHERED ' WS-ERROR-GATHERED.        03150000
       002A-GATHER-AUDIT-PARA.                                          03160000
           MOVE 'Y' TO WS-COPY-OK.                                      03170000
           MOVE 'N' TO WS-FILE-EOF.                                     03180000
           MOVE ZERO TO WS-SLOT-GATHERED.                               03190000
           EVALUATE WS-PART-IDX                                         03200000
               WHEN 1 OPEN INPUT AUDIT-PART-1                           03210000
               WHEN 2 OPEN INPUT AUDIT-PART-2                           03220000
               WHEN 3 OPEN INPUT AUDIT-PART-3                           03230000
               WHEN OTHER OPEN INPUT AUDIT-PART-4                       03240000
           END-EVALUATE.                                                03250000
           IF WS-SLOT-STATUS NOT = '00'                                 03260000
               DISPLAY 'ERROR/OPEN/AUDIT-PART-' WS-PART-IDX             03270000
               DISPLAY 'FILE STATUS:' WS-SLOT-STATUS                    03280000
               MOVE 'N' TO WS-COPY-OK                                   03290000
               PERFORM 009-RC-16-PARA                                   03300000
           ELSE                                                         03310000
               PERFORM 002B-COPY-AUDIT-PARA UNTIL FILE-EOF-Y            03320000
               EVALUATE WS-PART-IDX                                     03330000
                   WHEN 1 CLOSE AUDIT-PART-1                            03340000
                   WHEN 2 CLOSE AUDIT-PART-2                            03350000
                   WHEN 3 CLOSE AUDIT-PART-3                            03360000
                   WHEN OTHER CLOSE AUDIT-PART-4                        03370000
               END-EVALUATE                                             03380000
           END-IF.                                                      03390000
           IF COPY-OK-Y                                                 03400000
               EVALUATE WS-PART-IDX                                     03410000
                   WHEN 1 OPEN OUTPUT AUDIT-PART-1                      03420000
                          CLOSE AUDIT-PART-1                            03430000
                   WHEN 2 OPEN OUTPUT AUDIT-PART-2                      03440000
                          CLOSE AUDIT-PART-2                            03450000
                   WHEN 3 OPEN OUTPUT AUDIT-PART-3                      03460000
                          CLOSE AUDIT-PART-3                            03470000
                   WHEN OTHER OPEN OUTPUT AUDIT-PART-4                  03480000
                          CLOSE AUDIT-PART-4                            03490000
               END-EVALUATE                                             03500000
           END-IF.                                                      03510000
       002B-COPY-AUDIT-PARA.                                            03520000
           EVALUATE WS-PART-IDX                                         03530000
               WHEN 1 READ AUDIT-PART-1 INTO WS-AUDIT-STAGE             03540000
                          AT END SET FILE-EOF-Y TO TRUE                 03550000
                      END-READ                                          03560000
               WHEN 2 READ AUDIT-PART-2 INTO WS-AUDIT-STAGE             03570000
                          AT END SET FILE-EOF-Y TO TRUE                 03580000
                      END-READ                                          03590000
               WHEN 3 READ AUDIT-PART-3 INTO WS-AUDIT-STAGE             03600000
                          AT END SET FILE-EOF-Y TO TRUE                 03610000
                      END-READ                                          03620000
               WHEN OTHER READ AUDIT-PART-4 INTO WS-AUDIT-STAGE         03630000
                          AT END SET FILE-EOF-Y TO TRUE                 03640000
                      END-READ                                          03650000
           END-EVALUATE.                                                03660000
           IF NOT FILE-EOF-Y                                            03670000
               WRITE AUDIT-LOG-REC FROM WS-AUDIT-STAGE                  03680000
               IF WS-AUDITLOG-STATUS = '00'                             03690000
                   ADD 1 TO WS-AUDIT-GATHERED                           03700000
               ELSE                                                     03710000
                   DISPLAY 'ERROR/WRITE/AUDIT-LOG-FILE'                 03720000
                   DISPLAY 'FILE STATUS:' WS-AUDITLOG-STATUS            03730000
                   MOVE 'N' TO WS-COPY-OK                               03740000
                   SET FILE-EOF-Y TO TRUE                               03750000
                   PERFORM 009-RC-16-PARA                               03760000
               END-IF                                                   03770000
           END-IF.                                                      03780000
       002D-GATHER-ERROR-PARA.                                          03790000
           MOVE 'Y' TO WS-COPY-OK.                                      03800000
           MOVE 'N' TO WS-FILE-EOF.                                     03810000
           EVALUATE WS-PART-IDX                                         03820000
               WHEN 1 OPEN INPUT ERROR-PART-1                           03830000
               WHEN 2 OPEN INPUT ERROR-PART-2                           03840000
               WHEN 3 OPEN INPUT ERROR-PART-3                           03850000
               WHEN OTHER OPEN INPUT ERROR-PART-4                       03860000
           END-EVALUATE.                                                03870000
           IF WS-SLOT-STATUS NOT = '00'                                 03880000
               DISPLAY 'ERROR/OPEN/ERROR-PART-' WS-PART-IDX             03890000
               DISPLAY 'FILE STATUS:' WS-SLOT-STATUS                    03900000
               MOVE 'N' TO WS-COPY-OK                                   03910000
               PERFORM 009-RC-16-PARA                                   03920000
           ELSE                                                         03930000
               PERFORM 002E-COPY-ERROR-PARA UNTIL FILE-EOF-Y            03940000
               EVALUATE WS-PART-IDX                                     03950000
                   WHEN 1 CLOSE ERROR-PART-1                            03960000
                   WHEN 2 CLOSE ERROR-PART-2                            03970000
                   WHEN 3 CLOSE ERROR-PART-3                            03980000
                   WHEN OTHER CLOSE ERROR-PART-4                        03990000
               END-EVALUATE                                             04000000
           END-IF.                                                      04010000
           IF COPY-OK-Y                                                 04020000
               EVALUATE WS-PART-IDX                                     04030000
                   WHEN 1 OPEN OUTPUT ERROR-PART-1                      04040000
                          CLOSE ERROR-PART-1                            04050000
                   WHEN 2 OPEN OUTPUT ERROR-PART-2                      04060000
                          CLOSE ERROR-PART-2                            04070000
                   WHEN 3 OPEN OUTPUT ERROR-PART-3                      04080000
                          CLOSE ERROR-PART-3                            04090000
                   WHEN OTHER OPEN OUTPUT ERROR-PART-4                  04100000
                          CLOSE ERROR-PART-4                            04110000
               END-EVALUATE                                             04120000
           END-IF.                                                      04130000
       002E-COPY-ERROR-PARA.                                            04140000
           EVALUATE WS-PART-IDX                                         04150000
               WHEN 1 READ ERROR-PART-1 INTO WS-ERROR-STAGE             04160000
                          AT END SET FILE-EOF-Y TO TRUE                 04170000
                      END-READ                                          04180000
               WHEN 2 READ ERROR-PART-2 INTO WS-ERROR-STAGE             04190000
                          AT END SET FILE-EOF-Y TO TRUE                 04200000
                      END-READ                                          04210000
               WHEN 3 READ ERROR-PART-3 INTO WS-ERROR-STAGE             04220000
                          AT END SET FILE-EOF-Y TO TRUE                 04230000
                      END-READ                                          04240000
               WHEN OTHER READ ERROR-PART-4 INTO WS-ERROR-STAGE         04250000
                          AT END SET FILE-EOF-Y TO TRUE                 04260000
                      END-READ                                          04270000
           END-EVALUATE.                                                04280000
           IF NOT FILE-EOF-Y                                            04290000
               WRITE ERROR-LOG-REC FROM WS-ERROR-STAGE                  04300000
               IF WS-ERRLOG-STATUS = '00'                               04310000
                   ADD 1 TO WS-ERROR-GATHERED                           04320000
               ELSE                                                     04330000
                   DISPLAY 'ERROR/WRITE/ERROR-LOG-FILE'                 04340000
                   DISPLAY 'FILE STATUS:' WS-ERRLOG-STATUS              04350000
                   MOVE 'N' TO WS-COPY-OK                               04360000
                   SET FILE-EOF-Y TO TRUE                               04370000
                   PERFORM 009-RC-16-PARA                               04380000
               END-IF                                                   04390000
           END-IF.                                                      04400000
      *THE PARTITION'S ENTRIES FOR THE BUSINESS DATE, READ DIRECTLY BY  04410000
      *KEY (SEE RUNCTL.CPY). ENDED = ITS LAST START WAS FOLLOWED BY AN  04420000
      *END - A START ON ITS OWN IS A RUN THAT ABENDED. SKIP ENTRIES     04430000
      *FROM THE RESTART PLANNER ARE NOT ENDS AND ARE PASSED OVER.       04440000
       003-READ-REGISTRY-PARA.                                          04450000
           MOVE 'I' TO WS-RUNCTL-OPEN-MODE.                             04460000
           PERFORM RUNCTL-OPEN-PARA.                                    04470000
           IF WS-RUNCTL-STATUS = '00' OR WS-RUNCTL-STATUS = '05'        04480000
               MOVE 'N' TO WS-RUNCTL-IN-EOF                             04490000
               MOVE WS-RUN-DATE TO RC-BUS-DATE                          04500000
               MOVE SPACES TO RC-PROGRAM                                04510000
               STRING 'DB2OPER' WS-PART-IDX DELIMITED BY SIZE           04520000
                   INTO RC-PROGRAM                                      04530000
               MOVE RC-PROGRAM TO WS-RUNCTL-PROGRAM                     04540000
               MOVE ZERO TO RC-EVENT-SEQ                                04550000
               START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-KEY       04560000
                   INVALID KEY                                          04570000
                       SET RUNCTL-IN-EOF-Y TO TRUE                      04580000
               END-START                                                04590000
               PERFORM 003A-SCAN-PARA UNTIL RUNCTL-IN-EOF-Y             04600000
               MOVE 'CENSLMRG' TO WS-RUNCTL-PROGRAM                     04610000
               CLOSE RUN-CONTROL-FILE                                   04620000
           ELSE                                                         04630000
               DISPLAY 'ERROR/OPEN/RUN-CONTROL-FILE'                    04640000
               DISPLAY 'FILE STATUS:' WS-RUNCTL-STATUS                  04650000
           END-IF.                                                      04660000
       003A-SCAN-PARA.                                                  04670000
           READ RUN-CONTROL-FILE NEXT RECORD                            04680000
               AT END                                                   04690000
                   SET RUNCTL-IN-EOF-Y TO TRUE                          04700000
               NOT AT END                                               04710000
                   IF RC-BUS-DATE NOT = WS-RUN-DATE                     04720000
                    OR RC-PROGRAM NOT = WS-RUNCTL-PROGRAM               04730000
                       SET RUNCTL-IN-EOF-Y TO TRUE                      04740000
                   ELSE                                                 04750000
                       EVALUATE RC-EVENT                                04760000
                           WHEN 'START'                                 04770000
                               MOVE 'N' TO WS-MP-ENDED (WS-PART-IDX)    04780000
                           WHEN 'END'                                   04790000
                               MOVE 'Y' TO WS-MP-ENDED (WS-PART-IDX)    04800000
                               MOVE RC-RECORD-COUNT                     04810000
                                   TO WS-MP-READ (WS-PART-IDX)          04820000
                               MOVE RC-RETURN-CODE                      04830000
                                   TO WS-MP-RC (WS-PART-IDX)            04840000
                           WHEN OTHER                                   04850000
                               CONTINUE                                 04860000
                       END-EVALUATE                                     04870000
                   END-IF                                               04880000
           END-READ.                                                    04890000
      *BUILD DISPDD AND LOADRPT FROM THE PARTITIONS IN KEY-RANGE ORDER  04900000
       004-MERGE-PARA.                                                  04910000
           OPEN OUTPUT DISP-OUT-FILE.                                   04920000
           IF WS-DISP-STATUS NOT = '00'                                 04930000
               DISPLAY 'ERROR/OPEN/DISP-OUT-FILE'                       04940000
               DISPLAY 'FILE STATUS:' WS-DISP-STATUS                    04950000
               MOVE 20 TO WS-MERGE-RC                                   04960000
           END-IF.                                                      04970000
           OPEN OUTPUT LOAD-SUMMARY-FILE.                               04980000
           IF WS-LOADRPT-STATUS NOT = '00'                              04990000
               DISPLAY 'ERROR/OPEN/LOAD-SUMMARY-FILE'                   05000000
               DISPLAY 'FILE STATUS:' WS-LOADRPT-STATUS                 05010000
               PERFORM 009-RC-16-PARA                                   05020000
           ELSE                                                         05030000
               MOVE WS-RUN-DATE TO LH-RUN-DATE                          05040000
               STRING ' MERGED FROM ' WS-PART-COUNT ' PARTITIONS'       05050000
                   DELIMITED BY SIZE INTO LH-RUN-NOTE                   05060000
               MOVE WS-LOAD-HEADER-LINE TO LOAD-RPT-REC                 05070000
               WRITE LOAD-RPT-REC                                       05080000
           END-IF.                                                      05090000
           PERFORM 005-MERGE-PART-PARA                                  05100000
               VARYING WS-PART-IDX FROM 1 BY 1                          05110000
               UNTIL WS-PART-IDX > WS-PART-COUNT.                       05120000
           IF WS-DISP-STATUS = '00'                                     05130000
               CLOSE DISP-OUT-FILE                                      05140000
           END-IF.                                                      05150000
           PERFORM 008-SUMMARY-PARA.                                    05160000
      *ONE PARTITION - ONLY A PARTITION THAT ENDED IS MERGED; ONE THAT  05170000
      *NEVER DID HAS NO COMPLETE OUTPUT TO GIVE                         05180000
       005-MERGE-PART-PARA.                                             05190000
           IF MP-ENDED-Y (WS-PART-IDX)                                  05200000
               ADD WS-MP-READ (WS-PART-IDX) TO WS-TOT-READ              05210000
               IF WS-MP-RC (WS-PART-IDX) > WS-MERGE-RC                  05220000
                   MOVE WS-MP-RC (WS-PART-IDX) TO WS-MERGE-RC           05230000
               END-IF                                                   05240000
               PERFORM 006-MERGE-DISP-PARA                              05250000
               PERFORM 007-READ-RETRIES-PARA                            05260000
               IF WS-MP-DISPOSED (WS-PART-IDX)                          05270000
                   NOT = WS-MP-READ (WS-PART-IDX)                       05280000
                   PERFORM 009-RC-16-PARA                               05290000
               END-IF                                                   05300000
           ELSE                                                         05310000
               DISPLAY 'CENSLMRG PARTITION ' WS-PART-IDX                05320000
                   ' (DB2OPER' WS-PART-IDX ') HAS NOT ENDED TONIGHT'    05330000
               MOVE 20 TO WS-MERGE-RC                                   05340000
           END-IF.                                                      05350000
       006-MERGE-DISP-PARA.                                             05360000
           MOVE 'N' TO WS-FILE-EOF.                                     05370000
           EVALUATE WS-PART-IDX                                         05380000
               WHEN 1 OPEN INPUT DISP-PART-1                            05390000
               WHEN 2 OPEN INPUT DISP-PART-2                            05400000
               WHEN 3 OPEN INPUT DISP-PART-3                            05410000
               WHEN OTHER OPEN INPUT DISP-PART-4                        05420000
           END-EVALUATE.                                                05430000
           IF WS-SLOT-STATUS NOT = '00'                                 05440000
               DISPLAY 'ERROR/OPEN/DISP-PART-' WS-PART-IDX              05450000
               DISPLAY 'FILE STATUS:' WS-SLOT-STATUS                    05460000
               MOVE 20 TO WS-MERGE-RC                                   05470000
           ELSE                                                         05480000
               PERFORM 006A-COPY-DISP-PARA UNTIL FILE-EOF-Y             05490000
               EVALUATE WS-PART-IDX                                     05500000
                   WHEN 1 CLOSE DISP-PART-1                             05510000
                   WHEN 2 CLOSE DISP-PART-2                             05520000
                   WHEN 3 CLOSE DISP-PART-3                             05530000
                   WHEN OTHER CLOSE DISP-PART-4                         05540000
               END-EVALUATE                                             05550000
           END-IF.                                                      05560000
       006A-COPY-DISP-PARA.                                             05570000
           EVALUATE WS-PART-IDX                                         05580000
               WHEN 1 READ DISP-PART-1 INTO WS-DISP-STAGE               05590000
                          AT END SET FILE-EOF-Y TO TRUE                 05600000
                      END-READ                                          05610000
               WHEN 2 READ DISP-PART-2 INTO WS-DISP-STAGE               05620000
                          AT END SET FILE-EOF-Y TO TRUE                 05630000
                      END-READ                                          05640000
               WHEN 3 READ DISP-PART-3 INTO WS-DISP-STAGE               05650000
                          AT END SET FILE-EOF-Y TO TRUE                 05660000
                      END-READ                                          05670000
               WHEN OTHER READ DISP-PART-4 INTO WS-DISP-STAGE           05680000
                          AT END SET FILE-EOF-Y TO TRUE                 05690000
                      END-READ                                          05700000
           END-EVALUATE.                                                05710000
           IF NOT FILE-EOF-Y                                            05720000
               ADD 1 TO WS-MP-DISPOSED (WS-PART-IDX)                    05730000
               ADD 1 TO WS-TOT-DISPOSED                                 05740000
               EVALUATE WS-DSP-ACTION                                   05750000
                   WHEN 'INSERTED'                                      05760000
                       ADD 1 TO WS-TOT-INSERTED                         05770000
                   WHEN 'UPDATED'                                       05780000
                       ADD 1 TO WS-TOT-UPDATED                          05790000
                   WHEN OTHER                                           05800000
                       ADD 1 TO WS-TOT-REJECTED                         05810000
               END-EVALUATE                                             05820000
               IF WS-DISP-STATUS = '00'                                 05830000
                   WRITE DISP-OUT-REC FROM WS-DISP-STAGE                05840000
                   IF WS-DISP-STATUS NOT = '00'                         05841666
                       DISPLAY 'ERROR/WRITE/DISP-OUT-FILE'              05843332
                       DISPLAY 'FILE STATUS:' WS-DISP-STATUS            05844998
                       PERFORM 009-RC-16-PARA                           05846664
                   END-IF                                               05848330
               END-IF                                                   05850000
               IF WS-LOADRPT-STATUS = '00'                              05860000
                   MOVE WS-DSP-STATE-UT TO LD-STATE-UT                  05870000
                   MOVE WS-DSP-ACTION TO LD-ACTION                      05880000
                   MOVE WS-LOAD-DETAIL-LINE TO LOAD-RPT-REC             05890000
                   WRITE LOAD-RPT-REC                                   05900000
               END-IF                                                   05910000
           END-IF.                                                      05920000
      *THE DEADLOCK RETRIES TOTAL LINE OF THE PARTITION'S OWN SUMMARY   05930000
       007-READ-RETRIES-PARA.                                           05940000
           MOVE 'N' TO WS-FILE-EOF.                                     05950000
           EVALUATE WS-PART-IDX                                         05960000
               WHEN 1 OPEN INPUT LRPT-PART-1                            05970000
               WHEN 2 OPEN INPUT LRPT-PART-2                            05980000
               WHEN 3 OPEN INPUT LRPT-PART-3                            05990000
               WHEN OTHER OPEN INPUT LRPT-PART-4                        06000000
           END-EVALUATE.                                                06010000
           IF WS-SLOT-STATUS NOT = '00'                                 06020000
               DISPLAY 'ERROR/OPEN/LRPT-PART-' WS-PART-IDX              06030000
               DISPLAY 'FILE STATUS:' WS-SLOT-STATUS                    06040000
               PERFORM 009-RC-16-PARA                                   06050000
           ELSE                                                         06060000
               PERFORM 007A-SCAN-LRPT-PARA UNTIL FILE-EOF-Y             06070000
               EVALUATE WS-PART-IDX                                     06080000
                   WHEN 1 CLOSE LRPT-PART-1                             06090000
                   WHEN 2 CLOSE LRPT-PART-2                             06100000
                   WHEN 3 CLOSE LRPT-PART-3                             06110000
                   WHEN OTHER CLOSE LRPT-PART-4                         06120000
               END-EVALUATE                                             06130000
           END-IF.                                                      06140000
       007A-SCAN-LRPT-PARA.                                             06150000
           EVALUATE WS-PART-IDX                                         06160000
               WHEN 1 READ LRPT-PART-1 INTO WS-LRPT-STAGE               06170000
                          AT END SET FILE-EOF-Y TO TRUE                 06180000
                      END-READ                                          06190000
               WHEN 2 READ LRPT-PART-2 INTO WS-LRPT-STAGE               06200000
                          AT END SET FILE-EOF-Y TO TRUE                 06210000
                      END-READ                                          06220000
               WHEN 3 READ LRPT-PART-3 INTO WS-LRPT-STAGE               06230000
                          AT END SET FILE-EOF-Y TO TRUE                 06240000
                      END-READ                                          06250000
               WHEN OTHER READ LRPT-PART-4 INTO WS-LRPT-STAGE           06260000
                          AT END SET FILE-EOF-Y TO TRUE                 06270000
                      END-READ                                          06280000
           END-EVALUATE.                                                06290000
      *THE COUNT IS PRINTED ZERO-SUPPRESSED - ITS LEADING SPACES ARE    06293333
      *ZEROED SO THE DIGITS CAN BE TAKEN AS THEY STAND                  06296666
           IF NOT FILE-EOF-Y                                            06300000
            AND WS-LRI-LABEL = 'DEADLOCK RETRIES  '                     06310000
               INSPECT WS-LRI-COUNT REPLACING LEADING SPACE BY ZERO     06314000
               IF WS-LRI-COUNT-N IS NUMERIC                             06318000
                   MOVE WS-LRI-COUNT-N TO WS-MP-RETRIES (WS-PART-IDX)   06322000
                   ADD WS-MP-RETRIES (WS-PART-IDX) TO WS-TOT-RETRIES    06326000
               ELSE                                                     06330000
                   DISPLAY 'ERROR/LRPT-PART-' WS-PART-IDX               06334000
                       '/RETRIES NOT NUMERIC:' WS-LRI-COUNT             06338000
                   PERFORM 009-RC-16-PARA                               06342000
               END-IF                                                   06346000
           END-IF.                                                      06350000
      *DB2OPER'S TOTAL LINES OVER THE WHOLE FEED, THEN ONE LINE PER     06360000
      *PARTITION - READ AGAINST DISPOSITIONS, ITS RC AND THE VERDICT    06370000
       008-SUMMARY-PARA.                                                06380000
           IF WS-LOADRPT-STATUS = '00'                                  06390000
               MOVE 'RECORDS READ      ' TO LT-LABEL                    06400000
               MOVE WS-TOT-READ TO LT-COUNT                             06410000
               MOVE WS-LOAD-TOTAL-LINE TO LOAD-RPT-REC                  06420000
               WRITE LOAD-RPT-REC                                       06430000
               MOVE 'ROWS INSERTED     ' TO LT-LABEL                    06440000
               MOVE WS-TOT-INSERTED TO LT-COUNT                         06450000
               MOVE WS-LOAD-TOTAL-LINE TO LOAD-RPT-REC                  06460000
               WRITE LOAD-RPT-REC                                       06470000
               MOVE 'ROWS UPDATED      ' TO LT-LABEL                    06480000
               MOVE WS-TOT-UPDATED TO LT-COUNT                          06490000
               MOVE WS-LOAD-TOTAL-LINE TO LOAD-RPT-REC                  06500000
               WRITE LOAD-RPT-REC                                       06510000
               MOVE 'ROWS REJECTED     ' TO LT-LABEL                    06520000
               MOVE WS-TOT-REJECTED TO LT-COUNT                         06530000
               MOVE WS-LOAD-TOTAL-LINE TO LOAD-RPT-REC                  06540000
               WRITE LOAD-RPT-REC                                       06550000
               MOVE 'DEADLOCK RETRIES  ' TO LT-LABEL                    06560000
               MOVE WS-TOT-RETRIES TO LT-COUNT                          06570000
               MOVE WS-LOAD-TOTAL-LINE TO LOAD-RPT-REC                  06580000
               WRITE LOAD-RPT-REC                                       06590000
               PERFORM 008A-PART-LINE-PARA                              06600000
                   VARYING WS-PART-IDX FROM 1 BY 1                      06610000
                   UNTIL WS-PART-IDX > WS-PART-COUNT                    06620000
               CLOSE LOAD-SUMMARY-FILE                                  06630000
           END-IF.                                                      06640000
       008A-PART-LINE-PARA.                                             06650000
           MOVE WS-PART-IDX TO PL-PART.                                 06660000
           MOVE WS-MP-READ (WS-PART-IDX) TO PL-READ.                    06670000
           MOVE WS-MP-DISPOSED (WS-PART-IDX) TO PL-DISPOSED.            06680000
           MOVE WS-MP-RC (WS-PART-IDX) TO PL-RC.                        06690000
           IF NOT MP-ENDED-Y (WS-PART-IDX)                              06700000
               MOVE 'NOT ENDED' TO PL-VERDICT                           06710000
           ELSE                                                         06720000
               IF WS-MP-DISPOSED (WS-PART-IDX)                          06730000
                   = WS-MP-READ (WS-PART-IDX)                           06740000
                   MOVE 'IN BALANCE' TO PL-VERDICT                      06750000
               ELSE                                                     06760000
                   MOVE 'OUT OF BALANCE' TO PL-VERDICT                  06770000
               END-IF                                                   06780000
           END-IF.                                                      06790000
           MOVE WS-PART-LINE TO LOAD-RPT-REC.                           06800000
           WRITE LOAD-RPT-REC.                                          06810000
      *RAISE THE MERGE'S RC TO 16 - NEVER LOWERING A 20 ALREADY SET     06820000
       009-RC-16-PARA.                                                  06830000
           IF WS-MERGE-RC < 16                                          06840000
               MOVE 16 TO WS-MERGE-RC                                   06850000
           END-IF.                                                      06860000
      *SHARED RUN-CONTROL PARAGRAPHS - SEE RUNCTPRC.CPY.                06870000
           COPY RUNCTPRC.                                               06880000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     06890000
           COPY BUSDTPRC.                                               06900000
