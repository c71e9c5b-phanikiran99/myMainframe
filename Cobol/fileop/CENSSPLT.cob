      *SPLITS THE NIGHT'S CHECKED FEED (CENSUS.TRANS.PASSED) BY         00010000
      *STATE-UT KEY RANGE INTO THE PARTITIONS THE FEED LOAD RUNS AS.    00020000
      *THE DB2OPER LOAD WAS THE LONGEST STEP OF THE STREAM AND GREW     00030000
      *WITH EVERY SURVEY YEAR ADDED; EACH PARTITION IS NOW LOADED BY    00040000
      *ITS OWN CONCURRENT JOB (CENSLDP1-CENSLDP4, DB2OPER WITH A        00050000
      *PARTNDD CARD) WITH ITS OWN CHECKPOINT, AND CENSLMRG MERGES       00060000
      *THEIR SUMMARIES AND DISPOSITIONS AFTERWARDS.                     00070000
      *PARTCARD GIVES THE NUMBER OF PARTITIONS IN COL 1 (1-4); A        00080000
      *DUMMY OR MISSING CARD, OR ANY OTHER VALUE, MEANS 4. THE FIRST    00090000
      *PASS COUNTS THE FEED BY STATE-UT; THE STATES ARE THEN DEALT OUT  00100000
      *IN KEY ORDER SO EACH PARTITION GETS A CONTIGUOUS KEY RANGE OF    00110000
      *ROUGHLY EQUAL RECORD COUNT. A STATE NEVER SPANS TWO PARTITIONS,  00120000
      *SO EVERY SURVEY YEAR OF A STATE LOADS IN ONE JOB. THE SECOND     00130000
      *PASS WRITES EACH RECORD TO ITS PARTITION'S DATASET (PARTDD1-4).  00140000
      *EVERY PARTITION DATASET IS OPENED OUTPUT BEFORE ANYTHING ELSE,   00150000
      *SO AN UNUSED OR FAILED PARTITION IS EMPTY, NEVER LAST NIGHT'S.   00160000
      *SPLTRPT SHOWS EACH PARTITION'S KEY RANGE AND COUNTS. REGISTERED  00170000
      *AS CENSSPLT WITH THE RECORDS WRITTEN - CENSBAL PROVES THEM       00180000
      *AGAINST THE PASSED FEED. RC 16 = A FILE WOULD NOT OPEN, MORE     00190000
      *STATES THAN THE TABLE HOLDS, OR THE FEED CHANGED BETWEEN PASSES. 00200000
       IDENTIFICATION DIVISION.                                         00210000
       PROGRAM-ID. CENSSPLT.                                            00220000
       ENVIRONMENT DIVISION.                                            00230000
          INPUT-OUTPUT SECTION.                                         00240000
          FILE-CONTROL.                                                 00250000
      *DB2PLAU'S CHECKED FEED - THE WHOLE OF TONIGHT'S LOAD             00260000
           SELECT PASSED-FILE ASSIGN TO PASSDD                          00270000
           ORGANIZATION IS SEQUENTIAL                                   00280000
           FILE STATUS WS-PASS-STATUS.                                  00290000
      *PARTITION COUNT CARD - OPTIONAL, DEFAULTS TO 4                   00300000
           SELECT OPTIONAL PART-CARD-FILE ASSIGN TO PARTCARD            00310000
           ORGANIZATION IS SEQUENTIAL                                   00320000
           FILE STATUS WS-CARD-STATUS.                                  00330000
      *ONE FEED DATASET PER PARTITION LOAD JOB                          00340000
           SELECT PART-FILE-1 ASSIGN TO PARTDD1                         00350000
           ORGANIZATION IS SEQUENTIAL                                   00360000
           FILE STATUS WS-PART-STATUS.                                  00370000
           SELECT PART-FILE-2 ASSIGN TO PARTDD2                         00380000
           ORGANIZATION IS SEQUENTIAL                                   00390000
           FILE STATUS WS-PART-STATUS.                                  00400000
           SELECT PART-FILE-3 ASSIGN TO PARTDD3                         00410000
           ORGANIZATION IS SEQUENTIAL                                   00420000
           FILE STATUS WS-PART-STATUS.                                  00430000
           SELECT PART-FILE-4 ASSIGN TO PARTDD4                         00440000
           ORGANIZATION IS SEQUENTIAL                                   00450000
           FILE STATUS WS-PART-STATUS.                                  00460000
           SELECT SPLIT-RPT-FILE ASSIGN TO SPLTRPT                      00470000
           ORGANIZATION IS SEQUENTIAL                                   00480000
           FILE STATUS WS-RPT-STATUS.                                   00490000
      *RUN-CONTROL REGISTRY, SHARED BY THE CENSUSJB STREAM - OPTIONAL   00500000
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          00510000
           ORGANIZATION IS INDEXED                                      00520000
           ACCESS MODE IS DYNAMIC                                       00530000
           RECORD KEY IS RC-KEY                                         00540000
           FILE STATUS WS-RUNCTL-STATUS.                                00550000
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00560000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00570000
           ORGANIZATION IS SEQUENTIAL                                   00580000
           FILE STATUS WS-BUSDATE-STATUS.                               00590000
       DATA DIVISION.                                                   00600000
          FILE SECTION.                                                 00610000
          FD  PASSED-FILE.                                              00620000
      * SHARED FEED LAYOUT, SEE STATTRAN.CPY                            00630000
          COPY STATTRAN.                                                00640000
          FD  PART-CARD-FILE.                                           00650000
          01  PART-CARD-REC.                                            00660000
             05 PCD-PARTITIONS       PIC X(1).                          00670000
             05 FILLER               PIC X(79).                         00680000
          FD  PART-FILE-1.                                              00690000
          01  PART-FILE-1-REC        PIC X(86).                         00700000
          FD  PART-FILE-2.                                              00710000
          01  PART-FILE-2-REC        PIC X(86).                         00720000
          FD  PART-FILE-3.                                              00730000
          01  PART-FILE-3-REC        PIC X(86).                         00740000
          FD  PART-FILE-4.                                              00750000
          01  PART-FILE-4-REC        PIC X(86).                         00760000
          FD  SPLIT-RPT-FILE.                                           00770000
          01  RPT-PRINT-REC          PIC X(110).                        00780000
          FD  RUN-CONTROL-FILE.                                         00790000
          COPY RUNCTL.                                                  00800000
          FD  BUSDATE-FILE.                                             00810000
          COPY BUSDATE.                                                 00820000
       WORKING-STORAGE SECTION.                                         00830000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00840000
           COPY BUSDTWS.                                                00850000
      * SHARED RUN-CONTROL STAGING FIELDS, SEE RUNCTWS.CPY.             00860000
           COPY RUNCTWS.                                                00870000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00880000
           COPY RUNDATE.                                                00890000
      * SHARED REPORT HEADINGS, SEE RPTHDG.CPY.                         00900000
           COPY RPTHDG.                                                 00910000
          77 WS-PASS-STATUS PIC X(2).                                   00920000
          77 WS-CARD-STATUS PIC X(2).                                   00930000
          77 WS-PART-STATUS PIC X(2).                                   00940000
          77 WS-RPT-STATUS PIC X(2).                                    00950000
          01 WS-FILE-EOF PIC X(01) VALUE 'N'.                           00960000
             88 FILE-EOF-Y VALUE 'Y'.                                   00970000
          01 WS-SPLIT-OK PIC X(01) VALUE 'Y'.                           00980000
             88 SPLIT-OK-Y VALUE 'Y'.                                   00990000
          77 WS-READ-COUNT PIC 9(9) VALUE ZERO.                         01000000
          77 WS-REREAD-COUNT PIC 9(9) VALUE ZERO.                       01010000
          77 WS-WRITTEN-COUNT PIC 9(9) VALUE ZERO.                      01020000
      * HOW MANY PARTITIONS TONIGHT - THE JOB NETWORK HAS FOUR LOAD     01030000
      * JOBS, SO FOUR IS BOTH THE DEFAULT AND THE MOST THE CARD TAKES   01040000
          77 WS-PART-COUNT PIC 9(1) VALUE 4.                            01050000
          77 WS-PART-MAX PIC 9(1) VALUE 4.                              01060000
          77 WS-PART-IDX PIC 9(1).                                      01070000
      * RECORDS DEALT OUT BEFORE THE CURRENT STATE - ITS PARTITION IS   01080000
      * 1 + (THAT COUNT X PARTITIONS) / FEED TOTAL                      01090000
          77 WS-CUM-RECORDS PIC 9(9) VALUE ZERO.                        01100000
          77 WS-PART-CALC PIC 9(9).                                     01110000
      * TONIGHT'S STATES IN ASCENDING KEY ORDER WITH THEIR RECORD       01120000
      * COUNTS AND THE PARTITION EACH IS DEALT TO                       01130000
          77 WS-ST-COUNT PIC 9(3) USAGE COMP VALUE ZERO.                01140000
          77 WS-ST-MAX PIC 9(3) USAGE COMP VALUE 500.                   01150000
          77 WS-ST-IDX PIC 9(3) USAGE COMP.                             01160000
          77 WS-ST-POS PIC 9(3) USAGE COMP.                             01170000
          77 WS-ST-MID PIC 9(3) USAGE COMP.                             01180000
          01 WS-ST-FOUND PIC X(01).                                     01190000
             88 ST-FOUND-Y VALUE 'Y'.                                   01200000
          01 WS-STATE-TABLE.                                            01210000
             05 WS-ST-ENTRY OCCURS 500 TIMES.                           01220000
                10 WS-ST-STATE         PIC X(30).                       01230000
                10 WS-ST-RECORDS       PIC 9(9).                        01240000
                10 WS-ST-PART          PIC 9(1).                        01250000
      * WHAT EACH PARTITION WAS GIVEN                                   01260000
          01 WS-PART-TABLE.                                             01270000
             05 WS-PT-ENTRY OCCURS 4 TIMES.                             01280000
                10 WS-PT-LOW           PIC X(30).                       01290000
                10 WS-PT-HIGH          PIC X(30).                       01300000
                10 WS-PT-STATES        PIC 9(5).                        01310000
                10 WS-PT-RECORDS       PIC 9(9).                        01320000
          01 WS-SPLIT-LINE.                                             01330000
             05 FILLER               PIC X(2) VALUE SPACES.             01340000
             05 SPL-PART             PIC 9(1).                          01350000
             05 FILLER               PIC X(3) VALUE SPACES.             01360000
             05 SPL-LOW              PIC X(30).                         01370000
             05 FILLER               PIC X(2) VALUE SPACES.             01380000
             05 SPL-HIGH             PIC X(30).                         01390000
             05 FILLER               PIC X(2) VALUE SPACES.             01400000
             05 SPL-STATES           PIC Z(4)9.                         01410000
             05 FILLER               PIC X(2) VALUE SPACES.             01420000
             05 SPL-RECORDS          PIC Z(8)9.                         01430000
             05 FILLER               PIC X(2) VALUE SPACES.             01440000
             05 SPL-NOTE             PIC X(16).                         01450000
       PROCEDURE DIVISION.                                              01460000
       MAIN-PARA.                                                       01470000
           INITIALIZE WS-PART-TABLE.                                    01480000
           PERFORM READ-BUSINESS-DATE-PARA                              01490000
           MOVE 'CENSSPLT' TO WS-RUNCTL-PROGRAM                         01500000
      *REFUSE A SECOND RUN FOR THE SAME BUSINESS DATE - SEE RUNCTPRC    01510000
           PERFORM RUNCTL-CHECK-START-PARA.                             01520000
           IF RUNCTL-DUPRUN-Y                                           01530000
               STOP RUN                                                 01540000
           END-IF.                                                      01550000
           OPEN OUTPUT SPLIT-RPT-FILE.                                  01560000
           IF WS-RPT-STATUS NOT = '00'                                  01570000
               DISPLAY 'ERROR/OPEN/SPLIT-RPT-FILE'                      01580000
               DISPLAY 'FILE STATUS:' WS-RPT-STATUS                     01590000
               MOVE 16 TO RETURN-CODE                                   01600000
           END-IF.                                                      01610000
           MOVE 'FEED LOAD PARTITIONS' TO RPT-TITLE.                    01620000
           MOVE 'CENSSPLT' TO RPT-PROGRAM-ID.                           01630000
           MOVE SPACES TO RPT-COLUMN-LINE.                              01640000
           MOVE 'PART' TO RPT-COLUMN-LINE (1:4).                        01650000
           MOVE 'LOW STATE-UT' TO RPT-COLUMN-LINE (7:12).               01660000
           MOVE 'HIGH STATE-UT' TO RPT-COLUMN-LINE (39:13).             01670000
           MOVE 'STATES' TO RPT-COLUMN-LINE (70:6).                     01680000
           MOVE 'RECORDS' TO RPT-COLUMN-LINE (80:7).                    01690000
           MOVE 'NOTE' TO RPT-COLUMN-LINE (89:4).                       01700000
           PERFORM 001-READ-CARD-PARA.                                  01710000
           PERFORM 002-OPEN-PARTS-PARA.                                 01720000
           IF SPLIT-OK-Y                                                01730000
               PERFORM 003-COUNT-STATES-PARA                            01740000
           END-IF.                                                      01750000
           IF SPLIT-OK-Y                                                01760000
               PERFORM 004-DEAL-STATES-PARA                             01770000
               PERFORM 005-WRITE-PARTS-PARA                             01780000
           END-IF.                                                      01790000
           CLOSE PART-FILE-1 PART-FILE-2 PART-FILE-3 PART-FILE-4.       01800000
           PERFORM 006-REPORT-PARA.                                     01810000
           CLOSE SPLIT-RPT-FILE.                                        01820000
           IF NOT SPLIT-OK-Y                                            01830000
               MOVE 16 TO RETURN-CODE                                   01840000
           END-IF.                                                      01850000
           DISPLAY 'CENSSPLT RECORDS READ ' WS-READ-COUNT               01860000
                   ' WRITTEN ' WS-WRITTEN-COUNT                         01870000
                   ' PARTITIONS ' WS-PART-COUNT.                        01880000
           MOVE WS-WRITTEN-COUNT TO WS-RUNCTL-COUNT.                    01890000
           PERFORM RUNCTL-WRITE-END-PARA.                               01900000
           STOP RUN.                                                    01910000
      *PARTITION COUNT FROM COL 1 OF PARTCARD - ANYTHING BUT 1-4 (OR NO 01920000
      *CARD AT ALL) KEEPS THE DEFAULT OF ALL FOUR PARTITIONS            01930000
       001-READ-CARD-PARA.                                              01940000
           OPEN INPUT PART-CARD-FILE.                                   01950000
           IF WS-CARD-STATUS = '00'                                     01960000
               READ PART-CARD-FILE                                      01970000
                   AT END                                               01980000
                       CONTINUE                                         01990000
                   NOT AT END                                           02000000
                       IF PCD-PARTITIONS IS NUMERIC                     02010000
                        AND PCD-PARTITIONS NOT = '0'                    02020000
                        AND PCD-PARTITIONS NOT > '4'                    02030000
                           MOVE PCD-PARTITIONS TO WS-PART-COUNT         02040000
                       ELSE                                             02050000
                           DISPLAY 'ERROR/PARTCARD/UNRECOGNIZED:'       02060000
                               PCD-PARTITIONS ' - USING '               02070000
                               WS-PART-MAX                              02080000
                       END-IF                                           02090000
               END-READ                                                 02100000
               CLOSE PART-CARD-FILE                                     02110000
           END-IF.                                                      02120000
      *EMPTY EVERY PARTITION DATASET FIRST, WHETHER IT IS USED TONIGHT  02130000
      *OR NOT - A PARTITION JOB MUST NEVER RELOAD AN OLD SLICE          02140000
       002-OPEN-PARTS-PARA.                                             02150000
           OPEN OUTPUT PART-FILE-1.                                     02160000
           PERFORM 002A-CHECK-OPEN-PARA.                                02170000
           OPEN OUTPUT PART-FILE-2.                                     02180000
           PERFORM 002A-CHECK-OPEN-PARA.                                02190000
           OPEN OUTPUT PART-FILE-3.                                     02200000
           PERFORM 002A-CHECK-OPEN-PARA.                                02210000
           OPEN OUTPUT PART-FILE-4.                                     02220000
           PERFORM 002A-CHECK-OPEN-PARA.                                02230000
       002A-CHECK-OPEN-PARA.                                            02240000
           IF WS-PART-STATUS NOT = '00'                                 02250000
               DISPLAY 'ERROR/OPEN/PART-FILE'                           02260000
               DISPLAY 'FILE STATUS:' WS-PART-STATUS                    02270000
               MOVE 'N' TO WS-SPLIT-OK                                  02280000
           END-IF.                                                      02290000
      *FIRST PASS - COUNT THE FEED BY STATE-UT INTO THE KEY-ORDERED     02300000
      *STATE TABLE                                                      02310000
       003-COUNT-STATES-PARA.                                           02320000
           MOVE 'N' TO WS-FILE-EOF.                                     02330000
           OPEN INPUT PASSED-FILE.                                      02340000
           IF WS-PASS-STATUS NOT = '00'                                 02350000
               DISPLAY 'ERROR/OPEN/PASSED-FILE'                         02360000
               DISPLAY 'FILE STATUS:' WS-PASS-STATUS                    02370000
               MOVE 'N' TO WS-SPLIT-OK                                  02380000
               SET FILE-EOF-Y TO TRUE                                   02390000
           END-IF.                                                      02400000
           PERFORM 003A-COUNT-ONE-PARA UNTIL FILE-EOF-Y.                02410000
           CLOSE PASSED-FILE.                                           02420000
       003A-COUNT-ONE-PARA.                                             02430000
           READ PASSED-FILE                                             02440000
               AT END                                                   02450000
                   SET FILE-EOF-Y TO TRUE                               02460000
               NOT AT END                                               02470000
                   ADD 1 TO WS-READ-COUNT                               02480000
                   PERFORM 007-FIND-STATE-PARA                          02490000
                   IF ST-FOUND-Y                                        02500000
                       ADD 1 TO WS-ST-RECORDS (WS-ST-POS)               02510000
                   ELSE                                                 02520000
                       PERFORM 003B-INSERT-STATE-PARA                   02530000
                   END-IF                                               02540000
           END-READ.                                                    02550000
      *A NEW STATE GOES IN AT WS-ST-POS, THE ENTRIES FROM THERE ON      02560000
      *MOVING UP ONE TO KEEP THE TABLE IN KEY ORDER                     02570000
       003B-INSERT-STATE-PARA.                                          02580000
           IF WS-ST-COUNT NOT < WS-ST-MAX                               02590000
               DISPLAY 'ERROR/STATE-TABLE/FULL AT ' WS-ST-MAX           02600000
                   ' STATES - ' TR-STATE-UT                             02610000
               MOVE 'N' TO WS-SPLIT-OK                                  02620000
               SET FILE-EOF-Y TO TRUE                                   02630000
           ELSE                                                         02640000
               PERFORM 003C-SHIFT-UP-PARA                               02650000
                   VARYING WS-ST-IDX FROM WS-ST-COUNT BY -1             02660000
                   UNTIL WS-ST-IDX < WS-ST-POS                          02670000
               ADD 1 TO WS-ST-COUNT                                     02680000
               MOVE TR-STATE-UT TO WS-ST-STATE (WS-ST-POS)              02690000
               MOVE 1 TO WS-ST-RECORDS (WS-ST-POS)                      02700000
               MOVE ZERO TO WS-ST-PART (WS-ST-POS)                      02710000
           END-IF.                                                      02720000
       003C-SHIFT-UP-PARA.                                              02730000
           MOVE WS-ST-ENTRY (WS-ST-IDX) TO WS-ST-ENTRY (WS-ST-IDX + 1). 02740000
      *DEAL THE STATES OUT IN KEY ORDER - EACH TAKES THE PARTITION ITS  02750000
      *FIRST RECORD FALLS IN WHEN THE FEED IS CUT INTO EQUAL SHARES     02760000
       004-DEAL-STATES-PARA.                                            02770000
           MOVE ZERO TO WS-CUM-RECORDS.                                 02780000
           PERFORM 004A-DEAL-ONE-PARA                                   02790000
               VARYING WS-ST-IDX FROM 1 BY 1                            02800000
               UNTIL WS-ST-IDX > WS-ST-COUNT.                           02810000
       004A-DEAL-ONE-PARA.                                              02820000
           COMPUTE WS-PART-CALC =                                       02830000
               (WS-CUM-RECORDS * WS-PART-COUNT) / WS-READ-COUNT + 1.    02840000
           IF WS-PART-CALC > WS-PART-COUNT                              02850000
               MOVE WS-PART-COUNT TO WS-PART-CALC                       02860000
           END-IF.                                                      02870000
           MOVE WS-PART-CALC TO WS-ST-PART (WS-ST-IDX).                 02880000
           MOVE WS-PART-CALC TO WS-PART-IDX.                            02890000
           IF WS-PT-STATES (WS-PART-IDX) = ZERO                         02900000
               MOVE WS-ST-STATE (WS-ST-IDX) TO WS-PT-LOW (WS-PART-IDX)  02910000
           END-IF.                                                      02920000
           MOVE WS-ST-STATE (WS-ST-IDX) TO WS-PT-HIGH (WS-PART-IDX).    02930000
           ADD 1 TO WS-PT-STATES (WS-PART-IDX).                         02940000
           ADD WS-ST-RECORDS (WS-ST-IDX) TO WS-CUM-RECORDS.             02950000
      *SECOND PASS - EACH RECORD TO ITS STATE'S PARTITION DATASET       02960000
       005-WRITE-PARTS-PARA.                                            02970000
           MOVE 'N' TO WS-FILE-EOF.                                     02980000
           OPEN INPUT PASSED-FILE.                                      02990000
           IF WS-PASS-STATUS NOT = '00'                                 03000000
               DISPLAY 'ERROR/OPEN/PASSED-FILE'                         03010000
               DISPLAY 'FILE STATUS:' WS-PASS-STATUS                    03020000
               MOVE 'N' TO WS-SPLIT-OK                                  03030000
               SET FILE-EOF-Y TO TRUE                                   03040000
           END-IF.                                                      03050000
           PERFORM 005A-WRITE-ONE-PARA UNTIL FILE-EOF-Y.                03060000
           CLOSE PASSED-FILE.                                           03070000
           IF WS-REREAD-COUNT NOT = WS-READ-COUNT                       03080000
               DISPLAY 'ERROR/PASSED-FILE/CHANGED - FIRST PASS '        03090000
                   WS-READ-COUNT ' SECOND PASS ' WS-REREAD-COUNT        03100000
               MOVE 'N' TO WS-SPLIT-OK                                  03110000
           END-IF.                                                      03120000
       005A-WRITE-ONE-PARA.                                             03130000
           READ PASSED-FILE                                             03140000
               AT END                                                   03150000
                   SET FILE-EOF-Y TO TRUE                               03160000
               NOT AT END                                               03170000
                   ADD 1 TO WS-REREAD-COUNT                             03180000
                   PERFORM 007-FIND-STATE-PARA                          03190000
                   IF ST-FOUND-Y                                        03200000
                       PERFORM 005B-PUT-RECORD-PARA                     03210000
                   ELSE                                                 03220000
                       DISPLAY 'ERROR/PASSED-FILE/NEW STATE ON '        03230000
                           'SECOND PASS - ' TR-STATE-UT                 03240000
                       MOVE 'N' TO WS-SPLIT-OK                          03250000
                   END-IF                                               03260000
           END-READ.                                                    03270000
       005B-PUT-RECORD-PARA.                                            03280000
           MOVE WS-ST-PART (WS-ST-POS) TO WS-PART-IDX.                  03290000
           EVALUATE WS-PART-IDX                                         03300000
               WHEN 1                                                   03310000
                   WRITE PART-FILE-1-REC FROM STATE-TRANS-REC           03320000
               WHEN 2                                                   03330000
                   WRITE PART-FILE-2-REC FROM STATE-TRANS-REC           03340000
               WHEN 3                                                   03350000
                   WRITE PART-FILE-3-REC FROM STATE-TRANS-REC           03360000
               WHEN OTHER                                               03370000
                   WRITE PART-FILE-4-REC FROM STATE-TRANS-REC           03380000
           END-EVALUATE.                                                03390000
           IF WS-PART-STATUS = '00'                                     03400000
               ADD 1 TO WS-WRITTEN-COUNT                                03410000
               ADD 1 TO WS-PT-RECORDS (WS-PART-IDX)                     03420000
           ELSE                                                         03430000
               DISPLAY 'ERROR/WRITE/PART-FILE'                          03440000
               DISPLAY 'FILE STATUS:' WS-PART-STATUS                    03450000
               MOVE 'N' TO WS-SPLIT-OK                                  03460000
           END-IF.                                                      03470000
      *ONE LINE PER PARTITION - KEY RANGE, STATES AND RECORDS WRITTEN   03480000
       006-REPORT-PARA.                                                 03490000
           PERFORM 006A-REPORT-ONE-PARA                                 03500000
               VARYING WS-PART-IDX FROM 1 BY 1                          03510000
               UNTIL WS-PART-IDX > WS-PART-MAX.                         03520000
           MOVE 'RECORDS SPLIT'   TO RPT-TOT-LABEL.                     03530000
           MOVE WS-WRITTEN-COUNT  TO RPT-TOT-COUNT.                     03540000
           PERFORM RPT-GRAND-TOTAL-PARA.                                03550000
       006A-REPORT-ONE-PARA.                                            03560000
           MOVE WS-PART-IDX TO SPL-PART.                                03570000
           MOVE WS-PT-LOW (WS-PART-IDX) TO SPL-LOW.                     03580000
           MOVE WS-PT-HIGH (WS-PART-IDX) TO SPL-HIGH.                   03590000
           MOVE WS-PT-STATES (WS-PART-IDX) TO SPL-STATES.               03600000
           MOVE WS-PT-RECORDS (WS-PART-IDX) TO SPL-RECORDS.             03610000
           MOVE SPACES TO SPL-NOTE.                                     03620000
           IF WS-PART-IDX > WS-PART-COUNT                               03630000
               MOVE 'NOT USED TONIGHT' TO SPL-NOTE                      03640000
           ELSE                                                         03650000
               IF WS-PT-STATES (WS-PART-IDX) = ZERO                     03660000
                   MOVE 'EMPTY' TO SPL-NOTE                             03670000
               END-IF                                                   03680000
           END-IF.                                                      03690000
           MOVE WS-SPLIT-LINE TO RPT-DETAIL-STAGE.                      03700000
           PERFORM RPT-PUT-PARA.                                        03710000
      *BINARY SEARCH OF THE STATE TABLE FOR TR-STATE-UT - FOUND LEAVES  03720000
      *ITS ENTRY IN WS-ST-POS, NOT FOUND LEAVES WHERE IT WOULD GO       03730000
       007-FIND-STATE-PARA.                                             03740000
           MOVE 'N' TO WS-ST-FOUND.                                     03750000
           MOVE 1 TO WS-ST-POS.                                         03760000
           MOVE WS-ST-COUNT TO WS-ST-IDX.                               03770000
           PERFORM 007A-PROBE-PARA                                      03780000
               UNTIL ST-FOUND-Y OR WS-ST-POS > WS-ST-IDX.               03790000
       007A-PROBE-PARA.                                                 03800000
           COMPUTE WS-ST-MID = (WS-ST-POS + WS-ST-IDX) / 2.             03810000
           IF TR-STATE-UT = WS-ST-STATE (WS-ST-MID)                     03820000
               MOVE WS-ST-MID TO WS-ST-POS                              03830000
               SET ST-FOUND-Y TO TRUE                                   03840000
           ELSE                                                         03850000
               IF TR-STATE-UT < WS-ST-STATE (WS-ST-MID)                 03860000
                   COMPUTE WS-ST-IDX = WS-ST-MID - 1                    03870000
               ELSE                                                     03880000
                   COMPUTE WS-ST-POS = WS-ST-MID + 1                    03890000
               END-IF                                                   03900000
           END-IF.                                                      03910000
      *SHARED RUN-CONTROL PARAGRAPHS - SEE RUNCTPRC.CPY.                03920000
           COPY RUNCTPRC.                                               03930000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     03940000
           COPY BUSDTPRC.                                               03950000
      * SHARED REPORT PARAGRAPHS - SEE RPTHDPRC.CPY.                    03960000
           COPY RPTHDPRC.                                               03970000
