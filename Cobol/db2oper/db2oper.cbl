      *TESTS THREE BASIC FUNCTIONS                                      00030000
      *SELECT UPDATE DELETE                                             00040000
      *ALSO HANDLES ERRORS                                              00050000
      *A PARTNDD CARD MAKES THE RUN ONE PARTITION OF THE FEED LOAD -    00051400
      *THE NIGHTLY LOAD RUNS AS CONCURRENT PARTITION JOBS (CENSLDPN,    00052800
      *EACH FED ONE STATE-UT KEY RANGE BY CENSSPLT), EACH REGISTERED    00054200
      *AS DB2OPERN WITH ITS OWN CHECKPOINT; CENSLMRG MERGES THEIR       00055600
      *SUMMARIES AND DISPOSITIONS. MODE NOLOAD THEN RUNS THE REST OF    00057000
      *THE TABLE-WIDE STEPS ONCE, AFTER EVERY PARTITION HAS LOADED.     00058400
       IDENTIFICATION DIVISION.                                         00060000
       PROGRAM-ID. DB2OPER.                                             00070000
       ENVIRONMENT DIVISION.                                            00080000
           SELECT OPTIONAL MODE-FILE ASSIGN TO MODEDD                   00240000
           ORGANIZATION IS SEQUENTIAL                                   00250000
           FILE STATUS WS-MODE-STATUS.                                  00260000
      * ONE-CHARACTER PARTITION NUMBER, OPTIONAL - SEE                  00261600
      * READ-PARTITION-PARA. ABSENT = THE WHOLE FEED IN ONE RUN.        00263200
           SELECT OPTIONAL PARTITION-CARD-FILE ASSIGN TO PARTNDD        00264800
           ORGANIZATION IS SEQUENTIAL                                   00266400
           FILE STATUS WS-PARTN-STATUS.                                 00268000
      * END-OF-STEP LOAD SUMMARY - ONE ACTION LINE PER FEED STATE PLUS  00270000
      * TOTALS, SO THE LOAD CAN BE BALANCED AGAINST THE FEED            00280000
           SELECT LOAD-SUMMARY-FILE ASSIGN TO LOADRPT                   00290000
           ORGANIZATION IS SEQUENTIAL                                   00318400
           FILE STATUS WS-CMTCARD-STATUS.                               00318500
      * RUN-CONTROL REGISTRY, SHARED BY THE CENSUSJB STREAM - OPTIONAL  00320000
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          00330000
           ORGANIZATION IS INDEXED                                      00340000
           ACCESS MODE IS DYNAMIC                                       00343000
           RECORD KEY IS RC-KEY                                         00346000
           FILE STATUS WS-RUNCTL-STATUS.                                00350000
      * LOAD RESTART CHECKPOINT - SAME GDG PATTERN STEP030 USES WITH    00360000
      * DB2CURS. THE CHECKPOINT CARRIES THE BUSINESS DATE AND HOW MANY  00370000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00470000
           ORGANIZATION IS SEQUENTIAL                                   00480000
           FILE STATUS WS-BUSDATE-STATUS.                               00490000
      * CENSEDIT'S SENDING OFFICE, FEED SEQUENCE AND RECORD POSITION    00491400
      * PER CLEAN RECORD, SEE FEEDSRC.CPY. OPTIONAL - WITHOUT IT THE    00492800
      * PROVENANCE ROWS CARRY THE BUSINESS DATE BUT NO FEED POSITION.   00494200
           SELECT OPTIONAL SOURCE-FILE ASSIGN TO SRCDD                  00495600
           ORGANIZATION IS SEQUENTIAL                                   00497000
           FILE STATUS WS-SOURCE-STATUS.                                00498400
       DATA DIVISION.                                                   00500000
          FILE SECTION.                                                 00510000
          FD  STATE-TRANS-FILE.                                         00520000
          FD  MODE-FILE.                                                00640000
          01  MODE-REC.                                                 00650000
             05 MODE-CODE            PIC X(8).                          00660000
          FD  PARTITION-CARD-FILE.                                      00662500
          01  PARTITION-CARD-REC.                                       00665000
             05 CARD-PARTITION       PIC X(1).                          00667500
          FD  LOAD-SUMMARY-FILE.                                        00670000
          01  LOAD-RPT-REC            PIC X(80).                        00680000
          FD  DISPOSITION-FILE.                                         00681000
             05 DSP-STATE-UT         PIC X(30).                         00683000
             05 DSP-YEAR             PIC 9(4).                          00684000
             05 DSP-ACTION           PIC X(8).                          00685000
      * 'R' = WRITTEN BY A REHEARSAL (MODE REHEARSE) AND NEVER TO BE    00685200
      * RETURNED TO THE SURVEY OFFICE, SPACE = A LIVE LOAD              00685400
             05 DSP-RUN-TYPE         PIC X(1).                          00685600
                88 DSP-REHEARSAL     VALUE 'R'.                         00685800
          FD  COMMIT-CARD-FILE.                                         00686000
          01  COMMIT-CARD-REC.                                          00687000
             05 CARD-INTERVAL        PIC X(9).                          00688000
             05 CKPT-OUT-APPLIED     PIC 9(9).                          00780000
          FD  BUSDATE-FILE.                                             00790000
          COPY BUSDATE.                                                 00800000
          FD  SOURCE-FILE.                                              00803300
          COPY FEEDSRC.                                                 00806600
       WORKING-STORAGE SECTION.                                         00810000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00820000
           COPY BUSDTWS.                                                00830000
      * SHARED RUN-CONTROL STAGING FIELDS, SEE RUNCTWS.CPY.             00950000
           COPY RUNCTWS.                                                00960000
          77 WS-MODE-STATUS PIC X(2).                                   00970000
          77 WS-PARTN-STATUS PIC X(2).                                  00971600
      * THIS RUN'S PARTITION OF THE FEED LOAD, SPACE = NOT PARTITIONED. 00973200
      * IT ALSO NAMES THE RUN IN THE REGISTRY - DB2OPER1, DB2OPER2 ...  00974800
          01 WS-PARTITION PIC X(01) VALUE SPACE.                        00976400
             88 PARTITION-NONE VALUE SPACE.                             00978000
          77 WS-SQLCODE-DISPLAY PIC -9(8).                              00980000
          77 WS-LOADRPT-STATUS PIC X(2).                                00990000
          77 WS-DISP-STATUS PIC X(2).                                   00991000
      * CLEAN BEFORE-IMAGE WRITE, SO THE TRAIL NEVER HAS HOLES          01250000
          01 WS-HIST-OK PIC X(01) VALUE 'Y'.                            01260000
             88 HIST-OK-Y VALUE 'Y'.                                    01270000
      * TONIGHT'S FEED POSITION PER STATE/YEAR FROM SRCDD, LOADED ONCE  01270350
      * AT THE START OF THE LOAD - THE CENSDISP PATTERN. AFTER THE      01270700
      * PRECEDENCE RULE EACH STATE/YEAR IS CLEAN FROM ONE FEED ONLY.    01271050
          77 WS-SOURCE-STATUS PIC X(2).                                 01271400
          01 WS-SOURCE-EOF PIC X(01) VALUE 'N'.                         01271750
             88 SOURCE-EOF-Y VALUE 'Y'.                                 01272100
          77 WS-SRC-COUNT PIC 9(5) USAGE COMP VALUE ZERO.               01272450
          77 WS-SRC-MAX PIC 9(5) USAGE COMP VALUE 10000.                01272800
          77 WS-SRC-IDX PIC 9(5) USAGE COMP.                            01273150
          01 WS-SRC-FOUND PIC X(01).                                    01273500
             88 SRC-FOUND-Y VALUE 'Y'.                                  01273850
          01 WS-SOURCE-TABLE.                                           01274200
             05 WS-SRC-ENTRY OCCURS 10000 TIMES.                        01274550
                10 WS-SRC-KEY.                                          01274900
                   15 WS-SRC-STATE     PIC X(30).                       01275250
                   15 WS-SRC-YEAR      PIC 9(4).                        01275600
                10 WS-SRC-OFFICE       PIC X(2).                        01275950
                10 WS-SRC-FEED-SEQ     PIC 9(6).                        01276300
                10 WS-SRC-RECORD-NO    PIC 9(9).                        01276650
          01 WS-SRC-SEARCH-KEY.                                         01277000
             05 WS-SRC-SEARCH-STATE    PIC X(30).                       01277350
             05 WS-SRC-SEARCH-YEAR     PIC 9(4).                        01277700
      * SET BY THE PROVENANCE INSERT - 'N' ONLY WHILE A -913 TIMEOUT    01278050
      * IS BEING RETRIED IN PLACE                                       01278400
          01 WS-PRV-DONE PIC X(01) VALUE 'Y'.                           01278750
             88 PRV-DONE-Y VALUE 'Y'.                                   01279100
          77 WS-PRV-FROM-YEAR PIC 9(4).                                 01279450
          01 WS-LOAD-HEADER-LINE.                                       01280000
             05 FILLER               PIC X(30)                          01290000
                VALUE 'DB2OPER LOAD SUMMARY - DATE '.                   01300000
             05 LH-RUN-DATE          PIC X(8).                          01310000
             05 LH-RUN-NOTE          PIC X(30) VALUE SPACES.            01315000
      * SYSIN MODE SWITCH - ALL RUNS EVERY STEP (TODAY'S FIXED ORDER),  01320000
      * ANY OTHER VALUE RUNS JUST THAT ONE STEP. DEFAULTS TO ALL WHEN   01330000
      * MODEDD IS DUMMY/MISSING OR THE RECORD READ IS BLANK/INVALID.    01340000
      * REHEARSE RUNS THE FEED LOAD EXACTLY AS INSERT DOES - INSERT OR  01341600
      * UPSERT, RETRIES, HISTORY AND PROVENANCE WRITES - BUT ROLLS      01343200
      * EVERY BATCH BACK INSTEAD OF COMMITTING IT. IT READS AND WRITES  01344800
      * NO CHECKPOINT AND LEAVES NO RUN-CONTROL ENTRY, SO THE REAL LOAD 01346400
      * THAT NIGHT IS NEITHER SKIPPED NOR REFUSED.                      01348000
      * NOLOAD RUNS EVERY STEP ALL RUNS EXCEPT THE FEED LOAD - THE      01348660
      * NIGHTLY STREAM'S SECOND HALF, AFTER THE PARTITION LOADS.        01349320
          01 WS-OP-MODE PIC X(8) VALUE 'ALL'.                           01350000
             88 MODE-ALL    VALUE 'ALL'.                                01360000
             88 MODE-SELECT VALUE 'SELECT'.                             01370000
             88 MODE-UPDATE VALUE 'UPDATE'.                             01390000
             88 MODE-NIND   VALUE 'NIND'.                               01400000
             88 MODE-DELETE VALUE 'DELETE'.                             01410000
             88 MODE-REHEARSE VALUE 'REHEARSE'.                         01415000
             88 MODE-NOLOAD VALUE 'NOLOAD'.                             01417500
           EXEC SQL                                                     01420000
           INCLUDE SQLCA                                                01430000
              END-EXEC.                                                 01440000
           10 ARC-IND-URBAN-POP    PIC S9(4) COMP.                      01810000
           10 ARC-IND-YEAR-OF-SUR  PIC S9(4) COMP.                      01820000
           10 ARC-IND-RATIO        PIC S9(4) COMP.                      01830000
      * ONE CENSUS_PROVENANCE ROW - WHERE AN INSERT OR UPDATE OF A      01830900
      * CENSUS ROW CAME FROM. THE FEED FILLS THE OFFICE, FEED SEQUENCE  01831800
      * AND RECORD POSITION; SOURCE_REF EXPLAINS ANY OTHER SOURCE.      01832700
       01  DCLCENSUS-PROVENANCE.                                        01833600
           10 PRV-ACTION           PIC X(1).                            01834500
           10 PRV-BUS-DATE         PIC X(8).                            01835400
           10 PRV-FEED-OFFICE      PIC X(2).                            01836300
           10 PRV-FEED-SEQ         PIC S9(9) USAGE COMP.                01837200
           10 PRV-RECORD-NO        PIC S9(9) USAGE COMP.                01838100
           10 PRV-SOURCE-REF       PIC X(26).                           01839000
       01  WS-DEL-STATE-UT         PIC X(30).                           01840000
       01  WS-DEL-YEAR             PIC S9(9) USAGE COMP.                01841000
       PROCEDURE DIVISION.                                              01850000
           END-IF.                                                      01980000
      * SYSIN MODE SWITCH - SEE READ-MODE-PARA. DEFAULTS TO ALL.        01990000
           PERFORM READ-MODE-PARA.                                      02000000
           PERFORM READ-PARTITION-PARA.                                 02005000
      * REFUSE A SECOND RUN FOR THE SAME BUSINESS DATE - SEE RUNCTPRC.  02010000
      * A REFUSED RUN FORCES THE MODE TO NONE SO EVERY STEP BELOW IS    02020000
      * SKIPPED AND THE RUN FALLS STRAIGHT THROUGH TO THE CLOSES.       02030000
      * A REHEARSAL COMMITS NOTHING, SO IT NEITHER NEEDS THE CHECK NOR  02033300
      * REGISTERS ITSELF - IT MAY RUN BEFORE OR AFTER THE REAL LOAD.    02036600
      * A PARTITION REGISTERS UNDER ITS OWN NAME, SO EACH PARTITION     02037700
      * IS GUARDED AND RESTARTED ON ITS OWN.                            02038800
           MOVE 'DB2OPER' TO WS-RUNCTL-PROGRAM.                         02040000
           IF NOT PARTITION-NONE                                        02040500
               STRING 'DB2OPER' WS-PARTITION DELIMITED BY SIZE          02041000
                   INTO WS-RUNCTL-PROGRAM                               02041500
           END-IF.                                                      02042000
           IF MODE-REHEARSE                                             02042500
               DISPLAY 'DB2OPER REHEARSAL - ALL WORK ROLLED BACK'       02045000
           ELSE                                                         02047500
               PERFORM RUNCTL-CHECK-START-PARA                          02050000
               IF RUNCTL-DUPRUN-Y                                       02060000
                   MOVE 'NONE' TO WS-OP-MODE                            02070000
               END-IF                                                   02075000
           END-IF.                                                      02080000
      * SELECT FIRST ROW BY POPULATION AND DISPLAY ITS VALUE IN SPOOL   02090000
           IF MODE-ALL OR MODE-NOLOAD OR MODE-SELECT                    02100000
           EXEC SQL                                                     02110000
               SELECT STATE_UT                                          02120000
               INTO  :STATE-UT                                          02130000
           END-IF                                                       02270000
           END-IF.                                                      02280000
      * INSERT NEW RECORDS FROM THE INCOMING STATE TRANSACTION FILE     02290000
           IF MODE-ALL OR MODE-INSERT OR MODE-REHEARSE                  02300000
               PERFORM LOAD-INSERT-PARA                                 02310000
           END-IF.                                                      02320000
      * UPDATE EXISTING RECORDS - THE ROWS' BEFORE-IMAGES GO TO         02330000
      * CENSUS_HISTORY FIRST (SEE WRITE-YEAR-HISTORY-PARA) SO THE       02340000
      * SURVEY OFFICE CAN ALWAYS ASK WHAT A STATE HELD BEFORE A         02350000
      * CORRECTION                                                      02360000
           IF MODE-ALL OR MODE-NOLOAD OR MODE-UPDATE                    02370000
           MOVE 2016 TO YEAR-OF-SUR                                     02380000
           MOVE 2011 TO WS-HIST-YEAR                                    02390000
           PERFORM WRITE-YEAR-HISTORY-PARA                              02400000
           IF HIST-OK-Y                                                 02402500
               PERFORM WRITE-YEAR-PROVENANCE-PARA                       02405000
           END-IF                                                       02407500
           IF HIST-OK-Y                                                 02410000
           EXEC SQL                                                     02420000
               UPDATE CENSUS                                            02430000
           END-IF                                                       02580000
           END-IF.                                                      02590000
      * TRY TO MOVE NULL TO NOT NULL VALUE OF STATE                     02600000
           IF MODE-ALL OR MODE-NOLOAD OR MODE-NIND                      02610000
           MOVE 2016 TO WS-HIST-YEAR                                    02620000
           PERFORM WRITE-YEAR-HISTORY-PARA                              02630000
           IF HIST-OK-Y                                                 02640000
      * RETIRE ONE SURVEY ROW: ARCHIVE IT THEN DELETE IT FROM CENSUS -  02850000
      * A STATE CARRIES ONE ROW PER SURVEY YEAR, SO THE DELETE NAMES    02851000
      * THE YEAR AS WELL AS THE STATE                                   02852000
           IF MODE-ALL OR MODE-NOLOAD OR MODE-DELETE                    02860000
               MOVE 'WEST BENGAL' TO WS-DEL-STATE-UT                    02870000
               MOVE 2011 TO WS-DEL-YEAR                                 02875000
               PERFORM DELETE-PARA                                      02880000
           END-IF.                                                      02890000
           CLOSE ERROR-LOG-FILE.                                        02900000
           CLOSE AUDIT-LOG-FILE.                                        02910000
           IF MODE-REHEARSE                                             02912500
               DISPLAY 'DB2OPER REHEARSAL COMPLETE - NOTHING COMMITTED' 02915000
           ELSE                                                         02917500
               MOVE WS-LOAD-READ-COUNT TO WS-RUNCTL-COUNT               02920000
               PERFORM RUNCTL-WRITE-END-PARA                            02930000
           END-IF.                                                      02935000
           DISPLAY 'DB2OPER RUN COMPLETE - RUN DATE ' WS-RUN-DATE       02940000
               STOP RUN.                                                02950000
      * READ THE OPTIONAL ONE-LINE MODE-CODE FROM MODEDD. A DUMMY OR    02960000
               CLOSE MODE-FILE                                          03110000
               IF NOT MODE-ALL AND NOT MODE-SELECT AND NOT MODE-INSERT  03120000
                   AND NOT MODE-UPDATE AND NOT MODE-NIND                03130000
                   AND NOT MODE-DELETE AND NOT MODE-REHEARSE            03140000
                   AND NOT MODE-NOLOAD                                  03145000
                   DISPLAY 'ERROR/MODE/UNRECOGNIZED:' WS-OP-MODE        03150000
                   MOVE 'ALL' TO WS-OP-MODE                             03160000
               END-IF                                                   03170000
           END-IF.                                                      03180000
           DISPLAY 'DB2OPER OPERATING MODE:' WS-OP-MODE.                03190000
      * READ THE OPTIONAL ONE-CHARACTER PARTITION NUMBER (1-9) FROM     03190290
      * PARTNDD. A DUMMY OR MISSING PARTNDD LEAVES THE RUN UNPARTITIONED03190580
      * EXACTLY AS BEFORE. A PARTITION ONLY EVER LOADS ITS OWN SLICE OF 03190870
      * THE FEED - ANY MODE BUT REHEARSE RUNS AS INSERT, THE TABLE-WIDE 03191160
      * STEPS BEING LEFT TO THE ONE NOLOAD RUN AFTER THE MERGE. A CARD  03191450
      * THAT IS NOT A PARTITION NUMBER RUNS NOTHING, RC 16 - LOADING A  03191740
      * SLICE UNDER THE WRONG NAME WOULD UNBALANCE THE MERGE.           03192030
       READ-PARTITION-PARA.                                             03192320
           OPEN INPUT PARTITION-CARD-FILE.                              03192610
           IF WS-PARTN-STATUS = '00'                                    03192900
               READ PARTITION-CARD-FILE                                 03193190
                   AT END                                               03193480
                       MOVE SPACE TO WS-PARTITION                       03193770
                   NOT AT END                                           03194060
                       IF CARD-PARTITION IS NUMERIC                     03194350
                        AND CARD-PARTITION NOT = '0'                    03194640
                           MOVE CARD-PARTITION TO WS-PARTITION          03194930
                       ELSE                                             03195220
                           DISPLAY 'ERROR/PARTITION/UNRECOGNIZED:'      03195510
                               CARD-PARTITION                           03195800
                           MOVE 'NONE' TO WS-OP-MODE                    03196090
                           MOVE 16 TO RETURN-CODE                       03196380
                       END-IF                                           03196670
               END-READ                                                 03196960
               CLOSE PARTITION-CARD-FILE                                03197250
           END-IF.                                                      03197540
           IF NOT PARTITION-NONE                                        03197830
               IF NOT MODE-INSERT AND NOT MODE-REHEARSE                 03198120
                   MOVE 'INSERT' TO WS-OP-MODE                          03198410
               END-IF                                                   03198700
               DISPLAY 'DB2OPER PARTITION ' WS-PARTITION                03198990
                   ' OPERATING MODE:' WS-OP-MODE                        03199280
           END-IF.                                                      03199570
      * APPEND ONE ENTRY TO THE PERSISTENT SQL ERROR LOG (SQLCODE/      03200000
      * SQLSTATE DETAIL) AND ONE ENTRY TO THE SHARED AUDIT LOG (SEE     03210000
      * AUDITPRC.CPY) THAT DB2CURS AND READPS ALSO WRITE TO.            03220000
      * NEW STATES INSERT, REVISED STATES UPDATE IN PLACE (UPSERT)      03390000
       LOAD-INSERT-PARA.                                                03400000
           PERFORM READ-INTERVAL-PARA.                                  03405000
           PERFORM LOAD-SOURCE-PARA.                                    03407500
           OPEN OUTPUT LOAD-SUMMARY-FILE.                               03410000
           IF WS-LOADRPT-STATUS NOT = '00'                              03420000
               DISPLAY 'ERROR/OPEN/LOAD-SUMMARY-FILE'                   03430000
           END-IF.                                                      03450000
           IF WS-LOADRPT-STATUS = '00'                                  03460000
               MOVE WS-RUN-DATE TO LH-RUN-DATE                          03470000
               IF MODE-REHEARSE                                         03472500
                   MOVE ' REHEARSAL - ALL ROLLED BACK' TO LH-RUN-NOTE   03475000
               END-IF                                                   03477500
               IF NOT PARTITION-NONE AND NOT MODE-REHEARSE              03478000
                   STRING ' PARTITION ' WS-PARTITION DELIMITED BY SIZE  03478500
                       INTO LH-RUN-NOTE                                 03479000
               END-IF                                                   03479500
               MOVE WS-LOAD-HEADER-LINE TO LOAD-RPT-REC                 03480000
               WRITE LOAD-RPT-REC                                       03490000
           END-IF.                                                      03500000
      * A REHEARSAL ALWAYS STARTS AT RECORD ONE AND LEAVES NO           03502500
      * CHECKPOINT BEHIND FOR A RESTART TO PICK UP                      03505000
           IF NOT MODE-REHEARSE                                         03507500
               PERFORM READ-LOAD-CKPT-PARA                              03510000
           END-IF.                                                      03512500
           MOVE WS-LOAD-SKIP-COUNT TO WS-LOAD-COMMITTED.                03515000
      * DISPOSITION SEMANTICS MIRROR THE CHECKPOINT: A FRESH NIGHT      03516000
      * STARTS THE FILE CLEAN, A CHECKPOINT RESTART APPENDS - THE       03517000
           ELSE                                                         03519400
               OPEN OUTPUT DISPOSITION-FILE                             03519500
           END-IF.                                                      03519600
           IF NOT MODE-REHEARSE                                         03519800
               OPEN OUTPUT CHECKPOINT-OUT-FILE                          03520000
           END-IF.                                                      03525000
           OPEN INPUT STATE-TRANS-FILE.                                 03530000
           IF WS-TRANS-STATUS NOT = '00'                                03540000
               DISPLAY 'ERROR/OPEN/STATE-TRANS-FILE'                    03550000
               CLOSE STATE-TRANS-FILE                                   03710000
           END-IF.                                                      03720000
           PERFORM WRITE-LOAD-CKPT-PARA.                                03730000
           IF NOT MODE-REHEARSE                                         03735000
               CLOSE CHECKPOINT-OUT-FILE                                03740000
           END-IF.                                                      03742500
           CLOSE DISPOSITION-FILE.                                      03745000
           PERFORM LOAD-SUMMARY-PARA.                                   03750000
      * RECORDS UP TO THE CHECKPOINTED POSITION WERE APPLIED BY THE     03760000
      * COMMIT THE BATCH, THEN - ONLY OFF A CLEAN COMMIT - FLUSH THE    04155000
      * PENDING RESULTS AND RECORD THE RESTART POSITION. NEITHER THE    04156000
      * CHECKPOINT NOR THE SUMMARY EVER CLAIMS WORK DB2 HAS NOT         04157000
      * HARDENED. A REHEARSAL ROLLS THE BATCH BACK AT THE SAME POINT -  04157750
      * THE OUTCOMES ARE REPORTED AS IF IT HAD COMMITTED, THE LOCKS ARE 04158500
      * RELEASED AS THEY WOULD BE, AND NO RESTART POSITION IS WRITTEN.  04159250
       WRITE-LOAD-CKPT-PARA.                                            04160000
           IF MODE-REHEARSE                                             04161200
               EXEC SQL ROLLBACK END-EXEC                               04162400
           ELSE                                                         04163600
               EXEC SQL COMMIT END-EXEC                                 04165000
           END-IF.                                                      04165500
           IF SQLCODE NOT = 0                                           04166000
               DISPLAY 'ERROR/COMMIT'                                   04166100
               DISPLAY 'SQL CODE:' SQLCODE                              04166200
           ELSE                                                         04166500
               PERFORM FLUSH-RESULTS-PARA                               04166600
               MOVE WS-LOAD-POSITION TO WS-LOAD-COMMITTED               04166700
               IF NOT MODE-REHEARSE                                     04168300
                   MOVE WS-RUN-DATE TO CKPT-OUT-DATE                    04170000
                   MOVE WS-LOAD-POSITION TO CKPT-OUT-APPLIED            04180000
                   WRITE CHECKPOINT-OUT-REC                             04190000
               END-IF                                                   04190050
           END-IF.                                                      04190100
      * THE OPTIONAL ONE-RECORD INTERVAL CARD - A DUMMY OR MISSING      04191000
      * CMTCARD, OR A NON-NUMERIC OR ZERO VALUE, KEEPS THE BUILT-IN     04192000
      * UNTIL THEN. A FAILED STATEMENT CHANGED NOTHING AND IS NOT       04487000
      * ROLLED BACK EITHER - A ROLLBACK WOULD THROW AWAY THE            04487100
      * UNCOMMITTED GOOD ROWS BEHIND IT, THE DB2RELD RULE.              04488000
      * THE PROVENANCE ROW RIDES IN THE SAME BATCH - A -911 THERE HAS   04488500
      * ROLLED THE INSERT BACK WITH IT, AND THE REPLAY BUFFERS THE      04489000
      * OUTCOME WHEN IT COMES ROUND AGAIN                               04489500
           IF SQLCODE = 0                                               04490000
               DISPLAY 'RECORD INSERTED:' STATE-UT                      04500000
               MOVE 'INSERTED' TO LD-ACTION                             04530000
               MOVE 'I' TO PRV-ACTION                                   04532500
               PERFORM WRITE-FEED-PROVENANCE-PARA                       04535000
               IF NOT REPLAYED-Y                                        04537500
                   PERFORM BUFFER-RESULT-PARA                           04540000
               END-IF                                                   04545000
           ELSE                                                         04550000
      * -803 = THE STATE IS ALREADY IN CENSUS - THIS IS A REVISION      04560000
      * FROM THE SURVEY OFFICE, SO APPLY IT AS AN UPDATE INSTEAD OF     04570000
              IF SQLCODE = -913                                         04611000
               AND WS-RETRY-ATTEMPTS < WS-RETRY-MAX                     04612000
               PERFORM RETRY-PAUSE-PARA                                 04613000
               MOVE 'N' TO WS-APPLY-DONE                                04613500
              ELSE                                                      04614000
               IF SQLCODE = -911                                        04614100
                   PERFORM RETRY-REPLAY-PARA                            04614200
           IF SQLCODE = 0                                               04970000
               DISPLAY 'RECORD UPDATED:' STATE-UT                       04980000
               MOVE 'UPDATED' TO LD-ACTION                              05010000
               MOVE 'U' TO PRV-ACTION                                   05012500
               PERFORM WRITE-FEED-PROVENANCE-PARA                       05015000
               IF NOT REPLAYED-Y                                        05017500
                   PERFORM BUFFER-RESULT-PARA                           05020000
               END-IF                                                   05025000
           ELSE                                                         05030000
            IF SQLCODE = -913                                           05031000
             AND WS-RETRY-ATTEMPTS < WS-RETRY-MAX                       05032000
               PERFORM RETRY-PAUSE-PARA                                 05033000
               MOVE 'N' TO WS-APPLY-DONE                                05033500
            ELSE                                                        05034000
             IF SQLCODE = -911                                          05034100
               PERFORM RETRY-REPLAY-PARA                                05034200
             END-IF                                                     05124000
            END-IF                                                      05125000
           END-IF.                                                      05130000
      * -913 TIMEOUT: NOTHING ROLLED BACK - PAUSE, EACH ATTEMPT         05130571
      * BACKING OFF A LITTLE LONGER, THEN THE CALLER SENDS ITS OWN      05131142
      * STATEMENT ROUND AGAIN: THE WHOLE RECORD FOR THE LOAD, JUST THE  05131713
      * PROVENANCE ROW FOR A CHANGE THAT HAS ALREADY STOOD. THE ONLY    05132284
      * PAUSE AVAILABLE TO A PLAIN BATCH STEP IS A COUNTING LOOP; IT    05132855
      * ONLY NEEDS TO OUTLAST THE LOCK.                                 05133426
       RETRY-PAUSE-PARA.                                                05134000
           ADD 1 TO WS-RETRY-ATTEMPTS.                                  05135000
           ADD 1 TO WS-RETRY-TOTAL.                                     05136000
                   UNTIL WS-PAUSE-IDX > WS-PAUSE-LIMIT                  05139200
               CONTINUE                                                 05139300
           END-PERFORM.                                                 05139400
      * -911 DEADLOCK: DB2 HAS ALREADY ROLLED BACK EVERYTHING SINCE     05139510
      * THE LAST COMMIT. DISCARD THE PENDING RESULTS, PAUSE, AND GO     05139520
      * BACK TO THE COMMITTED FEED POSITION SO THE WHOLE BATCH IS       05139530
               MOVE WS-BUF-STATE (WS-BUF-IDX) TO DSP-STATE-UT           05202000
               MOVE WS-BUF-YEAR (WS-BUF-IDX) TO DSP-YEAR                05203000
               MOVE WS-BUF-ACTION (WS-BUF-IDX) TO DSP-ACTION            05204000
               MOVE SPACE TO DSP-RUN-TYPE                               05204200
               IF MODE-REHEARSE                                         05204400
                   SET DSP-REHEARSAL TO TRUE                            05204600
               END-IF                                                   05204800
               WRITE DISPOSITION-REC                                    05205000
           END-IF.                                                      05206000
      * END-OF-STEP TOTALS - READ/INSERTED/UPDATED/REJECTED MUST        05210000
               MOVE WS-RETRY-TOTAL TO LT-COUNT                          05402000
               MOVE WS-LOAD-TOTAL-LINE TO LOAD-RPT-REC                  05403000
               WRITE LOAD-RPT-REC                                       05404000
               IF MODE-REHEARSE                                         05404540
                   MOVE 'ROWS ROLLED BACK  ' TO LT-LABEL                05405080
                   COMPUTE LT-COUNT = WS-LOAD-INSERT-COUNT              05405620
                                    + WS-LOAD-UPDATE-COUNT              05406160
                   MOVE WS-LOAD-TOTAL-LINE TO LOAD-RPT-REC              05406700
                   WRITE LOAD-RPT-REC                                   05407240
                   MOVE 'REHEARSAL ONLY - NOTHING COMMITTED'            05407780
                       TO LOAD-RPT-REC                                  05408320
                   WRITE LOAD-RPT-REC                                   05408860
               END-IF                                                   05409400
               CLOSE LOAD-SUMMARY-FILE                                  05410000
           END-IF.                                                      05420000
           DISPLAY 'DB2OPER LOAD - READ ' WS-LOAD-READ-COUNT            05430000
                   ' UPDATED ' WS-LOAD-UPDATE-COUNT                     05450000
                   ' REJECTED ' WS-LOAD-REJECT-COUNT                    05460000
                   ' RETRIES ' WS-RETRY-TOTAL.                          05461000
           IF MODE-REHEARSE                                             05463200
               DISPLAY 'DB2OPER LOAD WAS A REHEARSAL - ALL ROLLED BACK' 05465400
           END-IF.                                                      05467600
      * ARCHIVE-AND-DELETE A SINGLE CENSUS ROW BY STATE-UT              05470000
       DELETE-PARA.                                                     05480000
           EXEC SQL                                                     05490000
               IF SQLCODE = -913                                        06512000
                AND WS-RETRY-ATTEMPTS < WS-RETRY-MAX                    06513000
                   PERFORM RETRY-PAUSE-PARA                             06514000
                   MOVE 'N' TO WS-APPLY-DONE                            06514500
               ELSE                                                     06515000
                IF SQLCODE = -911                                       06516000
                   PERFORM RETRY-REPLAY-PARA                            06517000
                END-IF                                                  06571000
               END-IF                                                   06572000
           END-IF.                                                      06580000
      * PROVENANCE OF THE SURVEY-YEAR MOVE - ONE ROW PER CENSUS ROW     06580068
      * ABOUT TO MOVE, WRITTEN AHEAD OF THE UPDATE (AFTERWARDS THE      06580136
      * MOVED ROWS CAN NO LONGER BE TOLD FROM ROWS ALREADY IN THE NEW   06580204
      * YEAR) AND COMMITTED OR ROLLED BACK WITH IT                      06580272
       WRITE-YEAR-PROVENANCE-PARA.                                      06580340
           MOVE WS-RUN-DATE TO PRV-BUS-DATE.                            06580408
           MOVE WS-HIST-YEAR TO WS-PRV-FROM-YEAR.                       06580476
           MOVE SPACES TO PRV-SOURCE-REF.                               06580544
           STRING 'FROM SURVEY YEAR ' WS-PRV-FROM-YEAR                  06580612
               DELIMITED BY SIZE INTO PRV-SOURCE-REF.                   06580680
           EXEC SQL                                                     06580748
               INSERT INTO CENSUS_PROVENANCE                            06580816
               (STATE_UT,YEAR_OF_SUR,CHANGE_TS,CHANGE_ACTION,           06580884
                SOURCE_TYPE,BUS_DATE,FEED_OFFICE,FEED_SEQ,RECORD_NO,    06580952
                SOURCE_REF,POPULATION,CHANGE_PGM,CHANGE_USER,           06581020
                REQ_USER)                                               06581088
               SELECT STATE_UT,:YEAR-OF-SUR,CURRENT TIMESTAMP,'U',      06581156
                      'YEARMOVE',:PRV-BUS-DATE,' ',0,0,                 06581224
                      :PRV-SOURCE-REF,POPULATION,'DB2OPER','BATCH',     06581292
                      ' '                                               06581360
               FROM   CENSUS                                            06581428
               WHERE  YEAR_OF_SUR = :WS-HIST-YEAR                       06581496
           END-EXEC.                                                    06581564
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     06581632
               DISPLAY 'ERROR/PROVENANCE/YEAR'                          06581700
               DISPLAY 'SQL CODE:' SQLCODE                              06581768
               EXEC SQL ROLLBACK END-EXEC                               06581836
               MOVE 'N' TO WS-HIST-OK                                   06581904
               MOVE 'YEAR-PROVENANCE' TO WS-ERR-STMT-NAME               06581972
               PERFORM WRITE-ERROR-LOG-PARA                             06582040
           END-IF.                                                      06582108
      * LOAD CENSEDIT'S SOURCE FILE - A MISSING OR EMPTY SRCDD LEAVES   06582176
      * THE TABLE EMPTY AND EVERY PROVENANCE ROW WITHOUT A POSITION     06582244
       LOAD-SOURCE-PARA.                                                06582312
           MOVE 'N' TO WS-SOURCE-EOF.                                   06582380
           OPEN INPUT SOURCE-FILE.                                      06582448
           IF WS-SOURCE-STATUS = '00' OR WS-SOURCE-STATUS = '05'        06582516
               PERFORM LOAD-ONE-SOURCE-PARA UNTIL SOURCE-EOF-Y          06582584
           ELSE                                                         06582652
               DISPLAY 'ERROR/OPEN/SOURCE-FILE'                         06582720
               DISPLAY 'FILE STATUS:' WS-SOURCE-STATUS                  06582788
           END-IF.                                                      06582856
           CLOSE SOURCE-FILE.                                           06582924
           DISPLAY 'DB2OPER FEED POSITIONS LOADED ' WS-SRC-COUNT.       06582992
       LOAD-ONE-SOURCE-PARA.                                            06583060
           READ SOURCE-FILE                                             06583128
               AT END                                                   06583196
                   SET SOURCE-EOF-Y TO TRUE                             06583264
               NOT AT END                                               06583332
                   IF WS-SRC-COUNT < WS-SRC-MAX                         06583400
                       ADD 1 TO WS-SRC-COUNT                            06583468
                       MOVE FS-STATE-UT TO WS-SRC-STATE (WS-SRC-COUNT)  06583536
                       MOVE FS-YEAR TO WS-SRC-YEAR (WS-SRC-COUNT)       06583604
                       MOVE FS-OFFICE TO WS-SRC-OFFICE (WS-SRC-COUNT)   06583672
                       MOVE FS-FEED-SEQ                                 06583740
                           TO WS-SRC-FEED-SEQ (WS-SRC-COUNT)            06583808
                       MOVE FS-RECORD-NO                                06583876
                           TO WS-SRC-RECORD-NO (WS-SRC-COUNT)           06583944
                   ELSE                                                 06584012
                       DISPLAY 'DB2OPER SOURCE TABLE FULL AT '          06584080
                               WS-SRC-MAX                               06584148
                       MOVE 'LOAD-SOURCE-PARA' TO WS-AUDLOG-PARAGRAPH   06584216
                       MOVE 'SRCFULL' TO WS-AUDLOG-STATUS               06584284
                       PERFORM WRITE-AUDIT-LOG-PARA                     06584352
                       SET SOURCE-EOF-Y TO TRUE                         06584420
                   END-IF                                               06584488
           END-READ.                                                    06584556
      * WHERE THE ROW JUST INSERTED OR UPDATED CAME FROM - TONIGHT'S    06584624
      * BUSINESS DATE AND THE OFFICE, FEED SEQUENCE AND RECORD          06584692
      * POSITION CENSEDIT PUT ON SRCDD. A RECORD NOT ON SRCDD (A        06584760
      * PLAUSIBILITY HOLD RELEASED FROM AN EARLIER NIGHT'S FEED)        06584828
      * CARRIES NO POSITION AND SAYS SO. THE ROW GOES IN THE SAME       06584896
      * BATCH AS THE CHANGE: A -913 RETRIES JUST THIS INSERT IN PLACE,  06584964
      * A -911 REPLAYS THE BATCH LIKE ANY LOAD STATEMENT, AND A         06585032
      * PERMANENT FAILURE IS LOGGED (RC 16) WITH THE CHANGE STANDING.   06585100
       WRITE-FEED-PROVENANCE-PARA.                                      06585168
           PERFORM FIND-SOURCE-PARA.                                    06585236
           MOVE WS-RUN-DATE TO PRV-BUS-DATE.                            06585304
           MOVE 'N' TO WS-PRV-DONE.                                     06585372
           PERFORM PROVENANCE-INSERT-PARA UNTIL PRV-DONE-Y.             06585440
       FIND-SOURCE-PARA.                                                06585508
           MOVE STATE-UT TO WS-SRC-SEARCH-STATE.                        06585576
           MOVE YEAR-OF-SUR TO WS-SRC-SEARCH-YEAR.                      06585644
           MOVE SPACES TO PRV-FEED-OFFICE.                              06585712
           MOVE ZERO TO PRV-FEED-SEQ.                                   06585780
           MOVE ZERO TO PRV-RECORD-NO.                                  06585848
           MOVE 'NO FEED POSITION ON SRCDD' TO PRV-SOURCE-REF.          06585916
           MOVE 'N' TO WS-SRC-FOUND.                                    06585984
           PERFORM MATCH-SOURCE-PARA                                    06586052
               VARYING WS-SRC-IDX FROM 1 BY 1                           06586120
               UNTIL WS-SRC-IDX > WS-SRC-COUNT                          06586188
                  OR SRC-FOUND-Y.                                       06586256
       MATCH-SOURCE-PARA.                                               06586324
           IF WS-SRC-KEY (WS-SRC-IDX) = WS-SRC-SEARCH-KEY               06586392
               MOVE WS-SRC-OFFICE (WS-SRC-IDX) TO PRV-FEED-OFFICE       06586460
               MOVE WS-SRC-FEED-SEQ (WS-SRC-IDX) TO PRV-FEED-SEQ        06586528
               MOVE WS-SRC-RECORD-NO (WS-SRC-IDX) TO PRV-RECORD-NO      06586596
               MOVE SPACES TO PRV-SOURCE-REF                            06586664
               SET SRC-FOUND-Y TO TRUE                                  06586732
           END-IF.                                                      06586800
       PROVENANCE-INSERT-PARA.                                          06586868
           SET PRV-DONE-Y TO TRUE.                                      06586936
           EXEC SQL                                                     06587004
               INSERT INTO CENSUS_PROVENANCE                            06587072
               (STATE_UT,YEAR_OF_SUR,CHANGE_TS,CHANGE_ACTION,           06587140
                SOURCE_TYPE,BUS_DATE,FEED_OFFICE,FEED_SEQ,RECORD_NO,    06587208
                SOURCE_REF,POPULATION,CHANGE_PGM,CHANGE_USER,           06587276
                REQ_USER)                                               06587344
               VALUES(:STATE-UT,:YEAR-OF-SUR,CURRENT TIMESTAMP,         06587412
                      :PRV-ACTION,'FEED',:PRV-BUS-DATE,                 06587480
                      :PRV-FEED-OFFICE,:PRV-FEED-SEQ,:PRV-RECORD-NO,    06587548
                      :PRV-SOURCE-REF,:POPULATION:IND-POPULATION,       06587616
                      'DB2OPER','BATCH',' ')                            06587684
           END-EXEC.                                                    06587752
           IF SQLCODE NOT = 0                                           06587820
               IF SQLCODE = -913                                        06587888
                AND WS-RETRY-ATTEMPTS < WS-RETRY-MAX                    06587956
                   PERFORM RETRY-PAUSE-PARA                             06588001
                   MOVE 'N' TO WS-PRV-DONE                              06588046
               ELSE                                                     06588092
                IF SQLCODE = -911                                       06588160
                   PERFORM RETRY-REPLAY-PARA                            06588228
                ELSE                                                    06588296
                   DISPLAY 'ERROR/PROVENANCE:' STATE-UT                 06588364
                   DISPLAY 'SQL CODE:' SQLCODE                          06588432
                   MOVE 'WRITE-PROVENANCE' TO WS-ERR-STMT-NAME          06588500
                   PERFORM WRITE-ERROR-LOG-PARA                         06588568
                END-IF                                                  06588636
               END-IF                                                   06588704
           END-IF.                                                      06588772
      * SHARED AUDIT-LOG APPEND PARAGRAPH - SEE AUDITPRC.CPY.           06590000
           COPY AUDITPRC.                                               06600000
      * SHARED RUN-CONTROL PARAGRAPHS - SEE RUNCTPRC.CPY.               06610000
