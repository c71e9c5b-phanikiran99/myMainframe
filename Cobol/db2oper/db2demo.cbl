      *LOAD PROGRAM FOR THE DEMOGRAPHIC CENSUS FEED                     00010000
      *THE SURVEY OFFICE NOW SENDS MALE, FEMALE AND LITERATE            00020000
      *POPULATION PER STATE AND SURVEY YEAR - THIS LOADS THEM INTO      00030000
      *CENSUS_DEMOGRAPHIC (KEYED STATE_UT + YEAR_OF_SUR) THE SAME WAY   00040000
      *DB2DIST LOADS THE DISTRICT FEED, WITH THE SAME UPSERT HANDLING   00050000
      *FOR A REVISED STATE/YEAR.                                        00060000
      *HARDENED TO THE CENSUSJB OPERATIONAL STANDARD: THE FEED IS       00070000
      *PRE-EDITED BY CENSGEDT, A DOUBLE-SUBMITTED JOB IS REFUSED        00080000
      *THROUGH THE RUN-CONTROL REGISTRY, THE RUN IS STAMPED FROM        00090000
      *BUSDATDD, A DATE-STAMPED CHECKPOINT MAKES A RERUN AFTER AN       00100000
      *ABEND SKIP THE ALREADY-APPLIED RECORDS, AND AN END-OF-STEP       00110000
      *SUMMARY ON LOADRPT BALANCES AGAINST THE FEED. THE PROOF THAT     00120000
      *MALE + FEMALE FOOTS TO THE CENSUS POPULATION IS DB2GREC.         00130000
       IDENTIFICATION DIVISION.                                         00140000
       PROGRAM-ID. DB2DEMO.                                             00150000
       ENVIRONMENT DIVISION.                                            00160000
          INPUT-OUTPUT SECTION.                                         00170000
          FILE-CONTROL.                                                 00180000
      * INCOMING DEMOGRAPHIC FEED (PRE-EDITED CLEAN FILE), SEE DEMOTRAN 00190000
           SELECT DEMO-TRANS-FILE ASSIGN TO DEMODD                      00200000
           ORGANIZATION IS SEQUENTIAL                                   00210000
           FILE STATUS WS-DEMO-STATUS.                                  00220000
      * PERSISTENT SQL ERROR LOG, APPENDED TO EVERY RUN                 00230000
           SELECT ERROR-LOG-FILE ASSIGN TO ERRLOGDD                     00240000
           ORGANIZATION IS SEQUENTIAL                                   00250000
           FILE STATUS WS-ERRLOG-STATUS.                                00260000
      * END-OF-STEP LOAD SUMMARY - ONE ACTION LINE PER STATE/YEAR PLUS  00270000
      * TOTALS, SO THE LOAD CAN BE BALANCED AGAINST THE FEED            00280000
           SELECT LOAD-SUMMARY-FILE ASSIGN TO LOADRPT                   00290000
           ORGANIZATION IS SEQUENTIAL                                   00300000
           FILE STATUS WS-LOADRPT-STATUS.                               00310000
      * RUN-CONTROL REGISTRY, SHARED ACROSS THE STREAMS - OPTIONAL      00320000
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          00330000
           ORGANIZATION IS INDEXED                                      00340000
           ACCESS MODE IS DYNAMIC                                       00350000
           RECORD KEY IS RC-KEY                                         00360000
           FILE STATUS WS-RUNCTL-STATUS.                                00370000
      * LOAD RESTART CHECKPOINT - THE DB2OPER GDG PATTERN. DATE-        00380000
      * STAMPED, SO LAST NIGHT'S FINAL CHECKPOINT NEVER MAKES           00390000
      * TONIGHT'S FRESH FEED SKIP RECORDS.                              00400000
           SELECT OPTIONAL CHECKPOINT-IN-FILE ASSIGN TO CKPTINDD        00410000
           ORGANIZATION IS SEQUENTIAL                                   00420000
           FILE STATUS WS-CKPT-IN-STATUS.                               00430000
           SELECT CHECKPOINT-OUT-FILE ASSIGN TO CKPTOUTDD               00440000
           ORGANIZATION IS SEQUENTIAL                                   00450000
           FILE STATUS WS-CKPT-OUT-STATUS.                              00460000
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00470000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00480000
           ORGANIZATION IS SEQUENTIAL                                   00490000
           FILE STATUS WS-BUSDATE-STATUS.                               00500000
       DATA DIVISION.                                                   00510000
          FILE SECTION.                                                 00520000
          FD  DEMO-TRANS-FILE.                                          00530000
          COPY DEMOTRAN.                                                00540000
          FD  ERROR-LOG-FILE.                                           00550000
          01  ERROR-LOG-REC.                                            00560000
             05 ERRLOG-PROGRAM       PIC X(8).                          00570000
             05 ERRLOG-STMT          PIC X(20).                         00580000
             05 ERRLOG-SQLCODE       PIC -9(9).                         00590000
             05 ERRLOG-SQLSTATE      PIC X(5).                          00600000
             05 ERRLOG-TIMESTAMP     PIC X(26).                         00610000
          FD  LOAD-SUMMARY-FILE.                                        00620000
          01  LOAD-RPT-REC            PIC X(80).                        00630000
          FD  RUN-CONTROL-FILE.                                         00640000
          COPY RUNCTL.                                                  00650000
          FD  CHECKPOINT-IN-FILE.                                       00660000
          01  CHECKPOINT-IN-REC.                                        00670000
             05 CKPT-IN-DATE         PIC X(8).                          00680000
             05 CKPT-IN-APPLIED      PIC 9(9).                          00690000
          FD  CHECKPOINT-OUT-FILE.                                      00700000
          01  CHECKPOINT-OUT-REC.                                       00710000
             05 CKPT-OUT-DATE        PIC X(8).                          00720000
             05 CKPT-OUT-APPLIED     PIC 9(9).                          00730000
          FD  BUSDATE-FILE.                                             00740000
          COPY BUSDATE.                                                 00750000
       WORKING-STORAGE SECTION.                                         00760000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00770000
           COPY BUSDTWS.                                                00780000
          77 WS-DEMO-STATUS PIC X(2).                                   00790000
          77 WS-ERRLOG-STATUS PIC X(2).                                 00800000
          01 WS-DEMO-EOF PIC X(01) VALUE 'N'.                           00810000
             88 DEMO-EOF-Y VALUE 'Y'.                                   00820000
          01 WS-ERR-STMT-NAME PIC X(20).                                00830000
          01 WS-ERR-TIMESTAMP PIC X(26).                                00840000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00850000
           COPY RUNDATE.                                                00860000
      * SHARED RUN-CONTROL STAGING FIELDS, SEE RUNCTWS.CPY.             00870000
           COPY RUNCTWS.                                                00880000
          77 WS-LOADRPT-STATUS PIC X(2).                                00890000
          77 WS-LOAD-READ-COUNT PIC 9(9) VALUE ZERO.                    00900000
          77 WS-LOAD-INSERT-COUNT PIC 9(9) VALUE ZERO.                  00910000
          77 WS-LOAD-UPDATE-COUNT PIC 9(9) VALUE ZERO.                  00920000
          77 WS-LOAD-REJECT-COUNT PIC 9(9) VALUE ZERO.                  00930000
          01 WS-LOAD-DETAIL-LINE.                                       00940000
             05 LD-STATE-UT          PIC X(30).                         00950000
             05 FILLER               PIC X(02) VALUE SPACES.            00960000
             05 LD-YEAR-OF-SUR       PIC 9(4).                          00970000
             05 FILLER               PIC X(02) VALUE SPACES.            00980000
             05 LD-ACTION            PIC X(8).                          00990000
          01 WS-LOAD-TOTAL-LINE.                                        01000000
             05 LT-LABEL             PIC X(18).                         01010000
             05 LT-COUNT             PIC Z(8)9.                         01020000
          01 WS-LOAD-HEADER-LINE.                                       01030000
             05 FILLER               PIC X(30)                          01040000
                VALUE 'DB2DEMO LOAD SUMMARY - DATE '.                   01050000
             05 LH-RUN-DATE          PIC X(8).                          01060000
          77 WS-CKPT-IN-STATUS PIC X(2).                                01070000
          77 WS-CKPT-OUT-STATUS PIC X(2).                               01080000
          01 WS-CKPT-IN-EOF PIC X(01) VALUE 'N'.                        01090000
             88 CKPT-IN-EOF-Y VALUE 'Y'.                                01100000
      * RECORDS ALREADY APPLIED IN AN EARLIER RUN OF THIS BUSINESS      01110000
      * DATE (FROM THE CHECKPOINT) AND THIS RUN'S APPLIED POSITION      01120000
          77 WS-LOAD-SKIP-COUNT PIC 9(9) VALUE ZERO.                    01130000
          77 WS-LOAD-POSITION PIC 9(9) VALUE ZERO.                      01140000
          77 WS-LOAD-CKPT-PENDING PIC 9(9) VALUE ZERO.                  01150000
          77 WS-LOAD-CKPT-INTERVAL PIC 9(9) VALUE 100.                  01160000
      * -911/-913 ARE DB2'S OWN WORD THAT THE STATEMENT IS RETRYABLE    01170000
      * - THE RECORD IS RE-APPLIED UP TO THE CAP WITH A PAUSE IN        01180000
      * BETWEEN, AND ONLY THEN REJECTED. THE RETRY TOTAL PRINTS IN      01190000
      * THE LOAD SUMMARY SO CONTENTION CAN BE SEEN BUILDING.            01200000
          77 WS-RETRY-MAX PIC 9(2) VALUE 3.                             01210000
          77 WS-RETRY-ATTEMPTS PIC 9(2) VALUE ZERO.                     01220000
          77 WS-RETRY-TOTAL PIC 9(9) VALUE ZERO.                        01230000
          01 WS-APPLY-DONE PIC X(01) VALUE 'Y'.                         01240000
             88 APPLY-DONE-Y VALUE 'Y'.                                 01250000
      * CRUDE IN-STEP PAUSE - A COUNTING LOOP SCALED UP BY THE          01260000
      * ATTEMPT NUMBER, SO EACH RETRY BACKS OFF A LITTLE LONGER         01270000
          77 WS-PAUSE-IDX PIC 9(9) USAGE COMP.                          01280000
          77 WS-PAUSE-LIMIT PIC 9(9) USAGE COMP.                        01290000
           EXEC SQL                                                     01300000
           INCLUDE SQLCA                                                01310000
              END-EXEC.                                                 01320000
       01  DCLCENSUS-DEMOGRAPHIC.                                       01330000
           10 DEM-STATE-UT         PIC X(30).                           01340000
           10 DEM-YEAR-OF-SUR      PIC S9(9) USAGE COMP.                01350000
           10 DEM-MALE-POP         PIC S9(9) USAGE COMP.                01360000
           10 DEM-FEMALE-POP       PIC S9(9) USAGE COMP.                01370000
           10 DEM-LITERATE-POP     PIC S9(9) USAGE COMP.                01380000
       PROCEDURE DIVISION.                                              01390000
       MAIN-PARA.                                                       01400000
           PERFORM READ-BUSINESS-DATE-PARA                              01410000
           OPEN EXTEND ERROR-LOG-FILE.                                  01420000
           IF WS-ERRLOG-STATUS NOT = '00'                               01430000
               DISPLAY 'ERROR/OPEN/ERROR-LOG-FILE'                      01440000
               DISPLAY 'FILE STATUS:' WS-ERRLOG-STATUS                  01450000
           END-IF.                                                      01460000
      * REFUSE A SECOND RUN FOR THE SAME BUSINESS DATE - SEE RUNCTPRC   01470000
           MOVE 'DB2DEMO' TO WS-RUNCTL-PROGRAM.                         01480000
           PERFORM RUNCTL-CHECK-START-PARA.                             01490000
           IF NOT RUNCTL-DUPRUN-Y                                       01500000
               PERFORM LOAD-INSERT-PARA                                 01510000
               MOVE WS-LOAD-READ-COUNT TO WS-RUNCTL-COUNT               01520000
               PERFORM RUNCTL-WRITE-END-PARA                            01530000
           END-IF.                                                      01540000
           CLOSE ERROR-LOG-FILE.                                        01550000
           DISPLAY 'DB2DEMO LOAD - READ ' WS-LOAD-READ-COUNT            01560000
                   ' INSERTED ' WS-LOAD-INSERT-COUNT                    01570000
                   ' UPDATED ' WS-LOAD-UPDATE-COUNT                     01580000
                   ' REJECTED ' WS-LOAD-REJECT-COUNT                    01590000
                   ' RETRIES ' WS-RETRY-TOTAL.                          01600000
           STOP RUN.                                                    01610000
      * OPEN THE DEMOGRAPHIC FEED AND APPLY ONE ROW PER RECORD, PAST    01620000
      * THE CHECKPOINTED POSITION                                       01630000
       LOAD-INSERT-PARA.                                                01640000
           OPEN OUTPUT LOAD-SUMMARY-FILE.                               01650000
           IF WS-LOADRPT-STATUS NOT = '00'                              01660000
               DISPLAY 'ERROR/OPEN/LOAD-SUMMARY-FILE'                   01670000
               DISPLAY 'FILE STATUS:' WS-LOADRPT-STATUS                 01680000
           END-IF.                                                      01690000
           IF WS-LOADRPT-STATUS = '00'                                  01700000
               MOVE WS-RUN-DATE TO LH-RUN-DATE                          01710000
               MOVE WS-LOAD-HEADER-LINE TO LOAD-RPT-REC                 01720000
               WRITE LOAD-RPT-REC                                       01730000
           END-IF.                                                      01740000
           PERFORM READ-LOAD-CKPT-PARA.                                 01750000
           OPEN OUTPUT CHECKPOINT-OUT-FILE.                             01760000
           OPEN INPUT DEMO-TRANS-FILE.                                  01770000
           IF WS-DEMO-STATUS NOT = '00'                                 01780000
               DISPLAY 'ERROR/OPEN/DEMO-TRANS-FILE'                     01790000
               DISPLAY 'FILE STATUS:' WS-DEMO-STATUS                    01800000
               MOVE 16 TO RETURN-CODE                                   01810000
           ELSE                                                         01820000
               PERFORM READ-DEMO-PARA UNTIL DEMO-EOF-Y                  01830000
               CLOSE DEMO-TRANS-FILE                                    01840000
           END-IF.                                                      01850000
           PERFORM WRITE-LOAD-CKPT-PARA.                                01860000
           CLOSE CHECKPOINT-OUT-FILE.                                   01870000
           PERFORM LOAD-SUMMARY-PARA.                                   01880000
       READ-DEMO-PARA.                                                  01890000
           READ DEMO-TRANS-FILE                                         01900000
               AT END                                                   01910000
                   SET DEMO-EOF-Y TO TRUE                               01920000
               NOT AT END                                               01930000
                   ADD 1 TO WS-LOAD-READ-COUNT                          01940000
                   PERFORM APPLY-OR-SKIP-PARA                           01950000
           END-READ.                                                    01960000
      * RECORDS UP TO THE CHECKPOINTED POSITION WERE APPLIED BY THE     01970000
      * ABENDED RUN AND ARE SKIPPED; EVERYTHING AFTER IS APPLIED AND    01980000
      * CHECKPOINTED PERIODICALLY. THE FEW RECORDS BETWEEN THE LAST     01990000
      * CHECKPOINT AND AN ABEND RE-APPLY HARMLESSLY - THE UPSERT PATH   02000000
      * TURNS THE RE-INSERT INTO AN UPDATE IN PLACE.                    02010000
       APPLY-OR-SKIP-PARA.                                              02020000
           IF WS-LOAD-POSITION < WS-LOAD-SKIP-COUNT                     02030000
               ADD 1 TO WS-LOAD-POSITION                                02040000
           ELSE                                                         02050000
               MOVE ZERO TO WS-RETRY-ATTEMPTS                           02060000
               MOVE 'N' TO WS-APPLY-DONE                                02070000
               PERFORM INSERT-PARA UNTIL APPLY-DONE-Y                   02080000
               ADD 1 TO WS-LOAD-POSITION                                02090000
               ADD 1 TO WS-LOAD-CKPT-PENDING                            02100000
               IF WS-LOAD-CKPT-PENDING >= WS-LOAD-CKPT-INTERVAL         02110000
                   PERFORM WRITE-LOAD-CKPT-PARA                         02120000
                   MOVE ZERO TO WS-LOAD-CKPT-PENDING                    02130000
               END-IF                                                   02140000
           END-IF.                                                      02150000
      * LAST CHECKPOINT FOR THIS BUSINESS DATE, IF ANY - A CHECKPOINT   02160000
      * STAMPED WITH A DIFFERENT DATE IS LAST NIGHT'S NORMAL END AND    02170000
      * MUST NOT MAKE TONIGHT'S FRESH FEED SKIP ANYTHING.               02180000
       READ-LOAD-CKPT-PARA.                                             02190000
           OPEN INPUT CHECKPOINT-IN-FILE.                               02200000
           IF WS-CKPT-IN-STATUS = '00' OR WS-CKPT-IN-STATUS = '05'      02210000
               PERFORM READ-CKPT-REC-PARA UNTIL CKPT-IN-EOF-Y           02220000
           END-IF.                                                      02230000
           CLOSE CHECKPOINT-IN-FILE.                                    02240000
           IF WS-LOAD-SKIP-COUNT > ZERO                                 02250000
               DISPLAY 'DB2DEMO RESTART - SKIPPING '                    02260000
                   WS-LOAD-SKIP-COUNT ' ALREADY-APPLIED RECORDS'        02270000
           END-IF.                                                      02280000
       READ-CKPT-REC-PARA.                                              02290000
           READ CHECKPOINT-IN-FILE                                      02300000
               AT END SET CKPT-IN-EOF-Y TO TRUE                         02310000
               NOT AT END                                               02320000
                   IF CKPT-IN-DATE = WS-RUN-DATE                        02330000
                    AND CKPT-IN-APPLIED NUMERIC                         02340000
                       MOVE CKPT-IN-APPLIED TO WS-LOAD-SKIP-COUNT       02350000
                   END-IF                                               02360000
           END-READ.                                                    02370000
       WRITE-LOAD-CKPT-PARA.                                            02380000
           MOVE WS-RUN-DATE TO CKPT-OUT-DATE.                           02390000
           MOVE WS-LOAD-POSITION TO CKPT-OUT-APPLIED.                   02400000
           WRITE CHECKPOINT-OUT-REC.                                    02410000
      * INSERT ONE CENSUS_DEMOGRAPHIC ROW BUILT FROM THE CURRENT        02420000
      * RECORD. PERFORMED UNDER THE APPLY-OR-SKIP RETRY LOOP - EVERY    02430000
      * PATH ENDS THE RECORD EXCEPT A RETRYABLE DEADLOCK/TIMEOUT,       02440000
      * WHICH PAUSES AND COMES ROUND AGAIN.                             02450000
       INSERT-PARA.                                                     02460000
           SET APPLY-DONE-Y TO TRUE.                                    02470000
           MOVE DM-STATE-UT      TO DEM-STATE-UT.                       02480000
           MOVE DM-YEAR-OF-SUR   TO DEM-YEAR-OF-SUR.                    02490000
           MOVE DM-MALE-POP      TO DEM-MALE-POP.                       02500000
           MOVE DM-FEMALE-POP    TO DEM-FEMALE-POP.                     02510000
           MOVE DM-LITERATE-POP  TO DEM-LITERATE-POP.                   02520000
           EXEC SQL                                                     02530000
               INSERT INTO CENSUS_DEMOGRAPHIC                           02540000
               (STATE_UT,YEAR_OF_SUR,MALE_POP,FEMALE_POP,               02550000
                LITERATE_POP)                                           02560000
               VALUES(:DEM-STATE-UT,                                    02570000
                      :DEM-YEAR-OF-SUR,                                 02580000
                      :DEM-MALE-POP,                                    02590000
                      :DEM-FEMALE-POP,                                  02600000
                      :DEM-LITERATE-POP)                                02610000
           END-EXEC.                                                    02620000
           IF SQLCODE = 0                                               02630000
               EXEC SQL COMMIT END-EXEC                                 02640000
               ADD 1 TO WS-LOAD-INSERT-COUNT                            02650000
               MOVE 'INSERTED' TO LD-ACTION                             02660000
               PERFORM WRITE-LOAD-DETAIL-PARA                           02670000
           ELSE                                                         02680000
      * -803 = THE STATE/YEAR IS ALREADY LOADED - A REVISION, SO UPDATE 02690000
             IF SQLCODE = -803                                          02700000
               PERFORM UPDATE-REVISED-PARA                              02710000
             ELSE                                                       02720000
              IF (SQLCODE = -911 OR SQLCODE = -913)                     02730000
               AND WS-RETRY-ATTEMPTS < WS-RETRY-MAX                     02740000
               PERFORM RETRY-PAUSE-PARA                                 02750000
              ELSE                                                      02760000
               DISPLAY 'ERROR/INSERT:' DEM-STATE-UT ' / ' DM-YEAR-OF-SUR02770000
               DISPLAY 'SQL CODE:'       SQLCODE                        02780000
               DISPLAY 'SQL STATE:' SQLSTATE                            02790000
               EXEC SQL ROLLBACK END-EXEC                               02800000
               MOVE 'INSERT-PARA'    TO WS-ERR-STMT-NAME                02810000
               PERFORM WRITE-ERROR-LOG-PARA                             02820000
               ADD 1 TO WS-LOAD-REJECT-COUNT                            02830000
               MOVE 'REJECTED' TO LD-ACTION                             02840000
               PERFORM WRITE-LOAD-DETAIL-PARA                           02850000
              END-IF                                                    02860000
             END-IF                                                     02870000
           END-IF.                                                      02880000
      * APPLY A REVISED STATE/YEAR RECORD TO THE EXISTING ROW - THE     02890000
      * ROW IDENTITY CARRIES THE SURVEY YEAR, SO A NEW SURVEY'S         02900000
      * FIGURES SIT BESIDE THE OLD SURVEY'S INSTEAD OF REPLACING THEM   02910000
       UPDATE-REVISED-PARA.                                             02920000
           EXEC SQL                                                     02930000
               UPDATE CENSUS_DEMOGRAPHIC                                02940000
               SET MALE_POP     = :DEM-MALE-POP,                        02950000
                   FEMALE_POP   = :DEM-FEMALE-POP,                      02960000
                   LITERATE_POP = :DEM-LITERATE-POP                     02970000
               WHERE STATE_UT = :DEM-STATE-UT                           02980000
               AND   YEAR_OF_SUR = :DEM-YEAR-OF-SUR                     02990000
           END-EXEC.                                                    03000000
           IF SQLCODE = 0                                               03010000
               EXEC SQL COMMIT END-EXEC                                 03020000
               ADD 1 TO WS-LOAD-UPDATE-COUNT                            03030000
               MOVE 'UPDATED' TO LD-ACTION                              03040000
               PERFORM WRITE-LOAD-DETAIL-PARA                           03050000
           ELSE                                                         03060000
            IF (SQLCODE = -911 OR SQLCODE = -913)                       03070000
             AND WS-RETRY-ATTEMPTS < WS-RETRY-MAX                       03080000
               PERFORM RETRY-PAUSE-PARA                                 03090000
            ELSE                                                        03100000
               DISPLAY 'ERROR/UPDATE-REVISED:' DEM-STATE-UT ' / '       03110000
                       DM-YEAR-OF-SUR                                   03120000
               DISPLAY 'SQL CODE:'       SQLCODE                        03130000
               DISPLAY 'SQLSTATE:' SQLSTATE                             03140000
               EXEC SQL ROLLBACK END-EXEC                               03150000
               MOVE 'UPDATE-REVISED'  TO WS-ERR-STMT-NAME               03160000
               PERFORM WRITE-ERROR-LOG-PARA                             03170000
               ADD 1 TO WS-LOAD-REJECT-COUNT                            03180000
               MOVE 'REJECTED' TO LD-ACTION                             03190000
               PERFORM WRITE-LOAD-DETAIL-PARA                           03200000
            END-IF                                                      03210000
           END-IF.                                                      03220000
      * RE-APPLY THE FAILED RECORD AFTER A PAUSE - EACH ATTEMPT BACKS   03230000
      * OFF A LITTLE LONGER. THE ONLY PAUSE AVAILABLE TO A PLAIN BATCH  03240000
      * STEP IS A COUNTING LOOP; IT ONLY NEEDS TO OUTLAST THE LOCK.     03250000
       RETRY-PAUSE-PARA.                                                03260000
           ADD 1 TO WS-RETRY-ATTEMPTS.                                  03270000
           ADD 1 TO WS-RETRY-TOTAL.                                     03280000
           DISPLAY 'DB2DEMO RETRYABLE SQLCODE ' SQLCODE                 03290000
               ' ON ' DEM-STATE-UT ' - ATTEMPT ' WS-RETRY-ATTEMPTS.     03300000
           COMPUTE WS-PAUSE-LIMIT = WS-RETRY-ATTEMPTS * 1000000.        03310000
           PERFORM PAUSE-TICK-PARA                                      03320000
               VARYING WS-PAUSE-IDX FROM 1 BY 1                         03330000
               UNTIL WS-PAUSE-IDX > WS-PAUSE-LIMIT.                     03340000
           MOVE 'N' TO WS-APPLY-DONE.                                   03350000
       PAUSE-TICK-PARA.                                                 03360000
           CONTINUE.                                                    03370000
      * ONE ACTION LINE PER FEED STATE/YEAR IN THE LOAD SUMMARY         03380000
       WRITE-LOAD-DETAIL-PARA.                                          03390000
           IF WS-LOADRPT-STATUS = '00'                                  03400000
               MOVE DM-STATE-UT TO LD-STATE-UT                          03410000
               MOVE DM-YEAR-OF-SUR TO LD-YEAR-OF-SUR                    03420000
               MOVE WS-LOAD-DETAIL-LINE TO LOAD-RPT-REC                 03430000
               WRITE LOAD-RPT-REC                                       03440000
           END-IF.                                                      03450000
      * END-OF-STEP TOTALS - READ/INSERTED/UPDATED/REJECTED MUST        03460000
      * BALANCE TO THE FEED RECORD COUNT                                03470000
       LOAD-SUMMARY-PARA.                                               03480000
           IF WS-LOADRPT-STATUS = '00'                                  03490000
               MOVE 'RECORDS READ      ' TO LT-LABEL                    03500000
               MOVE WS-LOAD-READ-COUNT TO LT-COUNT                      03510000
               MOVE WS-LOAD-TOTAL-LINE TO LOAD-RPT-REC                  03520000
               WRITE LOAD-RPT-REC                                       03530000
               MOVE 'ROWS INSERTED     ' TO LT-LABEL                    03540000
               MOVE WS-LOAD-INSERT-COUNT TO LT-COUNT                    03550000
               MOVE WS-LOAD-TOTAL-LINE TO LOAD-RPT-REC                  03560000
               WRITE LOAD-RPT-REC                                       03570000
               MOVE 'ROWS UPDATED      ' TO LT-LABEL                    03580000
               MOVE WS-LOAD-UPDATE-COUNT TO LT-COUNT                    03590000
               MOVE WS-LOAD-TOTAL-LINE TO LOAD-RPT-REC                  03600000
               WRITE LOAD-RPT-REC                                       03610000
               MOVE 'ROWS REJECTED     ' TO LT-LABEL                    03620000
               MOVE WS-LOAD-REJECT-COUNT TO LT-COUNT                    03630000
               MOVE WS-LOAD-TOTAL-LINE TO LOAD-RPT-REC                  03640000
               WRITE LOAD-RPT-REC                                       03650000
               MOVE 'DEADLOCK RETRIES  ' TO LT-LABEL                    03660000
               MOVE WS-RETRY-TOTAL TO LT-COUNT                          03670000
               MOVE WS-LOAD-TOTAL-LINE TO LOAD-RPT-REC                  03680000
               WRITE LOAD-RPT-REC                                       03690000
               CLOSE LOAD-SUMMARY-FILE                                  03700000
           END-IF.                                                      03710000
      * APPEND ONE ENTRY TO THE PERSISTENT SQL ERROR LOG                03720000
       WRITE-ERROR-LOG-PARA.                                            03730000
           EXEC SQL                                                     03740000
               VALUES (CURRENT TIMESTAMP) INTO :WS-ERR-TIMESTAMP        03750000
           END-EXEC.                                                    03760000
           MOVE 'DB2DEMO'        TO ERRLOG-PROGRAM.                     03770000
           MOVE WS-ERR-STMT-NAME TO ERRLOG-STMT.                        03780000
           MOVE SQLCODE          TO ERRLOG-SQLCODE.                     03790000
           MOVE SQLSTATE         TO ERRLOG-SQLSTATE.                    03800000
           MOVE WS-ERR-TIMESTAMP TO ERRLOG-TIMESTAMP.                   03810000
           WRITE ERROR-LOG-REC.                                         03820000
           MOVE 16 TO RETURN-CODE.                                      03830000
      * SHARED RUN-CONTROL PARAGRAPHS - SEE RUNCTPRC.CPY.               03840000
           COPY RUNCTPRC.                                               03850000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     03860000
           COPY BUSDTPRC.                                               03870000
