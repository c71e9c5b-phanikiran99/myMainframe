      *RESTART PLANNER FOR A FAILED CENSUSJB NIGHT - THE WHOLE NETWORK: 00006600
      *CENSUSJB, THE PARTITION LOAD JOBS CENSLDP1-4 AND CENSPOST        00013200
      *WHEN THE STREAM FAILS PARTWAY (SAY AT STEP030) THE OPERATOR HAD  00020000
      *TO WORK OUT BY HAND WHICH STEPS HAD ALREADY ENDED CLEANLY.       00030000
      *RESUBMITTING FROM THE TOP MADE THOSE STEPS REFUSE WITH RC 12     00040000
      *(SEE RUNCTPRC.CPY) AND THE COND GATING THEN BYPASSED EVERYTHING  00050000
      *AFTER THEM. RUN THIS BEFORE RELEASING THE RESTART. IT READS THE  00060000
      *RUN-CONTROL REGISTRY FOR THE BUSINESS DATE AND:                  00070000
      *  - FINDS THE FIRST REGISTERED STEP, IN STREAM ORDER, WITH NO    00080000
      *    CLEAN END ENTRY (A START WITH NO END IS AN ABEND) AND WRITES 00090000
      *    A RESTART CARD (RSTCARD) NAMING IT - RESTART=STEPNNN, FOR    00100000
      *    THE STATEMENT OF THE JOB THAT HOLDS IT (THE PLAN SAYS WHICH, 00106600
      *    AND WHICH LATER JOBS STILL HAVE STEPS TO RUN AND MUST BE     00113200
      *    RELEASED AFTER IT). NOTHING REGISTERED TONIGHT MEANS THE     00119800
      *    STREAM RUNS FROM THE TOP; EVERY REGISTERED STEP CLEAN MEANS  00126400
      *    THE RESTART IS AFTER THE LAST OF THEM                        00133000
      *  - WRITES A SKIP ENTRY TO THE REGISTRY FOR EVERY STEP ALREADY   00140000
      *    COMPLETE, SO THAT STEP PASSES WITH RC 0 INSTEAD OF REFUSING  00150000
      *    WITH RC 12 IF THE RESTARTED STREAM (OR A RESUBMISSION FROM   00160000
      *    THE TOP) REACHES IT - COMPLETED STEPS COUNT AS SUCCESSFUL    00170000
      *  - FLAGS A STEP TO BE RERUN AS NOT SAFELY RESTARTABLE WHEN A    00180000
      *    LATER STEP THAT HAS ALREADY RUN TONIGHT WRITES ONE OF ITS    00190000
      *    INPUTS - THE RERUN WOULD READ DATA THE FAILED RUN NEVER SAW  00200000
      *  - PRINTS THE PLAN (PLANRPT) STEP BY STEP FOR THE OPERATOR TO   00210000
      *    CHECK BEFORE THE JOB IS RELEASED.                            00220000
      *ONLY STEPS THAT REGISTER IN RUNCTL LEAVE EVIDENCE - THE OTHERS   00230000
      *(PREFLIGHT, ALERTS, BALANCING, MANIFEST) SIMPLY RUN AGAIN WHEN   00240000
      *THE RESTART REACHES THEM, AS THEIR COND PARAMETERS DIRECT.       00250000
      *THE STEP TABLE AND EACH STEP'S DATASETS BELOW FOLLOW THE JCL OF  00255000
      *THE NETWORK'S JOBS, IN THE ORDER THE SCHEDULER RELEASES THEM -   00260000
      *KEEP THEM IN STEP WITH THE JCL. THE PARTITION JOBS RUN SIDE BY   00265000
      *SIDE, EACH REGISTERING ITS DB2OPER RUN AS DB2OPER1-4. BESIDES    00270000
      *THE TABLE THEY SHARE ONLY CENSUS.TRANS.SOURCE, WHICH EACH READS, 00271300
      *AND THE REGISTRY ITSELF - NONE WRITES A DATASET ANOTHER READS,   00272600
      *SO NO PARTITION'S RERUN DEPENDS ON ANOTHER. GENERATION DATA      00273900
      *GROUPS ARE MATCHED ON THE BASE NAME: A NEW (+1) CHANGES WHAT     00275000
      *(0) READS.                                                       00280000
      *RC 8 = A STEP IS NOT SAFELY RESTARTABLE (THE CARD IS STILL       00290000
      *WRITTEN), RC 16 = A FILE WOULD NOT OPEN.                         00300000
       IDENTIFICATION DIVISION.                                         00310000
       PROGRAM-ID. CENSRSTP.                                            00320000
       ENVIRONMENT DIVISION.                                            00330000
          INPUT-OUTPUT SECTION.                                         00340000
          FILE-CONTROL.                                                 00350000
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD                   00360000
           ORGANIZATION IS INDEXED                                      00370000
           ACCESS MODE IS DYNAMIC                                       00373000
           RECORD KEY IS RC-KEY                                         00376000
           FILE STATUS WS-RUNCTL-STATUS.                                00380000
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00390000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00400000
           ORGANIZATION IS SEQUENTIAL                                   00410000
           FILE STATUS WS-BUSDATE-STATUS.                               00420000
      * THE RESTART CARD - ONE 80-BYTE RECORD                           00430000
           SELECT RESTART-CARD-FILE ASSIGN TO RSTCARD                   00440000
           ORGANIZATION IS SEQUENTIAL                                   00450000
           FILE STATUS WS-CARD-STATUS.                                  00460000
           SELECT PLAN-RPT-FILE ASSIGN TO PLANRPT                       00470000
           ORGANIZATION IS SEQUENTIAL                                   00480000
           FILE STATUS WS-RPT-STATUS.                                   00490000
       DATA DIVISION.                                                   00500000
          FILE SECTION.                                                 00510000
          FD  RUN-CONTROL-FILE.                                         00520000
          COPY RUNCTL.                                                  00530000
          FD  BUSDATE-FILE.                                             00540000
          COPY BUSDATE.                                                 00550000
          FD  RESTART-CARD-FILE.                                        00560000
          01  RESTART-CARD-REC.                                         00570000
             05 RSC-TEXT             PIC X(80).                         00580000
          FD  PLAN-RPT-FILE                                             00590000
              RECORD CONTAINS 110 CHARACTERS.                           00600000
          01  RPT-PRINT-REC           PIC X(110).                       00610000
       WORKING-STORAGE SECTION.                                         00620000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00630000
           COPY BUSDTWS.                                                00640000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00650000
           COPY RUNDATE.                                                00660000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                00670000
           COPY RPTHDG.                                                 00680000
      * RUN-CONTROL STAGING FIELDS - THE SKIP ENTRIES GO OUT THROUGH    00690000
      * RUNCTL-PUT-PARA, SEE RUNCTWS.CPY.                               00700000
           COPY RUNCTWS.                                                00710000
          77 WS-CARD-STATUS PIC X(2).                                   00720000
          77 WS-RPT-STATUS PIC X(2).                                    00730000
          01 WS-REG-EOF PIC X(01) VALUE 'N'.                            00740000
             88 REG-EOF-Y VALUE 'Y'.                                    00750000
          77 WS-ENTRY-COUNT PIC 9(6) VALUE ZERO.                        00760000
          77 WS-SKIP-WRITTEN PIC 9(2) VALUE ZERO.                       00770000
          77 WS-RERUN-COUNT PIC 9(2) VALUE ZERO.                        00780000
          77 WS-UNSAFE-COUNT PIC 9(3) VALUE ZERO.                       00790000
      * Y ONCE ANY REGISTERED STEP HAS AN ENTRY FOR THE DATE            00800000
          01 WS-ANY-RAN PIC X(01) VALUE 'N'.                            00810000
             88 ANY-RAN-Y VALUE 'Y'.                                    00820000
      * THE STREAM'S STEPS IN JCL ORDER, JOB BY JOB. REGISTERED = THE   00828000
      * PROGRAM WRITES START/END ENTRIES TO RUNCTL, UNDER THE NAME      00836000
      * GIVEN HERE. THE REST OF EACH ENTRY IS WHAT TONIGHT'S REGISTRY   00844000
      * SAYS ABOUT IT.                                                  00852000
          77 WS-STP-COUNT PIC 9(2) USAGE COMP VALUE ZERO.               00860000
          77 WS-STP-MAX PIC 9(2) USAGE COMP VALUE 30.                   00870000
          77 WS-STP-IDX PIC 9(2) USAGE COMP.                            00880000
          77 WS-STP-FOUND PIC 9(2) USAGE COMP.                          00890000
          77 WS-RESTART-IDX PIC 9(2) USAGE COMP VALUE ZERO.             00900000
          77 WS-LAST-REG-IDX PIC 9(2) USAGE COMP VALUE ZERO.            00910000
          01 WS-STEP-TABLE.                                             00920000
             05 WS-STP-ENTRY OCCURS 30 TIMES.                           00926600
                10 WS-STP-JOB         PIC X(8).                         00933200
                10 WS-STP-NAME        PIC X(8).                         00940000
                10 WS-STP-PROGRAM     PIC X(8).                         00950000
                10 WS-STP-REGISTERED  PIC X(1).                         00960000
                10 WS-STP-RAN         PIC X(1).                         00970000
                10 WS-STP-OPEN        PIC X(1).                         00980000
                10 WS-STP-HAVE-END    PIC X(1).                         00990000
                10 WS-STP-LAST-RC     PIC 9(2).                         01000000
                10 WS-STP-COMPLETE    PIC X(1).                         01010000
                10 WS-STP-MARKED      PIC X(1).                         01020000
                10 WS-STP-UNSAFE      PIC X(1).                         01030000
      * EVERY DATASET A REGISTERED STEP READS (I) OR WRITES (O) - THE   01040000
      * DB2 TABLE COUNTS AS A DATASET                                   01050000
          77 WS-USE-COUNT PIC 9(3) USAGE COMP VALUE ZERO.               01060000
          77 WS-USE-MAX PIC 9(3) USAGE COMP VALUE 90.                   01070000
          77 WS-USE-IDX PIC 9(3) USAGE COMP.                            01080000
          77 WS-USE-IDX2 PIC 9(3) USAGE COMP.                           01090000
          01 WS-USE-TABLE.                                              01100000
             05 WS-USE-ENTRY OCCURS 90 TIMES.                           01110000
                10 WS-USE-STEP        PIC 9(2) USAGE COMP.              01120000
                10 WS-USE-DIRECTION   PIC X(1).                         01130000
                10 WS-USE-DATASET     PIC X(26).                        01140000
      * STAGING FOR 001A-ADD-STEP-PARA AND 001B-ADD-USE-PARA            01150000
          01 WS-ADD-FIELDS.                                             01160000
             05 WS-ADD-JOB           PIC X(8).                          01165000
             05 WS-ADD-NAME          PIC X(8).                          01170000
             05 WS-ADD-PROGRAM       PIC X(8).                          01180000
             05 WS-ADD-REGISTERED    PIC X(1).                          01190000
             05 WS-ADD-DIRECTION     PIC X(1).                          01200000
             05 WS-ADD-DATASET       PIC X(26).                         01210000
          77 WS-WRITER-IDX PIC 9(2) USAGE COMP.                         01220000
      * PARTITION LOAD JOBS - ONE PER PARTITION CENSSPLT CAN MAKE       01221000
          77 WS-PART-MAX PIC 9(1) VALUE 4.                              01222000
          77 WS-PART-IDX PIC 9(1).                                      01223000
      * Y ONCE A LATER JOB HAS A STEP STILL TO RUN                      01224000
          01 WS-JOB-PENDING PIC X(01).                                  01225000
             88 JOB-PENDING-Y VALUE 'Y'.                                01226000
          01 WS-JOB-LINE.                                               01227000
             05 FILLER               PIC X(4) VALUE 'JOB '.             01228000
             05 JBL-JOB              PIC X(8).                          01229000
          01 WS-RC-EDIT PIC 9(2).                                       01230000
          01 WS-CARD-TEXT PIC X(80) VALUE SPACES.                       01240000
          01 WS-PLAN-LINE.                                              01250000
             05 PLN-STEP             PIC X(8).                          01260000
             05 FILLER               PIC X(2) VALUE SPACES.             01270000
             05 PLN-PROGRAM          PIC X(8).                          01280000
             05 FILLER               PIC X(2) VALUE SPACES.             01290000
             05 PLN-REGISTRY         PIC X(14).                         01300000
             05 FILLER               PIC X(2) VALUE SPACES.             01310000
             05 PLN-ACTION           PIC X(24).                         01320000
             05 FILLER               PIC X(2) VALUE SPACES.             01330000
             05 PLN-NOTE             PIC X(46).                         01340000
          01 WS-MESSAGE-LINE PIC X(110).                                01350000
       PROCEDURE DIVISION.                                              01360000
       MAIN-PARA.                                                       01370000
           PERFORM READ-BUSINESS-DATE-PARA                              01380000
           MOVE 'CENSUSJB RESTART PLAN' TO RPT-TITLE.                   01390000
           MOVE 'CENSRSTP' TO RPT-PROGRAM-ID.                           01400000
           MOVE SPACES TO RPT-COLUMN-LINE.                              01410000
           MOVE 'JOB/STEP' TO RPT-COLUMN-LINE (1:8).                    01420000
           MOVE 'PROGRAM' TO RPT-COLUMN-LINE (11:7).                    01430000
           MOVE 'REGISTRY' TO RPT-COLUMN-LINE (21:8).                   01440000
           MOVE 'ACTION' TO RPT-COLUMN-LINE (37:6).                     01450000
           MOVE 'NOTE' TO RPT-COLUMN-LINE (63:4).                       01460000
           PERFORM 001-LOAD-STREAM-PARA.                                01470000
           PERFORM 002-READ-REGISTRY-PARA.                              01480000
           PERFORM 003-FIND-RESTART-PARA.                               01490000
           OPEN OUTPUT PLAN-RPT-FILE.                                   01500000
           IF WS-RPT-STATUS NOT = '00'                                  01510000
               DISPLAY 'ERROR/OPEN/PLAN-RPT-FILE'                       01520000
               DISPLAY 'FILE STATUS:' WS-RPT-STATUS                     01530000
               MOVE 16 TO RETURN-CODE                                   01540000
               STOP RUN                                                 01550000
           END-IF.                                                      01560000
           PERFORM 004-PRINT-STEP-PARA                                  01570000
               VARYING WS-STP-IDX FROM 1 BY 1                           01580000
               UNTIL WS-STP-IDX > WS-STP-COUNT.                         01590000
           PERFORM 005-WRITE-CARD-PARA.                                 01600000
           PERFORM 006-MARK-COMPLETE-PARA                               01610000
               VARYING WS-STP-IDX FROM 1 BY 1                           01620000
               UNTIL WS-STP-IDX > WS-STP-COUNT.                         01630000
           PERFORM 007-PRINT-SUMMARY-PARA.                              01640000
           MOVE 'STEPS TO RERUN      ' TO RPT-TOT-LABEL.                01650000
           MOVE WS-RERUN-COUNT TO RPT-TOT-COUNT.                        01660000
           PERFORM RPT-GRAND-TOTAL-PARA.                                01670000
           CLOSE PLAN-RPT-FILE.                                         01680000
           DISPLAY 'CENSRSTP RESTART AT '                               01690000
                   WS-STP-NAME (WS-RESTART-IDX)                         01700000
                   ' FOR BUSINESS DATE ' WS-RUN-DATE                    01710000
                   ' - RERUN ' WS-RERUN-COUNT                           01720000
                   ' SKIP ENTRIES ' WS-SKIP-WRITTEN                     01730000
                   ' NOT SAFE ' WS-UNSAFE-COUNT.                        01740000
           IF WS-UNSAFE-COUNT > ZERO                                    01750000
               IF RETURN-CODE < 8                                       01760000
                   MOVE 8 TO RETURN-CODE                                01770000
               END-IF                                                   01780000
           END-IF.                                                      01790000
           STOP RUN.                                                    01800000
      * THE CENSUSJB STREAM, STEP BY STEP IN JCL ORDER, AND WHAT EACH   01810000
      * REGISTERED STEP READS AND WRITES                                01820000
       001-LOAD-STREAM-PARA.                                            01830000
           MOVE 'CENSUSJB' TO WS-ADD-JOB.                               01835000
           MOVE 'N' TO WS-ADD-REGISTERED.                               01840000
           MOVE 'STEP005' TO WS-ADD-NAME.                               01850000
           MOVE 'CENSPREF' TO WS-ADD-PROGRAM.                           01860000
           PERFORM 001A-ADD-STEP-PARA.                                  01870000
           MOVE 'STEP008' TO WS-ADD-NAME.                               01880000
           MOVE 'KSDSVFY' TO WS-ADD-PROGRAM.                            01890000
           PERFORM 001A-ADD-STEP-PARA.                                  01900000
           MOVE 'Y' TO WS-ADD-REGISTERED.                               01910000
           MOVE 'STEP010' TO WS-ADD-NAME.                               01920000
           MOVE 'READPS' TO WS-ADD-PROGRAM.                             01930000
           PERFORM 001A-ADD-STEP-PARA.                                  01940000
           MOVE 'I' TO WS-ADD-DIRECTION.                                01950000
           MOVE 'CENSUS.SAMPLE.KSDS' TO WS-ADD-DATASET.                 01960000
           PERFORM 001B-ADD-USE-PARA.                                   01970000
           MOVE 'O' TO WS-ADD-DIRECTION.                                01980000
           MOVE 'CENSUS.SAMPLE.EXTRACT' TO WS-ADD-DATASET.              01990000
           PERFORM 001B-ADD-USE-PARA.                                   02000000
           MOVE 'CENSUS.SAMPLE.LOOKHITS' TO WS-ADD-DATASET.             02010000
           PERFORM 001B-ADD-USE-PARA.                                   02020000
           MOVE 'CENSUS.SAMPLE.LOOKMISS' TO WS-ADD-DATASET.             02030000
           PERFORM 001B-ADD-USE-PARA.                                   02040000
           MOVE 'STEP015' TO WS-ADD-NAME.                               02050000
           MOVE 'CENSEDIT' TO WS-ADD-PROGRAM.                           02060000
           PERFORM 001A-ADD-STEP-PARA.                                  02070000
           MOVE 'I' TO WS-ADD-DIRECTION.                                02080000
           MOVE 'CENSUS.TRANS.FEED' TO WS-ADD-DATASET.                  02090000
           PERFORM 001B-ADD-USE-PARA.                                   02100000
           MOVE 'CENSUS.FEEDSEQ' TO WS-ADD-DATASET.                     02110000
           PERFORM 001B-ADD-USE-PARA.                                   02120000
           MOVE 'CENSUS.STALIAS.KSDS' TO WS-ADD-DATASET.                02130000
           PERFORM 001B-ADD-USE-PARA.                                   02140000
           MOVE 'CENSUS.SURVYR.KSDS' TO WS-ADD-DATASET.                 02150000
           PERFORM 001B-ADD-USE-PARA.                                   02153300
           MOVE 'CENSUS.FEED.OFFICES' TO WS-ADD-DATASET.                02156600
           PERFORM 001B-ADD-USE-PARA.                                   02160000
           MOVE 'O' TO WS-ADD-DIRECTION.                                02170000
           MOVE 'CENSUS.FEEDSEQ' TO WS-ADD-DATASET.                     02180000
           PERFORM 001B-ADD-USE-PARA.                                   02190000
           MOVE 'CENSUS.TRANS.SOURCE' TO WS-ADD-DATASET.                02193300
           PERFORM 001B-ADD-USE-PARA.                                   02196600
           MOVE 'CENSUS.TRANS.CLEAN' TO WS-ADD-DATASET.                 02200000
           PERFORM 001B-ADD-USE-PARA.                                   02210000
           MOVE 'CENSUS.TRANS.REJECT' TO WS-ADD-DATASET.                02220000
           PERFORM 001B-ADD-USE-PARA.                                   02230000
           MOVE 'STEP018' TO WS-ADD-NAME.                               02240000
           MOVE 'DB2PLAU' TO WS-ADD-PROGRAM.                            02250000
           PERFORM 001A-ADD-STEP-PARA.                                  02260000
           MOVE 'I' TO WS-ADD-DIRECTION.                                02270000
           MOVE 'CENSUS.TRANS.CLEAN' TO WS-ADD-DATASET.                 02280000
           PERFORM 001B-ADD-USE-PARA.                                   02290000
           MOVE 'CENSUS.PLAUS.HOLD' TO WS-ADD-DATASET.                  02300000
           PERFORM 001B-ADD-USE-PARA.                                   02310000
           MOVE 'CENSUS.PLAUS.TOLER' TO WS-ADD-DATASET.                 02320000
           PERFORM 001B-ADD-USE-PARA.                                   02330000
           MOVE 'DB2 TABLE CENSUS' TO WS-ADD-DATASET.                   02340000
           PERFORM 001B-ADD-USE-PARA.                                   02350000
           MOVE 'O' TO WS-ADD-DIRECTION.                                02360000
           MOVE 'CENSUS.TRANS.PASSED' TO WS-ADD-DATASET.                02370000
           PERFORM 001B-ADD-USE-PARA.                                   02380000
           MOVE 'CENSUS.PLAUS.HOLD' TO WS-ADD-DATASET.                  02390000
           PERFORM 001B-ADD-USE-PARA.                                   02400000
           MOVE 'STEP019' TO WS-ADD-NAME.                               02410000
           MOVE 'CENSSPLT' TO WS-ADD-PROGRAM.                           02420000
           PERFORM 001A-ADD-STEP-PARA.                                  02430000
           MOVE 'I' TO WS-ADD-DIRECTION.                                02440000
           MOVE 'CENSUS.TRANS.PASSED' TO WS-ADD-DATASET.                02450000
           PERFORM 001B-ADD-USE-PARA.                                   02460000
           MOVE 'CENSUS.LOAD.PARTS' TO WS-ADD-DATASET.                  02470000
           PERFORM 001B-ADD-USE-PARA.                                   02480000
           MOVE 'O' TO WS-ADD-DIRECTION.                                02480470
           PERFORM 001D-ADD-PART-OUT-PARA                               02480940
               VARYING WS-PART-IDX FROM 1 BY 1                          02481410
               UNTIL WS-PART-IDX > WS-PART-MAX.                         02481880
           PERFORM 001C-ADD-PARTITION-PARA                              02482350
               VARYING WS-PART-IDX FROM 1 BY 1                          02482820
               UNTIL WS-PART-IDX > WS-PART-MAX.                         02483290
           MOVE 'CENSPOST' TO WS-ADD-JOB.                               02483760
           MOVE 'STEP020' TO WS-ADD-NAME.                               02484230
           MOVE 'CENSLMRG' TO WS-ADD-PROGRAM.                           02484700
           PERFORM 001A-ADD-STEP-PARA.                                  02485170
           MOVE 'I' TO WS-ADD-DIRECTION.                                02485640
           MOVE 'CENSUS.LOAD.PARTS' TO WS-ADD-DATASET.                  02486110
           PERFORM 001B-ADD-USE-PARA.                                   02486600
           PERFORM 001E-ADD-MERGE-IN-PARA                               02486940
               VARYING WS-PART-IDX FROM 1 BY 1                          02487280
               UNTIL WS-PART-IDX > WS-PART-MAX.                         02487620
           MOVE 'O' TO WS-ADD-DIRECTION.                                02487960
           MOVE 'CENSUS.DISP.WORK' TO WS-ADD-DATASET.                   02488300
           PERFORM 001B-ADD-USE-PARA.                                   02488640
           MOVE 'STEP022' TO WS-ADD-NAME.                               02488980
           MOVE 'DB2OPER' TO WS-ADD-PROGRAM.                            02489320
           PERFORM 001A-ADD-STEP-PARA.                                  02489660
           MOVE 'O' TO WS-ADD-DIRECTION.                                02490000
           MOVE 'DB2 TABLE CENSUS' TO WS-ADD-DATASET.                   02500000
           PERFORM 001B-ADD-USE-PARA.                                   02510000
           MOVE 'N' TO WS-ADD-REGISTERED.                               02560000
           MOVE 'STEP045' TO WS-ADD-NAME.                               02570000
           MOVE 'CENSDISP' TO WS-ADD-PROGRAM.                           02580000
           PERFORM 001A-ADD-STEP-PARA.                                  02590000
           MOVE 'Y' TO WS-ADD-REGISTERED.                               02600000
           MOVE 'STEP030' TO WS-ADD-NAME.                               02610000
           MOVE 'DB2CURS' TO WS-ADD-PROGRAM.                            02620000
           PERFORM 001A-ADD-STEP-PARA.                                  02630000
           MOVE 'I' TO WS-ADD-DIRECTION.                                02640000
           MOVE 'DB2 TABLE CENSUS' TO WS-ADD-DATASET.                   02650000
           PERFORM 001B-ADD-USE-PARA.                                   02660000
           MOVE 'CENSUS.CURSOR.CONTROL' TO WS-ADD-DATASET.              02670000
           PERFORM 001B-ADD-USE-PARA.                                   02680000
           MOVE 'CENSUS.CURSOR.CKPT' TO WS-ADD-DATASET.                 02690000
           PERFORM 001B-ADD-USE-PARA.                                   02700000
           MOVE 'O' TO WS-ADD-DIRECTION.                                02710000
           MOVE 'CENSUS.CURSOR.CKPT' TO WS-ADD-DATASET.                 02720000
           PERFORM 001B-ADD-USE-PARA.                                   02730000
           MOVE 'STEP040' TO WS-ADD-NAME.                               02740000
           MOVE 'DB2UNLD' TO WS-ADD-PROGRAM.                            02750000
           PERFORM 001A-ADD-STEP-PARA.                                  02760000
           MOVE 'I' TO WS-ADD-DIRECTION.                                02770000
           MOVE 'DB2 TABLE CENSUS' TO WS-ADD-DATASET.                   02780000
           PERFORM 001B-ADD-USE-PARA.                                   02790000
           MOVE 'O' TO WS-ADD-DIRECTION.                                02800000
           MOVE 'CENSUS.EXTRACT.FULL' TO WS-ADD-DATASET.                02810000
           PERFORM 001B-ADD-USE-PARA.                                   02820000
           MOVE 'N' TO WS-ADD-REGISTERED.                               02830000
           MOVE 'STEP070' TO WS-ADD-NAME.                               02840000
           MOVE 'CENSALRT' TO WS-ADD-PROGRAM.                           02850000
           PERFORM 001A-ADD-STEP-PARA.                                  02860000
           MOVE 'STEP075' TO WS-ADD-NAME.                               02862500
           MOVE 'CENSREJR' TO WS-ADD-PROGRAM.                           02865000
           PERFORM 001A-ADD-STEP-PARA.                                  02867500
           MOVE 'STEP080' TO WS-ADD-NAME.                               02870000
           MOVE 'CENSBAL' TO WS-ADD-PROGRAM.                            02880000
           PERFORM 001A-ADD-STEP-PARA.                                  02890000
           MOVE 'STEP090' TO WS-ADD-NAME.                               02900000
           MOVE 'CENSMANI' TO WS-ADD-PROGRAM.                           02910000
           PERFORM 001A-ADD-STEP-PARA.                                  02920000
           MOVE 'STEP095' TO WS-ADD-NAME.                               02930000
           MOVE 'IEBGENER' TO WS-ADD-PROGRAM.                           02940000
           PERFORM 001A-ADD-STEP-PARA.                                  02950000
      * ONE LOAD JOB PER PARTITION, CENSLDPN - STEP010 LOADS PARTITION  02950180
      * N OF THE FEED UNDER ITS OWN CHECKPOINT, REGISTERED AS DB2OPERN  02950360
       001C-ADD-PARTITION-PARA.                                         02950540
           MOVE SPACES TO WS-ADD-JOB WS-ADD-PROGRAM.                    02950720
           STRING 'CENSLDP' WS-PART-IDX DELIMITED BY SIZE               02950900
               INTO WS-ADD-JOB.                                         02951080
           STRING 'DB2OPER' WS-PART-IDX DELIMITED BY SIZE               02951260
               INTO WS-ADD-PROGRAM.                                     02951440
           MOVE 'STEP010' TO WS-ADD-NAME.                               02951620
           MOVE 'Y' TO WS-ADD-REGISTERED.                               02951800
           PERFORM 001A-ADD-STEP-PARA.                                  02951980
           MOVE 'I' TO WS-ADD-DIRECTION.                                02952160
           MOVE SPACES TO WS-ADD-DATASET.                               02952340
           STRING 'CENSUS.TRANS.PART' WS-PART-IDX DELIMITED BY SIZE     02952520
               INTO WS-ADD-DATASET.                                     02952700
           PERFORM 001B-ADD-USE-PARA.                                   02952880
           MOVE SPACES TO WS-ADD-DATASET.                               02953060
           STRING 'CENSUS.LOAD.CKPT.P' WS-PART-IDX DELIMITED BY SIZE    02953240
               INTO WS-ADD-DATASET.                                     02953420
           PERFORM 001B-ADD-USE-PARA.                                   02953600
           MOVE 'CENSUS.TRANS.SOURCE' TO WS-ADD-DATASET.                02953780
           PERFORM 001B-ADD-USE-PARA.                                   02953960
           MOVE 'O' TO WS-ADD-DIRECTION.                                02954140
           MOVE 'DB2 TABLE CENSUS' TO WS-ADD-DATASET.                   02954320
           PERFORM 001B-ADD-USE-PARA.                                   02954500
           MOVE SPACES TO WS-ADD-DATASET.                               02954680
           STRING 'CENSUS.LOAD.CKPT.P' WS-PART-IDX DELIMITED BY SIZE    02954860
               INTO WS-ADD-DATASET.                                     02955040
           PERFORM 001B-ADD-USE-PARA.                                   02955220
           MOVE SPACES TO WS-ADD-DATASET.                               02955400
           STRING 'CENSUS.DISP.PART' WS-PART-IDX DELIMITED BY SIZE      02955580
               INTO WS-ADD-DATASET.                                     02955760
           PERFORM 001B-ADD-USE-PARA.                                   02955940
           MOVE SPACES TO WS-ADD-DATASET.                               02956120
           STRING 'CENSUS.LOADRPT.PART' WS-PART-IDX DELIMITED BY SIZE   02956300
               INTO WS-ADD-DATASET.                                     02956480
           PERFORM 001B-ADD-USE-PARA.                                   02956660
      * THE SPLIT WRITES EVERY PARTITION'S SLICE OF THE FEED            02956840
       001D-ADD-PART-OUT-PARA.                                          02957020
           MOVE SPACES TO WS-ADD-DATASET.                               02957200
           STRING 'CENSUS.TRANS.PART' WS-PART-IDX DELIMITED BY SIZE     02957380
               INTO WS-ADD-DATASET.                                     02957560
           PERFORM 001B-ADD-USE-PARA.                                   02957740
      * THE MERGE READS EVERY PARTITION'S DISPOSITIONS AND SUMMARY      02957920
       001E-ADD-MERGE-IN-PARA.                                          02958100
           MOVE SPACES TO WS-ADD-DATASET.                               02958280
           STRING 'CENSUS.DISP.PART' WS-PART-IDX DELIMITED BY SIZE      02958460
               INTO WS-ADD-DATASET.                                     02958640
           PERFORM 001B-ADD-USE-PARA.                                   02958820
           MOVE SPACES TO WS-ADD-DATASET.                               02959000
           STRING 'CENSUS.LOADRPT.PART' WS-PART-IDX DELIMITED BY SIZE   02959180
               INTO WS-ADD-DATASET.                                     02959360
           PERFORM 001B-ADD-USE-PARA.                                   02959540
       001A-ADD-STEP-PARA.                                              02960000
           IF WS-STP-COUNT < WS-STP-MAX                                 02970000
               ADD 1 TO WS-STP-COUNT                                    02980000
               MOVE WS-ADD-JOB TO WS-STP-JOB (WS-STP-COUNT)             02985000
               MOVE WS-ADD-NAME TO WS-STP-NAME (WS-STP-COUNT)           02990000
               MOVE WS-ADD-PROGRAM TO WS-STP-PROGRAM (WS-STP-COUNT)     03000000
               MOVE WS-ADD-REGISTERED                                   03010000
                   TO WS-STP-REGISTERED (WS-STP-COUNT)                  03020000
               MOVE 'N' TO WS-STP-RAN (WS-STP-COUNT)                    03030000
               MOVE 'N' TO WS-STP-OPEN (WS-STP-COUNT)                   03040000
               MOVE 'N' TO WS-STP-HAVE-END (WS-STP-COUNT)               03050000
               MOVE ZERO TO WS-STP-LAST-RC (WS-STP-COUNT)               03060000
               MOVE 'N' TO WS-STP-COMPLETE (WS-STP-COUNT)               03070000
               MOVE 'N' TO WS-STP-MARKED (WS-STP-COUNT)                 03080000
               MOVE 'N' TO WS-STP-UNSAFE (WS-STP-COUNT)                 03090000
               IF WS-ADD-REGISTERED = 'Y'                               03100000
                   MOVE WS-STP-COUNT TO WS-LAST-REG-IDX                 03110000
               END-IF                                                   03120000
           END-IF.                                                      03130000
       001B-ADD-USE-PARA.                                               03140000
           IF WS-USE-COUNT < WS-USE-MAX                                 03150000
               ADD 1 TO WS-USE-COUNT                                    03160000
               MOVE WS-STP-COUNT TO WS-USE-STEP (WS-USE-COUNT)          03170000
               MOVE WS-ADD-DIRECTION                                    03180000
                   TO WS-USE-DIRECTION (WS-USE-COUNT)                   03190000
               MOVE WS-ADD-DATASET TO WS-USE-DATASET (WS-USE-COUNT)     03200000
           END-IF.                                                      03210000
      * TONIGHT'S ENTRIES, READ BY THE DATE KEY - EACH STEP'S IN THE    03216600
      * ORDER THEY WERE WRITTEN (THE EVENT SEQUENCE). A STEP IS         03223200
      * COMPLETE ONCE IT HAS A CLEAN END - THE SAME TEST RUNCTPRC USES  03230000
      * TO REFUSE A DOUBLE RUN. A START NOT YET FOLLOWED BY AN END IS   03240000
      * A RUN THAT NEVER FINISHED.                                      03250000
       002-READ-REGISTRY-PARA.                                          03260000
           OPEN INPUT RUN-CONTROL-FILE.                                 03270000
           IF WS-RUNCTL-STATUS NOT = '00'                               03280000
               DISPLAY 'ERROR/OPEN/RUN-CONTROL-FILE'                    03290000
               DISPLAY 'FILE STATUS:' WS-RUNCTL-STATUS                  03300000
               MOVE 16 TO RETURN-CODE                                   03310000
               STOP RUN                                                 03320000
           END-IF.                                                      03330000
           MOVE WS-RUN-DATE TO RC-BUS-DATE.                             03331600
           START RUN-CONTROL-FILE KEY IS = RC-BUS-DATE                  03333200
               INVALID KEY                                              03334800
                   SET REG-EOF-Y TO TRUE                                03336400
           END-START.                                                   03338000
           PERFORM 002A-READ-ONE-PARA UNTIL REG-EOF-Y.                  03340000
           CLOSE RUN-CONTROL-FILE.                                      03350000
       002A-READ-ONE-PARA.                                              03360000
           READ RUN-CONTROL-FILE NEXT RECORD                            03370000
               AT END                                                   03380000
                   SET REG-EOF-Y TO TRUE                                03390000
               NOT AT END                                               03400000
                   IF RC-BUS-DATE NOT = WS-RUN-DATE                     03405000
                       SET REG-EOF-Y TO TRUE                            03410000
                   ELSE                                                 03415000
                       PERFORM 002B-POST-ENTRY-PARA                     03420000
                   END-IF                                               03430000
           END-READ.                                                    03440000
       002B-POST-ENTRY-PARA.                                            03450000
           MOVE ZERO TO WS-STP-FOUND.                                   03460000
           PERFORM 002C-FIND-STEP-PARA                                  03470000
               VARYING WS-STP-IDX FROM 1 BY 1                           03480000
               UNTIL WS-STP-IDX > WS-STP-COUNT                          03490000
                  OR WS-STP-FOUND > ZERO.                               03500000
           IF WS-STP-FOUND > ZERO                                       03510000
               ADD 1 TO WS-ENTRY-COUNT                                  03520000
               EVALUATE RC-EVENT                                        03530000
                   WHEN 'START'                                         03540000
                       MOVE 'Y' TO WS-STP-RAN (WS-STP-FOUND)            03550000
                       MOVE 'Y' TO WS-STP-OPEN (WS-STP-FOUND)           03560000
                       SET ANY-RAN-Y TO TRUE                            03570000
                   WHEN 'END'                                           03580000
                       MOVE 'Y' TO WS-STP-RAN (WS-STP-FOUND)            03590000
                       MOVE 'N' TO WS-STP-OPEN (WS-STP-FOUND)           03600000
                       MOVE 'Y' TO WS-STP-HAVE-END (WS-STP-FOUND)       03610000
                       MOVE RC-RETURN-CODE                              03620000
                           TO WS-STP-LAST-RC (WS-STP-FOUND)             03630000
                       IF RC-RETURN-CODE NOT > 04                       03640000
                           MOVE 'Y' TO WS-STP-COMPLETE (WS-STP-FOUND)   03650000
                       END-IF                                           03660000
                       SET ANY-RAN-Y TO TRUE                            03670000
                   WHEN 'SKIP'                                          03680000
                       MOVE 'Y' TO WS-STP-MARKED (WS-STP-FOUND)         03690000
                   WHEN OTHER                                           03700000
                       CONTINUE                                         03710000
               END-EVALUATE                                             03720000
           END-IF.                                                      03730000
       002C-FIND-STEP-PARA.                                             03740000
           IF WS-STP-REGISTERED (WS-STP-IDX) = 'Y'                      03750000
            AND WS-STP-PROGRAM (WS-STP-IDX) = RC-PROGRAM                03760000
               MOVE WS-STP-IDX TO WS-STP-FOUND                          03770000
           END-IF.                                                      03780000
      * THE FIRST REGISTERED STEP NOT COMPLETE IS WHERE THE STREAM      03790000
      * PICKS UP. NOTHING RAN TONIGHT - FROM THE TOP; EVERYTHING        03800000
      * REGISTERED COMPLETE - THE STEP AFTER THE LAST REGISTERED ONE.   03810000
       003-FIND-RESTART-PARA.                                           03820000
           MOVE ZERO TO WS-RESTART-IDX.                                 03830000
           IF NOT ANY-RAN-Y                                             03840000
               MOVE 1 TO WS-RESTART-IDX                                 03850000
           ELSE                                                         03860000
               PERFORM 003A-CHECK-ONE-PARA                              03870000
                   VARYING WS-STP-IDX FROM 1 BY 1                       03880000
                   UNTIL WS-STP-IDX > WS-STP-COUNT                      03890000
                      OR WS-RESTART-IDX > ZERO                          03900000
               IF WS-RESTART-IDX = ZERO                                 03910000
                   COMPUTE WS-RESTART-IDX = WS-LAST-REG-IDX + 1         03920000
                   IF WS-RESTART-IDX > WS-STP-COUNT                     03930000
                       MOVE WS-STP-COUNT TO WS-RESTART-IDX              03940000
                   END-IF                                               03950000
               END-IF                                                   03960000
           END-IF.                                                      03970000
       003A-CHECK-ONE-PARA.                                             03980000
           IF WS-STP-REGISTERED (WS-STP-IDX) = 'Y'                      03990000
            AND WS-STP-COMPLETE (WS-STP-IDX) = 'N'                      04000000
               MOVE WS-STP-IDX TO WS-RESTART-IDX                        04010000
           END-IF.                                                      04020000
      * ONE PLAN LINE PER STEP, THEN ONE NOTE LINE PER INPUT A LATER    04030000
      * STEP HAS ALREADY CHANGED UNDER A STEP THAT MUST RERUN           04040000
       004-PRINT-STEP-PARA.                                             04050000
           IF WS-STP-IDX = 1                                            04051100
               PERFORM 004C-PRINT-JOB-PARA                              04052200
           ELSE                                                         04053300
               IF WS-STP-JOB (WS-STP-IDX)                               04054400
                   NOT = WS-STP-JOB (WS-STP-IDX - 1)                    04055500
                   PERFORM 004C-PRINT-JOB-PARA                          04056600
               END-IF                                                   04057700
           END-IF.                                                      04058800
           MOVE SPACES TO PLN-REGISTRY PLN-ACTION PLN-NOTE.             04060000
           MOVE WS-STP-NAME (WS-STP-IDX) TO PLN-STEP.                   04070000
           MOVE WS-STP-PROGRAM (WS-STP-IDX) TO PLN-PROGRAM.             04080000
           IF WS-STP-REGISTERED (WS-STP-IDX) = 'N'                      04090000
               MOVE 'NOT REGISTERED' TO PLN-REGISTRY                    04100000
               IF WS-STP-IDX < WS-RESTART-IDX                           04110000
                   MOVE 'BYPASSED BY RESTART' TO PLN-ACTION             04120000
               ELSE                                                     04130000
                   MOVE 'RUNS AS COND DIRECTS' TO PLN-ACTION            04140000
               END-IF                                                   04150000
           ELSE                                                         04160000
               IF WS-STP-HAVE-END (WS-STP-IDX) = 'Y'                    04170000
                   MOVE WS-STP-LAST-RC (WS-STP-IDX) TO WS-RC-EDIT       04180000
                   STRING 'END RC ' WS-RC-EDIT                          04190000
                          DELIMITED BY SIZE INTO PLN-REGISTRY           04200000
                   END-STRING                                           04210000
               ELSE                                                     04220000
                   IF WS-STP-RAN (WS-STP-IDX) = 'Y'                     04230000
                       MOVE 'START, NO END' TO PLN-REGISTRY             04240000
                   ELSE                                                 04250000
                       MOVE 'NO ENTRY' TO PLN-REGISTRY                  04260000
                   END-IF                                               04270000
               END-IF                                                   04280000
               IF WS-STP-OPEN (WS-STP-IDX) = 'Y'                        04290000
                   MOVE 'LAST RUN NEVER ENDED - ABEND' TO PLN-NOTE      04300000
               END-IF                                                   04310000
               IF WS-STP-COMPLETE (WS-STP-IDX) = 'Y'                    04320000
                   MOVE 'SKIPPED AS SUCCESSFUL' TO PLN-ACTION           04330000
               ELSE                                                     04340000
                   IF WS-STP-IDX = WS-RESTART-IDX                       04350000
                       MOVE 'RESTART HERE - RERUN' TO PLN-ACTION        04360000
                   ELSE                                                 04370000
                       MOVE 'RERUN' TO PLN-ACTION                       04380000
                   END-IF                                               04390000
                   ADD 1 TO WS-RERUN-COUNT                              04400000
               END-IF                                                   04410000
           END-IF.                                                      04420000
           IF WS-STP-IDX = WS-RESTART-IDX                               04430000
            AND WS-STP-REGISTERED (WS-STP-IDX) = 'N'                    04440000
               MOVE 'RESTART HERE' TO PLN-ACTION                        04450000
           END-IF.                                                      04460000
           MOVE WS-PLAN-LINE TO RPT-DETAIL-STAGE.                       04470000
           PERFORM RPT-PUT-PARA.                                        04480000
           IF WS-STP-REGISTERED (WS-STP-IDX) = 'Y'                      04490000
            AND WS-STP-COMPLETE (WS-STP-IDX) = 'N'                      04500000
               PERFORM 004A-CHECK-INPUT-PARA                            04510000
                   VARYING WS-USE-IDX FROM 1 BY 1                       04520000
                   UNTIL WS-USE-IDX > WS-USE-COUNT                      04530000
           END-IF.                                                      04540000
       004A-CHECK-INPUT-PARA.                                           04550000
           IF WS-USE-STEP (WS-USE-IDX) = WS-STP-IDX                     04560000
            AND WS-USE-DIRECTION (WS-USE-IDX) = 'I'                     04570000
               PERFORM 004B-CHECK-WRITER-PARA                           04580000
                   VARYING WS-USE-IDX2 FROM 1 BY 1                      04590000
                   UNTIL WS-USE-IDX2 > WS-USE-COUNT                     04600000
           END-IF.                                                      04610000
      * A WRITER LATER IN THE STREAM THAT HAS ALREADY RUN TONIGHT -     04620000
      * THE STEP'S OWN OUTPUTS DO NOT COUNT                             04630000
       004B-CHECK-WRITER-PARA.                                          04640000
           IF WS-USE-DIRECTION (WS-USE-IDX2) = 'O'                      04650000
            AND WS-USE-STEP (WS-USE-IDX2) > WS-STP-IDX                  04660000
            AND WS-USE-DATASET (WS-USE-IDX2)                            04670000
                = WS-USE-DATASET (WS-USE-IDX)                           04680000
               MOVE WS-USE-STEP (WS-USE-IDX2) TO WS-WRITER-IDX          04690000
               IF WS-STP-RAN (WS-WRITER-IDX) = 'Y'                      04700000
                   MOVE 'Y' TO WS-STP-UNSAFE (WS-STP-IDX)               04710000
                   ADD 1 TO WS-UNSAFE-COUNT                             04720000
                   MOVE SPACES TO WS-PLAN-LINE                          04730000
                   MOVE 'NOT SAFELY RESTARTABLE' TO PLN-ACTION          04740000
                   STRING WS-USE-DATASET (WS-USE-IDX)                   04750000
                              DELIMITED BY '  '                         04760000
                          ' CHANGED BY ' DELIMITED BY SIZE              04770000
                          WS-STP-NAME (WS-WRITER-IDX)                   04780000
                              DELIMITED BY SPACE                        04790000
                          INTO PLN-NOTE                                 04800000
                   END-STRING                                           04810000
                   MOVE WS-PLAN-LINE TO RPT-DETAIL-STAGE                04820000
                   PERFORM RPT-PUT-PARA                                 04830000
               END-IF                                                   04840000
           END-IF.                                                      04850000
      * A SUB-HEADING OVER EACH JOB'S STEPS                             04852200
       004C-PRINT-JOB-PARA.                                             04854400
           MOVE SPACES TO RPT-DETAIL-STAGE.                             04856600
           PERFORM RPT-PUT-PARA.                                        04858800
           MOVE WS-STP-JOB (WS-STP-IDX) TO JBL-JOB.                     04861000
           MOVE WS-JOB-LINE TO RPT-DETAIL-STAGE.                        04863200
           PERFORM RPT-PUT-PARA.                                        04865400
      * RESTART=STEPNNN FOR THE STATEMENT OF THE JOB HOLDING THE STEP   04867600
       005-WRITE-CARD-PARA.                                             04870000
           STRING 'RESTART=' DELIMITED BY SIZE                          04880000
                  WS-STP-NAME (WS-RESTART-IDX) DELIMITED BY SPACE       04890000
                  INTO WS-CARD-TEXT                                     04900000
           END-STRING.                                                  04910000
           OPEN OUTPUT RESTART-CARD-FILE.                               04920000
           IF WS-CARD-STATUS NOT = '00'                                 04930000
               DISPLAY 'ERROR/OPEN/RESTART-CARD-FILE'                   04940000
               DISPLAY 'FILE STATUS:' WS-CARD-STATUS                    04950000
               MOVE 16 TO RETURN-CODE                                   04960000
           ELSE                                                         04970000
               MOVE WS-CARD-TEXT TO RSC-TEXT                            04980000
               WRITE RESTART-CARD-REC                                   04990000
               CLOSE RESTART-CARD-FILE                                  05000000
           END-IF.                                                      05010000
      * A SKIP ENTRY FOR EVERY COMPLETE STEP NOT ALREADY MARKED, SO A   05020000
      * SECOND PLANNING RUN ADDS NOTHING. THE ENTRY CARRIES RC 0.       05030000
       006-MARK-COMPLETE-PARA.                                          05040000
           IF WS-STP-COMPLETE (WS-STP-IDX) = 'Y'                        05050000
            AND WS-STP-MARKED (WS-STP-IDX) = 'N'                        05060000
               MOVE WS-STP-PROGRAM (WS-STP-IDX) TO WS-RUNCTL-PROGRAM    05070000
               MOVE 'SKIP' TO WS-RUNCTL-EVENT                           05080000
               MOVE ZERO TO WS-RUNCTL-COUNT                             05090000
               IF RETURN-CODE = ZERO                                    05100000
                   PERFORM RUNCTL-PUT-PARA                              05110000
                   MOVE 'Y' TO WS-STP-MARKED (WS-STP-IDX)               05120000
                   ADD 1 TO WS-SKIP-WRITTEN                             05130000
               END-IF                                                   05140000
           END-IF.                                                      05150000
      * WHAT THE OPERATOR DOES NEXT, UNDER THE STEP LINES               05160000
       007-PRINT-SUMMARY-PARA.                                          05170000
           MOVE SPACES TO RPT-DETAIL-STAGE.                             05180000
           PERFORM RPT-PUT-PARA.                                        05190000
           MOVE SPACES TO WS-MESSAGE-LINE.                              05200000
           IF NOT ANY-RAN-Y                                             05210000
               STRING 'NO REGISTERED STEP RAN FOR BUSINESS DATE '       05220000
                      WS-RUN-DATE ' - RUN THE STREAM FROM THE TOP'      05230000
                      DELIMITED BY SIZE INTO WS-MESSAGE-LINE            05240000
               END-STRING                                               05250000
               PERFORM 007A-PUT-MESSAGE-PARA                            05260000
           END-IF.                                                      05270000
           IF ANY-RAN-Y AND WS-RERUN-COUNT = ZERO                       05280000
               STRING 'EVERY REGISTERED STEP IS COMPLETE FOR '          05290000
                      WS-RUN-DATE ' - ONLY THE CLOSING STEPS REMAIN'    05300000
                      DELIMITED BY SIZE INTO WS-MESSAGE-LINE            05310000
               END-STRING                                               05320000
               PERFORM 007A-PUT-MESSAGE-PARA                            05330000
           END-IF.                                                      05340000
           STRING 'RESTART CARD: ' DELIMITED BY SIZE                    05350000
                  WS-CARD-TEXT DELIMITED BY SPACE                       05360000
                  ' - ADD TO THE ' DELIMITED BY SIZE                    05367500
                  WS-STP-JOB (WS-RESTART-IDX) DELIMITED BY SPACE        05375000
                  ' JOB STATEMENT' DELIMITED BY SIZE                    05382500
                  INTO WS-MESSAGE-LINE                                  05390000
           END-STRING.                                                  05400000
           PERFORM 007A-PUT-MESSAGE-PARA.                               05410000
           PERFORM 007B-LATER-JOB-PARA                                  05412500
               VARYING WS-STP-IDX FROM WS-RESTART-IDX BY 1              05415000
               UNTIL WS-STP-IDX > WS-STP-COUNT.                         05417500
           IF WS-UNSAFE-COUNT > ZERO                                    05420000
               STRING 'DO NOT RELEASE - ' WS-UNSAFE-COUNT               05430000
                      ' INPUT(S) ALREADY CHANGED BY LATER STEPS -'      05440000
                      ' RESTORE THEM FIRST'                             05450000
                      DELIMITED BY SIZE INTO WS-MESSAGE-LINE            05460000
               END-STRING                                               05470000
               PERFORM 007A-PUT-MESSAGE-PARA                            05480000
           END-IF.                                                      05490000
      * EACH LATER JOB - ON ITS FIRST STEP - WITH A STEP STILL TO RUN.  05490350
      * ITS COMPLETED STEPS PASS AS SKIPPED WHEN IT IS RELEASED.        05490700
       007B-LATER-JOB-PARA.                                             05491050
           MOVE 'N' TO WS-JOB-PENDING.                                  05491133
           IF WS-STP-IDX > WS-RESTART-IDX                               05491216
               IF WS-STP-JOB (WS-STP-IDX)                               05491299
                   NOT = WS-STP-JOB (WS-RESTART-IDX)                    05491382
                AND WS-STP-JOB (WS-STP-IDX)                             05491465
                   NOT = WS-STP-JOB (WS-STP-IDX - 1)                    05491548
                   PERFORM 007C-CHECK-JOB-STEP-PARA                     05491631
                       VARYING WS-STP-FOUND FROM WS-STP-IDX BY 1        05491714
                       UNTIL WS-STP-FOUND > WS-STP-COUNT                05491797
                          OR WS-STP-JOB (WS-STP-FOUND)                  05491880
                             NOT = WS-STP-JOB (WS-STP-IDX)              05491963
               END-IF                                                   05492046
           END-IF.                                                      05492129
           IF JOB-PENDING-Y                                             05492212
               STRING 'THEN RELEASE ' WS-STP-JOB (WS-STP-IDX)           05492295
                      ' FROM THE TOP' DELIMITED BY SIZE                 05492378
                      INTO WS-MESSAGE-LINE                              05492461
               END-STRING                                               05492544
               PERFORM 007A-PUT-MESSAGE-PARA                            05492627
           END-IF.                                                      05492710
      * A STEP STILL TO RUN - REGISTERED AND NOT COMPLETE, OR ONE THAT  05497350
      * DOES NOT REGISTER AND SO ALWAYS RUNS                            05497700
       007C-CHECK-JOB-STEP-PARA.                                        05498050
           IF WS-STP-REGISTERED (WS-STP-FOUND) = 'N'                    05498400
            OR WS-STP-COMPLETE (WS-STP-FOUND) = 'N'                     05498750
               SET JOB-PENDING-Y TO TRUE                                05499100
           END-IF.                                                      05499450
       007A-PUT-MESSAGE-PARA.                                           05500000
           MOVE WS-MESSAGE-LINE TO RPT-DETAIL-STAGE.                    05510000
           PERFORM RPT-PUT-PARA.                                        05520000
           DISPLAY 'CENSRSTP ' WS-MESSAGE-LINE (1:100).                 05530000
           MOVE SPACES TO WS-MESSAGE-LINE.                              05540000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         05550000
           COPY RPTHDPRC.                                               05560000
      * SHARED RUN-CONTROL PARAGRAPHS - SEE RUNCTPRC.CPY.               05570000
           COPY RUNCTPRC.                                               05580000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     05590000
           COPY BUSDTPRC.                                               05600000
