      *MORNING SHIFT-HANDOVER REPORT OFF THE HANDOVER LOG (HANDOVER.CPY,00010000
      *CENSUS.HANDOVER). THE NIGHT OPERATORS RECORD ON AB64 WHAT THEY   00020000
      *DID ABOUT A STEP OR AN ALERT; THIS PRINTS, FOR THE SAME BUSINESS 00030000
      *DATE RUNCRPT REPORTS, EVERY NOTE MADE THAT NIGHT IN THE ORDER IT 00040000
      *WAS MADE, THEN EVERY NOTE STILL OPEN FROM AN EARLIER NIGHT, SO   00050000
      *THE DAY SHIFT STARTS FROM ONE PAGE RATHER THAN A PHONE CALL.     00060000
      *THE REPORT DATE COMES FROM AN OPTIONAL DATECARD RECORD           00070000
      *(YYYYMMDD); WITH NO CARD THE LATEST BUSINESS DATE IN THE         00080000
      *RUN-CONTROL REGISTRY IS REPORTED. RC 4 = OPEN ITEMS REMAIN.      00090000
       IDENTIFICATION DIVISION.                                         00100000
       PROGRAM-ID. HANDRPT.                                             00110000
       ENVIRONMENT DIVISION.                                            00120000
          INPUT-OUTPUT SECTION.                                         00130000
          FILE-CONTROL.                                                 00140000
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD                   00150000
           ORGANIZATION IS INDEXED                                      00160000
           ACCESS MODE IS DYNAMIC                                       00170000
           RECORD KEY IS RC-KEY                                         00180000
           FILE STATUS WS-RUNCTL-STATUS.                                00190000
           SELECT HANDOVER-FILE ASSIGN TO HANDOVDD                      00200000
           ORGANIZATION IS INDEXED                                      00210000
           ACCESS MODE IS DYNAMIC                                       00220000
           RECORD KEY IS HO-KEY                                         00230000
           FILE STATUS WS-HANDOV-STATUS.                                00240000
           SELECT OPTIONAL DATE-CARD-FILE ASSIGN TO DATECARD            00250000
           ORGANIZATION IS SEQUENTIAL                                   00260000
           FILE STATUS WS-CARD-STATUS.                                  00270000
           SELECT HANDOVER-RPT-FILE ASSIGN TO HANDRPT                   00280000
           ORGANIZATION IS SEQUENTIAL                                   00290000
           FILE STATUS WS-RPT-STATUS.                                   00300000
       DATA DIVISION.                                                   00310000
          FILE SECTION.                                                 00320000
          FD  RUN-CONTROL-FILE.                                         00330000
          COPY RUNCTL.                                                  00340000
          FD  HANDOVER-FILE.                                            00350000
          COPY HANDOVER.                                                00360000
          FD  DATE-CARD-FILE.                                           00370000
          01  DATE-CARD-REC.                                            00380000
             05 CARD-BUS-DATE        PIC X(8).                          00390000
          FD  HANDOVER-RPT-FILE                                         00400000
              RECORD CONTAINS 110 CHARACTERS.                           00410000
          01  RPT-PRINT-REC           PIC X(110).                       00420000
       WORKING-STORAGE SECTION.                                         00430000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00440000
           COPY RUNDATE.                                                00450000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                00460000
           COPY RPTHDG.                                                 00470000
          77 WS-RUNCTL-STATUS PIC X(2).                                 00480000
          77 WS-HANDOV-STATUS PIC X(2).                                 00490000
          77 WS-CARD-STATUS PIC X(2).                                   00500000
          77 WS-RPT-STATUS PIC X(2).                                    00510000
          01 WS-REG-EOF PIC X(01) VALUE 'N'.                            00520000
             88 REG-EOF-Y VALUE 'Y'.                                    00530000
          01 WS-LOG-EOF PIC X(01) VALUE 'N'.                            00540000
             88 LOG-EOF-Y VALUE 'Y'.                                    00550000
          77 WS-REPORT-DATE PIC X(8) VALUE SPACES.                      00560000
          77 WS-NIGHT-COUNT PIC 9(5) VALUE ZERO.                        00570000
          77 WS-NIGHT-OPEN PIC 9(5) VALUE ZERO.                         00580000
          77 WS-NIGHT-RESOLVED PIC 9(5) VALUE ZERO.                     00590000
          77 WS-CARRIED-COUNT PIC 9(5) VALUE ZERO.                      00600000
          77 WS-OPEN-TOTAL PIC 9(5) VALUE ZERO.                         00610000
          01 WS-RPT-SECTION-LINE.                                       00620000
             05 RPT-SEC-TEXT         PIC X(46).                         00630000
             05 RPT-SEC-DATE         PIC X(8).                          00640000
          01 WS-RPT-DETAIL-LINE.                                        00650000
             05 RPT-DET-DATE         PIC X(8).                          00660000
             05 FILLER               PIC X(1) VALUE SPACES.             00670000
             05 RPT-DET-TIME         PIC X(8).                          00680000
             05 FILLER               PIC X(1) VALUE SPACES.             00690000
             05 RPT-DET-OPERATOR     PIC X(8).                          00700000
             05 FILLER               PIC X(1) VALUE SPACES.             00710000
             05 RPT-DET-TYPE         PIC X(1).                          00720000
             05 FILLER               PIC X(1) VALUE SPACES.             00730000
             05 RPT-DET-REF          PIC X(8).                          00740000
             05 FILLER               PIC X(1) VALUE SPACES.             00750000
             05 RPT-DET-STATUS       PIC X(8).                          00760000
             05 FILLER               PIC X(1) VALUE SPACES.             00770000
             05 RPT-DET-NOTE         PIC X(60).                         00780000
      * SECOND NOTE LINE AND THE RESOLUTION PRINT UNDER THE ENTRY       00790000
          01 WS-RPT-CONT-LINE.                                          00800000
             05 FILLER               PIC X(18) VALUE SPACES.            00810000
             05 RPT-CON-BY           PIC X(28).                         00820000
             05 FILLER               PIC X(1) VALUE SPACES.             00830000
             05 RPT-CON-NOTE         PIC X(60).                         00840000
          01 WS-RESOLVED-BY-TEXT.                                       00850000
             05 FILLER               PIC X(3) VALUE 'BY '.              00860000
             05 RBT-OPERATOR         PIC X(8).                          00870000
             05 FILLER               PIC X(1) VALUE SPACES.             00880000
             05 RBT-DATE             PIC X(8).                          00890000
             05 FILLER               PIC X(1) VALUE SPACES.             00900000
             05 RBT-TIME             PIC X(5).                          00910000
          01 WS-RPT-COUNT-LINE.                                         00920000
             05 RPT-CNT-LABEL        PIC X(30).                         00930000
             05 RPT-CNT-VALUE        PIC ZZZZ9.                         00940000
       PROCEDURE DIVISION.                                              00950000
       MAIN-PARA.                                                       00960000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00970000
           ACCEPT WS-RUN-TIME FROM TIME                                 00980000
           MOVE 'SHIFT HANDOVER LOG' TO RPT-TITLE.                      00990000
           MOVE 'HANDRPT' TO RPT-PROGRAM-ID.                            01000000
           MOVE SPACES TO RPT-COLUMN-LINE.                              01010000
           MOVE 'BUS-DATE' TO RPT-COLUMN-LINE (1:8).                    01020000
           MOVE 'TIME' TO RPT-COLUMN-LINE (10:4).                       01030000
           MOVE 'OPERATOR' TO RPT-COLUMN-LINE (19:8).                   01040000
           MOVE 'T' TO RPT-COLUMN-LINE (28:1).                          01050000
           MOVE 'STEP/ALR' TO RPT-COLUMN-LINE (30:8).                   01060000
           MOVE 'STATUS' TO RPT-COLUMN-LINE (39:6).                     01070000
           MOVE 'NOTE' TO RPT-COLUMN-LINE (48:4).                       01080000
           PERFORM 000-READ-CARD-PARA.                                  01090000
           IF WS-REPORT-DATE = SPACES                                   01100000
               PERFORM 001-FIND-LATEST-PARA                             01110000
           END-IF.                                                      01120000
           IF RETURN-CODE < 16                                          01130000
               PERFORM 002-REPORT-PARA                                  01140000
           END-IF.                                                      01150000
           DISPLAY 'HANDRPT COMPLETE - BUS DATE ' WS-REPORT-DATE        01160000
               ' ENTRIES ' WS-NIGHT-COUNT ' OPEN ' WS-OPEN-TOTAL.       01170000
           IF WS-OPEN-TOTAL > ZERO AND RETURN-CODE < 4                  01180000
               MOVE 4 TO RETURN-CODE                                    01190000
           END-IF.                                                      01200000
           STOP RUN.                                                    01210000
      *OPTIONAL DATECARD OVERRIDES THE REPORT DATE                      01220000
       000-READ-CARD-PARA.                                              01230000
           OPEN INPUT DATE-CARD-FILE.                                   01240000
           IF WS-CARD-STATUS = '00'                                     01250000
               READ DATE-CARD-FILE                                      01260000
                   AT END                                               01270000
                       CONTINUE                                         01280000
                   NOT AT END                                           01290000
                       IF CARD-BUS-DATE NUMERIC                         01300000
                           MOVE CARD-BUS-DATE TO WS-REPORT-DATE         01310000
                       END-IF                                           01320000
               END-READ                                                 01330000
           END-IF.                                                      01340000
           CLOSE DATE-CARD-FILE.                                        01350000
      *THE LATEST BUSINESS DATE IN THE REGISTRY - RUNCRPT'S SCAN, ONE   01360000
      *ENTRY PER DATE, STARTING PAST THE REST OF EACH DATE'S ENTRIES    01370000
       001-FIND-LATEST-PARA.                                            01380000
           MOVE 'N' TO WS-REG-EOF.                                      01390000
           OPEN INPUT RUN-CONTROL-FILE.                                 01400000
           IF WS-RUNCTL-STATUS NOT = '00'                               01410000
               DISPLAY 'ERROR/OPEN/RUN-CONTROL-FILE'                    01420000
               DISPLAY 'FILE STATUS:' WS-RUNCTL-STATUS                  01430000
               MOVE 16 TO RETURN-CODE                                   01440000
               SET REG-EOF-Y TO TRUE                                    01450000
           ELSE                                                         01460000
               MOVE LOW-VALUES TO RC-KEY                                01470000
               START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-KEY       01480000
                   INVALID KEY                                          01490000
                       SET REG-EOF-Y TO TRUE                            01500000
               END-START                                                01510000
           END-IF.                                                      01520000
           PERFORM 001A-SCAN-DATE-PARA UNTIL REG-EOF-Y.                 01530000
           CLOSE RUN-CONTROL-FILE.                                      01540000
       001A-SCAN-DATE-PARA.                                             01550000
           READ RUN-CONTROL-FILE NEXT RECORD                            01560000
               AT END                                                   01570000
                   SET REG-EOF-Y TO TRUE                                01580000
               NOT AT END                                               01590000
                   MOVE RC-BUS-DATE TO WS-REPORT-DATE                   01600000
                   START RUN-CONTROL-FILE KEY IS > RC-BUS-DATE          01610000
                       INVALID KEY                                      01620000
                           SET REG-EOF-Y TO TRUE                        01630000
                   END-START                                            01640000
           END-READ.                                                    01650000
      *TWO SECTIONS OFF ONE OPEN OF THE LOG - THE NIGHT'S OWN ENTRIES   01660000
      *BY KEY, THEN A PASS FROM THE START OF THE LOG UP TO THE NIGHT    01670000
      *FOR THE OPEN NOTES IT CARRIES FORWARD                            01680000
       002-REPORT-PARA.                                                 01690000
           OPEN INPUT HANDOVER-FILE.                                    01700000
           IF WS-HANDOV-STATUS NOT = '00'                               01710000
               DISPLAY 'ERROR/OPEN/HANDOVER-FILE'                       01720000
               DISPLAY 'FILE STATUS:' WS-HANDOV-STATUS                  01730000
               MOVE 16 TO RETURN-CODE                                   01740000
           ELSE                                                         01750000
               OPEN OUTPUT HANDOVER-RPT-FILE                            01760000
               IF WS-RPT-STATUS NOT = '00'                              01770000
                   DISPLAY 'ERROR/OPEN/HANDOVER-RPT-FILE'               01780000
                   DISPLAY 'FILE STATUS:' WS-RPT-STATUS                 01790000
                   MOVE 16 TO RETURN-CODE                               01800000
               ELSE                                                     01810000
                   PERFORM 003-NIGHT-PARA                               01820000
                   PERFORM 004-CARRIED-PARA                             01830000
                   PERFORM 005-TOTALS-PARA                              01840000
                   CLOSE HANDOVER-RPT-FILE                              01850000
               END-IF                                                   01860000
               CLOSE HANDOVER-FILE                                      01870000
           END-IF.                                                      01880000
      *EVERY NOTE FILED UNDER THE REPORT DATE, OPEN OR RESOLVED         01890000
       003-NIGHT-PARA.                                                  01900000
           MOVE SPACES TO WS-RPT-SECTION-LINE.                          01910000
           MOVE 'HANDOVER NOTES FOR BUSINESS DATE' TO RPT-SEC-TEXT.     01920000
           MOVE WS-REPORT-DATE TO RPT-SEC-DATE.                         01930000
           MOVE WS-RPT-SECTION-LINE TO RPT-DETAIL-STAGE.                01940000
           PERFORM RPT-PUT-PARA.                                        01950000
           MOVE 'N' TO WS-LOG-EOF.                                      01960000
           MOVE WS-REPORT-DATE TO HO-BUS-DATE.                          01970000
           START HANDOVER-FILE KEY IS = HO-BUS-DATE                     01980000
               INVALID KEY                                              01990000
                   SET LOG-EOF-Y TO TRUE                                02000000
           END-START.                                                   02010000
           PERFORM 003A-NIGHT-ONE-PARA UNTIL LOG-EOF-Y.                 02020000
           IF WS-NIGHT-COUNT = ZERO                                     02030000
               MOVE 'NO HANDOVER NOTES FOR THIS DATE'                   02040000
                   TO RPT-DETAIL-STAGE                                  02050000
               PERFORM RPT-PUT-PARA                                     02060000
           END-IF.                                                      02070000
       003A-NIGHT-ONE-PARA.                                             02080000
           READ HANDOVER-FILE NEXT RECORD                               02090000
               AT END                                                   02100000
                   SET LOG-EOF-Y TO TRUE                                02110000
               NOT AT END                                               02120000
                   IF HO-BUS-DATE NOT = WS-REPORT-DATE                  02130000
                       SET LOG-EOF-Y TO TRUE                            02140000
                   ELSE                                                 02150000
                       ADD 1 TO WS-NIGHT-COUNT                          02160000
                       IF HO-OPEN                                       02170000
                           ADD 1 TO WS-NIGHT-OPEN                       02180000
                           ADD 1 TO WS-OPEN-TOTAL                       02190000
                       ELSE                                             02200000
                           ADD 1 TO WS-NIGHT-RESOLVED                   02210000
                       END-IF                                           02220000
                       PERFORM 006-PRINT-ENTRY-PARA                     02230000
                   END-IF                                               02240000
           END-READ.                                                    02250000
      *OPEN NOTES FROM EARLIER DATES, OLDEST FIRST. THE LOG IS KEYED    02260000
      *DATE FIRST, SO THE PASS STOPS AT THE REPORT DATE                 02270000
       004-CARRIED-PARA.                                                02280000
           MOVE SPACES TO RPT-DETAIL-STAGE.                             02290000
           PERFORM RPT-PUT-PARA.                                        02300000
           MOVE SPACES TO WS-RPT-SECTION-LINE.                          02310000
           MOVE 'OPEN NOTES CARRIED FORWARD FROM BEFORE'                02320000
               TO RPT-SEC-TEXT.                                         02330000
           MOVE WS-REPORT-DATE TO RPT-SEC-DATE.                         02340000
           MOVE WS-RPT-SECTION-LINE TO RPT-DETAIL-STAGE.                02350000
           PERFORM RPT-PUT-PARA.                                        02360000
           MOVE 'N' TO WS-LOG-EOF.                                      02370000
           MOVE LOW-VALUES TO HO-KEY.                                   02380000
           START HANDOVER-FILE KEY IS NOT LESS THAN HO-KEY              02390000
               INVALID KEY                                              02400000
                   SET LOG-EOF-Y TO TRUE                                02410000
           END-START.                                                   02420000
           PERFORM 004A-CARRIED-ONE-PARA UNTIL LOG-EOF-Y.               02430000
           IF WS-CARRIED-COUNT = ZERO                                   02440000
               MOVE 'NONE' TO RPT-DETAIL-STAGE                          02450000
               PERFORM RPT-PUT-PARA                                     02460000
           END-IF.                                                      02470000
       004A-CARRIED-ONE-PARA.                                           02480000
           READ HANDOVER-FILE NEXT RECORD                               02490000
               AT END                                                   02500000
                   SET LOG-EOF-Y TO TRUE                                02510000
               NOT AT END                                               02520000
                   IF HO-BUS-DATE NOT < WS-REPORT-DATE                  02530000
                       SET LOG-EOF-Y TO TRUE                            02540000
                   ELSE                                                 02550000
                       IF HO-OPEN                                       02560000
                           ADD 1 TO WS-CARRIED-COUNT                    02570000
                           ADD 1 TO WS-OPEN-TOTAL                       02580000
                           PERFORM 006-PRINT-ENTRY-PARA                 02590000
                       END-IF                                           02600000
                   END-IF                                               02610000
           END-READ.                                                    02620000
       005-TOTALS-PARA.                                                 02630000
           MOVE SPACES TO RPT-DETAIL-STAGE.                             02640000
           PERFORM RPT-PUT-PARA.                                        02650000
           MOVE 'NOTES FOR THE DATE' TO RPT-CNT-LABEL.                  02660000
           MOVE WS-NIGHT-COUNT TO RPT-CNT-VALUE.                        02670000
           MOVE WS-RPT-COUNT-LINE TO RPT-DETAIL-STAGE.                  02680000
           PERFORM RPT-PUT-PARA.                                        02690000
           MOVE '  RESOLVED' TO RPT-CNT-LABEL.                          02700000
           MOVE WS-NIGHT-RESOLVED TO RPT-CNT-VALUE.                     02710000
           MOVE WS-RPT-COUNT-LINE TO RPT-DETAIL-STAGE.                  02720000
           PERFORM RPT-PUT-PARA.                                        02730000
           MOVE '  STILL OPEN' TO RPT-CNT-LABEL.                        02740000
           MOVE WS-NIGHT-OPEN TO RPT-CNT-VALUE.                         02750000
           MOVE WS-RPT-COUNT-LINE TO RPT-DETAIL-STAGE.                  02760000
           PERFORM RPT-PUT-PARA.                                        02770000
           MOVE 'OPEN FROM EARLIER DATES' TO RPT-CNT-LABEL.             02780000
           MOVE WS-CARRIED-COUNT TO RPT-CNT-VALUE.                      02790000
           MOVE WS-RPT-COUNT-LINE TO RPT-DETAIL-STAGE.                  02800000
           PERFORM RPT-PUT-PARA.                                        02810000
           MOVE 'OPEN HANDOVER ITEMS ' TO RPT-TOT-LABEL.                02820000
           MOVE WS-OPEN-TOTAL TO RPT-TOT-COUNT.                         02830000
           PERFORM RPT-GRAND-TOTAL-PARA.                                02840000
      *ONE NOTE - THE ENTRY LINE, THE NOTE'S SECOND LINE IF USED, AND   02850000
      *WHO RESOLVED IT, WHEN AND HOW                                    02860000
       006-PRINT-ENTRY-PARA.                                            02870000
           MOVE SPACES TO WS-RPT-DETAIL-LINE.                           02880000
           MOVE HO-BUS-DATE TO RPT-DET-DATE.                            02890000
           STRING HO-ENTRY-TS (9:2) ':' HO-ENTRY-TS (11:2) ':'          02900000
                  HO-ENTRY-TS (13:2)                                    02910000
                  DELIMITED BY SIZE INTO RPT-DET-TIME                   02920000
           END-STRING.                                                  02930000
           MOVE HO-OPERATOR TO RPT-DET-OPERATOR.                        02940000
           MOVE HO-REF-TYPE TO RPT-DET-TYPE.                            02950000
           MOVE HO-REF-NAME TO RPT-DET-REF.                             02960000
           IF HO-OPEN                                                   02970000
               MOVE 'OPEN' TO RPT-DET-STATUS                            02980000
           ELSE                                                         02990000
               MOVE 'RESOLVED' TO RPT-DET-STATUS                        03000000
           END-IF.                                                      03010000
           MOVE HO-NOTE-LINE (1) TO RPT-DET-NOTE.                       03020000
           MOVE WS-RPT-DETAIL-LINE TO RPT-DETAIL-STAGE.                 03030000
           PERFORM RPT-PUT-PARA.                                        03040000
           IF HO-NOTE-LINE (2) NOT = SPACES                             03050000
               MOVE SPACES TO WS-RPT-CONT-LINE                          03060000
               MOVE HO-NOTE-LINE (2) TO RPT-CON-NOTE                    03070000
               MOVE WS-RPT-CONT-LINE TO RPT-DETAIL-STAGE                03080000
               PERFORM RPT-PUT-PARA                                     03090000
           END-IF.                                                      03100000
           IF HO-RESOLVED                                               03110000
               MOVE SPACES TO WS-RPT-CONT-LINE                          03120000
               MOVE HO-RESOLVED-BY TO RBT-OPERATOR                      03130000
               MOVE HO-RESOLVED-TS (1:8) TO RBT-DATE                    03140000
               STRING HO-RESOLVED-TS (9:2) ':' HO-RESOLVED-TS (11:2)    03150000
                      DELIMITED BY SIZE INTO RBT-TIME                   03160000
               END-STRING                                               03170000
               MOVE WS-RESOLVED-BY-TEXT TO RPT-CON-BY                   03180000
               MOVE HO-RESOLVE-NOTE TO RPT-CON-NOTE                     03190000
               MOVE WS-RPT-CONT-LINE TO RPT-DETAIL-STAGE                03200000
               PERFORM RPT-PUT-PARA                                     03210000
           END-IF.                                                      03220000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         03230000
           COPY RPTHDPRC.                                               03240000
