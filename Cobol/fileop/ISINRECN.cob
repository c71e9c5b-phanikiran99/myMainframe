      *CUSTODIAN RESPONSE RECONCILIATION FOR THE ISINFEED TRANSMISSION  00010000
      *SPECIAL SENDS THE CUSTODIAN THE GENERATED US ISINS ON ISINFEED   00020000
      *AND WE NEVER HEARD WHICH THEY ACCEPTED, REJECTED OR ALREADY HAD  00030000
      *UNDER ANOTHER CODE. THE CUSTODIAN NOW RETURNS A RESPONSE FILE    00040000
      *PER TRANSMISSION (RESPDD), EACH RECORD CARRYING THE DATE OF THE  00050000
      *TRANSMISSION IT ANSWERS. THIS STEP KEEPS A SENT REGISTER         00060000
      *(SENTDD - SEND DATE AND ISIN FOR EVERY TRANSMISSION NOT YET      00070000
      *ANSWERED) AND, ON EACH RUN:                                      00080000
      *  - MATCHES EVERY RESPONSE TO THE REGISTER ON DATE AND ISIN.     00090000
      *    A REJECTION SETS THE ISIN'S SECMAST STATUS TO R (LISTED WITH 00100000
      *    THE CUSTODIAN'S REASON); A LATER ACCEPTANCE PUTS IT BACK TO  00110000
      *    V; AN ISIN THEY HOLD UNDER ANOTHER CODE IS LISTED WITH       00120000
      *    THEIR CODE; AN ANSWER FOR AN ISIN WE NEVER SENT IS LISTED    00130000
      *  - LISTS EVERY ITEM OF AN ANSWERED TRANSMISSION THAT GOT NO     00140000
      *    ANSWER, THEN DROPS THE TRANSMISSION FROM THE REGISTER        00150000
      *  - RAISES A TRANSMISSION WITH NO RESPONSE AT ALL BY THIS RUN    00160000
      *    ONTO THE CENSUS.ALERTS FILE AND THE OPERATOR CONSOLE, THE    00170000
      *    CENSACK WAY, AND KEEPS IT ON THE REGISTER SO IT IS RAISED    00180000
      *    AGAIN EVERY RUN UNTIL THE RESPONSE ARRIVES                   00190000
      *  - ADDS TODAY'S ISINFEED TO THE REGISTER (A RERUN REPLACES THE  00200000
      *    DAY'S TRANSMISSION) AND EMPTIES THE RESPONSE FILE, WHICH HAS 00210000
      *    BEEN CONSUMED.                                               00220000
      *RC 8 = A TRANSMISSION HAS NO RESPONSE, RC 4 = REJECTIONS OR      00230000
      *OTHER EXCEPTIONS LISTED, RC 16 = A FILE WOULD NOT OPEN OR THE    00240000
      *REGISTER OUTGREW ITS TABLES; THE RESPONSE FILE IS THEN NOT       00241000
      *EMPTIED, SO THE RERUN READS THE SAME ANSWERS.                    00242000
       IDENTIFICATION DIVISION.                                         00250000
       PROGRAM-ID. ISINRECN.                                            00260000
       ENVIRONMENT DIVISION.                                            00270000
       CONFIGURATION SECTION.                                           00280000
       SPECIAL-NAMES.                                                   00290000
           CONSOLE IS OPERATOR-CONSOLE.                                 00300000
          INPUT-OUTPUT SECTION.                                         00310000
          FILE-CONTROL.                                                 00320000
      *THE SENT REGISTER - READ WHOLE, THEN REWRITTEN                   00330000
           SELECT SENT-REG-FILE ASSIGN TO SENTDD                        00340000
           ORGANIZATION IS SEQUENTIAL                                   00350000
           FILE STATUS WS-SENT-STATUS.                                  00360000
      *TODAY'S TRANSMISSION, JUST WRITTEN BY SPECIAL                    00370000
           SELECT ISIN-FEED-FILE ASSIGN TO ISINFEED                     00380000
           ORGANIZATION IS SEQUENTIAL                                   00390000
           FILE STATUS WS-FEED-STATUS.                                  00400000
      *THE CUSTODIAN'S RESPONSES - EMPTY OR ABSENT WHEN NONE ARRIVED    00410000
           SELECT OPTIONAL RESPONSE-FILE ASSIGN TO RESPDD               00420000
           ORGANIZATION IS SEQUENTIAL                                   00430000
           FILE STATUS WS-RESP-STATUS.                                  00440000
           SELECT SECMAST-FILE ASSIGN TO SECMSTDD                       00450000
           ORGANIZATION IS INDEXED                                      00460000
           ACCESS MODE IS RANDOM                                        00470000
           RECORD KEY IS SM-IDENTIFIER                                  00480000
           FILE STATUS WS-MAST-STATUS.                                  00490000
      *ALERTS RAISED FOR THE OPERATOR - APPENDED TO CENSUS.ALERTS IN    00500000
      *THE SAME SHAPE CENSALRT WRITES                                   00510000
           SELECT ALERT-FILE ASSIGN TO AS-ALERTDD                       00520000
           ORGANIZATION IS SEQUENTIAL                                   00530000
           FILE STATUS WS-ALERT-STATUS.                                 00540000
           SELECT RECON-RPT-FILE ASSIGN TO RECNRPT                      00550000
           ORGANIZATION IS SEQUENTIAL                                   00560000
           FILE STATUS WS-RPT-STATUS.                                   00570000
       DATA DIVISION.                                                   00580000
          FILE SECTION.                                                 00590000
          FD  SENT-REG-FILE.                                            00600000
          01  SENT-REG-REC.                                             00610000
             05 SRG-SEND-DATE        PIC X(8).                          00620000
             05 SRG-ISIN             PIC X(12).                         00630000
          FD  ISIN-FEED-FILE.                                           00640000
          01  ISIN-FEED-REC.                                            00650000
             05 FEED-ISIN            PIC X(12).                         00660000
      *A = ACCEPTED, R = REJECTED (RSP-REASON SAYS WHY), K = ALREADY    00670000
      *HELD UNDER RSP-OTHER-CODE                                        00680000
          FD  RESPONSE-FILE.                                            00690000
          01  RESPONSE-REC.                                             00700000
             05 RSP-SEND-DATE        PIC X(8).                          00710000
             05 FILLER               PIC X(1).                          00720000
             05 RSP-ISIN             PIC X(12).                         00730000
             05 FILLER               PIC X(1).                          00740000
             05 RSP-CODE             PIC X(1).                          00750000
                88 RSP-ACCEPTED      VALUE 'A'.                         00760000
                88 RSP-REJECTED      VALUE 'R'.                         00770000
                88 RSP-KNOWN         VALUE 'K'.                         00780000
             05 FILLER               PIC X(1).                          00790000
             05 RSP-OTHER-CODE       PIC X(12).                         00800000
             05 FILLER               PIC X(1).                          00810000
             05 RSP-REASON           PIC X(40).                         00820000
             05 FILLER               PIC X(3).                          00830000
          FD  SECMAST-FILE.                                             00840000
      *SHARED SECURITY MASTER LAYOUT, SEE SECMREC.CPY                   00850000
          COPY SECMREC.                                                 00860000
          FD  ALERT-FILE.                                               00870000
          01  ALERT-REC.                                                00880000
             05 ALR-PROGRAM          PIC X(8).                          00890000
             05 FILLER               PIC X(2).                          00900000
             05 ALR-PARAGRAPH        PIC X(20).                         00910000
             05 FILLER               PIC X(2).                          00920000
             05 ALR-STATUS-CODE      PIC X(9).                          00930000
             05 FILLER               PIC X(2).                          00940000
             05 ALR-TIMESTAMP        PIC X(14).                         00950000
          FD  RECON-RPT-FILE                                            00960000
              RECORD CONTAINS 110 CHARACTERS.                           00970000
          01  RPT-PRINT-REC           PIC X(110).                       00980000
       WORKING-STORAGE SECTION.                                         00990000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       01000000
           COPY RUNDATE.                                                01010000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                01020000
           COPY RPTHDG.                                                 01030000
          77 WS-SENT-STATUS PIC X(2).                                   01040000
          77 WS-FEED-STATUS PIC X(2).                                   01050000
          77 WS-RESP-STATUS PIC X(2).                                   01060000
          77 WS-MAST-STATUS PIC X(2).                                   01070000
          77 WS-ALERT-STATUS PIC X(2).                                  01080000
          77 WS-RPT-STATUS PIC X(2).                                    01090000
          01 WS-FILE-EOF PIC X(01) VALUE 'N'.                           01100000
             88 FILE-EOF-Y VALUE 'Y'.                                   01110000
          77 WS-RESP-COUNT PIC 9(6) VALUE ZERO.                         01120000
          77 WS-ACCEPTED-COUNT PIC 9(6) VALUE ZERO.                     01130000
          77 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.                     01140000
          77 WS-KNOWN-COUNT PIC 9(6) VALUE ZERO.                        01150000
          77 WS-NOT-SENT-COUNT PIC 9(6) VALUE ZERO.                     01160000
          77 WS-NO-ANSWER-COUNT PIC 9(6) VALUE ZERO.                    01170000
          77 WS-NORESP-COUNT PIC 9(4) VALUE ZERO.                       01180000
          77 WS-STATUS-SET-COUNT PIC 9(6) VALUE ZERO.                   01190000
          77 WS-SENT-TODAY-COUNT PIC 9(6) VALUE ZERO.                   01200000
          77 WS-KEPT-COUNT PIC 9(6) VALUE ZERO.                         01210000
          77 WS-LINE-COUNT PIC 9(6) VALUE ZERO.                         01220000
      * EVERY REGISTERED ITEM, IN REGISTER ORDER                        01230000
          77 WS-SNT-COUNT PIC 9(4) USAGE COMP VALUE ZERO.               01240000
          77 WS-SNT-MAX PIC 9(4) USAGE COMP VALUE 5000.                 01250000
          77 WS-SNT-IDX PIC 9(4) USAGE COMP.                            01260000
          77 WS-SNT-FOUND PIC 9(4) USAGE COMP.                          01270000
          01 WS-SENT-TABLE.                                             01280000
             05 WS-SNT-ENTRY OCCURS 5000 TIMES.                         01290000
                10 WS-SNT-DATE        PIC X(8).                         01300000
                10 WS-SNT-ISIN        PIC X(12).                        01310000
                10 WS-SNT-ANSWERED    PIC X(1).                         01320000
      * ONE ENTRY PER TRANSMISSION ON THE REGISTER                      01330000
          77 WS-TX-COUNT PIC 9(4) USAGE COMP VALUE ZERO.                01340000
          77 WS-TX-MAX PIC 9(4) USAGE COMP VALUE 200.                   01350000
          77 WS-TX-IDX PIC 9(4) USAGE COMP.                             01360000
          77 WS-TX-FOUND PIC 9(4) USAGE COMP.                           01370000
          77 WS-FIND-DATE PIC X(8).                                     01380000
          01 WS-TX-TABLE.                                               01390000
             05 WS-TX-ENTRY OCCURS 200 TIMES.                           01400000
                10 WS-TX-DATE         PIC X(8).                         01410000
                10 WS-TX-ITEMS        PIC 9(6).                         01420000
                10 WS-TX-RESPONDED    PIC X(1).                         01430000
          01 WS-RECON-LINE.                                             01440000
             05 RCL-SEND-DATE        PIC X(8).                          01450000
             05 FILLER               PIC X(2) VALUE SPACES.             01460000
             05 RCL-ISIN             PIC X(12).                         01470000
             05 FILLER               PIC X(2) VALUE SPACES.             01480000
             05 RCL-OUTCOME          PIC X(11).                         01490000
             05 FILLER               PIC X(2) VALUE SPACES.             01500000
             05 RCL-OTHER-CODE       PIC X(12).                         01510000
             05 FILLER               PIC X(2) VALUE SPACES.             01520000
             05 RCL-REASON           PIC X(40).                         01530000
          01 WS-NORESP-REASON.                                          01540000
             05 NRR-ITEMS            PIC Z(5)9.                         01550000
             05 FILLER               PIC X(34)                          01560000
                VALUE ' ITEMS SENT - NO RESPONSE FILE YET'.             01570000
          01 WS-CONSOLE-LINE.                                           01580000
             05 FILLER PIC X(24) VALUE 'ISINRECN NO RESPONSE:   '.      01590000
             05 CON-DATE PIC X(8).                                      01600000
             05 FILLER PIC X(1) VALUE '/'.                              01610000
             05 CON-ITEMS PIC Z(5)9.                                    01620000
             05 FILLER PIC X(6) VALUE ' ISINS'.                         01630000
       PROCEDURE DIVISION.                                              01640000
       MAIN-PARA.                                                       01650000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        01660000
           ACCEPT WS-RUN-TIME FROM TIME                                 01670000
           MOVE 'ISIN CUSTODIAN RECONCILIATION' TO RPT-TITLE.           01680000
           MOVE 'ISINRECN' TO RPT-PROGRAM-ID.                           01690000
           MOVE SPACES TO RPT-COLUMN-LINE.                              01700000
           MOVE 'SENT' TO RPT-COLUMN-LINE (1:4).                        01710000
           MOVE 'ISIN' TO RPT-COLUMN-LINE (11:4).                       01720000
           MOVE 'OUTCOME' TO RPT-COLUMN-LINE (25:7).                    01730000
           MOVE 'THEIR CODE' TO RPT-COLUMN-LINE (38:10).                01740000
           MOVE 'REASON' TO RPT-COLUMN-LINE (52:6).                     01750000
           PERFORM 000-OPEN-PARA.                                       01760000
           PERFORM 001-LOAD-REGISTER-PARA.                              01770000
           PERFORM 002-MATCH-RESPONSES-PARA.                            01780000
           PERFORM 003-JUDGE-REGISTER-PARA.                             01790000
      *ONCE THE STEP IS RC 16 - A REGISTER TOO BIG FOR ITS TABLES, OR   01794000
      *A FILE THAT WOULD NOT OPEN - A REGISTER LOADED SHORT IS NOT      01795000
      *WRITTEN BACK AND THE RESPONSES ARE KEPT FOR THE RERUN. TODAY'S   01795750
      *FEED IS OPENED WITH THE OTHER INPUTS, SO THE REGISTER IS NEVER   01796500
      *EMPTIED FOR A FEED THAT CANNOT THEN BE READ                      01797250
           IF RETURN-CODE < 16                                          01798000
               PERFORM 004-REWRITE-REGISTER-PARA                        01800000
           END-IF.                                                      01802000
           IF RETURN-CODE < 16                                          01804000
               PERFORM 005-CONSUME-RESPONSES-PARA                       01810000
           END-IF.                                                      01815000
           MOVE 'EXCEPTIONS LISTED   ' TO RPT-TOT-LABEL.                01820000
           MOVE WS-LINE-COUNT TO RPT-TOT-COUNT.                         01830000
           PERFORM RPT-GRAND-TOTAL-PARA.                                01840000
           CLOSE SECMAST-FILE RECON-RPT-FILE ISIN-FEED-FILE.            01850000
           DISPLAY 'ISINRECN RESPONSES ' WS-RESP-COUNT                  01860000
                   ' ACCEPTED ' WS-ACCEPTED-COUNT                       01870000
                   ' REJECTED ' WS-REJECTED-COUNT                       01880000
                   ' KNOWN ' WS-KNOWN-COUNT                             01890000
                   ' NOT SENT ' WS-NOT-SENT-COUNT.                      01900000
           DISPLAY 'ISINRECN UNANSWERED ' WS-NO-ANSWER-COUNT            01910000
                   ' STATUS CHANGES ' WS-STATUS-SET-COUNT               01920000
                   ' SENT TODAY ' WS-SENT-TODAY-COUNT                   01930000
                   ' STILL AWAITED ' WS-KEPT-COUNT.                     01940000
           IF WS-REJECTED-COUNT > ZERO OR WS-KNOWN-COUNT > ZERO         01950000
            OR WS-NOT-SENT-COUNT > ZERO OR WS-NO-ANSWER-COUNT > ZERO    01960000
               IF RETURN-CODE < 4                                       01970000
                   MOVE 4 TO RETURN-CODE                                01980000
               END-IF                                                   01990000
           END-IF.                                                      02000000
           IF WS-NORESP-COUNT > ZERO                                    02010000
               DISPLAY 'ISINRECN ' WS-NORESP-COUNT                      02020000
                   ' TRANSMISSIONS WITH NO CUSTODIAN RESPONSE'          02030000
                   UPON OPERATOR-CONSOLE                                02040000
               IF RETURN-CODE < 8                                       02050000
                   MOVE 8 TO RETURN-CODE                                02060000
               END-IF                                                   02070000
           END-IF.                                                      02080000
           STOP RUN.                                                    02090000
       000-OPEN-PARA.                                                   02100000
           OPEN I-O SECMAST-FILE.                                       02110000
           IF WS-MAST-STATUS NOT = '00'                                 02120000
               DISPLAY 'ERROR/OPEN/SECMAST-FILE'                        02130000
               DISPLAY 'FILE STATUS:' WS-MAST-STATUS                    02140000
               MOVE 16 TO RETURN-CODE                                   02150000
               STOP RUN                                                 02160000
           END-IF.                                                      02170000
           OPEN OUTPUT RECON-RPT-FILE.                                  02180000
           IF WS-RPT-STATUS NOT = '00'                                  02190000
               DISPLAY 'ERROR/OPEN/RECON-RPT-FILE'                      02200000
               DISPLAY 'FILE STATUS:' WS-RPT-STATUS                     02210000
               CLOSE SECMAST-FILE                                       02220000
               MOVE 16 TO RETURN-CODE                                   02221111
               STOP RUN                                                 02222222
           END-IF.                                                      02223333
           OPEN INPUT ISIN-FEED-FILE.                                   02224444
           IF WS-FEED-STATUS NOT = '00'                                 02225555
               DISPLAY 'ERROR/OPEN/ISIN-FEED-FILE'                      02226666
               DISPLAY 'FILE STATUS:' WS-FEED-STATUS                    02227777
               CLOSE SECMAST-FILE RECON-RPT-FILE                        02228888
               MOVE 16 TO RETURN-CODE                                   02230000
               STOP RUN                                                 02240000
           END-IF.                                                      02250000
      *THE REGISTER IS EMPTY ON THE FIRST RUN - ONLY A FILE THAT WILL   02260000
      *NOT OPEN AT ALL STOPS THE STEP, BEFORE ANYTHING IS CHANGED       02270000
       001-LOAD-REGISTER-PARA.                                          02280000
           MOVE 'N' TO WS-FILE-EOF.                                     02290000
           OPEN INPUT SENT-REG-FILE.                                    02300000
           IF WS-SENT-STATUS NOT = '00'                                 02310000
               DISPLAY 'ERROR/OPEN/SENT-REG-FILE'                       02320000
               DISPLAY 'FILE STATUS:' WS-SENT-STATUS                    02330000
               CLOSE SECMAST-FILE RECON-RPT-FILE                        02340000
               MOVE 16 TO RETURN-CODE                                   02350000
               STOP RUN                                                 02360000
           END-IF.                                                      02370000
           PERFORM 001A-LOAD-ONE-PARA UNTIL FILE-EOF-Y.                 02380000
           CLOSE SENT-REG-FILE.                                         02390000
       001A-LOAD-ONE-PARA.                                              02400000
           READ SENT-REG-FILE                                           02410000
               AT END                                                   02420000
                   SET FILE-EOF-Y TO TRUE                               02430000
               NOT AT END                                               02440000
                   IF WS-SNT-COUNT < WS-SNT-MAX                         02450000
                       ADD 1 TO WS-SNT-COUNT                            02460000
                       MOVE SRG-SEND-DATE TO WS-SNT-DATE (WS-SNT-COUNT) 02470000
                       MOVE SRG-ISIN TO WS-SNT-ISIN (WS-SNT-COUNT)      02480000
                       MOVE 'N' TO WS-SNT-ANSWERED (WS-SNT-COUNT)       02490000
                       PERFORM 001B-NOTE-TRANSMISSION-PARA              02500000
                   ELSE                                                 02510000
                       DISPLAY 'ISINRECN REGISTER TABLE FULL AT '       02520000
                               WS-SNT-MAX                               02530000
                       MOVE 16 TO RETURN-CODE                           02535000
                       SET FILE-EOF-Y TO TRUE                           02540000
                   END-IF                                               02550000
           END-READ.                                                    02560000
       001B-NOTE-TRANSMISSION-PARA.                                     02570000
           MOVE SRG-SEND-DATE TO WS-FIND-DATE.                          02580000
           PERFORM 002C-FIND-TRANSMISSION-PARA.                         02590000
           IF WS-TX-FOUND = ZERO                                        02600000
               IF WS-TX-COUNT < WS-TX-MAX                               02610000
                   ADD 1 TO WS-TX-COUNT                                 02620000
                   MOVE SRG-SEND-DATE TO WS-TX-DATE (WS-TX-COUNT)       02630000
                   MOVE ZERO TO WS-TX-ITEMS (WS-TX-COUNT)               02640000
                   MOVE 'N' TO WS-TX-RESPONDED (WS-TX-COUNT)            02650000
                   MOVE WS-TX-COUNT TO WS-TX-FOUND                      02660000
               ELSE                                                     02670000
                   DISPLAY 'ISINRECN TRANSMISSION TABLE FULL AT '       02680000
                           WS-TX-MAX                                    02690000
                   MOVE 16 TO RETURN-CODE                               02695000
                   SET FILE-EOF-Y TO TRUE                               02697000
               END-IF                                                   02700000
           END-IF.                                                      02710000
           IF WS-TX-FOUND > ZERO                                        02720000
               ADD 1 TO WS-TX-ITEMS (WS-TX-FOUND)                       02730000
           END-IF.                                                      02740000
       002-MATCH-RESPONSES-PARA.                                        02750000
           MOVE 'N' TO WS-FILE-EOF.                                     02760000
           OPEN INPUT RESPONSE-FILE.                                    02770000
           IF WS-RESP-STATUS NOT = '00' AND WS-RESP-STATUS NOT = '05'   02780000
               SET FILE-EOF-Y TO TRUE                                   02790000
           END-IF.                                                      02800000
           PERFORM 002A-ONE-RESPONSE-PARA UNTIL FILE-EOF-Y.             02810000
           CLOSE RESPONSE-FILE.                                         02820000
      *A RESPONSE COUNTS AGAINST ITS TRANSMISSION ONLY WHEN THE SAME    02830000
      *DATE AND ISIN ARE ON THE REGISTER - ANYTHING ELSE IS AN ANSWER   02840000
      *FOR SOMETHING WE NEVER SENT (OR ALREADY RECONCILED)              02850000
       002A-ONE-RESPONSE-PARA.                                          02860000
           READ RESPONSE-FILE                                           02870000
               AT END                                                   02880000
                   SET FILE-EOF-Y TO TRUE                               02890000
               NOT AT END                                               02900000
                   ADD 1 TO WS-RESP-COUNT                               02910000
                   MOVE ZERO TO WS-SNT-FOUND                            02920000
                   PERFORM 002B-CHECK-SENT-PARA                         02930000
                       VARYING WS-SNT-IDX FROM 1 BY 1                   02940000
                       UNTIL WS-SNT-IDX > WS-SNT-COUNT                  02950000
                          OR WS-SNT-FOUND > ZERO                        02960000
                   MOVE SPACES TO WS-RECON-LINE                         02970000
                   MOVE RSP-SEND-DATE TO RCL-SEND-DATE                  02980000
                   MOVE RSP-ISIN TO RCL-ISIN                            02990000
                   IF WS-SNT-FOUND = ZERO                               03000000
                       ADD 1 TO WS-NOT-SENT-COUNT                       03010000
                       MOVE 'NOT SENT' TO RCL-OUTCOME                   03020000
                       MOVE RSP-OTHER-CODE TO RCL-OTHER-CODE            03030000
                       MOVE RSP-REASON TO RCL-REASON                    03040000
                       PERFORM 006-PRINT-LINE-PARA                      03050000
                   ELSE                                                 03060000
                       MOVE 'Y' TO WS-SNT-ANSWERED (WS-SNT-FOUND)       03070000
                       MOVE RSP-SEND-DATE TO WS-FIND-DATE               03080000
                       PERFORM 002C-FIND-TRANSMISSION-PARA              03090000
                       IF WS-TX-FOUND > ZERO                            03100000
                           MOVE 'Y' TO WS-TX-RESPONDED (WS-TX-FOUND)    03110000
                       END-IF                                           03120000
                       PERFORM 002D-APPLY-ANSWER-PARA                   03130000
                   END-IF                                               03140000
           END-READ.                                                    03150000
       002B-CHECK-SENT-PARA.                                            03160000
           IF WS-SNT-DATE (WS-SNT-IDX) = RSP-SEND-DATE                  03170000
              AND WS-SNT-ISIN (WS-SNT-IDX) = RSP-ISIN                   03180000
               MOVE WS-SNT-IDX TO WS-SNT-FOUND                          03190000
           END-IF.                                                      03200000
       002C-FIND-TRANSMISSION-PARA.                                     03210000
           MOVE ZERO TO WS-TX-FOUND.                                    03220000
           PERFORM 002E-CHECK-TRANSMISSION-PARA                         03230000
               VARYING WS-TX-IDX FROM 1 BY 1                            03240000
               UNTIL WS-TX-IDX > WS-TX-COUNT                            03250000
                  OR WS-TX-FOUND > ZERO.                                03260000
       002E-CHECK-TRANSMISSION-PARA.                                    03270000
           IF WS-TX-DATE (WS-TX-IDX) = WS-FIND-DATE                     03280000
               MOVE WS-TX-IDX TO WS-TX-FOUND                            03290000
           END-IF.                                                      03300000
       002D-APPLY-ANSWER-PARA.                                          03310000
           EVALUATE TRUE                                                03320000
               WHEN RSP-ACCEPTED                                        03330000
                   ADD 1 TO WS-ACCEPTED-COUNT                           03340000
                   PERFORM 002F-SET-STATUS-PARA                         03350000
               WHEN RSP-REJECTED                                        03360000
                   ADD 1 TO WS-REJECTED-COUNT                           03370000
                   MOVE 'REJECTED' TO RCL-OUTCOME                       03380000
                   MOVE RSP-REASON TO RCL-REASON                        03390000
                   PERFORM 002F-SET-STATUS-PARA                         03400000
                   PERFORM 006-PRINT-LINE-PARA                          03410000
               WHEN RSP-KNOWN                                           03420000
                   ADD 1 TO WS-KNOWN-COUNT                              03430000
                   MOVE 'KNOWN AS' TO RCL-OUTCOME                       03440000
                   MOVE RSP-OTHER-CODE TO RCL-OTHER-CODE                03450000
                   MOVE RSP-REASON TO RCL-REASON                        03460000
                   PERFORM 006-PRINT-LINE-PARA                          03470000
               WHEN OTHER                                               03480000
                   ADD 1 TO WS-NO-ANSWER-COUNT                          03490000
                   MOVE 'BAD ANSWER' TO RCL-OUTCOME                     03500000
                   MOVE RSP-CODE TO RCL-OTHER-CODE                      03510000
                   MOVE 'RESPONSE CODE NOT A, R OR K' TO RCL-REASON     03520000
                   PERFORM 006-PRINT-LINE-PARA                          03530000
           END-EVALUATE.                                                03540000
      *A REJECTION MARKS THE ISIN R ON THE MASTER; AN ACCEPTANCE ONLY   03550000
      *CLEARS AN EARLIER REJECTION BACK TO V - ANY OTHER STATUS STANDS  03560000
       002F-SET-STATUS-PARA.                                            03570000
           MOVE RSP-ISIN TO SM-IDENTIFIER.                              03580000
           READ SECMAST-FILE.                                           03590000
           IF WS-MAST-STATUS NOT = '00'                                 03600000
               DISPLAY 'ISINRECN ANSWERED ISIN NOT ON SECMAST '         03610000
                       RSP-ISIN                                         03620000
           ELSE                                                         03630000
               IF RSP-REJECTED AND NOT SM-CUST-REJECTED                 03640000
                   MOVE 'R' TO SM-STATUS                                03650000
                   PERFORM 002G-REWRITE-PARA                            03660000
               END-IF                                                   03670000
               IF RSP-ACCEPTED AND SM-CUST-REJECTED                     03680000
                   MOVE 'V' TO SM-STATUS                                03690000
                   PERFORM 002G-REWRITE-PARA                            03700000
               END-IF                                                   03710000
           END-IF.                                                      03720000
       002G-REWRITE-PARA.                                               03730000
           REWRITE SECMAST-REC.                                         03740000
           IF WS-MAST-STATUS = '00'                                     03750000
               ADD 1 TO WS-STATUS-SET-COUNT                             03760000
           ELSE                                                         03770000
               DISPLAY 'ERROR/REWRITE/SECMAST-FILE:' SM-IDENTIFIER      03780000
               DISPLAY 'FILE STATUS:' WS-MAST-STATUS                    03790000
               IF RETURN-CODE < 8                                       03795000
                   MOVE 8 TO RETURN-CODE                                03800000
               END-IF                                                   03805000
           END-IF.                                                      03810000
      *A TRANSMISSION WITH NO RESPONSE AT ALL IS RAISED ONCE AS AN      03820000
      *ALERT; AN ANSWERED ONE LISTS EACH OF ITS ITEMS LEFT UNANSWERED.  03830000
      *TODAY'S OWN EARLIER RUN (A RERUN) CANNOT BE ANSWERED YET         03840000
       003-JUDGE-REGISTER-PARA.                                         03850000
           PERFORM 003A-JUDGE-ITEM-PARA                                 03860000
               VARYING WS-SNT-IDX FROM 1 BY 1                           03870000
               UNTIL WS-SNT-IDX > WS-SNT-COUNT.                         03880000
           IF WS-TX-COUNT > ZERO                                        03890000
               OPEN EXTEND ALERT-FILE                                   03900000
               IF WS-ALERT-STATUS NOT = '00'                            03910000
                  AND WS-ALERT-STATUS NOT = '05'                        03920000
                   DISPLAY 'ERROR/OPEN/ALERT-FILE'                      03930000
                   DISPLAY 'FILE STATUS:' WS-ALERT-STATUS               03940000
                   MOVE 16 TO RETURN-CODE                               03950000
               ELSE                                                     03960000
                   PERFORM 003B-JUDGE-TRANSMISSION-PARA                 03970000
                       VARYING WS-TX-IDX FROM 1 BY 1                    03980000
                       UNTIL WS-TX-IDX > WS-TX-COUNT                    03990000
                   CLOSE ALERT-FILE                                     04000000
               END-IF                                                   04010000
           END-IF.                                                      04020000
       003A-JUDGE-ITEM-PARA.                                            04030000
           MOVE WS-SNT-DATE (WS-SNT-IDX) TO WS-FIND-DATE.               04040000
           PERFORM 002C-FIND-TRANSMISSION-PARA.                         04050000
           IF WS-TX-FOUND > ZERO                                        04060000
               IF WS-TX-RESPONDED (WS-TX-FOUND) = 'Y'                   04070000
                  AND WS-SNT-ANSWERED (WS-SNT-IDX) = 'N'                04080000
                   ADD 1 TO WS-NO-ANSWER-COUNT                          04090000
                   MOVE SPACES TO WS-RECON-LINE                         04100000
                   MOVE WS-SNT-DATE (WS-SNT-IDX) TO RCL-SEND-DATE       04110000
                   MOVE WS-SNT-ISIN (WS-SNT-IDX) TO RCL-ISIN            04120000
                   MOVE 'NO ANSWER' TO RCL-OUTCOME                      04130000
                   MOVE 'SENT, NOT IN THE CUSTODIAN RESPONSE'           04140000
                       TO RCL-REASON                                    04150000
                   PERFORM 006-PRINT-LINE-PARA                          04160000
               END-IF                                                   04170000
           END-IF.                                                      04180000
       003B-JUDGE-TRANSMISSION-PARA.                                    04190000
           IF WS-TX-RESPONDED (WS-TX-IDX) = 'N'                         04200000
              AND WS-TX-DATE (WS-TX-IDX) NOT = WS-RUN-DATE              04210000
               ADD 1 TO WS-NORESP-COUNT                                 04220000
               MOVE SPACES TO WS-RECON-LINE                             04230000
               MOVE WS-TX-DATE (WS-TX-IDX) TO RCL-SEND-DATE             04240000
               MOVE 'NO RESPONSE' TO RCL-OUTCOME                        04250000
               MOVE WS-TX-ITEMS (WS-TX-IDX) TO NRR-ITEMS                04260000
               MOVE WS-NORESP-REASON TO RCL-REASON                      04270000
               PERFORM 006-PRINT-LINE-PARA                              04280000
               MOVE SPACES TO ALERT-REC                                 04290000
               MOVE 'ISINRECN' TO ALR-PROGRAM                           04300000
               STRING 'NORESP ' WS-TX-DATE (WS-TX-IDX)                  04310000
                      DELIMITED BY SIZE INTO ALR-PARAGRAPH              04320000
               END-STRING                                               04330000
               MOVE 'NORESP' TO ALR-STATUS-CODE                         04340000
               MOVE WS-RUN-DATE TO ALR-TIMESTAMP (1:8)                  04350000
               MOVE WS-RUN-TIME (1:6) TO ALR-TIMESTAMP (9:6)            04360000
               WRITE ALERT-REC                                          04370000
               MOVE WS-TX-DATE (WS-TX-IDX) TO CON-DATE                  04380000
               MOVE WS-TX-ITEMS (WS-TX-IDX) TO CON-ITEMS                04390000
               DISPLAY WS-CONSOLE-LINE UPON OPERATOR-CONSOLE            04400000
           END-IF.                                                      04410000
      *STILL-AWAITED TRANSMISSIONS STAY ON THE REGISTER, AHEAD OF       04420000
      *TODAY'S; AN EARLIER RUN OF TODAY IS REPLACED, NOT DOUBLED        04430000
       004-REWRITE-REGISTER-PARA.                                       04440000
           OPEN OUTPUT SENT-REG-FILE.                                   04450000
           IF WS-SENT-STATUS NOT = '00'                                 04460000
               DISPLAY 'ERROR/OPEN/SENT-REG-FILE'                       04470000
               DISPLAY 'FILE STATUS:' WS-SENT-STATUS                    04480000
               MOVE 16 TO RETURN-CODE                                   04490000
           ELSE                                                         04500000
               PERFORM 004A-KEEP-ONE-PARA                               04510000
                   VARYING WS-SNT-IDX FROM 1 BY 1                       04520000
                   UNTIL WS-SNT-IDX > WS-SNT-COUNT                      04530000
               PERFORM 004B-ADD-TODAY-PARA                              04540000
               CLOSE SENT-REG-FILE                                      04550000
           END-IF.                                                      04560000
       004A-KEEP-ONE-PARA.                                              04570000
           MOVE WS-SNT-DATE (WS-SNT-IDX) TO WS-FIND-DATE.               04580000
           PERFORM 002C-FIND-TRANSMISSION-PARA.                         04590000
           IF WS-SNT-DATE (WS-SNT-IDX) NOT = WS-RUN-DATE                04600000
              AND WS-TX-FOUND > ZERO                                    04610000
               IF WS-TX-RESPONDED (WS-TX-FOUND) = 'N'                   04620000
                   MOVE WS-SNT-DATE (WS-SNT-IDX) TO SRG-SEND-DATE       04630000
                   MOVE WS-SNT-ISIN (WS-SNT-IDX) TO SRG-ISIN            04640000
                   WRITE SENT-REG-REC                                   04650000
                   ADD 1 TO WS-KEPT-COUNT                               04660000
               END-IF                                                   04670000
           END-IF.                                                      04680000
      *THE FEED WAS OPENED AND CHECKED IN 000-OPEN-PARA                 04685000
       004B-ADD-TODAY-PARA.                                             04690000
           MOVE 'N' TO WS-FILE-EOF.                                     04700000
           PERFORM 004C-ADD-ONE-PARA UNTIL FILE-EOF-Y.                  04780000
       004C-ADD-ONE-PARA.                                               04800000
           READ ISIN-FEED-FILE                                          04810000
               AT END                                                   04820000
                   SET FILE-EOF-Y TO TRUE                               04830000
               NOT AT END                                               04840000
                   MOVE WS-RUN-DATE TO SRG-SEND-DATE                    04850000
                   MOVE FEED-ISIN TO SRG-ISIN                           04860000
                   WRITE SENT-REG-REC                                   04870000
                   ADD 1 TO WS-SENT-TODAY-COUNT                         04880000
           END-READ.                                                    04890000
      *EVERY RESPONSE HAS NOW BEEN MATCHED OR LISTED - THE FILE IS      04900000
      *EMPTIED SO THE SAME ANSWERS ARE NOT READ AGAIN TOMORROW          04910000
       005-CONSUME-RESPONSES-PARA.                                      04920000
           IF WS-RESP-COUNT > ZERO                                      04930000
               OPEN OUTPUT RESPONSE-FILE                                04940000
               IF WS-RESP-STATUS = '00'                                 04950000
                   CLOSE RESPONSE-FILE                                  04960000
               ELSE                                                     04970000
                   DISPLAY 'ERROR/OPEN/RESPONSE-FILE'                   04980000
                   DISPLAY 'FILE STATUS:' WS-RESP-STATUS                04990000
                   MOVE 16 TO RETURN-CODE                               05000000
               END-IF                                                   05010000
           END-IF.                                                      05020000
       006-PRINT-LINE-PARA.                                             05030000
           ADD 1 TO WS-LINE-COUNT.                                      05040000
           MOVE WS-RECON-LINE TO RPT-DETAIL-STAGE.                      05050000
           PERFORM RPT-PUT-PARA.                                        05060000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         05070000
           COPY RPTHDPRC.                                               05080000
