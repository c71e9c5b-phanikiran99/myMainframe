      *PRE-LOAD EDIT FOR THE DEMOGRAPHIC FEED (CENSUS.DEMO.FEED) - THE  00010000
      *SEX AND LITERACY COMPANION TO CENSEDIT AND CENSDEDT. RUNS AHEAD  00020000
      *OF DB2DEMO SO EVERY RECORD THE LOAD SEES HAS ALREADY PASSED THE  00030000
      *FIELD EDITS. SPLITS THE FEED INTO A CLEAN FILE (GCLEANDD, SAME   00040000
      *66-BYTE DEMOTRAN.CPY LAYOUT) AND A REJECT FILE (GREJECTD)        00050000
      *CARRYING A REASON CODE PER RECORD, REFUSES A DOUBLE RUN FOR      00060000
      *THE SAME BUSINESS DATE THROUGH THE RUN-CONTROL REGISTRY, AND     00070000
      *STAMPS ITSELF FROM BUSDATDD LIKE THE REST OF THE STREAM.         00080000
       IDENTIFICATION DIVISION.                                         00090000
       PROGRAM-ID. CENSGEDT.                                            00100000
       ENVIRONMENT DIVISION.                                            00110000
          INPUT-OUTPUT SECTION.                                         00120000
          FILE-CONTROL.                                                 00130000
      *INCOMING DEMOGRAPHIC FEED, SEE DEMOTRAN.CPY                      00140000
           SELECT DEMO-TRANS-FILE ASSIGN TO DEMODD                      00150000
           ORGANIZATION IS SEQUENTIAL                                   00160000
           FILE STATUS WS-DEMO-STATUS.                                  00170000
      *CLEAN RECORDS, SAME LAYOUT AS THE FEED - DB2DEMO LOADS THIS FILE 00180000
           SELECT CLEAN-DEMO-FILE ASSIGN TO GCLEANDD                    00190000
           ORGANIZATION IS SEQUENTIAL                                   00200000
           FILE STATUS WS-CLEAN-STATUS.                                 00210000
      *REJECTED RECORDS WITH A REASON CODE IN FRONT OF THE RECORD IMAGE 00220000
           SELECT REJECT-FILE ASSIGN TO GREJECTD                        00230000
           ORGANIZATION IS SEQUENTIAL                                   00240000
           FILE STATUS WS-REJECT-STATUS.                                00250000
      *SHARED AUDIT LOG, SEE AUDITLOG.CPY                               00260000
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITDD                      00270000
           ORGANIZATION IS SEQUENTIAL                                   00280000
           FILE STATUS WS-AUDITLOG-STATUS.                              00290000
      *RUN-CONTROL REGISTRY, SHARED BY THE STREAMS - OPTIONAL           00300000
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          00310000
           ORGANIZATION IS INDEXED                                      00320000
           ACCESS MODE IS DYNAMIC                                       00330000
           RECORD KEY IS RC-KEY                                         00340000
           FILE STATUS WS-RUNCTL-STATUS.                                00350000
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00360000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00370000
           ORGANIZATION IS SEQUENTIAL                                   00380000
           FILE STATUS WS-BUSDATE-STATUS.                               00390000
       DATA DIVISION.                                                   00400000
          FILE SECTION.                                                 00410000
          FD  DEMO-TRANS-FILE.                                          00420000
      *SHARED FEED LAYOUT, SEE DEMOTRAN.CPY - ALSO USED BY DB2DEMO      00430000
          COPY DEMOTRAN.                                                00440000
          FD  CLEAN-DEMO-FILE.                                          00450000
          01  CLEAN-DEMO-REC          PIC X(66).                        00460000
          FD  REJECT-FILE.                                              00470000
          01  REJECT-REC.                                               00480000
             05 REJ-REASON            PIC X(8).                         00490000
             05 FILLER                PIC X(2).                         00500000
             05 REJ-TRANS-DATA        PIC X(66).                        00510000
          FD  AUDIT-LOG-FILE.                                           00520000
          COPY AUDITLOG.                                                00530000
          FD  RUN-CONTROL-FILE.                                         00540000
          COPY RUNCTL.                                                  00550000
          FD  BUSDATE-FILE.                                             00560000
          COPY BUSDATE.                                                 00570000
       WORKING-STORAGE SECTION.                                         00580000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00590000
           COPY BUSDTWS.                                                00600000
          77 WS-DEMO-STATUS PIC X(2).                                   00610000
          77 WS-CLEAN-STATUS PIC X(2).                                  00620000
          77 WS-REJECT-STATUS PIC X(2).                                 00630000
          77 WS-AUDITLOG-STATUS PIC X(2).                               00640000
          01 WS-DEMO-EOF PIC X(01) VALUE 'N'.                           00650000
             88 DEMO-EOF-N VALUE 'N'.                                   00660000
             88 DEMO-EOF-Y VALUE 'Y'.                                   00670000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00680000
           COPY RUNDATE.                                                00690000
      * SHARED AUDIT-LOG STAGING FIELDS, SEE AUDITWS.CPY.               00700000
           COPY AUDITWS.                                                00710000
      * SHARED RUN-CONTROL STAGING FIELDS, SEE RUNCTWS.CPY.             00720000
           COPY RUNCTWS.                                                00730000
          77 WS-READ-COUNT PIC 9(9) VALUE ZERO.                         00740000
          77 WS-CLEAN-COUNT PIC 9(9) VALUE ZERO.                        00750000
          77 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.                       00760000
          77 WS-EDIT-REASON PIC X(8).                                   00770000
             88 EDIT-PASSED VALUE SPACES.                               00780000
          77 WS-TOTAL-POP PIC 9(10).                                    00790000
      * SAME PLAUSIBLE SURVEY-YEAR WINDOW CENSEDIT ENFORCES             00800000
          77 WS-YEAR-FLOOR PIC 9(4) VALUE 1951.                         00810000
          77 WS-YEAR-CEIL  PIC 9(4) VALUE 2031.                         00820000
      * IN-BATCH DUPLICATE CHECK ON STATE/YEAR - ONE ROW PER STATE PER  00830000
      * SURVEY, SO 100 STATES/UTS OVER THE WHOLE YEAR WINDOW FITS WITH  00840000
      * ROOM TO SPARE; SAME OVERFLOW BEHAVIOUR AS CENSDEDT              00850000
          77 WS-KEY-COUNT PIC 9(5) USAGE COMP VALUE ZERO.               00860000
          77 WS-KEY-MAX PIC 9(5) USAGE COMP VALUE 10000.                00870000
          77 WS-KEY-IDX PIC 9(5) USAGE COMP.                            00880000
          01 WS-KEY-TABLE-FULL PIC X(01) VALUE 'N'.                     00890000
             88 KEY-TABLE-FULL-Y VALUE 'Y'.                             00900000
          01 WS-DUP-FOUND PIC X(01).                                    00910000
             88 DUP-FOUND-Y VALUE 'Y'.                                  00920000
          01 WS-SEEN-KEY-TABLE.                                         00930000
             05 WS-SEEN-KEY OCCURS 10000 TIMES.                         00940000
                10 WS-SEEN-STATE-UT    PIC X(30).                       00950000
                10 WS-SEEN-YEAR        PIC 9(9).                        00960000
       PROCEDURE DIVISION.                                              00970000
       MAIN-PARA.                                                       00980000
           PERFORM READ-BUSINESS-DATE-PARA                              00990000
           MOVE 'CENSGEDT' TO WS-AUDLOG-PROGRAM                         01000000
           MOVE 'CENSGEDT' TO WS-RUNCTL-PROGRAM                         01010000
      *REFUSE A SECOND RUN FOR THE SAME BUSINESS DATE - SEE RUNCTPRC    01020000
           PERFORM RUNCTL-CHECK-START-PARA.                             01030000
           IF RUNCTL-DUPRUN-Y                                           01040000
               STOP RUN                                                 01050000
           END-IF.                                                      01060000
           OPEN EXTEND AUDIT-LOG-FILE.                                  01070000
           IF WS-AUDITLOG-STATUS NOT = '00'                             01080000
               DISPLAY 'ERROR/OPEN/AUDIT-LOG-FILE'                      01090000
               DISPLAY 'FILE STATUS:' WS-AUDITLOG-STATUS                01100000
               MOVE 16 TO RETURN-CODE                                   01110000
           END-IF.                                                      01120000
           PERFORM 000-OPEN-PARA.                                       01130000
           IF DEMO-EOF-N                                                01140000
               PERFORM 001-READ-PARA UNTIL DEMO-EOF-Y                   01150000
           END-IF.                                                      01160000
           PERFORM 003-CLOSE-PARA.                                      01170000
           MOVE WS-READ-COUNT TO WS-RUNCTL-COUNT.                       01180000
           PERFORM RUNCTL-WRITE-END-PARA.                               01190000
           STOP RUN.                                                    01200000
       000-OPEN-PARA.                                                   01210000
           OPEN INPUT DEMO-TRANS-FILE.                                  01220000
           IF WS-DEMO-STATUS NOT = '00'                                 01230000
               DISPLAY 'ERROR/OPEN/DEMO-TRANS-FILE'                     01240000
               DISPLAY 'FILE STATUS:' WS-DEMO-STATUS                    01250000
               MOVE '000-OPEN-PARA' TO WS-AUDLOG-PARAGRAPH              01260000
               MOVE WS-DEMO-STATUS TO WS-AUDLOG-STATUS                  01270000
               PERFORM WRITE-AUDIT-LOG-PARA                             01280000
               MOVE 16 TO RETURN-CODE                                   01290000
               SET DEMO-EOF-Y TO TRUE                                   01300000
           END-IF.                                                      01310000
           OPEN OUTPUT CLEAN-DEMO-FILE.                                 01320000
           IF WS-CLEAN-STATUS NOT = '00'                                01330000
               DISPLAY 'ERROR/OPEN/CLEAN-DEMO-FILE'                     01340000
               DISPLAY 'FILE STATUS:' WS-CLEAN-STATUS                   01350000
               MOVE '000-OPEN-PARA' TO WS-AUDLOG-PARAGRAPH              01360000
               MOVE WS-CLEAN-STATUS TO WS-AUDLOG-STATUS                 01370000
               PERFORM WRITE-AUDIT-LOG-PARA                             01380000
               MOVE 16 TO RETURN-CODE                                   01390000
               SET DEMO-EOF-Y TO TRUE                                   01400000
           END-IF.                                                      01410000
           OPEN OUTPUT REJECT-FILE.                                     01420000
           IF WS-REJECT-STATUS NOT = '00'                               01430000
               DISPLAY 'ERROR/OPEN/REJECT-FILE'                         01440000
               DISPLAY 'FILE STATUS:' WS-REJECT-STATUS                  01450000
               MOVE '000-OPEN-PARA' TO WS-AUDLOG-PARAGRAPH              01460000
               MOVE WS-REJECT-STATUS TO WS-AUDLOG-STATUS                01470000
               PERFORM WRITE-AUDIT-LOG-PARA                             01480000
               MOVE 16 TO RETURN-CODE                                   01490000
               SET DEMO-EOF-Y TO TRUE                                   01500000
           END-IF.                                                      01510000
       001-READ-PARA.                                                   01520000
           READ DEMO-TRANS-FILE                                         01530000
               AT END                                                   01540000
                   SET DEMO-EOF-Y TO TRUE                               01550000
               NOT AT END                                               01560000
                   ADD 1 TO WS-READ-COUNT                               01570000
                   PERFORM 002-EDIT-PARA                                01580000
                   IF EDIT-PASSED                                       01590000
                       PERFORM 004-WRITE-CLEAN-PARA                     01600000
                   ELSE                                                 01610000
                       PERFORM 005-WRITE-REJECT-PARA                    01620000
                   END-IF                                               01630000
           END-READ.                                                    01640000
      *EDIT EVERY FIELD OF THE CURRENT RECORD - FIRST FAILING EDIT      01650000
      *SETS THE REASON CODE, ONE REASON PER REJECTED RECORD             01660000
       002-EDIT-PARA.                                                   01670000
           MOVE SPACES TO WS-EDIT-REASON.                               01680000
           IF DM-STATE-UT = SPACES                                      01690000
               MOVE 'STATESPC' TO WS-EDIT-REASON                        01700000
           END-IF.                                                      01710000
           IF EDIT-PASSED                                               01720000
               IF DM-YEAR-OF-SUR NOT NUMERIC                            01730000
                OR DM-MALE-POP NOT NUMERIC                              01740000
                OR DM-FEMALE-POP NOT NUMERIC                            01750000
                OR DM-LITERATE-POP NOT NUMERIC                          01760000
                   MOVE 'NONNUMRC' TO WS-EDIT-REASON                    01770000
               END-IF                                                   01780000
           END-IF.                                                      01790000
           IF EDIT-PASSED                                               01800000
               IF DM-YEAR-OF-SUR < WS-YEAR-FLOOR                        01810000
                OR DM-YEAR-OF-SUR > WS-YEAR-CEIL                        01820000
                   MOVE 'YEARRNGE' TO WS-EDIT-REASON                    01830000
               END-IF                                                   01840000
           END-IF.                                                      01850000
      *A ZERO MALE COUNT WOULD LEAVE THE SEX RATIO UNDEFINED, AND A     01860000
      *ZERO FEMALE COUNT IS NOT A PLAUSIBLE STATE RETURN                01870000
           IF EDIT-PASSED                                               01880000
               IF DM-MALE-POP = ZERO                                    01890000
                OR DM-FEMALE-POP = ZERO                                 01900000
                   MOVE 'ZEROSEX' TO WS-EDIT-REASON                     01910000
               END-IF                                                   01920000
           END-IF.                                                      01930000
      *LITERATE POPULATION CANNOT EXCEED MALE + FEMALE                  01940000
           IF EDIT-PASSED                                               01950000
               COMPUTE WS-TOTAL-POP = DM-MALE-POP + DM-FEMALE-POP       01960000
               IF DM-LITERATE-POP > WS-TOTAL-POP                        01970000
                   MOVE 'LITRANGE' TO WS-EDIT-REASON                    01980000
               END-IF                                                   01990000
           END-IF.                                                      02000000
           IF EDIT-PASSED                                               02010000
               PERFORM 006-DUP-CHECK-PARA                               02020000
               IF DUP-FOUND-Y                                           02030000
                   MOVE 'DUPSTYR' TO WS-EDIT-REASON                     02040000
               END-IF                                                   02050000
           END-IF.                                                      02060000
      *NO DUPLICATE STATE/YEAR PAIR WITHIN THE BATCH                    02070000
       006-DUP-CHECK-PARA.                                              02080000
           MOVE 'N' TO WS-DUP-FOUND.                                    02090000
           PERFORM 006A-DUP-SCAN-PARA                                   02100000
               VARYING WS-KEY-IDX FROM 1 BY 1                           02110000
               UNTIL WS-KEY-IDX > WS-KEY-COUNT.                         02120000
           IF NOT DUP-FOUND-Y                                           02130000
               IF WS-KEY-COUNT < WS-KEY-MAX                             02140000
                   ADD 1 TO WS-KEY-COUNT                                02150000
                   MOVE DM-STATE-UT                                     02160000
                       TO WS-SEEN-STATE-UT (WS-KEY-COUNT)               02170000
                   MOVE DM-YEAR-OF-SUR TO WS-SEEN-YEAR (WS-KEY-COUNT)   02180000
               ELSE                                                     02190000
                   IF NOT KEY-TABLE-FULL-Y                              02200000
                       SET KEY-TABLE-FULL-Y TO TRUE                     02210000
                       DISPLAY 'CENSGEDT DUP-CHECK TABLE FULL AT '      02220000
                               WS-KEY-MAX ' KEYS'                       02230000
                       MOVE '006-DUP-CHECK-PARA' TO WS-AUDLOG-PARAGRAPH 02240000
                       MOVE 'DUPTABLE' TO WS-AUDLOG-STATUS              02250000
                       PERFORM WRITE-AUDIT-LOG-PARA                     02260000
                   END-IF                                               02270000
               END-IF                                                   02280000
           END-IF.                                                      02290000
       006A-DUP-SCAN-PARA.                                              02300000
           IF WS-SEEN-STATE-UT (WS-KEY-IDX) = DM-STATE-UT               02310000
            AND WS-SEEN-YEAR (WS-KEY-IDX) = DM-YEAR-OF-SUR              02320000
               SET DUP-FOUND-Y TO TRUE                                  02330000
           END-IF.                                                      02340000
       004-WRITE-CLEAN-PARA.                                            02350000
           ADD 1 TO WS-CLEAN-COUNT.                                     02360000
           MOVE DEMO-TRANS-REC TO CLEAN-DEMO-REC.                       02370000
           WRITE CLEAN-DEMO-REC.                                        02380000
       005-WRITE-REJECT-PARA.                                           02390000
           ADD 1 TO WS-REJECT-COUNT.                                    02400000
           MOVE SPACES TO REJECT-REC.                                   02410000
           MOVE WS-EDIT-REASON TO REJ-REASON.                           02420000
           MOVE DEMO-TRANS-REC TO REJ-TRANS-DATA.                       02430000
           WRITE REJECT-REC.                                            02440000
       003-CLOSE-PARA.                                                  02450000
           CLOSE DEMO-TRANS-FILE.                                       02460000
           CLOSE CLEAN-DEMO-FILE.                                       02470000
           CLOSE REJECT-FILE.                                           02480000
           DISPLAY 'CENSGEDT RECORDS READ     ' WS-READ-COUNT.          02490000
           DISPLAY 'CENSGEDT RECORDS CLEAN    ' WS-CLEAN-COUNT.         02500000
           DISPLAY 'CENSGEDT RECORDS REJECTED ' WS-REJECT-COUNT.        02510000
           DISPLAY 'CENSGEDT RUN COMPLETE - RUN DATE ' WS-RUN-DATE.     02520000
           IF WS-REJECT-COUNT > ZERO                                    02530000
               IF RETURN-CODE < 4                                       02540000
                   MOVE 4 TO RETURN-CODE                                02550000
               END-IF                                                   02560000
           END-IF.                                                      02570000
           CLOSE AUDIT-LOG-FILE.                                        02580000
      *SHARED RUN-CONTROL PARAGRAPHS - SEE RUNCTPRC.CPY.                02590000
           COPY RUNCTPRC.                                               02600000
      *SHARED AUDIT-LOG APPEND PARAGRAPH - SEE AUDITPRC.CPY.            02610000
           COPY AUDITPRC.                                               02620000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     02630000
           COPY BUSDTPRC.                                               02640000
