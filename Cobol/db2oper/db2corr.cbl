      *BATCH UPLOAD OF SURVEY-OFFICE CORRECTIONS INTO THE AB57/AB59     00010000
      *MAKER/CHECKER QUEUE. A CORRECTION LIST (OFTEN EVERY STATE AT     00020000
      *ONCE) WAS EITHER KEYED ONE ROW AT A TIME ON AB57 OR FORCED       00030000
      *THROUGH THE NIGHTLY FEED, WHICH SKIPS THE SUPERVISOR. THIS       00040000
      *QUEUES EACH CORRECTION ON CORRDD (CORRTRAN.CPY) INTO             00050000
      *CENSUS_PENDING EXACTLY AS PROGAB57'S QUEUE-PENDING-PARA DOES:    00060000
      *  - THE STATE NAME GOES THROUGH THE STALIAS MASTER FIRST         00070000
      *  - ALL FIELDS NUMERIC, RURAL + URBAN FOOTING TO POPULATION      00080000
      *  - A CLOSED SURVEY YEAR, OR ONE NOT ON THE SURVYR MASTER, IS    00090000
      *    REFUSED (NO SURVYRDD, NO YEAR-STATUS CHECK, AS ONLINE)       00100000
      *  - THE ROW AS IT STANDS GOES IN AS THE OLD VALUES, SO AB59      00110000
      *    SHOWS OLD AND NEW SIDE BY SIDE AND REFUSES A STALE ONE       00120000
      *  - ONE PENDING CHANGE PER ROW (-803 REFUSES A SECOND)           00130000
      *A SUPERVISOR THEN APPLIES OR REJECTS EACH ONE ON AB59. THE       00140000
      *QUEUING USERID IS THE HEADER'S CH-REQ-USER, WHO MUST HOLD AB57   00150000
      *MAINTENANCE (OPERAUTH OPTION 3) JUST AS ONLINE. THE WHOLE FILE   00160000
      *IS PROVED FIRST - HEADER, TRAILER COUNT, BATCH ID, USERID - AND  00170000
      *NOTHING IS QUEUED FROM A FILE THAT FAILS. CORRRPT LISTS EVERY    00180000
      *CORRECTION QUEUED OR REFUSED WITH THE UPLOAD'S BATCH ID, AND     00190000
      *EACH QUEUED ONE ALSO GOES ON THE SHARED AUDIT LOG UNDER THE      00200000
      *BATCH ID, SO A SUPERVISOR CAN TRACE AN AB59 ITEM TO ITS UPLOAD.  00210000
      *RC 4 = SOME CORRECTIONS REFUSED, RC 8 = THE UPLOAD WAS REFUSED   00220000
      *WHOLE, RC 16 = A FILE OR SQL FAILURE.                            00230000
       IDENTIFICATION DIVISION.                                         00240000
       PROGRAM-ID. DB2CORR.                                             00250000
       ENVIRONMENT DIVISION.                                            00260000
          INPUT-OUTPUT SECTION.                                         00270000
          FILE-CONTROL.                                                 00280000
      * THE CORRECTION UPLOAD, SEE CORRTRAN.CPY                         00290000
           SELECT CORR-FILE ASSIGN TO CORRDD                            00300000
           ORGANIZATION IS SEQUENTIAL                                   00310000
           FILE STATUS WS-CORR-STATUS.                                  00320000
      * THE PERMISSIONS KSDS - THE QUEUING USERID MUST HOLD OPTION 3    00330000
           SELECT OPERAUTH-FILE ASSIGN TO AUTHDD                        00340000
           ORGANIZATION IS INDEXED                                      00350000
           ACCESS MODE IS RANDOM                                        00360000
           RECORD KEY IS OA-USERID                                      00370000
           FILE STATUS WS-AUTH-STATUS.                                  00380000
      * STATE-NAME ALIAS MASTER, SEE STALIAS.CPY - OPTIONAL             00390000
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO ALIASDD                 00400000
           ORGANIZATION IS INDEXED                                      00410000
           ACCESS MODE IS RANDOM                                        00420000
           RECORD KEY IS AL-VARIANT                                     00430000
           FILE STATUS WS-ALIAS-STATUS.                                 00440000
      * SURVEY-YEAR MASTER, SEE SURVYR.CPY - OPTIONAL                   00450000
           SELECT OPTIONAL SURVYR-FILE ASSIGN TO SURVYRDD               00460000
           ORGANIZATION IS INDEXED                                      00470000
           ACCESS MODE IS RANDOM                                        00480000
           RECORD KEY IS SY-YEAR                                        00490000
           FILE STATUS WS-SURVYR-STATUS.                                00500000
      * SHARED AUDIT LOG, SEE AUDITLOG.CPY                              00510000
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITDD                      00520000
           ORGANIZATION IS SEQUENTIAL                                   00530000
           FILE STATUS WS-AUDITLOG-STATUS.                              00540000
           SELECT CORR-RPT-FILE ASSIGN TO CORRRPT                       00550000
           ORGANIZATION IS SEQUENTIAL                                   00560000
           FILE STATUS WS-RPT-STATUS.                                   00570000
       DATA DIVISION.                                                   00580000
          FILE SECTION.                                                 00590000
          FD  CORR-FILE.                                                00600000
      * SHARED CORRECTION UPLOAD LAYOUT, SEE CORRTRAN.CPY               00610000
          COPY CORRTRAN.                                                00620000
          FD  OPERAUTH-FILE.                                            00630000
      * SHARED PERMISSIONS LAYOUT, SEE OPERAUTH.CPY                     00640000
          COPY OPERAUTH.                                                00650000
          FD  ALIAS-FILE.                                               00660000
          COPY STALIAS.                                                 00670000
          FD  SURVYR-FILE.                                              00680000
          COPY SURVYR.                                                  00690000
          FD  AUDIT-LOG-FILE.                                           00700000
          COPY AUDITLOG.                                                00710000
          FD  CORR-RPT-FILE                                             00720000
              RECORD CONTAINS 110 CHARACTERS.                           00730000
          01  RPT-PRINT-REC           PIC X(110).                       00740000
       WORKING-STORAGE SECTION.                                         00750000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00760000
           COPY RUNDATE.                                                00770000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                00780000
           COPY RPTHDG.                                                 00790000
      * SHARED AUDIT-LOG STAGING FIELDS, SEE AUDITWS.CPY.               00800000
           COPY AUDITWS.                                                00810000
          77 WS-CORR-STATUS PIC X(2).                                   00820000
          77 WS-AUTH-STATUS PIC X(2).                                   00830000
          77 WS-ALIAS-STATUS PIC X(2).                                  00840000
          77 WS-SURVYR-STATUS PIC X(2).                                 00850000
          77 WS-AUDITLOG-STATUS PIC X(2).                               00860000
          77 WS-RPT-STATUS PIC X(2).                                    00870000
          77 WS-READ-COUNT PIC 9(9) VALUE ZERO.                         00880000
          77 WS-DETAIL-COUNT PIC 9(9) VALUE ZERO.                       00890000
          77 WS-QUEUED-COUNT PIC 9(9) VALUE ZERO.                       00900000
          77 WS-REFUSED-COUNT PIC 9(9) VALUE ZERO.                      00910000
          77 WS-FOOT-POP PIC 9(10).                                     00920000
          77 WS-SQLCODE-EDIT PIC -(8)9.                                 00930000
          01 WS-CORR-EOF PIC X(01) VALUE 'N'.                           00940000
             88 CORR-EOF-Y VALUE 'Y'.                                   00950000
      * WHOLE-FILE PROOF - THE FIRST FAILURE REFUSES THE UPLOAD         00960000
          01 WS-BATCH-OK PIC X(01) VALUE 'Y'.                           00970000
             88 BATCH-OK-Y VALUE 'Y'.                                   00980000
          01 WS-BATCH-REASON PIC X(30) VALUE SPACES.                    00990000
          01 WS-HDR-SEEN PIC X(01) VALUE 'N'.                           01000000
             88 HDR-SEEN-Y VALUE 'Y'.                                   01010000
          01 WS-TRL-SEEN PIC X(01) VALUE 'N'.                           01020000
             88 TRL-SEEN-Y VALUE 'Y'.                                   01030000
          01 WS-BATCH-ID PIC X(8) VALUE SPACES.                         01040000
          01 WS-OFFICE PIC X(2) VALUE SPACES.                           01050000
          01 WS-USERID PIC X(8) VALUE SPACES.                           01060000
          01 WS-TRL-COUNT PIC 9(6) VALUE ZERO.                          01070000
      * NO SURVYRDD (OPTIONAL FILE ABSENT) MEANS NO YEAR-STATUS CHECK   01080000
          01 WS-SURVYR-AVAIL PIC X(01) VALUE 'N'.                       01090000
             88 SURVYR-AVAIL-Y VALUE 'Y'.                               01100000
          01 WS-ALIAS-AVAIL PIC X(01) VALUE 'N'.                        01110000
             88 ALIAS-AVAIL-Y VALUE 'Y'.                                01120000
      * ONE CORRECTION'S EDIT VERDICT - SPACES = QUEUE IT               01130000
          01 WS-REFUSE-REASON PIC X(30) VALUE SPACES.                   01140000
          01 WS-STATE-UT PIC X(30).                                     01150000
          01 WS-SEL-YEAR PIC S9(9) USAGE COMP.                          01160000
      * THE CORRECTED VALUES, STAGED FOR THE PENDING QUEUE              01170000
          01 WS-NEW-VALUES.                                             01180000
             05 WS-NEW-POPULATION PIC S9(9) USAGE COMP.                 01190000
             05 WS-NEW-GROWTH-PER PIC S9(9) USAGE COMP.                 01200000
             05 WS-NEW-RURAL-POP PIC S9(9) USAGE COMP.                  01210000
             05 WS-NEW-URBAN-POP PIC S9(9) USAGE COMP.                  01220000
             05 WS-NEW-RATIO PIC S9(9) USAGE COMP.                      01230000
          01 WS-RPT-CORR-LINE.                                          01240000
             05 RPT-CR-RESULT        PIC X(8).                          01250000
             05 FILLER               PIC X(2) VALUE SPACES.             01260000
             05 RPT-CR-BATCH         PIC X(8).                          01270000
             05 FILLER               PIC X(2) VALUE SPACES.             01280000
             05 RPT-CR-STATE         PIC X(30).                         01290000
             05 FILLER               PIC X(2) VALUE SPACES.             01300000
             05 RPT-CR-YEAR          PIC X(4).                          01310000
             05 FILLER               PIC X(2) VALUE SPACES.             01320000
             05 RPT-CR-NEW-POP       PIC Z(8)9.                         01330000
             05 FILLER               PIC X(2) VALUE SPACES.             01340000
             05 RPT-CR-OLD-POP       PIC Z(8)9.                         01350000
             05 FILLER               PIC X(2) VALUE SPACES.             01360000
             05 RPT-CR-REASON        PIC X(30).                         01370000
           EXEC SQL                                                     01380000
           INCLUDE SQLCA                                                01390000
              END-EXEC.                                                 01400000
      * NULL-INDICATOR ARRAY, SAME ORDER AS PROGAB57'S DCLCENSUS-IND    01410000
       01  DCLCENSUS-IND.                                               01420000
           10 IND-STATE-UT         PIC S9(4) COMP.                      01430000
           10 IND-POPULATION       PIC S9(4) COMP.                      01440000
           10 IND-GROWTH-PER       PIC S9(4) COMP.                      01450000
           10 IND-RURAL-POP        PIC S9(4) COMP.                      01460000
           10 IND-URBAN-POP        PIC S9(4) COMP.                      01470000
           10 IND-YEAR-OF-SUR      PIC S9(4) COMP.                      01480000
           10 IND-RATIO            PIC S9(4) COMP.                      01490000
       01  DCLCENSUS.                                                   01500000
           10 STATE-UT             PIC X(30).                           01510000
           10 POPULATION           PIC S9(9) USAGE COMP.                01520000
           10 GROWTH-PER           PIC S9(9) USAGE COMP.                01530000
           10 RURAL-POP            PIC S9(9) USAGE COMP.                01540000
           10 URBAN-POP            PIC S9(9) USAGE COMP.                01550000
           10 YEAR-OF-SUR          PIC S9(9) USAGE COMP.                01560000
           10 RATIO                PIC S9(9) USAGE COMP.                01570000
       PROCEDURE DIVISION.                                              01580000
       MAIN-PARA.                                                       01590000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        01600000
           ACCEPT WS-RUN-TIME FROM TIME                                 01610000
           MOVE 'DB2CORR' TO WS-AUDLOG-PROGRAM.                         01620000
           MOVE 'CORRECTION UPLOAD' TO RPT-TITLE.                       01630000
           MOVE 'DB2CORR' TO RPT-PROGRAM-ID.                            01640000
           MOVE SPACES TO RPT-COLUMN-LINE.                              01650000
           MOVE 'RESULT' TO RPT-COLUMN-LINE (1:6).                      01660000
           MOVE 'BATCH' TO RPT-COLUMN-LINE (11:5).                      01670000
           MOVE 'STATE/UT' TO RPT-COLUMN-LINE (21:8).                   01680000
           MOVE 'YEAR' TO RPT-COLUMN-LINE (53:4).                       01690000
           MOVE 'NEW POP' TO RPT-COLUMN-LINE (61:7).                    01700000
           MOVE 'OLD POP' TO RPT-COLUMN-LINE (72:7).                    01710000
           MOVE 'REASON' TO RPT-COLUMN-LINE (81:6).                     01720000
           OPEN OUTPUT CORR-RPT-FILE.                                   01730000
           IF WS-RPT-STATUS NOT = '00'                                  01740000
               DISPLAY 'ERROR/OPEN/CORR-RPT-FILE'                       01750000
               DISPLAY 'FILE STATUS:' WS-RPT-STATUS                     01760000
               MOVE 16 TO RETURN-CODE                                   01770000
               STOP RUN                                                 01780000
           END-IF.                                                      01790000
           PERFORM 001-PROVE-FILE-PARA.                                 01800000
           IF BATCH-OK-Y                                                01810000
               PERFORM 002-CHECK-USER-PARA                              01820000
           END-IF.                                                      01830000
           IF BATCH-OK-Y                                                01840000
               PERFORM 003-QUEUE-FILE-PARA                              01850000
           ELSE                                                         01860000
               PERFORM 008-REFUSE-BATCH-PARA                            01870000
           END-IF.                                                      01880000
           PERFORM 009-TOTALS-PARA.                                     01890000
           CLOSE CORR-RPT-FILE.                                         01900000
           IF WS-REFUSED-COUNT > 0                                      01910000
            AND RETURN-CODE < 4                                         01920000
               MOVE 4 TO RETURN-CODE                                    01930000
           END-IF.                                                      01940000
           DISPLAY 'DB2CORR BATCH ' WS-BATCH-ID                         01950000
               ' QUEUED ' WS-QUEUED-COUNT                               01960000
               ' REFUSED ' WS-REFUSED-COUNT.                            01970000
           STOP RUN.                                                    01980000
      * FIRST PASS - THE UPLOAD MUST BE ONE HEADER, ITS DETAILS AND     01990000
      * ONE TRAILER WHOSE COUNT MATCHES, OR NONE OF IT IS QUEUED        02000000
       001-PROVE-FILE-PARA.                                             02010000
           OPEN INPUT CORR-FILE.                                        02020000
           IF WS-CORR-STATUS NOT = '00'                                 02030000
               DISPLAY 'ERROR/OPEN/CORR-FILE'                           02040000
               DISPLAY 'FILE STATUS:' WS-CORR-STATUS                    02050000
               MOVE 16 TO RETURN-CODE                                   02060000
               MOVE 'N' TO WS-BATCH-OK                                  02070000
               MOVE 'CORRECTION FILE WOULD NOT OPEN'                    02080000
                   TO WS-BATCH-REASON                                   02090000
           ELSE                                                         02100000
               PERFORM 001A-PROVE-RECORD-PARA UNTIL CORR-EOF-Y          02110000
               CLOSE CORR-FILE                                          02120000
               IF BATCH-OK-Y                                            02130000
                   PERFORM 001B-PROVE-TOTALS-PARA                       02140000
               END-IF                                                   02150000
           END-IF.                                                      02160000
       001A-PROVE-RECORD-PARA.                                          02170000
           READ CORR-FILE                                               02180000
               AT END                                                   02190000
                   SET CORR-EOF-Y TO TRUE                               02200000
               NOT AT END                                               02210000
                   ADD 1 TO WS-READ-COUNT                               02220000
                   EVALUATE TRUE                                        02230000
                       WHEN TRL-SEEN-Y                                  02240000
                           IF BATCH-OK-Y                                02250000
                               MOVE 'N' TO WS-BATCH-OK                  02260000
                               MOVE 'RECORDS AFTER THE TRAILER'         02270000
                                   TO WS-BATCH-REASON                   02280000
                           END-IF                                       02290000
                       WHEN CORR-HEADER-ID                              02300000
                           IF HDR-SEEN-Y                                02310000
                            AND BATCH-OK-Y                              02320000
                               MOVE 'N' TO WS-BATCH-OK                  02330000
                               MOVE 'MORE THAN ONE HEADER'              02340000
                                   TO WS-BATCH-REASON                   02350000
                           END-IF                                       02360000
                           IF WS-READ-COUNT = 1                         02370000
                               SET HDR-SEEN-Y TO TRUE                   02380000
                               MOVE CH-BATCH-ID TO WS-BATCH-ID          02390000
                               MOVE CH-OFFICE TO WS-OFFICE              02400000
                               MOVE CH-REQ-USER TO WS-USERID            02410000
                           END-IF                                       02420000
                       WHEN CORR-TRAILER-ID                             02430000
                           SET TRL-SEEN-Y TO TRUE                       02440000
                           MOVE CT-COUNT TO WS-TRL-COUNT                02450000
                           IF CT-COUNT NOT NUMERIC                      02460000
                            AND BATCH-OK-Y                              02470000
                               MOVE 'N' TO WS-BATCH-OK                  02480000
                               MOVE 'TRAILER COUNT NOT NUMERIC'         02490000
                                   TO WS-BATCH-REASON                   02500000
                           END-IF                                       02510000
                       WHEN OTHER                                       02520000
                           ADD 1 TO WS-DETAIL-COUNT                     02530000
                   END-EVALUATE                                         02540000
                   IF NOT HDR-SEEN-Y                                    02550000
                    AND BATCH-OK-Y                                      02560000
                       MOVE 'N' TO WS-BATCH-OK                          02570000
                       MOVE 'NO CORRHDR HEADER FIRST'                   02580000
                           TO WS-BATCH-REASON                           02590000
                   END-IF                                               02600000
           END-READ.                                                    02610000
       001B-PROVE-TOTALS-PARA.                                          02620000
           EVALUATE TRUE                                                02630000
               WHEN NOT HDR-SEEN-Y                                      02640000
                   MOVE 'N' TO WS-BATCH-OK                              02650000
                   MOVE 'EMPTY FILE - NO CORRHDR HEADER'                02660000
                       TO WS-BATCH-REASON                               02670000
               WHEN NOT TRL-SEEN-Y                                      02680000
                   MOVE 'N' TO WS-BATCH-OK                              02690000
                   MOVE 'NO CORRTRL TRAILER - CUT SHORT'                02700000
                       TO WS-BATCH-REASON                               02710000
               WHEN WS-TRL-COUNT NOT = WS-DETAIL-COUNT                  02720000
                   MOVE 'N' TO WS-BATCH-OK                              02730000
                   MOVE 'TRAILER COUNT NOT = DETAILS'                   02740000
                       TO WS-BATCH-REASON                               02750000
               WHEN WS-BATCH-ID = SPACES                                02760000
                   MOVE 'N' TO WS-BATCH-OK                              02770000
                   MOVE 'NO BATCH ID ON THE HEADER'                     02780000
                       TO WS-BATCH-REASON                               02790000
               WHEN OTHER                                               02800000
                   CONTINUE                                             02810000
           END-EVALUATE.                                                02820000
      * THE QUEUING USERID MUST HOLD AB57 MAINTENANCE, AS ONLINE - NO   02830000
      * RECORD (OR A READ FAILURE) MEANS NO MAINTENANCE                 02840000
       002-CHECK-USER-PARA.                                             02850000
           OPEN INPUT OPERAUTH-FILE.                                    02860000
           IF WS-AUTH-STATUS NOT = '00'                                 02870000
               DISPLAY 'ERROR/OPEN/OPERAUTH-FILE'                       02880000
               DISPLAY 'FILE STATUS:' WS-AUTH-STATUS                    02890000
               MOVE 16 TO RETURN-CODE                                   02900000
               MOVE 'N' TO WS-BATCH-OK                                  02910000
               MOVE 'OPERAUTH WOULD NOT OPEN' TO WS-BATCH-REASON        02920000
           ELSE                                                         02930000
               MOVE WS-USERID TO OA-USERID                              02940000
               MOVE 'N' TO OA-OPT3                                      02950000
               READ OPERAUTH-FILE                                       02960000
                   INVALID KEY                                          02970000
                       MOVE 'N' TO OA-OPT3                              02980000
               END-READ                                                 02990000
               IF WS-AUTH-STATUS NOT = '00'                             03000000
                   MOVE 'N' TO OA-OPT3                                  03010000
               END-IF                                                   03020000
               IF OA-OPT3 NOT = 'Y'                                     03030000
                   MOVE 'N' TO WS-BATCH-OK                              03040000
                   STRING 'USERID ' WS-USERID                           03050000
                          ' NO AB57 AUTH'                               03060000
                          DELIMITED BY SIZE INTO WS-BATCH-REASON        03070000
                   END-STRING                                           03080000
               END-IF                                                   03090000
               CLOSE OPERAUTH-FILE                                      03100000
           END-IF.                                                      03110000
      * SECOND PASS - EDIT AND QUEUE EACH DETAIL, ONE UNIT OF WORK      03120000
      * PER CORRECTION AS AB57 SYNCPOINTS EACH OVERTYPE                 03130000
       003-QUEUE-FILE-PARA.                                             03140000
           OPEN EXTEND AUDIT-LOG-FILE.                                  03150000
           IF WS-AUDITLOG-STATUS NOT = '00'                             03160000
               DISPLAY 'ERROR/OPEN/AUDIT-LOG-FILE'                      03170000
               DISPLAY 'FILE STATUS:' WS-AUDITLOG-STATUS                03180000
               MOVE 16 TO RETURN-CODE                                   03190000
               MOVE 'N' TO WS-BATCH-OK                                  03200000
               MOVE 'AUDIT LOG WOULD NOT OPEN' TO WS-BATCH-REASON       03210000
               PERFORM 008-REFUSE-BATCH-PARA                            03220000
           ELSE                                                         03230000
               OPEN INPUT ALIAS-FILE                                    03240000
               IF WS-ALIAS-STATUS = '00'                                03250000
                   SET ALIAS-AVAIL-Y TO TRUE                            03260000
               END-IF                                                   03270000
               OPEN INPUT SURVYR-FILE                                   03280000
               IF WS-SURVYR-STATUS = '00'                               03290000
                   SET SURVYR-AVAIL-Y TO TRUE                           03300000
               END-IF                                                   03310000
               MOVE 'N' TO WS-CORR-EOF                                  03320000
               OPEN INPUT CORR-FILE                                     03330000
               PERFORM 003A-READ-CORR-PARA UNTIL CORR-EOF-Y             03340000
               CLOSE CORR-FILE                                          03350000
               CLOSE ALIAS-FILE                                         03360000
               CLOSE SURVYR-FILE                                        03370000
               CLOSE AUDIT-LOG-FILE                                     03380000
           END-IF.                                                      03390000
       003A-READ-CORR-PARA.                                             03400000
           READ CORR-FILE                                               03410000
               AT END                                                   03420000
                   SET CORR-EOF-Y TO TRUE                               03430000
               NOT AT END                                               03440000
                   IF NOT CORR-HEADER-ID                                03450000
                    AND NOT CORR-TRAILER-ID                             03460000
                       PERFORM 004-EDIT-CORR-PARA                       03470000
                       IF WS-REFUSE-REASON = SPACES                     03480000
                           PERFORM 005-QUEUE-PENDING-PARA               03490000
                       END-IF                                           03500000
                       PERFORM 007-PUT-CORR-PARA                        03510000
                   END-IF                                               03520000
           END-READ.                                                    03530000
      * PROGAB57'S FIELD-LEVEL EDITS, IN ITS ORDER                      03540000
       004-EDIT-CORR-PARA.                                              03550000
           MOVE SPACES TO WS-REFUSE-REASON.                             03560000
           MOVE CR-STATE-UT TO WS-STATE-UT.                             03570000
           IF ALIAS-AVAIL-Y                                             03580000
               PERFORM 004A-ALIAS-LOOKUP-PARA                           03590000
           END-IF.                                                      03600000
           IF CR-YEAR-OF-SUR NOT NUMERIC                                03610000
            OR CR-POPULATION NOT NUMERIC                                03620000
            OR CR-GROWTH-PER NOT NUMERIC                                03630000
            OR CR-RURAL-POP NOT NUMERIC                                 03640000
            OR CR-URBAN-POP NOT NUMERIC                                 03650000
            OR CR-RATIO NOT NUMERIC                                     03660000
               MOVE 'ALL FIELDS MUST BE NUMERIC' TO WS-REFUSE-REASON    03670000
           END-IF.                                                      03680000
           IF WS-REFUSE-REASON = SPACES                                 03690000
            AND SURVYR-AVAIL-Y                                          03700000
               PERFORM 004B-CHECK-YEAR-OPEN-PARA                        03710000
           END-IF.                                                      03720000
           IF WS-REFUSE-REASON = SPACES                                 03730000
               COMPUTE WS-FOOT-POP = CR-RURAL-POP + CR-URBAN-POP        03740000
               IF WS-FOOT-POP NOT = CR-POPULATION                       03750000
                   MOVE 'RURAL + URBAN NOT = POPULATION'                03760000
                       TO WS-REFUSE-REASON                              03770000
               END-IF                                                   03780000
           END-IF.                                                      03790000
      * A NAME ON THE ALIAS MASTER IS SWAPPED FOR ITS OFFICIAL          03800000
      * SPELLING - A MISS LEAVES THE NAME AS SENT                       03810000
       004A-ALIAS-LOOKUP-PARA.                                          03820000
           MOVE WS-STATE-UT TO AL-VARIANT.                              03830000
           READ ALIAS-FILE                                              03840000
               INVALID KEY                                              03850000
                   CONTINUE                                             03860000
               NOT INVALID KEY                                          03870000
                   MOVE AL-OFFICIAL TO WS-STATE-UT                      03880000
           END-READ.                                                    03890000
      * CLOSED REFUSES, NOT ON THE MASTER REFUSES AS UNKNOWN            03900000
       004B-CHECK-YEAR-OPEN-PARA.                                       03910000
           MOVE CR-YEAR-OF-SUR TO SY-YEAR.                              03920000
           READ SURVYR-FILE                                             03930000
               INVALID KEY                                              03940000
                   MOVE 'SURVEY YEAR NOT ON MASTER'                     03950000
                       TO WS-REFUSE-REASON                              03960000
               NOT INVALID KEY                                          03970000
                   IF SY-CLOSED                                         03980000
                       MOVE 'SURVEY YEAR CLOSED'                        03990000
                           TO WS-REFUSE-REASON                          04000000
                   END-IF                                               04010000
           END-READ.                                                    04020000
      * THE ROW AS IT STANDS IS THE OLD VALUES - NO ROW, NO QUEUE       04030000
       005-QUEUE-PENDING-PARA.                                          04040000
           MOVE CR-YEAR-OF-SUR TO WS-SEL-YEAR.                          04050000
           EXEC SQL                                                     04060000
               SELECT STATE_UT,POPULATION,GROWTH_PER,RURAL_POP,         04070000
                      URBAN_POP,YEAR_OF_SUR,RATIO                       04080000
               INTO  :DCLCENSUS:DCLCENSUS-IND                           04090000
                FROM CENSUS                                             04100000
               WHERE STATE_UT = :WS-STATE-UT                            04110000
               AND   YEAR_OF_SUR = :WS-SEL-YEAR                         04120000
           END-EXEC.                                                    04130000
           EVALUATE SQLCODE                                             04140000
               WHEN 0                                                   04150000
                   PERFORM 006-INSERT-PENDING-PARA                      04160000
               WHEN 100                                                 04170000
                   MOVE 'NO CENSUS RECORD FOR THAT ROW'                 04180000
                       TO WS-REFUSE-REASON                              04190000
               WHEN OTHER                                               04200000
                   MOVE SQLCODE TO WS-SQLCODE-EDIT                      04210000
                   DISPLAY 'ERROR/SELECT CENSUS SQL CODE:' SQLCODE      04220000
                   STRING 'SELECT FAILED ' WS-SQLCODE-EDIT              04230000
                          DELIMITED BY SIZE INTO WS-REFUSE-REASON       04240000
                   END-STRING                                           04250000
                   MOVE 16 TO RETURN-CODE                               04260000
           END-EVALUATE.                                                04270000
       006-INSERT-PENDING-PARA.                                         04280000
           MOVE CR-POPULATION TO WS-NEW-POPULATION.                     04290000
           MOVE CR-GROWTH-PER TO WS-NEW-GROWTH-PER.                     04300000
           MOVE CR-RURAL-POP TO WS-NEW-RURAL-POP.                       04310000
           MOVE CR-URBAN-POP TO WS-NEW-URBAN-POP.                       04320000
           MOVE CR-RATIO TO WS-NEW-RATIO.                               04330000
           EXEC SQL                                                     04340000
               INSERT INTO CENSUS_PENDING                               04350000
               (STATE_UT,YEAR_OF_SUR,                                   04360000
                OLD_POPULATION,OLD_GROWTH_PER,OLD_RURAL_POP,            04370000
                OLD_URBAN_POP,OLD_RATIO,                                04380000
                NEW_POPULATION,NEW_GROWTH_PER,NEW_RURAL_POP,            04390000
                NEW_URBAN_POP,NEW_RATIO,                                04400000
                REQ_USER,REQ_TS)                                        04410000
               VALUES(:WS-STATE-UT,:WS-SEL-YEAR,                        04420000
                      :POPULATION,:GROWTH-PER,                          04430000
                      :RURAL-POP:IND-RURAL-POP,                         04440000
                      :URBAN-POP:IND-URBAN-POP,:RATIO,                  04450000
                      :WS-NEW-POPULATION,:WS-NEW-GROWTH-PER,            04460000
                      :WS-NEW-RURAL-POP,:WS-NEW-URBAN-POP,              04470000
                      :WS-NEW-RATIO,                                    04480000
                      :WS-USERID,CURRENT TIMESTAMP)                     04490000
           END-EXEC.                                                    04500000
           EVALUATE SQLCODE                                             04510000
               WHEN 0                                                   04520000
                   EXEC SQL COMMIT END-EXEC                             04530000
                   ADD 1 TO WS-QUEUED-COUNT                             04540000
                   MOVE SPACES TO WS-AUDLOG-PARAGRAPH                   04550000
                   STRING WS-BATCH-ID ' ' WS-STATE-UT (1:11)            04560000
                          DELIMITED BY SIZE INTO WS-AUDLOG-PARAGRAPH    04570000
                   END-STRING                                           04580000
                   MOVE 'QUEUED' TO WS-AUDLOG-STATUS                    04590000
                   PERFORM WRITE-AUDIT-LOG-PARA                         04600000
               WHEN -803                                                04610000
                   EXEC SQL ROLLBACK END-EXEC                           04620000
                   MOVE 'CHANGE ALREADY PENDING FOR ROW'                04630000
                       TO WS-REFUSE-REASON                              04640000
               WHEN OTHER                                               04650000
                   EXEC SQL ROLLBACK END-EXEC                           04660000
                   MOVE SQLCODE TO WS-SQLCODE-EDIT                      04670000
                   DISPLAY 'ERROR/INSERT PENDING SQL CODE:' SQLCODE     04680000
                   STRING 'QUEUE FAILED ' WS-SQLCODE-EDIT               04690000
                          DELIMITED BY SIZE INTO WS-REFUSE-REASON       04700000
                   END-STRING                                           04710000
                   MOVE 16 TO RETURN-CODE                               04720000
           END-EVALUATE.                                                04730000
      * ONE LINE PER CORRECTION, QUEUED OR REFUSED, UNDER ITS BATCH     04740000
       007-PUT-CORR-PARA.                                               04750000
           MOVE SPACES TO WS-RPT-CORR-LINE.                             04760000
           MOVE WS-BATCH-ID TO RPT-CR-BATCH.                            04770000
           MOVE WS-STATE-UT TO RPT-CR-STATE.                            04780000
           MOVE CR-YEAR-OF-SUR TO RPT-CR-YEAR.                          04790000
           IF CR-POPULATION NUMERIC                                     04800000
               MOVE CR-POPULATION TO RPT-CR-NEW-POP                     04810000
           END-IF.                                                      04820000
           IF WS-REFUSE-REASON = SPACES                                 04830000
               MOVE 'QUEUED' TO RPT-CR-RESULT                           04840000
               MOVE POPULATION TO RPT-CR-OLD-POP                        04850000
           ELSE                                                         04860000
               MOVE 'REFUSED' TO RPT-CR-RESULT                          04870000
               MOVE WS-REFUSE-REASON TO RPT-CR-REASON                   04880000
               ADD 1 TO WS-REFUSED-COUNT                                04890000
           END-IF.                                                      04900000
           MOVE WS-RPT-CORR-LINE TO RPT-DETAIL-STAGE.                   04910000
           PERFORM RPT-PUT-PARA.                                        04920000
      * A REFUSED UPLOAD QUEUES NOTHING - ONE LINE SAYS WHY, AND EVERY  04930000
      * DETAIL IT CARRIED COUNTS AS REFUSED                             04940000
       008-REFUSE-BATCH-PARA.                                           04950000
           MOVE SPACES TO WS-RPT-CORR-LINE.                             04960000
           MOVE 'REFUSED' TO RPT-CR-RESULT.                             04970000
           MOVE WS-BATCH-ID TO RPT-CR-BATCH.                            04980000
           MOVE 'WHOLE UPLOAD - NOTHING QUEUED' TO RPT-CR-STATE.        04990000
           MOVE WS-BATCH-REASON TO RPT-CR-REASON.                       05000000
           MOVE WS-RPT-CORR-LINE TO RPT-DETAIL-STAGE.                   05010000
           PERFORM RPT-PUT-PARA.                                        05020000
           MOVE WS-DETAIL-COUNT TO WS-REFUSED-COUNT.                    05030000
           IF RETURN-CODE < 8                                           05040000
               MOVE 8 TO RETURN-CODE                                    05050000
           END-IF.                                                      05060000
           DISPLAY 'DB2CORR UPLOAD REFUSED - ' WS-BATCH-REASON.         05070000
       009-TOTALS-PARA.                                                 05080000
           MOVE SPACES TO WS-RPT-CORR-LINE.                             05090000
           MOVE WS-BATCH-ID TO RPT-CR-BATCH.                            05100000
           STRING 'OFFICE ' WS-OFFICE ' QUEUED BY ' WS-USERID           05110000
                  DELIMITED BY SIZE INTO RPT-CR-STATE                   05120000
           END-STRING.                                                  05130000
           MOVE WS-RPT-CORR-LINE TO RPT-DETAIL-STAGE.                   05140000
           PERFORM RPT-PUT-PARA.                                        05150000
           MOVE SPACES TO WS-RPT-CORR-LINE.                             05160000
           MOVE 'QUEUED' TO RPT-CR-RESULT.                              05170000
           MOVE WS-BATCH-ID TO RPT-CR-BATCH.                            05180000
           STRING 'CORRECTIONS QUEUED  ' WS-QUEUED-COUNT                05190000
                  DELIMITED BY SIZE INTO RPT-CR-STATE                   05200000
           END-STRING.                                                  05210000
           MOVE WS-RPT-CORR-LINE TO RPT-DETAIL-STAGE.                   05220000
           PERFORM RPT-PUT-PARA.                                        05230000
           MOVE SPACES TO WS-RPT-CORR-LINE.                             05240000
           MOVE 'REFUSED' TO RPT-CR-RESULT.                             05250000
           MOVE WS-BATCH-ID TO RPT-CR-BATCH.                            05260000
           STRING 'CORRECTIONS REFUSED ' WS-REFUSED-COUNT               05270000
                  DELIMITED BY SIZE INTO RPT-CR-STATE                   05280000
           END-STRING.                                                  05290000
           MOVE WS-RPT-CORR-LINE TO RPT-DETAIL-STAGE.                   05300000
           PERFORM RPT-PUT-PARA.                                        05310000
           MOVE 'CORRECTIONS READ    ' TO RPT-TOT-LABEL.                05320000
           MOVE WS-DETAIL-COUNT TO RPT-TOT-COUNT.                       05330000
           PERFORM RPT-GRAND-TOTAL-PARA.                                05340000
      * SHARED AUDIT-LOG APPEND PARAGRAPH - SEE AUDITPRC.CPY.           05350000
           COPY AUDITPRC.                                               05360000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         05370000
           COPY RPTHDPRC.                                               05380000
