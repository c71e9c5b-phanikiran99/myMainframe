      *COMPARABLE-BOUNDARY SERIES BUILD                                 00010000
      *WHEN A STATE IS SPLIT OR MERGED THE CENSUS TABLE JUST GAINS A    00020000
      *NEW STATE_UT ROW AND THE PARENT'S FIGURES DROP, SO DB2COMP,      00030000
      *DB2GROW, DB2URBN AND DB2PROJ REPORTED FAKE DECLINES AND "NEW"    00040000
      *STATES WITH NO HISTORY. THIS READS THE STATE LINEAGE MASTER      00050000
      *(STLINEAG.CPY, MAINTAINED BY STLNMNT) AND EVERY CENSUS ROW,      00060000
      *THEN RESTATES EACH SURVEY TAKEN BEFORE A BOUNDARY CHANGE ONTO    00070000
      *TODAY'S BOUNDARIES - THE LINEAGE SHARE OF THE PARENT'S           00080000
      *POPULATION (AND, IN THE SAME PROPORTION, ITS RURAL AND URBAN     00090000
      *SPLIT) IS MOVED TO THE CHILD FOR EVERY YEAR BEFORE THE           00100000
      *EFFECTIVE YEAR. CHANGES ARE APPLIED OLDEST EFFECTIVE YEAR        00110000
      *FIRST SO A STATE CARVED OUT OF AN ALREADY-CARVED STATE CHAINS    00120000
      *CORRECTLY. A MERGED-AWAY PARENT LEAVES NO ROWS BEHIND. THE       00130000
      *RESULT REPLACES THE CENSUS_COMPARABLE TABLE IN ONE UNIT OF       00140000
      *WORK - THE FOUR REPORTS READ IT WHEN THEIR CARD ASKS FOR THE     00150000
      *COMPARABLE BASIS - AND EVERY RESTATED ROW IS LISTED ON THE       00160000
      *BNDSRPT REPORT BESIDE ITS AS-RECORDED FIGURE. A LINEAGE RECORD   00170000
      *WHOSE PARENT HAS NO EARLIER SURVEY ROW IS LISTED AS AN           00180000
      *EXCEPTION (RC 4). THE CENSUS TABLE ITSELF IS NEVER CHANGED.      00190000
       IDENTIFICATION DIVISION.                                         00200000
       PROGRAM-ID. DB2BNDS.                                             00210000
       ENVIRONMENT DIVISION.                                            00220000
          INPUT-OUTPUT SECTION.                                         00230000
          FILE-CONTROL.                                                 00240000
      * STATE LINEAGE MASTER - NO MASTER YET MEANS NOTHING TO RESTATE   00250000
           SELECT OPTIONAL LINEAGE-FILE ASSIGN TO LINEAGDD              00260000
           ORGANIZATION IS INDEXED                                      00270000
           ACCESS MODE IS SEQUENTIAL                                    00280000
           RECORD KEY IS LN-KEY                                         00290000
           FILE STATUS WS-LINEAGE-STATUS.                               00300000
           SELECT BNDS-RPT-FILE ASSIGN TO BNDSRPT                       00310000
           ORGANIZATION IS SEQUENTIAL                                   00320000
           FILE STATUS WS-RPT-STATUS.                                   00330000
       DATA DIVISION.                                                   00340000
          FILE SECTION.                                                 00350000
          FD  LINEAGE-FILE.                                             00360000
          COPY STLINEAG.                                                00370000
          FD  BNDS-RPT-FILE                                             00380000
              RECORD CONTAINS 110 CHARACTERS.                           00390000
          01  RPT-PRINT-REC           PIC X(110).                       00400000
       WORKING-STORAGE SECTION.                                         00410000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00420000
           COPY RUNDATE.                                                00430000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                00440000
           COPY RPTHDG.                                                 00450000
          77 WS-LINEAGE-STATUS PIC X(2).                                00460000
          77 WS-RPT-STATUS PIC X(2).                                    00470000
          01 WS-LINEAGE-EOF PIC X(01) VALUE 'N'.                        00480000
             88 LINEAGE-EOF-Y VALUE 'Y'.                                00490000
          01 WS-CURSOR-OPEN PIC X(01) VALUE 'N'.                        00500000
             88 WS-CURSOR-OPEN-Y VALUE 'Y'.                             00510000
          01 WS-FETCH-EOF PIC X(01) VALUE 'N'.                          00520000
             88 FETCH-EOF-Y VALUE 'Y'.                                  00530000
          01 WS-INSERT-FAILED PIC X(01) VALUE 'N'.                      00540000
             88 INSERT-FAILED-Y VALUE 'Y'.                              00550000
      * THE LINEAGE MASTER, HELD IN EFFECTIVE-YEAR ORDER FOR THE RUN    00560000
          77 WS-LN-COUNT PIC 9(4) USAGE COMP VALUE ZERO.                00570000
          77 WS-LN-MAX PIC 9(4) USAGE COMP VALUE 200.                   00580000
          77 WS-LN-IDX PIC 9(4) USAGE COMP.                             00590000
          01 WS-LINEAGE-TABLE.                                          00600000
             05 WS-LN-ENTRY OCCURS 200 TIMES.                           00610000
                10 WS-LN-PARENT       PIC X(30).                        00620000
                10 WS-LN-CHILD        PIC X(30).                        00630000
                10 WS-LN-EFF-YEAR     PIC S9(9) USAGE COMP.             00640000
                10 WS-LN-SHARE        PIC 9(3)V99 USAGE COMP-3.         00650000
                10 WS-LN-HITS         PIC 9(4) USAGE COMP.              00660000
          01 WS-LN-SWAP-ENTRY.                                          00670000
             05 FILLER                PIC X(30).                        00680000
             05 FILLER                PIC X(30).                        00690000
             05 FILLER                PIC S9(9) USAGE COMP.             00700000
             05 FILLER                PIC 9(3)V99 USAGE COMP-3.         00710000
             05 FILLER                PIC 9(4) USAGE COMP.              00720000
          77 WS-SORT-IDX PIC 9(4) USAGE COMP.                           00730000
          77 WS-SORT-LIM PIC 9(4) USAGE COMP.                           00740000
          01 WS-SORT-SWAPPED PIC X(01).                                 00750000
             88 SORT-SWAPPED-Y VALUE 'Y'.                               00760000
      * EVERY CENSUS ROW, THEN THE RESTATED CHILD ROWS APPENDED BEHIND  00770000
          77 WS-SR-COUNT PIC 9(4) USAGE COMP VALUE ZERO.                00780000
          77 WS-SR-MAX PIC 9(4) USAGE COMP VALUE 3000.                  00790000
          77 WS-SR-IDX PIC 9(4) USAGE COMP.                             00800000
          77 WS-SR-LIM PIC 9(4) USAGE COMP.                             00810000
          77 WS-SR-SLOT PIC 9(4) USAGE COMP.                            00820000
          77 WS-SR-SCAN PIC 9(4) USAGE COMP.                            00830000
          01 WS-SERIES-TABLE.                                           00840000
             05 WS-SR-ENTRY OCCURS 3000 TIMES.                          00850000
                10 WS-SR-STATE        PIC X(30).                        00860000
                10 WS-SR-YEAR         PIC S9(9) USAGE COMP.             00870000
                10 WS-SR-REC-POP      PIC S9(9) USAGE COMP.             00880000
                10 WS-SR-POP          PIC S9(9) USAGE COMP.             00890000
                10 WS-SR-GROWTH       PIC S9(9) USAGE COMP.             00900000
                10 WS-SR-RURAL        PIC S9(9) USAGE COMP.             00910000
                10 WS-SR-URBAN        PIC S9(9) USAGE COMP.             00920000
                10 WS-SR-RATIO        PIC S9(9) USAGE COMP.             00930000
                10 WS-SR-IND-GROWTH   PIC S9(4) USAGE COMP.             00940000
                10 WS-SR-IND-RURAL    PIC S9(4) USAGE COMP.             00950000
                10 WS-SR-IND-URBAN    PIC S9(4) USAGE COMP.             00960000
                10 WS-SR-IND-RATIO    PIC S9(4) USAGE COMP.             00970000
                10 WS-SR-RESTATED     PIC X(1).                         00980000
                10 WS-SR-DROPPED      PIC X(1).                         00990000
      * THE ROW'S FIGURES AS THEY STOOD BEFORE THE FIRST SPLIT OF THE   00991000
      * EFFECTIVE YEAR IN WS-SR-BASE-YEAR - EVERY CHILD OF THAT YEAR    00992000
      * TAKES ITS SHARE OF THESE, NOT OF WHAT EARLIER CHILDREN LEFT     00993000
                10 WS-SR-BASE-YEAR    PIC S9(9) USAGE COMP.             00994000
                10 WS-SR-BASE-POP     PIC S9(9) USAGE COMP.             00995000
                10 WS-SR-BASE-RURAL   PIC S9(9) USAGE COMP.             00996000
                10 WS-SR-BASE-URBAN   PIC S9(9) USAGE COMP.             00997000
          77 WS-MOVE-POP PIC S9(9) USAGE COMP.                          01000000
          77 WS-MOVE-RURAL PIC S9(9) USAGE COMP.                        01010000
          77 WS-MOVE-URBAN PIC S9(9) USAGE COMP.                        01020000
          77 WS-CENSUS-ROWS PIC 9(9) VALUE ZERO.                        01030000
          77 WS-RESTATED-COUNT PIC 9(9) VALUE ZERO.                     01040000
          77 WS-DROPPED-COUNT PIC 9(9) VALUE ZERO.                      01050000
          77 WS-INSERTED-COUNT PIC 9(9) VALUE ZERO.                     01060000
          77 WS-EXCEPTION-COUNT PIC 9(9) VALUE ZERO.                    01070000
          01 WS-RPT-DETAIL-LINE.                                        01080000
             05 RPT-DET-STATE        PIC X(30).                         01090000
             05 FILLER               PIC X(2) VALUE SPACES.             01100000
             05 RPT-DET-YEAR         PIC 9(4).                          01110000
             05 FILLER               PIC X(2) VALUE SPACES.             01120000
             05 RPT-DET-RECORDED     PIC -(9)9.                         01130000
             05 FILLER               PIC X(2) VALUE SPACES.             01140000
             05 RPT-DET-COMPARABLE   PIC -(9)9.                         01150000
             05 FILLER               PIC X(2) VALUE SPACES.             01160000
             05 RPT-DET-CHANGE       PIC -(9)9.                         01170000
             05 FILLER               PIC X(2) VALUE SPACES.             01180000
             05 RPT-DET-NOTE         PIC X(14).                         01190000
          01 WS-RPT-EXCEPTION-LINE.                                     01200000
             05 FILLER               PIC X(24)                          01210000
                VALUE 'NO SURVEY BEFORE YEAR '.                         01220000
             05 RPT-EXC-YEAR         PIC 9(4).                          01230000
             05 FILLER               PIC X(12) VALUE ' FOR PARENT '.    01240000
             05 RPT-EXC-PARENT       PIC X(30).                         01250000
             05 FILLER               PIC X(8) VALUE ' CHILD '.          01260000
             05 RPT-EXC-CHILD        PIC X(30).                         01270000
           EXEC SQL                                                     01280000
           INCLUDE SQLCA                                                01290000
              END-EXEC.                                                 01300000
      * EVERY ROW IN STATE/YEAR ORDER - THE WHOLE TABLE IS RESTATED     01310000
           EXEC SQL                                                     01320000
            DECLARE CURS_CE_BNDS CURSOR FOR                             01330000
             SELECT STATE_UT,YEAR_OF_SUR,POPULATION,GROWTH_PER,         01340000
                    RURAL_POP,URBAN_POP,RATIO                           01350000
             FROM   CENSUS                                              01360000
             ORDER  BY STATE_UT,YEAR_OF_SUR                             01370000
           END-EXEC.                                                    01380000
       01  DCLCENSUS.                                                   01390000
           10 STATE-UT             PIC X(30).                           01400000
           10 POPULATION           PIC S9(9) USAGE COMP.                01410000
           10 GROWTH-PER           PIC S9(9) USAGE COMP.                01420000
           10 RURAL-POP            PIC S9(9) USAGE COMP.                01430000
           10 URBAN-POP            PIC S9(9) USAGE COMP.                01440000
           10 YEAR-OF-SUR          PIC S9(9) USAGE COMP.                01450000
           10 RATIO                PIC S9(9) USAGE COMP.                01460000
       01  IND-GROWTH-PER          PIC S9(4) COMP.                      01470000
       01  IND-RURAL-POP           PIC S9(4) COMP.                      01480000
       01  IND-URBAN-POP           PIC S9(4) COMP.                      01490000
       01  IND-RATIO               PIC S9(4) COMP.                      01500000
       01  WS-CB-RESTATED          PIC X(1).                            01510000
       01  WS-CB-BUILD-DATE        PIC X(8).                            01520000
       PROCEDURE DIVISION.                                              01530000
       MAIN-PARA.                                                       01540000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        01550000
           ACCEPT WS-RUN-TIME FROM TIME                                 01560000
           MOVE 'COMPARABLE BOUNDARY SERIES' TO RPT-TITLE.              01570000
           MOVE 'DB2BNDS' TO RPT-PROGRAM-ID.                            01580000
           MOVE SPACES TO RPT-COLUMN-LINE.                              01590000
           MOVE 'STATE/UT' TO RPT-COLUMN-LINE (1:8).                    01600000
           MOVE 'YEAR' TO RPT-COLUMN-LINE (33:4).                       01610000
           MOVE 'RECORDED' TO RPT-COLUMN-LINE (41:8).                   01620000
           MOVE 'COMPARABLE' TO RPT-COLUMN-LINE (51:10).                01630000
           MOVE 'CHANGE' TO RPT-COLUMN-LINE (67:6).                     01640000
           MOVE 'NOTE' TO RPT-COLUMN-LINE (75:4).                       01650000
           PERFORM 001-LOAD-LINEAGE-PARA.                               01660000
           PERFORM 002-SORT-LINEAGE-PARA.                               01670000
           PERFORM 003-GATHER-PARA.                                     01680000
           IF RETURN-CODE < 16                                          01690000
               PERFORM 004-RESTATE-PARA                                 01700000
                   VARYING WS-LN-IDX FROM 1 BY 1                        01710000
                   UNTIL WS-LN-IDX > WS-LN-COUNT                        01720000
           END-IF.                                                      01730000
           IF RETURN-CODE < 16                                          01740000
               PERFORM 006-REPLACE-TABLE-PARA                           01750000
           END-IF.                                                      01760000
           OPEN OUTPUT BNDS-RPT-FILE.                                   01770000
           IF WS-RPT-STATUS NOT = '00'                                  01780000
               DISPLAY 'ERROR/OPEN/BNDS-RPT-FILE'                       01790000
               DISPLAY 'FILE STATUS:' WS-RPT-STATUS                     01800000
               MOVE 16 TO RETURN-CODE                                   01810000
           ELSE                                                         01820000
               PERFORM 007-PRINT-ROW-PARA                               01830000
                   VARYING WS-SR-IDX FROM 1 BY 1                        01840000
                   UNTIL WS-SR-IDX > WS-SR-COUNT                        01850000
               PERFORM 008-PRINT-EXCEPTION-PARA                         01860000
                   VARYING WS-LN-IDX FROM 1 BY 1                        01870000
                   UNTIL WS-LN-IDX > WS-LN-COUNT                        01880000
               MOVE 'ROWS RESTATED       ' TO RPT-TOT-LABEL             01890000
               MOVE WS-RESTATED-COUNT TO RPT-TOT-COUNT                  01900000
               PERFORM RPT-GRAND-TOTAL-PARA                             01910000
               CLOSE BNDS-RPT-FILE                                      01920000
           END-IF.                                                      01930000
           IF WS-EXCEPTION-COUNT > ZERO                                 01940000
               IF RETURN-CODE < 4                                       01950000
                   MOVE 4 TO RETURN-CODE                                01960000
               END-IF                                                   01970000
           END-IF.                                                      01980000
           DISPLAY 'DB2BNDS LINEAGE RECORDS ' WS-LN-COUNT               01990000
                   ' CENSUS ROWS ' WS-CENSUS-ROWS                       02000000
                   ' RESTATED ' WS-RESTATED-COUNT                       02010000
                   ' MERGED AWAY ' WS-DROPPED-COUNT.                    02020000
           DISPLAY 'DB2BNDS COMPARABLE ROWS WRITTEN ' WS-INSERTED-COUNT 02030000
                   ' LINEAGE EXCEPTIONS ' WS-EXCEPTION-COUNT.           02040000
           STOP RUN.                                                    02050000
      * LOAD THE LINEAGE MASTER - ONE PASS, TABLE HELD FOR THE RUN      02060000
       001-LOAD-LINEAGE-PARA.                                           02070000
           OPEN INPUT LINEAGE-FILE.                                     02080000
           IF WS-LINEAGE-STATUS = '00' OR WS-LINEAGE-STATUS = '05'      02090000
               PERFORM 001A-LOAD-ONE-PARA UNTIL LINEAGE-EOF-Y           02100000
               CLOSE LINEAGE-FILE                                       02110000
           ELSE                                                         02120000
               DISPLAY 'ERROR/OPEN/LINEAGE-FILE'                        02130000
               DISPLAY 'FILE STATUS:' WS-LINEAGE-STATUS                 02140000
               MOVE 16 TO RETURN-CODE                                   02150000
           END-IF.                                                      02160000
       001A-LOAD-ONE-PARA.                                              02170000
           READ LINEAGE-FILE NEXT RECORD                                02180000
               AT END                                                   02190000
                   SET LINEAGE-EOF-Y TO TRUE                            02200000
               NOT AT END                                               02210000
                   IF WS-LN-COUNT < WS-LN-MAX                           02220000
                       ADD 1 TO WS-LN-COUNT                             02230000
                       MOVE LN-PARENT-STATE                             02240000
                           TO WS-LN-PARENT (WS-LN-COUNT)                02250000
                       MOVE LN-CHILD-STATE                              02260000
                           TO WS-LN-CHILD (WS-LN-COUNT)                 02270000
                       MOVE LN-EFF-YEAR                                 02280000
                           TO WS-LN-EFF-YEAR (WS-LN-COUNT)              02290000
                       MOVE LN-SHARE-PCT                                02300000
                           TO WS-LN-SHARE (WS-LN-COUNT)                 02310000
                       MOVE ZERO TO WS-LN-HITS (WS-LN-COUNT)            02320000
                   ELSE                                                 02330000
                       DISPLAY 'DB2BNDS LINEAGE TABLE FULL AT '         02340000
                               WS-LN-MAX                                02350000
                       MOVE 16 TO RETURN-CODE                           02360000
                       SET LINEAGE-EOF-Y TO TRUE                        02370000
                   END-IF                                               02380000
           END-READ.                                                    02390000
      * OLDEST EFFECTIVE YEAR FIRST - SIMPLE EXCHANGE SORT, THE MASTER  02400000
      * HOLDS A HANDFUL OF BOUNDARY CHANGES                             02410000
       002-SORT-LINEAGE-PARA.                                           02420000
           IF WS-LN-COUNT < 2                                           02430000
               CONTINUE                                                 02440000
           ELSE                                                         02450000
               SET SORT-SWAPPED-Y TO TRUE                               02460000
               PERFORM 002A-SORT-PASS-PARA UNTIL NOT SORT-SWAPPED-Y     02470000
           END-IF.                                                      02480000
       002A-SORT-PASS-PARA.                                             02490000
           MOVE 'N' TO WS-SORT-SWAPPED.                                 02500000
           COMPUTE WS-SORT-LIM = WS-LN-COUNT - 1.                       02510000
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1                      02520000
                   UNTIL WS-SORT-IDX > WS-SORT-LIM                      02530000
               IF WS-LN-EFF-YEAR (WS-SORT-IDX)                          02540000
                   > WS-LN-EFF-YEAR (WS-SORT-IDX + 1)                   02550000
                   MOVE WS-LN-ENTRY (WS-SORT-IDX) TO WS-LN-SWAP-ENTRY   02560000
                   MOVE WS-LN-ENTRY (WS-SORT-IDX + 1)                   02570000
                       TO WS-LN-ENTRY (WS-SORT-IDX)                     02580000
                   MOVE WS-LN-SWAP-ENTRY                                02590000
                       TO WS-LN-ENTRY (WS-SORT-IDX + 1)                 02600000
                   SET SORT-SWAPPED-Y TO TRUE                           02610000
               END-IF                                                   02620000
           END-PERFORM.                                                 02630000
       003-GATHER-PARA.                                                 02640000
           EXEC SQL                                                     02650000
               OPEN CURS_CE_BNDS                                        02660000
           END-EXEC.                                                    02670000
           IF SQLCODE NOT = 0                                           02680000
               DISPLAY 'ERROR/OPEN-CURSOR'                              02690000
               DISPLAY 'SQL CODE:' SQLCODE                              02700000
               MOVE 16 TO RETURN-CODE                                   02710000
           ELSE                                                         02720000
               SET WS-CURSOR-OPEN-Y TO TRUE                             02730000
               PERFORM 003A-FETCH-PARA UNTIL FETCH-EOF-Y                02740000
           END-IF.                                                      02750000
           IF WS-CURSOR-OPEN-Y                                          02760000
               EXEC SQL                                                 02770000
                   CLOSE CURS_CE_BNDS                                   02780000
               END-EXEC                                                 02790000
           END-IF.                                                      02800000
       003A-FETCH-PARA.                                                 02810000
           EXEC SQL                                                     02820000
               FETCH CURS_CE_BNDS                                       02830000
               INTO :STATE-UT,:YEAR-OF-SUR,:POPULATION,                 02840000
                    :GROWTH-PER:IND-GROWTH-PER,                         02850000
                    :RURAL-POP:IND-RURAL-POP,                           02860000
                    :URBAN-POP:IND-URBAN-POP,                           02870000
                    :RATIO:IND-RATIO                                    02880000
           END-EXEC.                                                    02890000
           IF SQLCODE = 0                                               02900000
               ADD 1 TO WS-CENSUS-ROWS                                  02910000
               IF WS-SR-COUNT < WS-SR-MAX                               02920000
                   ADD 1 TO WS-SR-COUNT                                 02930000
                   MOVE STATE-UT TO WS-SR-STATE (WS-SR-COUNT)           02940000
                   MOVE YEAR-OF-SUR TO WS-SR-YEAR (WS-SR-COUNT)         02950000
                   MOVE POPULATION TO WS-SR-REC-POP (WS-SR-COUNT)       02960000
                   MOVE POPULATION TO WS-SR-POP (WS-SR-COUNT)           02970000
                   MOVE GROWTH-PER TO WS-SR-GROWTH (WS-SR-COUNT)        02980000
                   MOVE RURAL-POP TO WS-SR-RURAL (WS-SR-COUNT)          02990000
                   MOVE URBAN-POP TO WS-SR-URBAN (WS-SR-COUNT)          03000000
                   MOVE RATIO TO WS-SR-RATIO (WS-SR-COUNT)              03010000
                   MOVE IND-GROWTH-PER                                  03020000
                       TO WS-SR-IND-GROWTH (WS-SR-COUNT)                03030000
                   MOVE IND-RURAL-POP TO WS-SR-IND-RURAL (WS-SR-COUNT)  03040000
                   MOVE IND-URBAN-POP TO WS-SR-IND-URBAN (WS-SR-COUNT)  03050000
                   MOVE IND-RATIO TO WS-SR-IND-RATIO (WS-SR-COUNT)      03060000
                   MOVE 'N' TO WS-SR-RESTATED (WS-SR-COUNT)             03070000
                   MOVE 'N' TO WS-SR-DROPPED (WS-SR-COUNT)              03080000
                   MOVE ZERO TO WS-SR-BASE-YEAR (WS-SR-COUNT)           03085000
               ELSE                                                     03090000
                   DISPLAY 'DB2BNDS SERIES TABLE FULL AT ' WS-SR-MAX    03100000
                   MOVE 16 TO RETURN-CODE                               03110000
                   SET FETCH-EOF-Y TO TRUE                              03120000
               END-IF                                                   03130000
           ELSE                                                         03140000
               SET FETCH-EOF-Y TO TRUE                                  03150000
               IF SQLCODE NOT = 100                                     03160000
                   DISPLAY 'ERROR/FETCH'                                03170000
                   DISPLAY 'SQL CODE:' SQLCODE                          03180000
                   MOVE 16 TO RETURN-CODE                               03190000
               END-IF                                                   03200000
           END-IF.                                                      03210000
      * APPLY ONE BOUNDARY CHANGE TO EVERY PARENT ROW SURVEYED BEFORE   03220000
      * ITS EFFECTIVE YEAR. ONLY THE ROWS ALREADY IN THE TABLE ARE      03230000
      * WALKED - CHILD ROWS CREATED HERE NEVER CARRY THE PARENT NAME.   03240000
       004-RESTATE-PARA.                                                03250000
           MOVE WS-SR-COUNT TO WS-SR-LIM.                               03260000
           PERFORM 004A-MOVE-SHARE-PARA                                 03270000
               VARYING WS-SR-IDX FROM 1 BY 1                            03280000
               UNTIL WS-SR-IDX > WS-SR-LIM.                             03290000
           IF WS-LN-HITS (WS-LN-IDX) = ZERO                             03300000
               ADD 1 TO WS-EXCEPTION-COUNT                              03310000
           END-IF.                                                      03320000
      * THE SHARE IS OF THE PARENT ROW AS IT STOOD BEFORE ANY SPLIT OF  03325000
      * THIS EFFECTIVE YEAR, SO TWO CHILDREN CARVED OUT IN THE SAME     03326000
      * YEAR AT 20 AND 30 PER CENT TAKE 20 AND 30 PER CENT OF IT        03327000
       004A-MOVE-SHARE-PARA.                                            03330000
           IF WS-SR-STATE (WS-SR-IDX) = WS-LN-PARENT (WS-LN-IDX)        03340000
            AND WS-SR-YEAR (WS-SR-IDX) < WS-LN-EFF-YEAR (WS-LN-IDX)     03350000
            AND WS-SR-DROPPED (WS-SR-IDX) NOT = 'Y'                     03360000
               ADD 1 TO WS-LN-HITS (WS-LN-IDX)                          03370000
               IF WS-SR-BASE-YEAR (WS-SR-IDX)                           03371000
                   NOT = WS-LN-EFF-YEAR (WS-LN-IDX)                     03372000
                   MOVE WS-LN-EFF-YEAR (WS-LN-IDX)                      03373000
                       TO WS-SR-BASE-YEAR (WS-SR-IDX)                   03374000
                   MOVE WS-SR-POP (WS-SR-IDX)                           03375000
                       TO WS-SR-BASE-POP (WS-SR-IDX)                    03376000
                   MOVE WS-SR-RURAL (WS-SR-IDX)                         03377000
                       TO WS-SR-BASE-RURAL (WS-SR-IDX)                  03378000
                   MOVE WS-SR-URBAN (WS-SR-IDX)                         03379000
                       TO WS-SR-BASE-URBAN (WS-SR-IDX)                  03379100
               END-IF                                                   03379200
               COMPUTE WS-MOVE-POP ROUNDED =                            03380000
                   WS-SR-BASE-POP (WS-SR-IDX)                           03385000
                   * WS-LN-SHARE (WS-LN-IDX) / 100                      03390000
               COMPUTE WS-MOVE-RURAL ROUNDED =                          03400000
                   WS-SR-BASE-RURAL (WS-SR-IDX)                         03405000
                   * WS-LN-SHARE (WS-LN-IDX) / 100                      03410000
               COMPUTE WS-MOVE-URBAN ROUNDED =                          03420000
                   WS-SR-BASE-URBAN (WS-SR-IDX)                         03425000
                   * WS-LN-SHARE (WS-LN-IDX) / 100                      03430000
               PERFORM 005-FIND-CHILD-ROW-PARA                          03440000
               IF WS-SR-SLOT > ZERO                                     03450000
                   ADD WS-MOVE-POP TO WS-SR-POP (WS-SR-SLOT)            03460000
                   SUBTRACT WS-MOVE-POP FROM WS-SR-POP (WS-SR-IDX)      03470000
      * AN UNKNOWN SPLIT ON EITHER SIDE LEAVES THE CHILD'S UNKNOWN      03480000
                   IF WS-SR-IND-RURAL (WS-SR-IDX) < 0                   03490000
                       MOVE -1 TO WS-SR-IND-RURAL (WS-SR-SLOT)          03500000
                   ELSE                                                 03510000
                       ADD WS-MOVE-RURAL TO WS-SR-RURAL (WS-SR-SLOT)    03520000
                       SUBTRACT WS-MOVE-RURAL                           03530000
                           FROM WS-SR-RURAL (WS-SR-IDX)                 03540000
                   END-IF                                               03550000
                   IF WS-SR-IND-URBAN (WS-SR-IDX) < 0                   03560000
                       MOVE -1 TO WS-SR-IND-URBAN (WS-SR-SLOT)          03570000
                   ELSE                                                 03580000
                       ADD WS-MOVE-URBAN TO WS-SR-URBAN (WS-SR-SLOT)    03590000
                       SUBTRACT WS-MOVE-URBAN                           03600000
                           FROM WS-SR-URBAN (WS-SR-IDX)                 03610000
                   END-IF                                               03620000
                   MOVE 'Y' TO WS-SR-RESTATED (WS-SR-SLOT)              03630000
                   MOVE 'Y' TO WS-SR-RESTATED (WS-SR-IDX)               03640000
                   IF WS-SR-POP (WS-SR-IDX) NOT > ZERO                  03650000
                       MOVE 'Y' TO WS-SR-DROPPED (WS-SR-IDX)            03660000
                   END-IF                                               03670000
               END-IF                                                   03680000
           END-IF.                                                      03690000
      * THE CHILD'S ROW FOR THE SAME SURVEY YEAR - AN EXISTING ROW      03700000
      * (A MERGE INTO A STATE THAT WAS ALREADY SURVEYED) TAKES THE      03710000
      * MOVED SHARE ON TOP; OTHERWISE A NEW ROW IS STARTED WITH THE     03720000
      * PARENT'S RATE AND RATIO, THE BEST FIGURES THERE ARE FOR A       03730000
      * STATE THAT DID NOT YET EXIST                                    03740000
       005-FIND-CHILD-ROW-PARA.                                         03750000
           MOVE ZERO TO WS-SR-SLOT.                                     03760000
           PERFORM VARYING WS-SR-SCAN FROM 1 BY 1                       03770000
                   UNTIL WS-SR-SCAN > WS-SR-COUNT                       03780000
               IF WS-SR-STATE (WS-SR-SCAN) = WS-LN-CHILD (WS-LN-IDX)    03790000
                AND WS-SR-YEAR (WS-SR-SCAN) = WS-SR-YEAR (WS-SR-IDX)    03800000
                   MOVE WS-SR-SCAN TO WS-SR-SLOT                        03810000
               END-IF                                                   03820000
           END-PERFORM.                                                 03830000
           IF WS-SR-SLOT = ZERO                                         03840000
               IF WS-SR-COUNT < WS-SR-MAX                               03850000
                   ADD 1 TO WS-SR-COUNT                                 03860000
                   MOVE WS-SR-COUNT TO WS-SR-SLOT                       03870000
                   MOVE WS-LN-CHILD (WS-LN-IDX)                         03880000
                       TO WS-SR-STATE (WS-SR-SLOT)                      03890000
                   MOVE WS-SR-YEAR (WS-SR-IDX)                          03900000
                       TO WS-SR-YEAR (WS-SR-SLOT)                       03910000
                   MOVE ZERO TO WS-SR-REC-POP (WS-SR-SLOT)              03920000
                   MOVE ZERO TO WS-SR-POP (WS-SR-SLOT)                  03930000
                   MOVE ZERO TO WS-SR-RURAL (WS-SR-SLOT)                03940000
                   MOVE ZERO TO WS-SR-URBAN (WS-SR-SLOT)                03950000
                   MOVE WS-SR-GROWTH (WS-SR-IDX)                        03960000
                       TO WS-SR-GROWTH (WS-SR-SLOT)                     03970000
                   MOVE WS-SR-RATIO (WS-SR-IDX)                         03980000
                       TO WS-SR-RATIO (WS-SR-SLOT)                      03990000
                   MOVE WS-SR-IND-GROWTH (WS-SR-IDX)                    04000000
                       TO WS-SR-IND-GROWTH (WS-SR-SLOT)                 04010000
                   MOVE ZERO TO WS-SR-IND-RURAL (WS-SR-SLOT)            04020000
                   MOVE ZERO TO WS-SR-IND-URBAN (WS-SR-SLOT)            04030000
                   MOVE WS-SR-IND-RATIO (WS-SR-IDX)                     04040000
                       TO WS-SR-IND-RATIO (WS-SR-SLOT)                  04050000
                   MOVE 'N' TO WS-SR-DROPPED (WS-SR-SLOT)               04060000
                   MOVE ZERO TO WS-SR-BASE-YEAR (WS-SR-SLOT)            04065000
               ELSE                                                     04070000
                   DISPLAY 'DB2BNDS SERIES TABLE FULL AT ' WS-SR-MAX    04080000
                   MOVE 16 TO RETURN-CODE                               04090000
               END-IF                                                   04100000
           END-IF.                                                      04110000
      * REPLACE CENSUS_COMPARABLE IN ONE UNIT OF WORK - THE REPORTS     04120000
      * NEVER SEE A HALF-BUILT SERIES                                   04130000
       006-REPLACE-TABLE-PARA.                                          04140000
           MOVE WS-RUN-DATE TO WS-CB-BUILD-DATE.                        04150000
           EXEC SQL                                                     04160000
               DELETE FROM CENSUS_COMPARABLE                            04170000
           END-EXEC.                                                    04180000
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     04190000
               DISPLAY 'ERROR/DELETE CENSUS_COMPARABLE'                 04200000
               DISPLAY 'SQL CODE:' SQLCODE                              04210000
               SET INSERT-FAILED-Y TO TRUE                              04220000
           ELSE                                                         04230000
               PERFORM 006A-INSERT-ROW-PARA                             04240000
                   VARYING WS-SR-IDX FROM 1 BY 1                        04250000
                   UNTIL WS-SR-IDX > WS-SR-COUNT                        04260000
                      OR INSERT-FAILED-Y                                04270000
           END-IF.                                                      04280000
           IF INSERT-FAILED-Y                                           04290000
               EXEC SQL ROLLBACK END-EXEC                               04300000
               MOVE ZERO TO WS-INSERTED-COUNT                           04310000
               MOVE 16 TO RETURN-CODE                                   04320000
           ELSE                                                         04330000
               EXEC SQL COMMIT END-EXEC                                 04340000
           END-IF.                                                      04350000
       006A-INSERT-ROW-PARA.                                            04360000
           IF WS-SR-DROPPED (WS-SR-IDX) = 'Y'                           04370000
               ADD 1 TO WS-DROPPED-COUNT                                04380000
           ELSE                                                         04390000
               MOVE WS-SR-STATE (WS-SR-IDX) TO STATE-UT                 04400000
               MOVE WS-SR-YEAR (WS-SR-IDX) TO YEAR-OF-SUR               04410000
               MOVE WS-SR-POP (WS-SR-IDX) TO POPULATION                 04420000
               MOVE WS-SR-GROWTH (WS-SR-IDX) TO GROWTH-PER              04430000
               MOVE WS-SR-RURAL (WS-SR-IDX) TO RURAL-POP                04440000
               MOVE WS-SR-URBAN (WS-SR-IDX) TO URBAN-POP                04450000
               MOVE WS-SR-RATIO (WS-SR-IDX) TO RATIO                    04460000
               MOVE WS-SR-IND-GROWTH (WS-SR-IDX) TO IND-GROWTH-PER      04470000
               MOVE WS-SR-IND-RURAL (WS-SR-IDX) TO IND-RURAL-POP        04480000
               MOVE WS-SR-IND-URBAN (WS-SR-IDX) TO IND-URBAN-POP        04490000
               MOVE WS-SR-IND-RATIO (WS-SR-IDX) TO IND-RATIO            04500000
               MOVE WS-SR-RESTATED (WS-SR-IDX) TO WS-CB-RESTATED        04510000
               EXEC SQL                                                 04520000
                   INSERT INTO CENSUS_COMPARABLE                        04530000
                      (STATE_UT, YEAR_OF_SUR, POPULATION, GROWTH_PER,   04540000
                       RURAL_POP, URBAN_POP, RATIO, RESTATED,           04550000
                       BUILD_DATE)                                      04560000
                   VALUES                                               04570000
                      (:STATE-UT, :YEAR-OF-SUR, :POPULATION,            04580000
                       :GROWTH-PER:IND-GROWTH-PER,                      04590000
                       :RURAL-POP:IND-RURAL-POP,                        04600000
                       :URBAN-POP:IND-URBAN-POP,                        04610000
                       :RATIO:IND-RATIO,                                04620000
                       :WS-CB-RESTATED, :WS-CB-BUILD-DATE)              04630000
               END-EXEC                                                 04640000
               IF SQLCODE = 0                                           04650000
                   ADD 1 TO WS-INSERTED-COUNT                           04660000
               ELSE                                                     04670000
                   DISPLAY 'ERROR/INSERT CENSUS_COMPARABLE'             04680000
                   DISPLAY 'SQL CODE:' SQLCODE                          04690000
                   DISPLAY 'STATE-UT:' STATE-UT ' YEAR:' YEAR-OF-SUR    04700000
                   SET INSERT-FAILED-Y TO TRUE                          04710000
               END-IF                                                   04720000
           END-IF.                                                      04730000
      * ONE LINE PER RESTATED ROW - A CHILD ROW THAT WAS NOT ON THE     04740000
      * CENSUS TABLE AT ALL SHOWS A ZERO RECORDED FIGURE                04750000
       007-PRINT-ROW-PARA.                                              04760000
           IF WS-SR-RESTATED (WS-SR-IDX) = 'Y'                          04770000
               ADD 1 TO WS-RESTATED-COUNT                               04780000
               MOVE SPACES TO WS-RPT-DETAIL-LINE                        04790000
               MOVE WS-SR-STATE (WS-SR-IDX) TO RPT-DET-STATE            04800000
               MOVE WS-SR-YEAR (WS-SR-IDX) TO RPT-DET-YEAR              04810000
               MOVE WS-SR-REC-POP (WS-SR-IDX) TO RPT-DET-RECORDED       04820000
               MOVE WS-SR-POP (WS-SR-IDX) TO RPT-DET-COMPARABLE         04830000
               COMPUTE RPT-DET-CHANGE = WS-SR-POP (WS-SR-IDX)           04840000
                   - WS-SR-REC-POP (WS-SR-IDX)                          04850000
               IF WS-SR-DROPPED (WS-SR-IDX) = 'Y'                       04860000
                   MOVE 'MERGED AWAY' TO RPT-DET-NOTE                   04870000
               ELSE                                                     04880000
                   IF WS-SR-REC-POP (WS-SR-IDX) = ZERO                  04890000
                       MOVE 'NEW BOUNDARY' TO RPT-DET-NOTE              04900000
                   ELSE                                                 04910000
                       MOVE 'RESTATED' TO RPT-DET-NOTE                  04920000
                   END-IF                                               04930000
               END-IF                                                   04940000
               MOVE WS-RPT-DETAIL-LINE TO RPT-DETAIL-STAGE              04950000
               PERFORM RPT-PUT-PARA                                     04960000
           END-IF.                                                      04970000
       008-PRINT-EXCEPTION-PARA.                                        04980000
           IF WS-LN-HITS (WS-LN-IDX) = ZERO                             04990000
               MOVE WS-LN-EFF-YEAR (WS-LN-IDX) TO RPT-EXC-YEAR          05000000
               MOVE WS-LN-PARENT (WS-LN-IDX) TO RPT-EXC-PARENT          05010000
               MOVE WS-LN-CHILD (WS-LN-IDX) TO RPT-EXC-CHILD            05020000
               MOVE WS-RPT-EXCEPTION-LINE TO RPT-DETAIL-STAGE           05030000
               PERFORM RPT-PUT-PARA                                     05040000
           END-IF.                                                      05050000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         05060000
           COPY RPTHDPRC.                                               05070000
