      *SEX-RATIO AND LITERACY LEAGUE TABLE OFF CENSUS_DEMOGRAPHIC       00010000
      *FOR THE SURVEY YEAR ON THE SEXLCARD, COMPUTES EACH STATE'S SEX   00020000
      *RATIO (FEMALES PER 1000 MALES) AND LITERACY RATE (LITERATE       00030000
      *POPULATION AS A PERCENTAGE OF MALE + FEMALE), AND PRINTS TWO     00040000
      *RANKINGS - HIGHEST TO LOWEST SEX RATIO, THEN HIGHEST TO LOWEST   00050000
      *LITERACY RATE - EACH SHOWING THE CHANGE SINCE THE STATE'S OWN    00060000
      *PRIOR SURVEY ON CENSUS_DEMOGRAPHIC, WITH THE NATIONAL FIGURE AT  00070000
      *THE FOOT. A STATE WITH NO EARLIER SURVEY SHOWS PRIOR NONE.       00080000
      *SEXLCARD: COLS 1-4 SURVEY YEAR.                                  00090000
      *RUN BY CENSDEMO AFTER THE LOAD AND THE SEX-SPLIT FOOTING CHECK   00100000
      *(DB2GREC). THE REPORT IS DATED WITH THE BUSINESS DATE AND THE    00110000
      *RUN REGISTERED UNDER IT IN THE RUN-CONTROL REGISTRY.             00120000
       IDENTIFICATION DIVISION.                                         00130000
       PROGRAM-ID. DB2SEXL.                                             00140000
       ENVIRONMENT DIVISION.                                            00150000
          INPUT-OUTPUT SECTION.                                         00160000
          FILE-CONTROL.                                                 00170000
           SELECT SEXL-CARD-FILE ASSIGN TO SEXLCARD                     00180000
           ORGANIZATION IS SEQUENTIAL                                   00190000
           FILE STATUS WS-CARD-STATUS.                                  00200000
           SELECT SEXL-RPT-FILE ASSIGN TO SEXLRPT                       00210000
           ORGANIZATION IS SEQUENTIAL                                   00220000
           FILE STATUS WS-RPT-STATUS.                                   00230000
      * RUN-CONTROL REGISTRY, SHARED ACROSS THE STREAMS - OPTIONAL      00240000
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          00250000
           ORGANIZATION IS INDEXED                                      00260000
           ACCESS MODE IS DYNAMIC                                       00270000
           RECORD KEY IS RC-KEY                                         00280000
           FILE STATUS WS-RUNCTL-STATUS.                                00290000
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00300000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00310000
           ORGANIZATION IS SEQUENTIAL                                   00320000
           FILE STATUS WS-BUSDATE-STATUS.                               00330000
       DATA DIVISION.                                                   00340000
          FILE SECTION.                                                 00350000
          FD  SEXL-CARD-FILE.                                           00360000
          01  SEXL-CARD-REC.                                            00370000
             05 CARD-YEAR            PIC X(4).                          00380000
             05 FILLER               PIC X(76).                         00390000
          FD  SEXL-RPT-FILE                                             00400000
              RECORD CONTAINS 110 CHARACTERS.                           00410000
          01  RPT-PRINT-REC           PIC X(110).                       00420000
          FD  RUN-CONTROL-FILE.                                         00430000
          COPY RUNCTL.                                                  00440000
          FD  BUSDATE-FILE.                                             00450000
          COPY BUSDATE.                                                 00460000
       WORKING-STORAGE SECTION.                                         00470000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00480000
           COPY BUSDTWS.                                                00490000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00500000
           COPY RUNDATE.                                                00510000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                00520000
           COPY RPTHDG.                                                 00530000
      * SHARED RUN-CONTROL STAGING FIELDS, SEE RUNCTWS.CPY.             00540000
           COPY RUNCTWS.                                                00550000
          77 WS-CARD-STATUS PIC X(2).                                   00560000
          77 WS-RPT-STATUS PIC X(2).                                    00570000
          77 WS-SEL-YEAR PIC S9(9) USAGE COMP VALUE 2016.               00580000
          01 WS-CURSOR-OPEN PIC X(01) VALUE 'N'.                        00590000
             88 WS-CURSOR-OPEN-Y VALUE 'Y'.                             00600000
      * THE FETCH LOOP RUNS OFF THIS FLAG, NOT SQLCODE - THE            00610000
      * SINGLETON SELECTS INSIDE THE LOOP OVERWRITE SQLCODE             00620000
          01 WS-FETCH-EOF PIC X(01) VALUE 'N'.                          00630000
             88 FETCH-EOF-Y VALUE 'Y'.                                  00640000
          77 WS-ST-COUNT PIC 9(3) USAGE COMP VALUE ZERO.                00650000
          77 WS-ST-MAX PIC 9(3) USAGE COMP VALUE 100.                   00660000
          77 WS-ST-IDX PIC 9(3) USAGE COMP.                             00670000
          77 WS-SORT-IDX PIC 9(3) USAGE COMP.                           00680000
          77 WS-SORT-LIM PIC 9(3) USAGE COMP.                           00690000
          01 WS-SORT-SWAPPED PIC X(01).                                 00700000
             88 SORT-SWAPPED-Y VALUE 'Y'.                               00710000
      * WHICH FIGURE THE EXCHANGE SORT ORDERS ON                        00720000
          01 WS-SORT-KEY PIC X(01).                                     00730000
             88 SORT-BY-SEX-RATIO VALUE 'S'.                            00740000
             88 SORT-BY-LITERACY VALUE 'L'.                             00750000
          01 WS-STATE-TABLE.                                            00760000
             05 WS-ST-ENTRY OCCURS 100 TIMES.                           00770000
                10 WS-ST-NAME         PIC X(30).                        00780000
                10 WS-ST-MALE         PIC S9(9) USAGE COMP.             00790000
                10 WS-ST-FEMALE       PIC S9(9) USAGE COMP.             00800000
                10 WS-ST-LITERATE     PIC S9(9) USAGE COMP.             00810000
                10 WS-ST-SEX-RATIO    PIC S9(5) USAGE COMP-3.           00820000
                10 WS-ST-LIT-RATE     PIC S9(3)V99 USAGE COMP-3.        00830000
                10 WS-ST-PRIOR-OK     PIC X(1).                         00840000
                10 WS-ST-PRIOR-YEAR   PIC 9(4).                         00850000
                10 WS-ST-RATIO-CHG    PIC S9(5) USAGE COMP-3.           00860000
                10 WS-ST-RATE-CHG     PIC S9(3)V99 USAGE COMP-3.        00870000
          01 WS-ST-SWAP-ENTRY.                                          00880000
             05 FILLER                PIC X(30).                        00890000
             05 FILLER                PIC S9(9) USAGE COMP.             00900000
             05 FILLER                PIC S9(9) USAGE COMP.             00910000
             05 FILLER                PIC S9(9) USAGE COMP.             00920000
             05 FILLER                PIC S9(5) USAGE COMP-3.           00930000
             05 FILLER                PIC S9(3)V99 USAGE COMP-3.        00940000
             05 FILLER                PIC X(1).                         00950000
             05 FILLER                PIC 9(4).                         00960000
             05 FILLER                PIC S9(5) USAGE COMP-3.           00970000
             05 FILLER                PIC S9(3)V99 USAGE COMP-3.        00980000
          77 WS-TOTAL-POP PIC S9(10) USAGE COMP-3.                      00990000
          77 WS-PRIOR-RATIO PIC S9(5) USAGE COMP-3.                     01000000
          77 WS-PRIOR-RATE PIC S9(3)V99 USAGE COMP-3.                   01010000
          77 WS-NATL-MALE PIC S9(11) USAGE COMP-3 VALUE ZERO.           01020000
          77 WS-NATL-FEMALE PIC S9(11) USAGE COMP-3 VALUE ZERO.         01030000
          77 WS-NATL-LITERATE PIC S9(11) USAGE COMP-3 VALUE ZERO.       01040000
          77 WS-NATL-RATIO PIC S9(5) USAGE COMP-3.                      01050000
          77 WS-NATL-RATE PIC S9(3)V99 USAGE COMP-3.                    01060000
          01 WS-RATIO-DETAIL-LINE.                                      01070000
             05 RRD-RANK             PIC ZZ9.                           01080000
             05 FILLER               PIC X(3) VALUE SPACES.             01090000
             05 RRD-STATE            PIC X(30).                         01100000
             05 FILLER               PIC X(2) VALUE SPACES.             01110000
             05 RRD-MALE             PIC -(9)9.                         01120000
             05 FILLER               PIC X(2) VALUE SPACES.             01130000
             05 RRD-FEMALE           PIC -(9)9.                         01140000
             05 FILLER               PIC X(2) VALUE SPACES.             01150000
             05 RRD-RATIO            PIC ZZZZ9.                         01160000
             05 FILLER               PIC X(2) VALUE SPACES.             01170000
             05 RRD-CHANGE           PIC -(5)9.                         01180000
             05 FILLER               PIC X(2) VALUE SPACES.             01190000
             05 RRD-PRIOR            PIC X(4).                          01200000
          01 WS-RATE-DETAIL-LINE.                                       01210000
             05 LRD-RANK             PIC ZZ9.                           01220000
             05 FILLER               PIC X(3) VALUE SPACES.             01230000
             05 LRD-STATE            PIC X(30).                         01240000
             05 FILLER               PIC X(2) VALUE SPACES.             01250000
             05 LRD-LITERATE         PIC -(9)9.                         01260000
             05 FILLER               PIC X(2) VALUE SPACES.             01270000
             05 LRD-TOTAL            PIC -(9)9.                         01280000
             05 FILLER               PIC X(2) VALUE SPACES.             01290000
             05 LRD-RATE             PIC ZZ9.99.                        01300000
             05 FILLER               PIC X(1) VALUE SPACES.             01310000
             05 LRD-CHANGE           PIC -(3)9.99.                      01320000
             05 FILLER               PIC X(2) VALUE SPACES.             01330000
             05 LRD-PRIOR            PIC X(4).                          01340000
          01 WS-RPT-NATL-RATIO-LINE.                                    01350000
             05 FILLER               PIC X(36)                          01360000
                VALUE 'NATIONAL SEX RATIO (F PER 1000 M) '.             01370000
             05 RPT-NATL-RATIO       PIC ZZZZ9.                         01380000
          01 WS-RPT-NATL-RATE-LINE.                                     01390000
             05 FILLER               PIC X(36)                          01400000
                VALUE 'NATIONAL LITERACY RATE (%) '.                    01410000
             05 RPT-NATL-RATE        PIC ZZ9.99.                        01420000
           EXEC SQL                                                     01430000
           INCLUDE SQLCA                                                01440000
              END-EXEC.                                                 01450000
           EXEC SQL                                                     01460000
            DECLARE CURS_DM_SEXL CURSOR FOR                             01470000
             SELECT STATE_UT,MALE_POP,FEMALE_POP,LITERATE_POP           01480000
             FROM   CENSUS_DEMOGRAPHIC                                  01490000
             WHERE  YEAR_OF_SUR = :WS-SEL-YEAR                          01500000
           END-EXEC.                                                    01510000
       01  DCLCENSUS-DEMOGRAPHIC.                                       01520000
           10 DEM-STATE-UT         PIC X(30).                           01530000
           10 DEM-YEAR-OF-SUR      PIC S9(9) USAGE COMP.                01540000
           10 DEM-MALE-POP         PIC S9(9) USAGE COMP.                01550000
           10 DEM-FEMALE-POP       PIC S9(9) USAGE COMP.                01560000
           10 DEM-LITERATE-POP     PIC S9(9) USAGE COMP.                01570000
       01  WS-PRIOR-YEAR           PIC S9(9) USAGE COMP.                01580000
       01  WS-PRIOR-MALE           PIC S9(9) USAGE COMP.                01590000
       01  WS-PRIOR-FEMALE         PIC S9(9) USAGE COMP.                01600000
       01  WS-PRIOR-LITERATE       PIC S9(9) USAGE COMP.                01610000
       PROCEDURE DIVISION.                                              01620000
       MAIN-PARA.                                                       01630000
           PERFORM READ-BUSINESS-DATE-PARA.                             01640000
      * REFUSE A SECOND RUN FOR THE SAME BUSINESS DATE - SEE RUNCTPRC   01650000
           MOVE 'DB2SEXL' TO WS-RUNCTL-PROGRAM.                         01660000
           PERFORM RUNCTL-CHECK-START-PARA.                             01670000
           IF RUNCTL-DUPRUN-Y                                           01680000
               STOP RUN                                                 01690000
           END-IF.                                                      01700000
           PERFORM 002-READ-CARD-PARA.                                  01710000
           MOVE 'DB2SEXL' TO RPT-PROGRAM-ID.                            01720000
           PERFORM 003-GATHER-PARA.                                     01730000
           PERFORM 005-PRINT-PARA.                                      01740000
           DISPLAY 'DB2SEXL STATES RANKED ' WS-ST-COUNT                 01750000
                   ' FOR YEAR ' WS-SEL-YEAR.                            01760000
           MOVE WS-ST-COUNT TO WS-RUNCTL-COUNT.                         01770000
           PERFORM RUNCTL-WRITE-END-PARA.                               01780000
           STOP RUN.                                                    01790000
       002-READ-CARD-PARA.                                              01800000
           OPEN INPUT SEXL-CARD-FILE.                                   01810000
           IF WS-CARD-STATUS = '00'                                     01820000
               READ SEXL-CARD-FILE                                      01830000
                   AT END                                               01840000
                       CONTINUE                                         01850000
                   NOT AT END                                           01860000
                       IF CARD-YEAR NUMERIC                             01870000
                           MOVE FUNCTION NUMVAL (CARD-YEAR)             01880000
                               TO WS-SEL-YEAR                           01890000
                       END-IF                                           01900000
               END-READ                                                 01910000
           END-IF.                                                      01920000
           CLOSE SEXL-CARD-FILE.                                        01930000
       003-GATHER-PARA.                                                 01940000
           EXEC SQL                                                     01950000
               OPEN CURS_DM_SEXL                                        01960000
           END-EXEC.                                                    01970000
           IF SQLCODE NOT = 0                                           01980000
               DISPLAY 'ERROR/OPEN-CURSOR'                              01990000
               DISPLAY 'SQL CODE:' SQLCODE                              02000000
               MOVE 16 TO RETURN-CODE                                   02010000
           ELSE                                                         02020000
               SET WS-CURSOR-OPEN-Y TO TRUE                             02030000
               PERFORM 003A-FETCH-PARA UNTIL FETCH-EOF-Y                02040000
           END-IF.                                                      02050000
           IF WS-CURSOR-OPEN-Y                                          02060000
               EXEC SQL                                                 02070000
                   CLOSE CURS_DM_SEXL                                   02080000
               END-EXEC                                                 02090000
           END-IF.                                                      02100000
       003A-FETCH-PARA.                                                 02110000
           EXEC SQL                                                     02120000
               FETCH CURS_DM_SEXL                                       02130000
               INTO :DEM-STATE-UT,:DEM-MALE-POP,                        02140000
                    :DEM-FEMALE-POP,:DEM-LITERATE-POP                   02150000
           END-EXEC.                                                    02160000
           IF SQLCODE = 0                                               02170000
               PERFORM 003B-POST-PARA                                   02180000
           ELSE                                                         02190000
               SET FETCH-EOF-Y TO TRUE                                  02200000
               IF SQLCODE NOT = 100                                     02210000
                   DISPLAY 'ERROR/FETCH'                                02220000
                   DISPLAY 'SQL CODE:' SQLCODE                          02230000
                   MOVE 16 TO RETURN-CODE                               02240000
               END-IF                                                   02250000
           END-IF.                                                      02260000
      * CENSGEDT HAS ALREADY REFUSED A ZERO MALE OR FEMALE COUNT, SO    02270000
      * BOTH DIVISORS ARE NON-ZERO FOR EVERY LOADED ROW                 02280000
       003B-POST-PARA.                                                  02290000
           IF WS-ST-COUNT >= WS-ST-MAX                                  02300000
               DISPLAY 'DB2SEXL STATE TABLE FULL AT ' WS-ST-MAX         02310000
               MOVE 16 TO RETURN-CODE                                   02320000
           ELSE                                                         02330000
               ADD 1 TO WS-ST-COUNT                                     02340000
               MOVE DEM-STATE-UT TO WS-ST-NAME (WS-ST-COUNT)            02350000
               MOVE DEM-MALE-POP TO WS-ST-MALE (WS-ST-COUNT)            02360000
               MOVE DEM-FEMALE-POP TO WS-ST-FEMALE (WS-ST-COUNT)        02370000
               MOVE DEM-LITERATE-POP TO WS-ST-LITERATE (WS-ST-COUNT)    02380000
               ADD DEM-MALE-POP TO WS-NATL-MALE                         02390000
               ADD DEM-FEMALE-POP TO WS-NATL-FEMALE                     02400000
               ADD DEM-LITERATE-POP TO WS-NATL-LITERATE                 02410000
               COMPUTE WS-ST-SEX-RATIO (WS-ST-COUNT) ROUNDED =          02420000
                   DEM-FEMALE-POP * 1000 / DEM-MALE-POP                 02430000
               COMPUTE WS-TOTAL-POP = DEM-MALE-POP + DEM-FEMALE-POP     02440000
               COMPUTE WS-ST-LIT-RATE (WS-ST-COUNT) ROUNDED =           02450000
                   DEM-LITERATE-POP * 100 / WS-TOTAL-POP                02460000
               MOVE 'N' TO WS-ST-PRIOR-OK (WS-ST-COUNT)                 02470000
               MOVE ZERO TO WS-ST-PRIOR-YEAR (WS-ST-COUNT)              02480000
               MOVE ZERO TO WS-ST-RATIO-CHG (WS-ST-COUNT)               02490000
               MOVE ZERO TO WS-ST-RATE-CHG (WS-ST-COUNT)                02500000
               PERFORM 003C-PRIOR-SURVEY-PARA                           02510000
           END-IF.                                                      02520000
      * THE STATE'S OWN MOST RECENT EARLIER SURVEY, IF IT HAS ONE       02530000
       003C-PRIOR-SURVEY-PARA.                                          02540000
           EXEC SQL                                                     02550000
               SELECT YEAR_OF_SUR,MALE_POP,FEMALE_POP,LITERATE_POP      02560000
               INTO  :WS-PRIOR-YEAR,:WS-PRIOR-MALE,                     02570000
                     :WS-PRIOR-FEMALE,:WS-PRIOR-LITERATE                02580000
                FROM CENSUS_DEMOGRAPHIC                                 02590000
               WHERE STATE_UT = :DEM-STATE-UT                           02600000
               AND   YEAR_OF_SUR < :WS-SEL-YEAR                         02610000
               ORDER BY YEAR_OF_SUR DESC                                02620000
               FETCH FIRST ROW ONLY                                     02630000
           END-EXEC.                                                    02640000
           IF SQLCODE = 0 AND WS-PRIOR-MALE > ZERO                      02650000
               COMPUTE WS-PRIOR-RATIO ROUNDED =                         02660000
                   WS-PRIOR-FEMALE * 1000 / WS-PRIOR-MALE               02670000
               COMPUTE WS-TOTAL-POP = WS-PRIOR-MALE + WS-PRIOR-FEMALE   02680000
               COMPUTE WS-PRIOR-RATE ROUNDED =                          02690000
                   WS-PRIOR-LITERATE * 100 / WS-TOTAL-POP               02700000
               MOVE 'Y' TO WS-ST-PRIOR-OK (WS-ST-COUNT)                 02710000
               MOVE WS-PRIOR-YEAR TO WS-ST-PRIOR-YEAR (WS-ST-COUNT)     02720000
               COMPUTE WS-ST-RATIO-CHG (WS-ST-COUNT) =                  02730000
                   WS-ST-SEX-RATIO (WS-ST-COUNT) - WS-PRIOR-RATIO       02740000
               COMPUTE WS-ST-RATE-CHG (WS-ST-COUNT) =                   02750000
                   WS-ST-LIT-RATE (WS-ST-COUNT) - WS-PRIOR-RATE         02760000
           ELSE                                                         02770000
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                 02780000
                   DISPLAY 'ERROR/PRIOR-SURVEY:' DEM-STATE-UT           02790000
                   DISPLAY 'SQL CODE:' SQLCODE                          02800000
               END-IF                                                   02810000
           END-IF.                                                      02820000
      * HIGHEST TO LOWEST ON WS-SORT-KEY'S FIGURE - SIMPLE EXCHANGE     02830000
      * SORT, AS DB2URBN                                                02840000
       004-SORT-PARA.                                                   02850000
           IF WS-ST-COUNT < 2                                           02860000
               CONTINUE                                                 02870000
           ELSE                                                         02880000
               SET SORT-SWAPPED-Y TO TRUE                               02890000
               PERFORM 004A-SORT-PASS-PARA UNTIL NOT SORT-SWAPPED-Y     02900000
           END-IF.                                                      02910000
       004A-SORT-PASS-PARA.                                             02920000
           MOVE 'N' TO WS-SORT-SWAPPED.                                 02930000
           COMPUTE WS-SORT-LIM = WS-ST-COUNT - 1.                       02940000
           PERFORM 004B-COMPARE-PARA                                    02950000
               VARYING WS-SORT-IDX FROM 1 BY 1                          02960000
               UNTIL WS-SORT-IDX > WS-SORT-LIM.                         02970000
       004B-COMPARE-PARA.                                               02980000
           IF SORT-BY-SEX-RATIO                                         02990000
               IF WS-ST-SEX-RATIO (WS-SORT-IDX)                         03000000
                   < WS-ST-SEX-RATIO (WS-SORT-IDX + 1)                  03010000
                   PERFORM 004C-SWAP-PARA                               03020000
               END-IF                                                   03030000
           ELSE                                                         03040000
               IF WS-ST-LIT-RATE (WS-SORT-IDX)                          03050000
                   < WS-ST-LIT-RATE (WS-SORT-IDX + 1)                   03060000
                   PERFORM 004C-SWAP-PARA                               03070000
               END-IF                                                   03080000
           END-IF.                                                      03090000
       004C-SWAP-PARA.                                                  03100000
           MOVE WS-ST-ENTRY (WS-SORT-IDX) TO WS-ST-SWAP-ENTRY.          03110000
           MOVE WS-ST-ENTRY (WS-SORT-IDX + 1)                           03120000
               TO WS-ST-ENTRY (WS-SORT-IDX).                            03130000
           MOVE WS-ST-SWAP-ENTRY TO WS-ST-ENTRY (WS-SORT-IDX + 1).      03140000
           SET SORT-SWAPPED-Y TO TRUE.                                  03150000
      * SEX-RATIO RANKING FIRST, THEN THE LITERACY RANKING STARTING ON  03160000
      * ITS OWN PAGE UNDER ITS OWN TITLE AND COLUMN HEADINGS            03170000
       005-PRINT-PARA.                                                  03180000
           OPEN OUTPUT SEXL-RPT-FILE.                                   03190000
           IF WS-RPT-STATUS NOT = '00'                                  03200000
               DISPLAY 'ERROR/OPEN/SEXL-RPT-FILE'                       03210000
               DISPLAY 'FILE STATUS:' WS-RPT-STATUS                     03220000
               MOVE 16 TO RETURN-CODE                                   03230000
           ELSE                                                         03240000
               PERFORM 006-PRINT-RATIO-PARA                             03250000
               PERFORM 007-PRINT-RATE-PARA                              03260000
               MOVE 'STATES RANKED       ' TO RPT-TOT-LABEL             03270000
               MOVE WS-ST-COUNT TO RPT-TOT-COUNT                        03280000
               PERFORM RPT-GRAND-TOTAL-PARA                             03290000
               CLOSE SEXL-RPT-FILE                                      03300000
           END-IF.                                                      03310000
       006-PRINT-RATIO-PARA.                                            03320000
           MOVE 'SEX RATIO - F PER 1000 M' TO RPT-TITLE.                03330000
           MOVE SPACES TO RPT-COLUMN-LINE.                              03340000
           MOVE 'RANK' TO RPT-COLUMN-LINE (1:4).                        03350000
           MOVE 'STATE/UT' TO RPT-COLUMN-LINE (7:8).                    03360000
           MOVE 'MALE' TO RPT-COLUMN-LINE (45:4).                       03370000
           MOVE 'FEMALE' TO RPT-COLUMN-LINE (55:6).                     03380000
           MOVE 'RATIO' TO RPT-COLUMN-LINE (63:5).                      03390000
           MOVE 'CHANGE' TO RPT-COLUMN-LINE (70:6).                     03400000
           MOVE 'PRIOR' TO RPT-COLUMN-LINE (78:5).                      03410000
           PERFORM RPT-NEW-PAGE-PARA.                                   03420000
           MOVE 'S' TO WS-SORT-KEY.                                     03430000
           PERFORM 004-SORT-PARA.                                       03440000
           PERFORM 006A-PRINT-ONE-PARA                                  03450000
               VARYING WS-ST-IDX FROM 1 BY 1                            03460000
               UNTIL WS-ST-IDX > WS-ST-COUNT.                           03470000
           IF WS-NATL-MALE > ZERO                                       03480000
               COMPUTE WS-NATL-RATIO ROUNDED =                          03490000
                   WS-NATL-FEMALE * 1000 / WS-NATL-MALE                 03500000
           ELSE                                                         03510000
               MOVE ZERO TO WS-NATL-RATIO                               03520000
           END-IF.                                                      03530000
           MOVE WS-NATL-RATIO TO RPT-NATL-RATIO.                        03540000
           MOVE WS-RPT-NATL-RATIO-LINE TO RPT-DETAIL-STAGE.             03550000
           PERFORM RPT-PUT-PARA.                                        03560000
       006A-PRINT-ONE-PARA.                                             03570000
           MOVE SPACES TO WS-RATIO-DETAIL-LINE.                         03580000
           MOVE WS-ST-IDX TO RRD-RANK.                                  03590000
           MOVE WS-ST-NAME (WS-ST-IDX) TO RRD-STATE.                    03600000
           MOVE WS-ST-MALE (WS-ST-IDX) TO RRD-MALE.                     03610000
           MOVE WS-ST-FEMALE (WS-ST-IDX) TO RRD-FEMALE.                 03620000
           MOVE WS-ST-SEX-RATIO (WS-ST-IDX) TO RRD-RATIO.               03630000
           IF WS-ST-PRIOR-OK (WS-ST-IDX) = 'Y'                          03640000
               MOVE WS-ST-RATIO-CHG (WS-ST-IDX) TO RRD-CHANGE           03650000
               MOVE WS-ST-PRIOR-YEAR (WS-ST-IDX) TO RRD-PRIOR           03660000
           ELSE                                                         03670000
               MOVE 'NONE' TO RRD-PRIOR                                 03680000
           END-IF.                                                      03690000
           MOVE WS-RATIO-DETAIL-LINE TO RPT-DETAIL-STAGE.               03700000
           PERFORM RPT-PUT-PARA.                                        03710000
       007-PRINT-RATE-PARA.                                             03720000
           MOVE 'LITERACY RATE (%)' TO RPT-TITLE.                       03730000
           MOVE SPACES TO RPT-COLUMN-LINE.                              03740000
           MOVE 'RANK' TO RPT-COLUMN-LINE (1:4).                        03750000
           MOVE 'STATE/UT' TO RPT-COLUMN-LINE (7:8).                    03760000
           MOVE 'LITERATE' TO RPT-COLUMN-LINE (41:8).                   03770000
           MOVE 'MALE+FEMALE' TO RPT-COLUMN-LINE (50:11).               03780000
           MOVE 'RATE' TO RPT-COLUMN-LINE (65:4).                       03790000
           MOVE 'CHANGE' TO RPT-COLUMN-LINE (70:6).                     03800000
           MOVE 'PRIOR' TO RPT-COLUMN-LINE (79:5).                      03810000
           PERFORM RPT-NEW-PAGE-PARA.                                   03820000
           MOVE 'L' TO WS-SORT-KEY.                                     03830000
           PERFORM 004-SORT-PARA.                                       03840000
           PERFORM 007A-PRINT-ONE-PARA                                  03850000
               VARYING WS-ST-IDX FROM 1 BY 1                            03860000
               UNTIL WS-ST-IDX > WS-ST-COUNT.                           03870000
           COMPUTE WS-TOTAL-POP = WS-NATL-MALE + WS-NATL-FEMALE.        03880000
           IF WS-TOTAL-POP > ZERO                                       03890000
               COMPUTE WS-NATL-RATE ROUNDED =                           03900000
                   WS-NATL-LITERATE * 100 / WS-TOTAL-POP                03910000
           ELSE                                                         03920000
               MOVE ZERO TO WS-NATL-RATE                                03930000
           END-IF.                                                      03940000
           MOVE WS-NATL-RATE TO RPT-NATL-RATE.                          03950000
           MOVE WS-RPT-NATL-RATE-LINE TO RPT-DETAIL-STAGE.              03960000
           PERFORM RPT-PUT-PARA.                                        03970000
       007A-PRINT-ONE-PARA.                                             03980000
           MOVE SPACES TO WS-RATE-DETAIL-LINE.                          03990000
           MOVE WS-ST-IDX TO LRD-RANK.                                  04000000
           MOVE WS-ST-NAME (WS-ST-IDX) TO LRD-STATE.                    04010000
           MOVE WS-ST-LITERATE (WS-ST-IDX) TO LRD-LITERATE.             04020000
           COMPUTE LRD-TOTAL = WS-ST-MALE (WS-ST-IDX)                   04030000
               + WS-ST-FEMALE (WS-ST-IDX).                              04040000
           MOVE WS-ST-LIT-RATE (WS-ST-IDX) TO LRD-RATE.                 04050000
           IF WS-ST-PRIOR-OK (WS-ST-IDX) = 'Y'                          04060000
               MOVE WS-ST-RATE-CHG (WS-ST-IDX) TO LRD-CHANGE            04070000
               MOVE WS-ST-PRIOR-YEAR (WS-ST-IDX) TO LRD-PRIOR           04080000
           ELSE                                                         04090000
               MOVE 'NONE' TO LRD-PRIOR                                 04100000
           END-IF.                                                      04110000
           MOVE WS-RATE-DETAIL-LINE TO RPT-DETAIL-STAGE.                04120000
           PERFORM RPT-PUT-PARA.                                        04130000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         04140000
           COPY RPTHDPRC.                                               04150000
      * SHARED RUN-CONTROL PARAGRAPHS - SEE RUNCTPRC.CPY.               04160000
           COPY RUNCTPRC.                                               04170000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     04180000
           COPY BUSDTPRC.                                               04190000
