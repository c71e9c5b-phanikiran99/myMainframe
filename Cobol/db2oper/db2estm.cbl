      *INTER-CENSAL ANNUAL POPULATION ESTIMATES                         00010000
      *CENSUS HOLDS ONLY THE SURVEY YEARS, SO "WHAT WAS THE POPULATION  00020000
      *OF A STATE IN A YEAR BETWEEN SURVEYS" WAS BEING ANSWERED BY      00030000
      *FEEDING VARGROW A GUESS. THIS READS EVERY CENSUS ROW IN          00040000
      *STATE/YEAR ORDER AND BUILDS ONE ESTIMATE ROW PER STATE PER YEAR: 00050000
      *  S - A SURVEY YEAR, CARRYING THE SURVEY'S OWN FIGURES EXACTLY - 00060000
      *      NEVER AN ESTIMATE                                          00070000
      *  I - A YEAR BETWEEN TWO CONSECUTIVE SURVEYS OF THE STATE,       00080000
      *      POPULATION, RURAL AND URBAN EACH INTERPOLATED IN A         00090000
      *      STRAIGHT LINE BETWEEN THE TWO SURVEYS                      00100000
      *  G - A YEAR AFTER THE STATE'S LATEST SURVEY, UP TO THE END      00110000
      *      YEAR ON ESTMCARD (COLS 1-4, DEFAULT THE RUN YEAR),         00120000
      *      COMPOUNDED FORWARD BY THE LATEST SURVEY'S GROWTH_PER THE   00130000
      *      WAY DB2PROJ DOES; RURAL AND URBAN KEEP THE SURVEY'S SHARE  00140000
      *A STATE WHOSE LATEST SURVEY HAS NO GROWTH_PER GETS NO FORWARD    00150000
      *ROWS, AND A ROW WITH NO SURVEY YEAR IS LEFT OUT - BOTH ARE       00160000
      *COUNTED (RC 4). A RURAL OR URBAN FIGURE NOT KNOWN AT EITHER END  00170000
      *IS LEFT NULL RATHER THAN GUESSED. THE RESULT REPLACES THE        00180000
      *CENSUS_ESTIMATE TABLE IN ONE UNIT OF WORK AND EVERY ROW IS       00190000
      *LISTED ON ESTMRPT WITH ITS METHOD AND THE SURVEYS IT CAME FROM.  00200000
      *THE CENSUS TABLE ITSELF IS NEVER CHANGED.                        00210000
       IDENTIFICATION DIVISION.                                         00220000
       PROGRAM-ID. DB2ESTM.                                             00230000
       ENVIRONMENT DIVISION.                                            00240000
          INPUT-OUTPUT SECTION.                                         00250000
          FILE-CONTROL.                                                 00260000
      * END YEAR FOR THE FORWARD ESTIMATES - NO CARD MEANS THE RUN YEAR 00270000
           SELECT OPTIONAL ESTM-CARD-FILE ASSIGN TO ESTMCARD            00280000
           ORGANIZATION IS SEQUENTIAL                                   00290000
           FILE STATUS WS-CARD-STATUS.                                  00300000
           SELECT ESTM-RPT-FILE ASSIGN TO ESTMRPT                       00310000
           ORGANIZATION IS SEQUENTIAL                                   00320000
           FILE STATUS WS-RPT-STATUS.                                   00330000
       DATA DIVISION.                                                   00340000
          FILE SECTION.                                                 00350000
          FD  ESTM-CARD-FILE.                                           00360000
          01  ESTM-CARD-REC.                                            00370000
             05 CARD-END-YEAR        PIC X(4).                          00380000
             05 FILLER               PIC X(76).                         00390000
          FD  ESTM-RPT-FILE                                             00400000
              RECORD CONTAINS 110 CHARACTERS.                           00410000
          01  RPT-PRINT-REC           PIC X(110).                       00420000
       WORKING-STORAGE SECTION.                                         00430000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00440000
           COPY RUNDATE.                                                00450000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                00460000
           COPY RPTHDG.                                                 00470000
          77 WS-CARD-STATUS PIC X(2).                                   00480000
          77 WS-RPT-STATUS PIC X(2).                                    00490000
          77 WS-END-YEAR PIC S9(9) USAGE COMP.                          00500000
          01 WS-CURSOR-OPEN PIC X(01) VALUE 'N'.                        00510000
             88 WS-CURSOR-OPEN-Y VALUE 'Y'.                             00520000
          01 WS-FETCH-EOF PIC X(01) VALUE 'N'.                          00530000
             88 FETCH-EOF-Y VALUE 'Y'.                                  00540000
          01 WS-INSERT-FAILED PIC X(01) VALUE 'N'.                      00550000
             88 INSERT-FAILED-Y VALUE 'Y'.                              00560000
      * EVERY CENSUS ROW WITH A SURVEY YEAR, IN STATE/YEAR ORDER        00570000
          77 WS-SV-COUNT PIC 9(4) USAGE COMP VALUE ZERO.                00580000
          77 WS-SV-MAX PIC 9(4) USAGE COMP VALUE 3000.                  00590000
          77 WS-SV-IDX PIC 9(4) USAGE COMP.                             00600000
          77 WS-SV-NEXT PIC 9(4) USAGE COMP.                            00610000
          01 WS-SURVEY-TABLE.                                           00620000
             05 WS-SV-ENTRY OCCURS 3000 TIMES.                          00630000
                10 WS-SV-STATE        PIC X(30).                        00640000
                10 WS-SV-YEAR         PIC S9(9) USAGE COMP.             00650000
                10 WS-SV-POP          PIC S9(9) USAGE COMP.             00660000
                10 WS-SV-GROWTH       PIC S9(9) USAGE COMP.             00670000
                10 WS-SV-RURAL        PIC S9(9) USAGE COMP.             00680000
                10 WS-SV-URBAN        PIC S9(9) USAGE COMP.             00690000
                10 WS-SV-IND-GROWTH   PIC S9(4) USAGE COMP.             00700000
                10 WS-SV-IND-RURAL    PIC S9(4) USAGE COMP.             00710000
                10 WS-SV-IND-URBAN    PIC S9(4) USAGE COMP.             00720000
          77 WS-EST-YEAR PIC S9(9) USAGE COMP.                          00730000
          77 WS-SPAN PIC S9(9) USAGE COMP.                              00740000
          77 WS-STEP PIC S9(9) USAGE COMP.                              00750000
      * SAME PRECISION CHOICES AS DB2PROJ - SINGLE-PRECISION RATE,      00760000
      * DOUBLE-PRECISION ACCUMULATOR                                    00770000
          01 WS-GROW-RATE USAGE COMP-1.                                 00780000
          01 WS-GROW-ACCUM USAGE COMP-2.                                00790000
          77 WS-CENSUS-ROWS PIC 9(9) VALUE ZERO.                        00800000
          77 WS-NOYEAR-COUNT PIC 9(9) VALUE ZERO.                       00810000
          77 WS-NOGROWTH-COUNT PIC 9(9) VALUE ZERO.                     00820000
          77 WS-DUPYEAR-COUNT PIC 9(9) VALUE ZERO.                      00830000
          77 WS-SURVEY-COUNT PIC 9(9) VALUE ZERO.                       00840000
          77 WS-INTERP-COUNT PIC 9(9) VALUE ZERO.                       00850000
          77 WS-FORWARD-COUNT PIC 9(9) VALUE ZERO.                      00860000
          77 WS-INSERTED-COUNT PIC 9(9) VALUE ZERO.                     00870000
          01 WS-RPT-DETAIL-LINE.                                        00880000
             05 RPT-DET-STATE        PIC X(30).                         00890000
             05 FILLER               PIC X(2) VALUE SPACES.             00900000
             05 RPT-DET-YEAR         PIC 9(4).                          00910000
             05 FILLER               PIC X(2) VALUE SPACES.             00920000
             05 RPT-DET-POP          PIC -(9)9.                         00930000
             05 FILLER               PIC X(2) VALUE SPACES.             00940000
             05 RPT-DET-RURAL        PIC -(9)9.                         00950000
             05 RPT-DET-RURAL-X REDEFINES RPT-DET-RURAL PIC X(10).      00960000
             05 FILLER               PIC X(2) VALUE SPACES.             00970000
             05 RPT-DET-URBAN        PIC -(9)9.                         00980000
             05 RPT-DET-URBAN-X REDEFINES RPT-DET-URBAN PIC X(10).      00990000
             05 FILLER               PIC X(2) VALUE SPACES.             01000000
             05 RPT-DET-METHOD       PIC X(12).                         01010000
             05 FILLER               PIC X(2) VALUE SPACES.             01020000
             05 RPT-DET-FROM-YEAR    PIC 9(4).                          01030000
             05 RPT-DET-DASH         PIC X(1).                          01040000
             05 RPT-DET-TO-YEAR      PIC 9(4).                          01050000
             05 RPT-DET-TO-YEAR-X REDEFINES RPT-DET-TO-YEAR PIC X(4).   01060000
          01 WS-RPT-EXCEPTION-LINE.                                     01070000
             05 RPT-EXC-STATE        PIC X(30).                         01080000
             05 FILLER               PIC X(2) VALUE SPACES.             01090000
             05 RPT-EXC-YEAR         PIC 9(4).                          01100000
             05 FILLER               PIC X(2) VALUE SPACES.             01110000
             05 RPT-EXC-TEXT         PIC X(40).                         01120000
           EXEC SQL                                                     01130000
           INCLUDE SQLCA                                                01140000
              END-EXEC.                                                 01150000
      * EVERY ROW IN STATE/YEAR ORDER - A STATE'S SURVEYS SIT TOGETHER  01160000
           EXEC SQL                                                     01170000
            DECLARE CURS_CE_ESTM CURSOR FOR                             01180000
             SELECT STATE_UT,YEAR_OF_SUR,POPULATION,GROWTH_PER,         01190000
                    RURAL_POP,URBAN_POP                                 01200000
             FROM   CENSUS                                              01210000
             ORDER  BY STATE_UT,YEAR_OF_SUR                             01220000
           END-EXEC.                                                    01230000
       01  DCLCENSUS.                                                   01240000
           10 STATE-UT             PIC X(30).                           01250000
           10 POPULATION           PIC S9(9) USAGE COMP.                01260000
           10 GROWTH-PER           PIC S9(9) USAGE COMP.                01270000
           10 RURAL-POP            PIC S9(9) USAGE COMP.                01280000
           10 URBAN-POP            PIC S9(9) USAGE COMP.                01290000
           10 YEAR-OF-SUR          PIC S9(9) USAGE COMP.                01300000
           10 RATIO                PIC S9(9) USAGE COMP.                01310000
       01  IND-GROWTH-PER          PIC S9(4) COMP.                      01320000
       01  IND-RURAL-POP           PIC S9(4) COMP.                      01330000
       01  IND-URBAN-POP           PIC S9(4) COMP.                      01340000
       01  IND-YEAR-OF-SUR         PIC S9(4) COMP.                      01350000
      * ONE CENSUS_ESTIMATE ROW - BASE_YEAR IS THE SURVEY THE FIGURE    01360000
      * STARTS FROM, NEXT_YEAR THE LATER SURVEY OF AN INTERPOLATION     01370000
      * (NULL FOR A SURVEY OR FORWARD ROW)                              01380000
       01  DCLCENSUS-ESTIMATE.                                          01390000
           10 CE-EST-YEAR          PIC S9(9) USAGE COMP.                01400000
           10 CE-POPULATION        PIC S9(9) USAGE COMP.                01410000
           10 CE-RURAL-POP         PIC S9(9) USAGE COMP.                01420000
           10 CE-URBAN-POP         PIC S9(9) USAGE COMP.                01430000
           10 CE-METHOD            PIC X(1).                            01440000
              88 CE-METHOD-SURVEY  VALUE 'S'.                           01450000
              88 CE-METHOD-INTERP  VALUE 'I'.                           01460000
              88 CE-METHOD-GROWTH  VALUE 'G'.                           01470000
           10 CE-BASE-YEAR         PIC S9(9) USAGE COMP.                01480000
           10 CE-NEXT-YEAR         PIC S9(9) USAGE COMP.                01490000
           10 CE-BUILD-DATE        PIC X(8).                            01500000
       01  IND-CE-RURAL-POP        PIC S9(4) COMP.                      01510000
       01  IND-CE-URBAN-POP        PIC S9(4) COMP.                      01520000
       01  IND-CE-NEXT-YEAR        PIC S9(4) COMP.                      01530000
       PROCEDURE DIVISION.                                              01540000
       MAIN-PARA.                                                       01550000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        01560000
           ACCEPT WS-RUN-TIME FROM TIME                                 01570000
           MOVE WS-RUN-DATE (1:4) TO WS-END-YEAR.                       01580000
           PERFORM 001-READ-CARD-PARA.                                  01590000
           MOVE 'INTER-CENSAL ESTIMATES' TO RPT-TITLE.                  01600000
           MOVE 'DB2ESTM' TO RPT-PROGRAM-ID.                            01610000
           MOVE SPACES TO RPT-COLUMN-LINE.                              01620000
           MOVE 'STATE/UT' TO RPT-COLUMN-LINE (1:8).                    01630000
           MOVE 'YEAR' TO RPT-COLUMN-LINE (33:4).                       01640000
           MOVE 'POPULATION' TO RPT-COLUMN-LINE (39:10).                01650000
           MOVE 'RURAL' TO RPT-COLUMN-LINE (56:5).                      01660000
           MOVE 'URBAN' TO RPT-COLUMN-LINE (68:5).                      01670000
           MOVE 'METHOD' TO RPT-COLUMN-LINE (75:6).                     01680000
           MOVE 'SURVEYS' TO RPT-COLUMN-LINE (89:7).                    01690000
           OPEN OUTPUT ESTM-RPT-FILE.                                   01700000
           IF WS-RPT-STATUS NOT = '00'                                  01710000
               DISPLAY 'ERROR/OPEN/ESTM-RPT-FILE'                       01720000
               DISPLAY 'FILE STATUS:' WS-RPT-STATUS                     01730000
               MOVE 16 TO RETURN-CODE                                   01740000
           ELSE                                                         01750000
               PERFORM 002-GATHER-PARA                                  01760000
               IF RETURN-CODE < 16                                      01770000
                   PERFORM 003-REPLACE-TABLE-PARA                       01780000
               END-IF                                                   01790000
               MOVE 'ESTIMATE ROWS       ' TO RPT-TOT-LABEL             01800000
               MOVE WS-INSERTED-COUNT TO RPT-TOT-COUNT                  01810000
               PERFORM RPT-GRAND-TOTAL-PARA                             01820000
               CLOSE ESTM-RPT-FILE                                      01830000
           END-IF.                                                      01840000
           IF WS-NOYEAR-COUNT > ZERO OR WS-NOGROWTH-COUNT > ZERO        01850000
            OR WS-DUPYEAR-COUNT > ZERO                                  01860000
               IF RETURN-CODE < 4                                       01870000
                   MOVE 4 TO RETURN-CODE                                01880000
               END-IF                                                   01890000
           END-IF.                                                      01900000
           DISPLAY 'DB2ESTM CENSUS ROWS ' WS-CENSUS-ROWS                01910000
                   ' NO YEAR ' WS-NOYEAR-COUNT                          01920000
                   ' DUPLICATE YEAR ' WS-DUPYEAR-COUNT                  01930000
                   ' NO GROWTH RATE ' WS-NOGROWTH-COUNT.                01940000
           DISPLAY 'DB2ESTM SURVEY ' WS-SURVEY-COUNT                    01950000
                   ' INTERPOLATED ' WS-INTERP-COUNT                     01960000
                   ' FORWARD ' WS-FORWARD-COUNT                         01970000
                   ' ROWS WRITTEN ' WS-INSERTED-COUNT                   01980000
                   ' END YEAR ' WS-END-YEAR.                            01990000
           STOP RUN.                                                    02000000
       001-READ-CARD-PARA.                                              02010000
           OPEN INPUT ESTM-CARD-FILE.                                   02020000
           IF WS-CARD-STATUS = '00'                                     02030000
               READ ESTM-CARD-FILE                                      02040000
                   AT END                                               02050000
                       CONTINUE                                         02060000
                   NOT AT END                                           02070000
                       IF CARD-END-YEAR NUMERIC                         02080000
                           MOVE CARD-END-YEAR TO WS-END-YEAR            02090000
                       END-IF                                           02100000
               END-READ                                                 02110000
               CLOSE ESTM-CARD-FILE                                     02120000
           END-IF.                                                      02130000
       002-GATHER-PARA.                                                 02140000
           EXEC SQL                                                     02150000
               OPEN CURS_CE_ESTM                                        02160000
           END-EXEC.                                                    02170000
           IF SQLCODE NOT = 0                                           02180000
               DISPLAY 'ERROR/OPEN-CURSOR'                              02190000
               DISPLAY 'SQL CODE:' SQLCODE                              02200000
               MOVE 16 TO RETURN-CODE                                   02210000
           ELSE                                                         02220000
               SET WS-CURSOR-OPEN-Y TO TRUE                             02230000
               PERFORM 002A-FETCH-PARA UNTIL FETCH-EOF-Y                02240000
           END-IF.                                                      02250000
           IF WS-CURSOR-OPEN-Y                                          02260000
               EXEC SQL                                                 02270000
                   CLOSE CURS_CE_ESTM                                   02280000
               END-EXEC                                                 02290000
           END-IF.                                                      02300000
       002A-FETCH-PARA.                                                 02310000
           EXEC SQL                                                     02320000
               FETCH CURS_CE_ESTM                                       02330000
               INTO :STATE-UT,:YEAR-OF-SUR:IND-YEAR-OF-SUR,             02340000
                    :POPULATION,                                        02350000
                    :GROWTH-PER:IND-GROWTH-PER,                         02360000
                    :RURAL-POP:IND-RURAL-POP,                           02370000
                    :URBAN-POP:IND-URBAN-POP                            02380000
           END-EXEC.                                                    02390000
           IF SQLCODE = 0                                               02400000
               ADD 1 TO WS-CENSUS-ROWS                                  02410000
               IF IND-YEAR-OF-SUR < 0                                   02420000
                   ADD 1 TO WS-NOYEAR-COUNT                             02430000
                   MOVE SPACES TO WS-RPT-EXCEPTION-LINE                 02440000
                   MOVE STATE-UT TO RPT-EXC-STATE                       02450000
                   MOVE ZERO TO RPT-EXC-YEAR                            02460000
                   MOVE 'NO SURVEY YEAR - ROW NOT USED'                 02470000
                       TO RPT-EXC-TEXT                                  02480000
                   MOVE WS-RPT-EXCEPTION-LINE TO RPT-DETAIL-STAGE       02490000
                   PERFORM RPT-PUT-PARA                                 02500000
               ELSE                                                     02510000
                   IF WS-SV-COUNT < WS-SV-MAX                           02520000
                       ADD 1 TO WS-SV-COUNT                             02530000
                       MOVE STATE-UT TO WS-SV-STATE (WS-SV-COUNT)       02540000
                       MOVE YEAR-OF-SUR TO WS-SV-YEAR (WS-SV-COUNT)     02550000
                       MOVE POPULATION TO WS-SV-POP (WS-SV-COUNT)       02560000
                       MOVE GROWTH-PER TO WS-SV-GROWTH (WS-SV-COUNT)    02570000
                       MOVE RURAL-POP TO WS-SV-RURAL (WS-SV-COUNT)      02580000
                       MOVE URBAN-POP TO WS-SV-URBAN (WS-SV-COUNT)      02590000
                       MOVE IND-GROWTH-PER                              02600000
                           TO WS-SV-IND-GROWTH (WS-SV-COUNT)            02610000
                       MOVE IND-RURAL-POP                               02620000
                           TO WS-SV-IND-RURAL (WS-SV-COUNT)             02630000
                       MOVE IND-URBAN-POP                               02640000
                           TO WS-SV-IND-URBAN (WS-SV-COUNT)             02650000
                   ELSE                                                 02660000
                       DISPLAY 'DB2ESTM SURVEY TABLE FULL AT ' WS-SV-MAX02670000
                       MOVE 16 TO RETURN-CODE                           02680000
                       SET FETCH-EOF-Y TO TRUE                          02690000
                   END-IF                                               02700000
               END-IF                                                   02710000
           ELSE                                                         02720000
               SET FETCH-EOF-Y TO TRUE                                  02730000
               IF SQLCODE NOT = 100                                     02740000
                   DISPLAY 'ERROR/FETCH'                                02750000
                   DISPLAY 'SQL CODE:' SQLCODE                          02760000
                   MOVE 16 TO RETURN-CODE                               02770000
               END-IF                                                   02780000
           END-IF.                                                      02790000
      * REPLACE CENSUS_ESTIMATE IN ONE UNIT OF WORK - PLANNING NEVER    02800000
      * READS A HALF-BUILT TABLE                                        02810000
       003-REPLACE-TABLE-PARA.                                          02820000
           MOVE WS-RUN-DATE TO CE-BUILD-DATE.                           02830000
           EXEC SQL                                                     02840000
               DELETE FROM CENSUS_ESTIMATE                              02850000
           END-EXEC.                                                    02860000
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     02870000
               DISPLAY 'ERROR/DELETE CENSUS_ESTIMATE'                   02880000
               DISPLAY 'SQL CODE:' SQLCODE                              02890000
               SET INSERT-FAILED-Y TO TRUE                              02900000
           ELSE                                                         02910000
               PERFORM 004-ESTIMATE-STATE-ROW-PARA                      02920000
                   VARYING WS-SV-IDX FROM 1 BY 1                        02930000
                   UNTIL WS-SV-IDX > WS-SV-COUNT                        02940000
                      OR INSERT-FAILED-Y                                02950000
           END-IF.                                                      02960000
           IF INSERT-FAILED-Y                                           02970000
               EXEC SQL ROLLBACK END-EXEC                               02980000
               MOVE ZERO TO WS-INSERTED-COUNT                           02990000
               MOVE 16 TO RETURN-CODE                                   03000000
               MOVE SPACES TO WS-RPT-EXCEPTION-LINE                     03010000
               MOVE 'NOTHING REPLACED - CENSUS_ESTIMATE LEFT AS IT WAS' 03020000
                   TO RPT-DETAIL-STAGE                                  03030000
               PERFORM RPT-PUT-PARA                                     03040000
           ELSE                                                         03050000
               EXEC SQL COMMIT END-EXEC                                 03060000
           END-IF.                                                      03070000
      * ONE SURVEY ROW: ITS OWN FIGURES, THEN EITHER THE YEARS UP TO THE03080000
      * STATE'S NEXT SURVEY OR, FOR THE LATEST SURVEY, THE YEARS UP TO  03090000
      * THE END YEAR. A SECOND ROW FOR THE SAME STATE AND YEAR IS       03100000
      * LISTED AND LEFT OUT - THE FIRST ONE STANDS.                     03110000
       004-ESTIMATE-STATE-ROW-PARA.                                     03120000
           IF WS-SV-IDX > 1                                             03130000
            AND WS-SV-STATE (WS-SV-IDX) = WS-SV-STATE (WS-SV-IDX - 1)   03140000
            AND WS-SV-YEAR (WS-SV-IDX) = WS-SV-YEAR (WS-SV-IDX - 1)     03150000
               ADD 1 TO WS-DUPYEAR-COUNT                                03160000
               MOVE SPACES TO WS-RPT-EXCEPTION-LINE                     03170000
               MOVE WS-SV-STATE (WS-SV-IDX) TO RPT-EXC-STATE            03180000
               MOVE WS-SV-YEAR (WS-SV-IDX) TO RPT-EXC-YEAR              03190000
               MOVE 'SECOND ROW FOR SURVEY YEAR - NOT USED'             03200000
                   TO RPT-EXC-TEXT                                      03210000
               MOVE WS-RPT-EXCEPTION-LINE TO RPT-DETAIL-STAGE           03220000
               PERFORM RPT-PUT-PARA                                     03230000
           ELSE                                                         03240000
               MOVE WS-SV-YEAR (WS-SV-IDX) TO CE-EST-YEAR               03250000
               MOVE WS-SV-POP (WS-SV-IDX) TO CE-POPULATION              03260000
               MOVE WS-SV-RURAL (WS-SV-IDX) TO CE-RURAL-POP             03270000
               MOVE WS-SV-URBAN (WS-SV-IDX) TO CE-URBAN-POP             03280000
               MOVE WS-SV-IND-RURAL (WS-SV-IDX) TO IND-CE-RURAL-POP     03290000
               MOVE WS-SV-IND-URBAN (WS-SV-IDX) TO IND-CE-URBAN-POP     03300000
               MOVE WS-SV-YEAR (WS-SV-IDX) TO CE-BASE-YEAR              03310000
               MOVE ZERO TO CE-NEXT-YEAR                                03320000
               MOVE -1 TO IND-CE-NEXT-YEAR                              03330000
               SET CE-METHOD-SURVEY TO TRUE                             03340000
               ADD 1 TO WS-SURVEY-COUNT                                 03350000
               PERFORM 005-PUT-ESTIMATE-PARA                            03360000
               PERFORM 004A-FIND-NEXT-SURVEY-PARA                       03370000
               IF WS-SV-NEXT > ZERO                                     03380000
                   COMPUTE WS-SPAN = WS-SV-YEAR (WS-SV-NEXT)            03390000
                       - WS-SV-YEAR (WS-SV-IDX)                         03400000
                   PERFORM 004B-INTERPOLATE-YEAR-PARA                   03410000
                       VARYING WS-EST-YEAR                              03420000
                       FROM WS-SV-YEAR (WS-SV-IDX) BY 1                 03430000
                       UNTIL WS-EST-YEAR >= WS-SV-YEAR (WS-SV-NEXT) - 1 03440000
                          OR INSERT-FAILED-Y                            03450000
               ELSE                                                     03460000
                   IF WS-SV-IND-GROWTH (WS-SV-IDX) < 0                  03470000
                       IF WS-SV-YEAR (WS-SV-IDX) < WS-END-YEAR          03480000
                           ADD 1 TO WS-NOGROWTH-COUNT                   03490000
                           MOVE SPACES TO WS-RPT-EXCEPTION-LINE         03500000
                           MOVE WS-SV-STATE (WS-SV-IDX) TO RPT-EXC-STATE03510000
                           MOVE WS-SV-YEAR (WS-SV-IDX) TO RPT-EXC-YEAR  03520000
                           MOVE 'NO GROWTH_PER - NO LATER ESTIMATES'    03530000
                               TO RPT-EXC-TEXT                          03540000
                           MOVE WS-RPT-EXCEPTION-LINE                   03550000
                               TO RPT-DETAIL-STAGE                      03560000
                           PERFORM RPT-PUT-PARA                         03570000
                       END-IF                                           03580000
                   ELSE                                                 03590000
                       COMPUTE WS-GROW-RATE =                           03600000
                           WS-SV-GROWTH (WS-SV-IDX) / 10000             03610000
                       MOVE WS-SV-POP (WS-SV-IDX) TO WS-GROW-ACCUM      03620000
                       PERFORM 004C-FORWARD-YEAR-PARA                   03630000
                           VARYING WS-EST-YEAR                          03640000
                           FROM WS-SV-YEAR (WS-SV-IDX) BY 1             03650000
                           UNTIL WS-EST-YEAR >= WS-END-YEAR             03660000
                              OR INSERT-FAILED-Y                        03670000
                   END-IF                                               03680000
               END-IF                                                   03690000
           END-IF.                                                      03700000
      * THE STATE'S NEXT SURVEY IS THE NEXT ROW ON FOR THE SAME STATE   03710000
      * WITH A LATER YEAR (A DUPLICATE YEAR IS STEPPED OVER); ZERO WHEN 03720000
      * THIS IS ITS LATEST                                              03730000
       004A-FIND-NEXT-SURVEY-PARA.                                      03740000
           MOVE ZERO TO WS-SV-NEXT.                                     03750000
           COMPUTE WS-STEP = WS-SV-IDX + 1.                             03760000
           PERFORM UNTIL WS-STEP > WS-SV-COUNT OR WS-SV-NEXT > ZERO     03770000
               IF WS-SV-STATE (WS-STEP) NOT = WS-SV-STATE (WS-SV-IDX)   03780000
                   MOVE WS-SV-COUNT TO WS-STEP                          03790000
               ELSE                                                     03800000
                   IF WS-SV-YEAR (WS-STEP) > WS-SV-YEAR (WS-SV-IDX)     03810000
                       MOVE WS-STEP TO WS-SV-NEXT                       03820000
                   END-IF                                               03830000
               END-IF                                                   03840000
               ADD 1 TO WS-STEP                                         03850000
           END-PERFORM.                                                 03860000
      * THE YEAR AFTER WS-EST-YEAR, A STRAIGHT LINE BETWEEN THE SURVEYS.03870000
      * RURAL OR URBAN UNKNOWN AT EITHER END STAYS NULL.                03880000
       004B-INTERPOLATE-YEAR-PARA.                                      03890000
           COMPUTE CE-EST-YEAR = WS-EST-YEAR + 1.                       03900000
           COMPUTE WS-STEP = CE-EST-YEAR - WS-SV-YEAR (WS-SV-IDX).      03910000
           COMPUTE CE-POPULATION ROUNDED = WS-SV-POP (WS-SV-IDX)        03920000
               + (WS-SV-POP (WS-SV-NEXT) - WS-SV-POP (WS-SV-IDX))       03930000
               * WS-STEP / WS-SPAN.                                     03940000
           IF WS-SV-IND-RURAL (WS-SV-IDX) < 0                           03950000
            OR WS-SV-IND-RURAL (WS-SV-NEXT) < 0                         03960000
               MOVE ZERO TO CE-RURAL-POP                                03970000
               MOVE -1 TO IND-CE-RURAL-POP                              03980000
           ELSE                                                         03990000
               COMPUTE CE-RURAL-POP ROUNDED = WS-SV-RURAL (WS-SV-IDX)   04000000
                   + (WS-SV-RURAL (WS-SV-NEXT)                          04010000
                      - WS-SV-RURAL (WS-SV-IDX))                        04020000
                   * WS-STEP / WS-SPAN                                  04030000
               MOVE ZERO TO IND-CE-RURAL-POP                            04040000
           END-IF.                                                      04050000
           IF WS-SV-IND-URBAN (WS-SV-IDX) < 0                           04060000
            OR WS-SV-IND-URBAN (WS-SV-NEXT) < 0                         04070000
               MOVE ZERO TO CE-URBAN-POP                                04080000
               MOVE -1 TO IND-CE-URBAN-POP                              04090000
           ELSE                                                         04100000
               COMPUTE CE-URBAN-POP ROUNDED = WS-SV-URBAN (WS-SV-IDX)   04110000
                   + (WS-SV-URBAN (WS-SV-NEXT)                          04120000
                      - WS-SV-URBAN (WS-SV-IDX))                        04130000
                   * WS-STEP / WS-SPAN                                  04140000
               MOVE ZERO TO IND-CE-URBAN-POP                            04150000
           END-IF.                                                      04160000
           MOVE WS-SV-YEAR (WS-SV-IDX) TO CE-BASE-YEAR.                 04170000
           MOVE WS-SV-YEAR (WS-SV-NEXT) TO CE-NEXT-YEAR.                04180000
           MOVE ZERO TO IND-CE-NEXT-YEAR.                               04190000
           SET CE-METHOD-INTERP TO TRUE.                                04200000
           ADD 1 TO WS-INTERP-COUNT.                                    04210000
           PERFORM 005-PUT-ESTIMATE-PARA.                               04220000
      * THE YEAR AFTER WS-EST-YEAR, ONE MORE YEAR OF COMPOUND GROWTH ON 04230000
      * THE LATEST SURVEY. RURAL AND URBAN KEEP THE SURVEY'S SHARES.    04240000
       004C-FORWARD-YEAR-PARA.                                          04250000
           COMPUTE CE-EST-YEAR = WS-EST-YEAR + 1.                       04260000
           COMPUTE WS-GROW-ACCUM = WS-GROW-ACCUM * (1 + WS-GROW-RATE).  04270000
           COMPUTE CE-POPULATION ROUNDED = WS-GROW-ACCUM                04280000
               ON SIZE ERROR                                            04290000
                   MOVE 999999999 TO CE-POPULATION                      04300000
           END-COMPUTE.                                                 04310000
           IF WS-SV-IND-RURAL (WS-SV-IDX) < 0                           04320000
            OR WS-SV-POP (WS-SV-IDX) = ZERO                             04330000
               MOVE ZERO TO CE-RURAL-POP                                04340000
               MOVE -1 TO IND-CE-RURAL-POP                              04350000
           ELSE                                                         04360000
               COMPUTE CE-RURAL-POP ROUNDED = CE-POPULATION             04370000
                   * WS-SV-RURAL (WS-SV-IDX) / WS-SV-POP (WS-SV-IDX)    04380000
               MOVE ZERO TO IND-CE-RURAL-POP                            04390000
           END-IF.                                                      04400000
           IF WS-SV-IND-URBAN (WS-SV-IDX) < 0                           04410000
            OR WS-SV-POP (WS-SV-IDX) = ZERO                             04420000
               MOVE ZERO TO CE-URBAN-POP                                04430000
               MOVE -1 TO IND-CE-URBAN-POP                              04440000
           ELSE                                                         04450000
               COMPUTE CE-URBAN-POP ROUNDED = CE-POPULATION             04460000
                   * WS-SV-URBAN (WS-SV-IDX) / WS-SV-POP (WS-SV-IDX)    04470000
               MOVE ZERO TO IND-CE-URBAN-POP                            04480000
           END-IF.                                                      04490000
           MOVE WS-SV-YEAR (WS-SV-IDX) TO CE-BASE-YEAR.                 04500000
           MOVE ZERO TO CE-NEXT-YEAR.                                   04510000
           MOVE -1 TO IND-CE-NEXT-YEAR.                                 04520000
           SET CE-METHOD-GROWTH TO TRUE.                                04530000
           ADD 1 TO WS-FORWARD-COUNT.                                   04540000
           PERFORM 005-PUT-ESTIMATE-PARA.                               04550000
       005-PUT-ESTIMATE-PARA.                                           04560000
           MOVE WS-SV-STATE (WS-SV-IDX) TO STATE-UT.                    04570000
           EXEC SQL                                                     04580000
               INSERT INTO CENSUS_ESTIMATE                              04590000
                  (STATE_UT, EST_YEAR, POPULATION, RURAL_POP,           04600000
                   URBAN_POP, METHOD, BASE_YEAR, NEXT_YEAR,             04610000
                   BUILD_DATE)                                          04620000
               VALUES                                                   04630000
                  (:STATE-UT, :CE-EST-YEAR, :CE-POPULATION,             04640000
                   :CE-RURAL-POP:IND-CE-RURAL-POP,                      04650000
                   :CE-URBAN-POP:IND-CE-URBAN-POP,                      04660000
                   :CE-METHOD, :CE-BASE-YEAR,                           04670000
                   :CE-NEXT-YEAR:IND-CE-NEXT-YEAR,                      04680000
                   :CE-BUILD-DATE)                                      04690000
           END-EXEC.                                                    04700000
           IF SQLCODE = 0                                               04710000
               ADD 1 TO WS-INSERTED-COUNT                               04720000
               PERFORM 006-PRINT-ROW-PARA                               04730000
           ELSE                                                         04740000
               DISPLAY 'ERROR/INSERT CENSUS_ESTIMATE'                   04750000
               DISPLAY 'SQL CODE:' SQLCODE                              04760000
               DISPLAY 'STATE-UT:' STATE-UT ' YEAR:' CE-EST-YEAR        04770000
               SET INSERT-FAILED-Y TO TRUE                              04780000
           END-IF.                                                      04790000
       006-PRINT-ROW-PARA.                                              04800000
           MOVE SPACES TO WS-RPT-DETAIL-LINE.                           04810000
           MOVE STATE-UT TO RPT-DET-STATE.                              04820000
           MOVE CE-EST-YEAR TO RPT-DET-YEAR.                            04830000
           MOVE CE-POPULATION TO RPT-DET-POP.                           04840000
           IF IND-CE-RURAL-POP < 0                                      04850000
               MOVE SPACES TO RPT-DET-RURAL-X                           04860000
           ELSE                                                         04870000
               MOVE CE-RURAL-POP TO RPT-DET-RURAL                       04880000
           END-IF.                                                      04890000
           IF IND-CE-URBAN-POP < 0                                      04900000
               MOVE SPACES TO RPT-DET-URBAN-X                           04910000
           ELSE                                                         04920000
               MOVE CE-URBAN-POP TO RPT-DET-URBAN                       04930000
           END-IF.                                                      04940000
           MOVE CE-BASE-YEAR TO RPT-DET-FROM-YEAR.                      04950000
           EVALUATE TRUE                                                04960000
               WHEN CE-METHOD-SURVEY                                    04970000
                   MOVE 'SURVEY' TO RPT-DET-METHOD                      04980000
               WHEN CE-METHOD-INTERP                                    04990000
                   MOVE 'INTERPOLATED' TO RPT-DET-METHOD                05000000
                   MOVE '-' TO RPT-DET-DASH                             05010000
                   MOVE CE-NEXT-YEAR TO RPT-DET-TO-YEAR                 05020000
               WHEN CE-METHOD-GROWTH                                    05030000
                   MOVE 'GROWTH RATE' TO RPT-DET-METHOD                 05040000
                   MOVE '+' TO RPT-DET-DASH                             05050000
           END-EVALUATE.                                                05060000
           MOVE WS-RPT-DETAIL-LINE TO RPT-DETAIL-STAGE.                 05070000
           PERFORM RPT-PUT-PARA.                                        05080000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         05090000
           COPY RPTHDPRC.                                               05100000
