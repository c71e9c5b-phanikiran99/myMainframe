      *DISCLOSURE CONTROL FOR DISTRICT FIGURES GOING INTO A PUBLIC      00010000
      *RELEASE. CENSUS_DISTRICT HOLDS EXACT COUNTS, AND A SMALL RURAL   00020000
      *OR URBAN COUNT FOR A DISTRICT CAN IDENTIFY THE HOUSEHOLDS        00030000
      *BEHIND IT, SO NO DISTRICT-LEVEL FIGURE IS RELEASED EXCEPT FROM   00040000
      *THE PROTECTED FILE THIS PROGRAM WRITES (DISTPUB.CPY). FOR THE    00050000
      *SURVEY YEAR ON THE DSCCARD, ONE STATE/UT AT A TIME -             00060000
      *  1. PRIMARY - ANY POPULATION, RURAL OR URBAN CELL ABOVE ZERO    00070000
      *     BUT UNDER THE CARD'S THRESHOLD IS SUPPRESSED                00080000
      *  2. SECONDARY - A HIDDEN CELL MUST NOT BE RECOVERABLE BY        00090000
      *     SUBTRACTION, SO TWO RULES ARE APPLIED OVER AND OVER UNTIL   00100000
      *     NEITHER ADDS A SUPPRESSION -                                00110000
      *     DISTRICT TOTAL: POPULATION = RURAL + URBAN, SO A DISTRICT   00120000
      *     WITH EXACTLY ONE CELL HIDDEN LOSES A SECOND ONE (THE OTHER  00130000
      *     PART, OR THE SMALLER PART WHEN POPULATION IS THE HIDDEN     00140000
      *     ONE). NOT APPLIED WHERE THE SPLIT IS NOT ON FILE.           00150000
      *     STATE TOTAL: THE STATE ROW IS PUBLISHED ELSEWHERE AND THE   00160000
      *     DISTRICTS FOOT TO IT (DB2DREC), SO A COLUMN WITH EXACTLY    00170000
      *     ONE CELL HIDDEN IN THE STATE LOSES ITS SMALLEST NON-ZERO    00180000
      *     PUBLISHED CELL AS WELL.                                     00190000
      *  3. THE PROTECTED RECORDS GO TO DISTPUB WITH AN 'X' MARKER ON   00200000
      *     EVERY SUPPRESSED CELL, AND EVERY SUPPRESSION IS LISTED ON   00210000
      *     THE INTERNAL DSCRPT WITH ITS VALUE AND REASON.              00220000
      *A COLUMN THAT IS STILL LEFT WITH ONE HIDDEN CELL (NO NON-ZERO    00230000
      *CELL TO PAIR IT WITH - E.G. A ONE-DISTRICT UT) IS LISTED AS      00240000
      *'NO COMPLEMENT - REVIEW' AND SETS RC 4: THE STATE FIGURE ITSELF  00250000
      *GIVES THE CELL AWAY AND THE RELEASE MUST BE CHECKED BY HAND.     00260000
      *CENSUS_DISTRICT IS ONLY READ - THE TABLE ITSELF IS NEVER         00270000
      *CHANGED.                                                         00280000
      *DSCCARD: COLS 1-4 SURVEY YEAR, COLS 5-10 THRESHOLD. BOTH ARE     00290000
      *REQUIRED - WITHOUT THEM NOTHING IS WRITTEN AND RC IS 16.         00300000
       IDENTIFICATION DIVISION.                                         00310000
       PROGRAM-ID. DB2DSC.                                              00320000
       ENVIRONMENT DIVISION.                                            00330000
          INPUT-OUTPUT SECTION.                                         00340000
          FILE-CONTROL.                                                 00350000
           SELECT DSC-CARD-FILE ASSIGN TO DSCCARD                       00360000
           ORGANIZATION IS SEQUENTIAL                                   00370000
           FILE STATUS WS-CARD-STATUS.                                  00380000
           SELECT DIST-PUB-FILE ASSIGN TO DISTPUB                       00390000
           ORGANIZATION IS SEQUENTIAL                                   00400000
           FILE STATUS WS-PUB-STATUS.                                   00410000
           SELECT DSC-RPT-FILE ASSIGN TO DSCRPT                         00420000
           ORGANIZATION IS SEQUENTIAL                                   00430000
           FILE STATUS WS-RPT-STATUS.                                   00440000
       DATA DIVISION.                                                   00450000
          FILE SECTION.                                                 00460000
          FD  DSC-CARD-FILE.                                            00470000
          01  DSC-CARD-REC.                                             00480000
             05 CARD-YEAR            PIC X(4).                          00490000
             05 CARD-THRESHOLD       PIC X(6).                          00500000
          FD  DIST-PUB-FILE.                                            00510000
           COPY DISTPUB.                                                00520000
          FD  DSC-RPT-FILE                                              00530000
              RECORD CONTAINS 110 CHARACTERS.                           00540000
          01  RPT-PRINT-REC           PIC X(110).                       00550000
       WORKING-STORAGE SECTION.                                         00560000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00570000
           COPY RUNDATE.                                                00580000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                00590000
           COPY RPTHDG.                                                 00600000
          77 WS-CARD-STATUS PIC X(2).                                   00610000
          77 WS-PUB-STATUS PIC X(2).                                    00620000
          77 WS-RPT-STATUS PIC X(2).                                    00630000
          77 WS-SEL-YEAR PIC S9(9) USAGE COMP VALUE ZERO.               00640000
          77 WS-THRESHOLD PIC S9(9) USAGE COMP VALUE ZERO.              00650000
          01 WS-CURSOR-OPEN PIC X(01) VALUE 'N'.                        00660000
             88 WS-CURSOR-OPEN-Y VALUE 'Y'.                             00670000
          01 WS-FETCH-EOF PIC X(01) VALUE 'N'.                          00680000
             88 FETCH-EOF-Y VALUE 'Y'.                                  00690000
          01 WS-FILES-OPEN PIC X(01) VALUE 'N'.                         00700000
             88 FILES-OPEN-Y VALUE 'Y'.                                 00710000
      * SET WHEN A PASS OF THE SECONDARY RULES ADDED A SUPPRESSION -    00720000
      * THE RULES ARE RE-RUN UNTIL A PASS ADDS NONE                     00730000
          01 WS-PASS-CHANGED PIC X(01).                                 00740000
             88 PASS-CHANGED-Y VALUE 'Y'.                               00750000
      * ONE STATE/UT'S DISTRICTS FOR THE YEAR. CELL 1 POPULATION,       00760000
      * 2 RURAL, 3 URBAN - THE SAME ORDER AS DP-CELL IN DISTPUB.CPY     00770000
          77 WS-GROUP-STATE PIC X(30) VALUE SPACES.                     00780000
          77 WS-DS-COUNT PIC 9(3) USAGE COMP VALUE ZERO.                00790000
          77 WS-DS-MAX PIC 9(3) USAGE COMP VALUE 300.                   00800000
          77 WS-DS-IDX PIC 9(3) USAGE COMP.                             00810000
          77 WS-CAND-IDX PIC 9(3) USAGE COMP.                           00820000
          77 WS-LONE-IDX PIC 9(3) USAGE COMP.                           00830000
          77 WS-CELL-IDX PIC 9(1) USAGE COMP.                           00840000
          77 WS-OTHER-IDX PIC 9(1) USAGE COMP.                          00850000
          77 WS-SUPP-COUNT PIC 9(3) USAGE COMP.                         00860000
          01 WS-DIST-TABLE.                                             00870000
             05 WS-DS-ENTRY OCCURS 300 TIMES.                           00880000
                10 WS-DS-NAME         PIC X(30).                        00890000
                10 WS-DS-CELL OCCURS 3 TIMES.                           00900000
                   15 WS-DS-VALUE     PIC S9(9) USAGE COMP.             00910000
                   15 WS-DS-FLAG      PIC X(1).                         00920000
                      88 CELL-OPEN       VALUE ' '.                     00930000
                      88 CELL-UNKNOWN    VALUE 'U'.                     00940000
                      88 CELL-PRIMARY    VALUE 'P'.                     00950000
                      88 CELL-ROW-COMP   VALUE 'R'.                     00960000
                      88 CELL-COL-COMP   VALUE 'C'.                     00970000
                      88 CELL-SUPPRESSED VALUE 'P' 'R' 'C'.             00980000
          01 WS-CELL-NAME-VALUES.                                       00990000
             05 FILLER               PIC X(10) VALUE 'POPULATION'.      01000000
             05 FILLER               PIC X(10) VALUE 'RURAL-POP'.       01010000
             05 FILLER               PIC X(10) VALUE 'URBAN-POP'.       01020000
          01 WS-CELL-NAMES REDEFINES WS-CELL-NAME-VALUES.               01030000
             05 WS-CELL-NAME         PIC X(10) OCCURS 3 TIMES.          01040000
          77 WS-STATE-COUNT PIC 9(5) USAGE COMP VALUE ZERO.             01050000
          77 WS-DIST-WRITTEN PIC 9(7) USAGE COMP VALUE ZERO.            01060000
          77 WS-PRIMARY-COUNT PIC 9(7) USAGE COMP VALUE ZERO.           01070000
          77 WS-ROW-COUNT PIC 9(7) USAGE COMP VALUE ZERO.               01080000
          77 WS-COL-COUNT PIC 9(7) USAGE COMP VALUE ZERO.               01090000
          77 WS-UNPROT-COUNT PIC 9(7) USAGE COMP VALUE ZERO.            01100000
          01 WS-RPT-DETAIL-LINE.                                        01110000
             05 RPT-DET-STATE        PIC X(30).                         01120000
             05 FILLER               PIC X(1) VALUE SPACES.             01130000
             05 RPT-DET-DISTRICT     PIC X(30).                         01140000
             05 FILLER               PIC X(1) VALUE SPACES.             01150000
             05 RPT-DET-CELL         PIC X(10).                         01160000
             05 FILLER               PIC X(1) VALUE SPACES.             01170000
             05 RPT-DET-VALUE        PIC Z(8)9.                         01180000
             05 FILLER               PIC X(2) VALUE SPACES.             01190000
             05 RPT-DET-REASON       PIC X(26).                         01200000
          01 WS-RPT-CARD-LINE.                                          01210000
             05 FILLER               PIC X(12) VALUE 'SURVEY YEAR '.    01220000
             05 RPT-CARD-YEAR        PIC 9(4).                          01230000
             05 FILLER               PIC X(19)                          01240000
                VALUE ' - CELLS UNDER '.                                01250000
             05 RPT-CARD-THRESHOLD   PIC Z(5)9.                         01260000
             05 FILLER               PIC X(22)                          01270000
                VALUE ' ARE SUPPRESSED'.                                01280000
          01 WS-RPT-COUNT-LINE.                                         01290000
             05 RPT-CNT-LABEL        PIC X(30).                         01300000
             05 RPT-CNT-VALUE        PIC Z(8)9.                         01310000
           EXEC SQL                                                     01320000
           INCLUDE SQLCA                                                01330000
              END-EXEC.                                                 01340000
      * READ ONLY - ORDERED SO EACH STATE'S DISTRICTS ARRIVE TOGETHER   01350000
           EXEC SQL                                                     01360000
            DECLARE CURS_CD_DSC CURSOR FOR                              01370000
             SELECT STATE_UT,DISTRICT,POPULATION,RURAL_POP,URBAN_POP    01380000
             FROM   CENSUS_DISTRICT                                     01390000
             WHERE  YEAR_OF_SUR = :WS-SEL-YEAR                          01400000
             ORDER BY STATE_UT,DISTRICT                                 01410000
             FOR FETCH ONLY                                             01420000
           END-EXEC.                                                    01430000
       01  DCLCENSUS-DISTRICT.                                          01440000
           10 DST-STATE-UT         PIC X(30).                           01450000
           10 DST-DISTRICT         PIC X(30).                           01460000
           10 DST-POPULATION       PIC S9(9) USAGE COMP.                01470000
           10 DST-RURAL-POP        PIC S9(9) USAGE COMP.                01480000
           10 DST-URBAN-POP        PIC S9(9) USAGE COMP.                01490000
           10 DST-YEAR-OF-SUR      PIC S9(9) USAGE COMP.                01500000
      * NULL-INDICATOR ARRAY, ONE ELEMENT PER COLUMN IN ORDER           01510000
       01  DCLCENSUS-DISTRICT-IND.                                      01520000
           10 DST-IND-STATE-UT     PIC S9(4) COMP.                      01530000
           10 DST-IND-DISTRICT     PIC S9(4) COMP.                      01540000
           10 DST-IND-POPULATION   PIC S9(4) COMP.                      01550000
           10 DST-IND-RURAL-POP    PIC S9(4) COMP.                      01560000
           10 DST-IND-URBAN-POP    PIC S9(4) COMP.                      01570000
           10 DST-IND-YEAR-OF-SUR  PIC S9(4) COMP.                      01580000
       PROCEDURE DIVISION.                                              01590000
       MAIN-PARA.                                                       01600000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        01610000
           ACCEPT WS-RUN-TIME FROM TIME                                 01620000
           PERFORM 002-READ-CARD-PARA.                                  01630000
           IF RETURN-CODE < 16                                          01640000
               PERFORM 003-OPEN-PARA                                    01650000
           END-IF.                                                      01660000
           IF FILES-OPEN-Y                                              01670000
               PERFORM 004-GATHER-PARA                                  01680000
               PERFORM 007-CLOSE-PARA                                   01690000
           END-IF.                                                      01700000
           DISPLAY 'DB2DSC DISTRICTS PUBLISHED ' WS-DIST-WRITTEN        01710000
                   ' FOR YEAR ' WS-SEL-YEAR.                            01720000
           DISPLAY 'DB2DSC CELLS SUPPRESSED - PRIMARY '                 01730000
                   WS-PRIMARY-COUNT ' SECONDARY '                       01740000
                   WS-ROW-COUNT ' + ' WS-COL-COUNT.                     01750000
           IF WS-UNPROT-COUNT > ZERO                                    01760000
               DISPLAY 'DB2DSC CELLS WITH NO COMPLEMENT '               01770000
                       WS-UNPROT-COUNT ' - REVIEW DSCRPT'               01780000
           END-IF.                                                      01790000
           STOP RUN.                                                    01800000
      * THE CARD IS REQUIRED - A RELEASE IS NEVER CUT ON A DEFAULT      01810000
      * THRESHOLD                                                       01820000
       002-READ-CARD-PARA.                                              01830000
           OPEN INPUT DSC-CARD-FILE.                                    01840000
           IF WS-CARD-STATUS = '00'                                     01850000
               READ DSC-CARD-FILE                                       01860000
                   AT END                                               01870000
                       CONTINUE                                         01880000
                   NOT AT END                                           01890000
                       IF CARD-YEAR NUMERIC                             01900000
                           MOVE CARD-YEAR TO WS-SEL-YEAR                01910000
                       END-IF                                           01920000
                       IF CARD-THRESHOLD NUMERIC                        01930000
                           MOVE CARD-THRESHOLD TO WS-THRESHOLD          01940000
                       END-IF                                           01950000
               END-READ                                                 01960000
               CLOSE DSC-CARD-FILE                                      01970000
           END-IF.                                                      01980000
           IF WS-SEL-YEAR = ZERO OR WS-THRESHOLD = ZERO                 01990000
               DISPLAY 'DB2DSC NO VALID YEAR/THRESHOLD ON DSCCARD'      02000000
               DISPLAY 'DB2DSC NOTHING PUBLISHED'                       02010000
               MOVE 16 TO RETURN-CODE                                   02020000
           END-IF.                                                      02030000
       003-OPEN-PARA.                                                   02040000
           OPEN OUTPUT DIST-PUB-FILE.                                   02050000
           IF WS-PUB-STATUS NOT = '00'                                  02060000
               DISPLAY 'ERROR/OPEN/DIST-PUB-FILE'                       02070000
               DISPLAY 'FILE STATUS:' WS-PUB-STATUS                     02080000
               MOVE 16 TO RETURN-CODE                                   02090000
           ELSE                                                         02100000
               OPEN OUTPUT DSC-RPT-FILE                                 02110000
               IF WS-RPT-STATUS NOT = '00'                              02120000
                   DISPLAY 'ERROR/OPEN/DSC-RPT-FILE'                    02130000
                   DISPLAY 'FILE STATUS:' WS-RPT-STATUS                 02140000
                   MOVE 16 TO RETURN-CODE                               02150000
                   CLOSE DIST-PUB-FILE                                  02160000
               ELSE                                                     02170000
                   SET FILES-OPEN-Y TO TRUE                             02180000
                   MOVE 'DISTRICT DISCLOSURE CONTROL' TO RPT-TITLE      02190000
                   MOVE 'DB2DSC' TO RPT-PROGRAM-ID                      02200000
                   MOVE SPACES TO RPT-COLUMN-LINE                       02210000
                   MOVE 'STATE/UT' TO RPT-COLUMN-LINE (1:8)             02220000
                   MOVE 'DISTRICT' TO RPT-COLUMN-LINE (32:8)            02230000
                   MOVE 'CELL' TO RPT-COLUMN-LINE (63:4)                02240000
                   MOVE 'VALUE' TO RPT-COLUMN-LINE (78:5)               02250000
                   MOVE 'REASON' TO RPT-COLUMN-LINE (85:6)              02260000
                   MOVE WS-SEL-YEAR TO RPT-CARD-YEAR                    02270000
                   MOVE WS-THRESHOLD TO RPT-CARD-THRESHOLD              02280000
                   MOVE WS-RPT-CARD-LINE TO RPT-DETAIL-STAGE            02290000
                   PERFORM RPT-PUT-PARA                                 02300000
               END-IF                                                   02310000
           END-IF.                                                      02320000
       004-GATHER-PARA.                                                 02330000
           EXEC SQL                                                     02340000
               OPEN CURS_CD_DSC                                         02350000
           END-EXEC.                                                    02360000
           IF SQLCODE NOT = 0                                           02370000
               DISPLAY 'ERROR/OPEN-CURSOR'                              02380000
               DISPLAY 'SQL CODE:' SQLCODE                              02390000
               MOVE 16 TO RETURN-CODE                                   02400000
           ELSE                                                         02410000
               SET WS-CURSOR-OPEN-Y TO TRUE                             02420000
               PERFORM 004A-FETCH-PARA UNTIL FETCH-EOF-Y                02430000
           END-IF.                                                      02440000
      * THE LAST STATE IS PROTECTED ONLY IF THE WHOLE OF IT WAS READ -  02450000
      * ITS STATE-TOTAL RULE NEEDS EVERY DISTRICT                       02460000
           IF WS-DS-COUNT > ZERO AND RETURN-CODE < 16                   02470000
               PERFORM 005-PROTECT-STATE-PARA                           02480000
           END-IF.                                                      02490000
           IF WS-CURSOR-OPEN-Y                                          02500000
               EXEC SQL                                                 02510000
                   CLOSE CURS_CD_DSC                                    02520000
               END-EXEC                                                 02530000
           END-IF.                                                      02540000
       004A-FETCH-PARA.                                                 02550000
           EXEC SQL                                                     02560000
               FETCH CURS_CD_DSC                                        02570000
               INTO :DST-STATE-UT,:DST-DISTRICT,                        02580000
                    :DST-POPULATION:DST-IND-POPULATION,                 02590000
                    :DST-RURAL-POP:DST-IND-RURAL-POP,                   02600000
                    :DST-URBAN-POP:DST-IND-URBAN-POP                    02610000
           END-EXEC.                                                    02620000
           IF SQLCODE = 0                                               02630000
               PERFORM 004B-POST-PARA                                   02640000
           ELSE                                                         02650000
               SET FETCH-EOF-Y TO TRUE                                  02660000
               IF SQLCODE NOT = 100                                     02670000
                   DISPLAY 'ERROR/FETCH'                                02680000
                   DISPLAY 'SQL CODE:' SQLCODE                          02690000
                   MOVE 16 TO RETURN-CODE                               02700000
               END-IF                                                   02710000
           END-IF.                                                      02720000
      * A NEW STATE/UT CLOSES OFF THE ONE BEFORE IT                     02730000
       004B-POST-PARA.                                                  02740000
           IF WS-DS-COUNT > ZERO                                        02750000
               AND DST-STATE-UT NOT = WS-GROUP-STATE                    02760000
               PERFORM 005-PROTECT-STATE-PARA                           02770000
           END-IF.                                                      02780000
           IF WS-DS-COUNT = ZERO                                        02790000
               MOVE DST-STATE-UT TO WS-GROUP-STATE                      02800000
           END-IF.                                                      02810000
           IF WS-DS-COUNT >= WS-DS-MAX                                  02820000
               DISPLAY 'DB2DSC DISTRICT TABLE FULL AT ' WS-DS-MAX       02830000
                       ' FOR ' WS-GROUP-STATE                           02840000
               MOVE 16 TO RETURN-CODE                                   02850000
               SET FETCH-EOF-Y TO TRUE                                  02860000
           ELSE                                                         02870000
               ADD 1 TO WS-DS-COUNT                                     02880000
               MOVE DST-DISTRICT TO WS-DS-NAME (WS-DS-COUNT)            02890000
               MOVE DST-POPULATION TO WS-DS-VALUE (WS-DS-COUNT, 1)      02900000
               MOVE SPACE TO WS-DS-FLAG (WS-DS-COUNT, 1)                02910000
               IF DST-IND-POPULATION < 0                                02920000
                   MOVE ZERO TO WS-DS-VALUE (WS-DS-COUNT, 1)            02930000
                   SET CELL-UNKNOWN (WS-DS-COUNT, 1) TO TRUE            02940000
               END-IF                                                   02950000
               MOVE DST-RURAL-POP TO WS-DS-VALUE (WS-DS-COUNT, 2)       02960000
               MOVE SPACE TO WS-DS-FLAG (WS-DS-COUNT, 2)                02970000
               IF DST-IND-RURAL-POP < 0                                 02980000
                   MOVE ZERO TO WS-DS-VALUE (WS-DS-COUNT, 2)            02990000
                   SET CELL-UNKNOWN (WS-DS-COUNT, 2) TO TRUE            03000000
               END-IF                                                   03010000
               MOVE DST-URBAN-POP TO WS-DS-VALUE (WS-DS-COUNT, 3)       03020000
               MOVE SPACE TO WS-DS-FLAG (WS-DS-COUNT, 3)                03030000
               IF DST-IND-URBAN-POP < 0                                 03040000
                   MOVE ZERO TO WS-DS-VALUE (WS-DS-COUNT, 3)            03050000
                   SET CELL-UNKNOWN (WS-DS-COUNT, 3) TO TRUE            03060000
               END-IF                                                   03070000
           END-IF.                                                      03080000
      * PRIMARY, THEN SECONDARY UNTIL STABLE, THEN WRITE THE STATE      03090000
       005-PROTECT-STATE-PARA.                                          03100000
           ADD 1 TO WS-STATE-COUNT.                                     03110000
           PERFORM 005A-PRIMARY-PARA                                    03120000
               VARYING WS-DS-IDX FROM 1 BY 1                            03130000
               UNTIL WS-DS-IDX > WS-DS-COUNT.                           03140000
           SET PASS-CHANGED-Y TO TRUE.                                  03150000
           PERFORM 005C-PASS-PARA UNTIL NOT PASS-CHANGED-Y.             03160000
           PERFORM 006-WRITE-STATE-PARA.                                03170000
           PERFORM 005G-CHECK-COLUMN-PARA                               03180000
               VARYING WS-CELL-IDX FROM 1 BY 1                          03190000
               UNTIL WS-CELL-IDX > 3.                                   03200000
           MOVE ZERO TO WS-DS-COUNT.                                    03210000
       005A-PRIMARY-PARA.                                               03220000
           PERFORM 005B-PRIMARY-CELL-PARA                               03230000
               VARYING WS-CELL-IDX FROM 1 BY 1                          03240000
               UNTIL WS-CELL-IDX > 3.                                   03250000
      * A ZERO CELL DISCLOSES NOBODY AND IS LEFT PUBLISHED              03260000
       005B-PRIMARY-CELL-PARA.                                          03270000
           IF CELL-OPEN (WS-DS-IDX, WS-CELL-IDX)                        03280000
               AND WS-DS-VALUE (WS-DS-IDX, WS-CELL-IDX) > ZERO          03290000
               AND WS-DS-VALUE (WS-DS-IDX, WS-CELL-IDX)                 03300000
                   < WS-THRESHOLD                                       03310000
               SET CELL-PRIMARY (WS-DS-IDX, WS-CELL-IDX) TO TRUE        03320000
           END-IF.                                                      03330000
       005C-PASS-PARA.                                                  03340000
           MOVE 'N' TO WS-PASS-CHANGED.                                 03350000
           PERFORM 005D-ROW-PARA                                        03360000
               VARYING WS-DS-IDX FROM 1 BY 1                            03370000
               UNTIL WS-DS-IDX > WS-DS-COUNT.                           03380000
           PERFORM 005E-COLUMN-PARA                                     03390000
               VARYING WS-CELL-IDX FROM 1 BY 1                          03400000
               UNTIL WS-CELL-IDX > 3.                                   03410000
      * DISTRICT TOTAL - ONE HIDDEN CELL IN POPULATION = RURAL + URBAN  03420000
      * COMES STRAIGHT BACK BY SUBTRACTION, SO HIDE A SECOND            03430000
       005D-ROW-PARA.                                                   03440000
           IF NOT CELL-UNKNOWN (WS-DS-IDX, 1)                           03450000
               AND NOT CELL-UNKNOWN (WS-DS-IDX, 2)                      03460000
               AND NOT CELL-UNKNOWN (WS-DS-IDX, 3)                      03470000
               MOVE ZERO TO WS-SUPP-COUNT                               03480000
               PERFORM 005DA-ROW-CELL-PARA                              03490000
                   VARYING WS-CELL-IDX FROM 1 BY 1                      03500000
                   UNTIL WS-CELL-IDX > 3                                03510000
               IF WS-SUPP-COUNT = 1                                     03520000
                   EVALUATE TRUE                                        03530000
                       WHEN CELL-SUPPRESSED (WS-DS-IDX, 1)              03540000
                           IF WS-DS-VALUE (WS-DS-IDX, 2)                03550000
                               NOT > WS-DS-VALUE (WS-DS-IDX, 3)         03560000
                               MOVE 2 TO WS-OTHER-IDX                   03570000
                           ELSE                                         03580000
                               MOVE 3 TO WS-OTHER-IDX                   03590000
                           END-IF                                       03600000
                       WHEN CELL-SUPPRESSED (WS-DS-IDX, 2)              03610000
                           MOVE 3 TO WS-OTHER-IDX                       03620000
                       WHEN OTHER                                       03630000
                           MOVE 2 TO WS-OTHER-IDX                       03640000
                   END-EVALUATE                                         03650000
                   SET CELL-ROW-COMP (WS-DS-IDX, WS-OTHER-IDX)          03660000
                       TO TRUE                                          03670000
                   SET PASS-CHANGED-Y TO TRUE                           03680000
               END-IF                                                   03690000
           END-IF.                                                      03700000
       005DA-ROW-CELL-PARA.                                             03710000
           IF CELL-SUPPRESSED (WS-DS-IDX, WS-CELL-IDX)                  03720000
               ADD 1 TO WS-SUPP-COUNT                                   03730000
           END-IF.                                                      03740000
      * STATE TOTAL - ONE HIDDEN CELL IN A COLUMN COMES BACK FROM THE   03750000
      * STATE FIGURE LESS THE PUBLISHED DISTRICTS, SO HIDE THE          03760000
      * SMALLEST NON-ZERO PUBLISHED CELL IN THE COLUMN WITH IT          03770000
       005E-COLUMN-PARA.                                                03780000
           PERFORM 005F-SCAN-COLUMN-PARA.                               03790000
           IF WS-SUPP-COUNT = 1 AND WS-CAND-IDX > ZERO                  03800000
               SET CELL-COL-COMP (WS-CAND-IDX, WS-CELL-IDX) TO TRUE     03810000
               SET PASS-CHANGED-Y TO TRUE                               03820000
           END-IF.                                                      03830000
      * COUNT THE COLUMN'S HIDDEN CELLS, REMEMBERING THE LAST ONE, AND  03840000
      * FIND THE SMALLEST NON-ZERO PUBLISHED CELL                       03850000
       005F-SCAN-COLUMN-PARA.                                           03860000
           MOVE ZERO TO WS-SUPP-COUNT.                                  03870000
           MOVE ZERO TO WS-CAND-IDX.                                    03880000
           MOVE ZERO TO WS-LONE-IDX.                                    03890000
           PERFORM 005FA-SCAN-CELL-PARA                                 03900000
               VARYING WS-DS-IDX FROM 1 BY 1                            03910000
               UNTIL WS-DS-IDX > WS-DS-COUNT.                           03920000
       005FA-SCAN-CELL-PARA.                                            03930000
           IF CELL-SUPPRESSED (WS-DS-IDX, WS-CELL-IDX)                  03940000
               ADD 1 TO WS-SUPP-COUNT                                   03950000
               MOVE WS-DS-IDX TO WS-LONE-IDX                            03960000
           ELSE                                                         03970000
               IF CELL-OPEN (WS-DS-IDX, WS-CELL-IDX)                    03980000
                   AND WS-DS-VALUE (WS-DS-IDX, WS-CELL-IDX) > ZERO      03990000
                   IF WS-CAND-IDX = ZERO                                04000000
                       MOVE WS-DS-IDX TO WS-CAND-IDX                    04010000
                   ELSE                                                 04020000
                       IF WS-DS-VALUE (WS-DS-IDX, WS-CELL-IDX)          04030000
                           < WS-DS-VALUE (WS-CAND-IDX, WS-CELL-IDX)     04040000
                           MOVE WS-DS-IDX TO WS-CAND-IDX                04050000
                       END-IF                                           04060000
                   END-IF                                               04070000
               END-IF                                                   04080000
           END-IF.                                                      04090000
      * ONCE STABLE, A COLUMN STILL HOLDING ONE HIDDEN CELL HAD NOTHING 04100000
      * TO PAIR IT WITH - THE STATE FIGURE DISCLOSES IT REGARDLESS      04110000
       005G-CHECK-COLUMN-PARA.                                          04120000
           PERFORM 005F-SCAN-COLUMN-PARA.                               04130000
           IF WS-SUPP-COUNT = 1                                         04140000
               ADD 1 TO WS-UNPROT-COUNT                                 04150000
               IF RETURN-CODE < 4                                       04160000
                   MOVE 4 TO RETURN-CODE                                04170000
               END-IF                                                   04180000
               MOVE SPACES TO WS-RPT-DETAIL-LINE                        04190000
               MOVE WS-GROUP-STATE TO RPT-DET-STATE                     04200000
               MOVE WS-DS-NAME (WS-LONE-IDX) TO RPT-DET-DISTRICT        04210000
               MOVE WS-CELL-NAME (WS-CELL-IDX) TO RPT-DET-CELL          04220000
               MOVE WS-DS-VALUE (WS-LONE-IDX, WS-CELL-IDX)              04230000
                   TO RPT-DET-VALUE                                     04240000
               MOVE 'NO COMPLEMENT - REVIEW' TO RPT-DET-REASON          04250000
               MOVE WS-RPT-DETAIL-LINE TO RPT-DETAIL-STAGE              04260000
               PERFORM RPT-PUT-PARA                                     04270000
           END-IF.                                                      04280000
       006-WRITE-STATE-PARA.                                            04290000
           PERFORM 006A-WRITE-DISTRICT-PARA                             04300000
               VARYING WS-DS-IDX FROM 1 BY 1                            04310000
               UNTIL WS-DS-IDX > WS-DS-COUNT.                           04320000
       006A-WRITE-DISTRICT-PARA.                                        04330000
           MOVE SPACES TO DIST-PUB-REC.                                 04340000
           MOVE WS-GROUP-STATE TO DP-STATE-UT.                          04350000
           MOVE WS-DS-NAME (WS-DS-IDX) TO DP-DISTRICT.                  04360000
           MOVE WS-SEL-YEAR TO DP-YEAR-OF-SUR.                          04370000
           PERFORM 006B-WRITE-CELL-PARA                                 04380000
               VARYING WS-CELL-IDX FROM 1 BY 1                          04390000
               UNTIL WS-CELL-IDX > 3.                                   04400000
           WRITE DIST-PUB-REC.                                          04410000
           IF WS-PUB-STATUS NOT = '00'                                  04420000
               DISPLAY 'ERROR/WRITE/DIST-PUB-FILE'                      04430000
               DISPLAY 'FILE STATUS:' WS-PUB-STATUS                     04440000
               MOVE 16 TO RETURN-CODE                                   04450000
           ELSE                                                         04460000
               ADD 1 TO WS-DIST-WRITTEN                                 04470000
           END-IF.                                                      04480000
      * A SUPPRESSED CELL GOES OUT AS ZERO WITH THE MARKER - THE REAL   04490000
      * VALUE AND THE REASON ARE ON THE INTERNAL REPORT ONLY            04500000
       006B-WRITE-CELL-PARA.                                            04510000
           EVALUATE TRUE                                                04520000
               WHEN CELL-OPEN (WS-DS-IDX, WS-CELL-IDX)                  04530000
                   MOVE WS-DS-VALUE (WS-DS-IDX, WS-CELL-IDX)            04540000
                       TO DP-CELL-VALUE (WS-CELL-IDX)                   04550000
                   MOVE SPACE TO DP-CELL-MARK (WS-CELL-IDX)             04560000
               WHEN CELL-UNKNOWN (WS-DS-IDX, WS-CELL-IDX)               04570000
                   MOVE ZERO TO DP-CELL-VALUE (WS-CELL-IDX)             04580000
                   MOVE 'U' TO DP-CELL-MARK (WS-CELL-IDX)               04590000
               WHEN OTHER                                               04600000
                   MOVE ZERO TO DP-CELL-VALUE (WS-CELL-IDX)             04610000
                   MOVE 'X' TO DP-CELL-MARK (WS-CELL-IDX)               04620000
                   PERFORM 006C-REPORT-CELL-PARA                        04630000
           END-EVALUATE.                                                04640000
       006C-REPORT-CELL-PARA.                                           04650000
           MOVE SPACES TO WS-RPT-DETAIL-LINE.                           04660000
           MOVE WS-GROUP-STATE TO RPT-DET-STATE.                        04670000
           MOVE WS-DS-NAME (WS-DS-IDX) TO RPT-DET-DISTRICT.             04680000
           MOVE WS-CELL-NAME (WS-CELL-IDX) TO RPT-DET-CELL.             04690000
           MOVE WS-DS-VALUE (WS-DS-IDX, WS-CELL-IDX) TO RPT-DET-VALUE.  04700000
           EVALUATE TRUE                                                04710000
               WHEN CELL-PRIMARY (WS-DS-IDX, WS-CELL-IDX)               04720000
                   MOVE 'PRIMARY - UNDER THRESHOLD'                     04730000
                       TO RPT-DET-REASON                                04740000
                   ADD 1 TO WS-PRIMARY-COUNT                            04750000
               WHEN CELL-ROW-COMP (WS-DS-IDX, WS-CELL-IDX)              04760000
                   MOVE 'SECONDARY - DISTRICT TOTAL'                    04770000
                       TO RPT-DET-REASON                                04780000
                   ADD 1 TO WS-ROW-COUNT                                04790000
               WHEN OTHER                                               04800000
                   MOVE 'SECONDARY - STATE TOTAL'                       04810000
                       TO RPT-DET-REASON                                04820000
                   ADD 1 TO WS-COL-COUNT                                04830000
           END-EVALUATE.                                                04840000
           MOVE WS-RPT-DETAIL-LINE TO RPT-DETAIL-STAGE.                 04850000
           PERFORM RPT-PUT-PARA.                                        04860000
       007-CLOSE-PARA.                                                  04870000
           IF WS-DIST-WRITTEN = ZERO AND RETURN-CODE < 4                04880000
               DISPLAY 'DB2DSC NO DISTRICT ROWS FOR YEAR ' WS-SEL-YEAR  04890000
               MOVE 4 TO RETURN-CODE                                    04900000
           END-IF.                                                      04910000
           MOVE 'STATES/UTS PROTECTED' TO RPT-CNT-LABEL.                04920000
           MOVE WS-STATE-COUNT TO RPT-CNT-VALUE.                        04930000
           MOVE WS-RPT-COUNT-LINE TO RPT-DETAIL-STAGE.                  04940000
           PERFORM RPT-PUT-PARA.                                        04950000
           MOVE 'PRIMARY SUPPRESSIONS' TO RPT-CNT-LABEL.                04960000
           MOVE WS-PRIMARY-COUNT TO RPT-CNT-VALUE.                      04970000
           MOVE WS-RPT-COUNT-LINE TO RPT-DETAIL-STAGE.                  04980000
           PERFORM RPT-PUT-PARA.                                        04990000
           MOVE 'SECONDARY - DISTRICT TOTAL' TO RPT-CNT-LABEL.          05000000
           MOVE WS-ROW-COUNT TO RPT-CNT-VALUE.                          05010000
           MOVE WS-RPT-COUNT-LINE TO RPT-DETAIL-STAGE.                  05020000
           PERFORM RPT-PUT-PARA.                                        05030000
           MOVE 'SECONDARY - STATE TOTAL' TO RPT-CNT-LABEL.             05040000
           MOVE WS-COL-COUNT TO RPT-CNT-VALUE.                          05050000
           MOVE WS-RPT-COUNT-LINE TO RPT-DETAIL-STAGE.                  05060000
           PERFORM RPT-PUT-PARA.                                        05070000
           MOVE 'NO COMPLEMENT - REVIEW' TO RPT-CNT-LABEL.              05080000
           MOVE WS-UNPROT-COUNT TO RPT-CNT-VALUE.                       05090000
           MOVE WS-RPT-COUNT-LINE TO RPT-DETAIL-STAGE.                  05100000
           PERFORM RPT-PUT-PARA.                                        05110000
           MOVE 'DISTRICTS PUBLISHED ' TO RPT-TOT-LABEL.                05120000
           MOVE WS-DIST-WRITTEN TO RPT-TOT-COUNT.                       05130000
           PERFORM RPT-GRAND-TOTAL-PARA.                                05140000
           CLOSE DIST-PUB-FILE.                                         05150000
           CLOSE DSC-RPT-FILE.                                          05160000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         05170000
           COPY RPTHDPRC.                                               05180000
