      *SEX-SPLIT RECONCILIATION - DEMOGRAPHIC ROWS AGAINST THE STATE    00010000
      *ROWS. CURSORS THROUGH CENSUS_DEMOGRAPHIC AND, FOR EACH STATE/    00020000
      *SURVEY-YEAR ROW, PROVES MALE + FEMALE POPULATION FOOTS TO THE    00030000
      *CENSUS ROW'S POPULATION FOR THE SAME STATE AND YEAR. A           00040000
      *DEMOGRAPHIC ROW WITH NO CENSUS ROW TO FOOT TO IS AN EXCEPTION    00050000
      *TOO (REASON NOCENSUS) - THE SPLIT CANNOT BE PROVED. CENSUS ROWS  00060000
      *WITH NO DEMOGRAPHIC DETAIL ARE NOT CHECKED. EXCEPTIONS ARE       00070000
      *WRITTEN THE SAME WAY DB2DREC WRITES ITS ROLL-UP EXCEPTIONS.      00080000
       IDENTIFICATION DIVISION.                                         00090000
       PROGRAM-ID. DB2GREC.                                             00100000
       ENVIRONMENT DIVISION.                                            00110000
          INPUT-OUTPUT SECTION.                                         00120000
          FILE-CONTROL.                                                 00130000
           SELECT EXCEPTION-RPT-FILE ASSIGN TO EXCPTDD                  00140000
           ORGANIZATION IS SEQUENTIAL                                   00150000
           FILE STATUS WS-EXCPT-STATUS.                                 00160000
       DATA DIVISION.                                                   00170000
          FILE SECTION.                                                 00180000
          FD  EXCEPTION-RPT-FILE.                                       00190000
          01  EXCEPTION-RPT-REC.                                        00200000
             05 EXC-STATE-UT         PIC X(30).                         00210000
             05 FILLER               PIC X(02) VALUE SPACES.            00220000
             05 EXC-YEAR             PIC 9(4).                          00230000
             05 FILLER               PIC X(02) VALUE SPACES.            00240000
             05 EXC-STATE-POP        PIC -(9)9.                         00250000
             05 FILLER               PIC X(02) VALUE SPACES.            00260000
             05 EXC-SEX-SUM          PIC -(9)9.                         00270000
             05 FILLER               PIC X(02) VALUE SPACES.            00280000
             05 EXC-DIFFERENCE       PIC -(9)9.                         00290000
             05 FILLER               PIC X(02) VALUE SPACES.            00300000
             05 EXC-REASON           PIC X(8).                          00310000
       WORKING-STORAGE SECTION.                                         00320000
          77 WS-EXCPT-STATUS PIC X(2).                                  00330000
          77 WS-EXCEPTION-COUNT PIC 9(9) VALUE ZERO.                    00340000
          77 WS-RECORD-COUNT PIC 9(9) VALUE ZERO.                       00350000
          77 WS-NOCENSUS-COUNT PIC 9(9) VALUE ZERO.                     00360000
          77 WS-SEX-SUM PIC S9(10) USAGE COMP.                          00370000
          01 WS-CURSOR-OPEN PIC X(01) VALUE 'N'.                        00380000
             88 WS-CURSOR-OPEN-Y VALUE 'Y'.                             00390000
           EXEC SQL                                                     00400000
           INCLUDE SQLCA                                                00410000
              END-EXEC.                                                 00420000
      * ONE CHECK PER STATE/SURVEY-YEAR DEMOGRAPHIC ROW, AGAINST ITS    00430000
      * OWN SURVEY YEAR'S STATE ROW                                     00440000
           EXEC SQL                                                     00450000
            DECLARE CURS_DM_GREC CURSOR FOR                             00460000
             SELECT STATE_UT,YEAR_OF_SUR,MALE_POP,FEMALE_POP            00470000
             FROM   CENSUS_DEMOGRAPHIC                                  00480000
           END-EXEC.                                                    00490000
       01  DCLCENSUS-DEMOGRAPHIC.                                       00500000
           10 DEM-STATE-UT         PIC X(30).                           00510000
           10 DEM-YEAR-OF-SUR      PIC S9(9) USAGE COMP.                00520000
           10 DEM-MALE-POP         PIC S9(9) USAGE COMP.                00530000
           10 DEM-FEMALE-POP       PIC S9(9) USAGE COMP.                00540000
           10 DEM-LITERATE-POP     PIC S9(9) USAGE COMP.                00550000
       01  DCLCENSUS.                                                   00560000
           10 STATE-UT             PIC X(30).                           00570000
           10 POPULATION           PIC S9(9) USAGE COMP.                00580000
           10 GROWTH-PER           PIC S9(9) USAGE COMP.                00590000
           10 RURAL-POP            PIC S9(9) USAGE COMP.                00600000
           10 URBAN-POP            PIC S9(9) USAGE COMP.                00610000
           10 YEAR-OF-SUR          PIC S9(9) USAGE COMP.                00620000
           10 RATIO                PIC S9(9) USAGE COMP.                00630000
       PROCEDURE DIVISION.                                              00640000
       MAIN-PARA.                                                       00650000
           OPEN OUTPUT EXCEPTION-RPT-FILE.                              00660000
           IF WS-EXCPT-STATUS NOT = '00'                                00670000
               DISPLAY 'ERROR/OPEN/EXCEPTION-RPT-FILE'                  00680000
               DISPLAY 'FILE STATUS:' WS-EXCPT-STATUS                   00690000
           ELSE                                                         00700000
               EXEC SQL                                                 00710000
                   OPEN CURS_DM_GREC                                    00720000
               END-EXEC                                                 00730000
               IF SQLCODE NOT = 0                                       00740000
                   DISPLAY 'ERROR/OPEN-CURSOR'                          00750000
                   DISPLAY 'SQL CODE:' SQLCODE                          00760000
               ELSE                                                     00770000
                   SET WS-CURSOR-OPEN-Y TO TRUE                         00780000
                   PERFORM 000-FETCH-PARA UNTIL SQLCODE NOT = 0         00790000
               END-IF                                                   00800000
           END-IF.                                                      00810000
           PERFORM 001-CLOSE-PARA.                                      00820000
           DISPLAY 'STATE/YEARS CHECKED: ' WS-RECORD-COUNT.             00830000
           DISPLAY 'WITHOUT A CENSUS ROW: ' WS-NOCENSUS-COUNT.          00840000
           DISPLAY 'SEX-SPLIT EXCEPTIONS FOUND: ' WS-EXCEPTION-COUNT.   00850000
           STOP RUN.                                                    00860000
      * FETCH ONE DEMOGRAPHIC ROW AND PROVE IT FOOTS TO ITS STATE ROW   00870000
       000-FETCH-PARA.                                                  00880000
           EXEC SQL                                                     00890000
               FETCH CURS_DM_GREC                                       00900000
               INTO :DEM-STATE-UT,:DEM-YEAR-OF-SUR,                     00910000
                    :DEM-MALE-POP,:DEM-FEMALE-POP                       00920000
           END-EXEC.                                                    00930000
           IF SQLCODE = 0                                               00940000
               PERFORM 002-GET-CENSUS-PARA                              00950000
           ELSE                                                         00960000
               IF SQLCODE NOT = 100                                     00970000
                   DISPLAY 'ERROR/FETCH'                                00980000
                   DISPLAY 'SQL CODE:' SQLCODE                          00990000
               END-IF                                                   01000000
           END-IF.                                                      01010000
      * LOOK UP THE SAME STATE AND SURVEY YEAR ON CENSUS. THE SQLCODE   01020000
      * IS PUT BACK TO ZERO AFTER A NOT-FOUND SO THE FETCH LOOP GOES ON 01030000
       002-GET-CENSUS-PARA.                                             01040000
           ADD 1 TO WS-RECORD-COUNT.                                    01050000
           COMPUTE WS-SEX-SUM = DEM-MALE-POP + DEM-FEMALE-POP.          01060000
           EXEC SQL                                                     01070000
               SELECT POPULATION                                        01080000
               INTO  :POPULATION                                        01090000
                FROM CENSUS                                             01100000
               WHERE STATE_UT = :DEM-STATE-UT                           01110000
               AND   YEAR_OF_SUR = :DEM-YEAR-OF-SUR                     01120000
           END-EXEC.                                                    01130000
           IF SQLCODE = 100                                             01140000
               ADD 1 TO WS-NOCENSUS-COUNT                               01150000
               MOVE ZERO TO POPULATION                                  01160000
               MOVE 'NOCENSUS' TO EXC-REASON                            01170000
               PERFORM 003-WRITE-EXCEPTION-PARA                         01180000
               MOVE ZERO TO SQLCODE                                     01190000
           ELSE                                                         01200000
               IF SQLCODE NOT = 0                                       01210000
                   DISPLAY 'ERROR/GET-CENSUS:' DEM-STATE-UT             01220000
                   DISPLAY 'SQL CODE:' SQLCODE                          01230000
               ELSE                                                     01240000
                   IF WS-SEX-SUM NOT = POPULATION                       01250000
                       MOVE 'FOOTING' TO EXC-REASON                     01260000
                       PERFORM 003-WRITE-EXCEPTION-PARA                 01270000
                   END-IF                                               01280000
               END-IF                                                   01290000
           END-IF.                                                      01300000
      * WRITE ONE EXCEPTION RECORD, DB2DREC STYLE                       01310000
       003-WRITE-EXCEPTION-PARA.                                        01320000
           ADD 1 TO WS-EXCEPTION-COUNT.                                 01330000
           MOVE DEM-STATE-UT     TO EXC-STATE-UT.                       01340000
           MOVE DEM-YEAR-OF-SUR  TO EXC-YEAR.                           01350000
           MOVE POPULATION       TO EXC-STATE-POP.                      01360000
           MOVE WS-SEX-SUM       TO EXC-SEX-SUM.                        01370000
           COMPUTE EXC-DIFFERENCE = POPULATION - WS-SEX-SUM.            01380000
           WRITE EXCEPTION-RPT-REC.                                     01390000
      * CLOSE THE CURSOR AND THE REPORT FILE                            01400000
       001-CLOSE-PARA.                                                  01410000
           IF WS-CURSOR-OPEN-Y                                          01420000
               EXEC SQL                                                 01430000
                   CLOSE CURS_DM_GREC                                   01440000
               END-EXEC                                                 01450000
           END-IF.                                                      01460000
           CLOSE EXCEPTION-RPT-FILE.                                    01470000
