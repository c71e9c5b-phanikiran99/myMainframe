      *GROWTH_PER / 10000 PER YEAR, AS VARGROW TREATS IT) FOR THE       00080000
      *YEARS BETWEEN ITS YEAR_OF_SUR AND THE TARGET, AND WRITES BOTH    00090000
      *A FORMATTED REPORT AND A MACHINE-READABLE PROJECTION FILE.       00100000
      *A 'C' IN COL 5 OF PROJCARD PROJECTS OFF THE COMPARABLE-BOUNDARY  00102500
      *SERIES (CENSUS_COMPARABLE, BUILT BY DB2BNDS) INSTEAD, SO A       00105000
      *MERGED-AWAY STATE IS NOT PROJECTED AND A NEW STATE IS.           00107500
       IDENTIFICATION DIVISION.                                         00110000
       PROGRAM-ID. DB2PROJ.                                             00120000
       ENVIRONMENT DIVISION.                                            00130000
          FD  PROJ-CARD-FILE.                                           00280000
          01  PROJ-CARD-REC.                                            00290000
             05 CARD-TARGET-YEAR     PIC X(4).                          00300000
             05 CARD-BASIS           PIC X(1).                          00305000
          FD  PROJ-RPT-FILE                                             00310000
              RECORD CONTAINS 110 CHARACTERS.                           00320000
          01  RPT-PRINT-REC           PIC X(110).                       00330000
          77 WS-TARGET-YEAR PIC S9(9) USAGE COMP VALUE 2031.            00490000
          01 WS-CURSOR-OPEN PIC X(01) VALUE 'N'.                        00500000
             88 WS-CURSOR-OPEN-Y VALUE 'Y'.                             00510000
      * R = AS RECORDED ON CENSUS, C = COMPARABLE BOUNDARIES            00512500
          01 WS-BASIS PIC X(01) VALUE 'R'.                              00515000
             88 BASIS-COMPARABLE VALUE 'C'.                             00517500
          77 WS-PROJ-COUNT PIC 9(9) VALUE ZERO.                         00520000
          77 WS-SKIP-COUNT PIC 9(9) VALUE ZERO.                         00530000
      * SAME PRECISION CHOICES AS VARGROW - SINGLE-PRECISION RATE,      00540000
             FROM   CENSUS                                              00770000
             ORDER  BY STATE_UT                                         00780000
           END-EXEC.                                                    00790000
           EXEC SQL                                                     00791400
            DECLARE CURS_CB_PROJ CURSOR FOR                             00792800
             SELECT STATE_UT,POPULATION,GROWTH_PER,YEAR_OF_SUR          00794200
             FROM   CENSUS_COMPARABLE                                   00795600
             ORDER  BY STATE_UT                                         00797000
           END-EXEC.                                                    00798400
       01  DCLCENSUS.                                                   00800000
           10 STATE-UT             PIC X(30).                           00810000
           10 POPULATION           PIC S9(9) USAGE COMP.                00820000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00920000
           ACCEPT WS-RUN-TIME FROM TIME                                 00930000
           PERFORM 002-READ-CARD-PARA.                                  00940000
           IF BASIS-COMPARABLE                                          00943300
               MOVE 'PROJECTION - COMPARABLE' TO RPT-TITLE              00946600
           ELSE                                                         00949900
               MOVE 'CENSUS POPULATION PROJECTION' TO RPT-TITLE         00953200
           END-IF.                                                      00956500
           MOVE 'DB2PROJ' TO RPT-PROGRAM-ID.                            00960000
           MOVE SPACES TO RPT-COLUMN-LINE.                              00970000
           MOVE 'STATE/UT' TO RPT-COLUMN-LINE (1:8).                    00980000
                           MOVE FUNCTION NUMVAL (CARD-TARGET-YEAR)      01300000
                               TO WS-TARGET-YEAR                        01310000
                       END-IF                                           01320000
                       IF CARD-BASIS = 'C'                              01322500
                           MOVE 'C' TO WS-BASIS                         01325000
                       END-IF                                           01327500
               END-READ                                                 01330000
           END-IF.                                                      01340000
           CLOSE PROJ-CARD-FILE.                                        01350000
       003-SWEEP-PARA.                                                  01360000
           IF BASIS-COMPARABLE                                          01364000
               EXEC SQL                                                 01368000
                   OPEN CURS_CB_PROJ                                    01372000
               END-EXEC                                                 01376000
           ELSE                                                         01380000
               EXEC SQL                                                 01384000
                   OPEN CURS_CE_PROJ                                    01388000
               END-EXEC                                                 01392000
           END-IF.                                                      01396000
           IF SQLCODE NOT = 0                                           01400000
               DISPLAY 'ERROR/OPEN-CURSOR'                              01410000
               DISPLAY 'SQL CODE:' SQLCODE                              01420000
               PERFORM 003A-FETCH-PARA UNTIL SQLCODE NOT = 0            01460000
           END-IF.                                                      01470000
           IF WS-CURSOR-OPEN-Y                                          01480000
               IF BASIS-COMPARABLE                                      01480760
                   EXEC SQL                                             01481520
                       CLOSE CURS_CB_PROJ                               01482280
                   END-EXEC                                             01483040
               ELSE                                                     01483800
                   EXEC SQL                                             01484560
                       CLOSE CURS_CE_PROJ                               01485320
                   END-EXEC                                             01486080
               END-IF                                                   01486840
           END-IF.                                                      01487600
       003A-FETCH-PARA.                                                 01488360
           IF BASIS-COMPARABLE                                          01489120
               EXEC SQL                                                 01490000
                   FETCH CURS_CB_PROJ                                   01491600
                   INTO :STATE-UT,:POPULATION,                          01493200
                        :GROWTH-PER:IND-GROWTH-PER,                     01494800
                        :YEAR-OF-SUR:IND-YEAR-OF-SUR                    01496400
               END-EXEC                                                 01498000
           ELSE                                                         01499600
               EXEC SQL                                                 01501200
                   FETCH CURS_CE_PROJ                                   01502800
                   INTO :STATE-UT,:POPULATION,                          01504400
                        :GROWTH-PER:IND-GROWTH-PER,                     01506000
                        :YEAR-OF-SUR:IND-YEAR-OF-SUR                    01507600
               END-EXEC                                                 01510000
           END-IF.                                                      01520000
           IF SQLCODE = 0                                               01600000
               PERFORM 004-PROJECT-PARA                                 01610000
           ELSE                                                         01620000
