      *(A FRACTION OF 1/10000 PER YEAR, AS DB2PROJ TREATS THE COLUMN)   00090000
      *AND WRITES AN EXCEPTION LINE WHEREVER THE LATER ROW'S STORED     00100000
      *GROWTH_PER DIFFERS BY MORE THAN THE GROWCARD TOLERANCE.          00110000
      *A 'C' IN COL 10 OF THE CARD RECONCILES THE COMPARABLE-BOUNDARY   00112500
      *SERIES (CENSUS_COMPARABLE, BUILT BY DB2BNDS) INSTEAD, SO A       00115000
      *STATE SPLIT BETWEEN TWO SURVEYS IS NOT FLAGGED AS A BAD RATE.    00117500
       IDENTIFICATION DIVISION.                                         00120000
       PROGRAM-ID. DB2GROW.                                             00130000
       ENVIRONMENT DIVISION.                                            00140000
          FD  GROW-CARD-FILE.                                           00260000
          01  GROW-CARD-REC.                                            00270000
             05 CARD-TOLERANCE       PIC X(9).                          00280000
             05 CARD-BASIS           PIC X(1).                          00285000
          FD  EXCEPTION-RPT-FILE                                        00290000
              RECORD CONTAINS 110 CHARACTERS.                           00300000
          01  RPT-PRINT-REC           PIC X(110).                       00310000
          77 WS-TOLERANCE PIC S9(9) USAGE COMP VALUE 500.               00440000
          01 WS-CURSOR-OPEN PIC X(01) VALUE 'N'.                        00450000
             88 WS-CURSOR-OPEN-Y VALUE 'Y'.                             00460000
      * R = AS RECORDED ON CENSUS, C = COMPARABLE BOUNDARIES            00462500
          01 WS-BASIS PIC X(01) VALUE 'R'.                              00465000
             88 BASIS-COMPARABLE VALUE 'C'.                             00467500
          01 WS-HAVE-PREV PIC X(01) VALUE 'N'.                          00470000
             88 HAVE-PREV-Y VALUE 'Y'.                                  00480000
      * THE PRIOR FETCH - A PAIR IS TWO CONSECUTIVE ROWS OF ONE STATE   00490000
             FROM   CENSUS                                              00760000
             ORDER  BY STATE_UT,YEAR_OF_SUR                             00770000
           END-EXEC.                                                    00780000
      * THE SAME PAIRS OFF THE COMPARABLE-BOUNDARY SERIES               00781200
           EXEC SQL                                                     00782400
            DECLARE CURS_CB_GROW CURSOR FOR                             00783600
             SELECT STATE_UT,YEAR_OF_SUR,POPULATION,GROWTH_PER          00784800
             FROM   CENSUS_COMPARABLE                                   00786000
             ORDER  BY STATE_UT,YEAR_OF_SUR                             00787200
           END-EXEC.                                                    00788400
       01  DCLCENSUS.                                                   00790000
           10 STATE-UT             PIC X(30).                           00800000
           10 POPULATION           PIC S9(9) USAGE COMP.                00810000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00900000
           ACCEPT WS-RUN-TIME FROM TIME                                 00910000
           PERFORM 002-READ-CARD-PARA.                                  00920000
           IF BASIS-COMPARABLE                                          00923300
               MOVE 'GROWTH RECON - COMPARABLE' TO RPT-TITLE            00926600
           ELSE                                                         00929900
               MOVE 'GROWTH RATE RECONCILIATION' TO RPT-TITLE           00933200
           END-IF.                                                      00936500
           MOVE 'DB2GROW' TO RPT-PROGRAM-ID.                            00940000
           MOVE SPACES TO RPT-COLUMN-LINE.                              00950000
           MOVE 'STATE/UT' TO RPT-COLUMN-LINE (1:8).                    00960000
                       IF CARD-TOLERANCE NUMERIC                        01270000
                           MOVE CARD-TOLERANCE TO WS-TOLERANCE          01280000
                       END-IF                                           01290000
                       IF CARD-BASIS = 'C'                              01292500
                           MOVE 'C' TO WS-BASIS                         01295000
                       END-IF                                           01297500
               END-READ                                                 01300000
           END-IF.                                                      01310000
           CLOSE GROW-CARD-FILE.                                        01320000
       003-SWEEP-PARA.                                                  01330000
           IF BASIS-COMPARABLE                                          01334000
               EXEC SQL                                                 01338000
                   OPEN CURS_CB_GROW                                    01342000
               END-EXEC                                                 01346000
           ELSE                                                         01350000
               EXEC SQL                                                 01354000
                   OPEN CURS_CE_GROW                                    01358000
               END-EXEC                                                 01362000
           END-IF.                                                      01366000
           IF SQLCODE NOT = 0                                           01370000
               DISPLAY 'ERROR/OPEN-CURSOR'                              01380000
               DISPLAY 'SQL CODE:' SQLCODE                              01390000
               PERFORM 003A-FETCH-PARA UNTIL SQLCODE NOT = 0            01430000
           END-IF.                                                      01440000
           IF WS-CURSOR-OPEN-Y                                          01450000
               IF BASIS-COMPARABLE                                      01450760
                   EXEC SQL                                             01451520
                       CLOSE CURS_CB_GROW                               01452280
                   END-EXEC                                             01453040
               ELSE                                                     01453800
                   EXEC SQL                                             01454560
                       CLOSE CURS_CE_GROW                               01455320
                   END-EXEC                                             01456080
               END-IF                                                   01456840
           END-IF.                                                      01457600
       003A-FETCH-PARA.                                                 01458360
           IF BASIS-COMPARABLE                                          01459120
               EXEC SQL                                                 01460000
                   FETCH CURS_CB_GROW                                   01462000
                   INTO :STATE-UT,:YEAR-OF-SUR,:POPULATION,             01464000
                        :GROWTH-PER:IND-GROWTH-PER                      01466000
               END-EXEC                                                 01468000
           ELSE                                                         01470000
               EXEC SQL                                                 01472000
                   FETCH CURS_CE_GROW                                   01474000
                   INTO :STATE-UT,:YEAR-OF-SUR,:POPULATION,             01476000
                        :GROWTH-PER:IND-GROWTH-PER                      01478000
               END-EXEC                                                 01480000
           END-IF.                                                      01490000
           IF SQLCODE = 0                                               01560000
               PERFORM 004-PAIR-PARA                                    01570000
           ELSE                                                         01580000
