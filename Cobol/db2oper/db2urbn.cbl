      *THAN THE CARD'S THRESHOLD SINCE THEIR PRIOR SURVEY, AND PRINTS   00050000
      *NATIONAL TOTALS AT THE BOTTOM. DB2TRND'S PER-YEAR AVERAGES DO    00060000
      *NOT GIVE PLANNING THIS PER-STATE ORDERING - THIS DOES.           00070000
      *URBNCARD: COLS 1-4 SURVEY YEAR, COLS 5-8 RATIO-MOVE THRESHOLD,   00074000
      *COL 9 'C' TO RANK THE COMPARABLE-BOUNDARY SERIES                 00078000
      *(CENSUS_COMPARABLE, BUILT BY DB2BNDS) INSTEAD OF THE ROWS AS     00082000
      *RECORDED - THE PRIOR-SURVEY RATIO CHECK THEN USES IT TOO.        00086000
      *RUN BY CENSURBN ON THE FIRST MORNING AFTER EACH YEAR-END         00086800
      *(CENSPEND GATE). THE REPORT IS DATED WITH THE BUSINESS DATE AND  00087600
      *THE RUN REGISTERED UNDER IT IN THE RUN-CONTROL REGISTRY, SO THE  00088400
      *PERIOD-END CHECK IN CENSBAL CAN PROVE IT WAS PRODUCED.           00089200
       IDENTIFICATION DIVISION.                                         00090000
       PROGRAM-ID. DB2URBN.                                             00100000
       ENVIRONMENT DIVISION.                                            00110000
           SELECT URBAN-RPT-FILE ASSIGN TO URBNRPT                      00170000
           ORGANIZATION IS SEQUENTIAL                                   00180000
           FILE STATUS WS-RPT-STATUS.                                   00190000
      * RUN-CONTROL REGISTRY, SHARED ACROSS THE STREAMS - OPTIONAL      00190900
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          00191800
           ORGANIZATION IS INDEXED                                      00192700
           ACCESS MODE IS DYNAMIC                                       00193600
           RECORD KEY IS RC-KEY                                         00194500
           FILE STATUS WS-RUNCTL-STATUS.                                00195400
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00196300
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00197200
           ORGANIZATION IS SEQUENTIAL                                   00198100
           FILE STATUS WS-BUSDATE-STATUS.                               00199000
       DATA DIVISION.                                                   00200000
          FILE SECTION.                                                 00210000
          FD  URBAN-CARD-FILE.                                          00220000
          01  URBAN-CARD-REC.                                           00230000
             05 CARD-YEAR            PIC X(4).                          00240000
             05 CARD-THRESHOLD       PIC X(4).                          00250000
             05 CARD-BASIS           PIC X(1).                          00255000
          FD  URBAN-RPT-FILE                                            00260000
              RECORD CONTAINS 110 CHARACTERS.                           00270000
          01  RPT-PRINT-REC           PIC X(110).                       00280000
          FD  RUN-CONTROL-FILE.                                         00282000
          COPY RUNCTL.                                                  00284000
          FD  BUSDATE-FILE.                                             00286000
          COPY BUSDATE.                                                 00288000
       WORKING-STORAGE SECTION.                                         00290000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00293300
           COPY BUSDTWS.                                                00296600
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00300000
           COPY RUNDATE.                                                00310000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                00320000
           COPY RPTHDG.                                                 00330000
      * SHARED RUN-CONTROL STAGING FIELDS, SEE RUNCTWS.CPY.             00333300
           COPY RUNCTWS.                                                00336600
          77 WS-CARD-STATUS PIC X(2).                                   00340000
          77 WS-RPT-STATUS PIC X(2).                                    00350000
          77 WS-SEL-YEAR PIC S9(9) USAGE COMP VALUE 2016.               00360000
          77 WS-THRESHOLD PIC S9(9) USAGE COMP VALUE 5.                 00370000
          01 WS-CURSOR-OPEN PIC X(01) VALUE 'N'.                        00380000
             88 WS-CURSOR-OPEN-Y VALUE 'Y'.                             00390000
      * R = AS RECORDED ON CENSUS, C = COMPARABLE BOUNDARIES            00392500
          01 WS-BASIS PIC X(01) VALUE 'R'.                              00395000
             88 BASIS-COMPARABLE VALUE 'C'.                             00397500
      * THE FETCH LOOP RUNS OFF THIS FLAG, NOT SQLCODE - THE            00400000
      * SINGLETON SELECTS INSIDE THE LOOP OVERWRITE SQLCODE             00410000
          01 WS-FETCH-EOF PIC X(01) VALUE 'N'.                          00420000
             FROM   CENSUS                                              00960000
             WHERE  YEAR_OF_SUR = :WS-SEL-YEAR                          00970000
           END-EXEC.                                                    00980000
           EXEC SQL                                                     00981400
            DECLARE CURS_CB_URBN CURSOR FOR                             00982800
             SELECT STATE_UT,POPULATION,URBAN_POP,RATIO                 00984200
             FROM   CENSUS_COMPARABLE                                   00985600
             WHERE  YEAR_OF_SUR = :WS-SEL-YEAR                          00987000
           END-EXEC.                                                    00988400
       01  DCLCENSUS.                                                   00990000
           10 STATE-UT             PIC X(30).                           01000000
           10 POPULATION           PIC S9(9) USAGE COMP.                01010000
       01  IND-PRIOR-RATIO         PIC S9(4) COMP.                      01100000
       PROCEDURE DIVISION.                                              01110000
       MAIN-PARA.                                                       01120000
           PERFORM READ-BUSINESS-DATE-PARA.                             01123700
      * REFUSE A SECOND RUN FOR THE SAME BUSINESS DATE - SEE RUNCTPRC   01127400
           MOVE 'DB2URBN' TO WS-RUNCTL-PROGRAM.                         01131100
           PERFORM RUNCTL-CHECK-START-PARA.                             01134800
           IF RUNCTL-DUPRUN-Y                                           01138500
               STOP RUN                                                 01142200
           END-IF.                                                      01145900
           PERFORM 002-READ-CARD-PARA.                                  01150000
           IF BASIS-COMPARABLE                                          01153300
               MOVE 'URBANIZATION - COMPARABLE' TO RPT-TITLE            01156600
           ELSE                                                         01159900
               MOVE 'URBANIZATION LEAGUE TABLE' TO RPT-TITLE            01163200
           END-IF.                                                      01166500
           MOVE 'DB2URBN' TO RPT-PROGRAM-ID.                            01170000
           MOVE SPACES TO RPT-COLUMN-LINE.                              01180000
           MOVE 'RANK' TO RPT-COLUMN-LINE (1:4).                        01190000
           PERFORM 005-PRINT-PARA.                                      01270000
           DISPLAY 'DB2URBN STATES RANKED ' WS-ST-COUNT                 01280000
                   ' FOR YEAR ' WS-SEL-YEAR.                            01290000
           MOVE WS-ST-COUNT TO WS-RUNCTL-COUNT.                         01293300
           PERFORM RUNCTL-WRITE-END-PARA.                               01296600
           STOP RUN.                                                    01300000
       002-READ-CARD-PARA.                                              01310000
           OPEN INPUT URBAN-CARD-FILE.                                  01320000
                           MOVE FUNCTION NUMVAL (CARD-THRESHOLD)        01430000
                               TO WS-THRESHOLD                          01440000
                       END-IF                                           01450000
                       IF CARD-BASIS = 'C'                              01452500
                           MOVE 'C' TO WS-BASIS                         01455000
                       END-IF                                           01457500
               END-READ                                                 01460000
           END-IF.                                                      01470000
           CLOSE URBAN-CARD-FILE.                                       01480000
       003-GATHER-PARA.                                                 01490000
           IF BASIS-COMPARABLE                                          01494000
               EXEC SQL                                                 01498000
                   OPEN CURS_CB_URBN                                    01502000
               END-EXEC                                                 01506000
           ELSE                                                         01510000
               EXEC SQL                                                 01514000
                   OPEN CURS_CE_URBN                                    01518000
               END-EXEC                                                 01522000
           END-IF.                                                      01526000
           IF SQLCODE NOT = 0                                           01530000
               DISPLAY 'ERROR/OPEN-CURSOR'                              01540000
               DISPLAY 'SQL CODE:' SQLCODE                              01550000
               PERFORM 003A-FETCH-PARA UNTIL FETCH-EOF-Y                01590000
           END-IF.                                                      01600000
           IF WS-CURSOR-OPEN-Y                                          01610000
               IF BASIS-COMPARABLE                                      01610760
                   EXEC SQL                                             01611520
                       CLOSE CURS_CB_URBN                               01612280
                   END-EXEC                                             01613040
               ELSE                                                     01613800
                   EXEC SQL                                             01614560
                       CLOSE CURS_CE_URBN                               01615320
                   END-EXEC                                             01616080
               END-IF                                                   01616840
           END-IF.                                                      01617600
       003A-FETCH-PARA.                                                 01618360
           IF BASIS-COMPARABLE                                          01619120
               EXEC SQL                                                 01620000
                   FETCH CURS_CB_URBN                                   01621600
                   INTO :STATE-UT,:POPULATION,                          01623200
                        :URBAN-POP:IND-URBAN-POP,                       01624800
                        :RATIO:IND-RATIO                                01626400
               END-EXEC                                                 01628000
           ELSE                                                         01629600
               EXEC SQL                                                 01631200
                   FETCH CURS_CE_URBN                                   01632800
                   INTO :STATE-UT,:POPULATION,                          01634400
                        :URBAN-POP:IND-URBAN-POP,                       01636000
                        :RATIO:IND-RATIO                                01637600
               END-EXEC                                                 01640000
           END-IF.                                                      01650000
           IF SQLCODE = 0                                               01730000
               PERFORM 003B-POST-PARA                                   01740000
           ELSE                                                         01750000
      * FLAG A RATIO THAT MOVED MORE THAN THE THRESHOLD SINCE THE       02090000
      * STATE'S OWN PRIOR SURVEY                                        02100000
       003C-PRIOR-RATIO-PARA.                                           02110000
           IF BASIS-COMPARABLE                                          02114500
               EXEC SQL                                                 02119000
                   SELECT RATIO                                         02123500
                   INTO  :WS-PRIOR-RATIO:IND-PRIOR-RATIO                02128000
                    FROM CENSUS_COMPARABLE                              02132500
                   WHERE STATE_UT = :STATE-UT                           02137000
                   AND   YEAR_OF_SUR < :WS-SEL-YEAR                     02141500
                   ORDER BY YEAR_OF_SUR DESC                            02146000
                   FETCH FIRST ROW ONLY                                 02150500
               END-EXEC                                                 02155000
           ELSE                                                         02159500
               EXEC SQL                                                 02164000
                   SELECT RATIO                                         02168500
                   INTO  :WS-PRIOR-RATIO:IND-PRIOR-RATIO                02173000
                    FROM CENSUS                                         02177500
                   WHERE STATE_UT = :STATE-UT                           02182000
                   AND   YEAR_OF_SUR < :WS-SEL-YEAR                     02186500
                   ORDER BY YEAR_OF_SUR DESC                            02191000
                   FETCH FIRST ROW ONLY                                 02195500
               END-EXEC                                                 02200000
           END-IF.                                                      02204500
           IF SQLCODE = 0 AND IND-PRIOR-RATIO NOT < 0                   02210000
               COMPUTE WS-RATIO-MOVE = RATIO - WS-PRIOR-RATIO           02220000
               IF WS-RATIO-MOVE < ZERO                                  02230000
           PERFORM RPT-PUT-PARA.                                        02950000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         02960000
           COPY RPTHDPRC.                                               02970000
      * SHARED RUN-CONTROL PARAGRAPHS - SEE RUNCTPRC.CPY.               02980000
           COPY RUNCTPRC.                                               02990000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     03000000
           COPY BUSDTPRC.                                               03010000
