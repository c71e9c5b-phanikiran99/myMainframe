      *POPULATION CHANGE AND THE SHIFT IN THE URBAN SHARE, AND RANKS    00050000
      *STATES BY PERCENTAGE GROWTH. THIS IS THE REPORT THE PLANNING     00060000
      *SIDE USED TO BUILD BY HAND FROM THE DB2UNLD EXTRACT.             00070000
      *A 'C' IN THE CONTROL RECORD'S BASIS BYTE COMPARES THE            00072000
      *COMPARABLE-BOUNDARY SERIES (CENSUS_COMPARABLE, BUILT BY          00074000
      *DB2BNDS) INSTEAD OF THE AS-RECORDED ROWS, SO A STATE SPLIT OR    00076000
      *MERGE BETWEEN THE TWO YEARS DOES NOT SHOW AS A FAKE DECLINE.     00078000
      *RUN BY CENSCOMP ON THE FIRST MORNING AFTER EACH QUARTER-END      00078400
      *(CENSPEND GATE) AND REGISTERED UNDER THE BUSINESS DATE IN THE    00078800
      *RUN-CONTROL REGISTRY, SO THE PERIOD-END CHECK IN CENSBAL CAN     00079200
      *PROVE THE QUARTER'S COMPARISON WAS PRODUCED.                     00079600
       IDENTIFICATION DIVISION.                                         00080000
       PROGRAM-ID. DB2COMP.                                             00090000
       ENVIRONMENT DIVISION.                                            00100000
           SELECT COMPARE-RPT-FILE ASSIGN TO COMPRPT                    00160000
           ORGANIZATION IS SEQUENTIAL                                   00170000
           FILE STATUS WS-RPT-STATUS.                                   00180000
      * RUN-CONTROL REGISTRY, SHARED ACROSS THE STREAMS - OPTIONAL      00180900
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          00181800
           ORGANIZATION IS INDEXED                                      00182700
           ACCESS MODE IS DYNAMIC                                       00183600
           RECORD KEY IS RC-KEY                                         00184500
           FILE STATUS WS-RUNCTL-STATUS.                                00185400
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00186300
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00187200
           ORGANIZATION IS SEQUENTIAL                                   00188100
           FILE STATUS WS-BUSDATE-STATUS.                               00189000
       DATA DIVISION.                                                   00190000
          FILE SECTION.                                                 00200000
          FD  CONTROL-FILE.                                             00210000
          01  CONTROL-REC.                                              00220000
             05 CTL-FROM-YEAR        PIC 9(9).                          00230000
             05 CTL-TO-YEAR          PIC 9(9).                          00240000
             05 CTL-BASIS            PIC X(1).                          00245000
          FD  COMPARE-RPT-FILE.                                         00250000
          01  COMPARE-RPT-REC        PIC X(110).                        00260000
          FD  RUN-CONTROL-FILE.                                         00262000
          COPY RUNCTL.                                                  00264000
          FD  BUSDATE-FILE.                                             00266000
          COPY BUSDATE.                                                 00268000
       WORKING-STORAGE SECTION.                                         00270000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00273300
           COPY BUSDTWS.                                                00276600
          77 WS-CTL-STATUS PIC X(2).                                    00280000
          77 WS-RPT-STATUS PIC X(2).                                    00290000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00292000
           COPY RUNDATE.                                                00294000
      * SHARED RUN-CONTROL STAGING FIELDS, SEE RUNCTWS.CPY.             00296000
           COPY RUNCTWS.                                                00298000
          77 WS-FROM-YEAR PIC S9(9) USAGE COMP.                         00300000
          77 WS-TO-YEAR PIC S9(9) USAGE COMP.                           00310000
          01 WS-CURSOR-OPEN PIC X(01) VALUE 'N'.                        00320000
             88 WS-CURSOR-OPEN-Y VALUE 'Y'.                             00330000
      * R = AS RECORDED ON CENSUS, C = COMPARABLE BOUNDARIES            00332500
          01 WS-BASIS PIC X(01) VALUE 'R'.                              00335000
             88 BASIS-COMPARABLE VALUE 'C'.                             00337500
      * ONE SLOT PER STATE - BOTH SURVEY YEARS LAND IN THE SAME SLOT    00340000
          77 WS-ST-COUNT PIC 9(3) USAGE COMP VALUE ZERO.                00350000
          77 WS-ST-MAX PIC 9(3) USAGE COMP VALUE 100.                   00360000
             05 RPT-HDR-FROM         PIC 9(4).                          00710000
             05 FILLER PIC X(15) VALUE ' AGAINST YEAR '.                00720000
             05 RPT-HDR-TO           PIC 9(4).                          00730000
             05 RPT-HDR-BASIS        PIC X(30).                         00735000
          01 WS-RPT-COLUMN-LINE.                                        00740000
             05 FILLER PIC X(06) VALUE 'RANK'.                          00750000
             05 FILLER PIC X(32) VALUE 'STATE/UT'.                      00760000
             FROM   CENSUS                                              01050000
             WHERE  YEAR_OF_SUR = :WS-FROM-YEAR                         01060000
             OR     YEAR_OF_SUR = :WS-TO-YEAR                           01070000
             ORDER  BY STATE_UT,YEAR_OF_SUR                             01071000
           END-EXEC.                                                    01072000
      * THE SAME PAIRING OFF THE COMPARABLE-BOUNDARY SERIES             01073000
           EXEC SQL                                                     01074000
            DECLARE CURS_CB_COMP CURSOR FOR                             01075000
             SELECT STATE_UT,YEAR_OF_SUR,POPULATION,URBAN_POP           01076000
             FROM   CENSUS_COMPARABLE                                   01077000
             WHERE  YEAR_OF_SUR = :WS-FROM-YEAR                         01078000
             OR     YEAR_OF_SUR = :WS-TO-YEAR                           01079000
             ORDER  BY STATE_UT,YEAR_OF_SUR                             01080000
           END-EXEC.                                                    01090000
       01  DCLCENSUS.                                                   01100000
       01  IND-URBAN-POP           PIC S9(4) COMP.                      01180000
       PROCEDURE DIVISION.                                              01190000
       MAIN-PARA.                                                       01200000
           PERFORM READ-BUSINESS-DATE-PARA.                             01201200
      * REFUSE A SECOND RUN FOR THE SAME BUSINESS DATE - SEE RUNCTPRC   01202400
           MOVE 'DB2COMP' TO WS-RUNCTL-PROGRAM.                         01203600
           PERFORM RUNCTL-CHECK-START-PARA.                             01204800
           IF RUNCTL-DUPRUN-Y                                           01206000
               STOP RUN                                                 01207200
           END-IF.                                                      01208400
           PERFORM 002-READ-CONTROL-PARA.                               01210000
           IF BASIS-COMPARABLE                                          01214000
               EXEC SQL                                                 01218000
                   OPEN CURS_CB_COMP                                    01222000
               END-EXEC                                                 01226000
           ELSE                                                         01230000
               EXEC SQL                                                 01234000
                   OPEN CURS_CE_COMP                                    01238000
               END-EXEC                                                 01242000
           END-IF.                                                      01246000
           IF SQLCODE NOT = 0                                           01250000
               DISPLAY 'ERROR/OPEN-CURSOR'                              01260000
               DISPLAY 'SQL CODE:' SQLCODE                              01270000
               PERFORM 000-FETCH-PARA UNTIL SQLCODE NOT = 0             01310000
           END-IF.                                                      01320000
           IF WS-CURSOR-OPEN-Y                                          01330000
               IF BASIS-COMPARABLE                                      01334000
                   EXEC SQL                                             01338000
                       CLOSE CURS_CB_COMP                               01342000
                   END-EXEC                                             01346000
               ELSE                                                     01350000
                   EXEC SQL                                             01354000
                       CLOSE CURS_CE_COMP                               01358000
                   END-EXEC                                             01362000
               END-IF                                                   01366000
           END-IF.                                                      01370000
           PERFORM 003-COMPUTE-PARA                                     01380000
               VARYING WS-ST-IDX FROM 1 BY 1                            01390000
           PERFORM 005-PRINT-PARA.                                      01420000
           DISPLAY 'DB2COMP STATES PAIRED ' WS-RANK                     01430000
                   ' UNPAIRED ' WS-SKIPPED-COUNT.                       01440000
           MOVE WS-RANK TO WS-RUNCTL-COUNT.                             01443300
           PERFORM RUNCTL-WRITE-END-PARA.                               01446600
           STOP RUN.                                                    01450000
      * FROM/TO SURVEY YEARS OFF THE CONTROL CARD, DB2CURS LAYOUT       01460000
       002-READ-CONTROL-PARA.                                           01470000
               IF WS-CTL-STATUS = '00'                                  01560000
                   MOVE CTL-FROM-YEAR TO WS-FROM-YEAR                   01570000
                   MOVE CTL-TO-YEAR TO WS-TO-YEAR                       01580000
                   IF CTL-BASIS = 'C'                                   01582500
                       MOVE 'C' TO WS-BASIS                             01585000
                   END-IF                                               01587500
               ELSE                                                     01590000
                   MOVE 2011 TO WS-FROM-YEAR                            01600000
                   MOVE 2016 TO WS-TO-YEAR                              01610000
           END-IF.                                                      01640000
      * POST EACH FETCHED ROW INTO ITS STATE'S SLOT                     01650000
       000-FETCH-PARA.                                                  01660000
           IF BASIS-COMPARABLE                                          01664200
               EXEC SQL                                                 01668400
                   FETCH CURS_CB_COMP                                   01672600
                   INTO :STATE-UT,:YEAR-OF-SUR,:POPULATION,             01676800
                        :URBAN-POP:IND-URBAN-POP                        01681000
               END-EXEC                                                 01685200
           ELSE                                                         01689400
               EXEC SQL                                                 01693600
                   FETCH CURS_CE_COMP                                   01697800
                   INTO :STATE-UT,:YEAR-OF-SUR,:POPULATION,             01702000
                        :URBAN-POP:IND-URBAN-POP                        01706200
               END-EXEC                                                 01710400
           END-IF.                                                      01714600
           IF SQLCODE = 0                                               01720000
               PERFORM 001-POST-ROW-PARA                                01730000
           ELSE                                                         01740000
           ELSE                                                         02720000
               MOVE WS-FROM-YEAR TO RPT-HDR-FROM                        02730000
               MOVE WS-TO-YEAR TO RPT-HDR-TO                            02740000
               IF BASIS-COMPARABLE                                      02741600
                   MOVE ' - COMPARABLE BOUNDARIES' TO RPT-HDR-BASIS     02743200
               ELSE                                                     02744800
                   MOVE ' - AS RECORDED' TO RPT-HDR-BASIS               02746400
               END-IF                                                   02748000
               MOVE WS-RPT-HEADER-LINE TO COMPARE-RPT-REC               02750000
               WRITE COMPARE-RPT-REC                                    02760000
               MOVE WS-RPT-COLUMN-LINE TO COMPARE-RPT-REC               02770000
           ELSE                                                         03130000
               ADD 1 TO WS-SKIPPED-COUNT                                03140000
           END-IF.                                                      03150000
      * SHARED RUN-CONTROL PARAGRAPHS - SEE RUNCTPRC.CPY.               03160000
           COPY RUNCTPRC.                                               03170000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     03180000
           COPY BUSDTPRC.                                               03190000
