      *REMOVED (THE REPORT AND DB2HIST SHOW IT FOR MANUAL ACTION),      00150000
      *AND GROWTH_PER/RATIO ARE NOT CARRIED IN HISTORY, SO THOSE        00160000
      *COLUMNS KEEP THEIR CURRENT VALUES - RERUN DB2GROW AFTERWARDS.    00170000
      *THE REPORT LISTS EXACTLY WHICH CHANGES WERE ROLLED BACK, AND     00180000
      *EACH ONE PUT BACK GETS A CENSUS_PROVENANCE ROW (RECOVERY) UNDER  00183300
      *THE BUSINESS DATE NAMING THE HISTORY CHANGE_TS IT RESTORED.      00186600
       IDENTIFICATION DIVISION.                                         00190000
       PROGRAM-ID. DB2RECV.                                             00200000
       ENVIRONMENT DIVISION.                                            00210000
           SELECT RECOVER-RPT-FILE ASSIGN TO RECVRPT                    00290000
           ORGANIZATION IS SEQUENTIAL                                   00300000
           FILE STATUS WS-RPT-STATUS.                                   00310000
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00312000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00314000
           ORGANIZATION IS SEQUENTIAL                                   00316000
           FILE STATUS WS-BUSDATE-STATUS.                               00318000
       DATA DIVISION.                                                   00320000
          FILE SECTION.                                                 00330000
          FD  RECOVER-CARD-FILE.                                        00340000
          FD  RECOVER-RPT-FILE                                          00380000
              RECORD CONTAINS 110 CHARACTERS.                           00390000
          01  RPT-PRINT-REC           PIC X(110).                       00400000
          FD  BUSDATE-FILE.                                             00403300
          COPY BUSDATE.                                                 00406600
       WORKING-STORAGE SECTION.                                         00410000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00413300
           COPY BUSDTWS.                                                00416600
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00420000
           COPY RUNDATE.                                                00430000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                00440000
          77 WS-UPDATE-COUNT PIC 9(9) VALUE ZERO.                       00490000
          77 WS-INSERT-COUNT PIC 9(9) VALUE ZERO.                       00500000
          77 WS-FAIL-COUNT PIC 9(9) VALUE ZERO.                         00510000
          77 WS-PRV-FAIL-COUNT PIC 9(9) VALUE ZERO.                     00515000
          77 WS-COMMIT-PENDING PIC 9(9) VALUE ZERO.                     00520000
          77 WS-COMMIT-INTERVAL PIC 9(9) VALUE 100.                     00530000
          01 WS-CARD-SEEN PIC X(01) VALUE 'N'.                          00540000
           10 HST-IND-CHANGE-TS    PIC S9(4) COMP.                      01180000
           10 HST-IND-CHANGE-PGM   PIC S9(4) COMP.                      01190000
           10 HST-IND-CHANGE-USER  PIC S9(4) COMP.                      01200000
       01  PRV-ACTION              PIC X(1).                            01203300
       01  PRV-BUS-DATE            PIC X(8).                            01206600
       PROCEDURE DIVISION.                                              01210000
       MAIN-PARA.                                                       01220000
           PERFORM READ-BUSINESS-DATE-PARA.                             01230000
           MOVE 'CENSUS TAIL ROLL-BACK RECOVERY' TO RPT-TITLE.          01250000
           MOVE 'DB2RECV' TO RPT-PROGRAM-ID.                            01260000
           MOVE SPACES TO RPT-COLUMN-LINE.                              01270000
           IF WS-FAIL-COUNT > ZERO AND RETURN-CODE < 8                  01470000
               MOVE 8 TO RETURN-CODE                                    01480000
           END-IF.                                                      01490000
      * A CHANGE PUT BACK WITHOUT ITS PROVENANCE ROW IS STILL PUT BACK, 01491000
      * BUT THE TRACE WOULD NOT SHOW IT - FLAG THE RUN FOR FOLLOW-UP    01492000
           IF WS-PRV-FAIL-COUNT > ZERO                                  01493000
               DISPLAY 'DB2RECV PROVENANCE ROWS NOT WRITTEN '           01494000
                       WS-PRV-FAIL-COUNT                                01495000
               IF RETURN-CODE < 8                                       01496000
                   MOVE 8 TO RETURN-CODE                                01497000
               END-IF                                                   01498000
           END-IF.                                                      01499000
           STOP RUN.                                                    01500000
      * RECOVERY TARGET CARD: COLS 1-8 TARGET DATE (YYYYMMDD), 9-14     01510000
      * TARGET TIME (HHMMSS) - THE FIRST BAD CHANGE'S TIMESTAMP FROM    01520000
               WHEN SQLCODE = 0                                         02370000
                   ADD 1 TO WS-UPDATE-COUNT                             02380000
                   MOVE 'UPDATED' TO RPT-DET-ACTION                     02390000
                   MOVE 'U' TO PRV-ACTION                               02393300
                   PERFORM 004B-PROVENANCE-PARA                         02396600
                   PERFORM 005-COUNT-AND-REPORT-PARA                    02400000
               WHEN SQLCODE = 100                                       02410000
                   PERFORM 004A-REINSERT-PARA                           02420000
           IF SQLCODE = 0                                               02600000
               ADD 1 TO WS-INSERT-COUNT                                 02610000
               MOVE 'INSERTED' TO RPT-DET-ACTION                        02620000
               MOVE 'I' TO PRV-ACTION                                   02623300
               PERFORM 004B-PROVENANCE-PARA                             02626600
           ELSE                                                         02630000
               DISPLAY 'ERROR/UNDO-INSERT:' HST-STATE-UT                02640000
               DISPLAY 'SQL CODE:' SQLCODE                              02650000
               MOVE 'FAILED' TO RPT-DET-ACTION                          02670000
           END-IF.                                                      02680000
           PERFORM 005-COUNT-AND-REPORT-PARA.                           02690000
      * THE PUT-BACK ROW'S PROVENANCE - RECOVERED ON THIS BUSINESS DATE 02690430
      * TO THE BEFORE-IMAGE TAKEN AT HST-CHANGE-TS. IT GOES OUT IN THE  02690860
      * SAME UNIT OF WORK AS THE UNDO IT DESCRIBES.                     02691290
       004B-PROVENANCE-PARA.                                            02691720
           MOVE WS-RUN-DATE TO PRV-BUS-DATE.                            02692150
           EXEC SQL                                                     02692580
               INSERT INTO CENSUS_PROVENANCE                            02693010
               (STATE_UT,YEAR_OF_SUR,CHANGE_TS,CHANGE_ACTION,           02693440
                SOURCE_TYPE,BUS_DATE,FEED_OFFICE,FEED_SEQ,RECORD_NO,    02693870
                SOURCE_REF,POPULATION,CHANGE_PGM,CHANGE_USER,           02694300
                REQ_USER)                                               02694730
               VALUES(:HST-STATE-UT,:HST-YEAR-OF-SUR,CURRENT TIMESTAMP, 02695160
                      :PRV-ACTION,'RECOVERY',:PRV-BUS-DATE,' ',0,0,     02695590
                      :HST-CHANGE-TS,                                   02696020
                      :HST-POPULATION:HST-IND-POPULATION,               02696450
                      'DB2RECV','BATCH',' ')                            02696880
           END-EXEC.                                                    02697310
           IF SQLCODE NOT = 0                                           02697740
               ADD 1 TO WS-PRV-FAIL-COUNT                               02698170
               DISPLAY 'ERROR/RECOVERY-PROVENANCE:' HST-STATE-UT        02698600
               DISPLAY 'SQL CODE:' SQLCODE                              02699030
           END-IF.                                                      02699460
      * ONE REPORT LINE PER ROLLED-BACK CHANGE, COMMITTING              02700000
      * PERIODICALLY THE WAY DB2RELD'S RELOAD DOES                      02710000
       005-COUNT-AND-REPORT-PARA.                                       02720000
           END-IF.                                                      02850000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         02860000
           COPY RPTHDPRC.                                               02870000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     02880000
           COPY BUSDTPRC.                                               02890000
