      *COUNT THAT MUST MATCH THE EXTRACT SO THE COPY IS PROVABLY        00050000
      *COMPLETE. BUILT FOR TEST-REGION REFRESH AND FOR RECOVERING       00060000
      *CENSUS AFTER A BAD LOAD - NO MORE DBA IMPROVISATION.             00070000
      *EVERY RELOADED ROW GETS A CENSUS_PROVENANCE ROW (RELOAD) NAMING  00073300
      *THE EXTRACT'S HEADER DATE AND PURPOSE AND ITS RECORD POSITION.   00076600
       IDENTIFICATION DIVISION.                                         00080000
       PROGRAM-ID. DB2RELD.                                             00090000
       ENVIRONMENT DIVISION.                                            00100000
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITDD                      00203000
           ORGANIZATION IS SEQUENTIAL                                   00204000
           FILE STATUS WS-AUDITLOG-STATUS.                              00205000
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00206000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00207000
           ORGANIZATION IS SEQUENTIAL                                   00208000
           FILE STATUS WS-BUSDATE-STATUS.                               00209000
       DATA DIVISION.                                                   00210000
          FILE SECTION.                                                 00220000
          FD  CENSUS-EXTRACT-FILE.                                      00230000
             05 CARD-OPTION          PIC X(5).                          00280000
          FD  AUDIT-LOG-FILE.                                           00281000
          COPY AUDITLOG.                                                00282000
          FD  BUSDATE-FILE.                                             00284600
          COPY BUSDATE.                                                 00287200
       WORKING-STORAGE SECTION.                                         00290000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00292000
           COPY BUSDTWS.                                                00294000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00296000
           COPY RUNDATE.                                                00298000
          77 WS-EXTR-STATUS PIC X(2).                                   00300000
          77 WS-CARD-STATUS PIC X(2).                                   00310000
          77 WS-AUDITLOG-STATUS PIC X(2).                               00311000
          77 WS-FAIL-COUNT PIC 9(9) VALUE ZERO.                         00380000
          77 WS-COMMIT-PENDING PIC 9(9) VALUE ZERO.                     00390000
          77 WS-COMMIT-INTERVAL PIC 9(9) VALUE 100.                     00400000
      * PROVENANCE OF THE RELOADED ROWS - THE EXTRACT'S OWN HEADER      00401000
      * (BUSINESS DATE AND PURPOSE, PICKED UP IN THE VERIFY PASS) AND   00402000
      * EACH ROW'S RECORD POSITION ON THE EXTRACT, HEADER = 1           00403000
          77 WS-PRV-FAIL-COUNT PIC 9(9) VALUE ZERO.                     00404000
          01 WS-EXTRACT-REF.                                            00405000
             05 FILLER               PIC X(8) VALUE 'EXTRACT '.         00406000
             05 WS-REF-BUS-DATE      PIC X(8) VALUE SPACES.             00407000
             05 FILLER               PIC X(1) VALUE SPACE.              00408000
             05 WS-REF-PURPOSE       PIC X(8) VALUE SPACES.             00409000
           EXEC SQL                                                     00410000
           INCLUDE SQLCA                                                00420000
              END-EXEC.                                                 00430000
           10 URBAN-POP            PIC S9(9) USAGE COMP.                00530000
           10 YEAR-OF-SUR          PIC S9(9) USAGE COMP.                00540000
           10 RATIO                PIC S9(9) USAGE COMP.                00550000
       01  PRV-BUS-DATE            PIC X(8).                            00552500
       01  PRV-RECORD-NO           PIC S9(9) USAGE COMP.                00555000
       01  PRV-SOURCE-REF          PIC X(26).                           00557500
       PROCEDURE DIVISION.                                              00560000
       MAIN-PARA.                                                       00570000
           PERFORM READ-BUSINESS-DATE-PARA.                             00570500
           MOVE 'DB2RELD' TO WS-AUDLOG-PROGRAM.                         00571000
           OPEN EXTEND AUDIT-LOG-FILE.                                  00572000
           IF WS-AUDITLOG-STATUS NOT = '00'                             00573000
           ELSE                                                         00730000
               DISPLAY 'DB2RELD COPY COMPLETE'                          00740000
           END-IF.                                                      00750000
           IF WS-PRV-FAIL-COUNT > ZERO                                  00751200
               DISPLAY 'DB2RELD ROWS WITHOUT PROVENANCE '               00752400
                       WS-PRV-FAIL-COUNT                                00753600
               IF RETURN-CODE < 8                                       00754800
                   MOVE 8 TO RETURN-CODE                                00756000
               END-IF                                                   00757200
           END-IF.                                                      00758400
           STOP RUN.                                                    00760000
       002-READ-CARD-PARA.                                              00770000
           OPEN INPUT RELOAD-CARD-FILE.                                 00780000
                      :YEAR-OF-SUR,:RATIO)                              01460000
           END-EXEC.                                                    01470000
           IF SQLCODE = 0                                               01480000
               PERFORM 004C-PROVENANCE-PARA                             01485000
               ADD 1 TO WS-INSERT-COUNT                                 01490000
               ADD 1 TO WS-COMMIT-PENDING                               01500000
               IF WS-COMMIT-PENDING >= WS-COMMIT-INTERVAL               01510000
               DISPLAY 'SQLSTATE:' SQLSTATE                             01610000
               MOVE 8 TO RETURN-CODE                                    01620000
           END-IF.                                                      01630000
      * THE RELOADED ROW'S PROVENANCE, IN THE SAME COMMIT AS THE ROW.   01630410
      * A FAILURE LEAVES THE ROW LOADED (THE COPY STILL FOOTS) BUT IS   01630820
      * COUNTED AND ENDS THE RUN RC 8 - NO ROLLBACK, THE DB2RELD RULE.  01631230
       004C-PROVENANCE-PARA.                                            01631640
           MOVE WS-RUN-DATE TO PRV-BUS-DATE.                            01632050
           COMPUTE PRV-RECORD-NO = WS-READ-COUNT + 1.                   01632460
           MOVE WS-EXTRACT-REF TO PRV-SOURCE-REF.                       01632870
           EXEC SQL                                                     01633280
               INSERT INTO CENSUS_PROVENANCE                            01633690
               (STATE_UT,YEAR_OF_SUR,CHANGE_TS,CHANGE_ACTION,           01634100
                SOURCE_TYPE,BUS_DATE,FEED_OFFICE,FEED_SEQ,RECORD_NO,    01634510
                SOURCE_REF,POPULATION,CHANGE_PGM,CHANGE_USER,           01634920
                REQ_USER)                                               01635330
               VALUES(:STATE-UT,:YEAR-OF-SUR,CURRENT TIMESTAMP,'I',     01635740
                      'RELOAD',:PRV-BUS-DATE,' ',0,:PRV-RECORD-NO,      01636150
                      :PRV-SOURCE-REF,:POPULATION,'DB2RELD','BATCH',    01636560
                      ' ')                                              01636970
           END-EXEC.                                                    01637380
           IF SQLCODE NOT = 0                                           01637790
               ADD 1 TO WS-PRV-FAIL-COUNT                               01638200
               DISPLAY 'ERROR/RELOAD-PROVENANCE:' STATE-UT              01638610
               DISPLAY 'SQL CODE:' SQLCODE                              01639020
           END-IF.                                                      01639430
      * ONE FULL PASS OVER THE EXTRACT BEFORE THE RELOAD: THE HEADER    01640000
      * MUST BE PRESENT, THE TRAILER MUST BE PRESENT, AND THE TRAILER   01650000
      * COUNT AND POPULATION HASH MUST FOOT TO WHAT WAS ACTUALLY READ   01660000
                   EVALUATE TRUE                                        02050000
                       WHEN EXTRACT-HEADER-ID                           02060000
                           SET HDR-SEEN-Y TO TRUE                       02070000
                           MOVE XH-BUS-DATE TO WS-REF-BUS-DATE          02073300
                           MOVE XH-PURPOSE TO WS-REF-PURPOSE            02076600
                       WHEN EXTRACT-TRAILER-ID                          02080000
                           SET TRL-SEEN-Y TO TRUE                       02090000
                           MOVE XT-RECORD-COUNT TO WS-TRL-COUNT         02100000
           PERFORM WRITE-AUDIT-LOG-PARA.                                02210000
      * SHARED AUDIT-LOG APPEND PARAGRAPH - SEE AUDITPRC.CPY.           02220000
           COPY AUDITPRC.                                               02230000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     02240000
           COPY BUSDTPRC.                                               02250000
