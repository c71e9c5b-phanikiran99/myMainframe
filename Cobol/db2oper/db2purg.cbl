      *  - REPORTS EXACTLY WHAT MOVED, ROW BY ROW, WITH TOTALS          00150000
      *PURGCARD: COLS 1-8 CUTOFF DATE, COLS 10-17 SAFETY DATE           00160000
      *(BOTH YYYYMMDD). NO CARD, NOTHING PURGED.                        00170000
      *RUN BY CENSPURG ON THE FIRST MORNING AFTER EACH MONTH-END        00172000
      *(CENSPEND GATE). THE REPORT IS DATED WITH THE BUSINESS DATE AND  00174000
      *THE RUN REGISTERED UNDER IT IN THE RUN-CONTROL REGISTRY, SO THE  00176000
      *PERIOD-END CHECK IN CENSBAL CAN PROVE THE PURGE RAN.             00178000
       IDENTIFICATION DIVISION.                                         00180000
       PROGRAM-ID. DB2PURG.                                             00190000
       ENVIRONMENT DIVISION.                                            00200000
           SELECT PURGE-RPT-FILE ASSIGN TO PURGRPT                      00340000
           ORGANIZATION IS SEQUENTIAL                                   00350000
           FILE STATUS WS-RPT-STATUS.                                   00360000
      * RUN-CONTROL REGISTRY, SHARED ACROSS THE STREAMS - OPTIONAL      00360900
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          00361800
           ORGANIZATION IS INDEXED                                      00362700
           ACCESS MODE IS DYNAMIC                                       00363600
           RECORD KEY IS RC-KEY                                         00364500
           FILE STATUS WS-RUNCTL-STATUS.                                00365400
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00366300
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00367200
           ORGANIZATION IS SEQUENTIAL                                   00368100
           FILE STATUS WS-BUSDATE-STATUS.                               00369000
       DATA DIVISION.                                                   00370000
          FILE SECTION.                                                 00380000
          FD  PURGE-CARD-FILE.                                          00390000
          FD  PURGE-RPT-FILE                                            00570000
              RECORD CONTAINS 110 CHARACTERS.                           00580000
          01  RPT-PRINT-REC           PIC X(110).                       00590000
          FD  RUN-CONTROL-FILE.                                         00592000
          COPY RUNCTL.                                                  00594000
          FD  BUSDATE-FILE.                                             00596000
          COPY BUSDATE.                                                 00598000
       WORKING-STORAGE SECTION.                                         00600000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00603300
           COPY BUSDTWS.                                                00606600
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00610000
           COPY RUNDATE.                                                00620000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                00630000
           COPY RPTHDG.                                                 00640000
      * SHARED RUN-CONTROL STAGING FIELDS, SEE RUNCTWS.CPY.             00643300
           COPY RUNCTWS.                                                00646600
          77 WS-CARD-STATUS PIC X(2).                                   00650000
          77 WS-HOLD-STATUS PIC X(2).                                   00660000
          77 WS-HSTOUT-STATUS PIC X(2).                                 00670000
       01  ARC-IND-RESTORED-TS     PIC S9(4) COMP.                      01660000
       PROCEDURE DIVISION.                                              01670000
       MAIN-PARA.                                                       01680000
           PERFORM READ-BUSINESS-DATE-PARA.                             01683700
      * REFUSE A SECOND RUN FOR THE SAME BUSINESS DATE - SEE RUNCTPRC   01687400
           MOVE 'DB2PURG' TO WS-RUNCTL-PROGRAM.                         01691100
           PERFORM RUNCTL-CHECK-START-PARA.                             01694800
           IF RUNCTL-DUPRUN-Y                                           01698500
               STOP RUN                                                 01702200
           END-IF.                                                      01705900
           PERFORM 002-READ-CARD-PARA.                                  01710000
           IF NOT CARD-SEEN-Y                                           01720000
               DISPLAY 'DB2PURG NO PURGE CARD - NOTHING PURGED'         01730000
               MOVE 16 TO RETURN-CODE                                   01740000
               PERFORM RUNCTL-WRITE-END-PARA                            01745000
               STOP RUN                                                 01750000
           END-IF.                                                      01760000
           PERFORM 003-LOAD-HOLD-PARA.                                  01770000
           IF WS-FAIL-COUNT > ZERO AND RETURN-CODE < 8                  02110000
               MOVE 8 TO RETURN-CODE                                    02120000
           END-IF.                                                      02130000
           ADD WS-HIST-PURGED WS-ARC-PURGED GIVING WS-RUNCTL-COUNT.     02133300
           PERFORM RUNCTL-WRITE-END-PARA.                               02136600
           STOP RUN.                                                    02140000
       002-READ-CARD-PARA.                                              02150000
           OPEN INPUT PURGE-CARD-FILE.                                  02160000
           END-IF.                                                      04130000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         04140000
           COPY RPTHDPRC.                                               04150000
      * SHARED RUN-CONTROL PARAGRAPHS - SEE RUNCTPRC.CPY.               04160000
           COPY RUNCTPRC.                                               04170000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     04180000
           COPY BUSDTPRC.                                               04190000
