      *EMPTY, AND REPORTS WHAT WAS ROLLED SO THE AUDITORS CAN SEE       00070000
      *NOTHING VANISHED SILENTLY. A LOG WHOSE COPY FAILS IS LEFT        00080000
      *UNTOUCHED - THE LIVE LOG IS ONLY RESTARTED OFF A CLEAN COPY.     00090000
      *RUN BY CENSHKPJ ON THE FIRST MORNING AFTER EACH MONTH-END        00091600
      *(CENSPEND GATE). THE ROLL IS DATED WITH THE BUSINESS DATE AND    00093200
      *REGISTERED UNDER IT IN THE RUN-CONTROL REGISTRY - A SECOND RUN   00094800
      *FOR THE SAME DATE IS REFUSED, SO A RESUBMITTED JOB CANNOT ROLL   00096400
      *THE FRESHLY RESTARTED LOGS OVER THE MONTH'S HISTORY GENERATION.  00098000
       IDENTIFICATION DIVISION.                                         00100000
       PROGRAM-ID. CENSHKP.                                             00110000
       ENVIRONMENT DIVISION.                                            00120000
           SELECT HKP-RPT-FILE ASSIGN TO HKPRPT                         00270000
           ORGANIZATION IS SEQUENTIAL                                   00280000
           FILE STATUS WS-RPT-STATUS.                                   00290000
      *RUN-CONTROL REGISTRY, SHARED BY THE CENSUSJB STREAM - OPTIONAL   00290900
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          00291800
           ORGANIZATION IS INDEXED                                      00292700
           ACCESS MODE IS DYNAMIC                                       00293600
           RECORD KEY IS RC-KEY                                         00294500
           FILE STATUS WS-RUNCTL-STATUS.                                00295400
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00296300
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00297200
           ORGANIZATION IS SEQUENTIAL                                   00298100
           FILE STATUS WS-BUSDATE-STATUS.                               00299000
       DATA DIVISION.                                                   00300000
          FILE SECTION.                                                 00310000
          FD  AUDIT-LOG-FILE.                                           00320000
          01  ERROR-HIST-REC         PIC X(69).                         00390000
          FD  HKP-RPT-FILE.                                             00400000
          01  HKP-RPT-REC            PIC X(80).                         00410000
          FD  RUN-CONTROL-FILE.                                         00412000
          COPY RUNCTL.                                                  00414000
          FD  BUSDATE-FILE.                                             00416000
          COPY BUSDATE.                                                 00418000
       WORKING-STORAGE SECTION.                                         00420000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00422000
           COPY BUSDTWS.                                                00424000
      * SHARED RUN-CONTROL STAGING FIELDS, SEE RUNCTWS.CPY.             00426000
           COPY RUNCTWS.                                                00428000
          77 WS-AUDITLOG-STATUS PIC X(2).                               00430000
          77 WS-AUDHST-STATUS PIC X(2).                                 00440000
          77 WS-ERRLOG-STATUS PIC X(2).                                 00450000
             05 RPT-DET-VERDICT PIC X(20).                              00640000
       PROCEDURE DIVISION.                                              00650000
       MAIN-PARA.                                                       00660000
           PERFORM READ-BUSINESS-DATE-PARA                              00663700
           MOVE 'CENSHKP' TO WS-RUNCTL-PROGRAM                          00667400
      *REFUSE A SECOND RUN FOR THE SAME BUSINESS DATE - SEE RUNCTPRC    00671100
           PERFORM RUNCTL-CHECK-START-PARA.                             00674800
           IF RUNCTL-DUPRUN-Y                                           00678500
               STOP RUN                                                 00682200
           END-IF.                                                      00685900
           OPEN OUTPUT HKP-RPT-FILE.                                    00690000
           IF WS-RPT-STATUS NOT = '00'                                  00700000
               DISPLAY 'ERROR/OPEN/HKP-RPT-FILE'                        00710000
           CLOSE HKP-RPT-FILE.                                          00800000
           DISPLAY 'CENSHKP AUDIT ENTRIES ROLLED ' WS-AUDIT-ROLLED      00810000
                   ' ERROR ENTRIES ROLLED ' WS-ERROR-ROLLED.            00820000
           ADD WS-AUDIT-ROLLED WS-ERROR-ROLLED GIVING WS-RUNCTL-COUNT.  00823300
           PERFORM RUNCTL-WRITE-END-PARA.                               00826600
           STOP RUN.                                                    00830000
      *ROLL THE AUDIT LOG - COPY EVERYTHING TO THE NEW MONTHLY          00840000
      *GENERATION, THEN RESTART THE LIVE LOG EMPTY                      00850000
                   WRITE ERROR-HIST-REC                                 01800000
                   ADD 1 TO WS-ERROR-ROLLED                             01810000
           END-READ.                                                    01820000
      *SHARED RUN-CONTROL PARAGRAPHS - SEE RUNCTPRC.CPY.                01830000
           COPY RUNCTPRC.                                               01840000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     01850000
           COPY BUSDTPRC.                                               01860000
