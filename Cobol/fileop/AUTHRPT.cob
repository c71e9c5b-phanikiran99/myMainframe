      *QUARTERLY ACCESS RECERTIFICATION REPORT FOR THE OPERAUTH         00010000
      *PERMISSIONS KSDS (OPERAUTH.CPY). THE AUDITORS' QUESTION - WHO    00020000
      *HOLDS OPTION 3 TODAY - USED TO MEAN DUMPING THE FILE; THIS       00030000
      *LISTS EVERY USERID WITH ITS EIGHT OPTION FLAGS, COUNTS THE       00040000
      *HOLDERS OF EACH OPTION, AND PRINTS IN THE SHARED REPORT SHAPE    00050000
      *(RPTHDG.CPY) SO THE RECERTIFICATION PACK IS ONE PAGE PER         00060000
      *HUNDRED USERS. MAINTENANCE OF THE FILE ITSELF IS THE PROGAB61    00070000
      *ONLINE SCREEN.                                                   00080000
      *RUN BY CENSAUTH ON THE FIRST MORNING AFTER EACH QUARTER-END      00082000
      *(CENSPEND GATE). THE REPORT IS DATED WITH THE BUSINESS DATE AND  00084000
      *THE RUN REGISTERED UNDER IT IN THE RUN-CONTROL REGISTRY, SO THE  00086000
      *PERIOD-END CHECK IN CENSBAL CAN PROVE IT WAS PRODUCED.           00088000
       IDENTIFICATION DIVISION.                                         00090000
       PROGRAM-ID. AUTHRPT.                                             00100000
       ENVIRONMENT DIVISION.                                            00110000
           SELECT AUTH-RPT-FILE ASSIGN TO AUTHRPT                       00200000
           ORGANIZATION IS SEQUENTIAL                                   00210000
           FILE STATUS WS-RPT-STATUS.                                   00220000
      *RUN-CONTROL REGISTRY, SHARED BY THE CENSUSJB STREAM - OPTIONAL   00220900
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          00221800
           ORGANIZATION IS INDEXED                                      00222700
           ACCESS MODE IS DYNAMIC                                       00223600
           RECORD KEY IS RC-KEY                                         00224500
           FILE STATUS WS-RUNCTL-STATUS.                                00225400
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00226300
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00227200
           ORGANIZATION IS SEQUENTIAL                                   00228100
           FILE STATUS WS-BUSDATE-STATUS.                               00229000
       DATA DIVISION.                                                   00230000
          FILE SECTION.                                                 00240000
          FD  OPERAUTH-FILE.                                            00250000
          FD  AUTH-RPT-FILE                                             00290000
              RECORD CONTAINS 110 CHARACTERS.                           00300000
          01  RPT-PRINT-REC           PIC X(110).                       00310000
          FD  RUN-CONTROL-FILE.                                         00312000
          COPY RUNCTL.                                                  00314000
          FD  BUSDATE-FILE.                                             00316000
          COPY BUSDATE.                                                 00318000
       WORKING-STORAGE SECTION.                                         00320000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00323300
           COPY BUSDTWS.                                                00326600
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00330000
           COPY RUNDATE.                                                00340000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                00350000
           COPY RPTHDG.                                                 00360000
      * SHARED RUN-CONTROL STAGING FIELDS, SEE RUNCTWS.CPY.             00363300
           COPY RUNCTWS.                                                00366600
          77 WS-AUTH-STATUS PIC X(2).                                   00370000
          77 WS-RPT-STATUS PIC X(2).                                    00380000
          01 WS-AUTH-EOF PIC X(01) VALUE 'N'.                           00390000
          77 WS-HOLD-OPT5 PIC 9(5) VALUE ZERO.                          00470000
          77 WS-HOLD-OPT6 PIC 9(5) VALUE ZERO.                          00480000
          77 WS-HOLD-OPT7 PIC 9(5) VALUE ZERO.                          00481000
          77 WS-HOLD-OPT8 PIC 9(5) VALUE ZERO.                          00485500
          01 WS-RPT-DETAIL-LINE.                                        00490000
             05 RPT-DET-USERID       PIC X(8).                          00500000
             05 FILLER               PIC X(6) VALUE SPACES.             00510000
             05 RPT-DET-OPT6         PIC X(1).                          00620000
             05 FILLER               PIC X(7) VALUE SPACES.             00621000
             05 RPT-DET-OPT7         PIC X(1).                          00622000
             05 FILLER               PIC X(7) VALUE SPACES.             00624600
             05 RPT-DET-OPT8         PIC X(1).                          00627200
          01 WS-RPT-TALLY-LINE.                                         00630000
             05 FILLER               PIC X(14)                          00640000
                VALUE 'HOLDERS      '.                                  00650000
             05 RPT-TAL-OPT6         PIC ZZZZ9.                         00760000
             05 FILLER               PIC X(3) VALUE SPACES.             00761000
             05 RPT-TAL-OPT7         PIC ZZZZ9.                         00762000
             05 FILLER               PIC X(3) VALUE SPACES.             00764600
             05 RPT-TAL-OPT8         PIC ZZZZ9.                         00767200
       PROCEDURE DIVISION.                                              00770000
       MAIN-PARA.                                                       00780000
           PERFORM READ-BUSINESS-DATE-PARA                              00783700
           MOVE 'AUTHRPT' TO WS-RUNCTL-PROGRAM                          00787400
      *REFUSE A SECOND RUN FOR THE SAME BUSINESS DATE - SEE RUNCTPRC    00791100
           PERFORM RUNCTL-CHECK-START-PARA.                             00794800
           IF RUNCTL-DUPRUN-Y                                           00798500
               STOP RUN                                                 00802200
           END-IF.                                                      00805900
           MOVE 'OPERATOR ACCESS RECERTIFICATION' TO RPT-TITLE.         00810000
           MOVE 'AUTHRPT' TO RPT-PROGRAM-ID.                            00820000
           MOVE SPACES TO RPT-COLUMN-LINE.                              00830000
           MOVE 'OPT5' TO RPT-COLUMN-LINE (44:4).                       00890000
           MOVE 'OPT6' TO RPT-COLUMN-LINE (52:4).                       00900000
           MOVE 'OPT7' TO RPT-COLUMN-LINE (60:4).                       00901000
           MOVE 'OPT8' TO RPT-COLUMN-LINE (68:4).                       00905500
           PERFORM 000-OPEN-PARA.                                       00910000
           PERFORM 001-READ-PARA UNTIL AUTH-EOF-Y.                      00920000
           PERFORM 003-CLOSE-PARA.                                      00930000
           MOVE WS-USER-COUNT TO WS-RUNCTL-COUNT.                       00933300
           PERFORM RUNCTL-WRITE-END-PARA.                               00936600
           STOP RUN.                                                    00940000
       000-OPEN-PARA.                                                   00950000
           OPEN INPUT OPERAUTH-FILE.                                    00960000
           MOVE OA-OPT5 TO RPT-DET-OPT5.                                01250000
           MOVE OA-OPT6 TO RPT-DET-OPT6.                                01260000
           MOVE OA-OPT7 TO RPT-DET-OPT7.                                01261000
           MOVE OA-OPT8 TO RPT-DET-OPT8.                                01265500
           IF OA-OPT1 = 'Y'                                             01270000
               ADD 1 TO WS-HOLD-OPT1                                    01280000
           END-IF.                                                      01290000
           IF OA-OPT7 = 'Y'                                             01441000
               ADD 1 TO WS-HOLD-OPT7                                    01442000
           END-IF.                                                      01443000
           IF OA-OPT8 = 'Y'                                             01444700
               ADD 1 TO WS-HOLD-OPT8                                    01446400
           END-IF.                                                      01448100
           MOVE WS-RPT-DETAIL-LINE TO RPT-DETAIL-STAGE.                 01450000
           PERFORM RPT-PUT-PARA.                                        01460000
       003-CLOSE-PARA.                                                  01470000
           MOVE WS-HOLD-OPT5 TO RPT-TAL-OPT5.                           01520000
           MOVE WS-HOLD-OPT6 TO RPT-TAL-OPT6.                           01530000
           MOVE WS-HOLD-OPT7 TO RPT-TAL-OPT7.                           01531000
           MOVE WS-HOLD-OPT8 TO RPT-TAL-OPT8.                           01535500
           MOVE WS-RPT-TALLY-LINE TO RPT-DETAIL-STAGE.                  01540000
           PERFORM RPT-PUT-PARA.                                        01550000
           MOVE 'USERS LISTED        ' TO RPT-TOT-LABEL.                01560000
               ' RUN DATE ' WS-RUN-DATE.                                01620000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         01630000
           COPY RPTHDPRC.                                               01640000
      *SHARED RUN-CONTROL PARAGRAPHS - SEE RUNCTPRC.CPY.                01650000
           COPY RUNCTPRC.                                               01660000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     01670000
           COPY BUSDTPRC.                                               01680000
