      *PERIOD-END GATE FOR STREAM STEPS. READS THE BUSINESS-DATE        00010000
      *CONTROL RECORD (BUSDATE.CPY) AND THE GATECARD, AND ENDS RC 0     00020000
      *WHEN THE CARD'S PERIOD HAS JUST CLOSED, RC 4 WHEN IT HAS NOT -   00030000
      *SO THE STEPS BEHIND IT, CODED COND=(0,NE,<THIS STEP>), RUN ON    00040000
      *THE RIGHT NIGHT ONLY, HOWEVER A HOLIDAY HAS MOVED THE LAST       00050000
      *WORKING DAY. CENSDATE SETS THE FLAGS WHEN IT ROLLS THE DATE.     00060000
      *GATECARD -                                                       00070000
      *  COL 1  M = MONTH-END, Q = QUARTER-END, Y = YEAR-END            00080000
      *  COL 3  BLANK = THE PROCESSING DATE IS THE PERIOD-END DATE      00090000
      *         (STEPS THAT MUST RUN ON THE PERIOD-END NIGHT ITSELF)    00100000
      *         P = THE PROCESSING DATE BEFORE IT WAS (STEPS THAT RUN   00110000
      *         ON THE FIRST NIGHT AFTER, ONCE THE PERIOD IS CLOSED)    00120000
      *RC 16 = NO BUSINESS-DATE RECORD OR A BAD CARD; THE GATED STEPS   00130000
      *ARE SKIPPED THEN TOO, AND THE PERIOD-END CHECK IN CENSBAL SHOWS  00140000
      *THEM MISSING.                                                    00150000
       IDENTIFICATION DIVISION.                                         00160000
       PROGRAM-ID. CENSPEND.                                            00170000
       ENVIRONMENT DIVISION.                                            00180000
          INPUT-OUTPUT SECTION.                                         00190000
          FILE-CONTROL.                                                 00200000
           SELECT BUSDATE-FILE ASSIGN TO BUSDATDD                       00210000
           ORGANIZATION IS SEQUENTIAL                                   00220000
           FILE STATUS WS-BUSDATE-STATUS.                               00230000
           SELECT GATE-CARD-FILE ASSIGN TO GATECARD                     00240000
           ORGANIZATION IS SEQUENTIAL                                   00250000
           FILE STATUS WS-CARD-STATUS.                                  00260000
       DATA DIVISION.                                                   00270000
          FILE SECTION.                                                 00280000
          FD  BUSDATE-FILE.                                             00290000
          COPY BUSDATE.                                                 00300000
          FD  GATE-CARD-FILE.                                           00310000
          01  GATE-CARD-REC.                                            00320000
             05 CARD-PERIOD          PIC X(1).                          00330000
                88 CARD-PERIOD-OK    VALUE 'M' 'Q' 'Y'.                 00340000
             05 FILLER               PIC X(1).                          00350000
             05 CARD-WHEN            PIC X(1).                          00360000
                88 CARD-WHEN-OK      VALUE ' ' 'P'.                     00370000
                88 CARD-WHEN-PRIOR   VALUE 'P'.                         00380000
             05 FILLER               PIC X(77).                         00390000
       WORKING-STORAGE SECTION.                                         00400000
          01 WS-BUSDATE-STATUS PIC X(2).                                00410000
          77 WS-CARD-STATUS PIC X(2).                                   00420000
          77 WS-PROC-DATE PIC X(8).                                     00430000
          01 WS-GATE-PERIOD PIC X(1) VALUE SPACE.                       00440000
          01 WS-GATE-WHEN PIC X(1) VALUE SPACE.                         00450000
             88 GATE-WHEN-PRIOR VALUE 'P'.                              00460000
          01 WS-PERIOD-FLAGS.                                           00470000
             05 WS-MONTH-END PIC X(1).                                  00480000
             05 WS-QTR-END PIC X(1).                                    00490000
             05 WS-YEAR-END PIC X(1).                                   00500000
          01 WS-GATE-OPEN PIC X(01) VALUE 'N'.                          00510000
             88 GATE-OPEN-Y VALUE 'Y'.                                  00520000
       PROCEDURE DIVISION.                                              00530000
       MAIN-PARA.                                                       00540000
           PERFORM 000-READ-CARD-PARA.                                  00550000
           IF RETURN-CODE = 16                                          00560000
               STOP RUN                                                 00570000
           END-IF.                                                      00580000
           PERFORM 001-READ-BUSDATE-PARA.                               00590000
           IF RETURN-CODE = 16                                          00600000
               STOP RUN                                                 00610000
           END-IF.                                                      00620000
           PERFORM 002-TEST-PERIOD-PARA.                                00630000
           IF GATE-OPEN-Y                                               00640000
               DISPLAY 'CENSPEND PERIOD ' WS-GATE-PERIOD ' '            00650000
                   WS-GATE-WHEN ' DUE - PROCESSING DATE ' WS-PROC-DATE  00660000
                   ' - STEPS RUN'                                       00670000
               MOVE ZERO TO RETURN-CODE                                 00680000
           ELSE                                                         00690000
               DISPLAY 'CENSPEND PERIOD ' WS-GATE-PERIOD ' '            00700000
                   WS-GATE-WHEN ' NOT DUE - PROCESSING DATE '           00710000
                   WS-PROC-DATE ' - STEPS SKIPPED'                      00720000
               MOVE 4 TO RETURN-CODE                                    00730000
           END-IF.                                                      00740000
           STOP RUN.                                                    00750000
       000-READ-CARD-PARA.                                              00760000
           OPEN INPUT GATE-CARD-FILE.                                   00770000
           IF WS-CARD-STATUS NOT = '00'                                 00780000
               DISPLAY 'ERROR/OPEN/GATE-CARD-FILE'                      00790000
               DISPLAY 'FILE STATUS:' WS-CARD-STATUS                    00800000
               MOVE 16 TO RETURN-CODE                                   00810000
           ELSE                                                         00820000
               READ GATE-CARD-FILE                                      00830000
                   AT END                                               00840000
                       DISPLAY 'CENSPEND NO GATECARD'                   00850000
                       MOVE 16 TO RETURN-CODE                           00860000
                   NOT AT END                                           00870000
                       IF CARD-PERIOD-OK AND CARD-WHEN-OK               00880000
                           MOVE CARD-PERIOD TO WS-GATE-PERIOD           00890000
                           MOVE CARD-WHEN TO WS-GATE-WHEN               00900000
                       ELSE                                             00910000
                           DISPLAY 'CENSPEND BAD GATECARD '             00920000
                               GATE-CARD-REC (1:3)                      00930000
                           MOVE 16 TO RETURN-CODE                       00940000
                       END-IF                                           00950000
               END-READ                                                 00960000
               CLOSE GATE-CARD-FILE                                     00970000
           END-IF.                                                      00980000
      *THE FLAGS FOR THE PROCESSING DATE, OR FOR THE ONE BEFORE IT      00990000
       001-READ-BUSDATE-PARA.                                           01000000
           OPEN INPUT BUSDATE-FILE.                                     01010000
           IF WS-BUSDATE-STATUS NOT = '00'                              01020000
               DISPLAY 'ERROR/OPEN/BUSDATE-FILE'                        01030000
               DISPLAY 'FILE STATUS:' WS-BUSDATE-STATUS                 01040000
               MOVE 16 TO RETURN-CODE                                   01050000
           ELSE                                                         01060000
               READ BUSDATE-FILE                                        01070000
               IF WS-BUSDATE-STATUS = '00'                              01080000
                AND BUS-PROC-DATE NUMERIC                               01090000
                   MOVE BUS-PROC-DATE TO WS-PROC-DATE                   01100000
                   IF GATE-WHEN-PRIOR                                   01110000
                       MOVE BUS-PRIOR-PERIOD-END TO WS-PERIOD-FLAGS     01120000
                   ELSE                                                 01130000
                       MOVE BUS-PERIOD-END TO WS-PERIOD-FLAGS           01140000
                   END-IF                                               01150000
               ELSE                                                     01160000
                   DISPLAY 'CENSPEND BAD BUSINESS-DATE RECORD'          01170000
                   MOVE 16 TO RETURN-CODE                               01180000
               END-IF                                                   01190000
               CLOSE BUSDATE-FILE                                       01200000
           END-IF.                                                      01210000
       002-TEST-PERIOD-PARA.                                            01220000
           MOVE 'N' TO WS-GATE-OPEN.                                    01230000
           EVALUATE WS-GATE-PERIOD                                      01240000
               WHEN 'M'                                                 01250000
                   IF WS-MONTH-END = 'Y'                                01260000
                       SET GATE-OPEN-Y TO TRUE                          01270000
                   END-IF                                               01280000
               WHEN 'Q'                                                 01290000
                   IF WS-QTR-END = 'Y'                                  01300000
                       SET GATE-OPEN-Y TO TRUE                          01310000
                   END-IF                                               01320000
               WHEN 'Y'                                                 01330000
                   IF WS-YEAR-END = 'Y'                                 01340000
                       SET GATE-OPEN-Y TO TRUE                          01350000
                   END-IF                                               01360000
           END-EVALUATE.                                                01370000
