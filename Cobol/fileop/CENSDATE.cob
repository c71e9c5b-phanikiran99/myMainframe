      *HOLIDAY CALENDAR (HOLCALDD, ONE YYYYMMDD PER RECORD), SO A       00070000
      *FRIDAY NIGHT POINTS AT MONDAY AND MONTH-END HOLIDAYS ARE         00080000
      *SKIPPED WITHOUT ANYONE HAND-EDITING DATES.                       00090000
      *THE NEW PROCESSING DATE IS ALSO FLAGGED MONTH-END WHEN THE NEXT  00091400
      *WORKING DATE FALLS IN ANOTHER MONTH - SO A HOLIDAY ON THE 31ST   00092800
      *MOVES MONTH-END TO THE 30TH - AND QUARTER-END / YEAR-END WHEN    00094200
      *THAT MONTH ALSO CLOSES A QUARTER / THE YEAR. THE OLD DATE'S      00095600
      *FLAGS MOVE TO THE PRIOR-DATE FLAGS, SO CENSPEND CAN GATE STEPS   00097000
      *EITHER ON THE PERIOD-END NIGHT OR ON THE FIRST NIGHT AFTER IT.   00098400
       IDENTIFICATION DIVISION.                                         00100000
       PROGRAM-ID. CENSDATE.                                            00110000
       ENVIRONMENT DIVISION.                                            00120000
             88 HOL-EOF-Y VALUE 'Y'.                                    00320000
          77 WS-OLD-PROC-DATE PIC X(8).                                 00330000
          77 WS-OLD-NEXT-DATE PIC X(8).                                 00340000
          01 WS-OLD-PERIOD-END.                                         00341000
             05 WS-OLD-MONTH-END PIC X(1).                              00342000
             05 WS-OLD-QTR-END PIC X(1).                                00343000
             05 WS-OLD-YEAR-END PIC X(1).                               00344000
          01 WS-NEW-PERIOD-END.                                         00345000
             05 WS-NEW-MONTH-END PIC X(1) VALUE 'N'.                    00346000
             05 WS-NEW-QTR-END PIC X(1) VALUE 'N'.                      00347000
             05 WS-NEW-YEAR-END PIC X(1) VALUE 'N'.                     00348000
          77 WS-PROC-MONTH PIC X(2).                                    00349000
          77 WS-NEW-NEXT-DATE PIC 9(8).                                 00350000
          77 WS-DATE-INT PIC 9(8) USAGE COMP.                           00360000
          77 WS-WEEKDAY PIC 9(1) USAGE COMP.                            00370000
           END-IF.                                                      00500000
           PERFORM 001-LOAD-HOLIDAYS-PARA.                              00510000
           PERFORM 002-DERIVE-NEXT-PARA.                                00520000
           PERFORM 004-PERIOD-END-PARA.                                 00525000
           PERFORM 003-REWRITE-PARA.                                    00530000
           DISPLAY 'CENSDATE ROLLED - PROCESSING DATE '                 00540000
               WS-OLD-NEXT-DATE ' NEXT WORKING DATE '                   00550000
               WS-NEW-NEXT-DATE.                                        00560000
           DISPLAY 'CENSDATE PERIOD END - MONTH ' WS-NEW-MONTH-END      00563300
               ' QUARTER ' WS-NEW-QTR-END ' YEAR ' WS-NEW-YEAR-END.     00566600
           STOP RUN.                                                    00570000
       000-READ-CURRENT-PARA.                                           00580000
           OPEN INPUT BUSDATE-FILE.                                     00590000
                AND BUS-NEXT-DATE NUMERIC                               00680000
                   MOVE BUS-PROC-DATE TO WS-OLD-PROC-DATE               00690000
                   MOVE BUS-NEXT-DATE TO WS-OLD-NEXT-DATE               00700000
                   MOVE BUS-PERIOD-END TO WS-OLD-PERIOD-END             00705000
               ELSE                                                     00710000
                   DISPLAY 'CENSDATE BAD BUSINESS-DATE RECORD'          00720000
                   MOVE 16 TO RETURN-CODE                               00730000
           ELSE                                                         01280000
               MOVE WS-OLD-NEXT-DATE TO BUS-PROC-DATE                   01290000
               MOVE WS-NEW-NEXT-DATE TO BUS-NEXT-DATE                   01300000
               MOVE WS-NEW-PERIOD-END TO BUS-PERIOD-END                 01303300
               MOVE WS-OLD-PERIOD-END TO BUS-PRIOR-PERIOD-END           01306600
               WRITE BUSDATE-REC                                        01310000
               CLOSE BUSDATE-FILE                                       01320000
           END-IF.                                                      01330000
      *THE NEW PROCESSING DATE CLOSES ITS MONTH WHEN THE NEXT WORKING   01340000
      *DATE IS IN ANOTHER MONTH. ANYTHING BUT 'Y' IN THE OLD RECORD'S   01350000
      *FLAGS (A RECORD WRITTEN BEFORE THE FLAGS EXISTED) READS AS 'N'.  01360000
       004-PERIOD-END-PARA.                                             01370000
           MOVE 'NNN' TO WS-NEW-PERIOD-END.                             01380000
           MOVE WS-OLD-NEXT-DATE (5:2) TO WS-PROC-MONTH.                01390000
           IF WS-PROC-MONTH NOT = WS-NEW-NEXT-DATE (5:2)                01400000
               MOVE 'Y' TO WS-NEW-MONTH-END                             01410000
               IF WS-PROC-MONTH = '03' OR '06' OR '09' OR '12'          01420000
                   MOVE 'Y' TO WS-NEW-QTR-END                           01430000
               END-IF                                                   01440000
               IF WS-PROC-MONTH = '12'                                  01450000
                   MOVE 'Y' TO WS-NEW-YEAR-END                          01460000
               END-IF                                                   01470000
           END-IF.                                                      01480000
           IF WS-OLD-MONTH-END NOT = 'Y'                                01490000
               MOVE 'N' TO WS-OLD-MONTH-END                             01500000
           END-IF.                                                      01510000
           IF WS-OLD-QTR-END NOT = 'Y'                                  01520000
               MOVE 'N' TO WS-OLD-QTR-END                               01530000
           END-IF.                                                      01540000
           IF WS-OLD-YEAR-END NOT = 'Y'                                 01550000
               MOVE 'N' TO WS-OLD-YEAR-END                              01560000
           END-IF.                                                      01570000
