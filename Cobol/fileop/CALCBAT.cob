      *DOES - ONE AT A TIME AT A 3270 SCREEN. THIS READS A REQUEST      00040000
      *FILE (TWO OPERANDS AND AN OPERATION CODE PER RECORD, THE SAME    00050000
      *CODES PROGAB54'S LOG-OPER USES: A/S/M/D/P/E, BLANK = ADD),       00060000
      *EACH OPERAND AS KEYED - SIGNED, UP TO FOUR DECIMAL PLACES -      00063300
      *AND EDITED BY THE SAME CALC-NUM-EDIT-PARA THE SCREEN USES,       00066600
      *WRITES A RESULT FILE WITH THE SAME DIVIDE-BY-ZERO AND            00070000
      *SIZE-ERROR HANDLING THE SCREEN HAS, AND LOGS EVERY               00080000
      *CALCULATION TO THE CALCHIST HISTORY KSDS UNDER THE BATCHCLC      00090000
          FILE SECTION.                                                 00330000
          FD  CALC-IN-FILE.                                             00340000
          01  CALC-IN-REC.                                              00350000
             05 CIN-N1               PIC X(11).                         00360000
             05 CIN-N2               PIC X(11).                         00370000
             05 CIN-OPER             PIC X(1).                          00380000
          FD  CALC-OUT-FILE.                                            00390000
          01  CALC-OUT-REC.                                             00400000
             05 COUT-N1              PIC -(5)9.9999.                    00410000
             05 FILLER               PIC X(1) VALUE SPACE.              00420000
             05 COUT-N2              PIC -(5)9.9999.                    00430000
             05 FILLER               PIC X(1) VALUE SPACE.              00440000
             05 COUT-OPER            PIC X(1).                          00450000
             05 FILLER               PIC X(1) VALUE SPACE.              00460000
             05 COUT-RESULT          PIC -(10)9.9999.                   00470000
             05 FILLER               PIC X(1) VALUE SPACE.              00480000
             05 COUT-MESSAGE         PIC X(26).                         00490000
          FD  CALCHIST-FILE.                                            00500000
      *SHARED HISTORY LAYOUT, SEE CALCHIST.CPY.                         00536600
          COPY CALCHIST.                                                00573200
       WORKING-STORAGE SECTION.                                         00610000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00620000
           COPY RUNDATE.                                                00630000
      * AS ITS OWN LINE BESIDE THE TERMINAL USERS                       00730000
          77 WS-BATCH-USERID PIC X(8) VALUE 'BATCHCLC'.                 00740000
          01 WS-MESSAGE PIC X(26).                                      00750000
      * THE SCREEN'S OPERAND AND RESULT FIELDS, SAME PICTURES AS        00757500
      * PROGAB54                                                        00765000
          01 WS-N1     PIC S9(5)V9(4).                                  00772500
          01 WS-N2     PIC S9(5)V9(4).                                  00780000
          01 WS-AD     PIC S9(6)V9(4).                                  00787500
          01 WS-SU     PIC S9(6)V9(4).                                  00795000
          01 WS-MU     PIC S9(10)V9(4).                                 00802500
          01 WS-DI     PIC S9(10)V9(4).                                 00810000
          01 WS-PCT    PIC S9(10)V9(4).                                 00817500
          01 WS-EXP    PIC S9(10)V9(4).                                 00825000
          01 WS-RESULT PIC S9(10)V9(4).                                 00832500
          01 WS-OPER   PIC X(1).                                        00840000
          01 WS-OPERANDS-OK PIC X(01).                                  00842000
             88 OPERANDS-OK-Y VALUE 'Y'.                                00844000
      * SHARED OPERAND EDIT FIELDS, SEE CALCNUM.CPY.                    00846000
           COPY CALCNUM.                                                00848000
      * EVERY KEY IN THE RUN IS MADE UNIQUE BY FOLDING THE REQUEST      00850000
      * NUMBER INTO THE TIME PORTION - TWO REQUESTS IN THE SAME         00860000
      * HUNDREDTH OF A SECOND STILL BOTH LAND IN THE HISTORY            00870000
               AT END                                                   01230000
                   SET IN-EOF-Y TO TRUE                                 01240000
               NOT AT END                                               01250000
                   PERFORM 001A-EDIT-OPERANDS-PARA                      01256600
                   IF OPERANDS-OK-Y                                     01263200
                       ADD 1 TO WS-CALC-COUNT                           01270000
                       PERFORM 002-COMPUTE-PARA                         01280000
                   ELSE                                                 01290000
                       WRITE CALC-OUT-REC                               01330000
                   END-IF                                               01340000
           END-READ.                                                    01350000
      *BOTH OPERANDS THROUGH THE SHARED EDIT (CALCNPRC.CPY) - A SIGN,   01350580
      *UP TO FIVE WHOLE DIGITS AND UP TO FOUR DECIMALS                  01351160
       001A-EDIT-OPERANDS-PARA.                                         01351740
           MOVE 'Y' TO WS-OPERANDS-OK.                                  01352320
           MOVE CIN-N1 TO CN-EDIT-TEXT.                                 01352900
           PERFORM CALC-NUM-EDIT-PARA.                                  01353480
           MOVE CN-EDIT-VALUE TO WS-N1.                                 01354060
           IF NOT CN-EDIT-OK-Y                                          01354640
               MOVE 'N' TO WS-OPERANDS-OK                               01355220
           END-IF.                                                      01355800
           MOVE CIN-N2 TO CN-EDIT-TEXT.                                 01356380
           PERFORM CALC-NUM-EDIT-PARA.                                  01356960
           MOVE CN-EDIT-VALUE TO WS-N2.                                 01357540
           IF NOT CN-EDIT-OK-Y                                          01358120
               MOVE 'N' TO WS-OPERANDS-OK                               01358700
           END-IF.                                                      01359280
      *THE SCREEN'S OPERATION SET, GUARDED THE SAME WAY - DIVIDE BY     01360000
      *ZERO AND EVERY OVERFLOW COME BACK AS A MESSAGE, NEVER AN ABEND   01370000
       002-COMPUTE-PARA.                                                01380000
           END-IF.                                                      01440000
           EVALUATE WS-OPER                                             01450000
               WHEN 'A'                                                 01460000
                   ADD WS-N1 TO WS-N2 GIVING WS-AD                      01470000
                       ON SIZE ERROR                                    01480000
                           MOVE ZERO TO WS-AD                           01490000
                           MOVE 'ADD OVERFLOW' TO WS-MESSAGE            01500000
                   END-ADD                                              01510000
                   MOVE WS-AD TO WS-RESULT                              01520000
               WHEN 'S'                                                 01530000
                   SUBTRACT WS-N2 FROM WS-N1 GIVING WS-SU               01540000
                   MOVE WS-SU TO WS-RESULT                              01550000
               WHEN 'M'                                                 01560000
                   MULTIPLY WS-N1 BY WS-N2 GIVING WS-MU ROUNDED         01570000
                       ON SIZE ERROR                                    01580000
                           MOVE ZERO TO WS-MU                           01590000
                           MOVE 'MULTIPLY OVERFLOW' TO WS-MESSAGE       01600000
                   END-MULTIPLY                                         01610000
                   MOVE WS-MU TO WS-RESULT                              01620000
               WHEN 'D'                                                 01630000
                   DIVIDE WS-N1 INTO WS-N2 GIVING WS-DI ROUNDED         01640000
                       ON SIZE ERROR                                    01650000
                           MOVE ZERO TO WS-DI                           01660000
                           MOVE 'DIVIDE BY ZERO OR OVERFLOW'            01670000
                   END-DIVIDE                                           01690000
                   MOVE WS-DI TO WS-RESULT                              01700000
               WHEN 'P'                                                 01710000
                   COMPUTE WS-PCT ROUNDED = (WS-N1 * WS-N2) / 100       01720000
                       ON SIZE ERROR                                    01730000
                           MOVE ZERO TO WS-PCT                          01740000
                           MOVE 'PERCENTAGE OVERFLOW' TO WS-MESSAGE     01750000
                   END-COMPUTE                                          01760000
                   MOVE WS-PCT TO WS-RESULT                             01770000
               WHEN 'E'                                                 01780000
      * A NEGATIVE BASE WITH A FRACTIONAL EXPONENT, OR ZERO TO A        01785000
      * NEGATIVE POWER, HAS NO RESULT AND TAKES THE SIZE ERROR PATH     01790000
                   COMPUTE WS-EXP ROUNDED = WS-N1 ** WS-N2              01795000
                       ON SIZE ERROR                                    01800000
                           MOVE ZERO TO WS-EXP                          01810000
                           MOVE 'EXPONENT OVERFLOW' TO WS-MESSAGE       01820000
               ADD 1 TO WS-ERROR-COUNT                                  01900000
           END-IF.                                                      01910000
           MOVE SPACES TO CALC-OUT-REC.                                 01920000
           MOVE WS-N1 TO COUT-N1.                                       01930000
           MOVE WS-N2 TO COUT-N2.                                       01940000
           MOVE WS-OPER TO COUT-OPER.                                   01950000
           MOVE WS-RESULT TO COUT-RESULT.                               01960000
           MOVE WS-MESSAGE TO COUT-MESSAGE.                             01970000
                   MOVE WS-CALC-COUNT TO WS-TIME-KEY                    02070000
           END-COMPUTE.                                                 02080000
           MOVE WS-TIME-KEY TO CH-TIME.                                 02090000
           MOVE WS-N1 TO CH-N1.                                         02100000
           MOVE WS-N2 TO CH-N2.                                         02110000
           MOVE WS-OPER TO CH-OPER.                                     02120000
           MOVE WS-RESULT TO CH-RESULT.                                 02130000
           IF WS-MESSAGE = SPACES                                       02140000
                   MOVE 4 TO RETURN-CODE                                02320000
               END-IF                                                   02330000
           END-IF.                                                      02340000
      *SHARED OPERAND EDIT PARAGRAPH - SEE CALCNPRC.CPY.                02350000
           COPY CALCNPRC.                                               02360000
