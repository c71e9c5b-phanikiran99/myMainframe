000700 COPY DFHBMSCA.                                                   00070000
000800 COPY MAPAB54.                                                    00080000
000900 01 WS-STRING PIC A(75).                                          00090000
000969*OPERANDS ARE SIGNED WITH FOUR DECIMAL PLACES, RESULTS ARE        00096900
001038*ROUNDED TO FOUR PLACES                                           00103800
001107 01 WS-N1     PIC S9(5)V9(4).                                     00110700
001176 01 WS-N2     PIC S9(5)V9(4).                                     00117600
001245 01 WS-AD     PIC S9(6)V9(4).                                     00124500
001314 01 WS-SU     PIC S9(6)V9(4).                                     00131400
001383 01 WS-MU     PIC S9(10)V9(4).                                    00138300
001452 01 WS-DI     PIC S9(10)V9(4).                                    00145200
001521 01 WS-PCT    PIC S9(10)V9(4).                                    00152100
001590 01 WS-EXP    PIC S9(10)V9(4).                                    00159000
001659*A LOGGED OPERAND EDITED BACK ONTO THE SCREEN BY RECALL-PARA      00165900
001728 01 WS-EDIT-OPERAND PIC -(5)9.9999.                               00172800
001800 01 WS-MESSAGE PIC X(40).                                         00180000
001900 01 WS-LENGTH  PIC S9(4) COMP.                                    00190000
002000 01 WS-VALID-INPUT PIC X(01) VALUE 'Y'.                           00200000
002100    88 WS-INPUT-OK VALUE 'Y'.                                     00210000
002200    88 WS-INPUT-BAD VALUE 'N'.                                    00220000
002225*SHARED OPERAND EDIT FIELDS, SEE CALCNUM.CPY - CALCBAT EDITS ITS  00222500
002250*REQUEST FILE WITH THE SAME PARAGRAPH                             00225000
002275 COPY CALCNUM.                                                    00227500
002300 01 WS-USERID PIC X(08).                                          00230000
002400*MENU OPTION 1 IS CHECKED HERE TOO - ANYONE WHO KNOWS THE AB54    00240000
002500*TRANSID CAN TYPE IT AT A BLANK SCREEN AND BYPASS THE AB55 MENU,  00250000
003500    05 WS-TSQ-TERM PIC X(04).                                     00350000
003600 01 WS-LOG-REC.                                                   00360000
003700    05 LOG-USERID PIC X(08).                                      00370000
003800    05 LOG-N1     PIC S9(05)V9(04).                               00380000
003900    05 LOG-N2     PIC S9(05)V9(04).                               00390000
004000    05 LOG-OPER   PIC X(01).                                      00400000
004100    05 LOG-RESULT PIC S9(10)V9(04).                               00410000
004200    05 LOG-RUN-DATE PIC 9(08).                                    00420000
004300*DURABLE COPY OF EVERY CALCULATION - THE CL+TERMINAL TS QUEUE     00430000
004400*EVAPORATES ON A CICS RESTART AND SCATTERS ONE QUEUE PER          00440000
004600*VSAM FILE KEYED USERID+DATE+TIME, WHERE ONE USER'S WORK CAN BE   00460000
004700*PULLED TOGETHER ACROSS TERMINALS AND SURVIVES RESTARTS. THE      00470000
004800*NIGHTLY USAGE/AUDIT REPORT OFF THIS FILE IS CALCRPT.             00480000
005166*SHARED HISTORY LAYOUT, SEE CALCHIST.CPY.                         00516600
005532 COPY CALCHIST.                                                   00553200
005900 01 WS-CALCHIST-RESP PIC S9(8) COMP.                              00590000
006000 01 WS-COMMAREA.                                                  00600000
006100    05 WS-RUNNING-TOTAL  PIC S9(10)V9(4) COMP-3 VALUE ZERO.       00610000
006200    05 WS-LOG-ITEM-COUNT PIC S9(04) COMP VALUE ZERO.              00620000
006300* RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00630000
006400    COPY RUNDATE.                                                 00640000
006500 LINKAGE SECTION.                                                 00650000
006600 01 DFHCOMMAREA.                                                  00660000
006700    05 CA-RUNNING-TOTAL  PIC S9(10)V9(4) COMP-3.                  00670000
006800    05 CA-LOG-ITEM-COUNT PIC S9(04) COMP.                         00680000
006900 PROCEDURE DIVISION.                                              00690000
007000 A000-MAIN-PARA.                                                  00700000
011900*FLAGS DEFAULT TO N  - A SHORT PRE-CONVERSION RECORD MUST         01190000
012000*NOT LEAVE STALE OPTION  BYTES BEHIND THE READ                    01200000
012100     MOVE 'N' TO OA-OPT1 OA-OPT2 OA-OPT3 OA-OPT4                  01210000
012200                 OA-OPT5 OA-OPT6 OA-OPT7 OA-OPT8                  01220000
012300      EXEC CICS                                                   01230000
012400          READ FILE('OPERAUTH')                                   01240000
012500               INTO(OPERAUTH-REC)                                 01250000
016600      END-EXEC.                                                   01660000
016700      MOVE 'Y' TO WS-VALID-INPUT.                                 01670000
016800      MOVE SPACES TO WS-MESSAGE.                                  01680000
016828*BOTH OPERANDS GO THROUGH THE SHARED EDIT (CALCNPRC.CPY) - A      01682800
016856*SIGN, UP TO FIVE WHOLE DIGITS AND UP TO FOUR DECIMALS            01685600
016884      MOVE NUMONEI TO CN-EDIT-TEXT.                               01688400
016912      PERFORM CALC-NUM-EDIT-PARA.                                 01691200
016940      MOVE CN-EDIT-VALUE TO WS-N1.                                01694000
016968      IF NOT CN-EDIT-OK-Y                                         01696800
017000          MOVE 'N' TO WS-VALID-INPUT                              01700000
017020      END-IF.                                                     01702000
017040      MOVE NUMTWOI TO CN-EDIT-TEXT.                               01704000
017060      PERFORM CALC-NUM-EDIT-PARA.                                 01706000
017080      MOVE CN-EDIT-VALUE TO WS-N2.                                01708000
017100      IF NOT CN-EDIT-OK-Y                                         01710000
017120          MOVE 'N' TO WS-VALID-INPUT                              01712000
017140      END-IF.                                                     01714000
017160      IF WS-INPUT-BAD                                             01716000
017180          MOVE 'NUMBERS MAY HAVE A SIGN AND 4 DECIMALS'           01718000
017200                  TO WS-MESSAGE                                   01720000
017300      END-IF.                                                     01730000
017400 COMPUTE-PARA.                                                    01740000
017700*    ADDITION                                                     01770000
017800      ADD WS-N1 TO WS-N2 GIVING WS-AD.                            01780000
017900*    SUBTRACTION                                                  01790000
018000      SUBTRACT WS-N2 FROM WS-N1 GIVING WS-SU.                     01800000
018100*    MULTIPLY                                                     01810000
018200      MULTIPLY WS-N1 BY WS-N2 GIVING WS-MU ROUNDED.               01820000
018300*    DIVISION, GUARDED AGAINST DIVIDE BY ZERO AND OVERFLOW        01830000
018400      DIVIDE WS-N1 INTO WS-N2 GIVING WS-DI ROUNDED                01840000
018500          ON SIZE ERROR                                           01850000
018600              MOVE ZERO TO WS-DI                                  01860000
018700              MOVE 'DIVIDE BY ZERO OR OVERFLOW' TO WS-MESSAGE     01870000
019300*    NEW OPERATIONS, SELECTED VIA THE OPERI OPERATION CODE FIELD  01930000
019400      EVALUATE OPERI                                              01940000
019500          WHEN 'P'                                                01950000
019600              COMPUTE WS-PCT ROUNDED = (WS-N1 * WS-N2) / 100      01960000
019700                  ON SIZE ERROR                                   01970000
019800                      MOVE ZERO TO WS-PCT                         01980000
019900                      MOVE 'PERCENTAGE OVERFLOW' TO WS-MESSAGE    01990000
020000              END-COMPUTE                                         02000000
020100              MOVE WS-PCT TO PCTRESOO                             02010000
020200          WHEN 'E'                                                02020000
020250*    A NEGATIVE BASE WITH A FRACTIONAL EXPONENT, OR ZERO TO A     02025000
020300*    NEGATIVE POWER, HAS NO RESULT AND TAKES THE SIZE ERROR PATH  02030000
020350              COMPUTE WS-EXP ROUNDED = WS-N1 ** WS-N2             02035000
020400                  ON SIZE ERROR                                   02040000
020500                      MOVE ZERO TO WS-EXP                         02050000
020600                      MOVE 'EXPONENT OVERFLOW' TO WS-MESSAGE      02060000
021000              CONTINUE                                            02100000
021100      END-EVALUATE.                                               02110000
021200*    RUNNING TOTAL CARRIED ACROSS INVOCATIONS VIA THE COMMAREA    02120000
021240      ADD WS-N2 TO WS-RUNNING-TOTAL                               02124000
021280          ON SIZE ERROR                                           02128000
021320              MOVE 'RUNNING TOTAL OVERFLOW' TO WS-MESSAGE         02132000
021360      END-ADD.                                                    02136000
021400      MOVE WS-RUNNING-TOTAL TO RUNTOTOO.                          02140000
021500      PERFORM LOG-CALCULATION-PARA.                               02150000
021600 LOG-CALCULATION-PARA.                                            02160000
025800      END-IF.                                                     02580000
025900      EXEC CICS                                                   02590000
026000          WRITE FILE('CALCHIST')                                  02600000
026100                FROM(CALCHIST-REC)                                02610000
026200                RIDFLD(CH-KEY)                                    02620000
026300                LENGTH(LENGTH OF CALCHIST-REC)                    02630000
026400                RESP(WS-CALCHIST-RESP)                            02640000
026500      END-EXEC.                                                   02650000
026600      IF WS-CALCHIST-RESP NOT = ZERO                              02660000
027700                       LENGTH(LENGTH OF WS-LOG-REC)               02770000
027800                       ITEM(WS-LOG-ITEM-COUNT)                    02780000
027900          END-EXEC                                                02790000
027960          MOVE LOG-N1 TO WS-EDIT-OPERAND                          02796000
028020          MOVE WS-EDIT-OPERAND TO NUMONEO                         02802000
028080          MOVE LOG-N2 TO WS-EDIT-OPERAND                          02808000
028140          MOVE WS-EDIT-OPERAND TO NUMTWOO                         02814000
028200          MOVE LOG-OPER TO OPERO                                  02820000
028300          EVALUATE LOG-OPER                                       02830000
028400              WHEN 'S' MOVE LOG-RESULT TO SUBRESOO                02840000
030000                 COMMAREA(WS-COMMAREA)                            03000000
030100                 LENGTH(LENGTH OF WS-COMMAREA)                    03010000
030200      END-EXEC.                                                   03020000
030300*SHARED OPERAND EDIT PARAGRAPH - SEE CALCNPRC.CPY.                03030000
030400 COPY CALCNPRC.                                                   03040000
