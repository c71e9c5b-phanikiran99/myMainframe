002700    05 MY-OPT5   PIC X(01).                                       00270000
002800    05 MY-OPT6   PIC X(01).                                       00280000
002810    05 MY-OPT7   PIC X(01).                                       00281000
002855    05 MY-OPT8   PIC X(01).                                       00285500
002900*THE RECORD BEING MAINTAINED - SHARED LAYOUT, SEE OPERAUTH.CPY    00290000
003000 COPY OPERAUTH.                                                   00300000
003100 01 WS-FLAG-IDX PIC S9(4) COMP.                                   00310000
003300    88 FLAGS-OK-Y VALUE 'Y'.                                      00330000
003400*SCREEN FLAGS GATHERED INTO ONE TABLE FOR THE EDIT AND THE MOVES  00340000
003500 01 WS-FLAG-TABLE.                                                00350000
003600    05 WS-FLAG PIC X(01) OCCURS 8 TIMES.                          00360000
003700 COPY AUDITLOG.                                                   00370000
003800 01 WS-ABSTIME PIC S9(15) COMP-3.                                 00380000
003900 PROCEDURE DIVISION.                                              00390000
008910*FLAGS DEFAULT TO N  - A SHORT PRE-CONVERSION RECORD MUST         00891000
008920*NOT LEAVE STALE OPTION  BYTES BEHIND THE READ                    00892000
008930     MOVE 'N' TO MY-OPT1 MY-OPT2 MY-OPT3 MY-OPT4                  00893000
008965                 MY-OPT5 MY-OPT6 MY-OPT7 MY-OPT8                  00896500
009000     EXEC CICS                                                    00900000
009100         READ FILE('OPERAUTH')                                    00910000
009200              INTO(WS-MY-AUTH)                                    00920000
014410*FLAGS DEFAULT TO N  - A SHORT PRE-CONVERSION RECORD MUST         01441000
014420*NOT LEAVE STALE OPTION  BYTES BEHIND THE READ                    01442000
014430     MOVE 'N' TO OA-OPT1 OA-OPT2 OA-OPT3 OA-OPT4                  01443000
014440                 OA-OPT5 OA-OPT6 OA-OPT7 OA-OPT8                  01444000
014500     EXEC CICS                                                    01450000
014600         READ FILE('OPERAUTH')                                    01460000
014700              INTO(OPERAUTH-REC)                                  01470000
015700         MOVE OA-OPT5 TO FLGO (5)                                 01570000
015800         MOVE OA-OPT6 TO FLGO (6)                                 01580000
015810         MOVE OA-OPT7 TO FLGO (7)                                 01581000
015855         MOVE OA-OPT8 TO FLGO (8)                                 01585500
015900         MOVE 'RECORD FOUND' TO MSGO                              01590000
016000     ELSE                                                         01600000
016100         MOVE 'NO OPERAUTH RECORD FOR THAT USERID' TO MSGO        01610000
016400 EDIT-FLAGS-PARA.                                                 01640000
016500     MOVE 'Y' TO WS-FLAGS-OK.                                     01650000
016600     PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1                      01660000
016700             UNTIL WS-FLAG-IDX > 8                                01670000
016800         MOVE FLGI (WS-FLAG-IDX) TO WS-FLAG (WS-FLAG-IDX)         01680000
016900         IF WS-FLAG (WS-FLAG-IDX) NOT = 'Y'                       01690000
017000          AND WS-FLAG (WS-FLAG-IDX) NOT = 'N'                     01700000
018300     MOVE WS-FLAG (5) TO OA-OPT5.                                 01830000
018400     MOVE WS-FLAG (6) TO OA-OPT6.                                 01840000
018410     MOVE WS-FLAG (7) TO OA-OPT7.                                 01841000
018455     MOVE WS-FLAG (8) TO OA-OPT8.                                 01845500
018500 ADD-PARA.                                                        01850000
018600     PERFORM EDIT-FLAGS-PARA.                                     01860000
018700     IF FLAGS-OK-Y                                                01870000
020610*FLAGS DEFAULT TO N  - A SHORT PRE-CONVERSION RECORD MUST         02061000
020620*NOT LEAVE STALE OPTION  BYTES BEHIND THE READ                    02062000
020630     MOVE 'N' TO OA-OPT1 OA-OPT2 OA-OPT3 OA-OPT4                  02063000
020640                 OA-OPT5 OA-OPT6 OA-OPT7 OA-OPT8                  02064000
020700         EXEC CICS                                                02070000
020800             READ FILE('OPERAUTH') UPDATE                         02080000
020900                  INTO(OPERAUTH-REC)                              02090000
024300         MOVE 'NO OPERAUTH RECORD FOR THAT USERID' TO MSGO        02430000
024400     END-IF.                                                      02440000
024500*ONE CAUD ENTRY PER APPLIED CHANGE - THE STATUS CARRIES THE ACTION02450000
024566*AND THE NEW FLAGS, THE PARAGRAPH FIELD WHO CHANGED WHOM. THE     02456600
024632*ACTION AND THE EIGHT FLAGS FILL THE NINE-BYTE STATUS EXACTLY     02463200
024700 AUDIT-CHANGE-PARA.                                               02470000
024800     MOVE 'PROGAB61' TO AUDLOG-PROGRAM.                           02480000
024900     MOVE SPACES TO AUDLOG-PARAGRAPH.                             02490000
025100            DELIMITED BY SIZE INTO AUDLOG-PARAGRAPH               02510000
025200     END-STRING.                                                  02520000
025300     MOVE SPACES TO AUDLOG-STATUS-CODE.                           02530000
025355     STRING ACTNI OA-OPT1 OA-OPT2 OA-OPT3 OA-OPT4                 02535500
025410            OA-OPT5 OA-OPT6 OA-OPT7 OA-OPT8                       02541000
025500            DELIMITED BY SIZE INTO AUDLOG-STATUS-CODE             02550000
025600     END-STRING.                                                  02560000
025700     PERFORM WRITE-CAUD-PARA.                                     02570000
