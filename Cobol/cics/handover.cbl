000100*OPERATOR SHIFT-HANDOVER LOG - TRANSACTION AB64, REACHED BY PF5   00010000
000200*FROM THE AB60 OPERATIONS STATUS SCREEN. AB60 SHOWS WHAT THE      00020000
000300*REGISTRY AND THE ALERTS SAY; THIS SCREEN RECORDS WHAT THE NIGHT  00030000
000400*OPERATOR DID ABOUT THEM - A RERUN, A CALL TO THE DBA, A FEED HELD00040000
000500*BACK BY PHONE - AS A FREE-TEXT NOTE AGAINST A STEP (S), AN ALERT 00050000
000600*(A) OR NEITHER (G), SO IT IS STILL THERE AFTER THE SHIFT CHANGE. 00060000
000700*EACH NOTE GOES TO THE HANDOVR KSDS (CENSUS.HANDOVER, SEE         00070000
000800*HANDOVER.CPY) UNDER THE LATEST BUSINESS DATE IN THE RUN-CONTROL  00080000
000900*REGISTRY - THE DATE AB60 SHOWS - AND THE TIME IT WAS ENTERED.    00090000
001000*A NOTE STAYS OPEN UNTIL SOMEONE RESOLVES IT HERE BY LINE NUMBER; 00100000
001100*OPEN NOTES FROM EARLIER DATES CARRY FORWARD AND ARE LISTED AHEAD 00110000
001200*OF THE DATE'S OWN ENTRIES UNTIL THEN. A NOTE CARRIES THE         00120000
001300*OPERATOR'S NAME, SO UNLIKE AB60 THERE IS NO DEFAULT GRANT - THE  00130000
001400*USER NEEDS AN OPERAUTH RECORD HOLDING OPTION 7. THE MORNING PRINT00140000
001500*IS HANDRPT IN CENSMORN.                                          00150000
001600 IDENTIFICATION DIVISION.                                         00160000
001700 PROGRAM-ID. PROGAB64.                                            00170000
001800 DATA DIVISION.                                                   00180000
001900 FILE SECTION.                                                    00190000
002000 WORKING-STORAGE SECTION.                                         00200000
002100 COPY DFHAID.                                                     00210000
002200 COPY DFHBMSCA.                                                   00220000
002300 COPY MAPAB64.                                                    00230000
002400 01 WS-MESSAGE PIC X(40).                                         00240000
002500 01 WS-USERID PIC X(08).                                          00250000
002600 01 WS-AUTH-RESP PIC S9(8) COMP.                                  00260000
002700*OPERATOR PERMISSIONS RECORD - SHARED LAYOUT, SEE OPERAUTH.CPY.   00270000
002800*OPTION 7 GUARDS THIS SCREEN AS IT DOES AB60.                     00280000
002900 COPY OPERAUTH.                                                   00290000
003000 COPY AUDITLOG.                                                   00300000
003100 01 WS-ABSTIME PIC S9(15) COMP-3.                                 00310000
003200*SHARED RUN-CONTROL REGISTRY RECORD - SEE RUNCTL.CPY. READ ONLY TO00320000
003300*FIND THE BUSINESS DATE THE NOTES BELONG TO.                      00330000
003400 COPY RUNCTL.                                                     00340000
003500*SHARED HANDOVER LOG RECORD - SEE HANDOVER.CPY.                   00350000
003600 COPY HANDOVER.                                                   00360000
003700 01 WS-HO-RESP PIC S9(8) COMP.                                    00370000
003800 01 WS-BROWSE-RESP PIC S9(8) COMP.                                00380000
003900 01 WS-BROWSE-KEY PIC X(20).                                      00390000
004000 01 WS-HO-BROWSE-KEY PIC X(30).                                   00400000
004100 01 WS-BROWSE-EOF PIC X(01).                                      00410000
004200    88 BROWSE-EOF-Y VALUE 'Y'.                                    00420000
004300 77 WS-REPORT-DATE PIC X(8) VALUE SPACES.                         00430000
004400*WALL-CLOCK DATE AND TIME OF THIS INTERACTION                     00440000
004500 01 WS-NOW-TS.                                                    00450000
004600    05 WS-NOW-DATE PIC X(8).                                      00460000
004700    05 WS-NOW-TIME PIC X(6).                                      00470000
004800 01 WS-ROW-IDX PIC S9(4) COMP.                                    00480000
004900 01 WS-ROW-COUNT PIC S9(4) COMP VALUE ZERO.                       00490000
005000 77 WS-ROW-MAX PIC S9(4) COMP VALUE 10.                           00500000
005100 77 WS-OPEN-COUNT PIC 9(4) VALUE ZERO.                            00510000
005200 77 WS-OPEN-EDIT PIC ZZZ9.                                        00520000
005300 01 WS-LIST-MORE PIC X(01) VALUE 'N'.                             00530000
005400    88 LIST-MORE-Y VALUE 'Y'.                                     00540000
005500 01 WS-LINE-X PIC X(2).                                           00550000
005600 01 WS-LINE-NO REDEFINES WS-LINE-X PIC 9(2).                      00560000
005700 01 WS-ENTRY-OK PIC X(01).                                        00570000
005800    88 ENTRY-OK-Y VALUE 'Y'.                                      00580000
005900*THE OPERATOR'S TYPING, KEPT ACROSS THE REBUILT SCREEN WHEN AN    00590000
006000*ACTION IS REFUSED SO NOTHING HAS TO BE KEYED AGAIN               00600000
006100 01 WS-SAVE-INPUT.                                                00610000
006200    05 SAVE-ACTN PIC X(1).                                        00620000
006300    05 SAVE-LNUM PIC X(2).                                        00630000
006400    05 SAVE-RTYP PIC X(1).                                        00640000
006500    05 SAVE-RNAM PIC X(8).                                        00650000
006600    05 SAVE-NOTE1 PIC X(60).                                      00660000
006700    05 SAVE-NOTE2 PIC X(60).                                      00670000
006800 01 WS-KEEP-INPUT PIC X(01) VALUE 'N'.                            00680000
006900    88 KEEP-INPUT-Y VALUE 'Y'.                                    00690000
007000*ONE LIST LINE - LINES UP UNDER THE MAP'S COLUMN HEADING          00700000
007100 01 WS-LIST-LINE.                                                 00710000
007200    05 LL-LINE-NO PIC Z9.                                         00720000
007300    05 FILLER PIC X(1) VALUE SPACE.                               00730000
007400    05 LL-BUS-DATE PIC X(8).                                      00740000
007500    05 FILLER PIC X(1) VALUE SPACE.                               00750000
007600    05 LL-TIME PIC X(5).                                          00760000
007700    05 FILLER PIC X(1) VALUE SPACE.                               00770000
007800    05 LL-OPERATOR PIC X(8).                                      00780000
007900    05 FILLER PIC X(1) VALUE SPACE.                               00790000
008000    05 LL-TYPE PIC X(1).                                          00800000
008100    05 FILLER PIC X(1) VALUE SPACE.                               00810000
008200    05 LL-REF PIC X(8).                                           00820000
008300    05 FILLER PIC X(1) VALUE SPACE.                               00830000
008400    05 LL-STATUS PIC X(1).                                        00840000
008500    05 FILLER PIC X(1) VALUE SPACE.                               00850000
008600    05 LL-NOTE PIC X(35).                                         00860000
008700*THE LISTED LINES' KEYS TRAVEL IN THE COMMAREA SO A RESOLVE ON THE00870000
008800*NEXT INTERACTION GOES TO THE ENTRY THE OPERATOR SAW, EVEN IF     00880000
008900*ANOTHER NOTE HAS BEEN ADDED IN BETWEEN                           00890000
009000 01 WS-COMMAREA.                                                  00900000
009100    05 WS-CA-ROW-COUNT PIC S9(4) COMP VALUE ZERO.                 00910000
009200    05 WS-CA-ROW-KEY PIC X(30) OCCURS 10 TIMES.                   00920000
009300 LINKAGE SECTION.                                                 00930000
009400 01 DFHCOMMAREA.                                                  00940000
009500    05 CA-ROW-COUNT PIC S9(4) COMP.                               00950000
009600    05 CA-ROW-KEY PIC X(30) OCCURS 10 TIMES.                      00960000
009700 PROCEDURE DIVISION.                                              00970000
009800 A000-MAIN-PARA.                                                  00980000
009900     IF EIBAID = DFHPF12                                          00990000
010000         EXEC CICS                                                01000000
010100             XCTL PROGRAM('PROGAB55')                             01010000
010200         END-EXEC                                                 01020000
010300     END-IF.                                                      01030000
010400     IF EIBAID = DFHPF3                                           01040000
010500         EXEC CICS                                                01050000
010600             XCTL PROGRAM('PROGAB60')                             01060000
010700         END-EXEC                                                 01070000
010800     END-IF.                                                      01080000
010900     EXEC CICS                                                    01090000
011000         ASSIGN USERID(WS-USERID)                                 01100000
011100     END-EXEC.                                                    01110000
011200     IF WS-USERID = SPACES                                        01120000
011300         MOVE 'NOT SIGNED ON - ACCESS DENIED' TO WS-MESSAGE       01130000
011400         MOVE LOW-VALUES TO MAPHOVO                               01140000
011500         MOVE WS-MESSAGE TO MSGO                                  01150000
011600         PERFORM SEND-MAP-PARA                                    01160000
011700         EXEC CICS                                                01170000
011800             RETURN                                               01180000
011900         END-EXEC                                                 01190000
012000     END-IF.                                                      01200000
012100     PERFORM READ-AUTH-PARA.                                      01210000
012200     IF OA-OPT7 NOT = 'Y'                                         01220000
012300         PERFORM REFUSE-ENTRY-PARA                                01230000
012400     END-IF.                                                      01240000
012500     PERFORM GET-NOW-PARA.                                        01250000
012600     PERFORM FIND-LATEST-PARA.                                    01260000
012700     IF WS-REPORT-DATE = SPACES                                   01270000
012800         MOVE WS-NOW-DATE TO WS-REPORT-DATE                       01280000
012900     END-IF.                                                      01290000
013000     MOVE SPACES TO WS-MESSAGE.                                   01300000
013100     IF EIBCALEN = 0                                              01310000
013200         MOVE LOW-VALUES TO MAPHOVO                               01320000
013300         PERFORM BUILD-LIST-PARA                                  01330000
013400     ELSE                                                         01340000
013500         MOVE DFHCOMMAREA TO WS-COMMAREA                          01350000
013600         PERFORM RECV-MAP-PARA                                    01360000
013700         PERFORM ACTION-PARA                                      01370000
013800         MOVE LOW-VALUES TO MAPHOVO                               01380000
013900         PERFORM BUILD-LIST-PARA                                  01390000
014000         IF KEEP-INPUT-Y                                          01400000
014100             PERFORM RESTORE-INPUT-PARA                           01410000
014200         END-IF                                                   01420000
014300     END-IF.                                                      01430000
014400     IF WS-MESSAGE NOT = SPACES                                   01440000
014500         MOVE WS-MESSAGE TO MSGO                                  01450000
014600     END-IF.                                                      01460000
014700     PERFORM SEND-MAP-PARA.                                       01470000
014800     EXEC CICS                                                    01480000
014900         RETURN TRANSID('AB64')                                   01490000
015000                COMMAREA(WS-COMMAREA)                             01500000
015100                LENGTH(LENGTH OF WS-COMMAREA)                     01510000
015200     END-EXEC.                                                    01520000
015300 SEND-MAP-PARA.                                                   01530000
015400      EXEC CICS SEND MAP('HOVRM')                                 01540000
015500                MAPSET('MAPAB64')                                 01550000
015600                FROM(MAPHOVO)                                     01560000
015700                ERASE                                             01570000
015800                FREEKB                                            01580000
015900      END-EXEC.                                                   01590000
016000 RECV-MAP-PARA.                                                   01600000
016100      EXEC CICS                                                   01610000
016200       RECEIVE MAP('HOVRM') MAPSET('MAPAB64') INTO (MAPHOVI)      01620000
016300      END-EXEC.                                                   01630000
016400*PERMISSIONS FOR THE SIGNED-ON USER - NO RECORD MEANS NO OPTION 7 01640000
016500 READ-AUTH-PARA.                                                  01650000
016600     MOVE WS-USERID TO OA-USERID.                                 01660000
016700*FLAGS DEFAULT TO N  - A SHORT PRE-CONVERSION RECORD MUST         01670000
016800*NOT LEAVE STALE OPTION  BYTES BEHIND THE READ                    01680000
016900     MOVE 'N' TO OA-OPT1 OA-OPT2 OA-OPT3 OA-OPT4                  01690000
017000                 OA-OPT5 OA-OPT6 OA-OPT7 OA-OPT8                  01700000
017100     EXEC CICS                                                    01710000
017200         READ FILE('OPERAUTH')                                    01720000
017300              INTO(OPERAUTH-REC)                                  01730000
017400              RIDFLD(OA-USERID)                                   01740000
017500              LENGTH(LENGTH OF OPERAUTH-REC)                      01750000
017600              RESP(WS-AUTH-RESP)                                  01760000
017700     END-EXEC.                                                    01770000
017800     IF WS-AUTH-RESP NOT = ZERO                                   01780000
017900         MOVE 'N' TO OA-OPT7                                      01790000
018000     END-IF.                                                      01800000
018100*AN UNAUTHORIZED ENTRY GOES TO THE CAUD AUDIT QUEUE AND THE USER  01810000
018200*GOES BACK TO THE MENU                                            01820000
018300 REFUSE-ENTRY-PARA.                                               01830000
018400     MOVE 'PROGAB64' TO AUDLOG-PROGRAM.                           01840000
018500     MOVE WS-USERID TO AUDLOG-PARAGRAPH.                          01850000
018600     MOVE 'AUTHFAIL' TO AUDLOG-STATUS-CODE.                       01860000
018700     MOVE SPACES TO AUDLOG-TIMESTAMP.                             01870000
018800     PERFORM GET-NOW-PARA.                                        01880000
018900     MOVE WS-NOW-TS TO AUDLOG-TIMESTAMP.                          01890000
019000     EXEC CICS                                                    01900000
019100         WRITEQ TD QUEUE('CAUD')                                  01910000
019200                FROM(AUDIT-LOG-REC)                               01920000
019300                LENGTH(LENGTH OF AUDIT-LOG-REC)                   01930000
019400     END-EXEC.                                                    01940000
019500     EXEC CICS                                                    01950000
019600         XCTL PROGRAM('PROGAB55')                                 01960000
019700     END-EXEC.                                                    01970000
019800 GET-NOW-PARA.                                                    01980000
019900     EXEC CICS                                                    01990000
020000         ASKTIME ABSTIME(WS-ABSTIME)                              02000000
020100     END-EXEC.                                                    02010000
020200     EXEC CICS                                                    02020000
020300         FORMATTIME ABSTIME(WS-ABSTIME)                           02030000
020400                    YYYYMMDD(WS-NOW-DATE)                         02040000
020500                    TIME(WS-NOW-TIME)                             02050000
020600     END-EXEC.                                                    02060000
020700*THE LATEST BUSINESS DATE IN THE REGISTRY, AS AB60 FINDS IT - ONE 02070000
020800*HIGH-VALUES START AND ONE READPREV. BEFORE THE FIRST STREAM RUN  02080000
020900*THERE IS NONE AND TODAY'S DATE IS USED                           02090000
021000 FIND-LATEST-PARA.                                                02100000
021100     MOVE SPACES TO WS-REPORT-DATE.                               02110000
021200     MOVE HIGH-VALUES TO WS-BROWSE-KEY.                           02120000
021300     EXEC CICS                                                    02130000
021400         STARTBR FILE('RUNCTL')                                   02140000
021500                 RIDFLD(WS-BROWSE-KEY)                            02150000
021600                 GTEQ                                             02160000
021700                 RESP(WS-BROWSE-RESP)                             02170000
021800     END-EXEC.                                                    02180000
021900     IF WS-BROWSE-RESP = ZERO                                     02190000
022000         EXEC CICS                                                02200000
022100             READPREV FILE('RUNCTL')                              02210000
022200                      INTO(RUN-CONTROL-REC)                       02220000
022300                      RIDFLD(WS-BROWSE-KEY)                       02230000
022400                      LENGTH(LENGTH OF RUN-CONTROL-REC)           02240000
022500                      RESP(WS-BROWSE-RESP)                        02250000
022600         END-EXEC                                                 02260000
022700         IF WS-BROWSE-RESP = ZERO                                 02270000
022800             MOVE RC-BUS-DATE TO WS-REPORT-DATE                   02280000
022900         END-IF                                                   02290000
023000         EXEC CICS                                                02300000
023100             ENDBR FILE('RUNCTL')                                 02310000
023200         END-EXEC                                                 02320000
023300     END-IF.                                                      02330000
023400 ACTION-PARA.                                                     02340000
023500     MOVE ACTNI TO SAVE-ACTN.                                     02350000
023600     MOVE LNUMI TO SAVE-LNUM.                                     02360000
023700     MOVE RTYPI TO SAVE-RTYP.                                     02370000
023800     MOVE RNAMI TO SAVE-RNAM.                                     02380000
023900     MOVE NOTE1I TO SAVE-NOTE1.                                   02390000
024000     MOVE NOTE2I TO SAVE-NOTE2.                                   02400000
024100     INSPECT WS-SAVE-INPUT REPLACING ALL LOW-VALUE BY SPACE.      02410000
024200     EVALUATE SAVE-ACTN                                           02420000
024300         WHEN 'A'                                                 02430000
024400             PERFORM ADD-ENTRY-PARA                               02440000
024500         WHEN 'R'                                                 02450000
024600             PERFORM RESOLVE-PARA                                 02460000
024700         WHEN SPACE                                               02470000
024800             CONTINUE                                             02480000
024900         WHEN OTHER                                               02490000
025000             MOVE 'ACTION MUST BE A OR R' TO WS-MESSAGE           02500000
025100             SET KEEP-INPUT-Y TO TRUE                             02510000
025200     END-EVALUATE.                                                02520000
025300*A NEW NOTE - OPEN, UNDER THE REGISTRY'S BUSINESS DATE. A STEP OR 02530000
025400*ALERT NOTE MUST NAME THE PROGRAM IT IS ABOUT                     02540000
025500 ADD-ENTRY-PARA.                                                  02550000
025600     MOVE 'Y' TO WS-ENTRY-OK.                                     02560000
025700     IF SAVE-RTYP NOT = 'S' AND SAVE-RTYP NOT = 'A'               02570000
025800      AND SAVE-RTYP NOT = 'G'                                     02580000
025900         MOVE 'TYPE MUST BE S, A OR G' TO WS-MESSAGE              02590000
026000         MOVE 'N' TO WS-ENTRY-OK                                  02600000
026100     END-IF.                                                      02610000
026200     IF ENTRY-OK-Y AND SAVE-RTYP NOT = 'G' AND SAVE-RNAM = SPACES 02620000
026300         MOVE 'NAME THE STEP OR ALERT PROGRAM' TO WS-MESSAGE      02630000
026400         MOVE 'N' TO WS-ENTRY-OK                                  02640000
026500     END-IF.                                                      02650000
026600     IF ENTRY-OK-Y AND SAVE-NOTE1 = SPACES AND SAVE-NOTE2 = SPACES02660000
026700         MOVE 'ENTER THE NOTE' TO WS-MESSAGE                      02670000
026800         MOVE 'N' TO WS-ENTRY-OK                                  02680000
026900     END-IF.                                                      02690000
027000     IF NOT ENTRY-OK-Y                                            02700000
027100         SET KEEP-INPUT-Y TO TRUE                                 02710000
027200     ELSE                                                         02720000
027300         MOVE SPACES TO HANDOVER-REC                              02730000
027400         MOVE WS-REPORT-DATE TO HO-BUS-DATE                       02740000
027500         MOVE WS-NOW-TS TO HO-ENTRY-TS                            02750000
027600         MOVE WS-USERID TO HO-OPERATOR                            02760000
027700         MOVE SAVE-RTYP TO HO-REF-TYPE                            02770000
027800         MOVE SAVE-RNAM TO HO-REF-NAME                            02780000
027900         MOVE SAVE-NOTE1 TO HO-NOTE-LINE (1)                      02790000
028000         MOVE SAVE-NOTE2 TO HO-NOTE-LINE (2)                      02800000
028100         SET HO-OPEN TO TRUE                                      02810000
028200         EXEC CICS                                                02820000
028300             WRITE FILE('HANDOVR')                                02830000
028400                   FROM(HANDOVER-REC)                             02840000
028500                   RIDFLD(HO-KEY)                                 02850000
028600                   LENGTH(LENGTH OF HANDOVER-REC)                 02860000
028700                   RESP(WS-HO-RESP)                               02870000
028800         END-EXEC                                                 02880000
028900         IF WS-HO-RESP = ZERO                                     02890000
029000             MOVE 'HANDOVER NOTE ADDED' TO WS-MESSAGE             02900000
029100         ELSE                                                     02910000
029200             MOVE 'NOTE NOT ADDED - PRESS ENTER TO RETRY'         02920000
029300                 TO WS-MESSAGE                                    02930000
029400             SET KEEP-INPUT-Y TO TRUE                             02940000
029500         END-IF                                                   02950000
029600     END-IF.                                                      02960000
029700*RESOLVE THE LISTED ENTRY ON THE LINE GIVEN. THE FIRST NOTE LINE, 02970000
029800*IF TYPED, IS KEPT AS THE RESOLUTION                              02980000
029900 RESOLVE-PARA.                                                    02990000
030000     MOVE SAVE-LNUM TO WS-LINE-X.                                 03000000
030100     IF WS-LINE-X (2:1) = SPACE                                   03010000
030200         MOVE WS-LINE-X (1:1) TO WS-LINE-X (2:1)                  03020000
030300         MOVE '0' TO WS-LINE-X (1:1)                              03030000
030400     END-IF.                                                      03040000
030500     IF WS-LINE-X (1:1) = SPACE                                   03050000
030600         MOVE '0' TO WS-LINE-X (1:1)                              03060000
030700     END-IF.                                                      03070000
030800     IF WS-LINE-X NOT NUMERIC                                     03080000
030900         MOVE 'ENTER THE LINE NUMBER TO RESOLVE' TO WS-MESSAGE    03090000
031000         SET KEEP-INPUT-Y TO TRUE                                 03100000
031100     ELSE                                                         03110000
031200         IF WS-LINE-NO < 1 OR WS-LINE-NO > WS-CA-ROW-COUNT        03120000
031300             MOVE 'NO SUCH LINE ON THE LIST' TO WS-MESSAGE        03130000
031400             SET KEEP-INPUT-Y TO TRUE                             03140000
031500         ELSE                                                     03150000
031600             PERFORM RESOLVE-ONE-PARA                             03160000
031700         END-IF                                                   03170000
031800     END-IF.                                                      03180000
031900 RESOLVE-ONE-PARA.                                                03190000
032000     MOVE WS-CA-ROW-KEY (WS-LINE-NO) TO HO-KEY.                   03200000
032100     EXEC CICS                                                    03210000
032200         READ FILE('HANDOVR') UPDATE                              03220000
032300              INTO(HANDOVER-REC)                                  03230000
032400              RIDFLD(HO-KEY)                                      03240000
032500              LENGTH(LENGTH OF HANDOVER-REC)                      03250000
032600              RESP(WS-HO-RESP)                                    03260000
032700     END-EXEC.                                                    03270000
032800     IF WS-HO-RESP NOT = ZERO                                     03280000
032900         MOVE 'ENTRY NOT FOUND - PRESS ENTER' TO WS-MESSAGE       03290000
033000     ELSE                                                         03300000
033100         IF HO-RESOLVED                                           03310000
033200             EXEC CICS                                            03320000
033300                 UNLOCK FILE('HANDOVR')                           03330000
033400             END-EXEC                                             03340000
033500             MOVE SPACES TO WS-MESSAGE                            03350000
033600             STRING 'ALREADY RESOLVED BY ' HO-RESOLVED-BY         03360000
033700                    DELIMITED BY SIZE INTO WS-MESSAGE             03370000
033800             END-STRING                                           03380000
033900         ELSE                                                     03390000
034000             SET HO-RESOLVED TO TRUE                              03400000
034100             MOVE WS-USERID TO HO-RESOLVED-BY                     03410000
034200             MOVE WS-NOW-TS TO HO-RESOLVED-TS                     03420000
034300             MOVE SAVE-NOTE1 TO HO-RESOLVE-NOTE                   03430000
034400             EXEC CICS                                            03440000
034500                 REWRITE FILE('HANDOVR')                          03450000
034600                         FROM(HANDOVER-REC)                       03460000
034700                         LENGTH(LENGTH OF HANDOVER-REC)           03470000
034800                         RESP(WS-HO-RESP)                         03480000
034900             END-EXEC                                             03490000
035000             IF WS-HO-RESP = ZERO                                 03500000
035100                 MOVE SPACES TO WS-MESSAGE                        03510000
035200                 STRING 'LINE ' WS-LINE-X ' RESOLVED'             03520000
035300                        DELIMITED BY SIZE INTO WS-MESSAGE         03530000
035400                 END-STRING                                       03540000
035500             ELSE                                                 03550000
035600                 MOVE 'RESOLVE FAILED - PRESS ENTER TO RETRY'     03560000
035700                     TO WS-MESSAGE                                03570000
035800                 SET KEEP-INPUT-Y TO TRUE                         03580000
035900             END-IF                                               03590000
036000         END-IF                                                   03600000
036100     END-IF.                                                      03610000
036200 RESTORE-INPUT-PARA.                                              03620000
036300     MOVE SAVE-ACTN TO ACTNO.                                     03630000
036400     MOVE SAVE-LNUM TO LNUMO.                                     03640000
036500     MOVE SAVE-RTYP TO RTYPO.                                     03650000
036600     MOVE SAVE-RNAM TO RNAMO.                                     03660000
036700     MOVE SAVE-NOTE1 TO NOTE1O.                                   03670000
036800     MOVE SAVE-NOTE2 TO NOTE2O.                                   03680000
036900*ONE PASS OF THE LOG, OLDEST KEY FIRST - OPEN NOTES FROM EARLIER  03690000
037000*DATES (CARRIED FORWARD), THEN EVERY NOTE FOR THE DATE, TEN TO A  03700000
037100*SCREEN. THE LOG IS KEYED DATE FIRST, SO THE PASS STOPS AT THE    03710000
037200*FIRST LATER DATE. THE OPEN COUNT TAKES THE SAME RULE AS AB60'S   03720000
037300 BUILD-LIST-PARA.                                                 03730000
037400     MOVE ZERO TO WS-ROW-COUNT.                                   03740000
037500     MOVE ZERO TO WS-OPEN-COUNT.                                  03750000
037600     MOVE 'N' TO WS-LIST-MORE.                                    03760000
037700     MOVE 'N' TO WS-BROWSE-EOF.                                   03770000
037800     MOVE LOW-VALUES TO WS-HO-BROWSE-KEY.                         03780000
037900     EXEC CICS                                                    03790000
038000         STARTBR FILE('HANDOVR')                                  03800000
038100                 RIDFLD(WS-HO-BROWSE-KEY)                         03810000
038200                 GTEQ                                             03820000
038300                 RESP(WS-BROWSE-RESP)                             03830000
038400     END-EXEC.                                                    03840000
038500     IF WS-BROWSE-RESP NOT = ZERO                                 03850000
038600         SET BROWSE-EOF-Y TO TRUE                                 03860000
038700     ELSE                                                         03870000
038800         PERFORM LIST-ONE-PARA UNTIL BROWSE-EOF-Y                 03880000
038900         EXEC CICS                                                03890000
039000             ENDBR FILE('HANDOVR')                                03900000
039100         END-EXEC                                                 03910000
039200     END-IF.                                                      03920000
039300     MOVE WS-ROW-COUNT TO WS-CA-ROW-COUNT.                        03930000
039400     MOVE WS-REPORT-DATE TO BDATEO.                               03940000
039500     MOVE WS-OPEN-COUNT TO WS-OPEN-EDIT.                          03950000
039600     MOVE WS-OPEN-EDIT TO OPENCO.                                 03960000
039700     IF WS-ROW-COUNT = ZERO                                       03970000
039800         MOVE 'NO HANDOVER ENTRIES FOR THIS DATE' TO MSGO         03980000
039900     END-IF.                                                      03990000
040000     IF LIST-MORE-Y                                               04000000
040100         MOVE 'MORE ENTRIES THAN FIT - SEE HANDRPT' TO MSGO       04010000
040200     END-IF.                                                      04020000
040300 LIST-ONE-PARA.                                                   04030000
040400     EXEC CICS                                                    04040000
040500         READNEXT FILE('HANDOVR')                                 04050000
040600                  INTO(HANDOVER-REC)                              04060000
040700                  RIDFLD(WS-HO-BROWSE-KEY)                        04070000
040800                  LENGTH(LENGTH OF HANDOVER-REC)                  04080000
040900                  RESP(WS-BROWSE-RESP)                            04090000
041000     END-EXEC.                                                    04100000
041100     IF WS-BROWSE-RESP NOT = ZERO                                 04110000
041200         SET BROWSE-EOF-Y TO TRUE                                 04120000
041300     ELSE                                                         04130000
041400         IF HO-BUS-DATE > WS-REPORT-DATE                          04140000
041500             SET BROWSE-EOF-Y TO TRUE                             04150000
041600         ELSE                                                     04160000
041700             IF HO-OPEN                                           04170000
041800                 ADD 1 TO WS-OPEN-COUNT                           04180000
041900             END-IF                                               04190000
042000             IF HO-OPEN OR HO-BUS-DATE = WS-REPORT-DATE           04200000
042100                 PERFORM PUT-LIST-LINE-PARA                       04210000
042200             END-IF                                               04220000
042300         END-IF                                                   04230000
042400     END-IF.                                                      04240000
042500 PUT-LIST-LINE-PARA.                                              04250000
042600     IF WS-ROW-COUNT < WS-ROW-MAX                                 04260000
042700         ADD 1 TO WS-ROW-COUNT                                    04270000
042800         MOVE HO-KEY TO WS-CA-ROW-KEY (WS-ROW-COUNT)              04280000
042900         MOVE SPACES TO WS-LIST-LINE                              04290000
043000         MOVE WS-ROW-COUNT TO LL-LINE-NO                          04300000
043100         MOVE HO-BUS-DATE TO LL-BUS-DATE                          04310000
043200         STRING HO-ENTRY-TS (9:2) ':' HO-ENTRY-TS (11:2)          04320000
043300                DELIMITED BY SIZE INTO LL-TIME                    04330000
043400         END-STRING                                               04340000
043500         MOVE HO-OPERATOR TO LL-OPERATOR                          04350000
043600         MOVE HO-REF-TYPE TO LL-TYPE                              04360000
043700         MOVE HO-REF-NAME TO LL-REF                               04370000
043800         MOVE HO-STATUS TO LL-STATUS                              04380000
043900         MOVE HO-NOTE TO LL-NOTE                                  04390000
044000         MOVE WS-LIST-LINE TO LINO (WS-ROW-COUNT)                 04400000
044100     ELSE                                                         04410000
044200         SET LIST-MORE-Y TO TRUE                                  04420000
044300     END-IF.                                                      04430000
