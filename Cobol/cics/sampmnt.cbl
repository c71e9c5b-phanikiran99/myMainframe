000100*SAMPLE FILE INQUIRY AND MAINTENANCE - TRANSACTION AB63, OFF THE  00010000
000200*AB55 MENU (OPTION 8). THE FRONT OFFICE USED TO PHONE IN A LOOKUP 00020000
000300*OR A CORRECTION AND WAIT FOR A KSDSMNT TRANSACTION TO GO THROUGH 00030000
000400*THE BATCH RUN - THIS FINDS A SAMPLE KSDS RECORD BY ITS KEY       00040000
000500*(SAMPLE-DATA1) OR BY NAME THROUGH THE SAMPLE-DATA2 ALTERNATE     00050000
000600*INDEX PATH (CICS FILE SAMPNAME OVER CENSUS.SAMPLE.KSDS.PATH),    00060000
000700*LISTS THE KEYS WHEN A NAME MATCHES SEVERAL, AND ADDS, CHANGES OR 00070000
000800*DELETES ONE RECORD. A CHANGE OR DELETE MUST FOLLOW AN INQUIRY    00080000
000900*AND IS REFUSED IF THE RECORD MOVED UNDERNEATH IT SINCE. EVERY    00090000
001000*APPLIED CHANGE WRITES THE KSDSMNT BEFORE/AFTER IMAGE (SEE        00100000
001100*KSDSIMG.CPY) TO THE KIMG EXTRAPARTITION TD QUEUE - CENSMORN ROLLS00110000
001200*THE DAY'S IMAGES INTO A CENSUS.SAMPLE.MNTIMAGE GENERATION, SO    00120000
001300*CENSBKO BACKS OUT AN ONLINE DAY THE SAME WAY AS A BATCH RUN - AND00130000
001400*AN ENTRY TO THE CAUD AUDIT QUEUE SAYING WHO TOUCHED WHICH KEY.   00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. PROGAB63.                                            00160000
001700 DATA DIVISION.                                                   00170000
001800 FILE SECTION.                                                    00180000
001900 WORKING-STORAGE SECTION.                                         00190000
002000 COPY DFHAID.                                                     00200000
002100 COPY DFHBMSCA.                                                   00210000
002200 COPY MAPAB63.                                                    00220000
002300 01 WS-MESSAGE PIC X(40).                                         00230000
002400 01 WS-USERID PIC X(08).                                          00240000
002500 01 WS-AUTH-RESP PIC S9(8) COMP.                                  00250000
002600*OPERATOR PERMISSIONS RECORD - SHARED LAYOUT, SEE OPERAUTH.CPY.   00260000
002700*OPTION 8 GUARDS THIS SCREEN.                                     00270000
002800 COPY OPERAUTH.                                                   00280000
002900 COPY AUDITLOG.                                                   00290000
003000 01 WS-ABSTIME PIC S9(15) COMP-3.                                 00300000
003100*BEFORE/AFTER IMAGE FOR KSDSBKO - SHARED LAYOUT, SEE KSDSIMG.CPY  00310000
003200 COPY KSDSIMG.                                                    00320000
003300*THE SAMPLE KSDS RECORD AS READ - THE KSDSMNT/KSDSBKO LAYOUT      00330000
003400 01 SAMPLE-REC.                                                   00340000
003500    05 SAMPLE-DATA1 PIC A(20).                                    00350000
003600    05 SAMPLE-DATA2 PIC A(30).                                    00360000
003700    05 SAMPLE-REST PIC X(30).                                     00370000
003800*THE RECORD AS KEYED ON THE SCREEN, FOR AN ADD OR A CHANGE        00380000
003900 01 WS-NEW-REC.                                                   00390000
004000    05 NEW-DATA1 PIC X(20).                                       00400000
004100    05 NEW-DATA2 PIC X(30).                                       00410000
004200    05 NEW-REST PIC X(30).                                        00420000
004300 01 WS-FILE-RESP PIC S9(8) COMP.                                  00430000
004400 01 WS-BROWSE-RESP PIC S9(8) COMP.                                00440000
004500 01 WS-BROWSE-EOF PIC X(01).                                      00450000
004600    88 BROWSE-EOF-Y VALUE 'Y'.                                    00460000
004700 01 WS-BROWSE-NAME PIC X(30).                                     00470000
004800 01 WS-LINE-IDX PIC S9(4) COMP VALUE ZERO.                        00480000
004900 01 WS-MATCH-COUNT PIC S9(4) COMP VALUE ZERO.                     00490000
005000 01 WS-FIELDS-OK PIC X(01).                                       00500000
005100    88 FIELDS-OK-Y VALUE 'Y'.                                     00510000
005200*LIST LINE WORK AREA - KEY AND NAME                               00520000
005300 01 WS-LINE-WORK.                                                 00530000
005400    05 LW-KEY PIC X(20).                                          00540000
005500    05 FILLER PIC X(2) VALUE SPACES.                              00550000
005600    05 LW-NAME PIC X(30).                                         00560000
005700*THE RECORD AS LAST SHOWN (A CHANGE OR DELETE IS CHECKED AGAINST  00570000
005800*IT) AND THE NAME LIST POSITION TRAVEL IN THE COMMAREA            00580000
005900 01 WS-COMMAREA.                                                  00590000
006000    05 WS-CA-SHOWN PIC X(80) VALUE SPACES.                        00600000
006100    05 WS-CA-NAME PIC X(30) VALUE SPACES.                         00610000
006200    05 WS-CA-SKIP PIC S9(4) COMP VALUE ZERO.                      00620000
006300 LINKAGE SECTION.                                                 00630000
006400 01 DFHCOMMAREA.                                                  00640000
006500    05 CA-SHOWN PIC X(80).                                        00650000
006600    05 CA-NAME PIC X(30).                                         00660000
006700    05 CA-SKIP PIC S9(4) COMP.                                    00670000
006800 PROCEDURE DIVISION.                                              00680000
006900 A000-MAIN-PARA.                                                  00690000
007000     IF EIBAID = DFHPF12                                          00700000
007100         EXEC CICS                                                00710000
007200             XCTL PROGRAM('PROGAB55')                             00720000
007300         END-EXEC                                                 00730000
007400     END-IF.                                                      00740000
007500     EXEC CICS                                                    00750000
007600         ASSIGN USERID(WS-USERID)                                 00760000
007700     END-EXEC.                                                    00770000
007800     IF WS-USERID = SPACES                                        00780000
007900         MOVE 'NOT SIGNED ON - ACCESS DENIED' TO WS-MESSAGE       00790000
008000         MOVE LOW-VALUES TO MAPSMPO                               00800000
008100         MOVE WS-MESSAGE TO MSGO                                  00810000
008200         PERFORM SEND-MAP-PARA                                    00820000
008300         EXEC CICS                                                00830000
008400             RETURN                                               00840000
008500         END-EXEC                                                 00850000
008600     END-IF.                                                      00860000
008700     PERFORM READ-AUTH-PARA.                                      00870000
008800     IF OA-OPT8 NOT = 'Y'                                         00880000
008900         PERFORM REFUSE-ENTRY-PARA                                00890000
009000     END-IF.                                                      00900000
009100     IF EIBCALEN = LENGTH OF WS-COMMAREA                          00910000
009200         MOVE DFHCOMMAREA TO WS-COMMAREA                          00920000
009300     END-IF.                                                      00930000
009400     IF EIBCALEN = 0                                              00940000
009500         MOVE LOW-VALUES TO MAPSMPO                               00950000
009600         MOVE 'ENTER A KEY OR NAME AND AN ACTION' TO MSGO         00960000
009700         PERFORM SEND-MAP-PARA                                    00970000
009800     ELSE                                                         00980000
009900         PERFORM RECV-MAP-PARA                                    00990000
010000         IF EIBAID = DFHPF8                                       01000000
010100             PERFORM NEXT-PAGE-PARA                               01010000
010200         ELSE                                                     01020000
010300             PERFORM ACTION-PARA                                  01030000
010400         END-IF                                                   01040000
010500         PERFORM SEND-MAP-PARA                                    01050000
010600     END-IF.                                                      01060000
010700     EXEC CICS                                                    01070000
010800         RETURN TRANSID('AB63')                                   01080000
010900                COMMAREA(WS-COMMAREA)                             01090000
011000                LENGTH(LENGTH OF WS-COMMAREA)                     01100000
011100     END-EXEC.                                                    01110000
011200 SEND-MAP-PARA.                                                   01120000
011300      EXEC CICS SEND MAP('SAMPM')                                 01130000
011400                MAPSET('MAPAB63')                                 01140000
011500                FROM(MAPSMPO)                                     01150000
011600                ERASE                                             01160000
011700                FREEKB                                            01170000
011800      END-EXEC.                                                   01180000
011900*AN EMPTY FIELD COMES BACK AS LOW-VALUES - TREAT IT AS BLANK      01190000
012000 RECV-MAP-PARA.                                                   01200000
012100      EXEC CICS                                                   01210000
012200       RECEIVE MAP('SAMPM') MAPSET('MAPAB63') INTO (MAPSMPI)      01220000
012300      END-EXEC.                                                   01230000
012400     IF SKEYI = LOW-VALUES                                        01240000
012500         MOVE SPACES TO SKEYI                                     01250000
012600     END-IF.                                                      01260000
012700     IF SNAMEI = LOW-VALUES                                       01270000
012800         MOVE SPACES TO SNAMEI                                    01280000
012900     END-IF.                                                      01290000
013000     IF SOTHRI = LOW-VALUES                                       01300000
013100         MOVE SPACES TO SOTHRI                                    01310000
013200     END-IF.                                                      01320000
013300*PERMISSIONS FOR THE SIGNED-ON USER - THIS SCREEN UPDATES THE     01330000
013400*FILE, SO THE NO-RECORD FALLBACK IS NO OPTION 8                   01340000
013500 READ-AUTH-PARA.                                                  01350000
013600     MOVE WS-USERID TO OA-USERID.                                 01360000
013700*FLAGS DEFAULT TO N  - A SHORT PRE-CONVERSION RECORD MUST         01370000
013800*NOT LEAVE STALE OPTION  BYTES BEHIND THE READ                    01380000
013900     MOVE 'N' TO OA-OPT1 OA-OPT2 OA-OPT3 OA-OPT4                  01390000
014000                 OA-OPT5 OA-OPT6 OA-OPT7 OA-OPT8                  01400000
014100     EXEC CICS                                                    01410000
014200         READ FILE('OPERAUTH')                                    01420000
014300              INTO(OPERAUTH-REC)                                  01430000
014400              RIDFLD(OA-USERID)                                   01440000
014500              LENGTH(LENGTH OF OPERAUTH-REC)                      01450000
014600              RESP(WS-AUTH-RESP)                                  01460000
014700     END-EXEC.                                                    01470000
014800     IF WS-AUTH-RESP NOT = ZERO                                   01480000
014900         MOVE 'N' TO OA-OPT8                                      01490000
015000     END-IF.                                                      01500000
015100*AN UNAUTHORIZED ENTRY GOES TO THE CAUD AUDIT QUEUE AND THE USER  01510000
015200*GOES BACK TO THE MENU                                            01520000
015300 REFUSE-ENTRY-PARA.                                               01530000
015400     MOVE 'PROGAB63' TO AUDLOG-PROGRAM.                           01540000
015500     MOVE WS-USERID TO AUDLOG-PARAGRAPH.                          01550000
015600     MOVE 'AUTHFAIL' TO AUDLOG-STATUS-CODE.                       01560000
015700     PERFORM WRITE-CAUD-PARA.                                     01570000
015800     EXEC CICS                                                    01580000
015900         XCTL PROGRAM('PROGAB55')                                 01590000
016000     END-EXEC.                                                    01600000
016100*STAMP AND WRITE ONE ENTRY TO THE CAUD EXTRAPARTITION TD QUEUE    01610000
016200 WRITE-CAUD-PARA.                                                 01620000
016300     MOVE SPACES TO AUDLOG-TIMESTAMP.                             01630000
016400     EXEC CICS                                                    01640000
016500         ASKTIME ABSTIME(WS-ABSTIME)                              01650000
016600     END-EXEC.                                                    01660000
016700     EXEC CICS                                                    01670000
016800         FORMATTIME ABSTIME(WS-ABSTIME)                           01680000
016900                    YYYYMMDD(AUDLOG-TIMESTAMP (1:8))              01690000
017000                    TIME(AUDLOG-TIMESTAMP (9:6))                  01700000
017100     END-EXEC.                                                    01710000
017200     EXEC CICS                                                    01720000
017300         WRITEQ TD QUEUE('CAUD')                                  01730000
017400                FROM(AUDIT-LOG-REC)                               01740000
017500                LENGTH(LENGTH OF AUDIT-LOG-REC)                   01750000
017600     END-EXEC.                                                    01760000
017700*A NEW ACTION ENDS ANY NAME LIST BEING PAGED                      01770000
017800 ACTION-PARA.                                                     01780000
017900     MOVE SPACES TO WS-CA-NAME.                                   01790000
018000     MOVE ZERO TO WS-CA-SKIP.                                     01800000
018100     EVALUATE ACTNI                                               01810000
018200         WHEN 'I'                                                 01820000
018300             PERFORM INQUIRE-PARA                                 01830000
018400         WHEN 'N'                                                 01840000
018500             PERFORM NAME-SEARCH-PARA                             01850000
018600         WHEN 'A'                                                 01860000
018700             PERFORM ADD-PARA                                     01870000
018800         WHEN 'C'                                                 01880000
018900             PERFORM CHANGE-PARA                                  01890000
019000         WHEN 'D'                                                 01900000
019100             PERFORM DELETE-PARA                                  01910000
019200         WHEN OTHER                                               01920000
019300             MOVE 'ACTION MUST BE I, N, A, C OR D' TO MSGO        01930000
019400     END-EVALUATE.                                                01940000
019500 INQUIRE-PARA.                                                    01950000
019600     IF SKEYI = SPACES                                            01960000
019700         MOVE 'ENTER A KEY' TO MSGO                               01970000
019800     ELSE                                                         01980000
019900         MOVE SKEYI TO SAMPLE-DATA1                               01990000
020000         EXEC CICS                                                02000000
020100             READ FILE('SAMPLE')                                  02010000
020200                  INTO(SAMPLE-REC)                                02020000
020300                  RIDFLD(SAMPLE-DATA1)                            02030000
020400                  LENGTH(LENGTH OF SAMPLE-REC)                    02040000
020500                  RESP(WS-FILE-RESP)                              02050000
020600         END-EXEC                                                 02060000
020700         IF WS-FILE-RESP = ZERO                                   02070000
020800             PERFORM SHOW-RECORD-PARA                             02080000
020900             MOVE 'RECORD FOUND' TO MSGO                          02090000
021000         ELSE                                                     02100000
021100             MOVE SPACES TO WS-CA-SHOWN                           02110000
021200             MOVE 'NO SAMPLE RECORD FOR THAT KEY' TO MSGO         02120000
021300         END-IF                                                   02130000
021400     END-IF.                                                      02140000
021500 SHOW-RECORD-PARA.                                                02150000
021600     MOVE SAMPLE-DATA1 TO SKEYO.                                  02160000
021700     MOVE SAMPLE-DATA2 TO SNAMEO.                                 02170000
021800     MOVE SAMPLE-REST TO SOTHRO.                                  02180000
021900     MOVE SAMPLE-REC TO WS-CA-SHOWN.                              02190000
022000*A READ THROUGH THE PATH RETURNS THE FIRST RECORD FOR THE NAME -  02200000
022100*RESP 15 (DUPKEY) MEANS OTHER KEYS SHARE IT, SO LIST THEM ALL     02210000
022200 NAME-SEARCH-PARA.                                                02220000
022300     IF SNAMEI = SPACES                                           02230000
022400         MOVE 'ENTER A NAME' TO MSGO                              02240000
022500     ELSE                                                         02250000
022600         MOVE SNAMEI TO WS-BROWSE-NAME                            02260000
022700         EXEC CICS                                                02270000
022800             READ FILE('SAMPNAME')                                02280000
022900                  INTO(SAMPLE-REC)                                02290000
023000                  RIDFLD(WS-BROWSE-NAME)                          02300000
023100                  LENGTH(LENGTH OF SAMPLE-REC)                    02310000
023200                  RESP(WS-FILE-RESP)                              02320000
023300         END-EXEC                                                 02330000
023400         EVALUATE TRUE                                            02340000
023500             WHEN WS-FILE-RESP = ZERO                             02350000
023600                 PERFORM SHOW-RECORD-PARA                         02360000
023700                 MOVE 'RECORD FOUND' TO MSGO                      02370000
023800             WHEN WS-FILE-RESP = 15                               02380000
023900                 MOVE SPACES TO WS-CA-SHOWN                       02390000
024000                 MOVE SNAMEI TO WS-CA-NAME                        02400000
024100                 PERFORM LIST-NAMES-PARA                          02410000
024200             WHEN OTHER                                           02420000
024300                 MOVE SPACES TO WS-CA-SHOWN                       02430000
024400                 MOVE 'NO SAMPLE RECORD WITH THAT NAME' TO MSGO   02440000
024500         END-EVALUATE                                             02450000
024600     END-IF.                                                      02460000
024700 NEXT-PAGE-PARA.                                                  02470000
024800     IF WS-CA-NAME = SPACES                                       02480000
024900         MOVE 'NO NAME LIST TO PAGE - USE ACTION N' TO MSGO       02490000
025000     ELSE                                                         02500000
025100         PERFORM LIST-NAMES-PARA                                  02510000
025200     END-IF.                                                      02520000
025300*ONE PAGE OF KEYS UNDER THE NAME - THE FIRST WS-CA-SKIP MATCHES   02530000
025400*WERE ON EARLIER PAGES. A DUPKEY ON THE TENTH LINE MEANS MORE     02540000
025500*FOLLOW                                                           02550000
025600 LIST-NAMES-PARA.                                                 02560000
025700     MOVE ZERO TO WS-LINE-IDX.                                    02570000
025800     MOVE ZERO TO WS-MATCH-COUNT.                                 02580000
025900     MOVE 'N' TO WS-BROWSE-EOF.                                   02590000
026000     MOVE WS-CA-NAME TO WS-BROWSE-NAME.                           02600000
026100     EXEC CICS                                                    02610000
026200         STARTBR FILE('SAMPNAME')                                 02620000
026300                 RIDFLD(WS-BROWSE-NAME)                           02630000
026400                 EQUAL                                            02640000
026500                 RESP(WS-BROWSE-RESP)                             02650000
026600     END-EXEC.                                                    02660000
026700     IF WS-BROWSE-RESP NOT = ZERO                                 02670000
026800         SET BROWSE-EOF-Y TO TRUE                                 02680000
026900     ELSE                                                         02690000
027000         PERFORM LIST-ONE-PARA UNTIL BROWSE-EOF-Y                 02700000
027100         EXEC CICS                                                02710000
027200             ENDBR FILE('SAMPNAME')                               02720000
027300         END-EXEC                                                 02730000
027400     END-IF.                                                      02740000
027500     IF WS-LINE-IDX = ZERO                                        02750000
027600         MOVE SPACES TO WS-CA-NAME                                02760000
027700         MOVE 'NO MORE KEYS UNDER THAT NAME' TO MSGO              02770000
027800     ELSE                                                         02780000
027900         ADD WS-LINE-IDX TO WS-CA-SKIP                            02790000
028000         IF WS-LINE-IDX = 10 AND WS-BROWSE-RESP = 15              02800000
028100             MOVE 'MORE KEYS UNDER THAT NAME - PF8' TO MSGO       02810000
028200         ELSE                                                     02820000
028300             MOVE SPACES TO WS-CA-NAME                            02830000
028400             MOVE 'SEVERAL KEYS - KEY ONE IN, ACTION I' TO MSGO   02840000
028500         END-IF                                                   02850000
028600     END-IF.                                                      02860000
028700 LIST-ONE-PARA.                                                   02870000
028800     EXEC CICS                                                    02880000
028900         READNEXT FILE('SAMPNAME')                                02890000
029000                  INTO(SAMPLE-REC)                                02900000
029100                  RIDFLD(WS-BROWSE-NAME)                          02910000
029200                  LENGTH(LENGTH OF SAMPLE-REC)                    02920000
029300                  RESP(WS-BROWSE-RESP)                            02930000
029400     END-EXEC.                                                    02940000
029500     IF WS-BROWSE-RESP NOT = ZERO AND WS-BROWSE-RESP NOT = 15     02950000
029600         SET BROWSE-EOF-Y TO TRUE                                 02960000
029700     ELSE                                                         02970000
029800         IF SAMPLE-DATA2 NOT = WS-CA-NAME                         02980000
029900             SET BROWSE-EOF-Y TO TRUE                             02990000
030000         ELSE                                                     03000000
030100             ADD 1 TO WS-MATCH-COUNT                              03010000
030200             IF WS-MATCH-COUNT > WS-CA-SKIP                       03020000
030300                 ADD 1 TO WS-LINE-IDX                             03030000
030400                 MOVE SAMPLE-DATA1 TO LW-KEY                      03040000
030500                 MOVE SAMPLE-DATA2 TO LW-NAME                     03050000
030600                 MOVE WS-LINE-WORK TO LINO (WS-LINE-IDX)          03060000
030700                 IF WS-LINE-IDX = 10                              03070000
030800                     SET BROWSE-EOF-Y TO TRUE                     03080000
030900                 END-IF                                           03090000
031000             END-IF                                               03100000
031100         END-IF                                                   03110000
031200     END-IF.                                                      03120000
031300*KEY AND NAME ARE THE SAMPLE-DATA1/2 PIC A FIELDS - LETTERS AND   03130000
031400*SPACES ONLY, AND NEITHER MAY BE BLANK                            03140000
031500 EDIT-FIELDS-PARA.                                                03150000
031600     MOVE 'Y' TO WS-FIELDS-OK.                                    03160000
031700     IF SKEYI = SPACES OR SNAMEI = SPACES                         03170000
031800         MOVE 'N' TO WS-FIELDS-OK                                 03180000
031900         MOVE 'KEY AND NAME ARE BOTH REQUIRED' TO MSGO            03190000
032000     ELSE                                                         03200000
032100         IF SKEYI IS NOT ALPHABETIC OR SNAMEI IS NOT ALPHABETIC   03210000
032200             MOVE 'N' TO WS-FIELDS-OK                             03220000
032300             MOVE 'KEY AND NAME TAKE LETTERS AND SPACES' TO MSGO  03230000
032400         END-IF                                                   03240000
032500     END-IF.                                                      03250000
032600 BUILD-RECORD-PARA.                                               03260000
032700     MOVE SKEYI TO NEW-DATA1.                                     03270000
032800     MOVE SNAMEI TO NEW-DATA2.                                    03280000
032900     MOVE SOTHRI TO NEW-REST.                                     03290000
033000 ADD-PARA.                                                        03300000
033100     PERFORM EDIT-FIELDS-PARA.                                    03310000
033200     IF FIELDS-OK-Y                                               03320000
033300         PERFORM BUILD-RECORD-PARA                                03330000
033400         EXEC CICS                                                03340000
033500             WRITE FILE('SAMPLE')                                 03350000
033600                   FROM(WS-NEW-REC)                               03360000
033700                   RIDFLD(NEW-DATA1)                              03370000
033800                   LENGTH(LENGTH OF WS-NEW-REC)                   03380000
033900                   RESP(WS-FILE-RESP)                             03390000
034000         END-EXEC                                                 03400000
034100         IF WS-FILE-RESP = ZERO                                   03410000
034200             MOVE SPACES TO IMAGE-REC                             03420000
034300             MOVE 'A' TO IMG-ACTION                               03430000
034400             MOVE WS-NEW-REC TO IMG-AFTER                         03440000
034500             PERFORM LOG-CHANGE-PARA                              03450000
034600             MOVE WS-NEW-REC TO WS-CA-SHOWN                       03460000
034700             MOVE 'RECORD ADDED' TO MSGO                          03470000
034800         ELSE                                                     03480000
034900             MOVE 'ADD FAILED - KEY MAY ALREADY EXIST' TO MSGO    03490000
035000         END-IF                                                   03500000
035100     END-IF.                                                      03510000
035200*A CHANGE REWRITES THE NAME AND THE REST OF THE RECORD - THE KEY  03520000
035300*ITSELF NEVER CHANGES (DELETE AND ADD FOR THAT)                   03530000
035400 CHANGE-PARA.                                                     03540000
035500     PERFORM EDIT-FIELDS-PARA.                                    03550000
035600     IF FIELDS-OK-Y                                               03560000
035700         IF WS-CA-SHOWN (1:20) NOT = SKEYI                        03570000
035800             MOVE 'INQUIRE ON THE KEY BEFORE A CHANGE' TO MSGO    03580000
035900         ELSE                                                     03590000
036000             PERFORM READ-FOR-UPDATE-PARA                         03600000
036100             IF WS-FILE-RESP = ZERO                               03610000
036200                 PERFORM APPLY-CHANGE-PARA                        03620000
036300             END-IF                                               03630000
036400         END-IF                                                   03640000
036500     END-IF.                                                      03650000
036600 APPLY-CHANGE-PARA.                                               03660000
036700     PERFORM BUILD-RECORD-PARA.                                   03670000
036800     EXEC CICS                                                    03680000
036900         REWRITE FILE('SAMPLE')                                   03690000
037000                 FROM(WS-NEW-REC)                                 03700000
037100                 LENGTH(LENGTH OF WS-NEW-REC)                     03710000
037200                 RESP(WS-FILE-RESP)                               03720000
037300     END-EXEC.                                                    03730000
037400     IF WS-FILE-RESP = ZERO                                       03740000
037500         MOVE SPACES TO IMAGE-REC                                 03750000
037600         MOVE 'U' TO IMG-ACTION                                   03760000
037700         MOVE SAMPLE-REC TO IMG-BEFORE                            03770000
037800         MOVE WS-NEW-REC TO IMG-AFTER                             03780000
037900         PERFORM LOG-CHANGE-PARA                                  03790000
038000         MOVE WS-NEW-REC TO WS-CA-SHOWN                           03800000
038100         MOVE 'RECORD CHANGED' TO MSGO                            03810000
038200     ELSE                                                         03820000
038300         MOVE 'CHANGE FAILED' TO MSGO                             03830000
038400     END-IF.                                                      03840000
038500 DELETE-PARA.                                                     03850000
038600     IF SKEYI = SPACES OR WS-CA-SHOWN (1:20) NOT = SKEYI          03860000
038700         MOVE 'INQUIRE ON THE KEY BEFORE A DELETE' TO MSGO        03870000
038800     ELSE                                                         03880000
038900         PERFORM READ-FOR-UPDATE-PARA                             03890000
039000         IF WS-FILE-RESP = ZERO                                   03900000
039100             PERFORM APPLY-DELETE-PARA                            03910000
039200         END-IF                                                   03920000
039300     END-IF.                                                      03930000
039400 APPLY-DELETE-PARA.                                               03940000
039500     EXEC CICS                                                    03950000
039600         DELETE FILE('SAMPLE')                                    03960000
039700                RESP(WS-FILE-RESP)                                03970000
039800     END-EXEC.                                                    03980000
039900     IF WS-FILE-RESP = ZERO                                       03990000
040000         MOVE SPACES TO IMAGE-REC                                 04000000
040100         MOVE 'D' TO IMG-ACTION                                   04010000
040200         MOVE SAMPLE-REC TO IMG-BEFORE                            04020000
040300         PERFORM LOG-CHANGE-PARA                                  04030000
040400         MOVE SPACES TO WS-CA-SHOWN                               04040000
040500         MOVE 'RECORD DELETED' TO MSGO                            04050000
040600     ELSE                                                         04060000
040700         MOVE 'DELETE FAILED' TO MSGO                             04070000
040800     END-IF.                                                      04080000
040900*LOCK THE RECORD AND PROVE IT IS STILL WHAT THE OPERATOR WAS      04090000
041000*SHOWN - IF ANOTHER TERMINAL OR A BATCH RUN MOVED IT, RELEASE IT  04100000
041100*AND REFUSE. WS-FILE-RESP COMES BACK ZERO ONLY WHEN THE CHANGE    04110000
041200*MAY GO AHEAD                                                     04120000
041300 READ-FOR-UPDATE-PARA.                                            04130000
041400     MOVE SKEYI TO SAMPLE-DATA1.                                  04140000
041500     EXEC CICS                                                    04150000
041600         READ FILE('SAMPLE') UPDATE                               04160000
041700              INTO(SAMPLE-REC)                                    04170000
041800              RIDFLD(SAMPLE-DATA1)                                04180000
041900              LENGTH(LENGTH OF SAMPLE-REC)                        04190000
042000              RESP(WS-FILE-RESP)                                  04200000
042100     END-EXEC.                                                    04210000
042200     IF WS-FILE-RESP NOT = ZERO                                   04220000
042300         MOVE SPACES TO WS-CA-SHOWN                               04230000
042400         MOVE 'NO SAMPLE RECORD FOR THAT KEY' TO MSGO             04240000
042500     ELSE                                                         04250000
042600         IF SAMPLE-REC NOT = WS-CA-SHOWN                          04260000
042700             EXEC CICS                                            04270000
042800                 UNLOCK FILE('SAMPLE')                            04280000
042900             END-EXEC                                             04290000
043000             MOVE 'RECORD CHANGED SINCE INQUIRY - RE-DO I' TO MSGO04300000
043100             MOVE 1 TO WS-FILE-RESP                               04310000
043200         END-IF                                                   04320000
043300     END-IF.                                                      04330000
043400*ONE BEFORE/AFTER IMAGE PER APPLIED CHANGE ON THE KIMG QUEUE, IN  04340000
043500*THE SHAPE KSDSBKO BACKS OUT, AND ONE CAUD ENTRY - THE PARAGRAPH  04350000
043600*FIELD CARRIES THE KEY, THE STATUS THE ACTION AND WHO TOOK IT     04360000
043700 LOG-CHANGE-PARA.                                                 04370000
043800     MOVE 'APPLIED' TO IMG-RESULT.                                04380000
043900     EXEC CICS                                                    04390000
044000         WRITEQ TD QUEUE('KIMG')                                  04400000
044100                FROM(IMAGE-REC)                                   04410000
044200                LENGTH(LENGTH OF IMAGE-REC)                       04420000
044300     END-EXEC.                                                    04430000
044400     MOVE 'PROGAB63' TO AUDLOG-PROGRAM.                           04440000
044500     MOVE SKEYI TO AUDLOG-PARAGRAPH.                              04450000
044600     MOVE SPACES TO AUDLOG-STATUS-CODE.                           04460000
044700     STRING IMG-ACTION WS-USERID                                  04470000
044800            DELIMITED BY SIZE INTO AUDLOG-STATUS-CODE             04480000
044900     END-STRING.                                                  04490000
045000     PERFORM WRITE-CAUD-PARA.                                     04500000
