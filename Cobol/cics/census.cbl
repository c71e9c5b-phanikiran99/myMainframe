005400      10 URBAN-POP            PIC S9(9) USAGE COMP.               00540000
005500      10 YEAR-OF-SUR          PIC S9(9) USAGE COMP.               00550000
005600      10 RATIO                PIC S9(9) USAGE COMP.               00560000
005602*AS-OF VIEW - THE DATE AND TIME AS TYPED (SENT BACK UNCHANGED),   00560200
005604*THE SAME CHECKED AS NUMBERS, AND THE DB2 TIMESTAMP BUILT FROM    00560400
005606*THEM. A BLANK TIME MEANS THE END OF THAT DAY, AND THE .999999    00560600
005608*COUNTS A CHANGE MADE WITHIN THE NAMED SECOND AS ALREADY MADE     00560800
005610  01 WS-ASOF-IN-DATE PIC X(08).                                   00561000
005612  01 WS-ASOF-IN-TIME PIC X(06).                                   00561200
005614  01 WS-ASOF-FLAG PIC X(01) VALUE 'N'.                            00561400
005616     88 ASOF-VIEW-Y VALUE 'Y'.                                    00561600
005618  01 WS-ASOF-DATE.                                                00561800
005620     05 WS-ASOF-D-YYYY PIC 9(04).                                 00562000
005622     05 WS-ASOF-D-MM PIC 9(02).                                   00562200
005624     05 WS-ASOF-D-DD PIC 9(02).                                   00562400
005626  01 WS-ASOF-TIME.                                                00562600
005628     05 WS-ASOF-T-HH PIC 9(02).                                   00562800
005630     05 WS-ASOF-T-MI PIC 9(02).                                   00563000
005632     05 WS-ASOF-T-SS PIC 9(02).                                   00563200
005634  01 WS-ASOF-TS.                                                  00563400
005636     05 WS-ASOF-YYYY PIC X(04).                                   00563600
005638     05 FILLER PIC X(01) VALUE '-'.                               00563800
005640     05 WS-ASOF-MM PIC X(02).                                     00564000
005642     05 FILLER PIC X(01) VALUE '-'.                               00564200
005644     05 WS-ASOF-DD PIC X(02).                                     00564400
005646     05 FILLER PIC X(01) VALUE '-'.                               00564600
005648     05 WS-ASOF-HH PIC X(02).                                     00564800
005650     05 FILLER PIC X(01) VALUE '.'.                               00565000
005652     05 WS-ASOF-MI PIC X(02).                                     00565200
005654     05 FILLER PIC X(01) VALUE '.'.                               00565400
005656     05 WS-ASOF-SS PIC X(02).                                     00565600
005658     05 FILLER PIC X(07) VALUE '.999999'.                         00565800
005660*SQLCODE OF THE ROW SHOWN - THE CURRENT ROW'S, OR THE             00566000
005662*BEFORE-IMAGE'S WHEN AN AS-OF VIEW FINDS ONE                      00566200
005664  01 WS-ROW-SQLCODE PIC S9(9) COMP.                               00566400
005666  01 WS-HIST-FOUND PIC X(01) VALUE 'N'.                           00566600
005668     88 HIST-FOUND-Y VALUE 'Y'.                                   00566800
005670*THE CHANGE THAT ENDED THE AS-OF ROW - WHEN, BY WHAT, BY WHOM     00567000
005672  01  DCLHIST-CHANGE.                                             00567200
005674      10 HST-CHANGE-TS        PIC X(26).                          00567400
005676      10 HST-CHANGE-PGM       PIC X(8).                           00567600
005678      10 HST-CHANGE-USER      PIC X(8).                           00567800
005700  LINKAGE SECTION.                                                00570000
005800*A 39-BYTE COMMAREA IS A STATE NAME AND SURVEY YEAR PICKED OFF    00580000
005900*THE PROGAB58 BROWSE LIST - THE INQUIRY RUNS STRAIGHT AWAY ON     00590000
014400*FLAGS DEFAULT TO N  - A SHORT PRE-CONVERSION RECORD MUST         01440000
014500*NOT LEAVE STALE OPTION  BYTES BEHIND THE READ                    01450000
014600     MOVE 'N' TO OA-OPT1 OA-OPT2 OA-OPT3 OA-OPT4                  01460000
014700                 OA-OPT5 OA-OPT6 OA-OPT7 OA-OPT8                  01470000
014800      EXEC CICS                                                   01480000
014900          READ FILE('OPERAUTH')                                   01490000
015000               INTO(OPERAUTH-REC)                                 01500000
019000        RECEIVE MAP('CENSQ') MAPSET('MAPAB56') INTO (MAPCIQI)     01900000
019100       END-EXEC.                                                  01910000
019200*SINGLE-ROW SELECT BY STATE-UT AND SURVEY YEAR - SAME PATTERN AS  01920000
019300*A BLANK YEAR FIELD RETRIEVES THE STATE'S LATEST SURVEY. WITH     01930000
019350*AN AS-OF DATE THE ROW IS SHOWN AS IT STOOD THEN, MARKED          01935000
019400*HISTORICAL - SEE HISTORY-ROW-PARA.                               01940000
019500  INQUIRY-PARA.                                                   01950000
019600      MOVE STATI TO WS-STATE-UT.                                  01960000
019700      PERFORM ALIAS-LOOKUP-PARA.                                  01970000
020100          MOVE YRI TO WS-SEL-YEAR                                 02010000
020200          MOVE 'N' TO WS-YR-ALL-FLAG                              02020000
020300      END-IF.                                                     02030000
020302      MOVE SPACES TO WS-MESSAGE.                                  02030200
020304      PERFORM ASOF-EDIT-PARA.                                     02030400
020306      IF WS-MESSAGE = SPACES                                      02030600
020308          PERFORM SELECT-ROW-PARA                                 02030800
020310      END-IF.                                                     02031000
020312      MOVE WS-ASOF-IN-DATE TO ASOFDO.                             02031200
020314      MOVE WS-ASOF-IN-TIME TO ASOFTO.                             02031400
020316      IF ASOF-VIEW-Y                                              02031600
020318          MOVE 'HISTORICAL VIEW - CANNOT BE MAINTAINED' TO HISTO  02031800
020320      ELSE                                                        02032000
020322          MOVE SPACES TO HISTO                                    02032200
020324      END-IF.                                                     02032400
020326      MOVE WS-MESSAGE TO MSGO.                                    02032600
020328*AN AS-OF DATE (AND OPTIONAL TIME) TURNS THE INQUIRY INTO A       02032800
020330*HISTORICAL VIEW. BLANK = THE CURRENT ROW, AS ALWAYS              02033000
020332  ASOF-EDIT-PARA.                                                 02033200
020334      MOVE 'N' TO WS-ASOF-FLAG.                                   02033400
020336      MOVE ASOFDI TO WS-ASOF-IN-DATE.                             02033600
020338      MOVE ASOFTI TO WS-ASOF-IN-TIME.                             02033800
020340      IF ASOFDI NOT = SPACES AND ASOFDI NOT = LOW-VALUES          02034000
020342          MOVE ASOFDI TO WS-ASOF-DATE                             02034200
020344          IF ASOFTI = SPACES OR ASOFTI = LOW-VALUES               02034400
020346              MOVE '235959' TO WS-ASOF-TIME                       02034600
020348          ELSE                                                    02034800
020350              MOVE ASOFTI TO WS-ASOF-TIME                         02035000
020352          END-IF                                                  02035200
020354          IF WS-ASOF-DATE NOT NUMERIC OR WS-ASOF-TIME NOT NUMERIC 02035400
020356              MOVE 'AS-OF MUST BE YYYYMMDD AND HHMMSS'            02035600
020357                      TO WS-MESSAGE                               02035700
020358          ELSE                                                    02035800
020360              IF WS-ASOF-D-MM < 1 OR WS-ASOF-D-MM > 12            02036000
020362               OR WS-ASOF-D-DD < 1 OR WS-ASOF-D-DD > 31           02036200
020364               OR WS-ASOF-T-HH > 23 OR WS-ASOF-T-MI > 59          02036400
020366               OR WS-ASOF-T-SS > 59                               02036600
020368                  MOVE 'AS-OF DATE/TIME IS NOT A VALID TIME'      02036800
020370                          TO WS-MESSAGE                           02037000
020372              ELSE                                                02037200
020374                  SET ASOF-VIEW-Y TO TRUE                         02037400
020376                  MOVE WS-ASOF-DATE (1:4) TO WS-ASOF-YYYY         02037600
020378                  MOVE WS-ASOF-DATE (5:2) TO WS-ASOF-MM           02037800
020380                  MOVE WS-ASOF-DATE (7:2) TO WS-ASOF-DD           02038000
020382                  MOVE WS-ASOF-TIME (1:2) TO WS-ASOF-HH           02038200
020384                  MOVE WS-ASOF-TIME (3:2) TO WS-ASOF-MI           02038400
020386                  MOVE WS-ASOF-TIME (5:2) TO WS-ASOF-SS           02038600
020388              END-IF                                              02038800
020390          END-IF                                                  02039000
020392      END-IF.                                                     02039200
020394*THE CURRENT ROW FIRST - IT FIXES THE SURVEY YEAR FOR AN AS-OF    02039400
020396*VIEW AND IS THE ANSWER WHEN NOTHING HAS CHANGED SINCE            02039600
020398  SELECT-ROW-PARA.                                                02039800
020400      EXEC SQL                                                    02040000
020500          SELECT STATE_UT,POPULATION,GROWTH_PER,RURAL_POP,        02050000
020600                 URBAN_POP,YEAR_OF_SUR,RATIO                      02060000
021200          ORDER BY YEAR_OF_SUR DESC                               02120000
021300          FETCH FIRST ROW ONLY                                    02130000
021400      END-EXEC.                                                   02140000
021425      MOVE SQLCODE TO WS-ROW-SQLCODE.                             02142500
021450      MOVE 'N' TO WS-HIST-FOUND.                                  02145000
021475      MOVE SPACES TO NXTO.                                        02147500
021500      IF ASOF-VIEW-Y                                              02150000
021525          PERFORM HISTORY-ROW-PARA                                02152500
021550      END-IF.                                                     02155000
021575      IF WS-ROW-SQLCODE = 0                                       02157500
021600          MOVE STATE-UT TO STATO                                  02160000
021700          MOVE POPULATION TO POPO                                 02170000
021800          MOVE GROWTH-PER TO GROWO                                02180000
022900          MOVE YEAR-OF-SUR TO YRO                                 02290000
023000          MOVE RATIO TO RATO                                      02300000
023100          MOVE 'RECORD FOUND' TO WS-MESSAGE                       02310000
023125          IF ASOF-VIEW-Y                                          02312500
023150              PERFORM ASOF-SHOW-PARA                              02315000
023175          END-IF                                                  02317500
023200      ELSE                                                        02320000
023300          MOVE LOW-VALUES TO MAPCIQO                              02330000
023400          MOVE WS-STATE-UT TO STATO                               02340000
023500          IF WS-ROW-SQLCODE = 100                                 02350000
023600              MOVE 'NO CENSUS RECORD FOR THAT STATE/UT'           02360000
023700                      TO WS-MESSAGE                               02370000
023800          ELSE                                                    02380000
023900              DISPLAY 'ERROR/SELECT'                              02390000
024000              DISPLAY 'SQL CODE:' WS-ROW-SQLCODE                  02400000
024100              MOVE 'ERROR RETRIEVING CENSUS RECORD' TO WS-MESSAGE 02410000
024200          END-IF                                                  02420000
024300      END-IF.                                                     02430000
024400*EVERY CHANGE TO A CENSUS ROW (DB2OPER, THE AB57 APPROVAL, THE    02440000
024450*REVERSAL) FIRST WRITES THE ROW'S BEFORE-IMAGE TO                 02445000
024500*CENSUS_HISTORY. THE ROW AS IT STOOD AT THE AS-OF TIME IS         02450000
024550*THEREFORE THE BEFORE-IMAGE OF THE FIRST CHANGE AFTER IT, AND     02455000
024600*THAT CHANGE'S STAMP SAYS WHO ENDED IT AND WHEN. NO CHANGE        02460000
024650*SINCE MEANS THE CURRENT ROW STILL STANDS. AS IN DB2RECV, AN      02465000
024700*INSERT LEAVES NO BEFORE-IMAGE, SO A ROW FIRST LOADED AFTER THE   02470000
024750*AS-OF TIME STILL SHOWS AS ITS EARLIEST KNOWN STATE RATHER        02475000
024800*THAN AS NOT FOUND.                                               02480000
025200  HISTORY-ROW-PARA.                                               02520000
025300      IF WS-ROW-SQLCODE = 0                                       02530000
025400          MOVE YEAR-OF-SUR TO WS-SEL-YEAR                         02540000
025500          MOVE 'N' TO WS-YR-ALL-FLAG                              02550000
025600      END-IF.                                                     02560000
025700      EXEC SQL                                                    02570000
025800          SELECT STATE_UT,POPULATION,GROWTH_PER,RURAL_POP,        02580000
025900                 URBAN_POP,YEAR_OF_SUR,RATIO,                     02590000
026000                 CHANGE_TS,CHANGE_PGM,CHANGE_USER                 02600000
026100          INTO  :DCLCENSUS:DCLCENSUS-IND,                         02610000
026200                :HST-CHANGE-TS,:HST-CHANGE-PGM,:HST-CHANGE-USER   02620000
026300           FROM CENSUS_HISTORY                                    02630000
026400          WHERE STATE_UT = :WS-STATE-UT                           02640000
026500          AND   (YEAR_OF_SUR = :WS-SEL-YEAR                       02650000
026600                 OR :WS-YR-ALL-FLAG = 'Y')                        02660000
026700          AND   CHANGE_TS > :WS-ASOF-TS                           02670000
026800          ORDER BY YEAR_OF_SUR DESC, CHANGE_TS                    02680000
026900          FETCH FIRST ROW ONLY                                    02690000
027000      END-EXEC.                                                   02700000
027100      IF SQLCODE = 0                                              02710000
027200          MOVE 'Y' TO WS-HIST-FOUND                               02720000
027300          MOVE ZERO TO WS-ROW-SQLCODE                             02730000
027400      ELSE                                                        02740000
027500          IF SQLCODE NOT = 100                                    02750000
027600              MOVE SQLCODE TO WS-ROW-SQLCODE                      02760000
027700          END-IF                                                  02770000
027800      END-IF.                                                     02780000
027900*THE NEXT-CHANGE LINE AND MESSAGE FOR A HISTORICAL ROW            02790000
028000  ASOF-SHOW-PARA.                                                 02800000
028100      IF HIST-FOUND-Y                                             02810000
028200          STRING HST-CHANGE-TS (1:10) ' ' HST-CHANGE-TS (12:8)    02820000
028300                 ' BY ' HST-CHANGE-USER ' VIA ' HST-CHANGE-PGM    02830000
028400                 DELIMITED BY SIZE INTO NXTO                      02840000
028500          END-STRING                                              02850000
028600          MOVE 'ROW AS IT STOOD AT THE AS-OF TIME' TO WS-MESSAGE  02860000
028700      ELSE                                                        02870000
028800          MOVE 'NONE SINCE - THE CURRENT ROW STILL STANDS'        02880000
028850                  TO NXTO                                         02885000
028900          MOVE 'NO CHANGE SINCE THE AS-OF TIME' TO WS-MESSAGE     02890000
029000      END-IF.                                                     02900000
