      *ZONAL ROLL-UP AND POPULATION-DENSITY RANKING FOR THE SURVEY      00010000
      *YEAR ON THE ZONECARD. EVERY CENSUS ROW FOR THE YEAR IS MATCHED   00020000
      *TO THE STATE REFERENCE MASTER (STATEREF.CPY, MAINTAINED BY       00030000
      *STRFMNT) FOR ITS ZONE, AREA AND STATE/UT TYPE. THE REPORT THEN   00040000
      *GIVES, ON ITS OWN PAGES -                                        00050000
      *  1. POPULATION, RURAL, URBAN AND URBAN SHARE TOTALLED BY ZONE   00060000
      *     (NORTH/SOUTH/EAST/WEST/NORTH-EAST/CENTRAL), WITH THE        00070000
      *     NATIONAL LINE UNDERNEATH                                    00080000
      *  2. EVERY REFERENCED STATE RANKED BY PERSONS PER SQ KM          00090000
      *  3. THE STATES ON CENSUS WITH NO REFERENCE RECORD (OR NO AREA)  00100000
      *     - THESE ARE NOT DROPPED: THEY ARE LISTED HERE, CARRIED IN   00110000
      *     THE ROLL-UP (ON A 'NO REF' LINE, OR UNDER THEIR OWN ZONE    00116666
      *     WHEN ONLY THE AREA IS MISSING) SO THE ZONES STILL ADD TO    00123332
      *     THE NATIONAL TOTAL, AND SET RC 4                            00130000
      *URBAN SHARE IS TAKEN OVER THE STATES WITH AN URBAN SPLIT ON      00140000
      *FILE ONLY, SO A MISSING SPLIT DOES NOT DRAG A ZONE'S SHARE DOWN. 00150000
      *ZONECARD: COLS 1-4 SURVEY YEAR, COL 5 'C' TO REPORT THE          00160000
      *COMPARABLE-BOUNDARY SERIES (CENSUS_COMPARABLE, BUILT BY          00170000
      *DB2BNDS) INSTEAD OF THE ROWS AS RECORDED - THE REFERENCE         00180000
      *MASTER DESCRIBES TODAY'S STATES, SO OLDER YEARS MATCH BEST ON    00190000
      *THAT BASIS.                                                      00200000
       IDENTIFICATION DIVISION.                                         00210000
       PROGRAM-ID. DB2ZONE.                                             00220000
       ENVIRONMENT DIVISION.                                            00230000
          INPUT-OUTPUT SECTION.                                         00240000
          FILE-CONTROL.                                                 00250000
           SELECT ZONE-CARD-FILE ASSIGN TO ZONECARD                     00260000
           ORGANIZATION IS SEQUENTIAL                                   00270000
           FILE STATUS WS-CARD-STATUS.                                  00280000
      * STATE REFERENCE MASTER - LOADED ONCE, HELD FOR THE RUN          00290000
           SELECT STATEREF-FILE ASSIGN TO STREFDD                       00300000
           ORGANIZATION IS INDEXED                                      00310000
           ACCESS MODE IS SEQUENTIAL                                    00320000
           RECORD KEY IS RF-STATE-UT                                    00330000
           FILE STATUS WS-STREF-STATUS.                                 00340000
           SELECT ZONE-RPT-FILE ASSIGN TO ZONERPT                       00350000
           ORGANIZATION IS SEQUENTIAL                                   00360000
           FILE STATUS WS-RPT-STATUS.                                   00370000
       DATA DIVISION.                                                   00380000
          FILE SECTION.                                                 00390000
          FD  ZONE-CARD-FILE.                                           00400000
          01  ZONE-CARD-REC.                                            00410000
             05 CARD-YEAR            PIC X(4).                          00420000
             05 CARD-BASIS           PIC X(1).                          00430000
             05 FILLER               PIC X(75).                         00440000
          FD  STATEREF-FILE.                                            00450000
          COPY STATEREF.                                                00460000
          FD  ZONE-RPT-FILE                                             00470000
              RECORD CONTAINS 110 CHARACTERS.                           00480000
          01  RPT-PRINT-REC           PIC X(110).                       00490000
       WORKING-STORAGE SECTION.                                         00500000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00510000
           COPY RUNDATE.                                                00520000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                00530000
           COPY RPTHDG.                                                 00540000
          77 WS-CARD-STATUS PIC X(2).                                   00550000
          77 WS-STREF-STATUS PIC X(2).                                  00560000
          77 WS-RPT-STATUS PIC X(2).                                    00570000
          77 WS-SEL-YEAR PIC S9(9) USAGE COMP VALUE 2016.               00580000
          01 WS-CURSOR-OPEN PIC X(01) VALUE 'N'.                        00590000
             88 WS-CURSOR-OPEN-Y VALUE 'Y'.                             00600000
      * R = AS RECORDED ON CENSUS, C = COMPARABLE BOUNDARIES            00610000
          01 WS-BASIS PIC X(01) VALUE 'R'.                              00620000
             88 BASIS-COMPARABLE VALUE 'C'.                             00630000
          01 WS-STREF-EOF PIC X(01) VALUE 'N'.                          00640000
             88 STREF-EOF-Y VALUE 'Y'.                                  00650000
          01 WS-FETCH-EOF PIC X(01) VALUE 'N'.                          00660000
             88 FETCH-EOF-Y VALUE 'Y'.                                  00670000
      * THE ZONES, IN THE ORDER THE ROLL-UP PRINTS THEM. THE LAST SLOT  00680000
      * COLLECTS THE STATES WITH NO REFERENCE RECORD.                   00690000
          01 WS-ZONE-NAME-VALUES.                                       00700000
             05 FILLER PIC X(12) VALUE 'N NORTH     '.                  00710000
             05 FILLER PIC X(12) VALUE 'S SOUTH     '.                  00720000
             05 FILLER PIC X(12) VALUE 'E EAST      '.                  00730000
             05 FILLER PIC X(12) VALUE 'W WEST      '.                  00740000
             05 FILLER PIC X(12) VALUE 'NENORTH-EAST'.                  00750000
             05 FILLER PIC X(12) VALUE 'C CENTRAL   '.                  00760000
             05 FILLER PIC X(12) VALUE '  NO REF    '.                  00770000
          01 WS-ZONE-NAMES REDEFINES WS-ZONE-NAME-VALUES.               00780000
             05 WS-ZN-ENTRY OCCURS 7 TIMES.                             00790000
                10 WS-ZN-CODE         PIC X(2).                         00800000
                10 WS-ZN-NAME         PIC X(10).                        00810000
          77 WS-ZN-COUNT PIC 9(3) USAGE COMP VALUE 7.                   00820000
          77 WS-ZN-NOREF PIC 9(3) USAGE COMP VALUE 7.                   00830000
          77 WS-ZN-IDX PIC 9(3) USAGE COMP.                             00840000
          77 WS-ZN-HIT PIC 9(3) USAGE COMP.                             00850000
          01 WS-ZONE-TOTALS.                                            00860000
             05 WS-ZT-ENTRY OCCURS 7 TIMES.                             00870000
                10 WS-ZT-STATES       PIC 9(3) USAGE COMP.              00880000
                10 WS-ZT-POP          PIC S9(11) USAGE COMP-3.          00890000
                10 WS-ZT-RURAL        PIC S9(11) USAGE COMP-3.          00900000
                10 WS-ZT-URBAN        PIC S9(11) USAGE COMP-3.          00910000
                10 WS-ZT-SPLIT-POP    PIC S9(11) USAGE COMP-3.          00920000
          77 WS-NATL-STATES PIC 9(3) USAGE COMP VALUE ZERO.             00930000
          77 WS-NATL-POP PIC S9(11) USAGE COMP-3 VALUE ZERO.            00940000
          77 WS-NATL-RURAL PIC S9(11) USAGE COMP-3 VALUE ZERO.          00950000
          77 WS-NATL-URBAN PIC S9(11) USAGE COMP-3 VALUE ZERO.          00960000
          77 WS-NATL-SPLIT-POP PIC S9(11) USAGE COMP-3 VALUE ZERO.      00970000
          77 WS-SHARE PIC S9(3)V99 USAGE COMP-3.                        00980000
      * THE REFERENCE MASTER, HELD FOR THE RUN                          00990000
          77 WS-RF-COUNT PIC 9(3) USAGE COMP VALUE ZERO.                01000000
          77 WS-RF-MAX PIC 9(3) USAGE COMP VALUE 100.                   01010000
          77 WS-RF-IDX PIC 9(3) USAGE COMP.                             01020000
          77 WS-RF-HIT PIC 9(3) USAGE COMP.                             01030000
          01 WS-REF-TABLE.                                              01040000
             05 WS-RF-ENTRY OCCURS 100 TIMES.                           01050000
                10 WS-RF-NAME         PIC X(30).                        01060000
                10 WS-RF-ZONE         PIC X(2).                         01070000
                10 WS-RF-AREA         PIC 9(7) USAGE COMP-3.            01080000
                10 WS-RF-TYPE         PIC X(1).                         01090000
      * THE REFERENCED STATES FOR THE YEAR, RANKED BY DENSITY           01100000
          77 WS-DN-COUNT PIC 9(3) USAGE COMP VALUE ZERO.                01110000
          77 WS-DN-MAX PIC 9(3) USAGE COMP VALUE 100.                   01120000
          77 WS-DN-IDX PIC 9(3) USAGE COMP.                             01130000
          01 WS-DENSITY-TABLE.                                          01140000
             05 WS-DN-ENTRY OCCURS 100 TIMES.                           01150000
                10 WS-DN-NAME         PIC X(30).                        01160000
                10 WS-DN-ZONE         PIC X(10).                        01170000
                10 WS-DN-TYPE         PIC X(5).                         01180000
                10 WS-DN-POP          PIC S9(9) USAGE COMP.             01190000
                10 WS-DN-AREA         PIC 9(7) USAGE COMP-3.            01200000
                10 WS-DN-DENSITY      PIC S9(7)V9 USAGE COMP-3.         01210000
          01 WS-DN-SWAP-ENTRY.                                          01220000
             05 FILLER                PIC X(30).                        01230000
             05 FILLER                PIC X(10).                        01240000
             05 FILLER                PIC X(5).                         01250000
             05 FILLER                PIC S9(9) USAGE COMP.             01260000
             05 FILLER                PIC 9(7) USAGE COMP-3.            01270000
             05 FILLER                PIC S9(7)V9 USAGE COMP-3.         01280000
          77 WS-SORT-IDX PIC 9(3) USAGE COMP.                           01290000
          77 WS-SORT-LIM PIC 9(3) USAGE COMP.                           01300000
          01 WS-SORT-SWAPPED PIC X(01).                                 01310000
             88 SORT-SWAPPED-Y VALUE 'Y'.                               01320000
      * CENSUS STATES WITH NO USABLE REFERENCE RECORD                   01330000
          77 WS-EX-COUNT PIC 9(3) USAGE COMP VALUE ZERO.                01340000
          77 WS-EX-MAX PIC 9(3) USAGE COMP VALUE 100.                   01350000
          77 WS-EX-IDX PIC 9(3) USAGE COMP.                             01360000
          77 WS-EX-NEW-REASON PIC X(30).                                01365000
          01 WS-EXCEPTION-TABLE.                                        01370000
             05 WS-EX-ENTRY OCCURS 100 TIMES.                           01380000
                10 WS-EX-NAME         PIC X(30).                        01390000
                10 WS-EX-POP          PIC S9(9) USAGE COMP.             01400000
                10 WS-EX-REASON       PIC X(30).                        01410000
          01 WS-RPT-ZONE-LINE.                                          01420000
             05 RPT-ZN-NAME          PIC X(10).                         01430000
             05 FILLER               PIC X(2) VALUE SPACES.             01440000
             05 RPT-ZN-STATES        PIC ZZZ9.                          01450000
             05 FILLER               PIC X(2) VALUE SPACES.             01460000
             05 RPT-ZN-POP           PIC -(11)9.                        01470000
             05 FILLER               PIC X(2) VALUE SPACES.             01480000
             05 RPT-ZN-RURAL         PIC -(11)9.                        01490000
             05 FILLER               PIC X(2) VALUE SPACES.             01500000
             05 RPT-ZN-URBAN         PIC -(11)9.                        01510000
             05 FILLER               PIC X(2) VALUE SPACES.             01520000
             05 RPT-ZN-SHARE         PIC -(2)9.99.                      01530000
          01 WS-RPT-DENSITY-LINE.                                       01540000
             05 RPT-DN-RANK          PIC ZZ9.                           01550000
             05 FILLER               PIC X(3) VALUE SPACES.             01560000
             05 RPT-DN-STATE         PIC X(30).                         01570000
             05 FILLER               PIC X(2) VALUE SPACES.             01580000
             05 RPT-DN-ZONE          PIC X(10).                         01590000
             05 FILLER               PIC X(2) VALUE SPACES.             01600000
             05 RPT-DN-TYPE          PIC X(5).                          01610000
             05 FILLER               PIC X(2) VALUE SPACES.             01620000
             05 RPT-DN-POP           PIC -(9)9.                         01630000
             05 FILLER               PIC X(2) VALUE SPACES.             01640000
             05 RPT-DN-AREA          PIC Z(6)9.                         01650000
             05 FILLER               PIC X(2) VALUE SPACES.             01660000
             05 RPT-DN-DENSITY       PIC -(6)9.9.                       01670000
          01 WS-RPT-EXCEPTION-LINE.                                     01680000
             05 RPT-EX-STATE         PIC X(30).                         01690000
             05 FILLER               PIC X(2) VALUE SPACES.             01700000
             05 RPT-EX-POP           PIC -(9)9.                         01710000
             05 FILLER               PIC X(2) VALUE SPACES.             01720000
             05 RPT-EX-REASON        PIC X(30).                         01730000
           EXEC SQL                                                     01740000
           INCLUDE SQLCA                                                01750000
              END-EXEC.                                                 01760000
           EXEC SQL                                                     01770000
            DECLARE CURS_CE_ZONE CURSOR FOR                             01780000
             SELECT STATE_UT,POPULATION,RURAL_POP,URBAN_POP             01790000
             FROM   CENSUS                                              01800000
             WHERE  YEAR_OF_SUR = :WS-SEL-YEAR                          01810000
           END-EXEC.                                                    01820000
           EXEC SQL                                                     01830000
            DECLARE CURS_CB_ZONE CURSOR FOR                             01840000
             SELECT STATE_UT,POPULATION,RURAL_POP,URBAN_POP             01850000
             FROM   CENSUS_COMPARABLE                                   01860000
             WHERE  YEAR_OF_SUR = :WS-SEL-YEAR                          01870000
           END-EXEC.                                                    01880000
       01  DCLCENSUS.                                                   01890000
           10 STATE-UT             PIC X(30).                           01900000
           10 POPULATION           PIC S9(9) USAGE COMP.                01910000
           10 GROWTH-PER           PIC S9(9) USAGE COMP.                01920000
           10 RURAL-POP            PIC S9(9) USAGE COMP.                01930000
           10 URBAN-POP            PIC S9(9) USAGE COMP.                01940000
           10 YEAR-OF-SUR          PIC S9(9) USAGE COMP.                01950000
           10 RATIO                PIC S9(9) USAGE COMP.                01960000
       01  IND-RURAL-POP           PIC S9(4) COMP.                      01970000
       01  IND-URBAN-POP           PIC S9(4) COMP.                      01980000
       PROCEDURE DIVISION.                                              01990000
       MAIN-PARA.                                                       02000000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        02010000
           ACCEPT WS-RUN-TIME FROM TIME                                 02020000
           INITIALIZE WS-ZONE-TOTALS.                                   02030000
           PERFORM 001-LOAD-REF-PARA.                                   02040000
           PERFORM 002-READ-CARD-PARA.                                  02050000
           IF RETURN-CODE < 16                                          02060000
               PERFORM 003-GATHER-PARA                                  02070000
           END-IF.                                                      02080000
           IF RETURN-CODE < 16                                          02090000
               PERFORM 004-SORT-PARA                                    02100000
               PERFORM 005-PRINT-PARA                                   02110000
           END-IF.                                                      02120000
           IF WS-EX-COUNT > ZERO                                        02130000
               IF RETURN-CODE < 4                                       02140000
                   MOVE 4 TO RETURN-CODE                                02150000
               END-IF                                                   02160000
           END-IF.                                                      02170000
           DISPLAY 'DB2ZONE REFERENCE RECORDS ' WS-RF-COUNT             02180000
                   ' FOR YEAR ' WS-SEL-YEAR.                            02190000
           DISPLAY 'DB2ZONE STATES RANKED ' WS-DN-COUNT                 02200000
                   ' WITHOUT REFERENCE ' WS-EX-COUNT.                   02210000
           STOP RUN.                                                    02220000
      * LOAD THE REFERENCE MASTER - ONE PASS, TABLE HELD FOR THE RUN    02230000
       001-LOAD-REF-PARA.                                               02240000
           OPEN INPUT STATEREF-FILE.                                    02250000
           IF WS-STREF-STATUS = '00'                                    02260000
               PERFORM 001A-LOAD-ONE-PARA UNTIL STREF-EOF-Y             02270000
               CLOSE STATEREF-FILE                                      02280000
           ELSE                                                         02290000
               DISPLAY 'ERROR/OPEN/STATEREF-FILE'                       02300000
               DISPLAY 'FILE STATUS:' WS-STREF-STATUS                   02310000
               MOVE 16 TO RETURN-CODE                                   02320000
           END-IF.                                                      02330000
       001A-LOAD-ONE-PARA.                                              02340000
           READ STATEREF-FILE NEXT RECORD                               02350000
               AT END                                                   02360000
                   SET STREF-EOF-Y TO TRUE                              02370000
               NOT AT END                                               02380000
                   IF WS-RF-COUNT < WS-RF-MAX                           02390000
                       ADD 1 TO WS-RF-COUNT                             02400000
                       MOVE RF-STATE-UT TO WS-RF-NAME (WS-RF-COUNT)     02410000
                       MOVE RF-ZONE TO WS-RF-ZONE (WS-RF-COUNT)         02420000
                       MOVE RF-AREA-SQKM TO WS-RF-AREA (WS-RF-COUNT)    02430000
                       MOVE RF-TYPE TO WS-RF-TYPE (WS-RF-COUNT)         02440000
                   ELSE                                                 02450000
                       DISPLAY 'DB2ZONE REFERENCE TABLE FULL AT '       02460000
                               WS-RF-MAX                                02470000
                       MOVE 16 TO RETURN-CODE                           02480000
                       SET STREF-EOF-Y TO TRUE                          02490000
                   END-IF                                               02500000
           END-READ.                                                    02510000
       002-READ-CARD-PARA.                                              02520000
           OPEN INPUT ZONE-CARD-FILE.                                   02530000
           IF WS-CARD-STATUS = '00'                                     02540000
               READ ZONE-CARD-FILE                                      02550000
                   AT END                                               02560000
                       CONTINUE                                         02570000
                   NOT AT END                                           02580000
                       IF CARD-YEAR NUMERIC                             02590000
                           MOVE CARD-YEAR TO WS-SEL-YEAR                02600000
                       END-IF                                           02610000
                       IF CARD-BASIS = 'C'                              02620000
                           MOVE 'C' TO WS-BASIS                         02630000
                       END-IF                                           02640000
               END-READ                                                 02650000
           END-IF.                                                      02660000
           CLOSE ZONE-CARD-FILE.                                        02670000
       003-GATHER-PARA.                                                 02680000
           IF BASIS-COMPARABLE                                          02690000
               EXEC SQL                                                 02700000
                   OPEN CURS_CB_ZONE                                    02710000
               END-EXEC                                                 02720000
           ELSE                                                         02730000
               EXEC SQL                                                 02740000
                   OPEN CURS_CE_ZONE                                    02750000
               END-EXEC                                                 02760000
           END-IF.                                                      02770000
           IF SQLCODE NOT = 0                                           02780000
               DISPLAY 'ERROR/OPEN-CURSOR'                              02790000
               DISPLAY 'SQL CODE:' SQLCODE                              02800000
               MOVE 16 TO RETURN-CODE                                   02810000
           ELSE                                                         02820000
               SET WS-CURSOR-OPEN-Y TO TRUE                             02830000
               PERFORM 003A-FETCH-PARA UNTIL FETCH-EOF-Y                02840000
           END-IF.                                                      02850000
           IF WS-CURSOR-OPEN-Y                                          02860000
               IF BASIS-COMPARABLE                                      02870000
                   EXEC SQL                                             02880000
                       CLOSE CURS_CB_ZONE                               02890000
                   END-EXEC                                             02900000
               ELSE                                                     02910000
                   EXEC SQL                                             02920000
                       CLOSE CURS_CE_ZONE                               02930000
                   END-EXEC                                             02940000
               END-IF                                                   02950000
           END-IF.                                                      02960000
       003A-FETCH-PARA.                                                 02970000
           IF BASIS-COMPARABLE                                          02980000
               EXEC SQL                                                 02990000
                   FETCH CURS_CB_ZONE                                   03000000
                   INTO :STATE-UT,:POPULATION,                          03010000
                        :RURAL-POP:IND-RURAL-POP,                       03020000
                        :URBAN-POP:IND-URBAN-POP                        03030000
               END-EXEC                                                 03040000
           ELSE                                                         03050000
               EXEC SQL                                                 03060000
                   FETCH CURS_CE_ZONE                                   03070000
                   INTO :STATE-UT,:POPULATION,                          03080000
                        :RURAL-POP:IND-RURAL-POP,                       03090000
                        :URBAN-POP:IND-URBAN-POP                        03100000
               END-EXEC                                                 03110000
           END-IF.                                                      03120000
           IF SQLCODE = 0                                               03130000
               PERFORM 003B-POST-PARA                                   03140000
           ELSE                                                         03150000
               SET FETCH-EOF-Y TO TRUE                                  03160000
               IF SQLCODE NOT = 100                                     03170000
                   DISPLAY 'ERROR/FETCH'                                03180000
                   DISPLAY 'SQL CODE:' SQLCODE                          03190000
                   MOVE 16 TO RETURN-CODE                               03200000
               END-IF                                                   03210000
           END-IF.                                                      03220000
      * MATCH THE ROW TO ITS REFERENCE RECORD AND ZONE - A STATE WITH   03230000
      * NONE BECOMES AN EXCEPTION AND IS TOTALLED ON THE 'NO REF' LINE. 03237500
      * ONE WITH NO AREA TO DIVIDE BY IS ALSO AN EXCEPTION, BUT STAYS   03245000
      * IN ITS OWN ZONE'S TOTALS AND IS ONLY LEFT OUT OF THE DENSITIES  03252500
       003B-POST-PARA.                                                  03260000
           MOVE ZERO TO WS-RF-HIT.                                      03270000
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1                        03280000
                   UNTIL WS-RF-IDX > WS-RF-COUNT OR WS-RF-HIT > ZERO    03290000
               IF WS-RF-NAME (WS-RF-IDX) = STATE-UT                     03300000
                   MOVE WS-RF-IDX TO WS-RF-HIT                          03310000
               END-IF                                                   03320000
           END-PERFORM.                                                 03330000
           MOVE WS-ZN-NOREF TO WS-ZN-HIT.                               03340000
           IF WS-RF-HIT > ZERO                                          03350000
               PERFORM VARYING WS-ZN-IDX FROM 1 BY 1                    03360000
                       UNTIL WS-ZN-IDX >= WS-ZN-NOREF                   03370000
                   IF WS-ZN-CODE (WS-ZN-IDX) = WS-RF-ZONE (WS-RF-HIT)   03380000
                       MOVE WS-ZN-IDX TO WS-ZN-HIT                      03390000
                   END-IF                                               03400000
               END-PERFORM                                              03410000
           END-IF.                                                      03420000
           IF WS-RF-HIT = ZERO                                          03430000
               MOVE 'NO STATE REFERENCE RECORD' TO WS-EX-NEW-REASON     03435000
               PERFORM 003C-EXCEPTION-PARA                              03440000
           ELSE                                                         03470000
               IF WS-ZN-HIT = WS-ZN-NOREF                               03480000
                   MOVE 'ZONE NOT RECOGNISED' TO WS-EX-NEW-REASON       03485000
                   PERFORM 003C-EXCEPTION-PARA                          03490000
               ELSE                                                     03520000
                   IF WS-RF-AREA (WS-RF-HIT) = ZERO                     03530000
                       MOVE 'NO AREA ON REFERENCE RECORD' TO            03533333
                           WS-EX-NEW-REASON                             03536666
                       PERFORM 003C-EXCEPTION-PARA                      03540000
                   ELSE                                                 03570000
                       PERFORM 003D-DENSITY-PARA                        03580000
                   END-IF                                               03590000
               END-IF                                                   03600000
           END-IF.                                                      03610000
           ADD 1 TO WS-ZT-STATES (WS-ZN-HIT).                           03620000
           ADD POPULATION TO WS-ZT-POP (WS-ZN-HIT).                     03630000
           IF IND-RURAL-POP NOT < 0                                     03640000
               ADD RURAL-POP TO WS-ZT-RURAL (WS-ZN-HIT)                 03650000
           END-IF.                                                      03660000
           IF IND-URBAN-POP NOT < 0                                     03670000
               ADD URBAN-POP TO WS-ZT-URBAN (WS-ZN-HIT)                 03680000
               ADD POPULATION TO WS-ZT-SPLIT-POP (WS-ZN-HIT)            03690000
           END-IF.                                                      03700000
       003C-EXCEPTION-PARA.                                             03710000
           IF WS-EX-COUNT < WS-EX-MAX                                   03730000
               ADD 1 TO WS-EX-COUNT                                     03740000
               MOVE STATE-UT TO WS-EX-NAME (WS-EX-COUNT)                03750000
               MOVE POPULATION TO WS-EX-POP (WS-EX-COUNT)               03760000
               MOVE WS-EX-NEW-REASON TO WS-EX-REASON (WS-EX-COUNT)      03765000
           ELSE                                                         03770000
               DISPLAY 'DB2ZONE EXCEPTION TABLE FULL AT ' WS-EX-MAX     03780000
               MOVE 16 TO RETURN-CODE                                   03790000
               SET FETCH-EOF-Y TO TRUE                                  03800000
           END-IF.                                                      03810000
       003D-DENSITY-PARA.                                               03820000
           IF WS-DN-COUNT < WS-DN-MAX                                   03830000
               ADD 1 TO WS-DN-COUNT                                     03840000
               MOVE STATE-UT TO WS-DN-NAME (WS-DN-COUNT)                03850000
               MOVE WS-ZN-NAME (WS-ZN-HIT) TO WS-DN-ZONE (WS-DN-COUNT)  03860000
               IF WS-RF-TYPE (WS-RF-HIT) = 'U'                          03870000
                   MOVE 'UT' TO WS-DN-TYPE (WS-DN-COUNT)                03880000
               ELSE                                                     03890000
                   MOVE 'STATE' TO WS-DN-TYPE (WS-DN-COUNT)             03900000
               END-IF                                                   03910000
               MOVE POPULATION TO WS-DN-POP (WS-DN-COUNT)               03920000
               MOVE WS-RF-AREA (WS-RF-HIT) TO WS-DN-AREA (WS-DN-COUNT)  03930000
               COMPUTE WS-DN-DENSITY (WS-DN-COUNT) ROUNDED =            03940000
                   POPULATION / WS-RF-AREA (WS-RF-HIT)                  03950000
           ELSE                                                         03960000
               DISPLAY 'DB2ZONE STATE TABLE FULL AT ' WS-DN-MAX         03970000
               MOVE 16 TO RETURN-CODE                                   03980000
               SET FETCH-EOF-Y TO TRUE                                  03990000
           END-IF.                                                      04000000
      * MOST TO LEAST DENSE - SIMPLE EXCHANGE SORT ON PERSONS/SQ KM     04010000
       004-SORT-PARA.                                                   04020000
           IF WS-DN-COUNT < 2                                           04030000
               CONTINUE                                                 04040000
           ELSE                                                         04050000
               SET SORT-SWAPPED-Y TO TRUE                               04060000
               PERFORM 004A-SORT-PASS-PARA UNTIL NOT SORT-SWAPPED-Y     04070000
           END-IF.                                                      04080000
       004A-SORT-PASS-PARA.                                             04090000
           MOVE 'N' TO WS-SORT-SWAPPED.                                 04100000
           COMPUTE WS-SORT-LIM = WS-DN-COUNT - 1.                       04110000
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1                      04120000
                   UNTIL WS-SORT-IDX > WS-SORT-LIM                      04130000
               IF WS-DN-DENSITY (WS-SORT-IDX)                           04140000
                   < WS-DN-DENSITY (WS-SORT-IDX + 1)                    04150000
                   MOVE WS-DN-ENTRY (WS-SORT-IDX) TO WS-DN-SWAP-ENTRY   04160000
                   MOVE WS-DN-ENTRY (WS-SORT-IDX + 1)                   04170000
                       TO WS-DN-ENTRY (WS-SORT-IDX)                     04180000
                   MOVE WS-DN-SWAP-ENTRY                                04190000
                       TO WS-DN-ENTRY (WS-SORT-IDX + 1)                 04200000
                   SET SORT-SWAPPED-Y TO TRUE                           04210000
               END-IF                                                   04220000
           END-PERFORM.                                                 04230000
      * THREE SECTIONS, EACH STARTING ON ITS OWN PAGE UNDER ITS OWN     04240000
      * TITLE AND COLUMN HEADINGS                                       04250000
       005-PRINT-PARA.                                                  04260000
           OPEN OUTPUT ZONE-RPT-FILE.                                   04270000
           IF WS-RPT-STATUS NOT = '00'                                  04280000
               DISPLAY 'ERROR/OPEN/ZONE-RPT-FILE'                       04290000
               DISPLAY 'FILE STATUS:' WS-RPT-STATUS                     04300000
               MOVE 16 TO RETURN-CODE                                   04310000
           ELSE                                                         04320000
               MOVE 'DB2ZONE' TO RPT-PROGRAM-ID                         04330000
               IF BASIS-COMPARABLE                                      04340000
                   MOVE 'ZONAL ROLL-UP - COMPARABLE' TO RPT-TITLE       04350000
               ELSE                                                     04360000
                   MOVE 'ZONAL ROLL-UP' TO RPT-TITLE                    04370000
               END-IF                                                   04380000
               MOVE SPACES TO RPT-COLUMN-LINE                           04390000
               MOVE 'ZONE' TO RPT-COLUMN-LINE (1:4)                     04400000
               MOVE 'STATES' TO RPT-COLUMN-LINE (11:6)                  04410000
               MOVE 'POPULATION' TO RPT-COLUMN-LINE (21:10)             04420000
               MOVE 'RURAL-POP' TO RPT-COLUMN-LINE (36:9)               04430000
               MOVE 'URBAN-POP' TO RPT-COLUMN-LINE (50:9)               04440000
               MOVE 'URBAN%' TO RPT-COLUMN-LINE (61:6)                  04450000
               PERFORM 005A-PRINT-ZONE-PARA                             04460000
                   VARYING WS-ZN-IDX FROM 1 BY 1                        04470000
                   UNTIL WS-ZN-IDX > WS-ZN-COUNT                        04480000
               MOVE SPACES TO WS-RPT-ZONE-LINE                          04490000
               MOVE 'NATIONAL' TO RPT-ZN-NAME                           04500000
               MOVE WS-NATL-STATES TO RPT-ZN-STATES                     04510000
               MOVE WS-NATL-POP TO RPT-ZN-POP                           04520000
               MOVE WS-NATL-RURAL TO RPT-ZN-RURAL                       04530000
               MOVE WS-NATL-URBAN TO RPT-ZN-URBAN                       04540000
               IF WS-NATL-SPLIT-POP > ZERO                              04550000
                   COMPUTE WS-SHARE ROUNDED =                           04560000
                       WS-NATL-URBAN * 100 / WS-NATL-SPLIT-POP          04570000
               ELSE                                                     04580000
                   MOVE ZERO TO WS-SHARE                                04590000
               END-IF                                                   04600000
               MOVE WS-SHARE TO RPT-ZN-SHARE                            04610000
               MOVE WS-RPT-ZONE-LINE TO RPT-DETAIL-STAGE                04620000
               PERFORM RPT-PUT-PARA                                     04630000
               IF BASIS-COMPARABLE                                      04640000
                   MOVE 'DENSITY RANKING - COMPARABLE' TO RPT-TITLE     04650000
               ELSE                                                     04660000
                   MOVE 'DENSITY RANKING' TO RPT-TITLE                  04670000
               END-IF                                                   04680000
               MOVE SPACES TO RPT-COLUMN-LINE                           04690000
               MOVE 'RANK' TO RPT-COLUMN-LINE (1:4)                     04700000
               MOVE 'STATE/UT' TO RPT-COLUMN-LINE (7:8)                 04710000
               MOVE 'ZONE' TO RPT-COLUMN-LINE (39:4)                    04720000
               MOVE 'TYPE' TO RPT-COLUMN-LINE (51:4)                    04730000
               MOVE 'POPULATION' TO RPT-COLUMN-LINE (58:10)             04740000
               MOVE 'AREA SQKM' TO RPT-COLUMN-LINE (68:9)               04750000
               MOVE 'PER SQKM' TO RPT-COLUMN-LINE (80:8)                04760000
               MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT                04770000
               PERFORM 005B-PRINT-DENSITY-PARA                          04780000
                   VARYING WS-DN-IDX FROM 1 BY 1                        04790000
                   UNTIL WS-DN-IDX > WS-DN-COUNT                        04800000
               MOVE 'STATES WITHOUT REFERENCE' TO RPT-TITLE             04810000
               MOVE SPACES TO RPT-COLUMN-LINE                           04820000
               MOVE 'STATE/UT' TO RPT-COLUMN-LINE (1:8)                 04830000
               MOVE 'POPULATION' TO RPT-COLUMN-LINE (33:10)             04840000
               MOVE 'REASON' TO RPT-COLUMN-LINE (45:6)                  04850000
               MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT                04860000
               PERFORM 005C-PRINT-EXCEPTION-PARA                        04870000
                   VARYING WS-EX-IDX FROM 1 BY 1                        04880000
                   UNTIL WS-EX-IDX > WS-EX-COUNT                        04890000
               MOVE 'STATES RANKED       ' TO RPT-TOT-LABEL             04900000
               MOVE WS-DN-COUNT TO RPT-TOT-COUNT                        04910000
               PERFORM RPT-GRAND-TOTAL-PARA                             04920000
               CLOSE ZONE-RPT-FILE                                      04930000
           END-IF.                                                      04940000
       005A-PRINT-ZONE-PARA.                                            04950000
           MOVE SPACES TO WS-RPT-ZONE-LINE.                             04960000
           MOVE WS-ZN-NAME (WS-ZN-IDX) TO RPT-ZN-NAME.                  04970000
           MOVE WS-ZT-STATES (WS-ZN-IDX) TO RPT-ZN-STATES.              04980000
           MOVE WS-ZT-POP (WS-ZN-IDX) TO RPT-ZN-POP.                    04990000
           MOVE WS-ZT-RURAL (WS-ZN-IDX) TO RPT-ZN-RURAL.                05000000
           MOVE WS-ZT-URBAN (WS-ZN-IDX) TO RPT-ZN-URBAN.                05010000
           IF WS-ZT-SPLIT-POP (WS-ZN-IDX) > ZERO                        05020000
               COMPUTE WS-SHARE ROUNDED =                               05030000
                   WS-ZT-URBAN (WS-ZN-IDX) * 100                        05040000
                   / WS-ZT-SPLIT-POP (WS-ZN-IDX)                        05050000
           ELSE                                                         05060000
               MOVE ZERO TO WS-SHARE                                    05070000
           END-IF.                                                      05080000
           MOVE WS-SHARE TO RPT-ZN-SHARE.                               05090000
           ADD WS-ZT-STATES (WS-ZN-IDX) TO WS-NATL-STATES.              05100000
           ADD WS-ZT-POP (WS-ZN-IDX) TO WS-NATL-POP.                    05110000
           ADD WS-ZT-RURAL (WS-ZN-IDX) TO WS-NATL-RURAL.                05120000
           ADD WS-ZT-URBAN (WS-ZN-IDX) TO WS-NATL-URBAN.                05130000
           ADD WS-ZT-SPLIT-POP (WS-ZN-IDX) TO WS-NATL-SPLIT-POP.        05140000
      * THE 'NO REF' LINE ONLY PRINTS WHEN THERE IS SOMETHING ON IT     05150000
           IF WS-ZN-IDX < WS-ZN-NOREF OR WS-ZT-STATES (WS-ZN-IDX) > 0   05160000
               MOVE WS-RPT-ZONE-LINE TO RPT-DETAIL-STAGE                05170000
               PERFORM RPT-PUT-PARA                                     05180000
           END-IF.                                                      05190000
       005B-PRINT-DENSITY-PARA.                                         05200000
           MOVE SPACES TO WS-RPT-DENSITY-LINE.                          05210000
           MOVE WS-DN-IDX TO RPT-DN-RANK.                               05220000
           MOVE WS-DN-NAME (WS-DN-IDX) TO RPT-DN-STATE.                 05230000
           MOVE WS-DN-ZONE (WS-DN-IDX) TO RPT-DN-ZONE.                  05240000
           MOVE WS-DN-TYPE (WS-DN-IDX) TO RPT-DN-TYPE.                  05250000
           MOVE WS-DN-POP (WS-DN-IDX) TO RPT-DN-POP.                    05260000
           MOVE WS-DN-AREA (WS-DN-IDX) TO RPT-DN-AREA.                  05270000
           MOVE WS-DN-DENSITY (WS-DN-IDX) TO RPT-DN-DENSITY.            05280000
           MOVE WS-RPT-DENSITY-LINE TO RPT-DETAIL-STAGE.                05290000
           PERFORM RPT-PUT-PARA.                                        05300000
       005C-PRINT-EXCEPTION-PARA.                                       05310000
           MOVE SPACES TO WS-RPT-EXCEPTION-LINE.                        05320000
           MOVE WS-EX-NAME (WS-EX-IDX) TO RPT-EX-STATE.                 05330000
           MOVE WS-EX-POP (WS-EX-IDX) TO RPT-EX-POP.                    05340000
           MOVE WS-EX-REASON (WS-EX-IDX) TO RPT-EX-REASON.              05350000
           MOVE WS-RPT-EXCEPTION-LINE TO RPT-DETAIL-STAGE.              05360000
           PERFORM RPT-PUT-PARA.                                        05370000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         05380000
           COPY RPTHDPRC.                                               05390000
