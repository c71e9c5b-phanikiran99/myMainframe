      *CENSUS ROW TRACE OFF THE CENSUS_PROVENANCE STORE                 00010000
      *EVERY PATH THAT INSERTS OR UPDATES A CENSUS ROW - THE NIGHTLY    00020000
      *DB2OPER FEED, A PROGAB59 APPROVAL, A DB2RELD RELOAD, A DB2ARCH   00030000
      *RESTORE, A DB2RECV RECOVERY AND THE SURVEY-YEAR MOVE - WRITES A  00040000
      *PROVENANCE ROW SAYING WHERE THE NEW VALUE CAME FROM: SOURCE      00050000
      *TYPE, BUSINESS DATE, FEED OFFICE/SEQUENCE/RECORD POSITION, OR    00060000
      *THE APPROVING AND REQUESTING USERS. WHEN A FIGURE IS QUESTIONED  00070000
      *THIS REPORT TRACES ONE STATE/SURVEY-YEAR ROW OLDEST-FIRST BACK   00080000
      *THROUGH EVERY CHANGE TO ITS ORIGINAL SOURCE, THEN SHOWS WHAT     00090000
      *CENSUS HOLDS NOW. A ROW WHOSE EARLIEST ENTRY IS AN UPDATE WAS    00100000
      *LOADED BEFORE PROVENANCE WAS RECORDED - ITS OLDER VALUES ARE ON  00110000
      *CENSUS_HISTORY (DB2HIST).                                        00120000
      *TRCECARD: COLS 1-30 STATE/UT, 31-34 SURVEY YEAR - BOTH REQUIRED. 00130000
       IDENTIFICATION DIVISION.                                         00140000
       PROGRAM-ID. DB2TRCE.                                             00150000
       ENVIRONMENT DIVISION.                                            00160000
          INPUT-OUTPUT SECTION.                                         00170000
          FILE-CONTROL.                                                 00180000
           SELECT OPTIONAL TRACE-CARD-FILE ASSIGN TO TRCECARD           00190000
           ORGANIZATION IS SEQUENTIAL                                   00200000
           FILE STATUS WS-CARD-STATUS.                                  00210000
           SELECT TRACE-RPT-FILE ASSIGN TO TRCERPT                      00220000
           ORGANIZATION IS SEQUENTIAL                                   00230000
           FILE STATUS WS-RPT-STATUS.                                   00240000
       DATA DIVISION.                                                   00250000
          FILE SECTION.                                                 00260000
          FD  TRACE-CARD-FILE.                                          00270000
          01  TRACE-CARD-REC.                                           00280000
             05 CARD-STATE-UT        PIC X(30).                         00290000
             05 CARD-YEAR            PIC X(4).                          00300000
          FD  TRACE-RPT-FILE                                            00310000
              RECORD CONTAINS 110 CHARACTERS.                           00320000
          01  RPT-PRINT-REC           PIC X(110).                       00330000
       WORKING-STORAGE SECTION.                                         00340000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00350000
           COPY RUNDATE.                                                00360000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                00370000
           COPY RPTHDG.                                                 00380000
          77 WS-CARD-STATUS PIC X(2).                                   00390000
          77 WS-RPT-STATUS PIC X(2).                                    00400000
          77 WS-SEL-STATE PIC X(30) VALUE SPACES.                       00410000
          77 WS-SEL-YEAR PIC S9(9) USAGE COMP VALUE ZERO.               00420000
          77 WS-SEL-YEAR-X PIC X(4) VALUE SPACES.                       00430000
          77 WS-TRACE-COUNT PIC 9(9) VALUE ZERO.                        00440000
          01 WS-CARD-SEEN PIC X(01) VALUE 'N'.                          00450000
             88 CARD-SEEN-Y VALUE 'Y'.                                  00460000
          01 WS-CURSOR-OPEN PIC X(01) VALUE 'N'.                        00470000
             88 WS-CURSOR-OPEN-Y VALUE 'Y'.                             00480000
      * THE FETCH LOOP RUNS OFF THIS FLAG, NOT SQLCODE                  00490000
          01 WS-FETCH-EOF PIC X(01) VALUE 'N'.                          00500000
             88 FETCH-EOF-Y VALUE 'Y'.                                  00510000
      * ACTION OF THE OLDEST ENTRY - 'I' MEANS THE TRACE REACHED THE    00520000
      * INSERT THAT FIRST CREATED THE ROW                               00530000
          01 WS-FIRST-ACTION PIC X(01) VALUE SPACE.                     00540000
             88 FIRST-IS-INSERT VALUE 'I'.                              00550000
          01 WS-RPT-TRACE-LINE.                                         00560000
             05 RPT-TRC-TS           PIC X(19).                         00570000
             05 FILLER               PIC X(2) VALUE SPACES.             00580000
             05 RPT-TRC-ACTION       PIC X(1).                          00590000
             05 FILLER               PIC X(2) VALUE SPACES.             00600000
             05 RPT-TRC-SOURCE       PIC X(8).                          00610000
             05 FILLER               PIC X(2) VALUE SPACES.             00620000
             05 RPT-TRC-BUS-DATE     PIC X(8).                          00630000
             05 FILLER               PIC X(2) VALUE SPACES.             00640000
             05 RPT-TRC-POP          PIC -(9)9.                         00650000
             05 FILLER               PIC X(2) VALUE SPACES.             00660000
             05 RPT-TRC-PGM          PIC X(8).                          00670000
             05 FILLER               PIC X(2) VALUE SPACES.             00680000
             05 RPT-TRC-USER         PIC X(8).                          00690000
             05 FILLER               PIC X(2) VALUE SPACES.             00700000
             05 RPT-TRC-REQ-USER     PIC X(8).                          00710000
             05 FILLER               PIC X(2) VALUE SPACES.             00720000
             05 RPT-TRC-TAG          PIC X(8).                          00730000
      * WHERE THE VALUE CAME FROM, PRINTED UNDER EACH ENTRY             00740000
          01 WS-RPT-FROM-LINE.                                          00750000
             05 FILLER               PIC X(4) VALUE SPACES.             00760000
             05 RPT-FROM-LABEL       PIC X(24).                         00770000
             05 RPT-FROM-VALUE       PIC X(40).                         00780000
          01 WS-FEED-POSITION.                                          00790000
             05 FILLER               PIC X(7) VALUE 'OFFICE '.          00800000
             05 WS-FP-OFFICE         PIC X(2).                          00810000
             05 FILLER               PIC X(5) VALUE ' SEQ '.            00820000
             05 WS-FP-SEQ            PIC 9(6).                          00830000
             05 FILLER               PIC X(8) VALUE ' RECORD '.         00840000
             05 WS-FP-RECORD         PIC 9(9).                          00850000
          01 WS-RPT-CURRENT-LINE.                                       00860000
             05 FILLER               PIC X(28)                          00870000
                VALUE 'CURRENT CENSUS POPULATION'.                      00880000
             05 RPT-CUR-POP          PIC -(9)9.                         00890000
           EXEC SQL                                                     00900000
           INCLUDE SQLCA                                                00910000
              END-EXEC.                                                 00920000
      * OLDEST FIRST, SO THE ORIGINAL SOURCE HEADS THE TRACE            00930000
           EXEC SQL                                                     00940000
            DECLARE CURS_TRCE CURSOR FOR                                00950000
             SELECT CHANGE_TS,CHANGE_ACTION,SOURCE_TYPE,BUS_DATE,       00960000
                    FEED_OFFICE,FEED_SEQ,RECORD_NO,SOURCE_REF,          00970000
                    POPULATION,CHANGE_PGM,CHANGE_USER,REQ_USER          00980000
             FROM   CENSUS_PROVENANCE                                   00990000
             WHERE  STATE_UT = :WS-SEL-STATE                            01000000
             AND    YEAR_OF_SUR = :WS-SEL-YEAR                          01010000
             ORDER  BY CHANGE_TS                                        01020000
           END-EXEC.                                                    01030000
       01  DCLCENSUS-PROVENANCE.                                        01040000
           10 PRV-CHANGE-TS        PIC X(26).                           01050000
           10 PRV-ACTION           PIC X(1).                            01060000
           10 PRV-SOURCE-TYPE      PIC X(8).                            01070000
           10 PRV-BUS-DATE         PIC X(8).                            01080000
           10 PRV-FEED-OFFICE      PIC X(2).                            01090000
           10 PRV-FEED-SEQ         PIC S9(9) USAGE COMP.                01100000
           10 PRV-RECORD-NO        PIC S9(9) USAGE COMP.                01110000
           10 PRV-SOURCE-REF       PIC X(26).                           01120000
           10 PRV-POPULATION       PIC S9(9) USAGE COMP.                01130000
           10 PRV-CHANGE-PGM       PIC X(8).                            01140000
           10 PRV-CHANGE-USER      PIC X(8).                            01150000
           10 PRV-REQ-USER         PIC X(8).                            01160000
       01  PRV-IND-POPULATION      PIC S9(4) COMP.                      01170000
       01  DCLCENSUS.                                                   01180000
           10 STATE-UT             PIC X(30).                           01190000
           10 POPULATION           PIC S9(9) USAGE COMP.                01200000
           10 YEAR-OF-SUR          PIC S9(9) USAGE COMP.                01210000
       01  IND-POPULATION          PIC S9(4) COMP.                      01220000
       PROCEDURE DIVISION.                                              01230000
       MAIN-PARA.                                                       01240000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        01250000
           ACCEPT WS-RUN-TIME FROM TIME                                 01260000
           MOVE 'CENSUS ROW PROVENANCE TRACE' TO RPT-TITLE.             01270000
           MOVE 'DB2TRCE' TO RPT-PROGRAM-ID.                            01280000
           MOVE SPACES TO RPT-COLUMN-LINE.                              01290000
           MOVE 'CHANGED-AT' TO RPT-COLUMN-LINE (1:10).                 01300000
           MOVE 'A' TO RPT-COLUMN-LINE (22:1).                          01310000
           MOVE 'SOURCE' TO RPT-COLUMN-LINE (25:6).                     01320000
           MOVE 'BUS-DATE' TO RPT-COLUMN-LINE (35:8).                   01330000
           MOVE 'POPULATION' TO RPT-COLUMN-LINE (45:10).                01340000
           MOVE 'PGM' TO RPT-COLUMN-LINE (57:3).                        01350000
           MOVE 'USER' TO RPT-COLUMN-LINE (67:4).                       01360000
           MOVE 'REQUESTR' TO RPT-COLUMN-LINE (77:8).                   01370000
           PERFORM 002-READ-CARD-PARA.                                  01380000
      * NO CARD, NO TRACE - THE REPORT FOLLOWS ONE ROW, NOT THE TABLE   01390000
           IF NOT CARD-SEEN-Y                                           01400000
               DISPLAY 'DB2TRCE NO STATE/YEAR CARD - NOTHING TRACED'    01410000
               MOVE 16 TO RETURN-CODE                                   01420000
               STOP RUN                                                 01430000
           END-IF.                                                      01440000
           OPEN OUTPUT TRACE-RPT-FILE.                                  01450000
           IF WS-RPT-STATUS NOT = '00'                                  01460000
               DISPLAY 'ERROR/OPEN/TRACE-RPT-FILE'                      01470000
               DISPLAY 'FILE STATUS:' WS-RPT-STATUS                     01480000
               MOVE 16 TO RETURN-CODE                                   01490000
           ELSE                                                         01500000
               PERFORM 003-TRACE-PARA                                   01510000
               PERFORM 006-CURRENT-ROW-PARA                             01520000
               MOVE 'CHANGES TRACED      ' TO RPT-TOT-LABEL             01530000
               MOVE WS-TRACE-COUNT TO RPT-TOT-COUNT                     01540000
               PERFORM RPT-GRAND-TOTAL-PARA                             01550000
               CLOSE TRACE-RPT-FILE                                     01560000
           END-IF.                                                      01570000
           DISPLAY 'DB2TRCE ' WS-SEL-STATE ' ' WS-SEL-YEAR-X            01580000
                   ' CHANGES TRACED ' WS-TRACE-COUNT.                   01590000
           STOP RUN.                                                    01600000
       002-READ-CARD-PARA.                                              01610000
           OPEN INPUT TRACE-CARD-FILE.                                  01620000
           IF WS-CARD-STATUS = '00'                                     01630000
               READ TRACE-CARD-FILE                                     01640000
                   AT END                                               01650000
                       CONTINUE                                         01660000
                   NOT AT END                                           01670000
                       IF CARD-STATE-UT NOT = SPACES                    01680000
                        AND CARD-YEAR NUMERIC                           01690000
                           MOVE CARD-STATE-UT TO WS-SEL-STATE           01700000
                           MOVE CARD-YEAR TO WS-SEL-YEAR WS-SEL-YEAR-X  01710000
                           SET CARD-SEEN-Y TO TRUE                      01720000
                       END-IF                                           01730000
               END-READ                                                 01740000
           END-IF.                                                      01750000
           CLOSE TRACE-CARD-FILE.                                       01760000
       003-TRACE-PARA.                                                  01770000
           MOVE SPACES TO RPT-DETAIL-STAGE.                             01780000
           MOVE 'ROW: ' TO RPT-DETAIL-STAGE (1:5).                      01790000
           MOVE WS-SEL-STATE TO RPT-DETAIL-STAGE (6:30).                01800000
           MOVE 'SURVEY YEAR ' TO RPT-DETAIL-STAGE (38:12).             01810000
           MOVE WS-SEL-YEAR-X TO RPT-DETAIL-STAGE (50:4).               01820000
           PERFORM RPT-PUT-PARA.                                        01830000
           EXEC SQL                                                     01840000
               OPEN CURS_TRCE                                           01850000
           END-EXEC.                                                    01860000
           IF SQLCODE NOT = 0                                           01870000
               DISPLAY 'ERROR/OPEN-CURSOR'                              01880000
               DISPLAY 'SQL CODE:' SQLCODE                              01890000
               MOVE 16 TO RETURN-CODE                                   01900000
           ELSE                                                         01910000
               SET WS-CURSOR-OPEN-Y TO TRUE                             01920000
               PERFORM 003A-FETCH-PARA UNTIL FETCH-EOF-Y                01930000
           END-IF.                                                      01940000
           IF WS-CURSOR-OPEN-Y                                          01950000
               EXEC SQL                                                 01960000
                   CLOSE CURS_TRCE                                      01970000
               END-EXEC                                                 01980000
           END-IF.                                                      01990000
           MOVE SPACES TO RPT-DETAIL-STAGE.                             02000000
           EVALUATE TRUE                                                02010000
               WHEN WS-TRACE-COUNT = ZERO                               02020000
                   MOVE 'NO PROVENANCE RECORDED - SEE DB2HIST'          02030000
                       TO RPT-DETAIL-STAGE                              02040000
                   PERFORM RPT-PUT-PARA                                 02050000
               WHEN NOT FIRST-IS-INSERT                                 02060000
                   MOVE 'PREDATES PROVENANCE - OLDER VALUES ON DB2HIST' 02070000
                       TO RPT-DETAIL-STAGE                              02080000
                   PERFORM RPT-PUT-PARA                                 02090000
               WHEN OTHER                                               02100000
                   CONTINUE                                             02110000
           END-EVALUATE.                                                02120000
       003A-FETCH-PARA.                                                 02130000
           EXEC SQL                                                     02140000
               FETCH CURS_TRCE                                          02150000
               INTO :PRV-CHANGE-TS,:PRV-ACTION,:PRV-SOURCE-TYPE,        02160000
                    :PRV-BUS-DATE,:PRV-FEED-OFFICE,:PRV-FEED-SEQ,       02170000
                    :PRV-RECORD-NO,:PRV-SOURCE-REF,                     02180000
                    :PRV-POPULATION:PRV-IND-POPULATION,                 02190000
                    :PRV-CHANGE-PGM,:PRV-CHANGE-USER,:PRV-REQ-USER      02200000
           END-EXEC.                                                    02210000
           IF SQLCODE = 0                                               02220000
               PERFORM 004-PRINT-ENTRY-PARA                             02230000
               PERFORM 005-PRINT-FROM-PARA                              02240000
           ELSE                                                         02250000
               SET FETCH-EOF-Y TO TRUE                                  02260000
               IF SQLCODE NOT = 100                                     02270000
                   DISPLAY 'ERROR/FETCH'                                02280000
                   DISPLAY 'SQL CODE:' SQLCODE                          02290000
                   MOVE 16 TO RETURN-CODE                               02300000
               END-IF                                                   02310000
           END-IF.                                                      02320000
      * ONE LINE PER CHANGE - THE OLDEST IS TAGGED ORIGIN WHEN IT IS    02330000
      * THE INSERT THAT CREATED THE ROW, EARLIEST OTHERWISE             02340000
       004-PRINT-ENTRY-PARA.                                            02350000
           ADD 1 TO WS-TRACE-COUNT.                                     02360000
           MOVE SPACES TO WS-RPT-TRACE-LINE.                            02370000
           MOVE PRV-CHANGE-TS (1:19) TO RPT-TRC-TS.                     02380000
           MOVE PRV-ACTION TO RPT-TRC-ACTION.                           02390000
           MOVE PRV-SOURCE-TYPE TO RPT-TRC-SOURCE.                      02400000
           MOVE PRV-BUS-DATE TO RPT-TRC-BUS-DATE.                       02410000
           MOVE ZERO TO RPT-TRC-POP.                                    02420000
           IF PRV-IND-POPULATION NOT < 0                                02430000
               MOVE PRV-POPULATION TO RPT-TRC-POP                       02440000
           END-IF.                                                      02450000
           MOVE PRV-CHANGE-PGM TO RPT-TRC-PGM.                          02460000
           MOVE PRV-CHANGE-USER TO RPT-TRC-USER.                        02470000
           MOVE PRV-REQ-USER TO RPT-TRC-REQ-USER.                       02480000
           IF WS-TRACE-COUNT = 1                                        02490000
               MOVE PRV-ACTION TO WS-FIRST-ACTION                       02500000
               IF FIRST-IS-INSERT                                       02510000
                   MOVE 'ORIGIN' TO RPT-TRC-TAG                         02520000
               ELSE                                                     02530000
                   MOVE 'EARLIEST' TO RPT-TRC-TAG                       02540000
               END-IF                                                   02550000
           END-IF.                                                      02560000
           MOVE WS-RPT-TRACE-LINE TO RPT-DETAIL-STAGE.                  02570000
           IF PRV-IND-POPULATION < 0                                    02580000
               MOVE '      NULL' TO RPT-DETAIL-STAGE (45:10)            02590000
           END-IF.                                                      02600000
           PERFORM RPT-PUT-PARA.                                        02610000
      * THE SOURCE REFERENCE, READ ACCORDING TO THE SOURCE TYPE         02620000
       005-PRINT-FROM-PARA.                                             02630000
           MOVE SPACES TO RPT-FROM-LABEL RPT-FROM-VALUE.                02640000
           MOVE PRV-SOURCE-REF TO RPT-FROM-VALUE.                       02650000
           EVALUATE PRV-SOURCE-TYPE                                     02660000
               WHEN 'FEED'                                              02670000
                   IF PRV-FEED-SEQ > ZERO                               02680000
                       MOVE 'CENSUS.TRANS.FEED' TO RPT-FROM-LABEL       02690000
                       MOVE PRV-FEED-OFFICE TO WS-FP-OFFICE             02700000
                       MOVE PRV-FEED-SEQ TO WS-FP-SEQ                   02710000
                       MOVE PRV-RECORD-NO TO WS-FP-RECORD               02720000
                       MOVE WS-FEED-POSITION TO RPT-FROM-VALUE          02730000
                   ELSE                                                 02740000
                       MOVE 'FEED, POSITION UNKNOWN' TO RPT-FROM-LABEL  02750000
                   END-IF                                               02760000
               WHEN 'APPROVAL'                                          02770000
                   MOVE 'CHANGE QUEUED AT' TO RPT-FROM-LABEL            02780000
               WHEN 'RELOAD'                                            02790000
                   MOVE 'RELOADED FROM' TO RPT-FROM-LABEL               02800000
               WHEN 'RESTORE'                                           02810000
                   MOVE 'ARCHIVE COPY DELETED AT' TO RPT-FROM-LABEL     02820000
               WHEN 'RECOVERY'                                          02830000
                   MOVE 'BEFORE-IMAGE TAKEN AT' TO RPT-FROM-LABEL       02840000
               WHEN 'YEARMOVE'                                          02850000
                   MOVE 'SURVEY-YEAR MOVE' TO RPT-FROM-LABEL            02860000
               WHEN OTHER                                               02870000
                   MOVE 'SOURCE REFERENCE' TO RPT-FROM-LABEL            02880000
           END-EVALUATE.                                                02890000
           MOVE WS-RPT-FROM-LINE TO RPT-DETAIL-STAGE.                   02900000
           PERFORM RPT-PUT-PARA.                                        02910000
      * WHAT THE TRACE ENDS ON - THE LIVE ROW, OR A NOTE IF IT IS GONE  02920000
       006-CURRENT-ROW-PARA.                                            02930000
           MOVE WS-SEL-STATE TO STATE-UT.                               02940000
           MOVE WS-SEL-YEAR TO YEAR-OF-SUR.                             02950000
           EXEC SQL                                                     02960000
               SELECT POPULATION                                        02970000
               INTO  :POPULATION:IND-POPULATION                         02980000
                FROM CENSUS                                             02990000
               WHERE STATE_UT = :STATE-UT                               03000000
               AND   YEAR_OF_SUR = :YEAR-OF-SUR                         03010000
           END-EXEC.                                                    03020000
           MOVE SPACES TO RPT-DETAIL-STAGE.                             03030000
           EVALUATE TRUE                                                03040000
               WHEN SQLCODE = 0 AND IND-POPULATION NOT < 0              03050000
                   MOVE POPULATION TO RPT-CUR-POP                       03060000
                   MOVE WS-RPT-CURRENT-LINE TO RPT-DETAIL-STAGE         03070000
               WHEN SQLCODE = 0                                         03080000
                   MOVE 'CURRENT CENSUS POPULATION         NULL'        03090000
                       TO RPT-DETAIL-STAGE                              03100000
               WHEN SQLCODE = 100                                       03110000
                   MOVE 'ROW NO LONGER IN CENSUS' TO RPT-DETAIL-STAGE   03120000
               WHEN OTHER                                               03130000
                   DISPLAY 'ERROR/SELECT-CENSUS'                        03140000
                   DISPLAY 'SQL CODE:' SQLCODE                          03150000
                   MOVE 16 TO RETURN-CODE                               03160000
                   MOVE 'CURRENT ROW NOT READ - SEE SYSOUT'             03170000
                       TO RPT-DETAIL-STAGE                              03180000
           END-EVALUATE.                                                03190000
           PERFORM RPT-PUT-PARA.                                        03200000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         03210000
           COPY RPTHDPRC.                                               03220000
