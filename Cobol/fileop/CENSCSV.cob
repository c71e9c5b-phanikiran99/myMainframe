      *PUBLIC-RELEASE CSV OFF THE FULL CENSUS EXTRACT                   00010000
      *THE STATISTICS WEBSITE TEAM USED TO RETYPE OUR FIGURES FROM THE  00020000
      *PRINTED REPORTS - CENSUS.EXTRACT.FULL (CENSEXT.CPY) IS FIXED     00030000
      *WIDTH AND ZONED DECIMAL. THIS PUBLICATION STEP TAKES ONE SURVEY  00040000
      *YEAR (CSVCARD COLS 1-4) OFF THE EXTRACT AND WRITES A COMMA-      00050000
      *DELIMITED FILE WITH A HEADER ROW: PLAIN SIGNED NUMBERS, THE      00060000
      *STATE NAME QUOTED, AN UNKNOWN RURAL OR URBAN SPLIT (THE NULL     00070000
      *FLAG = 'Y') AS AN EMPTY CELL RATHER THAN A ZERO, AND THE URBAN   00080000
      *SHARE AS A PERCENTAGE TO TWO PLACES (EMPTY WHEN THE SPLIT IS     00090000
      *UNKNOWN). THE EXTRACT MUST PROVE OUT AGAINST ITS EXTHDR/EXTTRL   00100000
      *CONTROL RECORDS FIRST, THE SAME PROOF DB2RELD RUNS - A FILE      00110000
      *THAT DOES NOT FOOT IS REFUSED TO THE SHARED AUDIT LOG (RC 16)    00120000
      *AND THE CSV IS NEVER OPENED. RC 4 = NO ROWS FOR THE YEAR.        00130000
       IDENTIFICATION DIVISION.                                         00140000
       PROGRAM-ID. CENSCSV.                                             00150000
       ENVIRONMENT DIVISION.                                            00160000
          INPUT-OUTPUT SECTION.                                         00170000
          FILE-CONTROL.                                                 00180000
           SELECT CENSUS-EXTRACT-FILE ASSIGN TO EXTRDD                  00190000
           ORGANIZATION IS SEQUENTIAL                                   00200000
           FILE STATUS WS-EXTR-STATUS.                                  00210000
      *ONE-RECORD CONTROL CARD - THE SURVEY YEAR TO PUBLISH             00220000
           SELECT CSV-CARD-FILE ASSIGN TO CSVCARD                       00230000
           ORGANIZATION IS SEQUENTIAL                                   00240000
           FILE STATUS WS-CARD-STATUS.                                  00250000
           SELECT CSV-OUT-FILE ASSIGN TO CSVOUT                         00260000
           ORGANIZATION IS SEQUENTIAL                                   00270000
           FILE STATUS WS-CSV-STATUS.                                   00280000
      *SHARED AUDIT LOG, SEE AUDITLOG.CPY - A REFUSED EXTRACT IS AN     00290000
      *AUDIT EVENT THE MORNING ALERT SCAN MUST SEE                      00300000
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITDD                      00310000
           ORGANIZATION IS SEQUENTIAL                                   00320000
           FILE STATUS WS-AUDITLOG-STATUS.                              00330000
       DATA DIVISION.                                                   00340000
          FILE SECTION.                                                 00350000
          FD  CENSUS-EXTRACT-FILE.                                      00360000
      *SHARED EXTRACT LAYOUT, SEE CENSEXT.CPY - WRITTEN BY DB2UNLD      00370000
          COPY CENSEXT.                                                 00380000
          FD  CSV-CARD-FILE.                                            00390000
          01  CSV-CARD-REC.                                             00400000
             05 CARD-YEAR            PIC X(4).                          00410000
          FD  CSV-OUT-FILE.                                             00420000
          01  CSV-OUT-REC            PIC X(120).                        00430000
          FD  AUDIT-LOG-FILE.                                           00440000
          COPY AUDITLOG.                                                00450000
       WORKING-STORAGE SECTION.                                         00460000
          77 WS-EXTR-STATUS PIC X(2).                                   00470000
          77 WS-CARD-STATUS PIC X(2).                                   00480000
          77 WS-CSV-STATUS PIC X(2).                                    00490000
          77 WS-AUDITLOG-STATUS PIC X(2).                               00500000
      * SHARED AUDIT-LOG STAGING FIELDS, SEE AUDITWS.CPY.               00510000
           COPY AUDITWS.                                                00520000
          01 WS-EXTR-EOF PIC X(01) VALUE 'N'.                           00530000
             88 EXTR-EOF-Y VALUE 'Y'.                                   00540000
      * VERIFICATION PASS STATE - AS DB2RELD (SEE CENSEXT.CPY)          00550000
          01 WS-VER-EOF PIC X(01) VALUE 'N'.                            00560000
             88 VER-EOF-Y VALUE 'Y'.                                    00570000
          01 WS-HDR-SEEN PIC X(01) VALUE 'N'.                           00580000
             88 HDR-SEEN-Y VALUE 'Y'.                                   00590000
          01 WS-TRL-SEEN PIC X(01) VALUE 'N'.                           00600000
             88 TRL-SEEN-Y VALUE 'Y'.                                   00610000
          01 WS-EXTRACT-OK PIC X(01) VALUE 'N'.                         00620000
             88 EXTRACT-OK-Y VALUE 'Y'.                                 00630000
          77 WS-VER-COUNT PIC 9(9) VALUE ZERO.                          00640000
          77 WS-VER-HASH PIC 9(15) VALUE ZERO.                          00650000
          77 WS-TRL-COUNT PIC 9(9) VALUE ZERO.                          00660000
          77 WS-TRL-HASH PIC 9(15) VALUE ZERO.                          00670000
          01 WS-SEL-YEAR PIC 9(4) VALUE ZERO.                           00680000
          01 WS-YEAR-OK PIC X(01) VALUE 'N'.                            00690000
             88 YEAR-OK-Y VALUE 'Y'.                                    00700000
          77 WS-READ-COUNT PIC 9(9) VALUE ZERO.                         00710000
          77 WS-ROW-COUNT PIC 9(9) VALUE ZERO.                          00720000
      * ONE CSV LINE IS BUILT HERE, A CELL AT A TIME, WITH A POINTER    00730000
          01 WS-CSV-LINE PIC X(120).                                    00740000
          77 WS-CSV-PTR PIC 9(4) USAGE COMP.                            00750000
      * NUMBER-TO-CELL WORK AREA - THE EDITED VALUE LESS ITS LEADING    00760000
      * BLANKS IS WHAT GOES INTO THE CELL                               00770000
          01 WS-CELL-NUM PIC S9(9).                                     00780000
          01 WS-CELL-EDIT PIC -(9)9.                                    00790000
          01 WS-CELL-PCT PIC 9(3)V99.                                   00800000
          01 WS-CELL-PCT-EDIT PIC ZZ9.99.                               00810000
          77 WS-CELL-LEAD PIC 9(4) USAGE COMP.                          00820000
          77 WS-CELL-LEN PIC 9(4) USAGE COMP.                           00830000
          01 WS-CSV-HEADER PIC X(80) VALUE                              00840000
             'STATE_UT,YEAR,POPULATION,GROWTH_PER,RURAL_POP,URBAN_POP,UR00850000
      -      'BAN_PCT,RATIO'.                                           00860000
       PROCEDURE DIVISION.                                              00870000
       MAIN-PARA.                                                       00880000
           MOVE 'CENSCSV' TO WS-AUDLOG-PROGRAM.                         00890000
           OPEN EXTEND AUDIT-LOG-FILE.                                  00900000
           IF WS-AUDITLOG-STATUS NOT = '00'                             00910000
               DISPLAY 'ERROR/OPEN/AUDIT-LOG-FILE'                      00920000
               DISPLAY 'FILE STATUS:' WS-AUDITLOG-STATUS                00930000
           END-IF.                                                      00940000
           PERFORM 001-READ-CARD-PARA.                                  00950000
           IF NOT YEAR-OK-Y                                             00960000
               DISPLAY 'CENSCSV NO VALID SURVEY YEAR ON CSVCARD'        00970000
               MOVE 16 TO RETURN-CODE                                   00980000
           ELSE                                                         00990000
      * PROVE THE EXTRACT BEFORE A SINGLE CSV LINE IS WRITTEN           01000000
               PERFORM 002-VERIFY-EXTRACT-PARA                          01010000
               IF EXTRACT-OK-Y                                          01020000
                   PERFORM 003-PUBLISH-PARA                             01030000
               ELSE                                                     01040000
                   MOVE 16 TO RETURN-CODE                               01050000
               END-IF                                                   01060000
           END-IF.                                                      01070000
           CLOSE AUDIT-LOG-FILE.                                        01080000
           DISPLAY 'CENSCSV SURVEY YEAR         ' WS-SEL-YEAR.          01090000
           DISPLAY 'CENSCSV EXTRACT ROWS READ   ' WS-READ-COUNT.        01100000
           DISPLAY 'CENSCSV CSV ROWS WRITTEN    ' WS-ROW-COUNT.         01110000
           IF RETURN-CODE < 4                                           01120000
            AND WS-ROW-COUNT = ZERO                                     01130000
               DISPLAY 'CENSCSV NO ROWS FOR THE SURVEY YEAR'            01140000
               MOVE 4 TO RETURN-CODE                                    01150000
           END-IF.                                                      01160000
           STOP RUN.                                                    01170000
       001-READ-CARD-PARA.                                              01180000
           OPEN INPUT CSV-CARD-FILE.                                    01190000
           IF WS-CARD-STATUS = '00'                                     01200000
               READ CSV-CARD-FILE                                       01210000
                   AT END                                               01220000
                       CONTINUE                                         01230000
                   NOT AT END                                           01240000
                       IF CARD-YEAR NUMERIC                             01250000
                           MOVE CARD-YEAR TO WS-SEL-YEAR                01260000
                           SET YEAR-OK-Y TO TRUE                        01270000
                       END-IF                                           01280000
               END-READ                                                 01290000
               CLOSE CSV-CARD-FILE                                      01300000
           ELSE                                                         01310000
               DISPLAY 'ERROR/OPEN/CSV-CARD-FILE'                       01320000
               DISPLAY 'FILE STATUS:' WS-CARD-STATUS                    01330000
           END-IF.                                                      01340000
      * ONE FULL PASS OVER THE EXTRACT: HEADER PRESENT, TRAILER         01350000
      * PRESENT, TRAILER COUNT AND POPULATION HASH FOOT TO WHAT WAS     01360000
      * ACTUALLY READ                                                   01370000
       002-VERIFY-EXTRACT-PARA.                                         01380000
           OPEN INPUT CENSUS-EXTRACT-FILE.                              01390000
           IF WS-EXTR-STATUS NOT = '00'                                 01400000
               DISPLAY 'ERROR/OPEN/CENSUS-EXTRACT-FILE'                 01410000
               DISPLAY 'FILE STATUS:' WS-EXTR-STATUS                    01420000
               SET VER-EOF-Y TO TRUE                                    01430000
           END-IF.                                                      01440000
           PERFORM 002A-VERIFY-ONE-PARA UNTIL VER-EOF-Y.                01450000
           CLOSE CENSUS-EXTRACT-FILE.                                   01460000
           EVALUATE TRUE                                                01470000
               WHEN NOT HDR-SEEN-Y                                      01480000
                   DISPLAY 'CENSCSV EXTRACT HAS NO HEADER - REFUSED'    01490000
                   MOVE 'NOHEADER' TO WS-AUDLOG-STATUS                  01500000
                   PERFORM 002B-REFUSE-PARA                             01510000
               WHEN NOT TRL-SEEN-Y                                      01520000
                   DISPLAY 'CENSCSV EXTRACT HAS NO TRAILER - REFUSED'   01530000
                   MOVE 'NOTRAILR' TO WS-AUDLOG-STATUS                  01540000
                   PERFORM 002B-REFUSE-PARA                             01550000
               WHEN WS-TRL-COUNT NOT = WS-VER-COUNT                     01560000
                   DISPLAY 'CENSCSV TRAILER COUNT ' WS-TRL-COUNT        01570000
                       ' ACTUAL ' WS-VER-COUNT ' - REFUSED'             01580000
                   MOVE 'CTLTOTAL' TO WS-AUDLOG-STATUS                  01590000
                   PERFORM 002B-REFUSE-PARA                             01600000
               WHEN WS-TRL-HASH NOT = WS-VER-HASH                       01610000
                   DISPLAY 'CENSCSV TRAILER HASH ' WS-TRL-HASH          01620000
                       ' ACTUAL ' WS-VER-HASH ' - REFUSED'              01630000
                   MOVE 'HASHFAIL' TO WS-AUDLOG-STATUS                  01640000
                   PERFORM 002B-REFUSE-PARA                             01650000
               WHEN OTHER                                               01660000
                   SET EXTRACT-OK-Y TO TRUE                             01670000
           END-EVALUATE.                                                01680000
       002A-VERIFY-ONE-PARA.                                            01690000
           READ CENSUS-EXTRACT-FILE                                     01700000
               AT END                                                   01710000
                   SET VER-EOF-Y TO TRUE                                01720000
               NOT AT END                                               01730000
                   EVALUATE TRUE                                        01740000
                       WHEN EXTRACT-HEADER-ID                           01750000
                           SET HDR-SEEN-Y TO TRUE                       01760000
                       WHEN EXTRACT-TRAILER-ID                          01770000
                           SET TRL-SEEN-Y TO TRUE                       01780000
                           MOVE XT-RECORD-COUNT TO WS-TRL-COUNT         01790000
                           MOVE XT-POP-HASH TO WS-TRL-HASH              01800000
                       WHEN OTHER                                       01810000
                           ADD 1 TO WS-VER-COUNT                        01820000
                           IF EXT-POPULATION NUMERIC                    01830000
                               ADD EXT-POPULATION TO WS-VER-HASH        01840000
                           END-IF                                       01850000
                   END-EVALUATE                                         01860000
           END-READ.                                                    01870000
       002B-REFUSE-PARA.                                                01880000
           MOVE '002-VERIFY-EXTRACT' TO WS-AUDLOG-PARAGRAPH.            01890000
           PERFORM WRITE-AUDIT-LOG-PARA.                                01900000
      * SECOND PASS - HEADER ROW, THEN ONE CSV ROW PER DATA RECORD      01910000
      * FOR THE CHOSEN SURVEY YEAR                                      01920000
       003-PUBLISH-PARA.                                                01930000
           OPEN OUTPUT CSV-OUT-FILE.                                    01940000
           IF WS-CSV-STATUS NOT = '00'                                  01950000
               DISPLAY 'ERROR/OPEN/CSV-OUT-FILE'                        01960000
               DISPLAY 'FILE STATUS:' WS-CSV-STATUS                     01970000
               MOVE 16 TO RETURN-CODE                                   01980000
           ELSE                                                         01990000
               MOVE WS-CSV-HEADER TO CSV-OUT-REC                        02000000
               WRITE CSV-OUT-REC                                        02010000
               OPEN INPUT CENSUS-EXTRACT-FILE                           02020000
               IF WS-EXTR-STATUS NOT = '00'                             02030000
                   DISPLAY 'ERROR/OPEN/CENSUS-EXTRACT-FILE'             02040000
                   DISPLAY 'FILE STATUS:' WS-EXTR-STATUS                02050000
                   MOVE 16 TO RETURN-CODE                               02060000
               ELSE                                                     02070000
                   PERFORM 003A-READ-ONE-PARA UNTIL EXTR-EOF-Y          02080000
                   CLOSE CENSUS-EXTRACT-FILE                            02090000
               END-IF                                                   02100000
               CLOSE CSV-OUT-FILE                                       02110000
           END-IF.                                                      02120000
       003A-READ-ONE-PARA.                                              02130000
           READ CENSUS-EXTRACT-FILE                                     02140000
               AT END                                                   02150000
                   SET EXTR-EOF-Y TO TRUE                               02160000
               NOT AT END                                               02170000
                   IF EXTRACT-HEADER-ID OR EXTRACT-TRAILER-ID           02180000
                       CONTINUE                                         02190000
                   ELSE                                                 02200000
                       ADD 1 TO WS-READ-COUNT                           02210000
                       IF EXT-YEAR-OF-SUR = WS-SEL-YEAR                 02220000
                           PERFORM 004-BUILD-ROW-PARA                   02230000
                       END-IF                                           02240000
                   END-IF                                               02250000
           END-READ.                                                    02260000
       004-BUILD-ROW-PARA.                                              02270000
           MOVE SPACES TO WS-CSV-LINE.                                  02280000
           MOVE 1 TO WS-CSV-PTR.                                        02290000
      * STATE NAMES CARRY EMBEDDED BLANKS - CUT AT THE FIRST DOUBLE     02300000
      * BLANK, AND QUOTE THE CELL                                       02310000
           STRING '"' EXT-STATE-UT DELIMITED BY '  '                    02320000
                  '",' DELIMITED BY SIZE                                02330000
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR              02340000
           END-STRING.                                                  02350000
           MOVE EXT-YEAR-OF-SUR TO WS-CELL-NUM.                         02360000
           PERFORM 005-PUT-NUMBER-PARA.                                 02370000
           MOVE EXT-POPULATION TO WS-CELL-NUM.                          02380000
           PERFORM 005-PUT-NUMBER-PARA.                                 02390000
           MOVE EXT-GROWTH-PER TO WS-CELL-NUM.                          02400000
           PERFORM 005-PUT-NUMBER-PARA.                                 02410000
           IF EXT-RURAL-POP-NULL = 'Y'                                  02420000
               PERFORM 006-PUT-EMPTY-PARA                               02430000
           ELSE                                                         02440000
               MOVE EXT-RURAL-POP TO WS-CELL-NUM                        02450000
               PERFORM 005-PUT-NUMBER-PARA                              02460000
           END-IF.                                                      02470000
           IF EXT-URBAN-POP-NULL = 'Y'                                  02480000
               PERFORM 006-PUT-EMPTY-PARA                               02490000
               PERFORM 006-PUT-EMPTY-PARA                               02500000
           ELSE                                                         02510000
               MOVE EXT-URBAN-POP TO WS-CELL-NUM                        02520000
               PERFORM 005-PUT-NUMBER-PARA                              02530000
               PERFORM 007-PUT-URBAN-PCT-PARA                           02540000
           END-IF.                                                      02550000
      * THE LAST CELL TAKES NO TRAILING COMMA                           02560000
           MOVE EXT-RATIO TO WS-CELL-NUM.                               02570000
           PERFORM 005-PUT-NUMBER-PARA.                                 02580000
           SUBTRACT 1 FROM WS-CSV-PTR.                                  02590000
           MOVE SPACE TO WS-CSV-LINE (WS-CSV-PTR:1).                    02600000
           MOVE WS-CSV-LINE TO CSV-OUT-REC.                             02610000
           WRITE CSV-OUT-REC.                                           02620000
           IF WS-CSV-STATUS NOT = '00'                                  02630000
               DISPLAY 'ERROR/WRITE/CSV-OUT-FILE'                       02640000
               DISPLAY 'FILE STATUS:' WS-CSV-STATUS                     02650000
               MOVE 16 TO RETURN-CODE                                   02660000
               SET EXTR-EOF-Y TO TRUE                                   02670000
           ELSE                                                         02680000
               ADD 1 TO WS-ROW-COUNT                                    02690000
           END-IF.                                                      02700000
      * EDIT WS-CELL-NUM, DROP THE LEADING BLANKS, APPEND WITH A COMMA  02710000
       005-PUT-NUMBER-PARA.                                             02720000
           MOVE WS-CELL-NUM TO WS-CELL-EDIT.                            02730000
           MOVE ZERO TO WS-CELL-LEAD.                                   02740000
           INSPECT WS-CELL-EDIT TALLYING WS-CELL-LEAD                   02750000
               FOR LEADING SPACES.                                      02760000
           COMPUTE WS-CELL-LEN = 10 - WS-CELL-LEAD.                     02770000
           STRING WS-CELL-EDIT (WS-CELL-LEAD + 1:WS-CELL-LEN)           02780000
                  ',' DELIMITED BY SIZE                                 02790000
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR              02800000
           END-STRING.                                                  02810000
       006-PUT-EMPTY-PARA.                                              02820000
           STRING ',' DELIMITED BY SIZE                                 02830000
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR              02840000
           END-STRING.                                                  02850000
      * URBAN SHARE OF THE TOTAL, TO TWO PLACES - EMPTY FOR A ZERO      02860000
      * POPULATION RATHER THAN A DIVIDE BY ZERO                         02870000
       007-PUT-URBAN-PCT-PARA.                                          02880000
           IF EXT-POPULATION = ZERO                                     02890000
               PERFORM 006-PUT-EMPTY-PARA                               02900000
           ELSE                                                         02910000
               COMPUTE WS-CELL-PCT ROUNDED =                            02920000
                   EXT-URBAN-POP * 100 / EXT-POPULATION                 02930000
               MOVE WS-CELL-PCT TO WS-CELL-PCT-EDIT                     02940000
               MOVE ZERO TO WS-CELL-LEAD                                02950000
               INSPECT WS-CELL-PCT-EDIT TALLYING WS-CELL-LEAD           02960000
                   FOR LEADING SPACES                                   02970000
               COMPUTE WS-CELL-LEN = 6 - WS-CELL-LEAD                   02980000
               STRING WS-CELL-PCT-EDIT (WS-CELL-LEAD + 1:WS-CELL-LEN)   02990000
                      ',' DELIMITED BY SIZE                             03000000
                      INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR          03010000
               END-STRING                                               03020000
           END-IF.                                                      03030000
      * SHARED AUDIT-LOG APPEND PARAGRAPH - SEE AUDITPRC.CPY.           03040000
           COPY AUDITPRC.                                               03050000
