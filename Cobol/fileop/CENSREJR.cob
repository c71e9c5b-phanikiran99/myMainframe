      *OPEN-REJECTS REGISTER AND AGEING REPORT                          00010000
      *CENSEDIT'S REJECT FILE (CENSUS.TRANS.REJECT) IS REWRITTEN EVERY  00020000
      *NIGHT, SO A REJECT THE SURVEY OFFICE NEVER RESENT SIMPLY         00030000
      *VANISHED THE NEXT MORNING AND NOBODY COULD SAY WHICH STATES      00040000
      *WERE STILL MISSING FROM THE TABLE OR FOR HOW LONG. THIS KEEPS    00050000
      *THE REJECTS ON A STANDING REGISTER (REGDD, SEE REJREG.CPY):      00060000
      *  - TONIGHT'S REJECTS (REJECTDD) ARE ADDED AS OPEN, DATED WITH   00070000
      *    THE BUSINESS DATE. ONE ALREADY ON THE REGISTER FOR THE SAME  00080000
      *    DATE, OFFICE AND REASON IS NOT ADDED AGAIN, SO A RERUN OF    00090000
      *    THE STEP CHANGES NOTHING                                     00100000
      *  - AN OPEN REJECT CLOSES ON ITS OWN THE NIGHT A LOAD APPLIES    00110000
      *    ITS STATE AND SURVEY YEAR - AN INSERTED OR UPDATED           00120000
      *    DISPOSITION ON CENSLMRG'S DISPDD (REHEARSAL DISPOSITIONS     00130000
      *    NEVER COUNT)                                                 00140000
      *  - CLOSCARD WRITES OFF BY HAND A REJECT THAT NEVER WILL CLOSE   00150000
      *    (A GARBLED STATE NAME, A WITHDRAWN RESUBMISSION) - COLS      00160000
      *    1-30 THE STATE/UT AS REJECTED, COLS 31-34 THE SURVEY YEAR    00170000
      *  - A REJECTED STATE/UT IS NAMED ON THE REGISTER BY ITS OFFICIAL 00180000
      *    NAME WHEN THE STATE-NAME ALIAS FILE (ALIASDD, OPTIONAL, SEE  00190000
      *    STALIAS.CPY) KNOWS THE VARIANT, SO IT CLOSES WHEN THE LOAD   00200000
      *    APPLIES THE SAME STATE UNDER THE NAME DB2CORR LOADS IT BY.   00210000
      *    A CLOSCARD STATE/UT IS LOOKED UP THE SAME WAY                00220000
      *  - CLOSED AND WRITTEN-OFF ENTRIES ARE KEPT FOR THE RETENTION    00230000
      *    PERIOD, THEN DROPPED                                         00240000
      *EVERY REJECT STILL OPEN IS LISTED ON REJRPT WITH ITS AGE IN      00250000
      *DAYS, ITS AGE BAND AND ITS CENSEDIT REASON CODE, OLDEST FIRST,   00260000
      *AND ONE OLDER THAN THE ALERT THRESHOLD IS RAISED ONTO THE        00270000
      *CENSUS.ALERTS FILE AND THE OPERATOR CONSOLE (CENSALRT-STYLE).    00280000
      *REJCARD, OPTIONAL: COLS 1-3 THE ALERT THRESHOLD IN DAYS          00290000
      *(DEFAULT 030), COLS 5-7 THE RETENTION IN DAYS (DEFAULT 090).     00300000
      *THE REGISTER IS REWRITTEN ONLY WHEN EVERY INPUT WAS READ IN      00310000
      *FULL. RC 4 = AN OPEN REJECT WAS ALERTED, RC 16 = A FILE WOULD    00320000
      *NOT OPEN OR A TABLE FILLED - THE REGISTER IS LEFT AS IT WAS      00330000
      *AND THE STEP MUST BE RERUN BEFORE THE NEXT NIGHT'S CENSEDIT.     00340000
       IDENTIFICATION DIVISION.                                         00350000
       PROGRAM-ID. CENSREJR.                                            00360000
       ENVIRONMENT DIVISION.                                            00370000
       CONFIGURATION SECTION.                                           00380000
       SPECIAL-NAMES.                                                   00390000
           CONSOLE IS OPERATOR-CONSOLE.                                 00400000
          INPUT-OUTPUT SECTION.                                         00410000
          FILE-CONTROL.                                                 00420000
      *CENSEDIT'S REASON-CODED REJECTS - REASON + 86-BYTE FEED IMAGE    00430000
           SELECT REJECT-FILE ASSIGN TO REJECTDD                        00440000
           ORGANIZATION IS SEQUENTIAL                                   00450000
           FILE STATUS WS-REJECT-STATUS.                                00460000
      *TONIGHT'S APPLIED DISPOSITIONS - STATE, YEAR, ACTION             00470000
           SELECT DISP-IN-FILE ASSIGN TO DISPDD                         00480000
           ORGANIZATION IS SEQUENTIAL                                   00490000
           FILE STATUS WS-DISP-STATUS.                                  00500000
      *THE OPEN-REJECTS REGISTER, READ AND REWRITTEN EACH RUN           00510000
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO REGDD                00520000
           ORGANIZATION IS SEQUENTIAL                                   00530000
           FILE STATUS WS-REGDD-STATUS.                                 00540000
      *ALERTS RAISED FOR THE OPERATOR - APPENDED TO CENSUS.ALERTS IN    00550000
      *THE SAME SHAPE CENSALRT WRITES                                   00560000
           SELECT ALERT-FILE ASSIGN TO AS-ALERTDD                       00570000
           ORGANIZATION IS SEQUENTIAL                                   00580000
           FILE STATUS WS-ALERT-STATUS.                                 00590000
      *ALERT THRESHOLD AND RETENTION, OPTIONAL                          00600000
           SELECT OPTIONAL REJ-CARD-FILE ASSIGN TO REJCARD              00610000
           ORGANIZATION IS SEQUENTIAL                                   00620000
           FILE STATUS WS-CARD-STATUS.                                  00630000
      *HAND WRITE-OFFS, OPTIONAL - ONE STATE/YEAR PER CARD              00640000
           SELECT OPTIONAL CLOSE-CARD-FILE ASSIGN TO CLOSCARD           00650000
           ORGANIZATION IS SEQUENTIAL                                   00660000
           FILE STATUS WS-CLOSE-STATUS.                                 00670000
      *STATE-NAME ALIASES, OPTIONAL - VARIANT SPELLING TO OFFICIAL NAME 00680000
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO ALIASDD                 00690000
           ORGANIZATION IS INDEXED                                      00700000
           ACCESS MODE IS RANDOM                                        00710000
           RECORD KEY IS AL-VARIANT                                     00720000
           FILE STATUS WS-ALIAS-STATUS.                                 00730000
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00740000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00750000
           ORGANIZATION IS SEQUENTIAL                                   00760000
           FILE STATUS WS-BUSDATE-STATUS.                               00770000
           SELECT AGEING-RPT-FILE ASSIGN TO REJRPT                      00780000
           ORGANIZATION IS SEQUENTIAL                                   00790000
           FILE STATUS WS-RPT-STATUS.                                   00800000
       DATA DIVISION.                                                   00810000
          FILE SECTION.                                                 00820000
          FD  REJECT-FILE.                                              00830000
      *THE REJECT IMAGE CARRIES THE STATTRAN.CPY FEED LAYOUT - ONLY     00840000
      *THE STATE AND SURVEY YEAR ARE PICKED OUT HERE                    00850000
          01  REJECT-REC.                                               00860000
             05 REJ-REASON            PIC X(8).                         00870000
             05 REJ-OFFICE            PIC X(2).                         00880000
             05 REJ-STATE-UT          PIC X(30).                        00890000
             05 FILLER                PIC X(36).                        00900000
             05 REJ-YEAR-OF-SUR       PIC 9(9).                         00910000
             05 FILLER                PIC X(11).                        00920000
          FD  DISP-IN-FILE.                                             00930000
          01  DISP-IN-REC.                                              00940000
             05 DSP-STATE-UT         PIC X(30).                         00950000
             05 DSP-YEAR             PIC 9(4).                          00960000
             05 DSP-ACTION           PIC X(8).                          00970000
             05 DSP-RUN-TYPE         PIC X(1).                          00980000
                88 DSP-REHEARSAL     VALUE 'R'.                         00990000
          FD  REGISTER-FILE.                                            01000000
          COPY REJREG.                                                  01010000
          FD  ALERT-FILE.                                               01020000
          01  ALERT-REC.                                                01030000
             05 ALR-PROGRAM          PIC X(8).                          01040000
             05 FILLER               PIC X(2).                          01050000
             05 ALR-PARAGRAPH        PIC X(20).                         01060000
             05 FILLER               PIC X(2).                          01070000
             05 ALR-STATUS-CODE      PIC X(9).                          01080000
             05 FILLER               PIC X(2).                          01090000
             05 ALR-TIMESTAMP        PIC X(14).                         01100000
          FD  REJ-CARD-FILE.                                            01110000
          01  REJ-CARD-REC.                                             01120000
             05 CARD-ALERT-DAYS      PIC X(3).                          01130000
             05 FILLER               PIC X(1).                          01140000
             05 CARD-KEEP-DAYS       PIC X(3).                          01150000
             05 FILLER               PIC X(73).                         01160000
          FD  CLOSE-CARD-FILE.                                          01170000
          01  CLOSE-CARD-REC.                                           01180000
             05 CLC-STATE-UT         PIC X(30).                         01190000
             05 CLC-YEAR             PIC X(4).                          01200000
             05 FILLER               PIC X(46).                         01210000
          FD  ALIAS-FILE.                                               01220000
          COPY STALIAS.                                                 01230000
          FD  BUSDATE-FILE.                                             01240000
          COPY BUSDATE.                                                 01250000
          FD  AGEING-RPT-FILE                                           01260000
              RECORD CONTAINS 110 CHARACTERS.                           01270000
          01  RPT-PRINT-REC           PIC X(110).                       01280000
       WORKING-STORAGE SECTION.                                         01290000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  01300000
           COPY BUSDTWS.                                                01310000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       01320000
           COPY RUNDATE.                                                01330000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                01340000
           COPY RPTHDG.                                                 01350000
          77 WS-REJECT-STATUS PIC X(2).                                 01360000
          77 WS-DISP-STATUS PIC X(2).                                   01370000
          77 WS-REGDD-STATUS PIC X(2).                                  01380000
          77 WS-ALERT-STATUS PIC X(2).                                  01390000
          77 WS-CARD-STATUS PIC X(2).                                   01400000
          77 WS-CLOSE-STATUS PIC X(2).                                  01410000
          77 WS-RPT-STATUS PIC X(2).                                    01420000
          77 WS-ALIAS-STATUS PIC X(2).                                  01430000
          01 WS-FILE-EOF PIC X(01) VALUE 'N'.                           01440000
             88 FILE-EOF-Y VALUE 'Y'.                                   01450000
      * N ONCE AN INPUT COULD NOT BE READ IN FULL - THE REGISTER IS     01460000
      * THEN NOT REWRITTEN                                              01470000
          01 WS-REG-SAFE PIC X(01) VALUE 'Y'.                           01480000
             88 REG-SAFE-Y VALUE 'Y'.                                   01490000
          01 WS-ALIAS-AVAIL PIC X(01) VALUE 'N'.                        01500000
             88 ALIAS-AVAIL-Y VALUE 'Y'.                                01510000
          01 WS-ALERT-OPEN PIC X(01) VALUE 'N'.                         01520000
             88 ALERT-OPEN-Y VALUE 'Y'.                                 01530000
          01 WS-FOUND PIC X(01).                                        01540000
             88 FOUND-Y VALUE 'Y'.                                      01550000
      * AN OPEN REJECT OLDER THAN THIS MANY DAYS IS ALERTED; A CLOSED   01560000
      * ONE IS DROPPED THIS MANY DAYS AFTER IT CLOSED                   01570000
          77 WS-ALERT-DAYS PIC 9(3) VALUE 30.                           01580000
          77 WS-KEEP-DAYS PIC 9(3) VALUE 90.                            01590000
          77 WS-RUN-DATE-9 PIC 9(8).                                    01600000
          77 WS-AGE-DATE-9 PIC 9(8).                                    01610000
          77 WS-RUN-DAYS PIC S9(9) USAGE COMP.                          01620000
          77 WS-AGE-DAYS PIC S9(9) USAGE COMP.                          01630000
          77 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.                       01640000
          77 WS-ADDED-COUNT PIC 9(9) VALUE ZERO.                        01650000
          77 WS-REPEAT-COUNT PIC 9(9) VALUE ZERO.                       01660000
          77 WS-CLOSED-COUNT PIC 9(9) VALUE ZERO.                       01670000
          77 WS-WROTEOFF-COUNT PIC 9(9) VALUE ZERO.                     01680000
          77 WS-DROPPED-COUNT PIC 9(9) VALUE ZERO.                      01690000
          77 WS-OPEN-COUNT PIC 9(9) VALUE ZERO.                         01700000
          77 WS-ALERT-COUNT PIC 9(9) VALUE ZERO.                        01710000
          77 WS-KEPT-COUNT PIC 9(9) VALUE ZERO.                         01720000
      * THE REGISTER, OLDEST FIRST AS WRITTEN, WITH TONIGHT'S REJECTS   01730000
      * ADDED AT THE END. WS-REG-KEEP GOES N WHEN AN ENTRY IS DROPPED   01740000
          77 WS-REG-COUNT PIC 9(5) USAGE COMP VALUE ZERO.               01750000
          77 WS-REG-MAX PIC 9(5) USAGE COMP VALUE 10000.                01760000
          77 WS-REG-IDX PIC 9(5) USAGE COMP.                            01770000
          01 WS-REGISTER-TABLE.                                         01780000
             05 WS-REG-ENTRY OCCURS 10000 TIMES.                        01790000
                10 WS-REG-KEY.                                          01800000
                   15 WS-REG-STATE     PIC X(30).                       01810000
                   15 WS-REG-YEAR      PIC 9(4).                        01820000
                10 WS-REG-REJ-DATE     PIC X(8).                        01830000
                10 WS-REG-REASON       PIC X(8).                        01840000
                10 WS-REG-OFFICE       PIC X(2).                        01850000
                10 WS-REG-STATUS       PIC X(1).                        01860000
                10 WS-REG-CLOSE-DATE   PIC X(8).                        01870000
                10 WS-REG-KEEP         PIC X(1).                        01880000
      * STATE/YEARS A LOAD APPLIED TONIGHT                              01890000
          77 WS-LD-COUNT PIC 9(5) USAGE COMP VALUE ZERO.                01900000
          77 WS-LD-MAX PIC 9(5) USAGE COMP VALUE 10000.                 01910000
          77 WS-LD-IDX PIC 9(5) USAGE COMP.                             01920000
          01 WS-LOADED-TABLE.                                           01930000
             05 WS-LD-ENTRY OCCURS 10000 TIMES.                         01940000
                10 WS-LD-KEY.                                           01950000
                   15 WS-LD-STATE      PIC X(30).                       01960000
                   15 WS-LD-YEAR       PIC 9(4).                        01970000
      * STATE/YEARS WRITTEN OFF ON TONIGHT'S CLOSCARD                   01980000
          77 WS-WO-COUNT PIC 9(3) USAGE COMP VALUE ZERO.                01990000
          77 WS-WO-MAX PIC 9(3) USAGE COMP VALUE 200.                   02000000
          77 WS-WO-IDX PIC 9(3) USAGE COMP.                             02010000
          01 WS-WRITEOFF-TABLE.                                         02020000
             05 WS-WO-ENTRY OCCURS 200 TIMES.                           02030000
                10 WS-WO-KEY.                                           02040000
                   15 WS-WO-STATE      PIC X(30).                       02050000
                   15 WS-WO-YEAR       PIC 9(4).                        02060000
                10 WS-WO-USED          PIC X(1).                        02070000
      * THE AGE BANDS AND HOW MANY OPEN REJECTS FALL IN EACH            02080000
          77 WS-BAND-IDX PIC 9(1).                                      02090000
          01 WS-BAND-NAMES.                                             02100000
             05 FILLER PIC X(8) VALUE '0-7'.                            02110000
             05 FILLER PIC X(8) VALUE '8-30'.                           02120000
             05 FILLER PIC X(8) VALUE '31-60'.                          02130000
             05 FILLER PIC X(8) VALUE '61-90'.                          02140000
             05 FILLER PIC X(8) VALUE 'OVER 90'.                        02150000
          01 WS-BAND-TABLE REDEFINES WS-BAND-NAMES.                     02160000
             05 WS-BAND-NAME PIC X(8) OCCURS 5 TIMES.                   02170000
          01 WS-BAND-COUNTS.                                            02180000
             05 WS-BAND-COUNT PIC 9(9) OCCURS 5 TIMES.                  02190000
          01 WS-KEY-WORK.                                               02200000
             05 WS-KEY-STATE PIC X(30).                                 02210000
             05 WS-KEY-YEAR PIC 9(4).                                   02220000
          01 WS-RPT-DETAIL-LINE.                                        02230000
             05 RPT-DET-STATE        PIC X(30).                         02240000
             05 FILLER               PIC X(2) VALUE SPACES.             02250000
             05 RPT-DET-YEAR         PIC 9(4).                          02260000
             05 FILLER               PIC X(2) VALUE SPACES.             02270000
             05 RPT-DET-REJ-DATE     PIC X(8).                          02280000
             05 FILLER               PIC X(2) VALUE SPACES.             02290000
             05 RPT-DET-AGE          PIC ZZZZ9.                         02300000
             05 FILLER               PIC X(2) VALUE SPACES.             02310000
             05 RPT-DET-BAND         PIC X(8).                          02320000
             05 FILLER               PIC X(2) VALUE SPACES.             02330000
             05 RPT-DET-REASON       PIC X(8).                          02340000
             05 FILLER               PIC X(2) VALUE SPACES.             02350000
             05 RPT-DET-OFFICE       PIC X(2).                          02360000
             05 FILLER               PIC X(2) VALUE SPACES.             02370000
             05 RPT-DET-ALERT        PIC X(7).                          02380000
          01 WS-RPT-TOTAL-LINE.                                         02390000
             05 RPT-TOT-TEXT         PIC X(30).                         02400000
             05 FILLER               PIC X(2) VALUE SPACES.             02410000
             05 RPT-TOT-VALUE        PIC Z(8)9.                         02420000
          01 WS-CONSOLE-LINE.                                           02430000
             05 FILLER PIC X(23) VALUE 'CENSREJR OPEN REJECT:  '.       02440000
             05 CON-STATE PIC X(30).                                    02450000
             05 FILLER PIC X(1) VALUE '/'.                              02460000
             05 CON-YEAR PIC 9(4).                                      02470000
             05 FILLER PIC X(6) VALUE ' DAYS '.                         02480000
             05 CON-AGE PIC ZZZZ9.                                      02490000
       PROCEDURE DIVISION.                                              02500000
       MAIN-PARA.                                                       02510000
           PERFORM READ-BUSINESS-DATE-PARA                              02520000
           MOVE WS-RUN-DATE TO WS-RUN-DATE-9.                           02530000
           COMPUTE WS-RUN-DAYS =                                        02540000
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-9).                02550000
           MOVE ZERO TO WS-BAND-COUNT (1) WS-BAND-COUNT (2)             02560000
               WS-BAND-COUNT (3) WS-BAND-COUNT (4) WS-BAND-COUNT (5).   02570000
           MOVE 'OPEN REJECTS BY AGE' TO RPT-TITLE.                     02580000
           MOVE 'CENSREJR' TO RPT-PROGRAM-ID.                           02590000
           MOVE SPACES TO RPT-COLUMN-LINE.                              02600000
           MOVE 'STATE/UT' TO RPT-COLUMN-LINE (1:8).                    02610000
           MOVE 'YEAR' TO RPT-COLUMN-LINE (33:4).                       02620000
           MOVE 'REJECTED' TO RPT-COLUMN-LINE (39:8).                   02630000
           MOVE 'DAYS' TO RPT-COLUMN-LINE (50:4).                       02640000
           MOVE 'BAND' TO RPT-COLUMN-LINE (56:4).                       02650000
           MOVE 'REASON' TO RPT-COLUMN-LINE (66:6).                     02660000
           MOVE 'OF' TO RPT-COLUMN-LINE (76:2).                         02670000
           PERFORM 000-READ-CARD-PARA.                                  02680000
           PERFORM 001-LOAD-REGISTER-PARA.                              02690000
           PERFORM 002-LOAD-APPLIED-PARA.                               02700000
           OPEN INPUT ALIAS-FILE.                                       02710000
           IF WS-ALIAS-STATUS = '00'                                    02720000
               SET ALIAS-AVAIL-Y TO TRUE                                02730000
           END-IF.                                                      02740000
           PERFORM 003-LOAD-WRITEOFF-PARA.                              02750000
           PERFORM 004-ADD-REJECTS-PARA.                                02760000
           IF ALIAS-AVAIL-Y                                             02770000
               CLOSE ALIAS-FILE                                         02780000
           END-IF.                                                      02790000
           OPEN OUTPUT AGEING-RPT-FILE.                                 02800000
           IF WS-RPT-STATUS NOT = '00'                                  02810000
               DISPLAY 'ERROR/OPEN/AGEING-RPT-FILE'                     02820000
               DISPLAY 'FILE STATUS:' WS-RPT-STATUS                     02830000
               MOVE 16 TO RETURN-CODE                                   02840000
               STOP RUN                                                 02850000
           END-IF.                                                      02860000
           OPEN EXTEND ALERT-FILE.                                      02870000
           IF WS-ALERT-STATUS = '00' OR WS-ALERT-STATUS = '05'          02880000
               SET ALERT-OPEN-Y TO TRUE                                 02890000
           ELSE                                                         02900000
               DISPLAY 'ERROR/OPEN/ALERT-FILE'                          02910000
               DISPLAY 'FILE STATUS:' WS-ALERT-STATUS                   02920000
               MOVE 16 TO RETURN-CODE                                   02930000
           END-IF.                                                      02940000
           PERFORM 005-AGE-ENTRY-PARA                                   02950000
               VARYING WS-REG-IDX FROM 1 BY 1                           02960000
               UNTIL WS-REG-IDX > WS-REG-COUNT.                         02970000
           IF ALERT-OPEN-Y                                              02980000
               CLOSE ALERT-FILE                                         02990000
           END-IF.                                                      03000000
           PERFORM 009-PRINT-TOTALS-PARA.                               03010000
           CLOSE AGEING-RPT-FILE.                                       03020000
           IF REG-SAFE-Y                                                03030000
               PERFORM 010-REWRITE-REGISTER-PARA                        03040000
           ELSE                                                         03050000
               DISPLAY 'CENSREJR REGISTER NOT REWRITTEN - RERUN THE '   03060000
                       'STEP ONCE THE INPUTS ARE SOUND'                 03070000
           END-IF.                                                      03080000
           DISPLAY 'CENSREJR REJECTS ' WS-REJECT-COUNT                  03090000
                   ' ADDED ' WS-ADDED-COUNT                             03100000
                   ' CLOSED ' WS-CLOSED-COUNT                           03110000
                   ' WRITTEN OFF ' WS-WROTEOFF-COUNT                    03120000
                   ' STILL OPEN ' WS-OPEN-COUNT.                        03130000
           IF WS-ALERT-COUNT > ZERO                                     03140000
               DISPLAY 'CENSREJR ' WS-ALERT-COUNT                       03150000
                   ' OPEN REJECTS OLDER THAN ' WS-ALERT-DAYS ' DAYS'    03160000
                   UPON OPERATOR-CONSOLE                                03170000
               IF RETURN-CODE < 4                                       03180000
                   MOVE 4 TO RETURN-CODE                                03190000
               END-IF                                                   03200000
           END-IF.                                                      03210000
           STOP RUN.                                                    03220000
       000-READ-CARD-PARA.                                              03230000
           OPEN INPUT REJ-CARD-FILE.                                    03240000
           IF WS-CARD-STATUS = '00'                                     03250000
               READ REJ-CARD-FILE                                       03260000
                   AT END                                               03270000
                       CONTINUE                                         03280000
                   NOT AT END                                           03290000
                       IF CARD-ALERT-DAYS NUMERIC                       03300000
                           MOVE CARD-ALERT-DAYS TO WS-ALERT-DAYS        03310000
                       END-IF                                           03320000
                       IF CARD-KEEP-DAYS NUMERIC                        03330000
                           MOVE CARD-KEEP-DAYS TO WS-KEEP-DAYS          03340000
                       END-IF                                           03350000
               END-READ                                                 03360000
           END-IF.                                                      03370000
           CLOSE REJ-CARD-FILE.                                         03380000
       001-LOAD-REGISTER-PARA.                                          03390000
           MOVE 'N' TO WS-FILE-EOF.                                     03400000
           OPEN INPUT REGISTER-FILE.                                    03410000
           IF WS-REGDD-STATUS NOT = '00'                                03420000
            AND WS-REGDD-STATUS NOT = '05'                              03430000
               DISPLAY 'ERROR/OPEN/REGISTER-FILE'                       03440000
               DISPLAY 'FILE STATUS:' WS-REGDD-STATUS                   03450000
               MOVE 16 TO RETURN-CODE                                   03460000
               MOVE 'N' TO WS-REG-SAFE                                  03470000
               SET FILE-EOF-Y TO TRUE                                   03480000
           END-IF.                                                      03490000
           PERFORM 001A-LOAD-ONE-PARA UNTIL FILE-EOF-Y.                 03500000
           CLOSE REGISTER-FILE.                                         03510000
       001A-LOAD-ONE-PARA.                                              03520000
           READ REGISTER-FILE                                           03530000
               AT END                                                   03540000
                   SET FILE-EOF-Y TO TRUE                               03550000
               NOT AT END                                               03560000
                   IF WS-REG-COUNT < WS-REG-MAX                         03570000
                       ADD 1 TO WS-REG-COUNT                            03580000
                       MOVE RR-STATE-UT TO WS-REG-STATE (WS-REG-COUNT)  03590000
                       MOVE RR-YEAR TO WS-REG-YEAR (WS-REG-COUNT)       03600000
                       MOVE RR-REJ-DATE                                 03610000
                           TO WS-REG-REJ-DATE (WS-REG-COUNT)            03620000
                       MOVE RR-REASON TO WS-REG-REASON (WS-REG-COUNT)   03630000
                       MOVE RR-OFFICE TO WS-REG-OFFICE (WS-REG-COUNT)   03640000
                       MOVE RR-STATUS TO WS-REG-STATUS (WS-REG-COUNT)   03650000
                       MOVE RR-CLOSE-DATE                               03660000
                           TO WS-REG-CLOSE-DATE (WS-REG-COUNT)          03670000
                       MOVE 'Y' TO WS-REG-KEEP (WS-REG-COUNT)           03680000
                   ELSE                                                 03690000
                       PERFORM 011-REGISTER-FULL-PARA                   03700000
                   END-IF                                               03710000
           END-READ.                                                    03720000
      * ONLY A DISPOSITION THE LOAD ACTUALLY APPLIED CLOSES A REJECT    03730000
       002-LOAD-APPLIED-PARA.                                           03740000
           MOVE 'N' TO WS-FILE-EOF.                                     03750000
           OPEN INPUT DISP-IN-FILE.                                     03760000
           IF WS-DISP-STATUS NOT = '00'                                 03770000
               DISPLAY 'ERROR/OPEN/DISP-IN-FILE'                        03780000
               DISPLAY 'FILE STATUS:' WS-DISP-STATUS                    03790000
               MOVE 16 TO RETURN-CODE                                   03800000
               MOVE 'N' TO WS-REG-SAFE                                  03810000
               SET FILE-EOF-Y TO TRUE                                   03820000
           END-IF.                                                      03830000
           PERFORM 002A-ONE-APPLIED-PARA UNTIL FILE-EOF-Y.              03840000
           CLOSE DISP-IN-FILE.                                          03850000
       002A-ONE-APPLIED-PARA.                                           03860000
           READ DISP-IN-FILE                                            03870000
               AT END                                                   03880000
                   SET FILE-EOF-Y TO TRUE                               03890000
               NOT AT END                                               03900000
                   IF NOT DSP-REHEARSAL                                 03910000
                    AND (DSP-ACTION = 'INSERTED'                        03920000
                     OR DSP-ACTION = 'UPDATED')                         03930000
                       IF WS-LD-COUNT < WS-LD-MAX                       03940000
                           ADD 1 TO WS-LD-COUNT                         03950000
                           MOVE DSP-STATE-UT                            03960000
                               TO WS-LD-STATE (WS-LD-COUNT)             03970000
                           MOVE DSP-YEAR TO WS-LD-YEAR (WS-LD-COUNT)    03980000
                       ELSE                                             03990000
                           DISPLAY 'CENSREJR APPLIED TABLE FULL AT '    04000000
                                   WS-LD-MAX                            04010000
                           MOVE 16 TO RETURN-CODE                       04020000
                           MOVE 'N' TO WS-REG-SAFE                      04030000
                           SET FILE-EOF-Y TO TRUE                       04040000
                       END-IF                                           04050000
                   END-IF                                               04060000
           END-READ.                                                    04070000
       003-LOAD-WRITEOFF-PARA.                                          04080000
           MOVE 'N' TO WS-FILE-EOF.                                     04090000
           OPEN INPUT CLOSE-CARD-FILE.                                  04100000
           IF WS-CLOSE-STATUS = '00' OR WS-CLOSE-STATUS = '05'          04110000
               PERFORM 003A-ONE-WRITEOFF-PARA UNTIL FILE-EOF-Y          04120000
           END-IF.                                                      04130000
           CLOSE CLOSE-CARD-FILE.                                       04140000
       003A-ONE-WRITEOFF-PARA.                                          04150000
           READ CLOSE-CARD-FILE                                         04160000
               AT END                                                   04170000
                   SET FILE-EOF-Y TO TRUE                               04180000
               NOT AT END                                               04190000
                   IF CLC-STATE-UT NOT = SPACES                         04200000
                    AND CLC-YEAR NUMERIC                                04210000
                       IF WS-WO-COUNT < WS-WO-MAX                       04220000
                           ADD 1 TO WS-WO-COUNT                         04230000
                           MOVE CLC-STATE-UT TO WS-KEY-STATE            04240000
                           IF ALIAS-AVAIL-Y                             04250000
                               PERFORM 004D-ALIAS-LOOKUP-PARA           04260000
                           END-IF                                       04270000
                           MOVE WS-KEY-STATE                            04280000
                               TO WS-WO-STATE (WS-WO-COUNT)             04290000
                           MOVE CLC-YEAR TO WS-WO-YEAR (WS-WO-COUNT)    04300000
                           MOVE 'N' TO WS-WO-USED (WS-WO-COUNT)         04310000
                       ELSE                                             04320000
                           DISPLAY 'CENSREJR WRITE-OFF TABLE FULL AT '  04330000
                                   WS-WO-MAX                            04340000
                           MOVE 16 TO RETURN-CODE                       04350000
                           MOVE 'N' TO WS-REG-SAFE                      04360000
                           SET FILE-EOF-Y TO TRUE                       04370000
                       END-IF                                           04380000
                   ELSE                                                 04390000
                       DISPLAY 'CENSREJR CLOSCARD IGNORED: '            04400000
                               CLOSE-CARD-REC (1:34)                    04410000
                   END-IF                                               04420000
           END-READ.                                                    04430000
       004-ADD-REJECTS-PARA.                                            04440000
           MOVE 'N' TO WS-FILE-EOF.                                     04450000
           OPEN INPUT REJECT-FILE.                                      04460000
           IF WS-REJECT-STATUS NOT = '00'                               04470000
               DISPLAY 'ERROR/OPEN/REJECT-FILE'                         04480000
               DISPLAY 'FILE STATUS:' WS-REJECT-STATUS                  04490000
               MOVE 16 TO RETURN-CODE                                   04500000
               MOVE 'N' TO WS-REG-SAFE                                  04510000
               SET FILE-EOF-Y TO TRUE                                   04520000
           END-IF.                                                      04530000
           PERFORM 004A-ONE-REJECT-PARA UNTIL FILE-EOF-Y.               04540000
           CLOSE REJECT-FILE.                                           04550000
      * A REJECT ALREADY REGISTERED FOR TONIGHT'S DATE WITH THE SAME    04560000
      * OFFICE AND REASON IS THE SAME REJECT SEEN BY AN EARLIER RUN     04570000
       004A-ONE-REJECT-PARA.                                            04580000
           READ REJECT-FILE                                             04590000
               AT END                                                   04600000
                   SET FILE-EOF-Y TO TRUE                               04610000
               NOT AT END                                               04620000
                   ADD 1 TO WS-REJECT-COUNT                             04630000
                   MOVE REJ-STATE-UT TO WS-KEY-STATE                    04640000
                   IF ALIAS-AVAIL-Y                                     04650000
                       PERFORM 004D-ALIAS-LOOKUP-PARA                   04660000
                   END-IF                                               04670000
                   IF REJ-YEAR-OF-SUR NUMERIC                           04680000
                       MOVE REJ-YEAR-OF-SUR TO WS-KEY-YEAR              04690000
                   ELSE                                                 04700000
                       MOVE ZERO TO WS-KEY-YEAR                         04710000
                   END-IF                                               04720000
                   MOVE 'N' TO WS-FOUND                                 04730000
                   PERFORM 004B-MATCH-REPEAT-PARA                       04740000
                       VARYING WS-REG-IDX FROM 1 BY 1                   04750000
                       UNTIL WS-REG-IDX > WS-REG-COUNT OR FOUND-Y       04760000
                   IF FOUND-Y                                           04770000
                       ADD 1 TO WS-REPEAT-COUNT                         04780000
                   ELSE                                                 04790000
                       PERFORM 004C-NEW-ENTRY-PARA                      04800000
                   END-IF                                               04810000
           END-READ.                                                    04820000
       004B-MATCH-REPEAT-PARA.                                          04830000
           IF WS-REG-KEY (WS-REG-IDX) = WS-KEY-WORK                     04840000
            AND WS-REG-REJ-DATE (WS-REG-IDX) = WS-RUN-DATE              04850000
            AND WS-REG-OFFICE (WS-REG-IDX) = REJ-OFFICE                 04860000
            AND WS-REG-REASON (WS-REG-IDX) = REJ-REASON                 04870000
               SET FOUND-Y TO TRUE                                      04880000
           END-IF.                                                      04890000
       004C-NEW-ENTRY-PARA.                                             04900000
           IF WS-REG-COUNT < WS-REG-MAX                                 04910000
               ADD 1 TO WS-REG-COUNT                                    04920000
               ADD 1 TO WS-ADDED-COUNT                                  04930000
               MOVE WS-KEY-WORK TO WS-REG-KEY (WS-REG-COUNT)            04940000
               MOVE WS-RUN-DATE TO WS-REG-REJ-DATE (WS-REG-COUNT)       04950000
               MOVE REJ-REASON TO WS-REG-REASON (WS-REG-COUNT)          04960000
               MOVE REJ-OFFICE TO WS-REG-OFFICE (WS-REG-COUNT)          04970000
               MOVE 'O' TO WS-REG-STATUS (WS-REG-COUNT)                 04980000
               MOVE SPACES TO WS-REG-CLOSE-DATE (WS-REG-COUNT)          04990000
               MOVE 'Y' TO WS-REG-KEEP (WS-REG-COUNT)                   05000000
           ELSE                                                         05010000
               PERFORM 011-REGISTER-FULL-PARA                           05020000
           END-IF.                                                      05030000
      * A VARIANT SPELLING IS REGISTERED UNDER ITS OFFICIAL NAME; A     05040000
      * NAME THE ALIAS FILE DOES NOT KNOW IS REGISTERED AS REJECTED     05050000
       004D-ALIAS-LOOKUP-PARA.                                          05060000
           MOVE WS-KEY-STATE TO AL-VARIANT.                             05070000
           READ ALIAS-FILE                                              05080000
               INVALID KEY                                              05090000
                   CONTINUE                                             05100000
               NOT INVALID KEY                                          05110000
                   MOVE AL-OFFICIAL TO WS-KEY-STATE                     05120000
           END-READ.                                                    05130000
      * CLOSE OR WRITE OFF WHAT TONIGHT SETTLED, DROP WHAT HAS BEEN     05140000
      * SETTLED LONGER THAN THE RETENTION, AND AGE WHAT IS STILL OPEN   05150000
       005-AGE-ENTRY-PARA.                                              05160000
           MOVE WS-REG-KEY (WS-REG-IDX) TO WS-KEY-WORK.                 05170000
           IF WS-REG-STATUS (WS-REG-IDX) = 'O'                          05180000
               MOVE 'N' TO WS-FOUND                                     05190000
               PERFORM 005A-MATCH-APPLIED-PARA                          05200000
                   VARYING WS-LD-IDX FROM 1 BY 1                        05210000
                   UNTIL WS-LD-IDX > WS-LD-COUNT OR FOUND-Y             05220000
               IF FOUND-Y                                               05230000
                   MOVE 'C' TO WS-REG-STATUS (WS-REG-IDX)               05240000
                   MOVE WS-RUN-DATE TO WS-REG-CLOSE-DATE (WS-REG-IDX)   05250000
                   ADD 1 TO WS-CLOSED-COUNT                             05260000
               END-IF                                                   05270000
           END-IF.                                                      05280000
           IF WS-REG-STATUS (WS-REG-IDX) = 'O'                          05290000
               MOVE 'N' TO WS-FOUND                                     05300000
               PERFORM 005B-MATCH-WRITEOFF-PARA                         05310000
                   VARYING WS-WO-IDX FROM 1 BY 1                        05320000
                   UNTIL WS-WO-IDX > WS-WO-COUNT OR FOUND-Y             05330000
               IF FOUND-Y                                               05340000
                   MOVE 'W' TO WS-REG-STATUS (WS-REG-IDX)               05350000
                   MOVE WS-RUN-DATE TO WS-REG-CLOSE-DATE (WS-REG-IDX)   05360000
                   ADD 1 TO WS-WROTEOFF-COUNT                           05370000
               END-IF                                                   05380000
           END-IF.                                                      05390000
           IF WS-REG-STATUS (WS-REG-IDX) = 'O'                          05400000
               PERFORM 006-REPORT-OPEN-PARA                             05410000
           ELSE                                                         05420000
               PERFORM 008-CHECK-RETENTION-PARA                         05430000
           END-IF.                                                      05440000
       005A-MATCH-APPLIED-PARA.                                         05450000
           IF WS-LD-KEY (WS-LD-IDX) = WS-KEY-WORK                       05460000
               SET FOUND-Y TO TRUE                                      05470000
           END-IF.                                                      05480000
       005B-MATCH-WRITEOFF-PARA.                                        05490000
           IF WS-WO-KEY (WS-WO-IDX) = WS-KEY-WORK                       05500000
               MOVE 'Y' TO WS-WO-USED (WS-WO-IDX)                       05510000
               SET FOUND-Y TO TRUE                                      05520000
           END-IF.                                                      05530000
      * THE REGISTER IS OLDEST FIRST, SO THE LISTING COMES OUT GROUPED  05540000
      * BY BAND, THE OLDEST BAND AT THE TOP                             05550000
       006-REPORT-OPEN-PARA.                                            05560000
           ADD 1 TO WS-OPEN-COUNT.                                      05570000
           MOVE WS-REG-REJ-DATE (WS-REG-IDX) TO WS-AGE-DATE-9.          05580000
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS                            05590000
               - FUNCTION INTEGER-OF-DATE (WS-AGE-DATE-9).              05600000
           IF WS-AGE-DAYS < ZERO                                        05610000
               MOVE ZERO TO WS-AGE-DAYS                                 05620000
           END-IF.                                                      05630000
           EVALUATE TRUE                                                05640000
               WHEN WS-AGE-DAYS <= 7                                    05650000
                   MOVE 1 TO WS-BAND-IDX                                05660000
               WHEN WS-AGE-DAYS <= 30                                   05670000
                   MOVE 2 TO WS-BAND-IDX                                05680000
               WHEN WS-AGE-DAYS <= 60                                   05690000
                   MOVE 3 TO WS-BAND-IDX                                05700000
               WHEN WS-AGE-DAYS <= 90                                   05710000
                   MOVE 4 TO WS-BAND-IDX                                05720000
               WHEN OTHER                                               05730000
                   MOVE 5 TO WS-BAND-IDX                                05740000
           END-EVALUATE.                                                05750000
           ADD 1 TO WS-BAND-COUNT (WS-BAND-IDX).                        05760000
           MOVE WS-REG-STATE (WS-REG-IDX) TO RPT-DET-STATE.             05770000
           MOVE WS-REG-YEAR (WS-REG-IDX) TO RPT-DET-YEAR.               05780000
           MOVE WS-REG-REJ-DATE (WS-REG-IDX) TO RPT-DET-REJ-DATE.       05790000
           MOVE WS-AGE-DAYS TO RPT-DET-AGE.                             05800000
           MOVE WS-BAND-NAME (WS-BAND-IDX) TO RPT-DET-BAND.             05810000
           MOVE WS-REG-REASON (WS-REG-IDX) TO RPT-DET-REASON.           05820000
           MOVE WS-REG-OFFICE (WS-REG-IDX) TO RPT-DET-OFFICE.           05830000
           MOVE SPACES TO RPT-DET-ALERT.                                05840000
           IF WS-AGE-DAYS > WS-ALERT-DAYS                               05850000
               MOVE 'ALERTED' TO RPT-DET-ALERT                          05860000
               PERFORM 007-RAISE-ALERT-PARA                             05870000
           END-IF.                                                      05880000
           MOVE WS-RPT-DETAIL-LINE TO RPT-DETAIL-STAGE.                 05890000
           PERFORM RPT-PUT-PARA.                                        05900000
       007-RAISE-ALERT-PARA.                                            05910000
           ADD 1 TO WS-ALERT-COUNT.                                     05920000
           IF ALERT-OPEN-Y                                              05930000
               MOVE SPACES TO ALERT-REC                                 05940000
               MOVE 'CENSREJR' TO ALR-PROGRAM                           05950000
               STRING WS-KEY-STATE (1:15) ' ' WS-KEY-YEAR               05960000
                      DELIMITED BY SIZE INTO ALR-PARAGRAPH              05970000
               END-STRING                                               05980000
               MOVE 'OPENREJ' TO ALR-STATUS-CODE                        05990000
               MOVE WS-RUN-DATE TO ALR-TIMESTAMP (1:8)                  06000000
               MOVE WS-RUN-TIME (1:6) TO ALR-TIMESTAMP (9:6)            06010000
               WRITE ALERT-REC                                          06020000
           END-IF.                                                      06030000
           MOVE WS-KEY-STATE TO CON-STATE.                              06040000
           MOVE WS-KEY-YEAR TO CON-YEAR.                                06050000
           MOVE WS-AGE-DAYS TO CON-AGE.                                 06060000
           DISPLAY WS-CONSOLE-LINE UPON OPERATOR-CONSOLE.               06070000
       008-CHECK-RETENTION-PARA.                                        06080000
           IF WS-REG-CLOSE-DATE (WS-REG-IDX) NUMERIC                    06090000
               MOVE WS-REG-CLOSE-DATE (WS-REG-IDX) TO WS-AGE-DATE-9     06100000
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS                        06110000
                   - FUNCTION INTEGER-OF-DATE (WS-AGE-DATE-9)           06120000
               IF WS-AGE-DAYS > WS-KEEP-DAYS                            06130000
                   MOVE 'N' TO WS-REG-KEEP (WS-REG-IDX)                 06140000
                   ADD 1 TO WS-DROPPED-COUNT                            06150000
               END-IF                                                   06160000
           END-IF.                                                      06170000
       009-PRINT-TOTALS-PARA.                                           06180000
           MOVE 'REJECTS READ TONIGHT' TO RPT-TOT-TEXT.                 06190000
           MOVE WS-REJECT-COUNT TO RPT-TOT-VALUE.                       06200000
           PERFORM 009A-PUT-TOTAL-PARA.                                 06210000
           MOVE 'ADDED TO THE REGISTER' TO RPT-TOT-TEXT.                06220000
           MOVE WS-ADDED-COUNT TO RPT-TOT-VALUE.                        06230000
           PERFORM 009A-PUT-TOTAL-PARA.                                 06240000
           MOVE 'ALREADY REGISTERED' TO RPT-TOT-TEXT.                   06250000
           MOVE WS-REPEAT-COUNT TO RPT-TOT-VALUE.                       06260000
           PERFORM 009A-PUT-TOTAL-PARA.                                 06270000
           MOVE 'CLOSED BY TONIGHT''S LOAD' TO RPT-TOT-TEXT.            06280000
           MOVE WS-CLOSED-COUNT TO RPT-TOT-VALUE.                       06290000
           PERFORM 009A-PUT-TOTAL-PARA.                                 06300000
           MOVE 'WRITTEN OFF' TO RPT-TOT-TEXT.                          06310000
           MOVE WS-WROTEOFF-COUNT TO RPT-TOT-VALUE.                     06320000
           PERFORM 009A-PUT-TOTAL-PARA.                                 06330000
           MOVE 'DROPPED AFTER RETENTION' TO RPT-TOT-TEXT.              06340000
           MOVE WS-DROPPED-COUNT TO RPT-TOT-VALUE.                      06350000
           PERFORM 009A-PUT-TOTAL-PARA.                                 06360000
           PERFORM 009B-PUT-BAND-PARA                                   06370000
               VARYING WS-BAND-IDX FROM 1 BY 1                          06380000
               UNTIL WS-BAND-IDX > 5.                                   06390000
           MOVE 'ALERTED' TO RPT-TOT-TEXT.                              06400000
           MOVE WS-ALERT-COUNT TO RPT-TOT-VALUE.                        06410000
           PERFORM 009A-PUT-TOTAL-PARA.                                 06420000
           PERFORM 009C-CHECK-WRITEOFF-PARA                             06430000
               VARYING WS-WO-IDX FROM 1 BY 1                            06440000
               UNTIL WS-WO-IDX > WS-WO-COUNT.                           06450000
           MOVE 'REJECTS STILL OPEN' TO RPT-TOT-LABEL.                  06460000
           MOVE WS-OPEN-COUNT TO RPT-TOT-COUNT.                         06470000
           PERFORM RPT-GRAND-TOTAL-PARA.                                06480000
       009A-PUT-TOTAL-PARA.                                             06490000
           MOVE WS-RPT-TOTAL-LINE TO RPT-DETAIL-STAGE.                  06500000
           PERFORM RPT-PUT-PARA.                                        06510000
       009B-PUT-BAND-PARA.                                              06520000
           MOVE SPACES TO RPT-TOT-TEXT.                                 06530000
           STRING 'OPEN, AGED ' WS-BAND-NAME (WS-BAND-IDX)              06540000
                  DELIMITED BY SIZE INTO RPT-TOT-TEXT                   06550000
           END-STRING.                                                  06560000
           MOVE WS-BAND-COUNT (WS-BAND-IDX) TO RPT-TOT-VALUE.           06570000
           PERFORM 009A-PUT-TOTAL-PARA.                                 06580000
      * A WRITE-OFF CARD THAT MATCHED NOTHING OPEN IS LISTED SO A       06590000
      * MISTYPED STATE NAME DOES NOT PASS UNNOTICED                     06600000
       009C-CHECK-WRITEOFF-PARA.                                        06610000
           IF WS-WO-USED (WS-WO-IDX) = 'N'                              06620000
               MOVE SPACES TO RPT-DETAIL-STAGE                          06630000
               STRING 'CLOSCARD MATCHED NO OPEN REJECT: '               06640000
                      WS-WO-STATE (WS-WO-IDX) ' ' WS-WO-YEAR (WS-WO-IDX)06650000
                      DELIMITED BY SIZE INTO RPT-DETAIL-STAGE           06660000
               END-STRING                                               06670000
               PERFORM RPT-PUT-PARA                                     06680000
           END-IF.                                                      06690000
       010-REWRITE-REGISTER-PARA.                                       06700000
           OPEN OUTPUT REGISTER-FILE.                                   06710000
           IF WS-REGDD-STATUS = '00' OR WS-REGDD-STATUS = '05'          06720000
               PERFORM 010A-PUT-ONE-PARA                                06730000
                   VARYING WS-REG-IDX FROM 1 BY 1                       06740000
                   UNTIL WS-REG-IDX > WS-REG-COUNT                      06750000
               CLOSE REGISTER-FILE                                      06760000
               DISPLAY 'CENSREJR REGISTER ENTRIES WRITTEN '             06770000
                       WS-KEPT-COUNT                                    06780000
           ELSE                                                         06790000
               DISPLAY 'ERROR/OPEN/REGISTER-FILE'                       06800000
               DISPLAY 'FILE STATUS:' WS-REGDD-STATUS                   06810000
               MOVE 16 TO RETURN-CODE                                   06820000
           END-IF.                                                      06830000
       010A-PUT-ONE-PARA.                                               06840000
           IF WS-REG-KEEP (WS-REG-IDX) = 'Y'                            06850000
               MOVE SPACES TO REJECT-REG-REC                            06860000
               MOVE WS-REG-STATE (WS-REG-IDX) TO RR-STATE-UT            06870000
               MOVE WS-REG-YEAR (WS-REG-IDX) TO RR-YEAR                 06880000
               MOVE WS-REG-REJ-DATE (WS-REG-IDX) TO RR-REJ-DATE         06890000
               MOVE WS-REG-REASON (WS-REG-IDX) TO RR-REASON             06900000
               MOVE WS-REG-OFFICE (WS-REG-IDX) TO RR-OFFICE             06910000
               MOVE WS-REG-STATUS (WS-REG-IDX) TO RR-STATUS             06920000
               MOVE WS-REG-CLOSE-DATE (WS-REG-IDX) TO RR-CLOSE-DATE     06930000
               WRITE REJECT-REG-REC                                     06940000
               ADD 1 TO WS-KEPT-COUNT                                   06950000
           END-IF.                                                      06960000
      * NOTHING MAY BE LOST - A FULL REGISTER STOPS THE REWRITE         06970000
       011-REGISTER-FULL-PARA.                                          06980000
           DISPLAY 'CENSREJR REGISTER TABLE FULL AT ' WS-REG-MAX.       06990000
           MOVE 16 TO RETURN-CODE.                                      07000000
           MOVE 'N' TO WS-REG-SAFE.                                     07010000
           SET FILE-EOF-Y TO TRUE.                                      07020000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         07030000
           COPY RPTHDPRC.                                               07040000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     07050000
           COPY BUSDTPRC.                                               07060000
