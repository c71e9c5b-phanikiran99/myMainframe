      *PRIOR-SURVEY PLAUSIBILITY CHECK AHEAD OF THE CENSUS LOAD         00010000
      *CENSEDIT'S FIELD EDITS PASS A WELL-FORMED RECORD THAT STILL      00020000
      *MAKES NO SENSE NEXT TO WHAT CENSUS ALREADY HOLDS - A STATE 40%   00030000
      *DOWN ON ITS LAST SURVEY, OR A RATIO TEN TIMES WHAT IT WAS.       00040000
      *THIS READS THE CLEAN FEED (CLEANDD) AND COMPARES EVERY RECORD    00050000
      *WITH THAT STATE'S LATEST EXISTING CENSUS ROW (THE SAME SURVEY    00060000
      *YEAR FOR A REVISION, OTHERWISE THE LATEST EARLIER ONE). THE      00070000
      *TOLERANCES COME FROM TOLCARD:                                    00080000
      *  COLS 1-3  LARGEST POPULATION FALL ALLOWED, PERCENT             00090000
      *  COLS 4-6  LARGEST POPULATION RISE ALLOWED, PERCENT             00100000
      *  COLS 7-9  LARGEST RATIO CHANGE ALLOWED, AS A FACTOR            00110000
      *A BLANK OR NON-NUMERIC FIELD KEEPS THE BUILT-IN DEFAULT.         00120000
      *RECORDS WITHIN TOLERANCE (AND STATES WITH NO EARLIER ROW) GO     00130000
      *TO PASSDD, WHICH DB2OPER LOADS. A RECORD OUTSIDE TOLERANCE IS    00140000
      *WRITTEN TO THE HOLD KSDS (PLAUHOLD.CPY) WITH THE REASON AND      00150000
      *THE OLD AND NEW FIGURES AND STAYS OUT OF THE LOAD. AN ANALYST    00160000
      *RELEASES A HOLD WITH A RELCARD CARD (STATE, SURVEY YEAR, USER    00170000
      *ID); THE NEXT RUN FLAGS IT RELEASED AND PASSES ITS FEED IMAGE    00180000
      *TO THE LOAD UNCHECKED. A RELEASED HOLD IS DELETED BY THE FIRST   00190000
      *RUN ON A LATER BUSINESS DATE, AND A HOLD IS DROPPED WHEN THE     00200000
      *SURVEY OFFICE RESENDS THE SAME STATE AND YEAR - THE NEW RECORD   00210000
      *IS CHECKED IN ITS PLACE. A RERUN FOR THE SAME BUSINESS DATE      00220000
      *REBUILDS PASSDD THE SAME WAY. EVERY HOLD, RELEASE AND DROP IS    00230000
      *LISTED ON PLAURPT. RC 4 WHEN ANYTHING WAS HELD OR A RELEASE      00240000
      *CARD MATCHED NO HOLD.                                            00250000
       IDENTIFICATION DIVISION.                                         00260000
       PROGRAM-ID. DB2PLAU.                                             00270000
       ENVIRONMENT DIVISION.                                            00280000
          INPUT-OUTPUT SECTION.                                         00290000
          FILE-CONTROL.                                                 00300000
      * CENSEDIT'S CLEAN FEED - 86-BYTE STATE-TRANS-REC                 00310000
           SELECT CLEAN-FILE ASSIGN TO CLEANDD                          00320000
           ORGANIZATION IS SEQUENTIAL                                   00330000
           FILE STATUS WS-CLEAN-STATUS.                                 00340000
      * THE RECORDS CLEARED FOR TONIGHT'S LOAD, SAME LAYOUT             00350000
           SELECT PASS-FILE ASSIGN TO PASSDD                            00360000
           ORGANIZATION IS SEQUENTIAL                                   00370000
           FILE STATUS WS-PASS-STATUS.                                  00380000
      * HOLD KSDS - RECORDS WAITING ON AN ANALYST, SEE PLAUHOLD.CPY     00390000
           SELECT HOLD-FILE ASSIGN TO HOLDDD                            00400000
           ORGANIZATION IS INDEXED                                      00410000
           ACCESS MODE IS DYNAMIC                                       00420000
           RECORD KEY IS PH-KEY                                         00430000
           FILE STATUS WS-HOLD-STATUS.                                  00440000
      * ONE-CARD TOLERANCES, OPTIONAL - DEFAULTS BELOW                  00450000
           SELECT OPTIONAL TOL-CARD-FILE ASSIGN TO TOLCARD              00460000
           ORGANIZATION IS SEQUENTIAL                                   00470000
           FILE STATUS WS-TOL-STATUS.                                   00480000
      * ANALYST RELEASE CARDS, OPTIONAL - DUMMY = NOTHING RELEASED      00490000
           SELECT OPTIONAL RELEASE-FILE ASSIGN TO RELCARD               00500000
           ORGANIZATION IS SEQUENTIAL                                   00510000
           FILE STATUS WS-REL-STATUS.                                   00520000
      * SHARED AUDIT LOG, SEE AUDITLOG.CPY                              00530000
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITDD                      00540000
           ORGANIZATION IS SEQUENTIAL                                   00550000
           FILE STATUS WS-AUDITLOG-STATUS.                              00560000
      * RUN-CONTROL REGISTRY, SHARED BY THE CENSUSJB STREAM - OPTIONAL  00570000
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          00580000
           ORGANIZATION IS INDEXED                                      00590000
           ACCESS MODE IS DYNAMIC                                       00593000
           RECORD KEY IS RC-KEY                                         00596000
           FILE STATUS WS-RUNCTL-STATUS.                                00600000
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00610000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00620000
           ORGANIZATION IS SEQUENTIAL                                   00630000
           FILE STATUS WS-BUSDATE-STATUS.                               00640000
           SELECT PLAU-RPT-FILE ASSIGN TO PLAURPT                       00650000
           ORGANIZATION IS SEQUENTIAL                                   00660000
           FILE STATUS WS-RPT-STATUS.                                   00670000
       DATA DIVISION.                                                   00680000
          FILE SECTION.                                                 00690000
          FD  CLEAN-FILE.                                               00700000
      * SHARED FEED LAYOUT, SEE STATTRAN.CPY                            00710000
          COPY STATTRAN.                                                00720000
          FD  PASS-FILE.                                                00730000
          01  PASS-REC                PIC X(86).                        00740000
          FD  HOLD-FILE.                                                00750000
          COPY PLAUHOLD.                                                00760000
          FD  TOL-CARD-FILE.                                            00770000
          01  TOL-CARD-REC.                                             00780000
             05 TOL-POP-FALL          PIC X(3).                         00790000
             05 TOL-POP-RISE          PIC X(3).                         00800000
             05 TOL-RATIO-FACTOR      PIC X(3).                         00810000
             05 FILLER                PIC X(71).                        00815000
          FD  RELEASE-FILE.                                             00820000
          01  RELEASE-REC.                                              00830000
             05 REL-STATE-UT          PIC X(30).                        00840000
             05 REL-YEAR              PIC X(4).                         00850000
             05 REL-ANALYST           PIC X(8).                         00860000
             05 FILLER                PIC X(38).                        00865000
          FD  AUDIT-LOG-FILE.                                           00870000
          COPY AUDITLOG.                                                00880000
          FD  RUN-CONTROL-FILE.                                         00890000
          COPY RUNCTL.                                                  00900000
          FD  BUSDATE-FILE.                                             00910000
          COPY BUSDATE.                                                 00920000
          FD  PLAU-RPT-FILE                                             00930000
              RECORD CONTAINS 110 CHARACTERS.                           00940000
          01  RPT-PRINT-REC           PIC X(110).                       00950000
       WORKING-STORAGE SECTION.                                         00960000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00970000
           COPY BUSDTWS.                                                00980000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00990000
           COPY RUNDATE.                                                01000000
      * SHARED AUDIT-LOG STAGING FIELDS, SEE AUDITWS.CPY.               01010000
           COPY AUDITWS.                                                01020000
      * SHARED RUN-CONTROL STAGING FIELDS, SEE RUNCTWS.CPY.             01030000
           COPY RUNCTWS.                                                01040000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                01050000
           COPY RPTHDG.                                                 01060000
          77 WS-CLEAN-STATUS PIC X(2).                                  01070000
          77 WS-PASS-STATUS PIC X(2).                                   01080000
          77 WS-HOLD-STATUS PIC X(2).                                   01090000
          77 WS-TOL-STATUS PIC X(2).                                    01100000
          77 WS-REL-STATUS PIC X(2).                                    01110000
          77 WS-AUDITLOG-STATUS PIC X(2).                               01120000
          77 WS-RPT-STATUS PIC X(2).                                    01130000
          77 WS-SQLCODE-DISPLAY PIC -9(8).                              01140000
          01 WS-CLEAN-EOF PIC X(01) VALUE 'N'.                          01150000
             88 CLEAN-EOF-Y VALUE 'Y'.                                  01160000
          01 WS-REL-EOF PIC X(01) VALUE 'N'.                            01170000
             88 REL-EOF-Y VALUE 'Y'.                                    01180000
          01 WS-HOLD-EOF PIC X(01) VALUE 'N'.                           01190000
             88 HOLD-EOF-Y VALUE 'Y'.                                   01200000
          01 WS-FILES-OPEN PIC X(01) VALUE 'N'.                         01210000
             88 FILES-OPEN-Y VALUE 'Y'.                                 01220000
      * TOLERANCES - THE BUILT-IN DEFAULTS HOLD A STATE THAT MOVED      01230000
      * MORE THAN A QUARTER EITHER WAY, OR WHOSE RATIO MOVED FIVEFOLD   01240000
          77 WS-MAX-FALL-PCT PIC 9(3) VALUE 25.                         01250000
          77 WS-MAX-RISE-PCT PIC 9(3) VALUE 25.                         01260000
          77 WS-MAX-RATIO-FACTOR PIC 9(3) VALUE 5.                      01270000
      * THE COMPARISON FOR ONE RECORD                                   01280000
          77 WS-FEED-YEAR PIC S9(9) USAGE COMP.                         01290000
          77 WS-PCT-CHANGE PIC S9(7)V99 USAGE COMP-3.                   01300000
          77 WS-OLD-RATIO-ABS PIC S9(9) USAGE COMP.                     01310000
          77 WS-NEW-RATIO-ABS PIC S9(9) USAGE COMP.                     01320000
          77 WS-HOLD-REASON PIC X(8).                                   01330000
          01 WS-PRIOR-FOUND PIC X(01) VALUE 'N'.                        01340000
             88 PRIOR-FOUND-Y VALUE 'Y'.                                01350000
      * RUN COUNTERS                                                    01360000
          77 WS-CLEAN-COUNT PIC 9(9) VALUE ZERO.                        01370000
          77 WS-PASSED-COUNT PIC 9(9) VALUE ZERO.                       01380000
          77 WS-HELD-COUNT PIC 9(9) VALUE ZERO.                         01390000
          77 WS-RELEASED-COUNT PIC 9(9) VALUE ZERO.                     01400000
          77 WS-CLEARED-COUNT PIC 9(9) VALUE ZERO.                      01410000
          77 WS-DROPPED-COUNT PIC 9(9) VALUE ZERO.                      01420000
          77 WS-NOMATCH-COUNT PIC 9(9) VALUE ZERO.                      01430000
          77 WS-CARD-COUNT PIC 9(9) VALUE ZERO.                         01440000
          01 WS-RPT-DETAIL-LINE.                                        01450000
             05 RPT-DET-STATE        PIC X(30).                         01460000
             05 FILLER               PIC X(2) VALUE SPACES.             01470000
             05 RPT-DET-YEAR         PIC 9(4).                          01480000
             05 FILLER               PIC X(2) VALUE SPACES.             01490000
             05 RPT-DET-ACTION       PIC X(10).                         01500000
             05 FILLER               PIC X(2) VALUE SPACES.             01510000
             05 RPT-DET-REASON       PIC X(8).                          01520000
             05 FILLER               PIC X(2) VALUE SPACES.             01530000
             05 RPT-DET-OLD-YEAR     PIC 9(4).                          01540000
             05 FILLER               PIC X(2) VALUE SPACES.             01550000
             05 RPT-DET-OLD-POP      PIC Z(8)9.                         01560000
             05 FILLER               PIC X(2) VALUE SPACES.             01570000
             05 RPT-DET-NEW-POP      PIC Z(8)9.                         01580000
             05 FILLER               PIC X(2) VALUE SPACES.             01590000
             05 RPT-DET-OLD-RATIO    PIC -(8)9.                         01600000
             05 FILLER               PIC X(2) VALUE SPACES.             01610000
             05 RPT-DET-NEW-RATIO    PIC -(8)9.                         01620000
           EXEC SQL                                                     01630000
           INCLUDE SQLCA                                                01640000
              END-EXEC.                                                 01650000
       01  DCLCENSUS.                                                   01660000
           10 STATE-UT             PIC X(30).                           01670000
           10 POPULATION           PIC S9(9) USAGE COMP.                01680000
           10 YEAR-OF-SUR          PIC S9(9) USAGE COMP.                01690000
           10 RATIO                PIC S9(9) USAGE COMP.                01700000
       01  IND-RATIO               PIC S9(4) COMP.                      01710000
       PROCEDURE DIVISION.                                              01720000
       MAIN-PARA.                                                       01730000
           PERFORM READ-BUSINESS-DATE-PARA                              01740000
           MOVE 'DB2PLAU' TO WS-AUDLOG-PROGRAM.                         01750000
           MOVE 'PRIOR-SURVEY PLAUSIBILITY' TO RPT-TITLE.               01760000
           MOVE 'DB2PLAU' TO RPT-PROGRAM-ID.                            01770000
           MOVE SPACES TO RPT-COLUMN-LINE.                              01780000
           MOVE 'STATE/UT' TO RPT-COLUMN-LINE (1:8).                    01790000
           MOVE 'YEAR' TO RPT-COLUMN-LINE (33:4).                       01800000
           MOVE 'ACTION' TO RPT-COLUMN-LINE (39:6).                     01810000
           MOVE 'REASON' TO RPT-COLUMN-LINE (51:6).                     01820000
           MOVE 'PRIOR' TO RPT-COLUMN-LINE (61:5).                      01830000
           MOVE 'OLD POP' TO RPT-COLUMN-LINE (69:7).                    01840000
           MOVE 'NEW POP' TO RPT-COLUMN-LINE (80:7).                    01850000
           MOVE 'OLD RATIO' TO RPT-COLUMN-LINE (89:9).                  01860000
           MOVE 'NEW RATIO' TO RPT-COLUMN-LINE (100:9).                 01870000
      * REFUSE A SECOND RUN FOR THE SAME BUSINESS DATE - SEE RUNCTPRC   01880000
           MOVE 'DB2PLAU' TO WS-RUNCTL-PROGRAM.                         01890000
           PERFORM RUNCTL-CHECK-START-PARA.                             01900000
           IF RUNCTL-DUPRUN-Y                                           01910000
               STOP RUN                                                 01920000
           END-IF.                                                      01930000
           PERFORM 001-READ-TOLERANCE-PARA.                             01940000
           PERFORM 002-OPEN-PARA.                                       01950000
           IF FILES-OPEN-Y                                              01960000
               PERFORM 003-APPLY-RELEASES-PARA                          01970000
               PERFORM 004-SWEEP-HOLDS-PARA                             01980000
               PERFORM 005-CHECK-ONE-PARA UNTIL CLEAN-EOF-Y             01990000
               PERFORM 009-CLOSE-PARA                                   02000000
           END-IF.                                                      02010000
           IF RETURN-CODE < 4                                           02020000
            AND (WS-HELD-COUNT > ZERO OR WS-NOMATCH-COUNT > ZERO)       02030000
               MOVE 4 TO RETURN-CODE                                    02040000
           END-IF.                                                      02050000
           MOVE WS-CLEAN-COUNT TO WS-RUNCTL-COUNT.                      02060000
           PERFORM RUNCTL-WRITE-END-PARA.                               02070000
           DISPLAY 'DB2PLAU CLEAN READ ' WS-CLEAN-COUNT                 02080000
                   ' PASSED ' WS-PASSED-COUNT                           02090000
                   ' HELD ' WS-HELD-COUNT.                              02100000
           DISPLAY 'DB2PLAU RELEASE CARDS ' WS-CARD-COUNT               02110000
                   ' RELEASED TO LOAD ' WS-RELEASED-COUNT               02120000
                   ' UNMATCHED ' WS-NOMATCH-COUNT                       02130000
                   ' HOLDS DROPPED ' WS-DROPPED-COUNT.                  02140000
           STOP RUN.                                                    02150000
      * THE TOLERANCE CARD - EACH FIELD OVERRIDES ITS DEFAULT ONLY      02160000
      * WHEN IT IS NUMERIC; A ZERO RATIO FACTOR WOULD HOLD EVERY        02170000
      * STATE AND IS IGNORED                                            02180000
       001-READ-TOLERANCE-PARA.                                         02190000
           OPEN INPUT TOL-CARD-FILE.                                    02200000
           IF WS-TOL-STATUS = '00'                                      02210000
               READ TOL-CARD-FILE                                       02220000
                   AT END                                               02230000
                       CONTINUE                                         02240000
                   NOT AT END                                           02250000
                       IF TOL-POP-FALL NUMERIC                          02260000
                           MOVE TOL-POP-FALL TO WS-MAX-FALL-PCT         02270000
                       END-IF                                           02280000
                       IF TOL-POP-RISE NUMERIC                          02290000
                           MOVE TOL-POP-RISE TO WS-MAX-RISE-PCT         02300000
                       END-IF                                           02310000
                       IF TOL-RATIO-FACTOR NUMERIC                      02320000
                        AND TOL-RATIO-FACTOR NOT = '000'                02330000
                           MOVE TOL-RATIO-FACTOR                        02340000
                               TO WS-MAX-RATIO-FACTOR                   02350000
                       END-IF                                           02360000
               END-READ                                                 02370000
           END-IF.                                                      02380000
           CLOSE TOL-CARD-FILE.                                         02390000
           DISPLAY 'DB2PLAU TOLERANCES - FALL ' WS-MAX-FALL-PCT         02400000
                   '% RISE ' WS-MAX-RISE-PCT                            02410000
                   '% RATIO FACTOR ' WS-MAX-RATIO-FACTOR.               02420000
       002-OPEN-PARA.                                                   02430000
           OPEN EXTEND AUDIT-LOG-FILE.                                  02440000
           IF WS-AUDITLOG-STATUS NOT = '00'                             02450000
               DISPLAY 'ERROR/OPEN/AUDIT-LOG-FILE'                      02460000
               DISPLAY 'FILE STATUS:' WS-AUDITLOG-STATUS                02470000
           END-IF.                                                      02480000
           OPEN INPUT CLEAN-FILE.                                       02490000
           OPEN I-O HOLD-FILE.                                          02500000
           OPEN OUTPUT PASS-FILE.                                       02510000
           OPEN OUTPUT PLAU-RPT-FILE.                                   02520000
           IF WS-CLEAN-STATUS = '00' AND WS-HOLD-STATUS = '00'          02530000
            AND WS-PASS-STATUS = '00' AND WS-RPT-STATUS = '00'          02540000
               SET FILES-OPEN-Y TO TRUE                                 02550000
           ELSE                                                         02560000
               DISPLAY 'ERROR/OPEN/DB2PLAU FILES'                       02570000
               DISPLAY 'FILE STATUS CLEAN:' WS-CLEAN-STATUS             02580000
                       ' HOLD:' WS-HOLD-STATUS                          02590000
                       ' PASS:' WS-PASS-STATUS                          02600000
                       ' RPT:' WS-RPT-STATUS                            02610000
               MOVE '002-OPEN-PARA' TO WS-AUDLOG-PARAGRAPH              02620000
               IF WS-CLEAN-STATUS NOT = '00'                            02630000
                   MOVE WS-CLEAN-STATUS TO WS-AUDLOG-STATUS             02640000
               ELSE                                                     02650000
                   IF WS-HOLD-STATUS NOT = '00'                         02660000
                       MOVE WS-HOLD-STATUS TO WS-AUDLOG-STATUS          02670000
                   ELSE                                                 02680000
                       MOVE WS-PASS-STATUS TO WS-AUDLOG-STATUS          02690000
                   END-IF                                               02700000
               END-IF                                                   02710000
               PERFORM WRITE-AUDIT-LOG-PARA                             02720000
               MOVE 16 TO RETURN-CODE                                   02730000
               CLOSE CLEAN-FILE                                         02740000
               CLOSE HOLD-FILE                                          02750000
               CLOSE PASS-FILE                                          02760000
               CLOSE PLAU-RPT-FILE                                      02770000
               CLOSE AUDIT-LOG-FILE                                     02780000
           END-IF.                                                      02790000
      * EACH RELEASE CARD FLAGS ITS HOLD RELEASED FOR TONIGHT - THE     02800000
      * SWEEP BELOW PUTS IT IN THE LOAD                                 02810000
       003-APPLY-RELEASES-PARA.                                         02820000
           OPEN INPUT RELEASE-FILE.                                     02830000
           IF WS-REL-STATUS = '00'                                      02840000
               PERFORM 003A-ONE-RELEASE-PARA UNTIL REL-EOF-Y            02850000
           END-IF.                                                      02860000
           CLOSE RELEASE-FILE.                                          02870000
       003A-ONE-RELEASE-PARA.                                           02880000
           READ RELEASE-FILE                                            02890000
               AT END                                                   02900000
                   SET REL-EOF-Y TO TRUE                                02910000
               NOT AT END                                               02920000
                   ADD 1 TO WS-CARD-COUNT                               02930000
                   PERFORM 003B-RELEASE-HOLD-PARA                       02940000
           END-READ.                                                    02950000
       003B-RELEASE-HOLD-PARA.                                          02960000
           MOVE REL-STATE-UT TO PH-STATE-UT.                            02970000
           IF REL-YEAR NUMERIC                                          02980000
               MOVE REL-YEAR TO PH-YEAR                                 02990000
           ELSE                                                         03000000
               MOVE ZERO TO PH-YEAR                                     03010000
           END-IF.                                                      03020000
           READ HOLD-FILE KEY IS PH-KEY                                 03030000
               INVALID KEY                                              03040000
                   CONTINUE                                             03050000
           END-READ.                                                    03060000
           IF WS-HOLD-STATUS = '00' AND PH-HELD                         03070000
               MOVE 'R' TO PH-STATUS                                    03080000
               MOVE WS-RUN-DATE TO PH-RELEASE-DATE                      03090000
               MOVE REL-ANALYST TO PH-RELEASED-BY                       03100000
               REWRITE PLAUS-HOLD-REC                                   03110000
               IF WS-HOLD-STATUS NOT = '00'                             03120000
                   DISPLAY 'ERROR/REWRITE/HOLD-FILE'                    03130000
                   DISPLAY 'FILE STATUS:' WS-HOLD-STATUS                03140000
                   MOVE '003B-RELEASE-HOLD' TO WS-AUDLOG-PARAGRAPH      03150000
                   MOVE WS-HOLD-STATUS TO WS-AUDLOG-STATUS              03160000
                   PERFORM WRITE-AUDIT-LOG-PARA                         03170000
                   MOVE 16 TO RETURN-CODE                               03180000
               END-IF                                                   03190000
           ELSE                                                         03200000
      * ALREADY RELEASED TONIGHT IS A RERUN - NOT AN ANALYST ERROR      03210000
               IF WS-HOLD-STATUS = '00' AND PH-RELEASED                 03220000
                AND PH-RELEASE-DATE = WS-RUN-DATE                       03230000
                   CONTINUE                                             03240000
               ELSE                                                     03250000
                   ADD 1 TO WS-NOMATCH-COUNT                            03260000
                   MOVE SPACES TO WS-RPT-DETAIL-LINE                    03270000
                   MOVE REL-STATE-UT TO RPT-DET-STATE                   03280000
                   MOVE PH-YEAR TO RPT-DET-YEAR                         03290000
                   MOVE 'NO HOLD' TO RPT-DET-ACTION                     03300000
                   MOVE REL-ANALYST TO RPT-DET-REASON                   03310000
                   MOVE WS-RPT-DETAIL-LINE TO RPT-DETAIL-STAGE          03320000
                   PERFORM RPT-PUT-PARA                                 03330000
               END-IF                                                   03340000
           END-IF.                                                      03350000
      * ONE PASS OVER THE HOLD KSDS - RELEASED TONIGHT GOES TO THE      03360000
      * LOAD, RELEASED ON AN EARLIER NIGHT WAS LOADED THEN AND IS       03370000
      * DELETED, STILL HELD STAYS AS IT IS                              03380000
       004-SWEEP-HOLDS-PARA.                                            03390000
           MOVE LOW-VALUES TO PH-KEY.                                   03400000
           START HOLD-FILE KEY IS NOT LESS THAN PH-KEY                  03410000
               INVALID KEY                                              03420000
                   SET HOLD-EOF-Y TO TRUE                               03430000
           END-START.                                                   03440000
           PERFORM 004A-SWEEP-ONE-PARA UNTIL HOLD-EOF-Y.                03450000
       004A-SWEEP-ONE-PARA.                                             03460000
           READ HOLD-FILE NEXT RECORD                                   03470000
               AT END                                                   03480000
                   SET HOLD-EOF-Y TO TRUE                               03490000
               NOT AT END                                               03500000
                   IF PH-RELEASED                                       03510000
                       IF PH-RELEASE-DATE = WS-RUN-DATE                 03520000
                           PERFORM 004B-PASS-RELEASED-PARA              03530000
                       ELSE                                             03540000
                           DELETE HOLD-FILE RECORD                      03550000
                           ADD 1 TO WS-CLEARED-COUNT                    03560000
                       END-IF                                           03570000
                   END-IF                                               03580000
           END-READ.                                                    03590000
       004B-PASS-RELEASED-PARA.                                         03600000
           MOVE PH-TRANS-IMAGE TO PASS-REC.                             03610000
           PERFORM 005B-WRITE-PASS-PARA.                                03620000
           ADD 1 TO WS-RELEASED-COUNT.                                  03630000
           MOVE 'RELEASED' TO RPT-DET-ACTION.                           03640000
           MOVE PH-RELEASED-BY TO RPT-DET-REASON.                       03650000
           PERFORM 008-REPORT-HOLD-PARA.                                03660000
      * ONE CLEAN RECORD - A HOLD STILL WAITING FOR THE SAME STATE AND  03670000
      * YEAR IS SUPERSEDED BY THE RESENT RECORD, WHICH IS THEN CHECKED  03680000
      * ON ITS OWN MERITS                                               03690000
       005-CHECK-ONE-PARA.                                              03700000
           READ CLEAN-FILE                                              03710000
               AT END                                                   03720000
                   SET CLEAN-EOF-Y TO TRUE                              03730000
               NOT AT END                                               03740000
                   ADD 1 TO WS-CLEAN-COUNT                              03750000
                   MOVE SPACES TO WS-HOLD-REASON                        03760000
                   PERFORM 005A-DROP-OLD-HOLD-PARA                      03770000
                   PERFORM 006-FETCH-PRIOR-PARA                         03780000
                   IF PRIOR-FOUND-Y                                     03790000
                       PERFORM 007-TOLERANCE-PARA                       03800000
                   END-IF                                               03810000
                   IF WS-HOLD-REASON = SPACES                           03820000
                       MOVE STATE-TRANS-REC TO PASS-REC                 03830000
                       PERFORM 005B-WRITE-PASS-PARA                     03840000
                       ADD 1 TO WS-PASSED-COUNT                         03850000
                   ELSE                                                 03860000
                       PERFORM 007A-WRITE-HOLD-PARA                     03870000
                   END-IF                                               03880000
           END-READ.                                                    03890000
      * A HOLD WRITTEN TONIGHT IS THIS RUN'S OWN (A RERUN) AND IS       03900000
      * SIMPLY REWRITTEN BELOW; A RELEASE IS ALREADY IN THE LOAD        03910000
       005A-DROP-OLD-HOLD-PARA.                                         03920000
           MOVE TR-STATE-UT TO PH-STATE-UT.                             03930000
           MOVE TR-YEAR-OF-SUR TO PH-YEAR.                              03940000
           READ HOLD-FILE KEY IS PH-KEY                                 03950000
               INVALID KEY                                              03960000
                   CONTINUE                                             03970000
           END-READ.                                                    03980000
           IF WS-HOLD-STATUS = '00' AND PH-HELD                         03990000
            AND PH-HELD-DATE NOT = WS-RUN-DATE                          04000000
               MOVE 'SUPERSEDED' TO RPT-DET-ACTION                      04010000
               MOVE PH-REASON TO RPT-DET-REASON                         04020000
               PERFORM 008-REPORT-HOLD-PARA                             04030000
               DELETE HOLD-FILE RECORD                                  04040000
               ADD 1 TO WS-DROPPED-COUNT                                04050000
           END-IF.                                                      04050769
      * ONE RECORD TO THE LOAD - A RECORD THAT CANNOT BE PASSED ON IS   04051538
      * LOGGED AND STOPS THE LOAD STEP THAT FOLLOWS                     04052307
       005B-WRITE-PASS-PARA.                                            04053076
           WRITE PASS-REC.                                              04053845
           IF WS-PASS-STATUS NOT = '00'                                 04054614
               DISPLAY 'ERROR/WRITE/PASS-FILE:' PASS-REC (1:30)         04055383
               DISPLAY 'FILE STATUS:' WS-PASS-STATUS                    04056152
               MOVE '005B-WRITE-PASS-PARA' TO WS-AUDLOG-PARAGRAPH       04056921
               MOVE WS-PASS-STATUS TO WS-AUDLOG-STATUS                  04057690
               PERFORM WRITE-AUDIT-LOG-PARA                             04058459
               MOVE 16 TO RETURN-CODE                                   04059228
           END-IF.                                                      04060000
      * THE STATE'S LATEST ROW UP TO THE FEED'S SURVEY YEAR - NONE      04070000
      * MEANS A STATE NEW TO CENSUS, WHICH HAS NOTHING TO BE            04080000
      * IMPLAUSIBLE AGAINST                                             04090000
       006-FETCH-PRIOR-PARA.                                            04100000
           MOVE 'N' TO WS-PRIOR-FOUND.                                  04110000
           MOVE TR-STATE-UT TO STATE-UT.                                04120000
           MOVE TR-YEAR-OF-SUR TO WS-FEED-YEAR.                         04130000
           EXEC SQL                                                     04140000
               SELECT POPULATION, RATIO, YEAR_OF_SUR                    04150000
               INTO  :POPULATION, :RATIO:IND-RATIO, :YEAR-OF-SUR        04160000
                FROM CENSUS                                             04170000
               WHERE STATE_UT = :STATE-UT                               04180000
                 AND YEAR_OF_SUR <= :WS-FEED-YEAR                       04190000
               ORDER BY YEAR_OF_SUR DESC                                04200000
               FETCH FIRST ROW ONLY                                     04210000
           END-EXEC.                                                    04220000
           IF SQLCODE = 0                                               04230000
               SET PRIOR-FOUND-Y TO TRUE                                04240000
           ELSE                                                         04250000
               IF SQLCODE NOT = 100                                     04260000
                   DISPLAY 'ERROR/SELECT/PRIOR:' STATE-UT               04270000
                   DISPLAY 'SQL CODE:' SQLCODE                          04280000
                   MOVE '006-FETCH-PRIOR-PARA' TO WS-AUDLOG-PARAGRAPH   04290000
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY                   04300000
                   MOVE WS-SQLCODE-DISPLAY TO WS-AUDLOG-STATUS          04310000
                   PERFORM WRITE-AUDIT-LOG-PARA                         04320000
      * NO BASIS FOR A COMPARISON IS NOT A PASS - HOLD IT FOR A LOOK    04330000
                   MOVE 'SQLERROR' TO WS-HOLD-REASON                    04340000
                   MOVE 8 TO RETURN-CODE                                04350000
               END-IF                                                   04360000
           END-IF.                                                      04370000
      * POPULATION MOVE AS A PERCENTAGE OF THE PRIOR FIGURE, THEN THE   04380000
      * RATIO AS A FACTOR EITHER WAY. A ZERO OR NULL RATIO ON EITHER    04390000
      * SIDE HAS NO FACTOR AND IS NOT CHECKED.                          04400000
       007-TOLERANCE-PARA.                                              04410000
           IF POPULATION > ZERO                                         04420000
               COMPUTE WS-PCT-CHANGE ROUNDED =                          04430000
                   (TR-POPULATION - POPULATION) * 100 / POPULATION      04440000
               IF WS-PCT-CHANGE < ZERO                                  04450000
                AND (ZERO - WS-PCT-CHANGE) > WS-MAX-FALL-PCT            04460000
                   MOVE 'POPDROP' TO WS-HOLD-REASON                     04470000
               END-IF                                                   04480000
               IF WS-PCT-CHANGE > WS-MAX-RISE-PCT                       04490000
                   MOVE 'POPRISE' TO WS-HOLD-REASON                     04500000
               END-IF                                                   04510000
           END-IF.                                                      04520000
           IF WS-HOLD-REASON = SPACES                                   04530000
            AND IND-RATIO NOT < ZERO                                    04540000
            AND RATIO NOT = ZERO                                        04550000
            AND TR-RATIO NOT = ZERO                                     04560000
               MOVE RATIO TO WS-OLD-RATIO-ABS                           04570000
               IF WS-OLD-RATIO-ABS < ZERO                               04580000
                   COMPUTE WS-OLD-RATIO-ABS = ZERO - WS-OLD-RATIO-ABS   04590000
               END-IF                                                   04600000
               MOVE TR-RATIO TO WS-NEW-RATIO-ABS                        04610000
               IF WS-NEW-RATIO-ABS < ZERO                               04620000
                   COMPUTE WS-NEW-RATIO-ABS = ZERO - WS-NEW-RATIO-ABS   04630000
               END-IF                                                   04640000
               IF WS-NEW-RATIO-ABS                                      04650000
                   > WS-OLD-RATIO-ABS * WS-MAX-RATIO-FACTOR             04660000
                OR WS-OLD-RATIO-ABS                                     04670000
                   > WS-NEW-RATIO-ABS * WS-MAX-RATIO-FACTOR             04680000
                   MOVE 'RATIOJMP' TO WS-HOLD-REASON                    04690000
               END-IF                                                   04700000
           END-IF.                                                      04710000
      * HOLD THE RECORD WITH BOTH SETS OF FIGURES - A HOLD ALREADY ON   04720000
      * FILE FOR THE KEY IS TONIGHT'S OWN FROM AN EARLIER ATTEMPT, OR   04730000
      * A RELEASE THAT IS ALREADY IN THE LOAD, AND IS REPLACED          04740000
       007A-WRITE-HOLD-PARA.                                            04750000
           MOVE TR-STATE-UT TO PH-STATE-UT.                             04760000
           MOVE TR-YEAR-OF-SUR TO PH-YEAR.                              04770000
           MOVE 'H' TO PH-STATUS.                                       04780000
           MOVE WS-HOLD-REASON TO PH-REASON.                            04790000
           MOVE WS-RUN-DATE TO PH-HELD-DATE.                            04800000
           MOVE SPACES TO PH-RELEASE-DATE.                              04810000
           MOVE SPACES TO PH-RELEASED-BY.                               04820000
           IF PRIOR-FOUND-Y                                             04830000
               MOVE YEAR-OF-SUR TO PH-OLD-YEAR                          04840000
               MOVE POPULATION TO PH-OLD-POP                            04850000
               IF IND-RATIO < ZERO                                      04860000
                   MOVE ZERO TO PH-OLD-RATIO                            04870000
               ELSE                                                     04880000
                   MOVE RATIO TO PH-OLD-RATIO                           04890000
               END-IF                                                   04900000
           ELSE                                                         04910000
               MOVE ZERO TO PH-OLD-YEAR                                 04920000
               MOVE ZERO TO PH-OLD-POP                                  04930000
               MOVE ZERO TO PH-OLD-RATIO                                04940000
           END-IF.                                                      04950000
           MOVE TR-POPULATION TO PH-NEW-POP.                            04960000
           MOVE TR-RATIO TO PH-NEW-RATIO.                               04970000
           MOVE STATE-TRANS-REC TO PH-TRANS-IMAGE.                      04980000
           WRITE PLAUS-HOLD-REC                                         04990000
               INVALID KEY                                              05000000
                   REWRITE PLAUS-HOLD-REC                               05010000
           END-WRITE.                                                   05020000
           IF WS-HOLD-STATUS NOT = '00'                                 05030000
               DISPLAY 'ERROR/WRITE/HOLD-FILE:' PH-STATE-UT             05040000
               DISPLAY 'FILE STATUS:' WS-HOLD-STATUS                    05050000
               MOVE '007A-WRITE-HOLD-PARA' TO WS-AUDLOG-PARAGRAPH       05060000
               MOVE WS-HOLD-STATUS TO WS-AUDLOG-STATUS                  05070000
               PERFORM WRITE-AUDIT-LOG-PARA                             05080000
               MOVE 16 TO RETURN-CODE                                   05090000
           END-IF.                                                      05100000
           ADD 1 TO WS-HELD-COUNT.                                      05110000
           MOVE 'HELD' TO RPT-DET-ACTION.                               05120000
           MOVE PH-REASON TO RPT-DET-REASON.                            05130000
           PERFORM 008-REPORT-HOLD-PARA.                                05140000
      * ONE REPORT LINE FROM THE HOLD RECORD - ACTION AND REASON        05150000
      * COLUMNS ARE SET BY THE CALLER                                   05160000
       008-REPORT-HOLD-PARA.                                            05170000
           MOVE PH-STATE-UT TO RPT-DET-STATE.                           05180000
           MOVE PH-YEAR TO RPT-DET-YEAR.                                05190000
           MOVE PH-OLD-YEAR TO RPT-DET-OLD-YEAR.                        05200000
           MOVE PH-OLD-POP TO RPT-DET-OLD-POP.                          05210000
           MOVE PH-NEW-POP TO RPT-DET-NEW-POP.                          05220000
           MOVE PH-OLD-RATIO TO RPT-DET-OLD-RATIO.                      05230000
           MOVE PH-NEW-RATIO TO RPT-DET-NEW-RATIO.                      05240000
           MOVE WS-RPT-DETAIL-LINE TO RPT-DETAIL-STAGE.                 05250000
           PERFORM RPT-PUT-PARA.                                        05260000
       009-CLOSE-PARA.                                                  05270000
           MOVE 'RECORDS HELD        ' TO RPT-TOT-LABEL.                05280000
           MOVE WS-HELD-COUNT TO RPT-TOT-COUNT.                         05290000
           PERFORM RPT-GRAND-TOTAL-PARA.                                05300000
           CLOSE CLEAN-FILE.                                            05310000
           CLOSE HOLD-FILE.                                             05320000
           CLOSE PASS-FILE.                                             05330000
           CLOSE PLAU-RPT-FILE.                                         05340000
           CLOSE AUDIT-LOG-FILE.                                        05350000
      * SHARED AUDIT-LOG PARAGRAPH - SEE AUDITPRC.CPY.                  05360000
           COPY AUDITPRC.                                               05370000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         05380000
           COPY RPTHDPRC.                                               05390000
      * RUN-CONTROL REGISTRY PARAGRAPHS - SEE RUNCTPRC.CPY.             05400000
           COPY RUNCTPRC.                                               05410000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     05420000
           COPY BUSDTPRC.                                               05430000
