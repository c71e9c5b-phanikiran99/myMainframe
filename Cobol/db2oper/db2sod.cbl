      *QUARTERLY SEGREGATION-OF-DUTIES REPORT FOR THE AUDITORS. THE     00010000
      *AB57/AB59 MAKER/CHECKER SPLIT ONLY PROTECTS US WHILE THE MAKER   00020000
      *AND THE CHECKER ARE DIFFERENT PEOPLE; THIS LISTS, IN THE SHARED  00030000
      *REPORT SHAPE (RPTHDG.CPY), EVERY PLACE WHERE THEY ARE NOT:       00040000
      *  - PERMISSION  OPERAUTH USERS HOLDING BOTH OPTION 3 (AB57       00050000
      *                MAINTENANCE) AND OPTION 5 (AB59 APPROVAL)        00060000
      *  - SELF-APPROVE CENSUS_HISTORY BEFORE-IMAGES WRITTEN BY PROGAB5900070000
      *                WHERE THE APPROVER IS THE USER WHO QUEUED THE    00080000
      *                CHANGE IN CENSUS_PENDING (REQ_USER)              00090000
      *  - SELF-GRANT  PROGAB61 ADDS/CHANGES A USER MADE TO THEIR OWN   00100000
      *                OPERAUTH RECORD, OFF THE CAUD ENTRIES CENSCAUD   00110000
      *                MERGES INTO THE SHARED AUDIT LOG                 00120000
      *SODCARD (OPTIONAL): COLS 1-8 FROM DATE, 9-16 TO DATE (YYYYMMDD,  00130000
      *BLANK = OPEN) LIMITS THE TWO EVENT SECTIONS TO THE QUARTER; THE  00140000
      *PERMISSION SECTION IS ALWAYS TODAY'S OPERAUTH. RC 4 = CONFLICTS  00150000
      *FOUND, RC 16 = A FILE OR CURSOR FAILED.                          00160000
       IDENTIFICATION DIVISION.                                         00170000
       PROGRAM-ID. DB2SOD.                                              00180000
       ENVIRONMENT DIVISION.                                            00190000
          INPUT-OUTPUT SECTION.                                         00200000
          FILE-CONTROL.                                                 00210000
           SELECT OPTIONAL SOD-CARD-FILE ASSIGN TO SODCARD              00220000
           ORGANIZATION IS SEQUENTIAL                                   00230000
           FILE STATUS WS-CARD-STATUS.                                  00240000
      *THE PERMISSIONS KSDS, WALKED FRONT TO BACK IN USERID ORDER       00250000
           SELECT OPERAUTH-FILE ASSIGN TO AUTHDD                        00260000
           ORGANIZATION IS INDEXED                                      00270000
           ACCESS MODE IS SEQUENTIAL                                    00280000
           RECORD KEY IS OA-USERID                                      00290000
           FILE STATUS WS-AUTH-STATUS.                                  00300000
      *SHARED AUDIT LOG, SEE AUDITLOG.CPY - READ ONLY HERE              00310000
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITDD                      00320000
           ORGANIZATION IS SEQUENTIAL                                   00330000
           FILE STATUS WS-AUDITLOG-STATUS.                              00340000
           SELECT SOD-RPT-FILE ASSIGN TO SODRPT                         00350000
           ORGANIZATION IS SEQUENTIAL                                   00360000
           FILE STATUS WS-RPT-STATUS.                                   00370000
       DATA DIVISION.                                                   00380000
          FILE SECTION.                                                 00390000
          FD  SOD-CARD-FILE.                                            00400000
          01  SOD-CARD-REC.                                             00410000
             05 CARD-FROM-DATE       PIC X(8).                          00420000
             05 CARD-TO-DATE         PIC X(8).                          00430000
          FD  OPERAUTH-FILE.                                            00440000
      *SHARED PERMISSIONS LAYOUT, SEE OPERAUTH.CPY                      00450000
          COPY OPERAUTH.                                                00460000
          FD  AUDIT-LOG-FILE.                                           00470000
          COPY AUDITLOG.                                                00480000
          FD  SOD-RPT-FILE                                              00490000
              RECORD CONTAINS 110 CHARACTERS.                           00500000
          01  RPT-PRINT-REC           PIC X(110).                       00510000
       WORKING-STORAGE SECTION.                                         00520000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00530000
           COPY RUNDATE.                                                00540000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                00550000
           COPY RPTHDG.                                                 00560000
          77 WS-CARD-STATUS PIC X(2).                                   00570000
          77 WS-AUTH-STATUS PIC X(2).                                   00580000
          77 WS-AUDITLOG-STATUS PIC X(2).                               00590000
          77 WS-RPT-STATUS PIC X(2).                                    00600000
          77 WS-PERM-COUNT PIC 9(9) VALUE ZERO.                         00610000
          77 WS-APPROVE-COUNT PIC 9(9) VALUE ZERO.                      00620000
          77 WS-GRANT-COUNT PIC 9(9) VALUE ZERO.                        00630000
          77 WS-CONFLICT-COUNT PIC 9(9) VALUE ZERO.                     00640000
          77 WS-FROM-DATE PIC X(8) VALUE '00000000'.                    00650000
          77 WS-TO-DATE PIC X(8) VALUE '99999999'.                      00660000
          01 WS-AUTH-EOF PIC X(01) VALUE 'N'.                           00670000
             88 AUTH-EOF-Y VALUE 'Y'.                                   00680000
          01 WS-AUDIT-EOF PIC X(01) VALUE 'N'.                          00690000
             88 AUDIT-EOF-Y VALUE 'Y'.                                  00700000
          01 WS-FETCH-EOF PIC X(01) VALUE 'N'.                          00710000
             88 FETCH-EOF-Y VALUE 'Y'.                                  00720000
          01 WS-CURSOR-OPEN PIC X(01) VALUE 'N'.                        00730000
             88 WS-CURSOR-OPEN-Y VALUE 'Y'.                             00740000
      * CHANGE_TS WINDOW BUILT FROM THE CARD DATES, AS DB2HIST DOES     00750000
          01 WS-FROM-TS.                                                00760000
             05 WS-FROM-YYYY         PIC X(4) VALUE '0001'.             00770000
             05 FILLER               PIC X(1) VALUE '-'.                00780000
             05 WS-FROM-MM           PIC X(2) VALUE '01'.               00790000
             05 FILLER               PIC X(1) VALUE '-'.                00800000
             05 WS-FROM-DD           PIC X(2) VALUE '01'.               00810000
             05 FILLER               PIC X(15)                          00820000
                VALUE '-00.00.00.00000'.                                00830000
             05 FILLER               PIC X(1) VALUE '0'.                00840000
          01 WS-TO-TS.                                                  00850000
             05 WS-TO-YYYY           PIC X(4) VALUE '9999'.             00860000
             05 FILLER               PIC X(1) VALUE '-'.                00870000
             05 WS-TO-MM             PIC X(2) VALUE '12'.               00880000
             05 FILLER               PIC X(1) VALUE '-'.                00890000
             05 WS-TO-DD             PIC X(2) VALUE '31'.               00900000
             05 FILLER               PIC X(15)                          00910000
                VALUE '-23.59.59.99999'.                                00920000
             05 FILLER               PIC X(1) VALUE '9'.                00930000
      * A PROGAB61 CHANGE ENTRY: PARAGRAPH = GRANTOR '>' TARGET,        00940000
      * STATUS = ACTION THEN THE EIGHT NEW OPTION FLAGS. AN ENTRY       00944000
      * WRITTEN WHILE THERE WERE SEVEN OPTIONS HAS A SPACE AFTER THE    00948000
      * ACTION INSTEAD - A FLAG IS NEVER A SPACE, SO THAT SPACE TELLS   00952000
      * THE TWO SHAPES APART                                            00956000
          01 WS-GRANT-PARAGRAPH.                                        00960000
             05 GRT-GRANTOR          PIC X(8).                          00970000
             05 GRT-ARROW            PIC X(1).                          00980000
             05 GRT-TARGET           PIC X(8).                          00990000
             05 FILLER               PIC X(3).                          01000000
          01 WS-GRANT-STATUS.                                           01010000
             05 GRT-ACTION           PIC X(1).                          01020000
             05 GRT-FLAGS            PIC X(8).                          01023300
          01 WS-GRANT-STATUS-7 REDEFINES WS-GRANT-STATUS.               01026600
             05 FILLER               PIC X(1).                          01030000
             05 GRT-GAP-7            PIC X(1).                          01035000
             05 GRT-FLAGS-7          PIC X(7).                          01040000
          01 WS-GRANT-FLAGS-SHOWN    PIC X(8).                          01045000
          01 WS-RPT-SOD-LINE.                                           01050000
             05 RPT-SOD-TYPE         PIC X(13).                         01060000
             05 FILLER               PIC X(2) VALUE SPACES.             01070000
             05 RPT-SOD-USER         PIC X(8).                          01080000
             05 FILLER               PIC X(2) VALUE SPACES.             01090000
             05 RPT-SOD-DETAIL       PIC X(60).                         01100000
             05 FILLER               PIC X(2) VALUE SPACES.             01110000
             05 RPT-SOD-WHEN         PIC X(19).                         01120000
          01 WS-RPT-YEAR             PIC 9(4).                          01130000
           EXEC SQL                                                     01140000
           INCLUDE SQLCA                                                01150000
              END-EXEC.                                                 01160000
      * PROGAB59 BEFORE-IMAGES WHOSE APPROVER QUEUED THE CHANGE TOO -   01170000
      * ROWS WRITTEN BEFORE REQ_USER WAS CARRIED ARE NULL AND DROP OUT  01180000
           EXEC SQL                                                     01190000
            DECLARE CURS_SOD CURSOR FOR                                 01200000
             SELECT STATE_UT,YEAR_OF_SUR,CHANGE_TS,CHANGE_USER          01210000
             FROM   CENSUS_HISTORY                                      01220000
             WHERE  CHANGE_PGM = 'PROGAB59'                             01230000
             AND    REQ_USER = CHANGE_USER                              01240000
             AND    CHANGE_TS BETWEEN :WS-FROM-TS AND :WS-TO-TS         01250000
             ORDER  BY CHANGE_USER,CHANGE_TS                            01260000
           END-EXEC.                                                    01270000
       01  DCLCENSUS-HISTORY.                                           01280000
           10 HST-STATE-UT         PIC X(30).                           01290000
           10 HST-YEAR-OF-SUR      PIC S9(9) USAGE COMP.                01300000
           10 HST-CHANGE-TS        PIC X(26).                           01310000
           10 HST-CHANGE-USER      PIC X(8).                            01320000
       01  DCLCENSUS-HISTORY-IND.                                       01330000
           10 HST-IND-STATE-UT     PIC S9(4) COMP.                      01340000
           10 HST-IND-YEAR-OF-SUR  PIC S9(4) COMP.                      01350000
           10 HST-IND-CHANGE-TS    PIC S9(4) COMP.                      01360000
           10 HST-IND-CHANGE-USER  PIC S9(4) COMP.                      01370000
       PROCEDURE DIVISION.                                              01380000
       MAIN-PARA.                                                       01390000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        01400000
           ACCEPT WS-RUN-TIME FROM TIME                                 01410000
           MOVE 'SEGREGATION OF DUTIES' TO RPT-TITLE.                   01420000
           MOVE 'DB2SOD' TO RPT-PROGRAM-ID.                             01430000
           MOVE SPACES TO RPT-COLUMN-LINE.                              01440000
           MOVE 'CONFLICT' TO RPT-COLUMN-LINE (1:8).                    01450000
           MOVE 'USERID' TO RPT-COLUMN-LINE (16:6).                     01460000
           MOVE 'DETAIL' TO RPT-COLUMN-LINE (26:6).                     01470000
           MOVE 'WHEN' TO RPT-COLUMN-LINE (88:4).                       01480000
           PERFORM 001-READ-CARD-PARA.                                  01490000
           OPEN OUTPUT SOD-RPT-FILE.                                    01500000
           IF WS-RPT-STATUS NOT = '00'                                  01510000
               DISPLAY 'ERROR/OPEN/SOD-RPT-FILE'                        01520000
               DISPLAY 'FILE STATUS:' WS-RPT-STATUS                     01530000
               MOVE 16 TO RETURN-CODE                                   01540000
           ELSE                                                         01550000
               PERFORM 002-PERMISSION-PARA                              01560000
               PERFORM 003-SELF-APPROVE-PARA                            01570000
               PERFORM 004-SELF-GRANT-PARA                              01580000
               PERFORM 005-TOTALS-PARA                                  01590000
               CLOSE SOD-RPT-FILE                                       01600000
           END-IF.                                                      01610000
           IF WS-CONFLICT-COUNT > 0                                     01620000
            AND RETURN-CODE < 4                                         01630000
               MOVE 4 TO RETURN-CODE                                    01640000
           END-IF.                                                      01650000
           DISPLAY 'DB2SOD CONFLICTS LISTED ' WS-CONFLICT-COUNT.        01660000
           STOP RUN.                                                    01670000
       001-READ-CARD-PARA.                                              01680000
           OPEN INPUT SOD-CARD-FILE.                                    01690000
           IF WS-CARD-STATUS = '00'                                     01700000
               READ SOD-CARD-FILE                                       01710000
                   AT END                                               01720000
                       CONTINUE                                         01730000
                   NOT AT END                                           01740000
                       IF CARD-FROM-DATE NUMERIC                        01750000
                           MOVE CARD-FROM-DATE TO WS-FROM-DATE          01760000
                           MOVE CARD-FROM-DATE (1:4) TO WS-FROM-YYYY    01770000
                           MOVE CARD-FROM-DATE (5:2) TO WS-FROM-MM      01780000
                           MOVE CARD-FROM-DATE (7:2) TO WS-FROM-DD      01790000
                       END-IF                                           01800000
                       IF CARD-TO-DATE NUMERIC                          01810000
                           MOVE CARD-TO-DATE TO WS-TO-DATE              01820000
                           MOVE CARD-TO-DATE (1:4) TO WS-TO-YYYY        01830000
                           MOVE CARD-TO-DATE (5:2) TO WS-TO-MM          01840000
                           MOVE CARD-TO-DATE (7:2) TO WS-TO-DD          01850000
                       END-IF                                           01860000
               END-READ                                                 01870000
           END-IF.                                                      01880000
           CLOSE SOD-CARD-FILE.                                         01890000
      * TODAY'S OPERAUTH - ONE LINE PER USER WHO CAN BOTH QUEUE A       01900000
      * CHANGE AND APPROVE IT                                           01910000
       002-PERMISSION-PARA.                                             01920000
           OPEN INPUT OPERAUTH-FILE.                                    01930000
           IF WS-AUTH-STATUS NOT = '00'                                 01940000
               DISPLAY 'ERROR/OPEN/OPERAUTH-FILE'                       01950000
               DISPLAY 'FILE STATUS:' WS-AUTH-STATUS                    01960000
               MOVE 16 TO RETURN-CODE                                   01970000
           ELSE                                                         01980000
               PERFORM 002A-READ-AUTH-PARA UNTIL AUTH-EOF-Y             01990000
               CLOSE OPERAUTH-FILE                                      02000000
           END-IF.                                                      02010000
       002A-READ-AUTH-PARA.                                             02020000
           READ OPERAUTH-FILE NEXT RECORD                               02030000
               AT END                                                   02040000
                   SET AUTH-EOF-Y TO TRUE                               02050000
               NOT AT END                                               02060000
                   IF OA-OPT3 = 'Y'                                     02070000
                    AND OA-OPT5 = 'Y'                                   02080000
                       MOVE SPACES TO WS-RPT-SOD-LINE                   02090000
                       MOVE 'PERMISSION' TO RPT-SOD-TYPE                02100000
                       MOVE OA-USERID TO RPT-SOD-USER                   02110000
                       MOVE 'OPT3 MAINT (AB57) + OPT5 APPROVAL (AB59)'  02120000
                           TO RPT-SOD-DETAIL                            02130000
                       ADD 1 TO WS-PERM-COUNT                           02140000
                       PERFORM 006-PUT-SOD-PARA                         02150000
                   END-IF                                               02160000
           END-READ.                                                    02170000
       003-SELF-APPROVE-PARA.                                           02180000
           EXEC SQL                                                     02190000
               OPEN CURS_SOD                                            02200000
           END-EXEC.                                                    02210000
           IF SQLCODE NOT = 0                                           02220000
               DISPLAY 'ERROR/OPEN-CURSOR'                              02230000
               DISPLAY 'SQL CODE:' SQLCODE                              02240000
               MOVE 16 TO RETURN-CODE                                   02250000
           ELSE                                                         02260000
               SET WS-CURSOR-OPEN-Y TO TRUE                             02270000
               PERFORM 003A-FETCH-PARA UNTIL FETCH-EOF-Y                02280000
           END-IF.                                                      02290000
           IF WS-CURSOR-OPEN-Y                                          02300000
               EXEC SQL                                                 02310000
                   CLOSE CURS_SOD                                       02320000
               END-EXEC                                                 02330000
           END-IF.                                                      02340000
       003A-FETCH-PARA.                                                 02350000
           EXEC SQL                                                     02360000
               FETCH CURS_SOD                                           02370000
               INTO :DCLCENSUS-HISTORY:DCLCENSUS-HISTORY-IND            02380000
           END-EXEC.                                                    02390000
           IF SQLCODE = 0                                               02400000
               MOVE SPACES TO WS-RPT-SOD-LINE                           02410000
               MOVE 'SELF-APPROVE' TO RPT-SOD-TYPE                      02420000
               MOVE HST-CHANGE-USER TO RPT-SOD-USER                     02430000
               MOVE HST-YEAR-OF-SUR TO WS-RPT-YEAR                      02440000
               STRING HST-STATE-UT ' ' WS-RPT-YEAR                      02450000
                      ' QUEUED AND APPROVED'                            02460000
                      DELIMITED BY SIZE INTO RPT-SOD-DETAIL             02470000
               END-STRING                                               02480000
               MOVE HST-CHANGE-TS (1:19) TO RPT-SOD-WHEN                02490000
               ADD 1 TO WS-APPROVE-COUNT                                02500000
               PERFORM 006-PUT-SOD-PARA                                 02510000
           ELSE                                                         02520000
               SET FETCH-EOF-Y TO TRUE                                  02530000
               IF SQLCODE NOT = 100                                     02540000
                   DISPLAY 'ERROR/FETCH'                                02550000
                   DISPLAY 'SQL CODE:' SQLCODE                          02560000
                   MOVE 16 TO RETURN-CODE                               02570000
               END-IF                                                   02580000
           END-IF.                                                      02590000
      * PROGAB61 ADDS AND CHANGES WHERE GRANTOR = TARGET; A USER        02600000
      * DELETING THEIR OWN RECORD GRANTS NOTHING AND IS NOT LISTED      02610000
       004-SELF-GRANT-PARA.                                             02620000
           OPEN INPUT AUDIT-LOG-FILE.                                   02630000
           IF WS-AUDITLOG-STATUS NOT = '00'                             02640000
               DISPLAY 'ERROR/OPEN/AUDIT-LOG-FILE'                      02650000
               DISPLAY 'FILE STATUS:' WS-AUDITLOG-STATUS                02660000
               MOVE 16 TO RETURN-CODE                                   02670000
           ELSE                                                         02680000
               PERFORM 004A-READ-AUDIT-PARA UNTIL AUDIT-EOF-Y           02690000
               CLOSE AUDIT-LOG-FILE                                     02700000
           END-IF.                                                      02710000
       004A-READ-AUDIT-PARA.                                            02720000
           READ AUDIT-LOG-FILE                                          02730000
               AT END                                                   02740000
                   SET AUDIT-EOF-Y TO TRUE                              02750000
               NOT AT END                                               02760000
                   IF AUDLOG-PROGRAM = 'PROGAB61'                       02770000
                    AND AUDLOG-TIMESTAMP (1:8) NOT < WS-FROM-DATE       02780000
                    AND AUDLOG-TIMESTAMP (1:8) NOT > WS-TO-DATE         02790000
                       MOVE AUDLOG-PARAGRAPH TO WS-GRANT-PARAGRAPH      02800000
                       MOVE AUDLOG-STATUS-CODE TO WS-GRANT-STATUS       02810000
                       IF GRT-ARROW = '>'                               02820000
                        AND GRT-GRANTOR = GRT-TARGET                    02830000
                        AND (GRT-ACTION = 'A' OR GRT-ACTION = 'C')      02840000
                           PERFORM 004B-PRINT-GRANT-PARA                02850000
                       END-IF                                           02860000
                   END-IF                                               02870000
           END-READ.                                                    02880000
       004B-PRINT-GRANT-PARA.                                           02890000
           MOVE SPACES TO WS-RPT-SOD-LINE.                              02900000
           MOVE 'SELF-GRANT' TO RPT-SOD-TYPE.                           02910000
           MOVE GRT-GRANTOR TO RPT-SOD-USER.                            02920000
           IF GRT-GAP-7 = SPACE                                         02921600
               MOVE GRT-FLAGS-7 TO WS-GRANT-FLAGS-SHOWN                 02923200
           ELSE                                                         02924800
               MOVE GRT-FLAGS TO WS-GRANT-FLAGS-SHOWN                   02926400
           END-IF.                                                      02928000
           IF GRT-ACTION = 'A'                                          02930000
               STRING 'ADDED OWN OPERAUTH RECORD, OPT1-8 '              02936600
                      WS-GRANT-FLAGS-SHOWN                              02943200
                      DELIMITED BY SIZE INTO RPT-SOD-DETAIL             02950000
               END-STRING                                               02960000
           ELSE                                                         02970000
               STRING 'CHANGED OWN OPERAUTH RECORD, OPT1-8 '            02976600
                      WS-GRANT-FLAGS-SHOWN                              02983200
                      DELIMITED BY SIZE INTO RPT-SOD-DETAIL             02990000
               END-STRING                                               03000000
           END-IF.                                                      03010000
           STRING AUDLOG-TIMESTAMP (1:4) '-' AUDLOG-TIMESTAMP (5:2)     03020000
                  '-' AUDLOG-TIMESTAMP (7:2) '-' AUDLOG-TIMESTAMP (9:2) 03030000
                  '.' AUDLOG-TIMESTAMP (11:2)                           03040000
                  '.' AUDLOG-TIMESTAMP (13:2)                           03050000
                  DELIMITED BY SIZE INTO RPT-SOD-WHEN                   03060000
           END-STRING.                                                  03070000
           ADD 1 TO WS-GRANT-COUNT.                                     03080000
           PERFORM 006-PUT-SOD-PARA.                                    03090000
      * ONE COUNT PER SECTION, THEN THE GRAND TOTAL                     03100000
       005-TOTALS-PARA.                                                 03110000
           MOVE SPACES TO WS-RPT-SOD-LINE.                              03120000
           MOVE 'PERMISSION' TO RPT-SOD-TYPE.                           03130000
           STRING 'USERS HOLDING OPT3 AND OPT5  ' WS-PERM-COUNT         03140000
                  DELIMITED BY SIZE INTO RPT-SOD-DETAIL                 03150000
           END-STRING.                                                  03160000
           MOVE WS-RPT-SOD-LINE TO RPT-DETAIL-STAGE.                    03170000
           PERFORM RPT-PUT-PARA.                                        03180000
           MOVE SPACES TO WS-RPT-SOD-LINE.                              03190000
           MOVE 'SELF-APPROVE' TO RPT-SOD-TYPE.                         03200000
           STRING 'CHANGES APPROVED BY REQUESTER ' WS-APPROVE-COUNT     03210000
                  DELIMITED BY SIZE INTO RPT-SOD-DETAIL                 03220000
           END-STRING.                                                  03230000
           MOVE WS-RPT-SOD-LINE TO RPT-DETAIL-STAGE.                    03240000
           PERFORM RPT-PUT-PARA.                                        03250000
           MOVE SPACES TO WS-RPT-SOD-LINE.                              03260000
           MOVE 'SELF-GRANT' TO RPT-SOD-TYPE.                           03270000
           STRING 'OWN OPERAUTH ADDS/CHANGES    ' WS-GRANT-COUNT        03280000
                  DELIMITED BY SIZE INTO RPT-SOD-DETAIL                 03290000
           END-STRING.                                                  03300000
           MOVE WS-RPT-SOD-LINE TO RPT-DETAIL-STAGE.                    03310000
           PERFORM RPT-PUT-PARA.                                        03320000
           MOVE 'CONFLICTS LISTED    ' TO RPT-TOT-LABEL.                03330000
           MOVE WS-CONFLICT-COUNT TO RPT-TOT-COUNT.                     03340000
           PERFORM RPT-GRAND-TOTAL-PARA.                                03350000
       006-PUT-SOD-PARA.                                                03360000
           ADD 1 TO WS-CONFLICT-COUNT.                                  03370000
           MOVE WS-RPT-SOD-LINE TO RPT-DETAIL-STAGE.                    03380000
           PERFORM RPT-PUT-PARA.                                        03390000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         03400000
           COPY RPTHDPRC.                                               03410000
