      *ACTION-CODED MAINTENANCE FOR THE STUDENT MASTER KSDS             00010000
      *(STUMAST.CPY - NAME, POSTAL ADDRESS AND ENROLMENT STATUS KEYED   00020000
      *ON THE STUDENT-ID). THIS IS WHERE THE ADDRESSES VARMAIL'S LABELS 00030000
      *AND GRADMERG'S RESULT LETTERS ARE PRINTED FROM ARE KEPT. DRIVEN  00040000
      *BY A TRANSACTION FILE, STRFMNT-STYLE -                           00050000
      *  A = ADD THE STUDENT (ACTIVE FROM TODAY)                        00060000
      *  C = CHANGE THE NAME AND ADDRESS IN PLACE (STATUS UNTOUCHED) -  00066600
      *      A CHANGED ADDRESS RELEASES A RETURNED-MAIL HOLD (MAILRETN) 00073200
      *  W = WITHDRAW BY STUDENT-ID (STATUS W, DATED TODAY)             00080000
      *A STUDENT IS NEVER DELETED - THE TRANSCRIPT STILL NEEDS ITS      00090000
      *OWNER. ADDS AND CHANGES ARE EDITED BEFORE THEY TOUCH THE MASTER -00100000
      *THE NAME, FIRST STREET LINE AND TOWN MUST BE PRESENT, THE STATE  00110000
      *MUST BE AN OFFICIAL STATE-UT NAME (ITS OWN SELF-ROW ON THE       00120000
      *STALIAS MASTER, SO A VARIANT SPELLING NEVER REACHES A LABEL) AND 00130000
      *THE PIN SIX DIGITS NOT STARTING WITH ZERO. EVERY TRANSACTION     00140000
      *WRITES AN ENTRY TO THE SHARED AUDIT LOG (WRITE-AUDIT-LOG-PARA)   00150000
      *AND THE RUN ENDS WITH AN APPLIED/REJECTED SUMMARY.               00160000
       IDENTIFICATION DIVISION.                                         00170000
       PROGRAM-ID. STUMNT.                                              00180000
       ENVIRONMENT DIVISION.                                            00190000
          INPUT-OUTPUT SECTION.                                         00200000
          FILE-CONTROL.                                                 00210000
            SELECT STUDENT-MASTER-FILE ASSIGN TO STUMSTDD               00220000
            ORGANIZATION IS INDEXED                                     00230000
            ACCESS MODE IS RANDOM                                       00240000
            RECORD KEY IS STU-ID                                        00250000
            FILE STATUS WS-IN1.                                         00260000
      *STATE-NAME ALIAS MASTER - THE OFFICIAL NAMES ARE ITS SELF-ROWS   00270000
            SELECT ALIAS-FILE ASSIGN TO ALIASDD                         00280000
            ORGANIZATION IS INDEXED                                     00290000
            ACCESS MODE IS RANDOM                                       00300000
            RECORD KEY IS AL-VARIANT                                    00310000
            FILE STATUS WS-ALIAS-STATUS.                                00320000
      *MAINTENANCE TRANSACTIONS - ACTION CODE PLUS A RECORD IMAGE       00330000
            SELECT MAINT-TRANS-FILE ASSIGN TO MNTTRANS                  00340000
            ORGANIZATION IS SEQUENTIAL                                  00350000
            FILE STATUS WS-MNT1.                                        00360000
      *AUDIT LOG - SHARED ACROSS THE SHOP - AUDITLOG.CPY                00370000
            SELECT AUDIT-LOG-FILE ASSIGN TO AUDITDD                     00380000
            ORGANIZATION IS SEQUENTIAL                                  00390000
            FILE STATUS WS-AUDITLOG-STATUS.                             00400000
       DATA DIVISION.                                                   00410000
          FILE SECTION.                                                 00420000
          FD STUDENT-MASTER-FILE.                                       00430000
          COPY STUMAST.                                                 00440000
          FD ALIAS-FILE.                                                00450000
          COPY STALIAS.                                                 00460000
          FD MAINT-TRANS-FILE.                                          00470000
          01 MAINT-TRANS-REC.                                           00480000
              05 MNT-ACTION PIC X(1).                                   00490000
              05 MNT-RECORD.                                            00500000
                 10 MNT-STU-ID     PIC X(9).                            00510000
                 10 MNT-NAME       PIC X(30).                           00520000
                 10 MNT-ADDR-LINE1 PIC X(30).                           00530000
                 10 MNT-ADDR-LINE2 PIC X(30).                           00540000
                 10 MNT-TOWN       PIC X(20).                           00550000
                 10 MNT-DISTRICT   PIC X(20).                           00560000
                 10 MNT-STATE      PIC X(30).                           00570000
                 10 MNT-PIN        PIC X(6).                            00580000
                 10 MNT-PIN-N REDEFINES MNT-PIN PIC 9(6).               00590000
          FD AUDIT-LOG-FILE.                                            00600000
          COPY AUDITLOG.                                                00610000
       WORKING-STORAGE SECTION.                                         00620000
      *RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.        00630000
           COPY RUNDATE.                                                00640000
      *SHARED AUDIT-LOG STAGING FIELDS, SEE AUDITWS.CPY.                00650000
           COPY AUDITWS.                                                00660000
          77 WS-AUDITLOG-STATUS PIC X(2).                               00670000
      *FILE STATUS FOR THE KSDS, SAME 88-LEVEL STYLE KSDSMNT USES       00680000
          77 WS-IN1 PIC X(2).                                           00690000
              88 FS-OK VALUE '00'.                                      00700000
              88 FS-DUPLICATE-KEY VALUE '22'.                           00710000
              88 FS-RECORD-NOT-FOUND VALUE '23'.                        00720000
              88 FS-FILE-NOT-FOUND VALUE '35'.                          00730000
          77 WS-ALIAS-STATUS PIC X(2).                                  00740000
          77 WS-MNT1 PIC X(2).                                          00750000
          01 WS-MNT-EOF PIC X(01) VALUE 'N'.                            00760000
              88 MNT-EOF-N VALUE 'N'.                                   00770000
              88 MNT-EOF-Y VALUE 'Y'.                                   00780000
          01 WS-TRANS-VALID PIC X(01) VALUE 'Y'.                        00790000
              88 TRANS-VALID-Y VALUE 'Y'.                               00800000
          77 WS-APPLIED-COUNT PIC 9(9) VALUE ZERO.                      00810000
          77 WS-REJECTED-COUNT PIC 9(9) VALUE ZERO.                     00820000
      *THE ADDRESS BEFORE A CHANGE - ONLY A REAL CHANGE RELEASES A HOLD 00823300
          01 WS-OLD-ADDRESS PIC X(156).                                 00826600
       PROCEDURE DIVISION.                                              00830000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00840000
           ACCEPT WS-RUN-TIME FROM TIME                                 00850000
           MOVE 'STUMNT' TO WS-AUDLOG-PROGRAM                           00860000
           PERFORM 000-OPEN-PARA.                                       00870000
           IF MNT-EOF-N                                                 00880000
               PERFORM 001-READ-PARA UNTIL MNT-EOF-Y                    00890000
           END-IF.                                                      00900000
           PERFORM 003-CLOSE-PARA.                                      00910000
           STOP RUN.                                                    00920000
        000-OPEN-PARA.                                                  00930000
           OPEN EXTEND AUDIT-LOG-FILE.                                  00940000
           IF WS-AUDITLOG-STATUS NOT = '00'                             00950000
               DISPLAY 'ERROR/OPEN/AUDIT-LOG-FILE'                      00960000
               DISPLAY 'FILE STATUS:' WS-AUDITLOG-STATUS                00970000
               MOVE 16 TO RETURN-CODE                                   00980000
           END-IF.                                                      00990000
           OPEN I-O STUDENT-MASTER-FILE.                                01000000
           IF NOT FS-OK                                                 01010000
               DISPLAY 'STUMNT ERROR OPENING STUDENT MASTER ' WS-IN1    01020000
               MOVE '000-OPEN-PARA' TO WS-AUDLOG-PARAGRAPH              01030000
               MOVE WS-IN1 TO WS-AUDLOG-STATUS                          01040000
               PERFORM WRITE-AUDIT-LOG-PARA                             01050000
               MOVE 16 TO RETURN-CODE                                   01060000
               SET MNT-EOF-Y TO TRUE                                    01070000
           END-IF.                                                      01080000
           OPEN INPUT ALIAS-FILE.                                       01090000
           IF WS-ALIAS-STATUS NOT = '00'                                01100000
               DISPLAY 'ERROR/OPEN/ALIAS-FILE'                          01110000
               DISPLAY 'FILE STATUS:' WS-ALIAS-STATUS                   01120000
               MOVE '000-OPEN-PARA' TO WS-AUDLOG-PARAGRAPH              01130000
               MOVE WS-ALIAS-STATUS TO WS-AUDLOG-STATUS                 01140000
               PERFORM WRITE-AUDIT-LOG-PARA                             01150000
               MOVE 16 TO RETURN-CODE                                   01160000
               SET MNT-EOF-Y TO TRUE                                    01170000
           END-IF.                                                      01180000
           OPEN INPUT MAINT-TRANS-FILE.                                 01190000
           IF WS-MNT1 NOT = '00'                                        01200000
               DISPLAY 'ERROR/OPEN/MAINT-TRANS-FILE'                    01210000
               DISPLAY 'FILE STATUS:' WS-MNT1                           01220000
               MOVE '000-OPEN-PARA' TO WS-AUDLOG-PARAGRAPH              01230000
               MOVE WS-MNT1 TO WS-AUDLOG-STATUS                         01240000
               PERFORM WRITE-AUDIT-LOG-PARA                             01250000
               MOVE 16 TO RETURN-CODE                                   01260000
               SET MNT-EOF-Y TO TRUE                                    01270000
           END-IF.                                                      01280000
        001-READ-PARA.                                                  01290000
           READ MAINT-TRANS-FILE                                        01300000
             AT END                                                     01310000
                SET MNT-EOF-Y TO TRUE                                   01320000
             NOT AT END                                                 01330000
                PERFORM 002-APPLY-PARA                                  01340000
           END-READ.                                                    01350000
      *APPLY ONE TRANSACTION AGAINST THE STUDENT MASTER - ADDS AND      01360000
      *CHANGES ARE EDITED FIRST, A WITHDRAWAL NEEDS ONLY THE KEY        01370000
        002-APPLY-PARA.                                                 01380000
           EVALUATE MNT-ACTION                                          01390000
               WHEN 'A'                                                 01400000
                   PERFORM 004-EDIT-TRANS-PARA                          01410000
                   IF TRANS-VALID-Y                                     01420000
                       PERFORM 002A-ADD-PARA                            01430000
                   END-IF                                               01440000
               WHEN 'C'                                                 01450000
                   PERFORM 004-EDIT-TRANS-PARA                          01460000
                   IF TRANS-VALID-Y                                     01470000
                       PERFORM 002B-CHANGE-PARA                         01480000
                   END-IF                                               01490000
               WHEN 'W'                                                 01500000
                   PERFORM 002C-WITHDRAW-PARA                           01510000
               WHEN OTHER                                               01520000
                   ADD 1 TO WS-REJECTED-COUNT                           01530000
                   MOVE 'BADACT' TO WS-AUDLOG-STATUS                    01540000
                   PERFORM 005-AUDIT-CHANGE-PARA                        01550000
           END-EVALUATE.                                                01560000
        002A-ADD-PARA.                                                  01570000
           MOVE SPACES TO STUDENT-MASTER-REC.                           01580000
           MOVE MNT-STU-ID TO STU-ID.                                   01590000
           PERFORM 002D-MOVE-ADDRESS-PARA.                              01600000
           SET STU-ACTIVE TO TRUE.                                      01610000
           MOVE WS-RUN-DATE TO STU-STATUS-DATE.                         01620000
           MOVE 'N' TO STU-MAIL-HOLD.                                   01622500
           MOVE ZERO TO STU-RETURN-COUNT.                               01625000
           MOVE ZERO TO STU-LAST-RETURNED.                              01627500
           WRITE STUDENT-MASTER-REC.                                    01630000
           IF FS-OK                                                     01640000
               ADD 1 TO WS-APPLIED-COUNT                                01650000
               MOVE 'ADDED' TO WS-AUDLOG-STATUS                         01660000
           ELSE                                                         01670000
               ADD 1 TO WS-REJECTED-COUNT                               01680000
               IF FS-DUPLICATE-KEY                                      01690000
                   DISPLAY 'STUMNT DUPLICATE STUDENT ' MNT-STU-ID       01700000
                   MOVE 'DUPKEY' TO WS-AUDLOG-STATUS                    01710000
               ELSE                                                     01720000
                   DISPLAY 'STUMNT ADD FAILED ' WS-IN1 ' ' MNT-STU-ID   01730000
                   MOVE WS-IN1 TO WS-AUDLOG-STATUS                      01740000
               END-IF                                                   01750000
           END-IF.                                                      01760000
           PERFORM 005-AUDIT-CHANGE-PARA.                               01770000
        002B-CHANGE-PARA.                                               01780000
           MOVE MNT-STU-ID TO STU-ID.                                   01790000
           READ STUDENT-MASTER-FILE.                                    01800000
           IF FS-OK                                                     01810000
               MOVE STU-ADDRESS TO WS-OLD-ADDRESS                       01815000
               PERFORM 002D-MOVE-ADDRESS-PARA                           01820000
               MOVE 'CHANGED' TO WS-AUDLOG-STATUS                       01821600
               IF STU-MAIL-HELD AND STU-ADDRESS NOT = WS-OLD-ADDRESS    01823200
                   MOVE 'N' TO STU-MAIL-HOLD                            01824800
                   MOVE 'RELEASED' TO WS-AUDLOG-STATUS                  01826400
               END-IF                                                   01828000
               REWRITE STUDENT-MASTER-REC                               01830000
               IF FS-OK                                                 01840000
                   ADD 1 TO WS-APPLIED-COUNT                            01850000
               ELSE                                                     01870000
                   ADD 1 TO WS-REJECTED-COUNT                           01880000
                   DISPLAY 'STUMNT REWRITE FAILED ' WS-IN1 ' '          01890000
                           MNT-STU-ID                                   01900000
                   MOVE WS-IN1 TO WS-AUDLOG-STATUS                      01910000
               END-IF                                                   01920000
           ELSE                                                         01930000
               ADD 1 TO WS-REJECTED-COUNT                               01940000
               DISPLAY 'STUMNT CHANGE KEY NOT FOUND ' MNT-STU-ID        01950000
               MOVE 'NOTFND' TO WS-AUDLOG-STATUS                        01960000
           END-IF.                                                      01970000
           PERFORM 005-AUDIT-CHANGE-PARA.                               01980000
      *A SECOND WITHDRAWAL WOULD MOVE THE WITHDRAWAL DATE - REJECTED    01990000
        002C-WITHDRAW-PARA.                                             02000000
           MOVE MNT-STU-ID TO STU-ID.                                   02010000
           READ STUDENT-MASTER-FILE.                                    02020000
           IF FS-OK                                                     02030000
               IF STU-WITHDRAWN                                         02040000
                   ADD 1 TO WS-REJECTED-COUNT                           02050000
                   DISPLAY 'STUMNT ALREADY WITHDRAWN ' MNT-STU-ID       02060000
                   MOVE 'ALREADYW' TO WS-AUDLOG-STATUS                  02070000
               ELSE                                                     02080000
                   SET STU-WITHDRAWN TO TRUE                            02090000
                   MOVE WS-RUN-DATE TO STU-STATUS-DATE                  02100000
                   REWRITE STUDENT-MASTER-REC                           02110000
                   IF FS-OK                                             02120000
                       ADD 1 TO WS-APPLIED-COUNT                        02130000
                       MOVE 'WITHDRAWN' TO WS-AUDLOG-STATUS             02140000
                   ELSE                                                 02150000
                       ADD 1 TO WS-REJECTED-COUNT                       02160000
                       DISPLAY 'STUMNT REWRITE FAILED ' WS-IN1 ' '      02170000
                               MNT-STU-ID                               02180000
                       MOVE WS-IN1 TO WS-AUDLOG-STATUS                  02190000
                   END-IF                                               02200000
               END-IF                                                   02210000
           ELSE                                                         02220000
               ADD 1 TO WS-REJECTED-COUNT                               02230000
               DISPLAY 'STUMNT WITHDRAW KEY NOT FOUND ' MNT-STU-ID      02240000
               MOVE 'NOTFND' TO WS-AUDLOG-STATUS                        02250000
           END-IF.                                                      02260000
           PERFORM 005-AUDIT-CHANGE-PARA.                               02270000
      *THE NAME AND ADDRESS AS KEYED - SHARED BY ADD AND CHANGE         02280000
        002D-MOVE-ADDRESS-PARA.                                         02290000
           MOVE MNT-NAME TO STU-NAME.                                   02300000
           MOVE MNT-ADDR-LINE1 TO STU-ADDR-LINE1.                       02310000
           MOVE MNT-ADDR-LINE2 TO STU-ADDR-LINE2.                       02320000
           MOVE MNT-TOWN TO STU-TOWN.                                   02330000
           MOVE MNT-DISTRICT TO STU-DISTRICT.                           02340000
           MOVE MNT-STATE TO STU-STATE.                                 02350000
           MOVE MNT-PIN-N TO STU-PIN.                                   02360000
      *FIELD EDITS FOR AN ADD OR CHANGE - A FAILING TRANSACTION IS      02370000
      *REJECTED AND AUDITED WITHOUT TOUCHING THE MASTER                 02380000
        004-EDIT-TRANS-PARA.                                            02390000
           SET TRANS-VALID-Y TO TRUE.                                   02400000
           IF MNT-STU-ID = SPACES                                       02410000
               MOVE 'BADID' TO WS-AUDLOG-STATUS                         02420000
               MOVE 'N' TO WS-TRANS-VALID                               02430000
           END-IF.                                                      02440000
           IF TRANS-VALID-Y AND MNT-NAME = SPACES                       02450000
               MOVE 'BADNAME' TO WS-AUDLOG-STATUS                       02460000
               MOVE 'N' TO WS-TRANS-VALID                               02470000
           END-IF.                                                      02480000
           IF TRANS-VALID-Y AND MNT-ADDR-LINE1 = SPACES                 02490000
               MOVE 'BADADDR' TO WS-AUDLOG-STATUS                       02500000
               MOVE 'N' TO WS-TRANS-VALID                               02510000
           END-IF.                                                      02520000
           IF TRANS-VALID-Y AND MNT-TOWN = SPACES                       02530000
               MOVE 'BADTOWN' TO WS-AUDLOG-STATUS                       02540000
               MOVE 'N' TO WS-TRANS-VALID                               02550000
           END-IF.                                                      02560000
           IF TRANS-VALID-Y                                             02570000
               IF MNT-STATE = SPACES                                    02580000
                   MOVE 'BADSTATE' TO WS-AUDLOG-STATUS                  02590000
                   MOVE 'N' TO WS-TRANS-VALID                           02600000
               ELSE                                                     02610000
                   MOVE MNT-STATE TO AL-VARIANT                         02620000
                   READ ALIAS-FILE                                      02630000
                   IF WS-ALIAS-STATUS NOT = '00'                        02640000
                    OR AL-OFFICIAL NOT = MNT-STATE                      02650000
                       MOVE 'NOTOFFCL' TO WS-AUDLOG-STATUS              02660000
                       MOVE 'N' TO WS-TRANS-VALID                       02670000
                   END-IF                                               02680000
               END-IF                                                   02690000
           END-IF.                                                      02700000
           IF TRANS-VALID-Y                                             02710000
               IF MNT-PIN NOT NUMERIC                                   02720000
                   MOVE 'BADPIN' TO WS-AUDLOG-STATUS                    02730000
                   MOVE 'N' TO WS-TRANS-VALID                           02740000
               ELSE                                                     02750000
                   IF MNT-PIN-N < 100000                                02760000
                       MOVE 'BADPIN' TO WS-AUDLOG-STATUS                02770000
                       MOVE 'N' TO WS-TRANS-VALID                       02780000
                   END-IF                                               02790000
               END-IF                                                   02800000
           END-IF.                                                      02810000
           IF NOT TRANS-VALID-Y                                         02820000
               ADD 1 TO WS-REJECTED-COUNT                               02830000
               DISPLAY 'STUMNT EDIT FAILED ' WS-AUDLOG-STATUS ' '       02840000
                       MNT-STU-ID                                       02850000
               PERFORM 005-AUDIT-CHANGE-PARA                            02860000
           END-IF.                                                      02870000
      *ONE SHARED-AUDIT-LOG ENTRY PER TRANSACTION - THE STATUS FIELD    02880000
      *CARRIES THE OUTCOME, THE PARAGRAPH FIELD CARRIES THE STUDENT-ID  02890000
        005-AUDIT-CHANGE-PARA.                                          02900000
           MOVE MNT-STU-ID TO WS-AUDLOG-PARAGRAPH.                      02910000
           PERFORM WRITE-AUDIT-LOG-PARA.                                02920000
        003-CLOSE-PARA.                                                 02930000
           CLOSE STUDENT-MASTER-FILE.                                   02940000
           CLOSE ALIAS-FILE.                                            02950000
           CLOSE MAINT-TRANS-FILE.                                      02960000
           CLOSE AUDIT-LOG-FILE.                                        02970000
           DISPLAY 'STUMNT APPLIED  ' WS-APPLIED-COUNT.                 02980000
           DISPLAY 'STUMNT REJECTED ' WS-REJECTED-COUNT.                02990000
           IF WS-REJECTED-COUNT > ZERO                                  03000000
               IF RETURN-CODE < 4                                       03010000
                   MOVE 4 TO RETURN-CODE                                03020000
               END-IF                                                   03030000
           END-IF.                                                      03040000
      *SHARED AUDIT-LOG APPEND PARAGRAPH - SEE AUDITPRC.CPY.            03050000
           COPY AUDITPRC.                                               03060000
