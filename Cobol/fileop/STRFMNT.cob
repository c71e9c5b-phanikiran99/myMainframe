      *ACTION-CODED MAINTENANCE FOR THE STATEREF STATE REFERENCE KSDS   00010000
      *(STATEREF.CPY - ZONE, AREA IN SQ KM AND STATE/UT TYPE KEYED ON   00020000
      *THE OFFICIAL STATE-UT NAME). THIS IS WHERE THE FACTS THE ZONAL   00030000
      *ROLL-UP AND DENSITY RANKING (DB2ZONE) NEED ABOUT A STATE ARE     00040000
      *KEPT. DRIVEN BY A TRANSACTION FILE, STALMNT-STYLE -              00050000
      *  A = ADD THE STATE, U = UPDATE IN PLACE, D = DELETE BY NAME     00060000
      *ADDS AND UPDATES ARE EDITED BEFORE THEY TOUCH THE MASTER - THE   00070000
      *NAME MUST BE AN OFFICIAL STATE-UT NAME (ITS OWN SELF-ROW ON THE  00080000
      *STALIAS MASTER, SO A VARIANT SPELLING CANNOT SLIP IN AS A        00090000
      *SECOND KEY), THE ZONE ONE OF N/S/E/W/NE/C, THE AREA NUMERIC AND  00100000
      *NOT ZERO, AND THE TYPE S(TATE) OR U(NION TERRITORY). EVERY       00110000
      *TRANSACTION WRITES AN ENTRY TO THE SHARED AUDIT LOG              00120000
      *(WRITE-AUDIT-LOG-PARA) AND THE RUN ENDS WITH AN APPLIED/REJECTED 00130000
      *SUMMARY.                                                         00140000
       IDENTIFICATION DIVISION.                                         00150000
       PROGRAM-ID. STRFMNT.                                             00160000
       ENVIRONMENT DIVISION.                                            00170000
          INPUT-OUTPUT SECTION.                                         00180000
          FILE-CONTROL.                                                 00190000
            SELECT STATEREF-FILE ASSIGN TO STREFDD                      00200000
            ORGANIZATION IS INDEXED                                     00210000
            ACCESS MODE IS RANDOM                                       00220000
            RECORD KEY IS RF-STATE-UT                                   00230000
            FILE STATUS WS-IN1.                                         00240000
      *STATE-NAME ALIAS MASTER - THE OFFICIAL NAMES ARE ITS SELF-ROWS   00250000
            SELECT ALIAS-FILE ASSIGN TO ALIASDD                         00260000
            ORGANIZATION IS INDEXED                                     00270000
            ACCESS MODE IS RANDOM                                       00280000
            RECORD KEY IS AL-VARIANT                                    00290000
            FILE STATUS WS-ALIAS-STATUS.                                00300000
      *MAINTENANCE TRANSACTIONS - ACTION CODE PLUS A RECORD IMAGE       00310000
            SELECT MAINT-TRANS-FILE ASSIGN TO MNTTRANS                  00320000
            ORGANIZATION IS SEQUENTIAL                                  00330000
            FILE STATUS WS-MNT1.                                        00340000
      *AUDIT LOG - SHARED ACROSS THE SHOP - AUDITLOG.CPY                00350000
            SELECT AUDIT-LOG-FILE ASSIGN TO AUDITDD                     00360000
            ORGANIZATION IS SEQUENTIAL                                  00370000
            FILE STATUS WS-AUDITLOG-STATUS.                             00380000
       DATA DIVISION.                                                   00390000
          FILE SECTION.                                                 00400000
          FD STATEREF-FILE.                                             00410000
          COPY STATEREF.                                                00420000
          FD ALIAS-FILE.                                                00430000
          COPY STALIAS.                                                 00440000
          FD MAINT-TRANS-FILE.                                          00450000
          01 MAINT-TRANS-REC.                                           00460000
              05 MNT-ACTION PIC X(1).                                   00470000
              05 MNT-RECORD.                                            00480000
                 10 MNT-STATE     PIC X(30).                            00490000
                 10 MNT-ZONE      PIC X(2).                             00500000
                 10 MNT-AREA      PIC X(7).                             00510000
                 10 MNT-AREA-N REDEFINES MNT-AREA PIC 9(7).             00520000
                 10 MNT-TYPE      PIC X(1).                             00530000
          FD AUDIT-LOG-FILE.                                            00540000
          COPY AUDITLOG.                                                00550000
       WORKING-STORAGE SECTION.                                         00560000
      *RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.        00570000
           COPY RUNDATE.                                                00580000
      *SHARED AUDIT-LOG STAGING FIELDS, SEE AUDITWS.CPY.                00590000
           COPY AUDITWS.                                                00600000
          77 WS-AUDITLOG-STATUS PIC X(2).                               00610000
      *FILE STATUS FOR THE KSDS, SAME 88-LEVEL STYLE KSDSMNT USES       00620000
          77 WS-IN1 PIC X(2).                                           00630000
              88 FS-OK VALUE '00'.                                      00640000
              88 FS-DUPLICATE-KEY VALUE '22'.                           00650000
              88 FS-RECORD-NOT-FOUND VALUE '23'.                        00660000
              88 FS-FILE-NOT-FOUND VALUE '35'.                          00670000
          77 WS-ALIAS-STATUS PIC X(2).                                  00680000
          77 WS-MNT1 PIC X(2).                                          00690000
          01 WS-MNT-EOF PIC X(01) VALUE 'N'.                            00700000
              88 MNT-EOF-N VALUE 'N'.                                   00710000
              88 MNT-EOF-Y VALUE 'Y'.                                   00720000
          01 WS-TRANS-VALID PIC X(01) VALUE 'Y'.                        00730000
              88 TRANS-VALID-Y VALUE 'Y'.                               00740000
          77 WS-APPLIED-COUNT PIC 9(9) VALUE ZERO.                      00750000
          77 WS-REJECTED-COUNT PIC 9(9) VALUE ZERO.                     00760000
       PROCEDURE DIVISION.                                              00770000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00780000
           ACCEPT WS-RUN-TIME FROM TIME                                 00790000
           MOVE 'STRFMNT' TO WS-AUDLOG-PROGRAM                          00800000
           PERFORM 000-OPEN-PARA.                                       00810000
           IF MNT-EOF-N                                                 00820000
               PERFORM 001-READ-PARA UNTIL MNT-EOF-Y                    00830000
           END-IF.                                                      00840000
           PERFORM 003-CLOSE-PARA.                                      00850000
           STOP RUN.                                                    00860000
        000-OPEN-PARA.                                                  00870000
           OPEN EXTEND AUDIT-LOG-FILE.                                  00880000
           IF WS-AUDITLOG-STATUS NOT = '00'                             00890000
               DISPLAY 'ERROR/OPEN/AUDIT-LOG-FILE'                      00900000
               DISPLAY 'FILE STATUS:' WS-AUDITLOG-STATUS                00910000
               MOVE 16 TO RETURN-CODE                                   00920000
           END-IF.                                                      00930000
           OPEN I-O STATEREF-FILE.                                      00940000
           IF NOT FS-OK                                                 00950000
               DISPLAY 'STRFMNT ERROR OPENING STATEREF FILE ' WS-IN1    00960000
               MOVE '000-OPEN-PARA' TO WS-AUDLOG-PARAGRAPH              00970000
               MOVE WS-IN1 TO WS-AUDLOG-STATUS                          00980000
               PERFORM WRITE-AUDIT-LOG-PARA                             00990000
               MOVE 16 TO RETURN-CODE                                   01000000
               SET MNT-EOF-Y TO TRUE                                    01010000
           END-IF.                                                      01020000
           OPEN INPUT ALIAS-FILE.                                       01030000
           IF WS-ALIAS-STATUS NOT = '00'                                01040000
               DISPLAY 'ERROR/OPEN/ALIAS-FILE'                          01050000
               DISPLAY 'FILE STATUS:' WS-ALIAS-STATUS                   01060000
               MOVE '000-OPEN-PARA' TO WS-AUDLOG-PARAGRAPH              01070000
               MOVE WS-ALIAS-STATUS TO WS-AUDLOG-STATUS                 01080000
               PERFORM WRITE-AUDIT-LOG-PARA                             01090000
               MOVE 16 TO RETURN-CODE                                   01100000
               SET MNT-EOF-Y TO TRUE                                    01110000
           END-IF.                                                      01120000
           OPEN INPUT MAINT-TRANS-FILE.                                 01130000
           IF WS-MNT1 NOT = '00'                                        01140000
               DISPLAY 'ERROR/OPEN/MAINT-TRANS-FILE'                    01150000
               DISPLAY 'FILE STATUS:' WS-MNT1                           01160000
               MOVE '000-OPEN-PARA' TO WS-AUDLOG-PARAGRAPH              01170000
               MOVE WS-MNT1 TO WS-AUDLOG-STATUS                         01180000
               PERFORM WRITE-AUDIT-LOG-PARA                             01190000
               MOVE 16 TO RETURN-CODE                                   01200000
               SET MNT-EOF-Y TO TRUE                                    01210000
           END-IF.                                                      01220000
        001-READ-PARA.                                                  01230000
           READ MAINT-TRANS-FILE                                        01240000
             AT END                                                     01250000
                SET MNT-EOF-Y TO TRUE                                   01260000
             NOT AT END                                                 01270000
                PERFORM 002-APPLY-PARA                                  01280000
           END-READ.                                                    01290000
      *APPLY ONE TRANSACTION AGAINST THE STATEREF KSDS - ADDS AND       01300000
      *UPDATES ARE EDITED FIRST, A DELETE NEEDS ONLY THE KEY            01310000
        002-APPLY-PARA.                                                 01320000
           EVALUATE MNT-ACTION                                          01330000
               WHEN 'A'                                                 01340000
                   PERFORM 004-EDIT-TRANS-PARA                          01350000
                   IF TRANS-VALID-Y                                     01360000
                       PERFORM 002A-ADD-PARA                            01370000
                   END-IF                                               01380000
               WHEN 'U'                                                 01390000
                   PERFORM 004-EDIT-TRANS-PARA                          01400000
                   IF TRANS-VALID-Y                                     01410000
                       PERFORM 002B-UPDATE-PARA                         01420000
                   END-IF                                               01430000
               WHEN 'D'                                                 01440000
                   PERFORM 002C-DELETE-PARA                             01450000
               WHEN OTHER                                               01460000
                   ADD 1 TO WS-REJECTED-COUNT                           01470000
                   MOVE 'BADACT' TO WS-AUDLOG-STATUS                    01480000
                   PERFORM 005-AUDIT-CHANGE-PARA                        01490000
           END-EVALUATE.                                                01500000
        002A-ADD-PARA.                                                  01510000
           MOVE MNT-STATE TO RF-STATE-UT.                               01520000
           MOVE MNT-ZONE TO RF-ZONE.                                    01530000
           MOVE MNT-AREA-N TO RF-AREA-SQKM.                             01540000
           MOVE MNT-TYPE TO RF-TYPE.                                    01550000
           WRITE STATE-REF-REC.                                         01560000
           IF FS-OK                                                     01570000
               ADD 1 TO WS-APPLIED-COUNT                                01580000
               MOVE 'ADDED' TO WS-AUDLOG-STATUS                         01590000
           ELSE                                                         01600000
               ADD 1 TO WS-REJECTED-COUNT                               01610000
               IF FS-DUPLICATE-KEY                                      01620000
                   DISPLAY 'STRFMNT DUPLICATE STATE ' MNT-STATE         01630000
                   MOVE 'DUPKEY' TO WS-AUDLOG-STATUS                    01640000
               ELSE                                                     01650000
                   DISPLAY 'STRFMNT ADD FAILED ' WS-IN1 ' ' MNT-STATE   01660000
                   MOVE WS-IN1 TO WS-AUDLOG-STATUS                      01670000
               END-IF                                                   01680000
           END-IF.                                                      01690000
           PERFORM 005-AUDIT-CHANGE-PARA.                               01700000
        002B-UPDATE-PARA.                                               01710000
           MOVE MNT-STATE TO RF-STATE-UT.                               01720000
           READ STATEREF-FILE.                                          01730000
           IF FS-OK                                                     01740000
               MOVE MNT-ZONE TO RF-ZONE                                 01750000
               MOVE MNT-AREA-N TO RF-AREA-SQKM                          01760000
               MOVE MNT-TYPE TO RF-TYPE                                 01770000
               REWRITE STATE-REF-REC                                    01780000
               IF FS-OK                                                 01790000
                   ADD 1 TO WS-APPLIED-COUNT                            01800000
                   MOVE 'UPDATED' TO WS-AUDLOG-STATUS                   01810000
               ELSE                                                     01820000
                   ADD 1 TO WS-REJECTED-COUNT                           01830000
                   DISPLAY 'STRFMNT REWRITE FAILED ' WS-IN1 ' '         01840000
                           MNT-STATE                                    01850000
                   MOVE WS-IN1 TO WS-AUDLOG-STATUS                      01860000
               END-IF                                                   01870000
           ELSE                                                         01880000
               ADD 1 TO WS-REJECTED-COUNT                               01890000
               DISPLAY 'STRFMNT UPDATE KEY NOT FOUND ' MNT-STATE        01900000
               MOVE 'NOTFND' TO WS-AUDLOG-STATUS                        01910000
           END-IF.                                                      01920000
           PERFORM 005-AUDIT-CHANGE-PARA.                               01930000
        002C-DELETE-PARA.                                               01940000
           MOVE MNT-STATE TO RF-STATE-UT.                               01950000
           READ STATEREF-FILE.                                          01960000
           IF FS-OK                                                     01970000
               DELETE STATEREF-FILE                                     01980000
               IF FS-OK                                                 01990000
                   ADD 1 TO WS-APPLIED-COUNT                            02000000
                   MOVE 'DELETED' TO WS-AUDLOG-STATUS                   02010000
               ELSE                                                     02020000
                   ADD 1 TO WS-REJECTED-COUNT                           02030000
                   DISPLAY 'STRFMNT DELETE FAILED ' WS-IN1 ' '          02040000
                           MNT-STATE                                    02050000
                   MOVE WS-IN1 TO WS-AUDLOG-STATUS                      02060000
               END-IF                                                   02070000
           ELSE                                                         02080000
               ADD 1 TO WS-REJECTED-COUNT                               02090000
               DISPLAY 'STRFMNT DELETE KEY NOT FOUND ' MNT-STATE        02100000
               MOVE 'NOTFND' TO WS-AUDLOG-STATUS                        02110000
           END-IF.                                                      02120000
           PERFORM 005-AUDIT-CHANGE-PARA.                               02130000
      *FIELD EDITS FOR AN ADD OR UPDATE - A FAILING TRANSACTION IS      02140000
      *REJECTED AND AUDITED WITHOUT TOUCHING THE MASTER                 02150000
        004-EDIT-TRANS-PARA.                                            02160000
           SET TRANS-VALID-Y TO TRUE.                                   02170000
           IF MNT-STATE = SPACES                                        02180000
               MOVE 'BADNAME' TO WS-AUDLOG-STATUS                       02190000
               MOVE 'N' TO WS-TRANS-VALID                               02200000
           ELSE                                                         02210000
               MOVE MNT-STATE TO AL-VARIANT                             02220000
               READ ALIAS-FILE                                          02230000
               IF WS-ALIAS-STATUS NOT = '00'                            02240000
                OR AL-OFFICIAL NOT = MNT-STATE                          02250000
                   MOVE 'NOTOFFCL' TO WS-AUDLOG-STATUS                  02260000
                   MOVE 'N' TO WS-TRANS-VALID                           02270000
               END-IF                                                   02280000
           END-IF.                                                      02290000
           IF TRANS-VALID-Y AND MNT-ZONE NOT = 'N '                     02300000
            AND MNT-ZONE NOT = 'S ' AND MNT-ZONE NOT = 'E '             02310000
            AND MNT-ZONE NOT = 'W ' AND MNT-ZONE NOT = 'NE'             02320000
            AND MNT-ZONE NOT = 'C '                                     02330000
               MOVE 'BADZONE' TO WS-AUDLOG-STATUS                       02340000
               MOVE 'N' TO WS-TRANS-VALID                               02350000
           END-IF.                                                      02360000
           IF TRANS-VALID-Y                                             02370000
               IF MNT-AREA NOT NUMERIC                                  02380000
                   MOVE 'BADAREA' TO WS-AUDLOG-STATUS                   02390000
                   MOVE 'N' TO WS-TRANS-VALID                           02400000
               ELSE                                                     02410000
                   IF MNT-AREA-N = ZERO                                 02420000
                       MOVE 'BADAREA' TO WS-AUDLOG-STATUS               02430000
                       MOVE 'N' TO WS-TRANS-VALID                       02440000
                   END-IF                                               02450000
               END-IF                                                   02460000
           END-IF.                                                      02470000
           IF TRANS-VALID-Y AND MNT-TYPE NOT = 'S'                      02480000
            AND MNT-TYPE NOT = 'U'                                      02490000
               MOVE 'BADTYPE' TO WS-AUDLOG-STATUS                       02500000
               MOVE 'N' TO WS-TRANS-VALID                               02510000
           END-IF.                                                      02520000
           IF NOT TRANS-VALID-Y                                         02530000
               ADD 1 TO WS-REJECTED-COUNT                               02540000
               DISPLAY 'STRFMNT EDIT FAILED ' WS-AUDLOG-STATUS ' '      02550000
                       MNT-STATE                                        02560000
               PERFORM 005-AUDIT-CHANGE-PARA                            02570000
           END-IF.                                                      02580000
      *ONE SHARED-AUDIT-LOG ENTRY PER TRANSACTION - THE STATUS FIELD    02590000
      *CARRIES THE OUTCOME, THE PARAGRAPH FIELD CARRIES THE KEY         02600000
        005-AUDIT-CHANGE-PARA.                                          02610000
           MOVE MNT-STATE (1:20) TO WS-AUDLOG-PARAGRAPH.                02620000
           PERFORM WRITE-AUDIT-LOG-PARA.                                02630000
        003-CLOSE-PARA.                                                 02640000
           CLOSE STATEREF-FILE.                                         02650000
           CLOSE ALIAS-FILE.                                            02660000
           CLOSE MAINT-TRANS-FILE.                                      02670000
           CLOSE AUDIT-LOG-FILE.                                        02680000
           DISPLAY 'STRFMNT APPLIED  ' WS-APPLIED-COUNT.                02690000
           DISPLAY 'STRFMNT REJECTED ' WS-REJECTED-COUNT.               02700000
           IF WS-REJECTED-COUNT > ZERO                                  02710000
               IF RETURN-CODE < 4                                       02720000
                   MOVE 4 TO RETURN-CODE                                02730000
               END-IF                                                   02740000
           END-IF.                                                      02750000
      *SHARED AUDIT-LOG APPEND PARAGRAPH - SEE AUDITPRC.CPY.            02760000
           COPY AUDITPRC.                                               02770000
