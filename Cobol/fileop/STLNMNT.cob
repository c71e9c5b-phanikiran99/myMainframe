      *ACTION-CODED MAINTENANCE FOR THE STLINEAG STATE LINEAGE KSDS     00010000
      *(STLINEAG.CPY - PARENT/CHILD STATE-UT KEYED BOUNDARY CHANGES).   00020000
      *EVERY SPLIT OR MERGE THE SURVEY OFFICE ANNOUNCES IS RECORDED     00030000
      *HERE SO DB2BNDS CAN RESTATE THE EARLIER SURVEYS ONTO TODAY'S     00040000
      *BOUNDARIES. DRIVEN BY A TRANSACTION FILE, STALMNT-STYLE -        00050000
      *  A = ADD THE LINEAGE, U = UPDATE IN PLACE, D = DELETE BY KEY    00060000
      *ADDS AND UPDATES ARE EDITED BEFORE THEY TOUCH THE MASTER - BOTH  00070000
      *NAMES PRESENT AND DIFFERENT, A NUMERIC EFFECTIVE YEAR, AN EVENT  00080000
      *OF S(PLIT) OR M(ERGE), A SHARE BETWEEN 0.01 AND 100.00 AND A     00090000
      *MERGE ALWAYS MOVING THE WHOLE 100.00. EVERY TRANSACTION WRITES   00100000
      *AN ENTRY TO THE SHARED AUDIT LOG (WRITE-AUDIT-LOG-PARA) AND THE  00110000
      *RUN ENDS WITH AN APPLIED/REJECTED SUMMARY.                       00120000
       IDENTIFICATION DIVISION.                                         00130000
       PROGRAM-ID. STLNMNT.                                             00140000
       ENVIRONMENT DIVISION.                                            00150000
          INPUT-OUTPUT SECTION.                                         00160000
          FILE-CONTROL.                                                 00170000
            SELECT LINEAGE-FILE ASSIGN TO LINEAGDD                      00180000
            ORGANIZATION IS INDEXED                                     00190000
            ACCESS MODE IS RANDOM                                       00200000
            RECORD KEY IS LN-KEY                                        00210000
            FILE STATUS WS-IN1.                                         00220000
      *MAINTENANCE TRANSACTIONS - ACTION CODE PLUS A RECORD IMAGE       00230000
            SELECT MAINT-TRANS-FILE ASSIGN TO MNTTRANS                  00240000
            ORGANIZATION IS SEQUENTIAL                                  00250000
            FILE STATUS WS-MNT1.                                        00260000
      *AUDIT LOG - SHARED ACROSS THE SHOP - AUDITLOG.CPY                00270000
            SELECT AUDIT-LOG-FILE ASSIGN TO AUDITDD                     00280000
            ORGANIZATION IS SEQUENTIAL                                  00290000
            FILE STATUS WS-AUDITLOG-STATUS.                             00300000
       DATA DIVISION.                                                   00310000
          FILE SECTION.                                                 00320000
          FD LINEAGE-FILE.                                              00330000
          COPY STLINEAG.                                                00340000
          FD MAINT-TRANS-FILE.                                          00350000
          01 MAINT-TRANS-REC.                                           00360000
              05 MNT-ACTION PIC X(1).                                   00370000
              05 MNT-RECORD.                                            00380000
                 10 MNT-PARENT    PIC X(30).                            00390000
                 10 MNT-CHILD     PIC X(30).                            00400000
                 10 MNT-EFF-YEAR  PIC X(4).                             00410000
                 10 MNT-SHARE     PIC X(5).                             00420000
                 10 MNT-SHARE-N REDEFINES MNT-SHARE PIC 9(3)V99.        00430000
                 10 MNT-EVENT     PIC X(1).                             00440000
          FD AUDIT-LOG-FILE.                                            00450000
          COPY AUDITLOG.                                                00460000
       WORKING-STORAGE SECTION.                                         00470000
      *RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.        00480000
           COPY RUNDATE.                                                00490000
      *SHARED AUDIT-LOG STAGING FIELDS, SEE AUDITWS.CPY.                00500000
           COPY AUDITWS.                                                00510000
          77 WS-AUDITLOG-STATUS PIC X(2).                               00520000
      *FILE STATUS FOR THE KSDS, SAME 88-LEVEL STYLE KSDSMNT USES       00530000
          77 WS-IN1 PIC X(2).                                           00540000
              88 FS-OK VALUE '00'.                                      00550000
              88 FS-DUPLICATE-KEY VALUE '22'.                           00560000
              88 FS-RECORD-NOT-FOUND VALUE '23'.                        00570000
              88 FS-FILE-NOT-FOUND VALUE '35'.                          00580000
          77 WS-MNT1 PIC X(2).                                          00590000
          01 WS-MNT-EOF PIC X(01) VALUE 'N'.                            00600000
              88 MNT-EOF-N VALUE 'N'.                                   00610000
              88 MNT-EOF-Y VALUE 'Y'.                                   00620000
          01 WS-TRANS-VALID PIC X(01) VALUE 'Y'.                        00630000
              88 TRANS-VALID-Y VALUE 'Y'.                               00640000
          77 WS-APPLIED-COUNT PIC 9(9) VALUE ZERO.                      00650000
          77 WS-REJECTED-COUNT PIC 9(9) VALUE ZERO.                     00660000
       PROCEDURE DIVISION.                                              00670000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00680000
           ACCEPT WS-RUN-TIME FROM TIME                                 00690000
           MOVE 'STLNMNT' TO WS-AUDLOG-PROGRAM                          00700000
           PERFORM 000-OPEN-PARA.                                       00710000
           IF MNT-EOF-N                                                 00720000
               PERFORM 001-READ-PARA UNTIL MNT-EOF-Y                    00730000
           END-IF.                                                      00740000
           PERFORM 003-CLOSE-PARA.                                      00750000
           STOP RUN.                                                    00760000
        000-OPEN-PARA.                                                  00770000
           OPEN EXTEND AUDIT-LOG-FILE.                                  00780000
           IF WS-AUDITLOG-STATUS NOT = '00'                             00790000
               DISPLAY 'ERROR/OPEN/AUDIT-LOG-FILE'                      00800000
               DISPLAY 'FILE STATUS:' WS-AUDITLOG-STATUS                00810000
               MOVE 16 TO RETURN-CODE                                   00820000
           END-IF.                                                      00830000
           OPEN I-O LINEAGE-FILE.                                       00840000
           IF NOT FS-OK                                                 00850000
               DISPLAY 'STLNMNT ERROR OPENING LINEAGE FILE ' WS-IN1     00860000
               MOVE '000-OPEN-PARA' TO WS-AUDLOG-PARAGRAPH              00870000
               MOVE WS-IN1 TO WS-AUDLOG-STATUS                          00880000
               PERFORM WRITE-AUDIT-LOG-PARA                             00890000
               MOVE 16 TO RETURN-CODE                                   00900000
               SET MNT-EOF-Y TO TRUE                                    00910000
           END-IF.                                                      00920000
           OPEN INPUT MAINT-TRANS-FILE.                                 00930000
           IF WS-MNT1 NOT = '00'                                        00940000
               DISPLAY 'ERROR/OPEN/MAINT-TRANS-FILE'                    00950000
               DISPLAY 'FILE STATUS:' WS-MNT1                           00960000
               MOVE '000-OPEN-PARA' TO WS-AUDLOG-PARAGRAPH              00970000
               MOVE WS-MNT1 TO WS-AUDLOG-STATUS                         00980000
               PERFORM WRITE-AUDIT-LOG-PARA                             00990000
               MOVE 16 TO RETURN-CODE                                   01000000
               SET MNT-EOF-Y TO TRUE                                    01010000
           END-IF.                                                      01020000
        001-READ-PARA.                                                  01030000
           READ MAINT-TRANS-FILE                                        01040000
             AT END                                                     01050000
                SET MNT-EOF-Y TO TRUE                                   01060000
             NOT AT END                                                 01070000
                PERFORM 002-APPLY-PARA                                  01080000
           END-READ.                                                    01090000
      *APPLY ONE TRANSACTION AGAINST THE LINEAGE KSDS - ADDS AND        01100000
      *UPDATES ARE EDITED FIRST, A DELETE NEEDS ONLY THE KEY            01110000
        002-APPLY-PARA.                                                 01120000
           EVALUATE MNT-ACTION                                          01130000
               WHEN 'A'                                                 01140000
                   PERFORM 004-EDIT-TRANS-PARA                          01150000
                   IF TRANS-VALID-Y                                     01160000
                       PERFORM 002A-ADD-PARA                            01170000
                   END-IF                                               01180000
               WHEN 'U'                                                 01190000
                   PERFORM 004-EDIT-TRANS-PARA                          01200000
                   IF TRANS-VALID-Y                                     01210000
                       PERFORM 002B-UPDATE-PARA                         01220000
                   END-IF                                               01230000
               WHEN 'D'                                                 01240000
                   PERFORM 002C-DELETE-PARA                             01250000
               WHEN OTHER                                               01260000
                   ADD 1 TO WS-REJECTED-COUNT                           01270000
                   MOVE 'BADACT' TO WS-AUDLOG-STATUS                    01280000
                   PERFORM 005-AUDIT-CHANGE-PARA                        01290000
           END-EVALUATE.                                                01300000
        002A-ADD-PARA.                                                  01310000
           MOVE MNT-PARENT TO LN-PARENT-STATE.                          01320000
           MOVE MNT-CHILD TO LN-CHILD-STATE.                            01330000
           MOVE MNT-EFF-YEAR TO LN-EFF-YEAR.                            01340000
           MOVE MNT-SHARE-N TO LN-SHARE-PCT.                            01350000
           MOVE MNT-EVENT TO LN-EVENT.                                  01360000
           WRITE STATE-LINEAGE-REC.                                     01370000
           IF FS-OK                                                     01380000
               ADD 1 TO WS-APPLIED-COUNT                                01390000
               MOVE 'ADDED' TO WS-AUDLOG-STATUS                         01400000
           ELSE                                                         01410000
               ADD 1 TO WS-REJECTED-COUNT                               01420000
               IF FS-DUPLICATE-KEY                                      01430000
                   DISPLAY 'STLNMNT DUPLICATE LINEAGE ' MNT-PARENT      01440000
                           ' ' MNT-CHILD                                01450000
                   MOVE 'DUPKEY' TO WS-AUDLOG-STATUS                    01460000
               ELSE                                                     01470000
                   DISPLAY 'STLNMNT ADD FAILED ' WS-IN1 ' ' MNT-CHILD   01480000
                   MOVE WS-IN1 TO WS-AUDLOG-STATUS                      01490000
               END-IF                                                   01500000
           END-IF.                                                      01510000
           PERFORM 005-AUDIT-CHANGE-PARA.                               01520000
        002B-UPDATE-PARA.                                               01530000
           MOVE MNT-PARENT TO LN-PARENT-STATE.                          01540000
           MOVE MNT-CHILD TO LN-CHILD-STATE.                            01550000
           READ LINEAGE-FILE.                                           01560000
           IF FS-OK                                                     01570000
               MOVE MNT-EFF-YEAR TO LN-EFF-YEAR                         01580000
               MOVE MNT-SHARE-N TO LN-SHARE-PCT                         01590000
               MOVE MNT-EVENT TO LN-EVENT                               01600000
               REWRITE STATE-LINEAGE-REC                                01610000
               IF FS-OK                                                 01620000
                   ADD 1 TO WS-APPLIED-COUNT                            01630000
                   MOVE 'UPDATED' TO WS-AUDLOG-STATUS                   01640000
               ELSE                                                     01650000
                   ADD 1 TO WS-REJECTED-COUNT                           01660000
                   DISPLAY 'STLNMNT REWRITE FAILED ' WS-IN1 ' '         01670000
                           MNT-CHILD                                    01680000
                   MOVE WS-IN1 TO WS-AUDLOG-STATUS                      01690000
               END-IF                                                   01700000
           ELSE                                                         01710000
               ADD 1 TO WS-REJECTED-COUNT                               01720000
               DISPLAY 'STLNMNT UPDATE KEY NOT FOUND ' MNT-PARENT       01730000
                       ' ' MNT-CHILD                                    01740000
               MOVE 'NOTFND' TO WS-AUDLOG-STATUS                        01750000
           END-IF.                                                      01760000
           PERFORM 005-AUDIT-CHANGE-PARA.                               01770000
        002C-DELETE-PARA.                                               01780000
           MOVE MNT-PARENT TO LN-PARENT-STATE.                          01790000
           MOVE MNT-CHILD TO LN-CHILD-STATE.                            01800000
           READ LINEAGE-FILE.                                           01810000
           IF FS-OK                                                     01820000
               DELETE LINEAGE-FILE                                      01830000
               IF FS-OK                                                 01840000
                   ADD 1 TO WS-APPLIED-COUNT                            01850000
                   MOVE 'DELETED' TO WS-AUDLOG-STATUS                   01860000
               ELSE                                                     01870000
                   ADD 1 TO WS-REJECTED-COUNT                           01880000
                   DISPLAY 'STLNMNT DELETE FAILED ' WS-IN1 ' '          01890000
                           MNT-CHILD                                    01900000
                   MOVE WS-IN1 TO WS-AUDLOG-STATUS                      01910000
               END-IF                                                   01920000
           ELSE                                                         01930000
               ADD 1 TO WS-REJECTED-COUNT                               01940000
               DISPLAY 'STLNMNT DELETE KEY NOT FOUND ' MNT-PARENT       01950000
                       ' ' MNT-CHILD                                    01960000
               MOVE 'NOTFND' TO WS-AUDLOG-STATUS                        01970000
           END-IF.                                                      01980000
           PERFORM 005-AUDIT-CHANGE-PARA.                               01990000
      *FIELD EDITS FOR AN ADD OR UPDATE - A FAILING TRANSACTION IS      02000000
      *REJECTED AND AUDITED WITHOUT TOUCHING THE MASTER                 02010000
        004-EDIT-TRANS-PARA.                                            02020000
           SET TRANS-VALID-Y TO TRUE.                                   02030000
           IF MNT-PARENT = SPACES OR MNT-CHILD = SPACES                 02040000
            OR MNT-PARENT = MNT-CHILD                                   02050000
               MOVE 'BADNAME' TO WS-AUDLOG-STATUS                       02060000
               MOVE 'N' TO WS-TRANS-VALID                               02070000
           END-IF.                                                      02080000
           IF TRANS-VALID-Y AND MNT-EFF-YEAR NOT NUMERIC                02090000
               MOVE 'BADYEAR' TO WS-AUDLOG-STATUS                       02100000
               MOVE 'N' TO WS-TRANS-VALID                               02110000
           END-IF.                                                      02120000
           IF TRANS-VALID-Y AND MNT-EVENT NOT = 'S'                     02130000
            AND MNT-EVENT NOT = 'M'                                     02140000
               MOVE 'BADEVENT' TO WS-AUDLOG-STATUS                      02150000
               MOVE 'N' TO WS-TRANS-VALID                               02160000
           END-IF.                                                      02170000
           IF TRANS-VALID-Y                                             02180000
               IF MNT-SHARE NOT NUMERIC                                 02190000
                   MOVE 'BADSHARE' TO WS-AUDLOG-STATUS                  02200000
                   MOVE 'N' TO WS-TRANS-VALID                           02210000
               ELSE                                                     02220000
                   IF MNT-SHARE-N = ZERO OR MNT-SHARE-N > 100           02230000
                    OR (MNT-EVENT = 'M' AND MNT-SHARE-N NOT = 100)      02240000
                       MOVE 'BADSHARE' TO WS-AUDLOG-STATUS              02250000
                       MOVE 'N' TO WS-TRANS-VALID                       02260000
                   END-IF                                               02270000
               END-IF                                                   02280000
           END-IF.                                                      02290000
           IF NOT TRANS-VALID-Y                                         02300000
               ADD 1 TO WS-REJECTED-COUNT                               02310000
               DISPLAY 'STLNMNT EDIT FAILED ' WS-AUDLOG-STATUS ' '      02320000
                       MNT-PARENT ' ' MNT-CHILD                         02330000
               PERFORM 005-AUDIT-CHANGE-PARA                            02340000
           END-IF.                                                      02350000
      *ONE SHARED-AUDIT-LOG ENTRY PER TRANSACTION - THE STATUS FIELD    02360000
      *CARRIES THE OUTCOME, THE PARAGRAPH FIELD CARRIES THE NEW STATE   02370000
        005-AUDIT-CHANGE-PARA.                                          02380000
           MOVE MNT-CHILD (1:20) TO WS-AUDLOG-PARAGRAPH.                02390000
           PERFORM WRITE-AUDIT-LOG-PARA.                                02400000
        003-CLOSE-PARA.                                                 02410000
           CLOSE LINEAGE-FILE.                                          02420000
           CLOSE MAINT-TRANS-FILE.                                      02430000
           CLOSE AUDIT-LOG-FILE.                                        02440000
           DISPLAY 'STLNMNT APPLIED  ' WS-APPLIED-COUNT.                02450000
           DISPLAY 'STLNMNT REJECTED ' WS-REJECTED-COUNT.               02460000
           IF WS-REJECTED-COUNT > ZERO                                  02470000
               IF RETURN-CODE < 4                                       02480000
                   MOVE 4 TO RETURN-CODE                                02490000
               END-IF                                                   02500000
           END-IF.                                                      02510000
      *SHARED AUDIT-LOG APPEND PARAGRAPH - SEE AUDITPRC.CPY.            02520000
           COPY AUDITPRC.                                               02530000
