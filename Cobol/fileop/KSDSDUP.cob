      *NEAR-DUPLICATE NAME REPORT FOR THE SAMPLE KSDS. THE SAMPLE-DATA2 00010000
      *AIX WAS DEFINED NONUNIQUEKEY BECAUSE NAMES REPEAT, BUT NOTHING   00020000
      *TOLD A GENUINE NAMESAKE FROM THE SAME PERSON KEYED TWICE UNDER   00030000
      *TWO SAMPLE-DATA1 KEYS. THIS WALKS THE FILE IN NAME ORDER         00040000
      *THROUGH THE AIX PATH, NORMALISES EACH NAME (UPPER CASE, SPACES   00050000
      *AND PUNCTUATION DROPPED - LETTERS AND DIGITS ONLY), AND GROUPS   00060000
      *THE RECORDS WHOSE NORMALISED NAMES MATCH. EVERY GROUP OF TWO OR  00070000
      *MORE IS A SUSPECT GROUP, MARKED EXACT WHEN THE NAMES ARE         00080000
      *IDENTICAL AS KEYED OR NORMALISED WHEN THEY DIFFER ONLY IN CASE,  00090000
      *SPACING OR PUNCTUATION, AND LISTED KEY BY KEY WITH THE FULL      00100000
      *80-BYTE RECORD SO THE CLEAN-UP CAN BE KEYED STRAIGHT INTO        00110000
      *KSDSMNT TRANSACTIONS. THE RUN ENDS WITH THE SUSPECT-GROUP        00120000
      *COUNTS. A SUSPECT GROUP IS NOT AN ERROR - NAMESAKES ARE REAL -   00130000
      *SO THE REPORT ITSELF NEVER RAISES THE RETURN CODE.               00140000
       IDENTIFICATION DIVISION.                                         00150000
       PROGRAM-ID. KSDSDUP.                                             00160000
       ENVIRONMENT DIVISION.                                            00170000
          INPUT-OUTPUT SECTION.                                         00180000
          FILE-CONTROL.                                                 00190000
      *THE AIX PATH, WALKED IN ALTERNATE-KEY ORDER - SAME 80-BYTE       00200000
      *RECORDS, KEYED WHERE SAMPLE-DATA2 SITS (THE KSDSVFY DECLARATION) 00210000
            SELECT SAMPLE-PATH ASSIGN TO PATHDD                         00220000
            ORGANIZATION IS INDEXED                                     00230000
            ACCESS MODE IS SEQUENTIAL                                   00240000
            RECORD KEY IS PATH-DATA2                                    00250000
            FILE STATUS WS-PTH1.                                        00260000
            SELECT DUP-RPT-FILE ASSIGN TO DUPRPT                        00270000
            ORGANIZATION IS SEQUENTIAL                                  00280000
            FILE STATUS WS-RPT-STATUS.                                  00290000
       DATA DIVISION.                                                   00300000
          FILE SECTION.                                                 00310000
          FD SAMPLE-PATH.                                               00320000
          01 PATH-FILE.                                                 00330000
              05 PATH-DATA1 PIC A(20).                                  00340000
              05 PATH-DATA2 PIC A(30).                                  00350000
              05 FILLER PIC X(30).                                      00360000
          FD DUP-RPT-FILE.                                              00370000
          01 DUP-RPT-REC             PIC X(110).                        00380000
       WORKING-STORAGE SECTION.                                         00390000
      *RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.        00400000
           COPY RUNDATE.                                                00410000
          77 WS-PTH1 PIC X(2).                                          00420000
          77 WS-RPT-STATUS PIC X(2).                                    00430000
          01 WS-PATH-EOF PIC X(01) VALUE 'N'.                           00440000
             88 PATH-EOF-Y VALUE 'Y'.                                   00450000
          77 WS-READ-COUNT PIC 9(9) VALUE ZERO.                         00460000
          77 WS-GROUP-COUNT PIC 9(9) VALUE ZERO.                        00470000
          77 WS-EXACT-COUNT PIC 9(9) VALUE ZERO.                        00480000
          77 WS-NORM-COUNT PIC 9(9) VALUE ZERO.                         00490000
          77 WS-SUSPECT-RECS PIC 9(9) VALUE ZERO.                       00500000
      *THE WHOLE FILE IN NAME ORDER, WITH EACH NAME'S NORMALISED FORM - 00510000
      *THE PATH ORDER IS ALREADY CLOSE TO NORMALISED ORDER, SO THE      00520000
      *EXCHANGE SORT BELOW HAS LITTLE TO DO                             00530000
          77 WS-TBL-COUNT PIC 9(5) USAGE COMP VALUE ZERO.               00540000
          77 WS-TBL-MAX PIC 9(5) USAGE COMP VALUE 5000.                 00550000
          77 WS-TBL-IDX PIC 9(5) USAGE COMP.                            00560000
          77 WS-SORT-LIM PIC 9(5) USAGE COMP.                           00570000
          01 WS-SORT-SWAPPED PIC X(01).                                 00580000
             88 SORT-SWAPPED-Y VALUE 'Y'.                               00590000
          01 WS-NAME-TABLE.                                             00600000
             05 WS-TBL-ENTRY OCCURS 5000 TIMES.                         00610000
                10 WS-TBL-NORM        PIC X(30).                        00620000
                10 WS-TBL-RECORD.                                       00630000
                   15 WS-TBL-KEY      PIC X(20).                        00640000
                   15 WS-TBL-NAME     PIC X(30).                        00650000
                   15 FILLER          PIC X(30).                        00660000
          01 WS-SWAP-ENTRY           PIC X(110).                        00670000
      *GROUP BOUNDARIES IN THE SORTED TABLE                             00680000
          77 WS-GRP-START PIC 9(5) USAGE COMP.                          00690000
          77 WS-GRP-END PIC 9(5) USAGE COMP.                            00700000
          77 WS-GRP-SIZE PIC 9(5) USAGE COMP.                           00710000
          01 WS-GRP-EXACT PIC X(01).                                    00720000
             88 GRP-EXACT-Y VALUE 'Y'.                                  00730000
          01 WS-GRP-DONE PIC X(01).                                     00740000
             88 GRP-DONE-Y VALUE 'Y'.                                   00750000
      *NAME NORMALISATION WORK AREA                                     00760000
          01 WS-NORM-IN              PIC X(30).                         00770000
          01 WS-NORM-OUT             PIC X(30).                         00780000
          77 WS-CHR-IDX PIC 9(3) USAGE COMP.                            00790000
          77 WS-OUT-IDX PIC 9(3) USAGE COMP.                            00800000
          01 WS-NORM-CHR             PIC X(01).                         00810000
             88 NORM-CHR-KEPT VALUE 'A' THRU 'Z' '0' THRU '9'.          00820000
          01 WS-RPT-HEADER-LINE.                                        00830000
             05 FILLER PIC X(40)                                        00840000
                VALUE 'SAMPLE NEAR-DUPLICATE NAMES - RUN DATE  '.       00850000
             05 RPT-HDR-DATE         PIC X(8).                          00860000
          01 WS-RPT-COLUMN-LINE.                                        00870000
             05 FILLER PIC X(26) VALUE '    KEY'.                       00880000
             05 FILLER PIC X(11) VALUE 'FULL RECORD'.                   00890000
          01 WS-RPT-GROUP-LINE.                                         00900000
             05 FILLER               PIC X(6) VALUE 'GROUP '.           00910000
             05 RPT-GRP-NUMBER       PIC Z(4)9.                         00920000
             05 FILLER               PIC X(2) VALUE SPACES.             00930000
             05 RPT-GRP-TYPE         PIC X(10).                         00940000
             05 FILLER               PIC X(2) VALUE SPACES.             00950000
             05 FILLER               PIC X(10) VALUE 'MATCH ON: '.      00960000
             05 RPT-GRP-NORM         PIC X(30).                         00970000
             05 FILLER               PIC X(2) VALUE SPACES.             00980000
             05 RPT-GRP-SIZE         PIC Z(4)9.                         00990000
             05 FILLER               PIC X(5) VALUE ' KEYS'.            01000000
          01 WS-RPT-DETAIL-LINE.                                        01010000
             05 FILLER               PIC X(4) VALUE SPACES.             01020000
             05 RPT-DET-KEY          PIC X(20).                         01030000
             05 FILLER               PIC X(2) VALUE SPACES.             01040000
             05 RPT-DET-RECORD       PIC X(80).                         01050000
          01 WS-RPT-TOTAL-LINE.                                         01060000
             05 RPT-TOT-LABEL        PIC X(26).                         01070000
             05 RPT-TOT-COUNT        PIC Z(8)9.                         01080000
       PROCEDURE DIVISION.                                              01090000
       MAIN-PARA.                                                       01100000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        01110000
           ACCEPT WS-RUN-TIME FROM TIME                                 01120000
           OPEN OUTPUT DUP-RPT-FILE.                                    01130000
           IF WS-RPT-STATUS NOT = '00'                                  01140000
               DISPLAY 'ERROR/OPEN/DUP-RPT-FILE'                        01150000
               DISPLAY 'FILE STATUS:' WS-RPT-STATUS                     01160000
               MOVE 16 TO RETURN-CODE                                   01170000
               STOP RUN                                                 01180000
           END-IF.                                                      01190000
           MOVE WS-RUN-DATE TO RPT-HDR-DATE.                            01200000
           MOVE WS-RPT-HEADER-LINE TO DUP-RPT-REC.                      01210000
           WRITE DUP-RPT-REC.                                           01220000
           MOVE WS-RPT-COLUMN-LINE TO DUP-RPT-REC.                      01230000
           WRITE DUP-RPT-REC.                                           01240000
           PERFORM 001-LOAD-PATH-PARA.                                  01250000
           IF RETURN-CODE < 16                                          01260000
               PERFORM 002-SORT-PARA                                    01270000
               MOVE 1 TO WS-GRP-START                                   01280000
               PERFORM 003-GROUP-PARA                                   01290000
                   UNTIL WS-GRP-START > WS-TBL-COUNT                    01300000
           END-IF.                                                      01310000
           MOVE 'RECORDS READ            ' TO RPT-TOT-LABEL.            01320000
           MOVE WS-READ-COUNT TO RPT-TOT-COUNT.                         01330000
           PERFORM 005-PUT-TOTAL-PARA.                                  01340000
           MOVE 'SUSPECT GROUPS          ' TO RPT-TOT-LABEL.            01350000
           MOVE WS-GROUP-COUNT TO RPT-TOT-COUNT.                        01360000
           PERFORM 005-PUT-TOTAL-PARA.                                  01370000
           MOVE '  EXACT NAME MATCH      ' TO RPT-TOT-LABEL.            01380000
           MOVE WS-EXACT-COUNT TO RPT-TOT-COUNT.                        01390000
           PERFORM 005-PUT-TOTAL-PARA.                                  01400000
           MOVE '  NORMALISED MATCH      ' TO RPT-TOT-LABEL.            01410000
           MOVE WS-NORM-COUNT TO RPT-TOT-COUNT.                         01420000
           PERFORM 005-PUT-TOTAL-PARA.                                  01430000
           MOVE 'RECORDS IN SUSPECT GROUPS' TO RPT-TOT-LABEL.           01440000
           MOVE WS-SUSPECT-RECS TO RPT-TOT-COUNT.                       01450000
           PERFORM 005-PUT-TOTAL-PARA.                                  01460000
           CLOSE DUP-RPT-FILE.                                          01470000
           DISPLAY 'KSDSDUP READ ' WS-READ-COUNT                        01480000
                   ' SUSPECT GROUPS ' WS-GROUP-COUNT                    01490000
                   ' RECORDS IN THEM ' WS-SUSPECT-RECS.                 01500000
           STOP RUN.                                                    01510000
       001-LOAD-PATH-PARA.                                              01520000
           OPEN INPUT SAMPLE-PATH.                                      01530000
           IF WS-PTH1 NOT = '00'                                        01540000
               DISPLAY 'KSDSDUP ERROR OPENING PATH ' WS-PTH1            01550000
               MOVE 16 TO RETURN-CODE                                   01560000
               SET PATH-EOF-Y TO TRUE                                   01570000
           END-IF.                                                      01580000
           PERFORM 001A-LOAD-ONE-PARA UNTIL PATH-EOF-Y.                 01590000
           CLOSE SAMPLE-PATH.                                           01600000
       001A-LOAD-ONE-PARA.                                              01610000
           READ SAMPLE-PATH NEXT RECORD                                 01620000
               AT END                                                   01630000
                   SET PATH-EOF-Y TO TRUE                               01640000
               NOT AT END                                               01650000
      *THE HIGH-VALUES TRAILER IS A CONTROL RECORD, NOT A NAME          01660000
                   IF PATH-DATA1 = HIGH-VALUES                          01670000
                       CONTINUE                                         01680000
                   ELSE                                                 01690000
                       ADD 1 TO WS-READ-COUNT                           01700000
                       IF WS-TBL-COUNT < WS-TBL-MAX                     01710000
                           ADD 1 TO WS-TBL-COUNT                        01720000
                           MOVE PATH-FILE                               01730000
                               TO WS-TBL-RECORD (WS-TBL-COUNT)          01740000
                           MOVE PATH-DATA2 TO WS-NORM-IN                01750000
                           PERFORM 001B-NORMALISE-PARA                  01760000
                           MOVE WS-NORM-OUT                             01770000
                               TO WS-TBL-NORM (WS-TBL-COUNT)            01780000
                       ELSE                                             01790000
                           DISPLAY 'KSDSDUP NAME TABLE FULL AT '        01800000
                                   WS-TBL-MAX                           01810000
                           MOVE 16 TO RETURN-CODE                       01820000
                           SET PATH-EOF-Y TO TRUE                       01830000
                       END-IF                                           01840000
                   END-IF                                               01850000
           END-READ.                                                    01860000
      *UPPER CASE, THEN KEEP ONLY LETTERS AND DIGITS - 'O'BRIEN',       01870000
      *'O BRIEN' AND 'obrien' ALL NORMALISE TO 'OBRIEN'                 01880000
       001B-NORMALISE-PARA.                                             01890000
           INSPECT WS-NORM-IN CONVERTING                                01900000
               'abcdefghijklmnopqrstuvwxyz'                             01910000
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                         01920000
           MOVE SPACES TO WS-NORM-OUT.                                  01930000
           MOVE ZERO TO WS-OUT-IDX.                                     01940000
           PERFORM 001C-NORM-CHAR-PARA                                  01950000
               VARYING WS-CHR-IDX FROM 1 BY 1                           01960000
               UNTIL WS-CHR-IDX > 30.                                   01970000
       001C-NORM-CHAR-PARA.                                             01980000
           MOVE WS-NORM-IN (WS-CHR-IDX:1) TO WS-NORM-CHR.               01990000
           IF NORM-CHR-KEPT                                             02000000
               ADD 1 TO WS-OUT-IDX                                      02010000
               MOVE WS-NORM-CHR TO WS-NORM-OUT (WS-OUT-IDX:1)           02020000
           END-IF.                                                      02030000
      *NORMALISED NAME ORDER, KEYED ORDER WITHIN A NAME - SIMPLE        02040000
      *EXCHANGE SORT, THE CENSDISP PATTERN                              02050000
       002-SORT-PARA.                                                   02060000
           IF WS-TBL-COUNT < 2                                          02070000
               CONTINUE                                                 02080000
           ELSE                                                         02090000
               SET SORT-SWAPPED-Y TO TRUE                               02100000
               PERFORM 002A-SORT-PASS-PARA UNTIL NOT SORT-SWAPPED-Y     02110000
           END-IF.                                                      02120000
       002A-SORT-PASS-PARA.                                             02130000
           MOVE 'N' TO WS-SORT-SWAPPED.                                 02140000
           COMPUTE WS-SORT-LIM = WS-TBL-COUNT - 1.                      02150000
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1                       02160000
                   UNTIL WS-TBL-IDX > WS-SORT-LIM                       02170000
               IF WS-TBL-NORM (WS-TBL-IDX)                              02180000
                   > WS-TBL-NORM (WS-TBL-IDX + 1)                       02190000
                OR (WS-TBL-NORM (WS-TBL-IDX)                            02200000
                   = WS-TBL-NORM (WS-TBL-IDX + 1)                       02210000
                AND WS-TBL-KEY (WS-TBL-IDX)                             02220000
                   > WS-TBL-KEY (WS-TBL-IDX + 1))                       02230000
                   MOVE WS-TBL-ENTRY (WS-TBL-IDX) TO WS-SWAP-ENTRY      02240000
                   MOVE WS-TBL-ENTRY (WS-TBL-IDX + 1)                   02250000
                       TO WS-TBL-ENTRY (WS-TBL-IDX)                     02260000
                   MOVE WS-SWAP-ENTRY                                   02270000
                       TO WS-TBL-ENTRY (WS-TBL-IDX + 1)                 02280000
                   SET SORT-SWAPPED-Y TO TRUE                           02290000
               END-IF                                                   02300000
           END-PERFORM.                                                 02310000
      *ONE RUN OF EQUAL NORMALISED NAMES - TWO OR MORE IS A SUSPECT     02320000
      *GROUP, EXACT WHEN EVERY NAME MATCHES THE FIRST AS KEYED          02330000
       003-GROUP-PARA.                                                  02340000
           MOVE WS-GRP-START TO WS-GRP-END.                             02350000
           MOVE 'Y' TO WS-GRP-EXACT.                                    02360000
           MOVE 'N' TO WS-GRP-DONE.                                     02370000
           PERFORM 003A-EXTEND-PARA UNTIL GRP-DONE-Y.                   02380000
           COMPUTE WS-GRP-SIZE = WS-GRP-END - WS-GRP-START + 1.         02390000
           IF WS-GRP-SIZE > 1                                           02400000
               PERFORM 004-PUT-GROUP-PARA                               02410000
           END-IF.                                                      02420000
           COMPUTE WS-GRP-START = WS-GRP-END + 1.                       02430000
       003A-EXTEND-PARA.                                                02440000
           IF WS-GRP-END >= WS-TBL-COUNT                                02450000
               SET GRP-DONE-Y TO TRUE                                   02460000
           ELSE                                                         02470000
               IF WS-TBL-NORM (WS-GRP-END + 1)                          02480000
                   NOT = WS-TBL-NORM (WS-GRP-START)                     02490000
                   SET GRP-DONE-Y TO TRUE                               02500000
               ELSE                                                     02510000
                   ADD 1 TO WS-GRP-END                                  02520000
                   IF WS-TBL-NAME (WS-GRP-END)                          02530000
                       NOT = WS-TBL-NAME (WS-GRP-START)                 02540000
                       MOVE 'N' TO WS-GRP-EXACT                         02550000
                   END-IF                                               02560000
               END-IF                                                   02570000
           END-IF.                                                      02580000
       004-PUT-GROUP-PARA.                                              02590000
           ADD 1 TO WS-GROUP-COUNT.                                     02600000
           ADD WS-GRP-SIZE TO WS-SUSPECT-RECS.                          02610000
           MOVE SPACES TO DUP-RPT-REC.                                  02620000
           WRITE DUP-RPT-REC.                                           02630000
           MOVE WS-GROUP-COUNT TO RPT-GRP-NUMBER.                       02640000
           IF GRP-EXACT-Y                                               02650000
               ADD 1 TO WS-EXACT-COUNT                                  02660000
               MOVE 'EXACT' TO RPT-GRP-TYPE                             02670000
           ELSE                                                         02680000
               ADD 1 TO WS-NORM-COUNT                                   02690000
               MOVE 'NORMALISED' TO RPT-GRP-TYPE                        02700000
           END-IF.                                                      02710000
           MOVE WS-TBL-NORM (WS-GRP-START) TO RPT-GRP-NORM.             02720000
           MOVE WS-GRP-SIZE TO RPT-GRP-SIZE.                            02730000
           MOVE WS-RPT-GROUP-LINE TO DUP-RPT-REC.                       02740000
           WRITE DUP-RPT-REC.                                           02750000
           PERFORM 004A-PUT-MEMBER-PARA                                 02760000
               VARYING WS-TBL-IDX FROM WS-GRP-START BY 1                02770000
               UNTIL WS-TBL-IDX > WS-GRP-END.                           02780000
       004A-PUT-MEMBER-PARA.                                            02790000
           MOVE WS-TBL-KEY (WS-TBL-IDX) TO RPT-DET-KEY.                 02800000
           MOVE WS-TBL-RECORD (WS-TBL-IDX) TO RPT-DET-RECORD.           02810000
           MOVE WS-RPT-DETAIL-LINE TO DUP-RPT-REC.                      02820000
           WRITE DUP-RPT-REC.                                           02830000
       005-PUT-TOTAL-PARA.                                              02840000
           MOVE WS-RPT-TOTAL-LINE TO DUP-RPT-REC.                       02850000
           WRITE DUP-RPT-REC.                                           02860000
