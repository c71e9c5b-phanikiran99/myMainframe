      *MAINTAINS THE SECMAST KSDS, KEYED ON THE IDENTIFIER, FROM        00070000
      *SPECIAL'S VALIDATION RESULTS FEED (VALOUTDD): FIRST-SEEN AND     00080000
      *LAST-VALIDATED DATES AND A STATUS - V = VALID, F = FAILED,       00090000
      *S = SUPERSEDED BY THE GENERATED US ISIN, R = A GENERATED ISIN    00095000
      *THE CUSTODIAN REJECTED (SET BY ISINRECN, AND KEPT THROUGH A      00100000
      *CLEAN REVALIDATION UNTIL THEY ACCEPT IT). A KEYED LOOKUP MODE    00105000
      *LIKE READPS'S 005-KEYED-LOOKUP-PARA ANSWERS A WHOLE FILE OF      00110000
      *IDENTIFIERS FROM THE DESK IN ONE RUN - FOUND RECORDS TO THE      00120000
      *RESULT FILE WITH THEIR MASTER FIELDS, MISSES TO THE              00130000
      *NOT-FOUND REPORT.                                                00140000
      *EVERY IDENTIFIER OF ONE INSTRUMENT SHARES A SECURITY NUMBER      00140710
      *(SM-SECURITY-NO, SEE SECMREC.CPY). SPECIAL'S RESULTS LINK EACH   00141420
      *SUPERSEDED CUSIP TO THE US ISIN GENERATED FOR IT; THE DESK'S     00142130
      *LINK FILE (LINKDD) ADDS THE SEDOLS - L LINKS AN IDENTIFIER TO A  00142840
      *SIBLING ALREADY ON THE MASTER, U TAKES IT OUT OF ITS GROUP.      00143283
      *EVERY IDENTIFIER IS GIVEN A NUMBER OF ITS OWN WHEN IT IS FIRST   00143726
      *WRITTEN - A GROUP OF ONE, WHICH IS WHAT "UNGROUPED" MEANS HERE.  00144169
      *A LINK MOVES AN UNGROUPED IDENTIFIER ONTO THE OTHER'S NUMBER;    00144612
      *TWO ALREADY IN DIFFERENT GROUPS ARE REJECTED, NOT MERGED, FOR    00145055
      *THE DESK TO UNLINK THE WRONG ONE FIRST. AN UNLINK GIVES THE      00145498
      *IDENTIFIER A NEW NUMBER OF ITS OWN AGAIN. A LOOKUP RETURNS THE   00145941
      *IDENTIFIER ASKED FOR AND EVERY SIBLING, EACH BEHIND THE ASKED    00146390
      *IDENTIFIER. XREFRPT LISTS EVERY DESK LINK AND EVERY REJECTED     00147100
      *LINK, THEN EVERY IDENTIFIER STILL IN NO GROUP (FAILED ONES ARE   00147810
      *ONLY COUNTED - A BAD CODE IS NO SECURITY). RC 4 = REJECTED LINKS 00148520
      *OR UNGROUPED IDENTIFIERS.                                        00149230
       IDENTIFICATION DIVISION.                                         00150000
       PROGRAM-ID. SECMAST.                                             00160000
       ENVIRONMENT DIVISION.                                            00170000
           ORGANIZATION IS SEQUENTIAL                                   00230000
           FILE STATUS WS-VALIN-STATUS.                                 00240000
      *THE PERSISTENT SECURITY MASTER                                   00250000
      *THE SECURITY-NUMBER AIX PATH IS ALLOCATED AS SECMSTD1 (BASE DD   00253300
      *NAME + '1') - DEFINED BY SECMINIT, OR SECMCONV FOR AN OLD MASTER 00256600
           SELECT SECMAST-FILE ASSIGN TO SECMSTDD                       00260000
           ORGANIZATION IS INDEXED                                      00270000
           ACCESS MODE IS DYNAMIC                                       00280000
           RECORD KEY IS SM-IDENTIFIER                                  00290000
           ALTERNATE RECORD KEY IS SM-SECURITY-NO WITH DUPLICATES       00295000
           FILE STATUS WS-MAST-STATUS.                                  00300000
      *IDENTIFIERS FROM THE DESK, ONE PER RECORD - OPTIONAL             00310000
           SELECT OPTIONAL LOOKUP-KEY-FILE ASSIGN TO LOOKUPDD           00320000
           SELECT LOOKUP-NOTFND-FILE ASSIGN TO LKPNFDD                  00380000
           ORGANIZATION IS SEQUENTIAL                                   00390000
           FILE STATUS WS-LKPNF-STATUS.                                 00400000
      *THE DESK'S LINK AND UNLINK REQUESTS - OPTIONAL                   00401200
           SELECT OPTIONAL LINK-IN-FILE ASSIGN TO LINKDD                00402400
           ORGANIZATION IS SEQUENTIAL                                   00403600
           FILE STATUS WS-LINK-STATUS.                                  00404800
           SELECT XREF-RPT-FILE ASSIGN TO XREFRPT                       00406000
           ORGANIZATION IS SEQUENTIAL                                   00407200
           FILE STATUS WS-XRPT-STATUS.                                  00408400
       DATA DIVISION.                                                   00410000
          FILE SECTION.                                                 00420000
          FD  VALID-IN-FILE.                                            00430000
             05 VI-IDENTIFIER        PIC X(12).                         00450000
             05 VI-TYPE              PIC X(5).                          00460000
             05 VI-STATUS            PIC X(1).                          00470000
             05 VI-LINK-ID           PIC X(12).                         00475000
          FD  SECMAST-FILE.                                             00480000
      *SHARED SECURITY MASTER LAYOUT, SEE SECMREC.CPY                   00513300
          COPY SECMREC.                                                 00546600
          FD  LOOKUP-KEY-FILE.                                          00580000
          01  LOOKUP-KEY-REC.                                           00590000
             05 LKP-IDENTIFIER       PIC X(12).                         00600000
      *ONE RECORD PER SIBLING - THE IDENTIFIER ASKED FOR, THEN THE      00603300
      *SIBLING'S MASTER RECORD                                          00606600
          FD  LOOKUP-RESULT-FILE.                                       00610000
          01  LOOKUP-RESULT-REC.                                        00620000
             05 LKR-ASKED            PIC X(12).                         00623300
             05 LKR-MASTER           PIC X(43).                         00626600
          FD  LOOKUP-NOTFND-FILE.                                       00630000
          01  LOOKUP-NOTFND-REC.                                        00640000
             05 NF-IDENTIFIER        PIC X(12).                         00650000
             05 FILLER               PIC X(2).                          00660000
             05 NF-TEXT              PIC X(12).                         00670000
      *L = LINK LI-IDENTIFIER TO LI-SIBLING, U = TAKE LI-IDENTIFIER OUT 00670620
      *OF ITS GROUP (LI-SIBLING NOT NEEDED)                             00671240
          FD  LINK-IN-FILE.                                             00671860
          01  LINK-IN-REC.                                              00672480
             05 LI-ACTION            PIC X(1).                          00673100
                88 LI-LINK           VALUE 'L'.                         00673720
                88 LI-UNLINK         VALUE 'U'.                         00674340
             05 FILLER               PIC X(1).                          00674960
             05 LI-IDENTIFIER        PIC X(12).                         00675580
             05 FILLER               PIC X(1).                          00676200
             05 LI-SIBLING           PIC X(12).                         00676820
             05 FILLER               PIC X(53).                         00677440
          FD  XREF-RPT-FILE                                             00678060
              RECORD CONTAINS 110 CHARACTERS.                           00678680
          01  RPT-PRINT-REC           PIC X(110).                       00679300
       WORKING-STORAGE SECTION.                                         00680000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00690000
           COPY RUNDATE.                                                00700000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                00703300
           COPY RPTHDG.                                                 00706600
          77 WS-VALIN-STATUS PIC X(2).                                  00710000
          77 WS-MAST-STATUS PIC X(2).                                   00720000
      * '02' = DONE, AND THE SECURITY NUMBER IS SHARED WITH ANOTHER     00725000
      * RECORD - THE NORMAL CASE FOR ANY LINKED IDENTIFIER              00730000
             88 FS-OK VALUE '00' '02'.                                  00735000
             88 FS-RECORD-NOT-FOUND VALUE '23'.                         00740000
          77 WS-LKP-STATUS PIC X(2).                                    00750000
          77 WS-LKPOUT-STATUS PIC X(2).                                 00760000
          77 WS-LKPNF-STATUS PIC X(2).                                  00770000
          77 WS-LINK-STATUS PIC X(2).                                   00773300
          77 WS-XRPT-STATUS PIC X(2).                                   00776600
          01 WS-VALIN-EOF PIC X(01) VALUE 'N'.                          00780000
             88 VALIN-EOF-Y VALUE 'Y'.                                  00790000
          01 WS-LKP-EOF PIC X(01) VALUE 'N'.                            00800000
             88 LKP-EOF-Y VALUE 'Y'.                                    00810000
          01 WS-LINK-EOF PIC X(01) VALUE 'N'.                           00811400
             88 LINK-EOF-Y VALUE 'Y'.                                   00812800
          01 WS-SWEEP-EOF PIC X(01) VALUE 'N'.                          00814200
             88 SWEEP-EOF-Y VALUE 'Y'.                                  00815600
          01 WS-SIBLING-DONE PIC X(01) VALUE 'N'.                       00817000
             88 SIBLING-DONE-Y VALUE 'Y'.                               00818400
          77 WS-ADDED-COUNT PIC 9(9) VALUE ZERO.                        00820000
          77 WS-UPDATED-COUNT PIC 9(9) VALUE ZERO.                      00830000
          77 WS-LOOKUP-HIT-COUNT PIC 9(9) VALUE ZERO.                   00840000
          77 WS-LOOKUP-MISS-COUNT PIC 9(9) VALUE ZERO.                  00850000
          77 WS-SIBLING-COUNT PIC 9(9) VALUE ZERO.                      00850250
          77 WS-LINKED-COUNT PIC 9(9) VALUE ZERO.                       00850500
          77 WS-UNLINKED-COUNT PIC 9(9) VALUE ZERO.                     00850750
          77 WS-LINK-REJECT-COUNT PIC 9(9) VALUE ZERO.                  00851000
          77 WS-DESK-LINE-COUNT PIC 9(9) VALUE ZERO.                    00851250
          77 WS-UNGROUPED-COUNT PIC 9(9) VALUE ZERO.                    00851500
          77 WS-FAILED-LONE-COUNT PIC 9(9) VALUE ZERO.                  00851750
      * THE LAST SECURITY NUMBER ISSUED - KEPT ON THE CONTROL RECORD    00852000
          77 WS-LAST-SECURITY-NO PIC 9(9) VALUE ZERO.                   00852250
      * ONE LINK OR UNLINK - IDENTIFIER A IS LINKED TO SIBLING B        00852500
          77 WS-LINK-ID-A PIC X(12).                                    00852750
          77 WS-LINK-ID-B PIC X(12).                                    00853000
          77 WS-SECNO-A PIC 9(9).                                       00853250
          77 WS-SECNO-B PIC 9(9).                                       00853500
          77 WS-SET-ID PIC X(12).                                       00853750
          77 WS-SET-SECNO PIC 9(9).                                     00854000
          77 WS-ASKED-SECNO PIC 9(9).                                   00854250
      * MEMBERS FOUND ON ONE SECURITY NUMBER - COUNTING STOPS AT TWO    00854281
          77 WS-SIZE-SECNO PIC 9(9).                                    00854312
          77 WS-GROUP-SIZE PIC 9(1).                                    00854343
          77 WS-GROUP-SIZE-A PIC 9(1).                                  00854374
          77 WS-GROUP-SIZE-B PIC 9(1).                                  00854405
      * Y = THE NEW NUMBER WAS WRITTEN, F = THE REWRITE FAILED          00854420
          01 WS-SET-DONE PIC X(01).                                     00854436
             88 SET-DONE-Y VALUE 'Y'.                                   00854467
             88 SET-FAILED-Y VALUE 'F'.                                 00854483
          01 WS-LINK-REJECTED PIC X(01).                                00854500
             88 LINK-REJECTED-Y VALUE 'Y'.                              00854750
          01 WS-LINK-LINE.                                              00855000
             05 XRL-IDENTIFIER       PIC X(12).                         00855250
             05 FILLER               PIC X(2) VALUE SPACES.             00855500
             05 XRL-SIBLING          PIC X(12).                         00855750
             05 FILLER               PIC X(2) VALUE SPACES.             00856000
             05 XRL-SOURCE           PIC X(7).                          00856250
             05 FILLER               PIC X(2) VALUE SPACES.             00856500
             05 XRL-SECURITY-NO      PIC Z(8)9.                         00856750
             05 FILLER               PIC X(2) VALUE SPACES.             00857000
             05 XRL-RESULT           PIC X(36).                         00857250
          01 WS-LONE-LINE.                                              00857500
             05 XRU-IDENTIFIER       PIC X(12).                         00857750
             05 FILLER               PIC X(2) VALUE SPACES.             00858000
             05 XRU-TYPE             PIC X(5).                          00858250
             05 FILLER               PIC X(2) VALUE SPACES.             00858500
             05 XRU-STATUS           PIC X(1).                          00858750
             05 FILLER               PIC X(6) VALUE SPACES.             00859000
             05 XRU-FIRST-SEEN       PIC 9(8).                          00859250
             05 FILLER               PIC X(2) VALUE SPACES.             00859500
             05 XRU-LAST-VALIDATED   PIC 9(8).                          00859750
      * THE SWEEP'S LAST RECORD, HELD UNTIL THE NEXT ONE SHOWS WHETHER  00859770
      * ANOTHER IDENTIFIER SHARES ITS SECURITY NUMBER                   00859790
          01 WS-HELD-REC.                                               00859810
             05 HLD-IDENTIFIER       PIC X(12).                         00859830
             05 HLD-TYPE             PIC X(5).                          00859850
             05 HLD-STATUS           PIC X(1).                          00859870
                88 HLD-FAILED        VALUE 'F'.                         00859890
             05 HLD-FIRST-SEEN       PIC 9(8).                          00859910
             05 HLD-LAST-VALIDATED   PIC 9(8).                          00859930
             05 HLD-SECURITY-NO      PIC 9(9).                          00859950
          77 WS-HELD-MEMBERS PIC 9(1) VALUE ZERO.                       00859970
       PROCEDURE DIVISION.                                              00860000
       MAIN-PARA.                                                       00870000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00880000
           ACCEPT WS-RUN-TIME FROM TIME                                 00890000
           MOVE 'SECURITY CROSS-REFERENCE' TO RPT-TITLE.                00891100
           MOVE 'SECMAST' TO RPT-PROGRAM-ID.                            00892200
           MOVE SPACES TO RPT-COLUMN-LINE.                              00893300
           MOVE 'IDENTIFIER' TO RPT-COLUMN-LINE (1:10).                 00894400
           MOVE 'SIBLING' TO RPT-COLUMN-LINE (15:7).                    00895500
           MOVE 'SOURCE' TO RPT-COLUMN-LINE (29:6).                     00896600
           MOVE 'SECURITY' TO RPT-COLUMN-LINE (39:8).                   00897700
           MOVE 'RESULT' TO RPT-COLUMN-LINE (49:6).                     00898800
           OPEN I-O SECMAST-FILE.                                       00900000
           IF NOT FS-OK                                                 00910000
               DISPLAY 'SECMAST ERROR OPENING MASTER ' WS-MAST-STATUS   00920000
               MOVE 16 TO RETURN-CODE                                   00930000
               STOP RUN                                                 00940000
           END-IF.                                                      00950000
           OPEN OUTPUT XREF-RPT-FILE.                                   00951000
           IF WS-XRPT-STATUS NOT = '00'                                 00952000
               DISPLAY 'SECMAST ERROR OPENING XREF REPORT '             00953000
                       WS-XRPT-STATUS                                   00954000
               CLOSE SECMAST-FILE                                       00955000
               MOVE 16 TO RETURN-CODE                                   00956000
               STOP RUN                                                 00957000
           END-IF.                                                      00958000
           PERFORM 000-CONTROL-RECORD-PARA.                             00959000
           PERFORM 001-APPLY-RESULTS-PARA.                              00960000
           PERFORM 010-APPLY-LINKS-PARA.                                00962000
           MOVE 'LINKS LISTED        ' TO RPT-TOT-LABEL.                00964000
           MOVE WS-DESK-LINE-COUNT TO RPT-TOT-COUNT.                    00966000
           PERFORM RPT-GRAND-TOTAL-PARA.                                00968000
           PERFORM 005-KEYED-LOOKUP-PARA.                               00970000
           PERFORM 015-UNGROUPED-PARA.                                  00975000
           CLOSE SECMAST-FILE.                                          00980000
           CLOSE XREF-RPT-FILE.                                         00985000
           DISPLAY 'SECMAST ADDED ' WS-ADDED-COUNT                      00990000
                   ' UPDATED ' WS-UPDATED-COUNT                         01000000
                   ' LOOKUP HITS ' WS-LOOKUP-HIT-COUNT                  01010000
                   ' MISSES ' WS-LOOKUP-MISS-COUNT.                     01020000
           DISPLAY 'SECMAST LINKED ' WS-LINKED-COUNT                    01020710
                   ' UNLINKED ' WS-UNLINKED-COUNT                       01021420
                   ' LINKS REJECTED ' WS-LINK-REJECT-COUNT              01022130
                   ' SIBLINGS RETURNED ' WS-SIBLING-COUNT.              01022840
           DISPLAY 'SECMAST UNGROUPED ' WS-UNGROUPED-COUNT              01023550
                   ' FAILED UNGROUPED ' WS-FAILED-LONE-COUNT            01024260
                   ' LAST SECURITY NO ' WS-LAST-SECURITY-NO.            01024970
           IF WS-LINK-REJECT-COUNT > ZERO                               01025680
            OR WS-UNGROUPED-COUNT > ZERO                                01026390
               IF RETURN-CODE < 4                                       01027100
                   MOVE 4 TO RETURN-CODE                                01027810
               END-IF                                                   01028520
           END-IF.                                                      01029230
           STOP RUN.                                                    01030000
      *THE CONTROL RECORD CARRIES THE LAST SECURITY NUMBER ISSUED - A   01030410
      *NEW MASTER GETS ONE STARTING FROM ZERO ON ITS FIRST RUN          01030820
       000-CONTROL-RECORD-PARA.                                         01031230
           MOVE LOW-VALUES TO SM-IDENTIFIER.                            01031640
           READ SECMAST-FILE KEY IS SM-IDENTIFIER.                      01032050
           IF FS-OK                                                     01032460
               MOVE SMC-LAST-SECURITY-NO TO WS-LAST-SECURITY-NO         01032870
           ELSE                                                         01033280
               MOVE SPACES TO SECMAST-CTL-REC                           01033690
               MOVE LOW-VALUES TO SMC-KEY                               01034100
               MOVE 'CTL' TO SMC-TYPE                                   01034510
               MOVE ZERO TO SMC-LAST-SECURITY-NO                        01034920
               MOVE ZERO TO SMC-SECURITY-NO                             01035330
               WRITE SECMAST-CTL-REC                                    01035740
               IF NOT FS-OK                                             01036150
                   DISPLAY 'SECMAST CONTROL RECORD WRITE FAILED '       01036560
                           WS-MAST-STATUS                               01036970
                   MOVE 16 TO RETURN-CODE                               01037380
                   CLOSE SECMAST-FILE                                   01037790
                   CLOSE XREF-RPT-FILE                                  01038200
                   STOP RUN                                             01038610
               END-IF                                                   01039020
           END-IF.                                                      01039430
       001-APPLY-RESULTS-PARA.                                          01040000
           OPEN INPUT VALID-IN-FILE.                                    01050000
           IF WS-VALIN-STATUS NOT = '00' AND WS-VALIN-STATUS NOT = '05' 01060000
                   END-IF                                               01180000
           END-READ.                                                    01190000
      *FIRST SIGHT OF AN IDENTIFIER WRITES IT WITH TODAY AS ITS         01200000
      *FIRST-SEEN DATE AND A SECURITY NUMBER OF ITS OWN; EVERY LATER    01206000
      *SIGHT REFRESHES THE STATUS AND THE LAST-VALIDATED DATE AND       01212000
      *KEEPS FIRST-SEEN AS IT WAS. THE NUMBER IS BOOKED FIRST - THE     01218000
      *CONTROL RECORD SHARES THE RECORD AREA                            01224000
       002-UPSERT-PARA.                                                 01230000
           MOVE VI-IDENTIFIER TO SM-IDENTIFIER.                         01240000
           READ SECMAST-FILE KEY IS SM-IDENTIFIER.                      01250000
           IF FS-OK                                                     01260000
               MOVE VI-TYPE TO SM-TYPE                                  01270000
      *A CUSTODIAN REJECTION (ISINRECN) OUTLIVES A CLEAN REVALIDATION   01272800
               IF SM-CUST-REJECTED AND VI-STATUS = 'V'                  01275600
                   CONTINUE                                             01278400
               ELSE                                                     01281200
                   MOVE VI-STATUS TO SM-STATUS                          01284000
               END-IF                                                   01286800
               MOVE WS-RUN-DATE TO SM-LAST-VALIDATED                    01290000
               REWRITE SECMAST-REC                                      01300000
               IF FS-OK                                                 01310000
                   MOVE 8 TO RETURN-CODE                                01360000
               END-IF                                                   01370000
           ELSE                                                         01380000
               PERFORM 011A-NEW-SECURITY-NO-PARA                        01415000
               IF FS-OK                                                 01450000
                   MOVE VI-IDENTIFIER TO SM-IDENTIFIER                  01451333
                   MOVE VI-TYPE TO SM-TYPE                              01452666
                   MOVE VI-STATUS TO SM-STATUS                          01453999
                   MOVE WS-RUN-DATE TO SM-FIRST-SEEN                    01455332
                   MOVE WS-RUN-DATE TO SM-LAST-VALIDATED                01456665
                   MOVE WS-SET-SECNO TO SM-SECURITY-NO                  01457998
                   WRITE SECMAST-REC                                    01459331
                   IF FS-OK                                             01460664
                       ADD 1 TO WS-ADDED-COUNT                          01461997
                   ELSE                                                 01463330
                       DISPLAY 'SECMAST WRITE FAILED ' WS-MAST-STATUS   01464663
                               ' ' SM-IDENTIFIER                        01465996
                       MOVE 8 TO RETURN-CODE                            01467329
                   END-IF                                               01468662
               ELSE                                                     01470000
                   DISPLAY 'SECMAST NOT ADDED, NO NUMBER BOOKED: '      01483333
                           VI-IDENTIFIER                                01496666
               END-IF                                                   01510000
           END-IF.                                                      01520000
      *A SUPERSEDED CUSIP ARRIVES AFTER THE ISIN GENERATED FOR IT, SO   01520760
      *BOTH ARE ON THE MASTER BY NOW - ONLY A REJECTION IS LISTED       01521520
           IF VI-LINK-ID NOT = SPACES                                   01522280
               MOVE VI-IDENTIFIER TO WS-LINK-ID-A                       01523040
               MOVE VI-LINK-ID TO WS-LINK-ID-B                          01523800
               MOVE SPACES TO WS-LINK-LINE                              01524560
               MOVE 'SPECIAL' TO XRL-SOURCE                             01525320
               PERFORM 011-LINK-PARA                                    01526080
               IF LINK-REJECTED-Y                                       01526840
                   PERFORM 013-PRINT-LINK-PARA                          01527600
               END-IF                                                   01528360
           END-IF.                                                      01529120
      *BATCH LOOKUP PASS AGAINST THE MASTER, THE READPS PATTERN -       01530000
      *THE WHOLE LOOKUP FILE IS PROCESSED, FIFTY DESK QUESTIONS ARE     01540000
      *ONE RUN. FOUND RECORDS GO OUT WITH THEIR MASTER FIELDS,          01550000
                       PERFORM 007-LOOKUP-KEY-PARA                      01740000
                   END-IF                                               01750000
           END-READ.                                                    01760000
      *EVERY IDENTIFIER ON THE ASKED ONE'S SECURITY NUMBER COMES BACK,  01763333
      *ITSELF INCLUDED - AN UNGROUPED ONE COMES BACK ALONE              01766666
       007-LOOKUP-KEY-PARA.                                             01770000
           MOVE LKP-IDENTIFIER TO SM-IDENTIFIER.                        01780000
           READ SECMAST-FILE KEY IS SM-IDENTIFIER.                      01790000
           IF FS-OK                                                     01800000
               ADD 1 TO WS-LOOKUP-HIT-COUNT                             01810000
               MOVE SM-SECURITY-NO TO WS-ASKED-SECNO                    01812307
               START SECMAST-FILE KEY IS = SM-SECURITY-NO               01814614
                   INVALID KEY                                          01816921
                       MOVE LKP-IDENTIFIER TO LKR-ASKED                 01819228
                       MOVE SECMAST-REC TO LKR-MASTER                   01821535
                       WRITE LOOKUP-RESULT-REC                          01823842
                       END-WRITE                                        01826149
                   NOT INVALID KEY                                      01828456
                       MOVE 'N' TO WS-SIBLING-DONE                      01830763
                       PERFORM 007A-SIBLING-PARA                        01833070
                           UNTIL SIBLING-DONE-Y                         01835377
               END-START                                                01837684
           ELSE                                                         01840000
               PERFORM 008-LOOKUP-MISS-PARA                             01850000
           END-IF.                                                      01860000
       007A-SIBLING-PARA.                                               01860660
           READ SECMAST-FILE NEXT RECORD                                01861320
               AT END                                                   01861980
                   SET SIBLING-DONE-Y TO TRUE                           01862640
               NOT AT END                                               01863300
                   IF SM-SECURITY-NO NOT = WS-ASKED-SECNO               01863960
                       SET SIBLING-DONE-Y TO TRUE                       01864620
                   ELSE                                                 01865280
                       ADD 1 TO WS-SIBLING-COUNT                        01865940
                       MOVE LKP-IDENTIFIER TO LKR-ASKED                 01866600
                       MOVE SECMAST-REC TO LKR-MASTER                   01867260
                       WRITE LOOKUP-RESULT-REC                          01867920
                   END-IF                                               01868580
           END-READ.                                                    01869240
       008-LOOKUP-MISS-PARA.                                            01870000
           ADD 1 TO WS-LOOKUP-MISS-COUNT.                               01880000
           DISPLAY 'SECMAST IDENTIFIER NOT FOUND: ' LKP-IDENTIFIER.     01890000
           MOVE LKP-IDENTIFIER TO NF-IDENTIFIER.                        01910000
           MOVE 'NOT FOUND' TO NF-TEXT.                                 01920000
           WRITE LOOKUP-NOTFND-REC.                                     01930000
      *THE DESK'S LINK FILE - EVERY REQUEST IS LISTED WITH ITS RESULT   01940000
       010-APPLY-LINKS-PARA.                                            01950000
           OPEN INPUT LINK-IN-FILE.                                     01960000
           IF WS-LINK-STATUS NOT = '00' AND WS-LINK-STATUS NOT = '05'   01970000
               SET LINK-EOF-Y TO TRUE                                   01980000
           END-IF.                                                      01990000
           PERFORM 010A-ONE-LINK-PARA UNTIL LINK-EOF-Y.                 02000000
           CLOSE LINK-IN-FILE.                                          02010000
       010A-ONE-LINK-PARA.                                              02020000
           READ LINK-IN-FILE                                            02030000
               AT END                                                   02040000
                   SET LINK-EOF-Y TO TRUE                               02050000
               NOT AT END                                               02060000
                   MOVE SPACES TO WS-LINK-LINE                          02070000
                   MOVE 'DESK' TO XRL-SOURCE                            02080000
                   MOVE LI-IDENTIFIER TO WS-LINK-ID-A                   02090000
                   MOVE LI-SIBLING TO WS-LINK-ID-B                      02100000
                   EVALUATE TRUE                                        02110000
                       WHEN LI-IDENTIFIER = SPACES                      02120000
                           MOVE 'Y' TO WS-LINK-REJECTED                 02130000
                           MOVE 'REJECTED - NO IDENTIFIER'              02140000
                               TO XRL-RESULT                            02150000
                       WHEN LI-LINK                                     02160000
                           PERFORM 011-LINK-PARA                        02170000
                       WHEN LI-UNLINK                                   02180000
                           PERFORM 012-UNLINK-PARA                      02190000
                       WHEN OTHER                                       02200000
                           MOVE 'Y' TO WS-LINK-REJECTED                 02210000
                           MOVE 'REJECTED - ACTION NOT L OR U'          02220000
                               TO XRL-RESULT                            02230000
                   END-EVALUATE                                         02240000
                   IF LINK-REJECTED-Y                                   02250000
                       ADD 1 TO WS-LINK-REJECT-COUNT                    02260000
                   END-IF                                               02270000
                   PERFORM 013-PRINT-LINK-PARA                          02280000
           END-READ.                                                    02290000
      *LINK IDENTIFIER A TO SIBLING B. BOTH MUST BE ON THE MASTER. AN   02298000
      *UNGROUPED ONE (ALONE ON ITS NUMBER) TAKES THE OTHER'S NUMBER.    02306000
      *TWO DIFFERENT GROUPS ARE NEVER MERGED HERE - ONE WRONG LINK      02314000
      *WOULD OTHERWISE FOLD TWO WHOLE SECURITIES TOGETHER               02322000
       011-LINK-PARA.                                                   02330000
           MOVE 'N' TO WS-LINK-REJECTED.                                02340000
           MOVE 'N' TO WS-SET-DONE.                                     02345000
           MOVE WS-LINK-ID-A TO XRL-IDENTIFIER.                         02350000
           MOVE WS-LINK-ID-B TO XRL-SIBLING.                            02360000
           MOVE ZERO TO WS-SECNO-A.                                     02370000
           MOVE ZERO TO WS-SECNO-B.                                     02380000
           IF WS-LINK-ID-A = WS-LINK-ID-B OR WS-LINK-ID-B = SPACES      02390000
               MOVE 'Y' TO WS-LINK-REJECTED                             02400000
               MOVE 'REJECTED - NO OTHER SIBLING GIVEN' TO XRL-RESULT   02410000
           ELSE                                                         02420000
               MOVE WS-LINK-ID-B TO SM-IDENTIFIER                       02430000
               READ SECMAST-FILE KEY IS SM-IDENTIFIER                   02440000
               IF FS-OK                                                 02450000
                   MOVE SM-SECURITY-NO TO WS-SECNO-B                    02460000
               ELSE                                                     02470000
                   MOVE 'Y' TO WS-LINK-REJECTED                         02480000
                   MOVE 'REJECTED - SIBLING NOT ON MASTER'              02490000
                       TO XRL-RESULT                                    02500000
               END-IF                                                   02510000
               MOVE WS-LINK-ID-A TO SM-IDENTIFIER                       02520000
               READ SECMAST-FILE KEY IS SM-IDENTIFIER                   02530000
               IF FS-OK                                                 02540000
                   MOVE SM-SECURITY-NO TO WS-SECNO-A                    02550000
               ELSE                                                     02560000
                   MOVE 'Y' TO WS-LINK-REJECTED                         02570000
                   MOVE 'REJECTED - IDENTIFIER NOT ON MASTER'           02580000
                       TO XRL-RESULT                                    02590000
               END-IF                                                   02600000
           END-IF.                                                      02610000
           IF NOT LINK-REJECTED-Y                                       02620000
            AND WS-SECNO-A NOT = WS-SECNO-B                             02621000
               MOVE WS-SECNO-A TO WS-SIZE-SECNO                         02622000
               PERFORM 011C-GROUP-SIZE-PARA                             02623000
               MOVE WS-GROUP-SIZE TO WS-GROUP-SIZE-A                    02624000
               MOVE WS-SECNO-B TO WS-SIZE-SECNO                         02625000
               PERFORM 011C-GROUP-SIZE-PARA                             02626000
               MOVE WS-GROUP-SIZE TO WS-GROUP-SIZE-B                    02627000
           END-IF.                                                      02628000
           IF NOT LINK-REJECTED-Y                                       02629000
               EVALUATE TRUE                                            02630000
                   WHEN WS-SECNO-A = WS-SECNO-B                         02640000
                       MOVE WS-SECNO-A TO WS-SET-SECNO                  02650000
                       MOVE 'ALREADY LINKED' TO XRL-RESULT              02660000
                   WHEN WS-GROUP-SIZE-A > 1 AND WS-GROUP-SIZE-B > 1     02670000
                       MOVE WS-SECNO-A TO XRL-SECURITY-NO               02680000
                       MOVE 'Y' TO WS-LINK-REJECTED                     02690000
                       MOVE 'REJECTED - SIBLING IN ANOTHER GROUP'       02700000
                           TO XRL-RESULT                                02710000
                   WHEN WS-GROUP-SIZE-A < 2 AND WS-GROUP-SIZE-B < 2     02720000
                       MOVE WS-SECNO-B TO WS-SET-SECNO                  02730000
                       MOVE WS-LINK-ID-A TO WS-SET-ID                   02740000
                       PERFORM 011B-SET-SECURITY-NO-PARA                02750000
                       MOVE 'LINKED - NEW SECURITY' TO XRL-RESULT       02780000
                   WHEN WS-GROUP-SIZE-A < 2                             02790000
                       MOVE WS-SECNO-B TO WS-SET-SECNO                  02800000
                       MOVE WS-LINK-ID-A TO WS-SET-ID                   02810000
                       PERFORM 011B-SET-SECURITY-NO-PARA                02820000
                       MOVE 'LINKED - JOINED SIBLING' TO XRL-RESULT     02830000
                   WHEN OTHER                                           02840000
                       MOVE WS-SECNO-A TO WS-SET-SECNO                  02850000
                       MOVE WS-LINK-ID-B TO WS-SET-ID                   02860000
                       PERFORM 011B-SET-SECURITY-NO-PARA                02870000
                       MOVE 'LINKED - SIBLING JOINED' TO XRL-RESULT     02880000
               END-EVALUATE                                             02890000
               IF NOT LINK-REJECTED-Y                                   02900000
                   MOVE WS-SET-SECNO TO XRL-SECURITY-NO                 02910000
               END-IF                                                   02920000
           END-IF.                                                      02922000
      *ONE LINK IS ONE COUNT                                            02924000
           IF SET-DONE-Y                                                02926000
               ADD 1 TO WS-LINKED-COUNT                                 02928000
           END-IF.                                                      02930000
           IF SET-FAILED-Y                                              02932500
               MOVE 'NOT APPLIED - REWRITE FAILED' TO XRL-RESULT        02935000
           END-IF.                                                      02937500
           IF LINK-REJECTED-Y                                           02940000
               IF XRL-SOURCE = 'SPECIAL'                                02950000
                   ADD 1 TO WS-LINK-REJECT-COUNT                        02960000
               END-IF                                                   02970000
           END-IF.                                                      02980000
      *THE NEXT NUMBER IS BOOKED ON THE CONTROL RECORD BEFORE IT IS     02990000
      *USED, SO A RUN THAT FAILS PART-WAY NEVER ISSUES IT TWICE         03000000
       011A-NEW-SECURITY-NO-PARA.                                       03010000
           ADD 1 TO WS-LAST-SECURITY-NO.                                03020000
           MOVE WS-LAST-SECURITY-NO TO WS-SET-SECNO.                    03030000
           MOVE LOW-VALUES TO SM-IDENTIFIER.                            03040000
           READ SECMAST-FILE KEY IS SM-IDENTIFIER.                      03050000
           IF FS-OK                                                     03060000
               MOVE WS-LAST-SECURITY-NO TO SMC-LAST-SECURITY-NO         03070000
               REWRITE SECMAST-CTL-REC                                  03080000
           END-IF.                                                      03090000
           IF NOT FS-OK                                                 03100000
               DISPLAY 'SECMAST CONTROL RECORD REWRITE FAILED '         03110000
                       WS-MAST-STATUS                                   03120000
               MOVE 8 TO RETURN-CODE                                    03130000
           END-IF.                                                      03140000
       011B-SET-SECURITY-NO-PARA.                                       03150000
           MOVE WS-SET-ID TO SM-IDENTIFIER.                             03160000
           READ SECMAST-FILE KEY IS SM-IDENTIFIER.                      03170000
           IF FS-OK                                                     03180000
               MOVE WS-SET-SECNO TO SM-SECURITY-NO                      03190000
               REWRITE SECMAST-REC                                      03200000
           END-IF.                                                      03210000
           IF FS-OK                                                     03220000
               MOVE 'Y' TO WS-SET-DONE                                  03230000
           ELSE                                                         03240000
               DISPLAY 'SECMAST REWRITE FAILED ' WS-MAST-STATUS         03250000
                       ' ' WS-SET-ID                                    03260000
               MOVE 8 TO RETURN-CODE                                    03270000
               MOVE 'F' TO WS-SET-DONE                                  03275000
           END-IF.                                                      03280000
      *HOW MANY IDENTIFIERS CARRY WS-SIZE-SECNO - 0, 1 OR 2 (2 MEANS    03280666
      *TWO OR MORE, ALL A LINK OR AN UNLINK NEEDS TO KNOW)              03281332
       011C-GROUP-SIZE-PARA.                                            03281998
           MOVE ZERO TO WS-GROUP-SIZE.                                  03282664
           MOVE WS-SIZE-SECNO TO SM-SECURITY-NO.                        03283330
           START SECMAST-FILE KEY IS = SM-SECURITY-NO                   03283996
               INVALID KEY                                              03284662
                   CONTINUE                                             03285328
               NOT INVALID KEY                                          03285994
                   MOVE 'N' TO WS-SIBLING-DONE                          03286660
                   PERFORM 011D-COUNT-MEMBER-PARA                       03287326
                       UNTIL SIBLING-DONE-Y                             03287992
           END-START.                                                   03288658
       011D-COUNT-MEMBER-PARA.                                          03289324
           READ SECMAST-FILE NEXT RECORD                                03289990
               AT END                                                   03290656
                   SET SIBLING-DONE-Y TO TRUE                           03291322
               NOT AT END                                               03291988
                   IF SM-SECURITY-NO NOT = WS-SIZE-SECNO                03292654
                       SET SIBLING-DONE-Y TO TRUE                       03293320
                   ELSE                                                 03293986
                       ADD 1 TO WS-GROUP-SIZE                           03294652
                       IF WS-GROUP-SIZE > 1                             03295318
                           SET SIBLING-DONE-Y TO TRUE                   03295984
                       END-IF                                           03296650
                   END-IF                                               03297316
           END-READ.                                                    03297982
      *TAKE IDENTIFIER A OUT OF ITS GROUP - FOR A LINK MADE IN ERROR.   03298648
      *IT IS GIVEN A NEW NUMBER OF ITS OWN                              03299314
       012-UNLINK-PARA.                                                 03300000
           MOVE 'N' TO WS-LINK-REJECTED.                                03310000
           MOVE WS-LINK-ID-A TO XRL-IDENTIFIER.                         03320000
           MOVE WS-LINK-ID-A TO SM-IDENTIFIER.                          03330000
           READ SECMAST-FILE KEY IS SM-IDENTIFIER.                      03340000
           IF NOT FS-OK                                                 03350000
               MOVE 'Y' TO WS-LINK-REJECTED                             03360000
               MOVE 'REJECTED - IDENTIFIER NOT ON MASTER' TO XRL-RESULT 03370000
           ELSE                                                         03380000
               MOVE SM-SECURITY-NO TO XRL-SECURITY-NO                   03384000
               MOVE SM-SECURITY-NO TO WS-SIZE-SECNO                     03388000
               PERFORM 011C-GROUP-SIZE-PARA                             03392000
               IF WS-GROUP-SIZE < 2                                     03396000
                   MOVE 'NOT IN A GROUP - NOTHING TO DO' TO XRL-RESULT  03400000
               ELSE                                                     03410000
                   MOVE 'N' TO WS-SET-DONE                              03423333
                   PERFORM 011A-NEW-SECURITY-NO-PARA                    03436666
                   IF FS-OK                                             03450000
                       MOVE WS-LINK-ID-A TO WS-SET-ID                   03452000
                       PERFORM 011B-SET-SECURITY-NO-PARA                03454000
                   END-IF                                               03456000
                   IF SET-DONE-Y                                        03458000
                       ADD 1 TO WS-UNLINKED-COUNT                       03460000
                       MOVE 'UNLINKED FROM SECURITY' TO XRL-RESULT      03470000
                   ELSE                                                 03480000
                       MOVE 'NOT APPLIED - REWRITE FAILED'              03520000
                           TO XRL-RESULT                                03530000
                   END-IF                                               03540000
               END-IF                                                   03550000
           END-IF.                                                      03560000
       013-PRINT-LINK-PARA.                                             03570000
           ADD 1 TO WS-DESK-LINE-COUNT.                                 03580000
           MOVE WS-LINK-LINE TO RPT-DETAIL-STAGE.                       03590000
           PERFORM RPT-PUT-PARA.                                        03600000
      *EVERY IDENTIFIER STILL IN NO GROUP - ALONE ON ITS SECURITY       03606000
      *NUMBER - ON ITS OWN PAGE, IN SECURITY-NUMBER ORDER. THE SWEEP    03612000
      *RUNS THE ALTERNATE INDEX FROM NUMBER 1, SO THE CONTROL RECORD    03618000
      *(NUMBER ZERO) IS NEVER READ                                      03624000
       015-UNGROUPED-PARA.                                              03630000
           MOVE 'IDENTIFIERS IN NO GROUP' TO RPT-TITLE.                 03640000
           MOVE SPACES TO RPT-COLUMN-LINE.                              03650000
           MOVE 'IDENTIFIER' TO RPT-COLUMN-LINE (1:10).                 03660000
           MOVE 'TYPE' TO RPT-COLUMN-LINE (15:4).                       03670000
           MOVE 'STATUS' TO RPT-COLUMN-LINE (22:6).                     03680000
           MOVE 'FIRST' TO RPT-COLUMN-LINE (30:5).                      03690000
           MOVE 'LAST' TO RPT-COLUMN-LINE (40:4).                       03700000
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.                   03710000
           MOVE ZERO TO SM-SECURITY-NO.                                 03720000
           START SECMAST-FILE KEY IS > SM-SECURITY-NO                   03730000
               INVALID KEY                                              03740000
                   SET SWEEP-EOF-Y TO TRUE                              03750000
           END-START.                                                   03760000
           PERFORM 015A-SWEEP-ONE-PARA UNTIL SWEEP-EOF-Y.               03770000
           PERFORM 015B-RELEASE-HELD-PARA.                              03775000
           MOVE 'IDENTIFIERS UNGROUPED' TO RPT-TOT-LABEL.               03780000
           MOVE WS-UNGROUPED-COUNT TO RPT-TOT-COUNT.                    03790000
           PERFORM RPT-GRAND-TOTAL-PARA.                                03800000
       015A-SWEEP-ONE-PARA.                                             03810000
           READ SECMAST-FILE NEXT RECORD                                03820000
               AT END                                                   03830000
                   SET SWEEP-EOF-Y TO TRUE                              03840000
               NOT AT END                                               03850000
                   IF WS-HELD-MEMBERS > ZERO                            03870000
                    AND SM-SECURITY-NO = HLD-SECURITY-NO                03890000
                       MOVE 2 TO WS-HELD-MEMBERS                        03910000
                   ELSE                                                 03930000
                       PERFORM 015B-RELEASE-HELD-PARA                   03950000
                       MOVE SECMAST-REC TO WS-HELD-REC                  03970000
                       MOVE 1 TO WS-HELD-MEMBERS                        03990000
                   END-IF                                               04010000
           END-READ.                                                    04020000
      *THE HELD RECORD IS UNGROUPED IF NOTHING ELSE SHARED ITS NUMBER   04020526
       015B-RELEASE-HELD-PARA.                                          04021052
           IF WS-HELD-MEMBERS = 1                                       04021578
               IF HLD-FAILED                                            04022104
                   ADD 1 TO WS-FAILED-LONE-COUNT                        04022630
               ELSE                                                     04023156
                   ADD 1 TO WS-UNGROUPED-COUNT                          04023682
                   MOVE SPACES TO WS-LONE-LINE                          04024208
                   MOVE HLD-IDENTIFIER TO XRU-IDENTIFIER                04024734
                   MOVE HLD-TYPE TO XRU-TYPE                            04025260
                   MOVE HLD-STATUS TO XRU-STATUS                        04025786
                   MOVE HLD-FIRST-SEEN TO XRU-FIRST-SEEN                04026312
                   MOVE HLD-LAST-VALIDATED TO XRU-LAST-VALIDATED        04026838
                   MOVE WS-LONE-LINE TO RPT-DETAIL-STAGE                04027364
                   PERFORM RPT-PUT-PARA                                 04027890
               END-IF                                                   04028416
           END-IF.                                                      04028942
           MOVE ZERO TO WS-HELD-MEMBERS.                                04029468
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         04030000
           COPY RPTHDPRC.                                               04040000
