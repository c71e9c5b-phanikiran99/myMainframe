      *DISPOSITIONS (DISPDD) INTO ONE RECORD PER CENSUS.TRANS.FEED      00060000
      *INPUT, IN STATE/SURVEY-YEAR KEY ORDER, EACH CARRYING             00070000
      *INSERTED/UPDATED/REJECTED AND - FOR PRE-LOAD REJECTS - THE       00080000
      *CENSEDIT REASON CODE. RECORDS DB2PLAU HELD TONIGHT FOR AN        00085000
      *ANALYST (HOLDDD) GO BACK AS HELD WITH THE PLAUSIBILITY REASON -  00090000
      *THEY ARE NOT REJECTED, AND RETURN AS INSERTED OR UPDATED ON      00095000
      *THE NIGHT THEY ARE RELEASED. THE OUTPUT IS CATALOGED PER         00100000
      *BUSINESS DATE FOR TRANSMISSION BACK THE SAME NIGHT.              00105000
      *WITH THE SURVEY OFFICE SPLIT INTO REGIONAL OFFICES EACH          00105550
      *DISPOSITION IS ALSO WRITTEN TO ITS OWN OFFICE'S RETURN FEED -    00106100
      *THE RETFEEDN SLOT THE OFFICE REGISTER (OFFICEDD, SEE             00106650
      *FEEDOFFC.CPY) GIVES IT. A REJECT CARRIES ITS OFFICE; AN APPLIED  00107200
      *OR HELD RECORD IS TRACED TO ITS OFFICE THROUGH CENSEDIT'S        00107750
      *SOURCE FILE (SRCDD). RETFEED STAYS THE COMBINED FEED OF          00108300
      *EVERYTHING. A HOLD FROM AN EARLIER NIGHT RELEASED TONIGHT HAS    00108850
      *NO SOURCE RECORD AND GOES BACK ON THE COMBINED FEED ONLY.        00109400
      *A DISPOSITION WRITTEN BY A DB2OPER REHEARSAL IS NEVER RETURNED - 00109600
      *IF ONE TURNS UP ON DISPDD IT IS LEFT OUT AND THE STEP ENDS RC 16.00109800
       IDENTIFICATION DIVISION.                                         00110000
       PROGRAM-ID. CENSDISP.                                            00120000
       ENVIRONMENT DIVISION.                                            00130000
           SELECT DISP-IN-FILE ASSIGN TO DISPDD                         00210000
           ORGANIZATION IS SEQUENTIAL                                   00220000
           FILE STATUS WS-DISP-STATUS.                                  00230000
      *DB2PLAU'S HOLD KSDS - ONLY TONIGHT'S NEW HOLDS ARE PICKED UP     00231400
           SELECT HOLD-FILE ASSIGN TO HOLDDD                            00232800
           ORGANIZATION IS INDEXED                                      00234200
           ACCESS MODE IS SEQUENTIAL                                    00235600
           RECORD KEY IS PH-KEY                                         00237000
           FILE STATUS WS-HOLD-STATUS.                                  00238400
      *THE OUTBOUND RETURN FEED, ONE RECORD PER FEED INPUT              00240000
           SELECT RETURN-FEED-FILE ASSIGN TO RETFEED                    00250000
           ORGANIZATION IS SEQUENTIAL                                   00260000
           FILE STATUS WS-RET-STATUS.                                   00270000
      *THE SAME RECORDS SPLIT BY SENDING OFFICE - ONE DD PER RETURN     00270330
      *SLOT IN THE OFFICE REGISTER, OPENED ONLY WHEN A SLOT IS IN USE   00270660
           SELECT RETURN-FEED-1 ASSIGN TO RETFEED1                      00270990
           ORGANIZATION IS SEQUENTIAL                                   00271320
           FILE STATUS WS-SLOT-STATUS.                                  00271650
           SELECT RETURN-FEED-2 ASSIGN TO RETFEED2                      00271980
           ORGANIZATION IS SEQUENTIAL                                   00272310
           FILE STATUS WS-SLOT-STATUS.                                  00272640
           SELECT RETURN-FEED-3 ASSIGN TO RETFEED3                      00272970
           ORGANIZATION IS SEQUENTIAL                                   00273300
           FILE STATUS WS-SLOT-STATUS.                                  00273630
           SELECT RETURN-FEED-4 ASSIGN TO RETFEED4                      00273960
           ORGANIZATION IS SEQUENTIAL                                   00274290
           FILE STATUS WS-SLOT-STATUS.                                  00274620
           SELECT RETURN-FEED-5 ASSIGN TO RETFEED5                      00274950
           ORGANIZATION IS SEQUENTIAL                                   00275280
           FILE STATUS WS-SLOT-STATUS.                                  00275610
           SELECT RETURN-FEED-6 ASSIGN TO RETFEED6                      00275940
           ORGANIZATION IS SEQUENTIAL                                   00276270
           FILE STATUS WS-SLOT-STATUS.                                  00276600
      *SURVEY-OFFICE REGISTER, SEE FEEDOFFC.CPY - OPTIONAL; WITHOUT IT  00276930
      *ONLY THE COMBINED FEED IS WRITTEN                                00277260
           SELECT OPTIONAL OFFICE-FILE ASSIGN TO OFFICEDD               00277590
           ORGANIZATION IS SEQUENTIAL                                   00277920
           FILE STATUS WS-OFFICE-STATUS.                                00278250
      *CENSEDIT'S SOURCE OFFICE PER CLEAN RECORD, SEE FEEDSRC.CPY       00278580
           SELECT OPTIONAL SOURCE-FILE ASSIGN TO SRCDD                  00278910
           ORGANIZATION IS SEQUENTIAL                                   00279240
           FILE STATUS WS-SOURCE-STATUS.                                00279570
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00280000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00290000
           ORGANIZATION IS SEQUENTIAL                                   00300000
      *THE STATE AND SURVEY YEAR ARE PICKED OUT HERE                    00360000
          01  REJECT-REC.                                               00370000
             05 REJ-REASON            PIC X(8).                         00380000
             05 REJ-OFFICE            PIC X(2).                         00390000
             05 REJ-STATE-UT          PIC X(30).                        00400000
             05 FILLER                PIC X(36).                        00410000
             05 REJ-YEAR-OF-SUR       PIC 9(9).                         00420000
             05 DSP-STATE-UT         PIC X(30).                         00460000
             05 DSP-YEAR             PIC 9(4).                          00470000
             05 DSP-ACTION           PIC X(8).                          00480000
             05 DSP-RUN-TYPE         PIC X(1).                          00481100
                88 DSP-REHEARSAL     VALUE 'R'.                         00482200
          FD  HOLD-FILE.                                                00483300
          COPY PLAUHOLD.                                                00486600
          FD  RETURN-FEED-FILE.                                         00490000
          01  RETURN-FEED-REC.                                          00500000
             05 RET-BUS-DATE         PIC X(8).                          00510000
             05 RET-YEAR             PIC 9(4).                          00530000
             05 RET-DISPOSITION      PIC X(8).                          00540000
             05 RET-REASON           PIC X(8).                          00550000
          FD  RETURN-FEED-1.                                            00550580
          01  RETURN-FEED-1-REC      PIC X(58).                         00551160
          FD  RETURN-FEED-2.                                            00551740
          01  RETURN-FEED-2-REC      PIC X(58).                         00552320
          FD  RETURN-FEED-3.                                            00552900
          01  RETURN-FEED-3-REC      PIC X(58).                         00553480
          FD  RETURN-FEED-4.                                            00554060
          01  RETURN-FEED-4-REC      PIC X(58).                         00554640
          FD  RETURN-FEED-5.                                            00555220
          01  RETURN-FEED-5-REC      PIC X(58).                         00555800
          FD  RETURN-FEED-6.                                            00556380
          01  RETURN-FEED-6-REC      PIC X(58).                         00556960
          FD  OFFICE-FILE.                                              00557540
          COPY FEEDOFFC.                                                00558120
          FD  SOURCE-FILE.                                              00558700
          COPY FEEDSRC.                                                 00559280
          FD  BUSDATE-FILE.                                             00560000
          COPY BUSDATE.                                                 00570000
       WORKING-STORAGE SECTION.                                         00580000
           COPY RUNDATE.                                                00620000
          77 WS-REJECT-STATUS PIC X(2).                                 00630000
          77 WS-DISP-STATUS PIC X(2).                                   00640000
          77 WS-HOLD-STATUS PIC X(2).                                   00645000
          77 WS-RET-STATUS PIC X(2).                                    00650000
          77 WS-SLOT-STATUS PIC X(2).                                   00652500
          77 WS-OFFICE-STATUS PIC X(2).                                 00655000
          77 WS-SOURCE-STATUS PIC X(2).                                 00657500
          01 WS-FILE-EOF PIC X(01) VALUE 'N'.                           00660000
             88 FILE-EOF-Y VALUE 'Y'.                                   00670000
          77 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.                       00680000
          77 WS-APPLIED-COUNT PIC 9(9) VALUE ZERO.                      00690000
          77 WS-HELD-COUNT PIC 9(9) VALUE ZERO.                         00695000
          77 WS-REHEARSAL-COUNT PIC 9(9) VALUE ZERO.                    00697500
          77 WS-WRITTEN-COUNT PIC 9(9) VALUE ZERO.                      00700000
          77 WS-OFFICE-WRITTEN PIC 9(9) VALUE ZERO.                     00700380
      * OFFICE REGISTER - OFFICE CODE TO RETURN SLOT                    00700760
          77 WS-OFC-COUNT PIC 9(3) USAGE COMP VALUE ZERO.               00701140
          77 WS-OFC-MAX PIC 9(3) USAGE COMP VALUE 20.                   00701520
          77 WS-OFC-IDX PIC 9(3) USAGE COMP.                            00701900
          77 WS-SLOT PIC 9(1).                                          00702280
          01 WS-OFFICE-TABLE.                                           00702660
             05 WS-OFC-ENTRY OCCURS 20 TIMES.                           00703040
                10 WS-OFC-CODE         PIC X(2).                        00703420
                10 WS-OFC-SLOT         PIC 9(1).                        00703800
          01 WS-SLOT-FLAGS.                                             00704180
             05 WS-SLOT-OPEN PIC X(01) OCCURS 6 TIMES.                  00704560
                88 SLOT-OPEN-Y VALUE 'Y'.                               00704940
      * TONIGHT'S CLEAN RECORDS BY STATE/YEAR AND SENDING OFFICE        00705320
          77 WS-SRC-COUNT PIC 9(5) USAGE COMP VALUE ZERO.               00705700
          77 WS-SRC-MAX PIC 9(5) USAGE COMP VALUE 10000.                00706080
          77 WS-SRC-IDX PIC 9(5) USAGE COMP.                            00706460
          01 WS-SRC-FOUND PIC X(01).                                    00706840
             88 SRC-FOUND-Y VALUE 'Y'.                                  00707220
          01 WS-SOURCE-TABLE.                                           00707600
             05 WS-SRC-ENTRY OCCURS 10000 TIMES.                        00707980
                10 WS-SRC-KEY.                                          00708360
                   15 WS-SRC-STATE     PIC X(30).                       00708740
                   15 WS-SRC-YEAR      PIC 9(4).                        00709120
                10 WS-SRC-OFFICE       PIC X(2).                        00709500
      * EVERY FEED INPUT'S DISPOSITION, GATHERED THEN SORTED INTO       00710000
      * THE SURVEY OFFICE'S STATE/YEAR KEY ORDER                        00720000
          77 WS-TBL-COUNT PIC 9(5) USAGE COMP VALUE ZERO.               00730000
                   15 WS-TBL-YEAR      PIC 9(4).                        00830000
                10 WS-TBL-DISP         PIC X(8).                        00840000
                10 WS-TBL-REASON       PIC X(8).                        00850000
                10 WS-TBL-OFFICE       PIC X(2).                        00855000
          01 WS-SWAP-ENTRY.                                             00860000
             05 FILLER                PIC X(34).                        00870000
             05 FILLER                PIC X(8).                         00880000
             05 FILLER                PIC X(8).                         00890000
             05 FILLER                PIC X(2).                         00895000
       PROCEDURE DIVISION.                                              00900000
       MAIN-PARA.                                                       00910000
           PERFORM READ-BUSINESS-DATE-PARA                              00920000
           PERFORM 009-LOAD-OFFICES-PARA.                               00923300
           PERFORM 010-LOAD-SOURCE-PARA.                                00926600
           PERFORM 001-GATHER-REJECTS-PARA.                             00930000
           PERFORM 002-GATHER-APPLIED-PARA.                             00940000
           PERFORM 007-GATHER-HELD-PARA.                                00945000
           PERFORM 003-SORT-PARA.                                       00950000
           PERFORM 004-WRITE-FEED-PARA.                                 00960000
           DISPLAY 'CENSDISP DISPOSITIONS WRITTEN ' WS-WRITTEN-COUNT    00970000
                   ' (APPLIED ' WS-APPLIED-COUNT                        00980000
                   ' REJECTED ' WS-REJECT-COUNT                         00986600
                   ' HELD ' WS-HELD-COUNT ')'.                          00993200
           DISPLAY 'CENSDISP OFFICE RETURN RECORDS ' WS-OFFICE-WRITTEN. 00996600
           IF WS-REHEARSAL-COUNT > ZERO                                 00997160
               DISPLAY 'CENSDISP REHEARSAL DISPOSITIONS ON DISPDD LEFT '00997720
                       'OUT ' WS-REHEARSAL-COUNT                        00998280
               MOVE 16 TO RETURN-CODE                                   00998840
           END-IF.                                                      00999400
           STOP RUN.                                                    01000000
       001-GATHER-REJECTS-PARA.                                         01010000
           MOVE 'N' TO WS-FILE-EOF.                                     01020000
               AT END                                                   01330000
                   SET FILE-EOF-Y TO TRUE                               01340000
               NOT AT END                                               01350000
                   IF DSP-REHEARSAL                                     01352500
                       ADD 1 TO WS-REHEARSAL-COUNT                      01355000
                   ELSE                                                 01357500
                       ADD 1 TO WS-APPLIED-COUNT                        01360000
                       PERFORM 006-POST-APPLIED-PARA                    01370000
                   END-IF                                               01375000
           END-READ.                                                    01380000
      * A PRE-LOAD REJECT CARRIES ITS CENSEDIT REASON CODE              01390000
       005-POST-ENTRY-PARA.                                             01400000
               END-IF                                                   01480000
               MOVE 'REJECTED' TO WS-TBL-DISP (WS-TBL-COUNT)            01490000
               MOVE REJ-REASON TO WS-TBL-REASON (WS-TBL-COUNT)          01500000
               MOVE REJ-OFFICE TO WS-TBL-OFFICE (WS-TBL-COUNT)          01505000
           ELSE                                                         01510000
               DISPLAY 'CENSDISP TABLE FULL AT ' WS-TBL-MAX             01520000
               MOVE 8 TO RETURN-CODE                                    01530000
               MOVE DSP-YEAR TO WS-TBL-YEAR (WS-TBL-COUNT)              01600000
               MOVE DSP-ACTION TO WS-TBL-DISP (WS-TBL-COUNT)            01610000
               MOVE SPACES TO WS-TBL-REASON (WS-TBL-COUNT)              01620000
               PERFORM 011-FIND-SOURCE-PARA                             01625000
           ELSE                                                         01630000
               DISPLAY 'CENSDISP TABLE FULL AT ' WS-TBL-MAX             01640000
               MOVE 8 TO RETURN-CODE                                    01650000
               DISPLAY 'FILE STATUS:' WS-RET-STATUS                     01960000
               MOVE 16 TO RETURN-CODE                                   01970000
           ELSE                                                         01980000
               PERFORM 012-OPEN-SLOTS-PARA                              01985000
               PERFORM 004A-WRITE-ONE-PARA                              01990000
                   VARYING WS-TBL-IDX FROM 1 BY 1                       02000000
                   UNTIL WS-TBL-IDX > WS-TBL-COUNT                      02010000
               CLOSE RETURN-FEED-FILE                                   02020000
               PERFORM 014-CLOSE-SLOTS-PARA                             02025000
           END-IF.                                                      02030000
       004A-WRITE-ONE-PARA.                                             02040000
           MOVE WS-RUN-DATE TO RET-BUS-DATE.                            02050000
           MOVE WS-TBL-REASON (WS-TBL-IDX) TO RET-REASON.               02090000
           WRITE RETURN-FEED-REC.                                       02100000
           ADD 1 TO WS-WRITTEN-COUNT.                                   02110000
           IF WS-TBL-OFFICE (WS-TBL-IDX) NOT = SPACES                   02110067
               PERFORM 013-WRITE-SLOT-PARA                              02110134
           END-IF.                                                      02110201
      * A HOLD WRITTEN TONIGHT IS ONE OF TONIGHT'S FEED INPUTS; OLDER   02110270
      * HOLDS WERE RETURNED ON THEIR OWN NIGHT                          02110540
       007-GATHER-HELD-PARA.                                            02110810
           MOVE 'N' TO WS-FILE-EOF.                                     02111080
           OPEN INPUT HOLD-FILE.                                        02111350
           IF WS-HOLD-STATUS NOT = '00'                                 02111620
               DISPLAY 'ERROR/OPEN/HOLD-FILE'                           02111890
               DISPLAY 'FILE STATUS:' WS-HOLD-STATUS                    02112160
               MOVE 16 TO RETURN-CODE                                   02112430
               SET FILE-EOF-Y TO TRUE                                   02112700
           END-IF.                                                      02112970
           PERFORM 007A-ONE-HOLD-PARA UNTIL FILE-EOF-Y.                 02113240
           CLOSE HOLD-FILE.                                             02113510
       007A-ONE-HOLD-PARA.                                              02113780
           READ HOLD-FILE NEXT RECORD                                   02114050
               AT END                                                   02114320
                   SET FILE-EOF-Y TO TRUE                               02114590
               NOT AT END                                               02114860
                   IF PH-HELD AND PH-HELD-DATE = WS-RUN-DATE            02115130
                       ADD 1 TO WS-HELD-COUNT                           02115400
                       PERFORM 008-POST-HELD-PARA                       02115670
                   END-IF                                               02115940
           END-READ.                                                    02116210
       008-POST-HELD-PARA.                                              02116480
           IF WS-TBL-COUNT < WS-TBL-MAX                                 02116750
               ADD 1 TO WS-TBL-COUNT                                    02117020
               MOVE PH-STATE-UT TO WS-TBL-STATE (WS-TBL-COUNT)          02117290
               MOVE PH-YEAR TO WS-TBL-YEAR (WS-TBL-COUNT)               02117560
               MOVE 'HELD' TO WS-TBL-DISP (WS-TBL-COUNT)                02117830
               MOVE PH-REASON TO WS-TBL-REASON (WS-TBL-COUNT)           02118100
               PERFORM 011-FIND-SOURCE-PARA                             02118230
           ELSE                                                         02118370
               DISPLAY 'CENSDISP TABLE FULL AT ' WS-TBL-MAX             02118640
               MOVE 8 TO RETURN-CODE                                    02118910
               SET FILE-EOF-Y TO TRUE                                   02119180
           END-IF.                                                      02119450
      * LOAD THE OFFICE REGISTER - ONLY THE OFFICES WITH A RETURN SLOT  02119453
      * MATTER HERE                                                     02119456
       009-LOAD-OFFICES-PARA.                                           02119459
           MOVE 'N' TO WS-FILE-EOF.                                     02119462
           MOVE ALL 'N' TO WS-SLOT-FLAGS.                               02119465
           OPEN INPUT OFFICE-FILE.                                      02119468
           IF WS-OFFICE-STATUS = '00' OR WS-OFFICE-STATUS = '05'        02119471
               PERFORM 009A-ONE-OFFICE-PARA UNTIL FILE-EOF-Y            02119474
           END-IF.                                                      02119477
           CLOSE OFFICE-FILE.                                           02119480
       009A-ONE-OFFICE-PARA.                                            02119483
           READ OFFICE-FILE                                             02119486
               AT END                                                   02119489
                   SET FILE-EOF-Y TO TRUE                               02119492
               NOT AT END                                               02119495
                   IF FO-OFFICE NOT = SPACES                            02119498
                    AND FO-RETURN-SLOT NUMERIC                          02119501
                    AND FO-RETURN-SLOT > ZERO                           02119504
                    AND FO-RETURN-SLOT < 7                              02119507
                       IF WS-OFC-COUNT < WS-OFC-MAX                     02119510
                           ADD 1 TO WS-OFC-COUNT                        02119513
                           MOVE FO-OFFICE TO WS-OFC-CODE (WS-OFC-COUNT) 02119516
                           MOVE FO-RETURN-SLOT                          02119519
                               TO WS-OFC-SLOT (WS-OFC-COUNT)            02119522
                       ELSE                                             02119525
                           DISPLAY 'CENSDISP OFFICE TABLE FULL AT '     02119528
                                   WS-OFC-MAX                           02119531
                           SET FILE-EOF-Y TO TRUE                       02119534
                       END-IF                                           02119537
                   END-IF                                               02119540
           END-READ.                                                    02119543
      * LOAD CENSEDIT'S SOURCE FILE - AFTER THE PRECEDENCE RULE EACH    02119546
      * STATE/YEAR IS CLEAN FROM ONE OFFICE ONLY                        02119549
       010-LOAD-SOURCE-PARA.                                            02119552
           MOVE 'N' TO WS-FILE-EOF.                                     02119555
           OPEN INPUT SOURCE-FILE.                                      02119558
           IF WS-SOURCE-STATUS = '00' OR WS-SOURCE-STATUS = '05'        02119561
               PERFORM 010A-ONE-SOURCE-PARA UNTIL FILE-EOF-Y            02119564
           END-IF.                                                      02119567
           CLOSE SOURCE-FILE.                                           02119570
       010A-ONE-SOURCE-PARA.                                            02119573
           READ SOURCE-FILE                                             02119576
               AT END                                                   02119579
                   SET FILE-EOF-Y TO TRUE                               02119582
               NOT AT END                                               02119585
                   IF WS-SRC-COUNT < WS-SRC-MAX                         02119588
                       ADD 1 TO WS-SRC-COUNT                            02119591
                       MOVE FS-STATE-UT TO WS-SRC-STATE (WS-SRC-COUNT)  02119594
                       MOVE FS-YEAR TO WS-SRC-YEAR (WS-SRC-COUNT)       02119597
                       MOVE FS-OFFICE TO WS-SRC-OFFICE (WS-SRC-COUNT)   02119600
                   ELSE                                                 02119603
                       DISPLAY 'CENSDISP SOURCE TABLE FULL AT '         02119606
                               WS-SRC-MAX                               02119609
                       MOVE 8 TO RETURN-CODE                            02119612
                       SET FILE-EOF-Y TO TRUE                           02119615
                   END-IF                                               02119618
           END-READ.                                                    02119621
      * THE SENDING OFFICE OF THE ENTRY JUST POSTED - BLANK (COMBINED   02119624
      * FEED ONLY) WHEN IT DID NOT COME IN ON TONIGHT'S FEEDS           02119627
       011-FIND-SOURCE-PARA.                                            02119630
           MOVE SPACES TO WS-TBL-OFFICE (WS-TBL-COUNT).                 02119633
           MOVE 'N' TO WS-SRC-FOUND.                                    02119636
           PERFORM 011A-MATCH-SOURCE-PARA                               02119639
               VARYING WS-SRC-IDX FROM 1 BY 1                           02119642
               UNTIL WS-SRC-IDX > WS-SRC-COUNT                          02119645
                  OR SRC-FOUND-Y.                                       02119648
       011A-MATCH-SOURCE-PARA.                                          02119651
           IF WS-SRC-KEY (WS-SRC-IDX) = WS-TBL-KEY (WS-TBL-COUNT)       02119654
               MOVE WS-SRC-OFFICE (WS-SRC-IDX)                          02119657
                   TO WS-TBL-OFFICE (WS-TBL-COUNT)                      02119660
               SET SRC-FOUND-Y TO TRUE                                  02119663
           END-IF.                                                      02119666
      * OPEN THE RETURN SLOTS THE REGISTER USES. A SLOT THAT WILL NOT   02119669
      * OPEN LOSES ONLY ITS OWN OFFICE'S FEED - THE COMBINED FEED AND   02119672
      * THE OTHER OFFICES STILL GO                                      02119675
       012-OPEN-SLOTS-PARA.                                             02119678
           PERFORM 012A-OPEN-ONE-SLOT-PARA                              02119681
               VARYING WS-OFC-IDX FROM 1 BY 1                           02119684
               UNTIL WS-OFC-IDX > WS-OFC-COUNT.                         02119687
       012A-OPEN-ONE-SLOT-PARA.                                         02119690
           MOVE WS-OFC-SLOT (WS-OFC-IDX) TO WS-SLOT.                    02119693
           IF NOT SLOT-OPEN-Y (WS-SLOT)                                 02119696
               EVALUATE WS-SLOT                                         02119699
                   WHEN 1                                               02119702
                       OPEN OUTPUT RETURN-FEED-1                        02119705
                   WHEN 2                                               02119708
                       OPEN OUTPUT RETURN-FEED-2                        02119711
                   WHEN 3                                               02119714
                       OPEN OUTPUT RETURN-FEED-3                        02119717
                   WHEN 4                                               02119720
                       OPEN OUTPUT RETURN-FEED-4                        02119723
                   WHEN 5                                               02119726
                       OPEN OUTPUT RETURN-FEED-5                        02119729
                   WHEN 6                                               02119732
                       OPEN OUTPUT RETURN-FEED-6                        02119735
               END-EVALUATE                                             02119738
               IF WS-SLOT-STATUS = '00'                                 02119741
                   SET SLOT-OPEN-Y (WS-SLOT) TO TRUE                    02119744
               ELSE                                                     02119747
                   DISPLAY 'ERROR/OPEN/RETURN-FEED-' WS-SLOT            02119750
                   DISPLAY 'FILE STATUS:' WS-SLOT-STATUS                02119753
                   MOVE 8 TO RETURN-CODE                                02119756
               END-IF                                                   02119759
           END-IF.                                                      02119762
      * THE RECORD JUST WRITTEN TO RETFEED, AGAIN ON ITS OFFICE'S SLOT  02119765
       013-WRITE-SLOT-PARA.                                             02119768
           MOVE ZERO TO WS-SLOT.                                        02119771
           PERFORM 013A-MATCH-OFFICE-PARA                               02119774
               VARYING WS-OFC-IDX FROM 1 BY 1                           02119777
               UNTIL WS-OFC-IDX > WS-OFC-COUNT                          02119780
                  OR WS-SLOT > ZERO.                                    02119783
           IF WS-SLOT > ZERO                                            02119786
               IF SLOT-OPEN-Y (WS-SLOT)                                 02119789
                   EVALUATE WS-SLOT                                     02119792
                       WHEN 1                                           02119795
                           WRITE RETURN-FEED-1-REC FROM RETURN-FEED-REC 02119798
                       WHEN 2                                           02119801
                           WRITE RETURN-FEED-2-REC FROM RETURN-FEED-REC 02119804
                       WHEN 3                                           02119807
                           WRITE RETURN-FEED-3-REC FROM RETURN-FEED-REC 02119810
                       WHEN 4                                           02119813
                           WRITE RETURN-FEED-4-REC FROM RETURN-FEED-REC 02119816
                       WHEN 5                                           02119819
                           WRITE RETURN-FEED-5-REC FROM RETURN-FEED-REC 02119822
                       WHEN 6                                           02119825
                           WRITE RETURN-FEED-6-REC FROM RETURN-FEED-REC 02119828
                   END-EVALUATE                                         02119831
                   ADD 1 TO WS-OFFICE-WRITTEN                           02119834
               END-IF                                                   02119837
           END-IF.                                                      02119840
       013A-MATCH-OFFICE-PARA.                                          02119843
           IF WS-OFC-CODE (WS-OFC-IDX) = WS-TBL-OFFICE (WS-TBL-IDX)     02119846
               MOVE WS-OFC-SLOT (WS-OFC-IDX) TO WS-SLOT                 02119849
           END-IF.                                                      02119852
       014-CLOSE-SLOTS-PARA.                                            02119855
           IF SLOT-OPEN-Y (1)                                           02119858
               CLOSE RETURN-FEED-1                                      02119861
           END-IF.                                                      02119864
           IF SLOT-OPEN-Y (2)                                           02119867
               CLOSE RETURN-FEED-2                                      02119870
           END-IF.                                                      02119873
           IF SLOT-OPEN-Y (3)                                           02119876
               CLOSE RETURN-FEED-3                                      02119879
           END-IF.                                                      02119882
           IF SLOT-OPEN-Y (4)                                           02119885
               CLOSE RETURN-FEED-4                                      02119888
           END-IF.                                                      02119891
           IF SLOT-OPEN-Y (5)                                           02119894
               CLOSE RETURN-FEED-5                                      02119897
           END-IF.                                                      02119900
           IF SLOT-OPEN-Y (6)                                           02119903
               CLOSE RETURN-FEED-6                                      02119906
           END-IF.                                                      02119909
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     02120000
           COPY BUSDTPRC.                                               02130000
