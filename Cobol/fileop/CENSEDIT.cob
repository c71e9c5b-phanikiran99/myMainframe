      *RECORDS A SIMPLE EDIT WOULD HAVE CAUGHT. SPLITS THE FEED INTO A  00040000
      *CLEAN FILE (CLEANDD, SAME 86-BYTE LAYOUT) FOR THE LOAD AND A     00050000
      *REJECT FILE (REJECTDD) CARRYING A REASON CODE PER RECORD.        00060000
      *TRANSDD MAY CONCATENATE SEVERAL FEEDS - ONE PER REGIONAL SURVEY  00060830
      *OFFICE, EACH ITS OWN HEADER/DETAIL/TRAILER GROUP NAMING ITS      00061660
      *OFFICE ON THE HEADER. EACH FEED IS CHECKED AND ACCEPTED OR       00062490
      *REFUSED ON ITS OWN, SO ONE BAD REGION NEVER STOPS THE OTHERS;    00063320
      *A REFUSED FEED'S RECORDS GO TO THE REJECT FILE UNDER THE FEED    00064150
      *REASON. DETAILS ARE STAGED ON A WORK FILE UNTIL EVERY FEED IS    00064980
      *IN, THEN SPLIT - WHEN TWO ACCEPTED FEEDS CARRY THE SAME STATE    00065810
      *AND SURVEY YEAR THE OFFICE REGISTER'S PRECEDENCE PICKS THE ONE   00066640
      *THAT LOADS, THE OTHER IS REJECTED OVERRIDN AND BOTH ARE LISTED   00067470
      *ON CONFRPT. SRCDD RECORDS WHICH OFFICE EACH CLEAN RECORD CAME    00068300
      *FROM, FOR CENSDISP'S PER-OFFICE RETURN FEEDS, WITH ITS FEED      00068860
      *SEQUENCE AND RECORD POSITION FOR DB2OPER'S PROVENANCE ROWS.      00069420
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID. CENSEDIT.                                            00080000
       ENVIRONMENT DIVISION.                                            00090000
           ORGANIZATION IS SEQUENTIAL                                   00260000
           FILE STATUS WS-AUDITLOG-STATUS.                              00270000
      *RUN-CONTROL REGISTRY, SHARED BY THE CENSUSJB STREAM - OPTIONAL   00280000
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLDD          00290000
           ORGANIZATION IS INDEXED                                      00300000
           ACCESS MODE IS DYNAMIC                                       00303000
           RECORD KEY IS RC-KEY                                         00306000
           FILE STATUS WS-RUNCTL-STATUS.                                00310000
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00320000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00330000
           ORGANIZATION IS SEQUENTIAL                                   00340000
           FILE STATUS WS-BUSDATE-STATUS.                               00350000
      *LAST ACCEPTED FEED SEQUENCE NUMBER PER SURVEY OFFICE - SEE       00356600
      *007-CHECK-HEADER-PARA                                            00363200
           SELECT OPTIONAL FEEDSEQ-FILE ASSIGN TO FEEDSEQDD             00370000
           ORGANIZATION IS SEQUENTIAL                                   00380000
           FILE STATUS WS-FEEDSEQ-STATUS.                               00390000
           ACCESS MODE IS SEQUENTIAL                                    00399900
           RECORD KEY IS SY-YEAR                                        00400100
           FILE STATUS WS-SURVYR-STATUS.                                00400200
      *SURVEY-OFFICE REGISTER (SEE FEEDOFFC.CPY) - THE OFFICES ALLOWED  00400201
      *TO SEND AND THEIR PRECEDENCE. OPTIONAL - WITHOUT IT ANY OFFICE   00400202
      *CODE IS TAKEN AND ALL OFFICES RANK EQUAL.                        00400203
           SELECT OPTIONAL OFFICE-FILE ASSIGN TO OFFICEDD               00400204
           ORGANIZATION IS SEQUENTIAL                                   00400205
           FILE STATUS WS-OFFICE-STATUS.                                00400206
      *EDITED DETAILS HELD FOR THE SPLIT ONCE EVERY FEED IS IN - A      00400207
      *TEMPORARY DATASET, WRITTEN THEN READ BACK IN THIS STEP           00400208
           SELECT EDIT-WORK-FILE ASSIGN TO EDITWKDD                     00400209
           ORGANIZATION IS SEQUENTIAL                                   00400210
           FILE STATUS WS-WORK-STATUS.                                  00400211
      *SOURCE OFFICE OF EVERY CLEAN RECORD, SEE FEEDSRC.CPY             00400212
           SELECT SOURCE-FILE ASSIGN TO SRCDD                           00400213
           ORGANIZATION IS SEQUENTIAL                                   00400214
           FILE STATUS WS-SOURCE-STATUS.                                00400215
      *SAME STATE/SURVEY YEAR FROM TWO OFFICES - WHICH ONE WAS KEPT     00400216
           SELECT CONFLICT-FILE ASSIGN TO CONFRPT                       00400217
           ORGANIZATION IS SEQUENTIAL                                   00400218
           FILE STATUS WS-CONFLICT-STATUS.                              00400219
       DATA DIVISION.                                                   00400000
          FILE SECTION.                                                 00410000
          FD  STATE-TRANS-FILE.                                         00420000
      *THE FEED NOW CARRIES A BATCH HEADER AND TRAILER AROUND THE       00450000
      *DETAIL - IDENTIFIED BY THE ID IN THE FIRST SEVEN BYTES, THE      00460000
      *WAY READPS KEYS ITS SAMPLE-FILE TRAILER. THE HEADER CARRIES      00470000
      *THE FEED DATE, THE SENDING OFFICE'S SEQUENCE NUMBER AND ITS      00476000
      *OFFICE CODE (BLANK FROM THE ORIGINAL SINGLE SURVEY OFFICE),      00482000
      *THE TRAILER THE DETAIL COUNT AND A POPULATION HASH TOTAL -       00488000
      *SEE 007/008 BELOW.                                               00494000
          01  FEED-HEADER-REC REDEFINES STATE-TRANS-REC.                00500000
             05 FH-ID                PIC X(7).                          00510000
                88 FEED-HEADER-ID VALUE 'FEEDHDR'.                      00520000
             05 FH-FEED-DATE         PIC X(8).                          00530000
             05 FH-SEQ-NUM           PIC 9(6).                          00540000
             05 FH-OFFICE            PIC X(2).                          00546600
             05 FILLER               PIC X(63).                         00553200
          01  FEED-TRAILER-REC REDEFINES STATE-TRANS-REC.               00560000
             05 FT-ID                PIC X(7).                          00570000
                88 FEED-TRAILER-ID VALUE 'FEEDTRL'.                     00580000
          FD  REJECT-FILE.                                              00640000
          01  REJECT-REC.                                               00650000
             05 REJ-REASON            PIC X(8).                         00660000
             05 REJ-OFFICE            PIC X(2).                         00670000
             05 REJ-TRANS-DATA        PIC X(86).                        00680000
          FD  AUDIT-LOG-FILE.                                           00690000
          COPY AUDITLOG.                                                00700000
          FD  FEEDSEQ-FILE.                                             00750000
          01  FEEDSEQ-REC.                                              00760000
             05 FSQ-LAST-SEQ         PIC 9(6).                          00770000
             05 FSQ-OFFICE           PIC X(2).                          00770500
          FD  ALIAS-FILE.                                               00771000
      *SHARED ALIAS LAYOUT, SEE STALIAS.CPY - ALSO READ BY THE          00772000
      *PROGAB56/57 ONLINE LOOKUPS                                       00773000
          FD  SURVYR-FILE.                                              00779600
      *SHARED SURVEY-YEAR LAYOUT, SEE SURVYR.CPY                        00779700
          COPY SURVYR.                                                  00779800
          FD  OFFICE-FILE.                                              00779806
          COPY FEEDOFFC.                                                00779812
      *ONE EDITED DETAIL - WHICH FEED IT CAME IN ON (ZERO = NO OPEN     00779818
      *FEED), THE SENDING OFFICE, ITS FIELD-EDIT REASON (SPACES =       00779824
      *PASSED), THE NORMALIZED FEED IMAGE AND ITS RECORD POSITION       00779828
      *IN THE FEED (HEADER = 1, ZERO WHEN NO FEED WAS OPEN)             00779832
          FD  EDIT-WORK-FILE.                                           00779836
          01  EDIT-WORK-REC.                                            00779842
             05 WK-FEED-NO           PIC 9(3).                          00779848
             05 WK-OFFICE            PIC X(2).                          00779854
             05 WK-REASON            PIC X(8).                          00779860
             05 WK-IMAGE.                                               00779866
                10 WK-STATE-UT       PIC X(30).                         00779872
                10 FILLER            PIC X(36).                         00779878
                10 WK-YEAR-OF-SUR    PIC 9(9).                          00779884
                10 FILLER            PIC X(11).                         00779890
             05 WK-RECORD-NO         PIC 9(9).                          00779893
          FD  SOURCE-FILE.                                              00779896
          COPY FEEDSRC.                                                 00779902
          FD  CONFLICT-FILE.                                            00779908
          01  CONFLICT-REC.                                             00779914
             05 CF-STATE-UT          PIC X(30).                         00779920
             05 FILLER               PIC X(1).                          00779926
             05 CF-YEAR              PIC 9(4).                          00779932
             05 FILLER               PIC X(3).                          00779938
             05 CF-KEPT-OFFICE       PIC X(2).                          00779944
             05 FILLER               PIC X(1).                          00779950
             05 CF-KEPT-SEQ          PIC 9(6).                          00779956
             05 FILLER               PIC X(3).                          00779962
             05 CF-LOST-OFFICE       PIC X(2).                          00779968
             05 FILLER               PIC X(1).                          00779974
             05 CF-LOST-SEQ          PIC 9(6).                          00779980
             05 FILLER               PIC X(21).                         00779986
          01  CONFLICT-HDG           PIC X(80).                         00779992
       WORKING-STORAGE SECTION.                                         00780000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00790000
           COPY BUSDTWS.                                                00800000
             05 WS-SYR-ENTRY OCCURS 100 TIMES.                          01054000
                10 WS-SYR-YEAR         PIC X(4).                        01055000
                10 WS-SYR-STATUS       PIC X(6).                        01056000
      * FEED-LEVEL ACCEPTANCE STATE OF THE FEED BEING READ - A BAD      01056001
      * OFFICE, HEADER, SEQUENCE, TRAILER OR HASH REFUSES THAT FEED     01056002
      * SO A STALE RETRANSMISSION CAN NEVER DOUBLE-LOAD LAST NIGHT'S    01056003
      * STATES. HDR-SEEN-Y MEANS A FEED IS OPEN (HEADER READ, NO        01056004
      * TRAILER YET).                                                   01056005
          01 WS-HDR-SEEN PIC X(01) VALUE 'N'.                           01040000
             88 HDR-SEEN-Y VALUE 'Y'.                                   01050000
          77 WS-FEED-REJECT-REASON PIC X(8) VALUE SPACES.               01080000
             88 FEED-ACCEPTED VALUE SPACES.                             01090000
      * DETAILS FOR THE RUN (THE REGISTERED COUNT) AND FOR THE OPEN     01093300
      * FEED (THE TRAILER PROOF)                                        01096600
          77 WS-DETAIL-COUNT PIC 9(9) VALUE ZERO.                       01100000
          77 WS-FEED-DETAILS PIC 9(9) VALUE ZERO.                       01105000
          77 WS-POP-HASH PIC 9(15) VALUE ZERO.                          01110000
          77 WS-LAST-SEQ PIC 9(6) VALUE ZERO.                           01120000
          01 WS-SEQ-KNOWN PIC X(01) VALUE 'N'.                          01140000
             88 SEQ-KNOWN-Y VALUE 'Y'.                                  01150000
          77 WS-OFFICE-STATUS PIC X(2).                                 01150120
          77 WS-WORK-STATUS PIC X(2).                                   01150240
          77 WS-SOURCE-STATUS PIC X(2).                                 01150360
          77 WS-CONFLICT-STATUS PIC X(2).                               01150480
      * THE SURVEY-OFFICE REGISTER, LOADED ONCE AT START-UP. EMPTY OR   01150600
      * ABSENT = EVERY OFFICE TAKEN AT THE SAME (LOWEST) PRECEDENCE.    01150720
          01 WS-OFFICE-EOF PIC X(01) VALUE 'N'.                         01150840
             88 OFFICE-EOF-Y VALUE 'Y'.                                 01150960
          77 WS-OFC-COUNT PIC 9(3) USAGE COMP VALUE ZERO.               01151080
          77 WS-OFC-MAX PIC 9(3) USAGE COMP VALUE 20.                   01151200
          77 WS-OFC-IDX PIC 9(3) USAGE COMP.                            01151320
          77 WS-OFC-RANK PIC 9(2).                                      01151440
          01 WS-OFC-FOUND PIC X(01).                                    01151560
             88 OFC-FOUND-Y VALUE 'Y'.                                  01151680
          01 WS-OFFICE-TABLE.                                           01151800
             05 WS-OFC-ENTRY OCCURS 20 TIMES.                           01151920
                10 WS-OFC-CODE         PIC X(2).                        01152040
                10 WS-OFC-PREC         PIC 9(2).                        01152160
      * LAST ACCEPTED SEQUENCE PER OFFICE, LOADED FROM FEEDSEQDD AT     01152280
      * START-UP, ADVANCED AS EACH FEED IS ACCEPTED, WRITTEN BACK AT    01152400
      * THE END. THE ORIGINAL SINGLE OFFICE IS THE BLANK OFFICE CODE.   01152520
          01 WS-FEEDSEQ-EOF PIC X(01) VALUE 'N'.                        01152640
             88 FEEDSEQ-EOF-Y VALUE 'Y'.                                01152760
          77 WS-FSQ-COUNT PIC 9(3) USAGE COMP VALUE ZERO.               01152880
          77 WS-FSQ-MAX PIC 9(3) USAGE COMP VALUE 50.                   01153000
          77 WS-FSQ-IDX PIC 9(3) USAGE COMP.                            01153120
          77 WS-FSQ-AT PIC 9(3) USAGE COMP.                             01153240
          01 WS-FEEDSEQ-TABLE.                                          01153360
             05 WS-FSQ-ENTRY OCCURS 50 TIMES.                           01153480
                10 WS-FSQ-OFFICE       PIC X(2).                        01153600
                10 WS-FSQ-SEQ          PIC 9(6).                        01153720
      * ONE ENTRY PER FEED READ TONIGHT, IN TRANSDD ORDER - THE         01153840
      * VERDICT EACH ONE GOT. WK-FEED-NO ON THE WORK FILE POINTS HERE.  01153960
          77 WS-FEED-COUNT PIC 9(3) USAGE COMP VALUE ZERO.              01154080
          77 WS-FEED-MAX PIC 9(3) USAGE COMP VALUE 50.                  01154200
          77 WS-CUR-FEED PIC 9(3) USAGE COMP VALUE ZERO.                01154320
          77 WS-FD-IDX PIC 9(3) USAGE COMP.                             01154440
          77 WS-ACCEPTED-FEEDS PIC 9(3) VALUE ZERO.                     01154560
          77 WS-REFUSED-FEEDS PIC 9(3) VALUE ZERO.                      01154680
          77 WS-SKIPPED-FEEDS PIC 9(3) VALUE ZERO.                      01154800
          01 WS-FEED-TABLE.                                             01154920
             05 WS-FD-ENTRY OCCURS 50 TIMES.                            01155040
                10 WS-FD-OFFICE        PIC X(2).                        01155160
                10 WS-FD-SEQ           PIC 9(6).                        01155280
                10 WS-FD-PREC          PIC 9(2).                        01155400
                10 WS-FD-STATE         PIC X(1).                        01155520
                   88 FD-OPEN          VALUE 'O'.                       01155640
                   88 FD-ACCEPTED      VALUE 'A'.                       01155760
                   88 FD-REFUSED       VALUE 'R'.                       01155880
                   88 FD-SKIPPED       VALUE 'S'.                       01156000
                10 WS-FD-REASON        PIC X(8).                        01156120
                10 WS-FD-DETAILS       PIC 9(9).                        01156240
      * A DETAIL THAT ARRIVES WITH NO FEED OPEN, AND THE SKIPPED        01156360
      * DETAILS OF A FEED ALREADY LOADED ON ITS OWN NIGHT               01156480
          77 WS-ORPHAN-COUNT PIC 9(9) VALUE ZERO.                       01156600
          77 WS-SKIPPED-DETAILS PIC 9(9) VALUE ZERO.                    01156720
      * EVERY STATE/SURVEY YEAR AN ACCEPTED FEED CARRIES, WITH THE      01156840
      * FEED THAT WINS IT UNDER THE PRECEDENCE RULE. A KEY THE TABLE    01156960
      * HAS NO ROOM FOR LOADS FROM EVERY FEED THAT SENT IT, AS BEFORE.  01157080
          77 WS-WIN-COUNT PIC 9(5) USAGE COMP VALUE ZERO.               01157200
          77 WS-WIN-MAX PIC 9(5) USAGE COMP VALUE 10000.                01157320
          77 WS-WIN-IDX PIC 9(5) USAGE COMP.                            01157440
          77 WS-WIN-AT PIC 9(5) USAGE COMP.                             01157560
          77 WS-WIN-FEED PIC 9(3) USAGE COMP.                           01157680
          77 WS-LOST-FEED PIC 9(3) USAGE COMP.                          01157800
          77 WS-CONFLICT-COUNT PIC 9(9) VALUE ZERO.                     01157920
          77 WS-OVERRIDE-COUNT PIC 9(9) VALUE ZERO.                     01158040
          01 WS-WIN-TABLE-FULL PIC X(01) VALUE 'N'.                     01158160
             88 WIN-TABLE-FULL-Y VALUE 'Y'.                             01158280
          01 WS-WIN-TABLE.                                              01158400
             05 WS-WIN-ENTRY OCCURS 10000 TIMES.                        01158520
                10 WS-WIN-STATE-UT     PIC X(30).                       01158640
                10 WS-WIN-YEAR         PIC 9(9).                        01158760
                10 WS-WIN-FEED-NO      PIC 9(3).                        01158880
          01 WS-WORK-EOF PIC X(01) VALUE 'N'.                           01159000
             88 WORK-EOF-Y VALUE 'Y'.                                   01159120
      * EARLIEST/LATEST YEAR-OF-SUR THE SHOP CONSIDERS PLAUSIBLE -      01160000
      * THE FIRST POST-INDEPENDENCE CENSUS THROUGH A FEW SURVEYS AHEAD  01170000
          77 WS-YEAR-FLOOR PIC 9(4) VALUE 1951.                         01180000
          77 WS-YEAR-CEIL  PIC 9(4) VALUE 2031.                         01190000
      * IN-FEED DUPLICATE CHECK ON TR-STATE-UT/TR-YEAR-OF-SUR. THE      01197100
      * TABLE HOLDS EVERY ACCEPTED KEY OF THE OPEN FEED; A FEED LARGER  01204200
      * THAN THE TABLE STILL EDITS EVERY FIELD BUT DUP-CHECKS ONLY THE  01211300
      * FIRST 10000 KEYS, AND AN AUDIT ENTRY FLAGS THE OVERFLOW FOR     01218400
      * OPERATIONS. THE SAME KEY FROM TWO FEEDS IS NOT A DUPLICATE BUT  01225500
      * A CONFLICT, SETTLED BY PRECEDENCE - SEE 023-MERGE-KEYS-PARA.    01232600
          77 WS-KEY-COUNT PIC 9(5) USAGE COMP VALUE ZERO.               01240000
          77 WS-KEY-MAX PIC 9(5) USAGE COMP VALUE 10000.                01250000
          77 WS-KEY-IDX PIC 9(5) USAGE COMP.                            01260000
           PERFORM 011-LOAD-ALIAS-PARA.                                 01505000
           PERFORM 014-LOAD-RULES-PARA.                                 01506000
           PERFORM 016-LOAD-SURVYR-PARA.                                01507000
           PERFORM 018-LOAD-OFFICES-PARA.                               01508000
           PERFORM 019-LOAD-FEEDSEQ-PARA.                               01509000
           PERFORM 000-OPEN-PARA.                                       01510000
           IF TRANS-EOF-N                                               01520000
               PERFORM 001-READ-PARA UNTIL TRANS-EOF-Y                  01530000
      *A FEED STILL OPEN AT END OF FILE NEVER SENT ITS TRAILER          01530900
               IF HDR-SEEN-Y                                            01531800
                   IF FEED-ACCEPTED                                     01532700
                       MOVE 'NOTRAILR' TO WS-FEED-REJECT-REASON         01533600
                       DISPLAY 'CENSEDIT TRUNCATED FEED - NO TRAILER'   01534500
                           ' RECORD'                                    01535400
                   END-IF                                               01536300
                   PERFORM 020-END-FEED-PARA                            01537200
               END-IF                                                   01538100
               PERFORM 021-SPLIT-PARA                                   01539000
           END-IF.                                                      01540000
           PERFORM 003-CLOSE-PARA.                                      01550000
      *THE REGISTERED COUNT IS DETAILS ONLY - THE HEADER AND            01560000
               DISPLAY 'ERROR/OPEN/UNMATCH-FILE'                        01823000
               DISPLAY 'FILE STATUS:' WS-UNMATCH-STATUS                 01824000
           END-IF.                                                      01825000
           OPEN OUTPUT EDIT-WORK-FILE.                                  01825130
           IF WS-WORK-STATUS NOT = '00'                                 01825260
               DISPLAY 'ERROR/OPEN/EDIT-WORK-FILE'                      01825390
               DISPLAY 'FILE STATUS:' WS-WORK-STATUS                    01825520
               MOVE '000-OPEN-PARA' TO WS-AUDLOG-PARAGRAPH              01825650
               MOVE WS-WORK-STATUS TO WS-AUDLOG-STATUS                  01825780
               PERFORM WRITE-AUDIT-LOG-PARA                             01825910
               MOVE 16 TO RETURN-CODE                                   01826040
               SET TRANS-EOF-Y TO TRUE                                  01826170
           END-IF.                                                      01826300
           OPEN OUTPUT SOURCE-FILE.                                     01826430
           IF WS-SOURCE-STATUS NOT = '00'                               01826560
               DISPLAY 'ERROR/OPEN/SOURCE-FILE'                         01826690
               DISPLAY 'FILE STATUS:' WS-SOURCE-STATUS                  01826820
               MOVE '000-OPEN-PARA' TO WS-AUDLOG-PARAGRAPH              01826950
               MOVE WS-SOURCE-STATUS TO WS-AUDLOG-STATUS                01827080
               PERFORM WRITE-AUDIT-LOG-PARA                             01827210
               MOVE 16 TO RETURN-CODE                                   01827340
               SET TRANS-EOF-Y TO TRUE                                  01827470
           END-IF.                                                      01827600
           OPEN OUTPUT CONFLICT-FILE.                                   01827730
           IF WS-CONFLICT-STATUS NOT = '00'                             01827860
               DISPLAY 'ERROR/OPEN/CONFLICT-FILE'                       01827990
               DISPLAY 'FILE STATUS:' WS-CONFLICT-STATUS                01828120
           ELSE                                                         01828250
               MOVE SPACES TO CONFLICT-HDG                              01828380
               STRING 'SOURCE-OFFICE CONFLICTS - BUSINESS DATE '        01828510
                      WS-RUN-DATE                                       01828640
                      DELIMITED BY SIZE INTO CONFLICT-HDG               01828770
               END-STRING                                               01828900
               WRITE CONFLICT-HDG                                       01829030
               MOVE 'STATE/UT' TO CONFLICT-HDG                          01829130
               MOVE 'YEAR' TO CONFLICT-HDG (32:4)                       01829230
               MOVE 'KEPT' TO CONFLICT-HDG (39:4)                       01829330
               MOVE 'OVERRIDDEN' TO CONFLICT-HDG (51:10)                01829430
               WRITE CONFLICT-HDG                                       01829550
           END-IF.                                                      01829680
           OPEN OUTPUT REJECT-FILE.                                     01830000
           IF WS-REJECT-STATUS NOT = '00'                               01840000
               DISPLAY 'ERROR/OPEN/REJECT-FILE'                         01850000
                   END-EVALUATE                                         02060000
           END-READ.                                                    02070000
      *ONE DETAIL RECORD - COUNTED AND HASHED FOR THE TRAILER PROOF,    02080000
      *PUT THROUGH THE FIELD EDITS AND STAGED ON THE WORK FILE. A       02087500
      *FEED ALREADY REFUSED AT ITS HEADER IS NOT EDITED - ITS RECORDS   02095000
      *ALL GO BACK UNDER THE FEED'S OWN REASON.                         02102500
       009-DETAIL-PARA.                                                 02110000
           IF NOT HDR-SEEN-Y                                            02120000
               PERFORM 009A-ORPHAN-PARA                                 02135000
           ELSE                                                         02150000
               IF FD-SKIPPED (WS-CUR-FEED)                              02154100
                   ADD 1 TO WS-SKIPPED-DETAILS                          02158200
               ELSE                                                     02162300
                   ADD 1 TO WS-DETAIL-COUNT                             02166400
                   ADD 1 TO WS-FEED-DETAILS                             02170500
                   IF TR-POPULATION NUMERIC                             02174600
                       ADD TR-POPULATION TO WS-POP-HASH                 02178700
                   END-IF                                               02182800
                   MOVE SPACES TO WS-EDIT-REASON                        02186900
      *NORMALIZE THE STATE NAME AGAINST THE ALIAS MASTER BEFORE THE     02191000
      *FIELD EDITS, SO 'WEST BENGAL ST' LOADS AS A REVISION OF THE      02192000
      *REAL STATE INSTEAD OF CREATING A DUPLICATE ROW                   02193000
                   IF FEED-ACCEPTED                                     02202500
                       PERFORM 012-NORMALIZE-STATE-PARA                 02212000
                       PERFORM 002-EDIT-PARA                            02221500
                   END-IF                                               02231000
                   PERFORM 024-WRITE-WORK-PARA                          02240500
               END-IF                                                   02250000
           END-IF.                                                      02260000
      *A DETAIL WITH NO FEED OPEN BELONGS TO NO OFFICE - IT IS          02261800
      *REJECTED NOHEADER ON ITS OWN AND THE FEEDS AROUND IT STAND       02263600
       009A-ORPHAN-PARA.                                                02265400
           ADD 1 TO WS-DETAIL-COUNT.                                    02267200
           ADD 1 TO WS-ORPHAN-COUNT.                                    02269000
           IF WS-ORPHAN-COUNT = 1                                       02270800
               DISPLAY 'CENSEDIT DETAIL RECORDS OUTSIDE ANY FEED'       02272600
               MOVE '009A-ORPHAN-PARA' TO WS-AUDLOG-PARAGRAPH           02274400
               MOVE 'NOHEADER' TO WS-AUDLOG-STATUS                      02276200
               PERFORM WRITE-AUDIT-LOG-PARA                             02278000
           END-IF.                                                      02279800
           MOVE 'NOHEADER' TO WS-EDIT-REASON.                           02281600
           PERFORM 024-WRITE-WORK-PARA.                                 02283400
      *A HEADER OPENS A NEW FEED (CLOSING ANY FEED STILL OPEN AS        02285200
      *TRUNCATED). IT MUST COME FROM A REGISTERED OFFICE, CARRY         02287000
      *TONIGHT'S BUSINESS DATE AND THE NEXT SEQUENCE NUMBER AFTER       02288800
      *THAT OFFICE'S LAST ACCEPTED FEED - A STALE FILE STILL SITTING    02290600
      *ON THE TRANSMISSION DATASET FAILS BOTH. THE EXCEPTION IS AN      02292400
      *OFFICE THAT SENT NOTHING TONIGHT: ITS LANDING DATASET STILL      02294200
      *HOLDS THE FEED ALREADY LOADED ON ITS OWN NIGHT (AN EARLIER       02296000
      *DATE AND EXACTLY THE LAST ACCEPTED SEQUENCE), WHICH IS SKIPPED.  02297800
       007-CHECK-HEADER-PARA.                                           02300000
           IF HDR-SEEN-Y                                                02304000
               IF FEED-ACCEPTED                                         02308000
                   MOVE 'NOTRAILR' TO WS-FEED-REJECT-REASON             02312000
                   DISPLAY 'CENSEDIT TRUNCATED FEED - NO TRAILER'       02316000
                       ' BEFORE THE NEXT HEADER'                        02320000
               END-IF                                                   02324000
               PERFORM 020-END-FEED-PARA                                02328000
           END-IF.                                                      02332000
           IF WS-FEED-COUNT NOT < WS-FEED-MAX                           02336000
               DISPLAY 'CENSEDIT FEED TABLE FULL AT ' WS-FEED-MAX       02340000
               MOVE '007-CHECK-HEADER-PARA' TO WS-AUDLOG-PARAGRAPH      02344000
               MOVE 'FEEDMAX' TO WS-AUDLOG-STATUS                       02348000
               PERFORM WRITE-AUDIT-LOG-PARA                             02352000
               MOVE 16 TO RETURN-CODE                                   02356000
               SET TRANS-EOF-Y TO TRUE                                  02360000
           ELSE                                                         02370000
               PERFORM 007B-OPEN-FEED-PARA                              02372100
           END-IF.                                                      02374200
       007B-OPEN-FEED-PARA.                                             02376300
           ADD 1 TO WS-FEED-COUNT.                                      02378400
           MOVE WS-FEED-COUNT TO WS-CUR-FEED.                           02380500
           SET HDR-SEEN-Y TO TRUE.                                      02382600
           MOVE SPACES TO WS-FEED-REJECT-REASON.                        02384700
           MOVE ZERO TO WS-FEED-DETAILS.                                02386800
           MOVE ZERO TO WS-POP-HASH.                                    02388900
           MOVE ZERO TO WS-KEY-COUNT.                                   02391000
           MOVE 'N' TO WS-KEY-TABLE-FULL.                               02393100
           MOVE FH-OFFICE TO WS-FD-OFFICE (WS-CUR-FEED).                02395200
           MOVE FH-SEQ-NUM TO WS-FD-SEQ (WS-CUR-FEED).                  02397300
           MOVE SPACES TO WS-FD-REASON (WS-CUR-FEED).                   02399400
           MOVE ZERO TO WS-FD-DETAILS (WS-CUR-FEED).                    02401500
           SET FD-OPEN (WS-CUR-FEED) TO TRUE.                           02403600
           PERFORM 018B-FIND-OFFICE-PARA.                               02405700
           MOVE WS-OFC-RANK TO WS-FD-PREC (WS-CUR-FEED).                02407800
           PERFORM 019B-FIND-SEQ-PARA.                                  02409900
           IF NOT OFC-FOUND-Y                                           02412000
               MOVE 'FEEDOFFC' TO WS-FEED-REJECT-REASON                 02414100
               DISPLAY 'CENSEDIT FEED FROM UNREGISTERED OFFICE '        02416200
                   FH-OFFICE                                            02418300
           ELSE                                                         02420400
               IF FH-FEED-DATE NOT = WS-RUN-DATE                        02422500
                   IF FH-FEED-DATE < WS-RUN-DATE                        02424600
                    AND SEQ-KNOWN-Y                                     02426700
                    AND FH-SEQ-NUM = WS-LAST-SEQ                        02428800
                       SET FD-SKIPPED (WS-CUR-FEED) TO TRUE             02430900
                       DISPLAY 'CENSEDIT FEED ' FH-OFFICE               02433000
                           ' SEQUENCE ' FH-SEQ-NUM ' OF ' FH-FEED-DATE  02435100
                           ' ALREADY LOADED - SKIPPED'                  02437200
                   ELSE                                                 02439300
                       MOVE 'FEEDDATE' TO WS-FEED-REJECT-REASON         02441400
                       DISPLAY 'CENSEDIT FEED DATE ' FH-FEED-DATE       02443500
                           ' DOES NOT MATCH BUSINESS DATE ' WS-RUN-DATE 02445600
                   END-IF                                               02447700
               ELSE                                                     02450000
                   IF SEQ-KNOWN-Y                                       02452800
                    AND FH-SEQ-NUM NOT = WS-LAST-SEQ + 1                02455600
                       MOVE 'FEEDSEQ' TO WS-FEED-REJECT-REASON          02458400
                       DISPLAY 'CENSEDIT FEED SEQUENCE ' FH-SEQ-NUM     02461200
                           ' EXPECTED ' WS-LAST-SEQ ' + 1'              02464000
                   END-IF                                               02466800
               END-IF                                                   02470000
           END-IF.                                                      02480000
      *THE TRAILER COUNT AND POPULATION HASH MUST FOOT TO WHAT WAS      02485200
      *ACTUALLY READ FOR THIS FEED - THE SAME PROOF READPS RUNS ON      02490400
      *ITS SAMPLE FILE. THE TRAILER CLOSES THE FEED.                    02495600
       008-CHECK-TRAILER-PARA.                                          02500800
           IF NOT HDR-SEEN-Y                                            02506000
               DISPLAY 'CENSEDIT TRAILER WITH NO FEED OPEN - IGNORED'   02511200
               MOVE '008-CHECK-TRAILER-PARA' TO WS-AUDLOG-PARAGRAPH     02516400
               MOVE 'NOHEADER' TO WS-AUDLOG-STATUS                      02521600
               PERFORM WRITE-AUDIT-LOG-PARA                             02526800
           ELSE                                                         02532000
               IF FEED-ACCEPTED AND NOT FD-SKIPPED (WS-CUR-FEED)        02537200
                   IF FT-RECORD-COUNT NOT = WS-FEED-DETAILS             02542400
                       MOVE 'FEEDCNT' TO WS-FEED-REJECT-REASON          02547600
                       DISPLAY 'CENSEDIT TRAILER COUNT ' FT-RECORD-COUNT02552800
                           ' ACTUAL ' WS-FEED-DETAILS                   02558000
                   ELSE                                                 02563200
                       IF FT-POP-HASH NOT = WS-POP-HASH                 02568400
                           MOVE 'FEEDHASH' TO WS-FEED-REJECT-REASON     02573600
                           DISPLAY 'CENSEDIT TRAILER HASH ' FT-POP-HASH 02578800
                               ' ACTUAL ' WS-POP-HASH                   02584000
                       END-IF                                           02590000
                   END-IF                                               02595000
               END-IF                                                   02600000
               PERFORM 020-END-FEED-PARA                                02605000
           END-IF.                                                      02610000
      *EDIT EVERY FIELD OF THE CURRENT RECORD. THE FIRST EDIT THAT      02790000
      *FAILS SETS THE REASON CODE - ONE REASON PER REJECTED RECORD,     02800000
      *CHECKED IN ORDER OF SEVERITY.                                    02810000
                   END-IF                                               03520000
               END-IF                                                   03530000
           END-IF.                                                      03540000
      *ONE STAGED DETAIL - THE FEED IT CAME IN ON (ZERO WHEN NONE WAS   03540710
      *OPEN), ITS OFFICE, ITS POSITION AFTER THE FEED'S HEADER AND ITS  03541180
      *FIELD-EDIT VERDICT                                               03541650
       024-WRITE-WORK-PARA.                                             03542130
           MOVE WS-CUR-FEED TO WK-FEED-NO.                              03542840
           IF WS-CUR-FEED = ZERO                                        03543550
               MOVE SPACES TO WK-OFFICE                                 03544260
               MOVE ZERO TO WK-RECORD-NO                                03544610
           ELSE                                                         03544970
               MOVE WS-FD-OFFICE (WS-CUR-FEED) TO WK-OFFICE             03545680
               COMPUTE WK-RECORD-NO = WS-FEED-DETAILS + 1               03546030
           END-IF.                                                      03546390
           MOVE WS-EDIT-REASON TO WK-REASON.                            03547100
           MOVE STATE-TRANS-REC TO WK-IMAGE.                            03547810
           WRITE EDIT-WORK-REC.                                         03548520
      *A CLEAN RECORD GOES TO THE LOAD AND ITS SOURCE OFFICE TO SRCDD   03549230
       004-WRITE-CLEAN-PARA.                                            03550000
           ADD 1 TO WS-CLEAN-COUNT.                                     03560000
           MOVE WK-IMAGE TO CLEAN-TRANS-REC.                            03570000
           WRITE CLEAN-TRANS-REC.                                       03580000
           MOVE WK-STATE-UT TO FS-STATE-UT.                             03581600
           MOVE WK-YEAR-OF-SUR TO FS-YEAR.                              03583200
           MOVE WK-OFFICE TO FS-OFFICE.                                 03584800
           MOVE WS-FD-SEQ (WK-FEED-NO) TO FS-FEED-SEQ.                  03586400
           MOVE WK-RECORD-NO TO FS-RECORD-NO.                           03587200
           WRITE FEED-SOURCE-REC.                                       03588000
       005-WRITE-REJECT-PARA.                                           03590000
           ADD 1 TO WS-REJECT-COUNT.                                    03600000
           MOVE SPACES TO REJECT-REC.                                   03610000
           MOVE WS-EDIT-REASON TO REJ-REASON.                           03620000
           MOVE WK-OFFICE TO REJ-OFFICE.                                03626600
           MOVE WK-IMAGE TO REJ-TRANS-DATA.                             03633200
           WRITE REJECT-REC.                                            03640000
      *NO FEED ACCEPTED TONIGHT MEANS NOTHING NEW TO LOAD - THE LOAD    03642000
      *IS HELD (RC 16) EXACTLY AS A REFUSED SINGLE FEED ALWAYS WAS.     03644000
      *ANY REFUSED FEED OR REJECTED RECORD IS RC 4 - THE ACCEPTED       03646000
      *FEEDS STILL LOAD.                                                03648000
       003-CLOSE-PARA.                                                  03650000
           IF WS-ACCEPTED-FEEDS = ZERO                                  03676600
               DISPLAY 'CENSEDIT NO FEED ACCEPTED - NOTHING TO LOAD'    03703200
               MOVE '003-CLOSE-PARA' TO WS-AUDLOG-PARAGRAPH             03730000
               MOVE 'NOFEED' TO WS-AUDLOG-STATUS                        03740000
               PERFORM WRITE-AUDIT-LOG-PARA                             03750000
               MOVE 16 TO RETURN-CODE                                   03760000
           ELSE                                                         03770000
               PERFORM 010-WRITE-LAST-SEQ-PARA                          03780000
           END-IF.                                                      03790000
           IF WS-CONFLICT-STATUS = '00'                                 03791200
               MOVE SPACES TO CONFLICT-HDG                              03792400
               STRING 'CONFLICTS ' WS-CONFLICT-COUNT                    03793600
                      DELIMITED BY SIZE INTO CONFLICT-HDG               03794800
               END-STRING                                               03796000
               WRITE CONFLICT-HDG                                       03797200
           END-IF.                                                      03798400
           CLOSE STATE-TRANS-FILE.                                      03800000
           CLOSE CLEAN-TRANS-FILE.                                      03810000
           CLOSE REJECT-FILE.                                           03820000
           CLOSE UNMATCH-FILE.                                          03821000
           CLOSE SOURCE-FILE.                                           03822500
           CLOSE CONFLICT-FILE.                                         03824000
           DISPLAY 'CENSEDIT FEEDS ACCEPTED   ' WS-ACCEPTED-FEEDS.      03825500
           DISPLAY 'CENSEDIT FEEDS REFUSED    ' WS-REFUSED-FEEDS.       03827000
           DISPLAY 'CENSEDIT FEEDS SKIPPED    ' WS-SKIPPED-FEEDS.       03828500
           DISPLAY 'CENSEDIT RECORDS READ     ' WS-READ-COUNT.          03830000
           DISPLAY 'CENSEDIT RECORDS CLEAN    ' WS-CLEAN-COUNT.         03840000
           DISPLAY 'CENSEDIT RECORDS REJECTED ' WS-REJECT-COUNT.        03850000
           DISPLAY 'CENSEDIT RECORDS SKIPPED  ' WS-SKIPPED-DETAILS.     03850250
           DISPLAY 'CENSEDIT OFFICE CONFLICTS ' WS-CONFLICT-COUNT.      03850500
           DISPLAY 'CENSEDIT RECORDS OVERRIDN ' WS-OVERRIDE-COUNT.      03850750
           DISPLAY 'CENSEDIT NAMES NORMALIZED ' WS-NORMALIZED-COUNT.    03851000
           DISPLAY 'CENSEDIT NAMES UNMATCHED  ' WS-UNMATCH-COUNT.       03852000
           DISPLAY 'CENSEDIT RUN COMPLETE - RUN DATE ' WS-RUN-DATE.     03860000
           IF WS-REJECT-COUNT > ZERO OR WS-REFUSED-FEEDS > ZERO         03870000
               IF RETURN-CODE < 4                                       03880000
                   MOVE 4 TO RETURN-CODE                                03890000
               END-IF                                                   03900000
                   MOVE WS-RL-ID (WS-RULE-IDX) TO WS-EDIT-REASON        03944000
               END-IF                                                   03944100
           END-IF.                                                      03944200
      *RECORD EVERY OFFICE'S LAST ACCEPTED SEQUENCE FOR THE NEXT NIGHT  03944201
      *- ONE RECORD PER OFFICE, THE ONES SILENT TONIGHT UNCHANGED. A    03944202
      *FILE THAT WILL NOT OPEN IS RC 16 - TONIGHT'S FEEDS WOULD         03944203
      *OTHERWISE LOAD WITH THEIR SEQUENCES NEVER RECORDED               03944204
       010-WRITE-LAST-SEQ-PARA.                                         03940000
           OPEN OUTPUT FEEDSEQ-FILE.                                    03950000
           IF WS-FEEDSEQ-STATUS = '00' OR WS-FEEDSEQ-STATUS = '05'      03960000
               PERFORM 010A-WRITE-ONE-SEQ-PARA                          03967500
                   VARYING WS-FSQ-IDX FROM 1 BY 1                       03975000
                   UNTIL WS-FSQ-IDX > WS-FSQ-COUNT                      03982500
           ELSE                                                         03985000
               DISPLAY 'ERROR/OPEN/FEEDSEQ-FILE'                        03986000
               DISPLAY 'FILE STATUS:' WS-FEEDSEQ-STATUS                 03987000
               MOVE '010-WRITE-LAST-SEQ-PARA' TO WS-AUDLOG-PARAGRAPH    03988000
               MOVE WS-FEEDSEQ-STATUS TO WS-AUDLOG-STATUS               03988500
               PERFORM WRITE-AUDIT-LOG-PARA                             03989000
               MOVE 16 TO RETURN-CODE                                   03989500
           END-IF.                                                      03990000
           CLOSE FEEDSEQ-FILE.                                          04000000
       010A-WRITE-ONE-SEQ-PARA.                                         04000037
           MOVE WS-FSQ-SEQ (WS-FSQ-IDX) TO FSQ-LAST-SEQ.                04000074
           MOVE WS-FSQ-OFFICE (WS-FSQ-IDX) TO FSQ-OFFICE.               04000111
           WRITE FEEDSEQ-REC.                                           04000148
      *LOAD THE SURVEY-OFFICE REGISTER - ONE PASS, TABLE HELD FOR THE   04000185
      *RUN. A CARD WITH NO PRECEDENCE RANKS LAST (99).                  04000222
       018-LOAD-OFFICES-PARA.                                           04000259
           OPEN INPUT OFFICE-FILE.                                      04000296
           IF WS-OFFICE-STATUS = '00' OR WS-OFFICE-STATUS = '05'        04000333
               PERFORM 018A-LOAD-ONE-PARA UNTIL OFFICE-EOF-Y            04000370
           END-IF.                                                      04000407
           CLOSE OFFICE-FILE.                                           04000444
           IF WS-OFC-COUNT > ZERO                                       04000481
               DISPLAY 'CENSEDIT SURVEY OFFICES LOADED ' WS-OFC-COUNT   04000518
           END-IF.                                                      04000555
       018A-LOAD-ONE-PARA.                                              04000592
           READ OFFICE-FILE                                             04000629
               AT END                                                   04000666
                   SET OFFICE-EOF-Y TO TRUE                             04000703
               NOT AT END                                               04000740
                   IF FO-OFFICE NOT = SPACES                            04000777
                       IF WS-OFC-COUNT < WS-OFC-MAX                     04000814
                           ADD 1 TO WS-OFC-COUNT                        04000851
                           MOVE FO-OFFICE TO WS-OFC-CODE (WS-OFC-COUNT) 04000888
                           IF FO-PRECEDENCE NUMERIC                     04000925
                               MOVE FO-PRECEDENCE                       04000962
                                   TO WS-OFC-PREC (WS-OFC-COUNT)        04000999
                           ELSE                                         04001036
                               MOVE 99 TO WS-OFC-PREC (WS-OFC-COUNT)    04001073
                           END-IF                                       04001110
                       ELSE                                             04001147
                           DISPLAY 'CENSEDIT OFFICE TABLE FULL AT '     04001184
                                   WS-OFC-MAX                           04001221
                           SET OFFICE-EOF-Y TO TRUE                     04001258
                       END-IF                                           04001295
                   END-IF                                               04001332
           END-READ.                                                    04001369
      *THE OPEN FEED'S OFFICE AGAINST THE REGISTER. WITH NO REGISTER    04001406
      *ANY OFFICE IS TAKEN, AND THE BLANK OFFICE OF THE ORIGINAL        04001443
      *SINGLE FEED IS TAKEN EVEN WHEN IT IS NOT REGISTERED - BOTH AT    04001480
      *THE LOWEST PRECEDENCE (99).                                      04001517
       018B-FIND-OFFICE-PARA.                                           04001554
           MOVE 99 TO WS-OFC-RANK.                                      04001591
           MOVE 'N' TO WS-OFC-FOUND.                                    04001628
           PERFORM 018C-MATCH-OFFICE-PARA                               04001665
               VARYING WS-OFC-IDX FROM 1 BY 1                           04001702
               UNTIL WS-OFC-IDX > WS-OFC-COUNT                          04001739
                  OR OFC-FOUND-Y.                                       04001776
           IF WS-OFC-COUNT = ZERO OR WS-FD-OFFICE (WS-CUR-FEED) = SPACES04001813
               SET OFC-FOUND-Y TO TRUE                                  04001850
           END-IF.                                                      04001887
       018C-MATCH-OFFICE-PARA.                                          04001924
           IF WS-OFC-CODE (WS-OFC-IDX) = WS-FD-OFFICE (WS-CUR-FEED)     04001961
               SET OFC-FOUND-Y TO TRUE                                  04001998
               MOVE WS-OFC-PREC (WS-OFC-IDX) TO WS-OFC-RANK             04002035
           END-IF.                                                      04002072
      *LOAD EVERY OFFICE'S LAST ACCEPTED SEQUENCE. NO DATASET IS THE    04002109
      *FIRST NIGHT; ONE THAT WILL NOT OPEN (A WRONG RECORD LENGTH, SAY) 04002112
      *IS RC 16 AND NO FEED IS READ - OTHERWISE EVERY SEQUENCE WOULD    04002115
      *PASS UNCHECKED                                                   04002118
       019-LOAD-FEEDSEQ-PARA.                                           04002146
           OPEN INPUT FEEDSEQ-FILE.                                     04002183
           IF WS-FEEDSEQ-STATUS = '00' OR WS-FEEDSEQ-STATUS = '05'      04002220
               PERFORM 019A-LOAD-ONE-PARA UNTIL FEEDSEQ-EOF-Y           04002257
           ELSE                                                         04002300
               DISPLAY 'ERROR/OPEN/FEEDSEQ-FILE'                        04002303
               DISPLAY 'FILE STATUS:' WS-FEEDSEQ-STATUS                 04002306
               MOVE '019-LOAD-FEEDSEQ-PARA' TO WS-AUDLOG-PARAGRAPH      04002309
               MOVE WS-FEEDSEQ-STATUS TO WS-AUDLOG-STATUS               04002312
               PERFORM WRITE-AUDIT-LOG-PARA                             04002315
               MOVE 16 TO RETURN-CODE                                   04002318
               SET TRANS-EOF-Y TO TRUE                                  04002321
           END-IF.                                                      04002324
           CLOSE FEEDSEQ-FILE.                                          04002331
       019A-LOAD-ONE-PARA.                                              04002368
           READ FEEDSEQ-FILE                                            04002405
               AT END                                                   04002442
                   SET FEEDSEQ-EOF-Y TO TRUE                            04002479
               NOT AT END                                               04002516
                   IF FSQ-LAST-SEQ NUMERIC                              04002553
                       IF WS-FSQ-COUNT < WS-FSQ-MAX                     04002590
                           ADD 1 TO WS-FSQ-COUNT                        04002627
                           MOVE FSQ-OFFICE                              04002664
                               TO WS-FSQ-OFFICE (WS-FSQ-COUNT)          04002701
                           MOVE FSQ-LAST-SEQ                            04002738
                               TO WS-FSQ-SEQ (WS-FSQ-COUNT)             04002775
                       ELSE                                             04002812
                           DISPLAY 'CENSEDIT FEED SEQUENCE TABLE FULL'  04002849
                                   ' AT ' WS-FSQ-MAX                    04002886
                           SET FEEDSEQ-EOF-Y TO TRUE                    04002923
                       END-IF                                           04002960
                   END-IF                                               04002997
           END-READ.                                                    04003034
      *THE OPEN FEED'S OFFICE'S LAST ACCEPTED SEQUENCE - AN OFFICE      04003071
      *SENDING FOR THE FIRST TIME HAS NONE, AND ANY SEQUENCE STARTS IT  04003108
       019B-FIND-SEQ-PARA.                                              04003145
           MOVE 'N' TO WS-SEQ-KNOWN.                                    04003182
           MOVE ZERO TO WS-LAST-SEQ.                                    04003219
           MOVE ZERO TO WS-FSQ-AT.                                      04003256
           PERFORM 019D-MATCH-SEQ-PARA                                  04003293
               VARYING WS-FSQ-IDX FROM 1 BY 1                           04003330
               UNTIL WS-FSQ-IDX > WS-FSQ-COUNT                          04003367
                  OR SEQ-KNOWN-Y.                                       04003404
       019D-MATCH-SEQ-PARA.                                             04003441
           IF WS-FSQ-OFFICE (WS-FSQ-IDX) = WS-FD-OFFICE (WS-CUR-FEED)   04003478
               MOVE WS-FSQ-SEQ (WS-FSQ-IDX) TO WS-LAST-SEQ              04003515
               MOVE WS-FSQ-IDX TO WS-FSQ-AT                             04003552
               SET SEQ-KNOWN-Y TO TRUE                                  04003589
           END-IF.                                                      04003626
      *AN ACCEPTED FEED BECOMES ITS OFFICE'S LAST ACCEPTED SEQUENCE     04003663
       019C-ADVANCE-SEQ-PARA.                                           04003700
           PERFORM 019B-FIND-SEQ-PARA.                                  04003737
           IF WS-FSQ-AT > ZERO                                          04003774
               MOVE WS-FD-SEQ (WS-CUR-FEED) TO WS-FSQ-SEQ (WS-FSQ-AT)   04003811
           ELSE                                                         04003848
               IF WS-FSQ-COUNT < WS-FSQ-MAX                             04003885
                   ADD 1 TO WS-FSQ-COUNT                                04003922
                   MOVE WS-FD-OFFICE (WS-CUR-FEED)                      04003959
                       TO WS-FSQ-OFFICE (WS-FSQ-COUNT)                  04003996
                   MOVE WS-FD-SEQ (WS-CUR-FEED)                         04004033
                       TO WS-FSQ-SEQ (WS-FSQ-COUNT)                     04004070
               ELSE                                                     04004107
                   DISPLAY 'CENSEDIT FEED SEQUENCE TABLE FULL AT '      04004144
                           WS-FSQ-MAX                                   04004181
               END-IF                                                   04004218
           END-IF.                                                      04004255
      *CLOSE THE OPEN FEED WITH ITS VERDICT. AN ACCEPTED FEED ADVANCES  04004292
      *ITS OFFICE'S SEQUENCE AND PUTS ITS KEYS UP AGAINST THE FEEDS     04004329
      *BEFORE IT; A REFUSED ONE IS AUDITED SO THE ALERT SCAN RAISES     04004366
      *IT WHILE THE OTHER FEEDS LOAD.                                   04004403
       020-END-FEED-PARA.                                               04004440
           MOVE WS-FEED-DETAILS TO WS-FD-DETAILS (WS-CUR-FEED).         04004477
           IF FD-SKIPPED (WS-CUR-FEED)                                  04004514
               ADD 1 TO WS-SKIPPED-FEEDS                                04004551
           ELSE                                                         04004588
               IF FEED-ACCEPTED                                         04004625
                   SET FD-ACCEPTED (WS-CUR-FEED) TO TRUE                04004662
                   ADD 1 TO WS-ACCEPTED-FEEDS                           04004699
                   PERFORM 019C-ADVANCE-SEQ-PARA                        04004736
                   PERFORM 023-MERGE-KEYS-PARA                          04004773
                   DISPLAY 'CENSEDIT FEED ' WS-FD-OFFICE (WS-CUR-FEED)  04004810
                       ' SEQUENCE ' WS-FD-SEQ (WS-CUR-FEED)             04004847
                       ' ACCEPTED - ' WS-FEED-DETAILS ' DETAILS'        04004884
               ELSE                                                     04004921
                   SET FD-REFUSED (WS-CUR-FEED) TO TRUE                 04004958
                   MOVE WS-FEED-REJECT-REASON                           04004995
                       TO WS-FD-REASON (WS-CUR-FEED)                    04005032
                   ADD 1 TO WS-REFUSED-FEEDS                            04005069
                   DISPLAY 'CENSEDIT FEED ' WS-FD-OFFICE (WS-CUR-FEED)  04005106
                       ' SEQUENCE ' WS-FD-SEQ (WS-CUR-FEED)             04005143
                       ' REFUSED - ' WS-FEED-REJECT-REASON              04005180
                   MOVE '020-END-FEED-PARA' TO WS-AUDLOG-PARAGRAPH      04005217
                   MOVE WS-FEED-REJECT-REASON TO WS-AUDLOG-STATUS       04005254
                   PERFORM WRITE-AUDIT-LOG-PARA                         04005291
               END-IF                                                   04005328
           END-IF.                                                      04005365
           MOVE 'N' TO WS-HDR-SEEN.                                     04005402
           MOVE ZERO TO WS-CUR-FEED.                                    04005439
      *EVERY FEED IS IN - READ THE STAGED DETAILS BACK AND SEND EACH    04005476
      *TO THE CLEAN OR THE REJECT FILE: A REFUSED FEED'S UNDER THE      04005513
      *FEED REASON, A FAILED FIELD EDIT UNDER ITS OWN, AND THE LOSING   04005550
      *SIDE OF A SOURCE-OFFICE CONFLICT AS OVERRIDN                     04005587
       021-SPLIT-PARA.                                                  04005624
           CLOSE EDIT-WORK-FILE.                                        04005661
           OPEN INPUT EDIT-WORK-FILE.                                   04005698
           IF WS-WORK-STATUS NOT = '00'                                 04005735
               DISPLAY 'ERROR/OPEN/EDIT-WORK-FILE'                      04005772
               DISPLAY 'FILE STATUS:' WS-WORK-STATUS                    04005809
               MOVE '021-SPLIT-PARA' TO WS-AUDLOG-PARAGRAPH             04005846
               MOVE WS-WORK-STATUS TO WS-AUDLOG-STATUS                  04005883
               PERFORM WRITE-AUDIT-LOG-PARA                             04005920
               MOVE 16 TO RETURN-CODE                                   04005957
           ELSE                                                         04005994
               PERFORM 022-SPLIT-ONE-PARA UNTIL WORK-EOF-Y              04006031
               CLOSE EDIT-WORK-FILE                                     04006068
           END-IF.                                                      04006105
       022-SPLIT-ONE-PARA.                                              04006142
           READ EDIT-WORK-FILE                                          04006179
               AT END                                                   04006216
                   SET WORK-EOF-Y TO TRUE                               04006253
               NOT AT END                                               04006290
                   PERFORM 022A-ROUTE-PARA                              04006327
           END-READ.                                                    04006364
       022A-ROUTE-PARA.                                                 04006401
           MOVE WK-REASON TO WS-EDIT-REASON.                            04006438
           IF WK-FEED-NO > ZERO                                         04006475
               IF FD-REFUSED (WK-FEED-NO)                               04006512
                   MOVE WS-FD-REASON (WK-FEED-NO) TO WS-EDIT-REASON     04006549
               END-IF                                                   04006586
           END-IF.                                                      04006623
           IF EDIT-PASSED                                               04006660
               PERFORM 022B-CHECK-WINNER-PARA                           04006697
           END-IF.                                                      04006734
           IF EDIT-PASSED                                               04006771
               PERFORM 004-WRITE-CLEAN-PARA                             04006808
           ELSE                                                         04006845
               PERFORM 005-WRITE-REJECT-PARA                            04006882
           END-IF.                                                      04006919
      *A KEY ANOTHER FEED WON UNDER THE PRECEDENCE RULE DOES NOT LOAD   04006956
       022B-CHECK-WINNER-PARA.                                          04006993
           MOVE ZERO TO WS-WIN-AT.                                      04007030
           PERFORM 022C-FIND-WIN-PARA                                   04007067
               VARYING WS-WIN-IDX FROM 1 BY 1                           04007104
               UNTIL WS-WIN-IDX > WS-WIN-COUNT                          04007141
                  OR WS-WIN-AT > ZERO.                                  04007178
           IF WS-WIN-AT > ZERO                                          04007215
               IF WS-WIN-FEED-NO (WS-WIN-AT) NOT = WK-FEED-NO           04007252
                   MOVE 'OVERRIDN' TO WS-EDIT-REASON                    04007289
                   ADD 1 TO WS-OVERRIDE-COUNT                           04007326
               END-IF                                                   04007363
           END-IF.                                                      04007400
       022C-FIND-WIN-PARA.                                              04007437
           IF WS-WIN-STATE-UT (WS-WIN-IDX) = WK-STATE-UT                04007474
            AND WS-WIN-YEAR (WS-WIN-IDX) = WK-YEAR-OF-SUR               04007511
               MOVE WS-WIN-IDX TO WS-WIN-AT                             04007548
           END-IF.                                                      04007585
      *PUT THE JUST-ACCEPTED FEED'S KEYS UP AGAINST THE WINNERS SO      04007622
      *FAR. THE LOWER PRECEDENCE NUMBER WINS; A TIE GOES TO THE LATER   04007659
      *FEED. EVERY CLASH IS LISTED ON CONFRPT.                          04007696
       023-MERGE-KEYS-PARA.                                             04007733
           PERFORM 023A-MERGE-ONE-PARA                                  04007770
               VARYING WS-KEY-IDX FROM 1 BY 1                           04007807
               UNTIL WS-KEY-IDX > WS-KEY-COUNT.                         04007844
       023A-MERGE-ONE-PARA.                                             04007881
           MOVE ZERO TO WS-WIN-AT.                                      04007918
           PERFORM 023B-FIND-WIN-PARA                                   04007955
               VARYING WS-WIN-IDX FROM 1 BY 1                           04007992
               UNTIL WS-WIN-IDX > WS-WIN-COUNT                          04008029
                  OR WS-WIN-AT > ZERO.                                  04008066
           IF WS-WIN-AT = ZERO                                          04008103
               IF WS-WIN-COUNT < WS-WIN-MAX                             04008140
                   ADD 1 TO WS-WIN-COUNT                                04008177
                   MOVE WS-SEEN-STATE-UT (WS-KEY-IDX)                   04008214
                       TO WS-WIN-STATE-UT (WS-WIN-COUNT)                04008251
                   MOVE WS-SEEN-YEAR (WS-KEY-IDX)                       04008288
                       TO WS-WIN-YEAR (WS-WIN-COUNT)                    04008325
                   MOVE WS-CUR-FEED TO WS-WIN-FEED-NO (WS-WIN-COUNT)    04008362
               ELSE                                                     04008399
                   IF NOT WIN-TABLE-FULL-Y                              04008436
                       SET WIN-TABLE-FULL-Y TO TRUE                     04008473
                       DISPLAY 'CENSEDIT PRECEDENCE TABLE FULL AT '     04008510
                               WS-WIN-MAX ' KEYS'                       04008547
                       MOVE '023A-MERGE-ONE-PARA'                       04008584
                           TO WS-AUDLOG-PARAGRAPH                       04008621
                       MOVE 'WINTABLE' TO WS-AUDLOG-STATUS              04008658
                       PERFORM WRITE-AUDIT-LOG-PARA                     04008695
                   END-IF                                               04008732
               END-IF                                                   04008769
           ELSE                                                         04008806
               MOVE WS-WIN-FEED-NO (WS-WIN-AT) TO WS-LOST-FEED          04008843
               MOVE WS-CUR-FEED TO WS-WIN-FEED                          04008880
               IF WS-FD-PREC (WS-CUR-FEED) > WS-FD-PREC (WS-LOST-FEED)  04008917
                   MOVE WS-LOST-FEED TO WS-WIN-FEED                     04008954
                   MOVE WS-CUR-FEED TO WS-LOST-FEED                     04008991
               END-IF                                                   04009028
               MOVE WS-WIN-FEED TO WS-WIN-FEED-NO (WS-WIN-AT)           04009065
               PERFORM 023C-WRITE-CONFLICT-PARA                         04009102
           END-IF.                                                      04009139
       023B-FIND-WIN-PARA.                                              04009176
           IF WS-WIN-STATE-UT (WS-WIN-IDX)                              04009200
                = WS-SEEN-STATE-UT (WS-KEY-IDX)                         04009224
            AND WS-WIN-YEAR (WS-WIN-IDX) = WS-SEEN-YEAR (WS-KEY-IDX)    04009250
               MOVE WS-WIN-IDX TO WS-WIN-AT                             04009287
           END-IF.                                                      04009324
       023C-WRITE-CONFLICT-PARA.                                        04009361
           ADD 1 TO WS-CONFLICT-COUNT.                                  04009398
           IF WS-CONFLICT-STATUS = '00'                                 04009435
               MOVE SPACES TO CONFLICT-REC                              04009472
               MOVE WS-SEEN-STATE-UT (WS-KEY-IDX) TO CF-STATE-UT        04009509
               MOVE WS-SEEN-YEAR (WS-KEY-IDX) TO CF-YEAR                04009546
               MOVE WS-FD-OFFICE (WS-WIN-FEED) TO CF-KEPT-OFFICE        04009583
               MOVE WS-FD-SEQ (WS-WIN-FEED) TO CF-KEPT-SEQ              04009620
               MOVE WS-FD-OFFICE (WS-LOST-FEED) TO CF-LOST-OFFICE       04009657
               MOVE WS-FD-SEQ (WS-LOST-FEED) TO CF-LOST-SEQ             04009694
               WRITE CONFLICT-REC                                       04009731
           END-IF.                                                      04009768
      *SHARED RUN-CONTROL PARAGRAPHS - SEE RUNCTPRC.CPY.                04010000
           COPY RUNCTPRC.                                               04020000
      *SHARED AUDIT-LOG APPEND PARAGRAPH - SEE AUDITPRC.CPY.            04030000
