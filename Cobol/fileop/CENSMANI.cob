      *EXTRACT GENERATION NUMBERS (FROM THE SCHEDULER-MAINTAINED        00090000
      *GENCARD), RECORD COUNTS PER FILE AND THE OVERALL STATUS.         00100000
      *DOWNSTREAM STARTS ITS LOAD OFF THE MANIFEST, NOT BY POLLING;     00110000
      *NO CLEAN NIGHT, NO MANIFEST. A NIGHT WHOSE LOAD RAN AS PARTITIONS00115000
      *MUST ALSO SHOW THE SPLIT (CENSSPLT) AND THE MERGE (CENSLMRG),    00120000
      *WHOSE RC CARRIES THE WORST OF THE PARTITION LOADS.               00125000
       IDENTIFICATION DIVISION.                                         00130000
       PROGRAM-ID. CENSMANI.                                            00140000
       ENVIRONMENT DIVISION.                                            00150000
          INPUT-OUTPUT SECTION.                                         00160000
          FILE-CONTROL.                                                 00170000
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD                   00180000
           ORGANIZATION IS INDEXED                                      00190000
           ACCESS MODE IS DYNAMIC                                       00193000
           RECORD KEY IS RC-KEY                                         00196000
           FILE STATUS WS-RUNCTL-STATUS.                                00200000
      * CATALOGED GENERATION NUMBERS OF TONIGHT'S EXTRACTS, ONE         00210000
      * RECORD: SAMPLE-EXTRACT GEN + FULL-EXTRACT GEN (5 DIGITS EACH),  00220000
      * PRODUCE A MANIFEST, SO ONLY THE LATEST END IS JUDGED            00650000
          77 WS-RC-READPS PIC 9(2) VALUE ZERO.                          00660000
          77 WS-RC-EDIT PIC 9(2) VALUE ZERO.                            00670000
          77 WS-RC-PLAU PIC 9(2) VALUE ZERO.                            00675000
          77 WS-RC-OPER PIC 9(2) VALUE ZERO.                            00680000
          77 WS-RC-CURS PIC 9(2) VALUE ZERO.                            00690000
          77 WS-RC-UNLD PIC 9(2) VALUE ZERO.                            00700000
          77 WS-RC-SPLT PIC 9(2) VALUE ZERO.                            00703300
          77 WS-RC-LMRG PIC 9(2) VALUE ZERO.                            00706600
          01 WS-SEEN-READPS PIC X(1) VALUE 'N'.                         00710000
          01 WS-SEEN-EDIT PIC X(1) VALUE 'N'.                           00720000
          01 WS-SEEN-PLAU PIC X(1) VALUE 'N'.                           00725000
          01 WS-SEEN-OPER PIC X(1) VALUE 'N'.                           00730000
          01 WS-SEEN-CURS PIC X(1) VALUE 'N'.                           00740000
          01 WS-SEEN-UNLD PIC X(1) VALUE 'N'.                           00750000
          01 WS-SEEN-SPLT PIC X(1) VALUE 'N'.                           00753300
          01 WS-SEEN-LMRG PIC X(1) VALUE 'N'.                           00756600
          77 WS-ENDS-SEEN PIC 9(2) VALUE ZERO.                          00760000
          77 WS-ENDS-WANTED PIC 9(2) VALUE 6.                           00770000
          77 WS-READPS-COUNT PIC 9(9) VALUE ZERO.                       00780000
          77 WS-EDIT-COUNT PIC 9(9) VALUE ZERO.                         00790000
          77 WS-LOAD-COUNT PIC 9(9) VALUE ZERO.                         00800000
           END-IF.                                                      01230000
           CLOSE GEN-CARD-FILE.                                         01240000
      * EVERY STREAM PROGRAM MUST HAVE ENDED CLEANLY TONIGHT - THE      01250000
      * REGISTRY IS THE PROOF, NOT THE STEP CONDITION CODES ALONE.      01256600
      * ONLY TONIGHT'S ENTRIES ARE READ, STRAIGHT FROM THE DATE KEY.    01263200
       002-CHECK-REGISTRY-PARA.                                         01270000
           OPEN INPUT RUN-CONTROL-FILE.                                 01280000
           IF WS-RUNCTL-STATUS NOT = '00'                               01290000
               DISPLAY 'FILE STATUS:' WS-RUNCTL-STATUS                  01310000
               MOVE 99 TO WS-WORST-RC                                   01320000
               SET REG-EOF-Y TO TRUE                                    01330000
           ELSE                                                         01331400
               MOVE WS-RUN-DATE TO RC-BUS-DATE                          01332800
               START RUN-CONTROL-FILE KEY IS = RC-BUS-DATE              01334200
                   INVALID KEY                                          01335600
                       SET REG-EOF-Y TO TRUE                            01337000
               END-START                                                01338400
           END-IF.                                                      01340000
           PERFORM 002A-READ-ONE-PARA UNTIL REG-EOF-Y.                  01350000
           CLOSE RUN-CONTROL-FILE.                                      01360000
           PERFORM 002C-JUDGE-PARA.                                     01370000
       002A-READ-ONE-PARA.                                              01380000
           READ RUN-CONTROL-FILE NEXT RECORD                            01390000
               AT END                                                   01400000
                   SET REG-EOF-Y TO TRUE                                01410000
               NOT AT END                                               01420000
                   IF RC-BUS-DATE NOT = WS-RUN-DATE                     01424200
                       SET REG-EOF-Y TO TRUE                            01428400
                   ELSE                                                 01432600
                       IF RC-EVENT = 'END'                              01436800
                           PERFORM 002B-POST-ENTRY-PARA                 01441000
                       END-IF                                           01445200
                   END-IF                                               01450000
           END-READ.                                                    01460000
       002B-POST-ENTRY-PARA.                                            01470000
                   MOVE 'Y' TO WS-SEEN-EDIT                             01540000
                   MOVE RC-RETURN-CODE TO WS-RC-EDIT                    01550000
                   MOVE RC-RECORD-COUNT TO WS-EDIT-COUNT                01560000
               WHEN 'DB2PLAU'                                           01562500
                   MOVE 'Y' TO WS-SEEN-PLAU                             01565000
                   MOVE RC-RETURN-CODE TO WS-RC-PLAU                    01567500
               WHEN 'DB2OPER'                                           01570000
                   MOVE 'Y' TO WS-SEEN-OPER                             01580000
                   MOVE RC-RETURN-CODE TO WS-RC-OPER                    01590000
                   MOVE 'Y' TO WS-SEEN-UNLD                             01650000
                   MOVE RC-RETURN-CODE TO WS-RC-UNLD                    01660000
                   MOVE RC-RECORD-COUNT TO WS-UNLOAD-COUNT              01670000
               WHEN 'CENSSPLT'                                          01671400
                   MOVE 'Y' TO WS-SEEN-SPLT                             01672800
                   MOVE RC-RETURN-CODE TO WS-RC-SPLT                    01674200
               WHEN 'CENSLMRG'                                          01675600
                   MOVE 'Y' TO WS-SEEN-LMRG                             01677000
                   MOVE RC-RETURN-CODE TO WS-RC-LMRG                    01678400
               WHEN OTHER                                               01680000
                   CONTINUE                                             01690000
           END-EVALUATE.                                                01700000
           IF WS-SEEN-EDIT = 'Y'                                        01790000
               ADD 1 TO WS-ENDS-SEEN                                    01800000
           END-IF.                                                      01810000
           IF WS-SEEN-PLAU = 'Y'                                        01812500
               ADD 1 TO WS-ENDS-SEEN                                    01815000
           END-IF.                                                      01817500
           IF WS-SEEN-OPER = 'Y'                                        01820000
               ADD 1 TO WS-ENDS-SEEN                                    01830000
           END-IF.                                                      01840000
           IF WS-SEEN-UNLD = 'Y'                                        01880000
               ADD 1 TO WS-ENDS-SEEN                                    01890000
           END-IF.                                                      01900000
      * A PARTITIONED NIGHT WANTS THE SPLIT AND THE MERGE AS WELL       01900900
           IF WS-SEEN-SPLT = 'Y' OR WS-SEEN-LMRG = 'Y'                  01901800
               ADD 2 TO WS-ENDS-WANTED                                  01902700
               IF WS-SEEN-SPLT = 'Y'                                    01903600
                   ADD 1 TO WS-ENDS-SEEN                                01904500
               END-IF                                                   01905400
               IF WS-SEEN-LMRG = 'Y'                                    01906300
                   ADD 1 TO WS-ENDS-SEEN                                01907200
               END-IF                                                   01908100
           END-IF.                                                      01909000
           MOVE ZERO TO WS-WORST-RC.                                    01910000
           IF WS-RC-READPS > WS-WORST-RC                                01920000
               MOVE WS-RC-READPS TO WS-WORST-RC                         01930000
           IF WS-RC-EDIT > WS-WORST-RC                                  01950000
               MOVE WS-RC-EDIT TO WS-WORST-RC                           01960000
           END-IF.                                                      01970000
           IF WS-RC-PLAU > WS-WORST-RC                                  01972500
               MOVE WS-RC-PLAU TO WS-WORST-RC                           01975000
           END-IF.                                                      01977500
           IF WS-RC-OPER > WS-WORST-RC                                  01980000
               MOVE WS-RC-OPER TO WS-WORST-RC                           01990000
           END-IF.                                                      02000000
           IF WS-RC-UNLD > WS-WORST-RC                                  02040000
               MOVE WS-RC-UNLD TO WS-WORST-RC                           02050000
           END-IF.                                                      02060000
           IF WS-RC-SPLT > WS-WORST-RC                                  02061400
               MOVE WS-RC-SPLT TO WS-WORST-RC                           02062800
           END-IF.                                                      02064200
           IF WS-RC-LMRG > WS-WORST-RC                                  02065600
               MOVE WS-RC-LMRG TO WS-WORST-RC                           02067000
           END-IF.                                                      02068400
      * HEADER, ONE DETAIL PER HANDED-OFF FILE, TRAILER - ONLY EVER     02070000
      * WRITTEN FOR A CLEAN NIGHT                                       02080000
       003-WRITE-MANIFEST-PARA.                                         02090000
