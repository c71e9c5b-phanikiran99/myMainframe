       ENVIRONMENT DIVISION.                                            00100000
          INPUT-OUTPUT SECTION.                                         00110000
          FILE-CONTROL.                                                 00120000
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD                   00130000
           ORGANIZATION IS INDEXED                                      00140000
           ACCESS MODE IS DYNAMIC                                       00143000
           RECORD KEY IS RC-KEY                                         00146000
           FILE STATUS WS-RUNCTL-STATUS.                                00150000
           SELECT OPTIONAL DATE-CARD-FILE ASSIGN TO DATECARD            00160000
           ORGANIZATION IS SEQUENTIAL                                   00170000
               END-READ                                                 00980000
           END-IF.                                                      00990000
           CLOSE DATE-CARD-FILE.                                        01000000
      *FIRST PASS - FIND THE LATEST BUSINESS DATE IN THE REGISTRY. THE  01005000
      *FILE IS KEYED DATE FIRST, SO READ ONE ENTRY PER DATE AND START   01010000
      *PAST THE REST OF THAT DATE'S ENTRIES EACH TIME.                  01015000
       001-FIND-LATEST-PARA.                                            01020000
           MOVE 'N' TO WS-REG-EOF.                                      01030000
           OPEN INPUT RUN-CONTROL-FILE.                                 01040000
               DISPLAY 'FILE STATUS:' WS-RUNCTL-STATUS                  01070000
               MOVE 16 TO RETURN-CODE                                   01080000
               SET REG-EOF-Y TO TRUE                                    01090000
           ELSE                                                         01091400
               MOVE LOW-VALUES TO RC-KEY                                01092800
               START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-KEY       01094200
                   INVALID KEY                                          01095600
                       SET REG-EOF-Y TO TRUE                            01097000
               END-START                                                01098400
           END-IF.                                                      01100000
           PERFORM 001A-SCAN-DATE-PARA UNTIL REG-EOF-Y.                 01110000
           CLOSE RUN-CONTROL-FILE.                                      01120000
       001A-SCAN-DATE-PARA.                                             01130000
           READ RUN-CONTROL-FILE NEXT RECORD                            01140000
               AT END                                                   01150000
                   SET REG-EOF-Y TO TRUE                                01160000
               NOT AT END                                               01170000
                   MOVE RC-BUS-DATE TO WS-REPORT-DATE                   01176600
                   START RUN-CONTROL-FILE KEY IS > RC-BUS-DATE          01183200
                       INVALID KEY                                      01189800
                           SET REG-EOF-Y TO TRUE                        01196400
                   END-START                                            01203000
           END-READ.                                                    01210000
      *SECOND PASS - GATHER THE REPORT DATE'S ENTRIES BY PROGRAM,       01216600
      *READING ONLY THAT DATE'S ENTRIES BY KEY                          01223200
       002-COLLECT-PARA.                                                01230000
           MOVE 'N' TO WS-REG-EOF.                                      01240000
           OPEN INPUT RUN-CONTROL-FILE.                                 01250000
               DISPLAY 'FILE STATUS:' WS-RUNCTL-STATUS                  01280000
               MOVE 16 TO RETURN-CODE                                   01290000
               SET REG-EOF-Y TO TRUE                                    01300000
           ELSE                                                         01301400
               MOVE WS-REPORT-DATE TO RC-BUS-DATE                       01302800
               START RUN-CONTROL-FILE KEY IS = RC-BUS-DATE              01304200
                   INVALID KEY                                          01305600
                       SET REG-EOF-Y TO TRUE                            01307000
               END-START                                                01308400
           END-IF.                                                      01310000
           PERFORM 002A-COLLECT-ONE-PARA UNTIL REG-EOF-Y.               01320000
           CLOSE RUN-CONTROL-FILE.                                      01330000
       002A-COLLECT-ONE-PARA.                                           01340000
           READ RUN-CONTROL-FILE NEXT RECORD                            01350000
               AT END                                                   01360000
                   SET REG-EOF-Y TO TRUE                                01370000
               NOT AT END                                               01380000
                   IF RC-BUS-DATE NOT = WS-REPORT-DATE                  01384200
                       SET REG-EOF-Y TO TRUE                            01388400
                   ELSE                                                 01392600
                       IF RC-EVENT NOT = 'SKIP'                         01396800
                           PERFORM 002B-POST-ENTRY-PARA                 01401000
                       END-IF                                           01405200
                   END-IF                                               01410000
           END-READ.                                                    01420000
       002B-POST-ENTRY-PARA.                                            01430000
