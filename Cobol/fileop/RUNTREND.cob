       ENVIRONMENT DIVISION.                                            00130000
          INPUT-OUTPUT SECTION.                                         00140000
          FILE-CONTROL.                                                 00150000
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLDD                   00160000
           ORGANIZATION IS INDEXED                                      00170000
           ACCESS MODE IS DYNAMIC                                       00173000
           RECORD KEY IS RC-KEY                                         00176000
           FILE STATUS WS-RUNCTL-STATUS.                                00180000
      *FROM/TO BUSINESS-DATE RANGE - NO CARD REPORTS EVERYTHING         00190000
           SELECT OPTIONAL TREND-CARD-FILE ASSIGN TO TRNDCARD           00200000
                           TO WS-THR-SECONDS (WS-THR-COUNT)             01900000
                   END-IF                                               01910000
           END-READ.                                                    01920000
      * THE REGISTRY IS KEYED DATE FIRST - START AT THE FROM DATE AND   01923300
      * STOP AT THE FIRST ENTRY PAST THE TO DATE                        01926600
       003-GATHER-PARA.                                                 01930000
           MOVE 'N' TO WS-FILE-EOF.                                     01940000
           OPEN INPUT RUN-CONTROL-FILE.                                 01950000
               DISPLAY 'FILE STATUS:' WS-RUNCTL-STATUS                  01980000
               MOVE 16 TO RETURN-CODE                                   01990000
               SET FILE-EOF-Y TO TRUE                                   02000000
           ELSE                                                         02001400
               MOVE WS-FROM-DATE TO RC-BUS-DATE                         02002800
               START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-BUS-DATE  02004200
                   INVALID KEY                                          02005600
                       SET FILE-EOF-Y TO TRUE                           02007000
               END-START                                                02008400
           END-IF.                                                      02010000
           PERFORM 003A-ONE-ENTRY-PARA UNTIL FILE-EOF-Y.                02020000
           CLOSE RUN-CONTROL-FILE.                                      02030000
       003A-ONE-ENTRY-PARA.                                             02040000
           READ RUN-CONTROL-FILE NEXT RECORD                            02050000
               AT END                                                   02060000
                   SET FILE-EOF-Y TO TRUE                               02070000
               NOT AT END                                               02080000
                   IF RC-BUS-DATE > WS-TO-DATE                          02085700
                       SET FILE-EOF-Y TO TRUE                           02091400
                   ELSE                                                 02097100
                       IF RC-EVENT NOT = 'SKIP'                         02102800
                           PERFORM 003B-POST-ENTRY-PARA                 02108500
                       END-IF                                           02114200
                   END-IF                                               02120000
           END-READ.                                                    02130000
      * THE LATEST START AND LATEST END PER PROGRAM PER DATE WIN -      02140000
