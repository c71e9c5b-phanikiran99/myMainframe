      *> POPULATED (SEE RUNDATE.CPY) BEFORE PERFORMING THESE. SEE
      *> RUNCTWS.CPY FOR THE CALLING PROTOCOL.
      *>
      *> READ THIS PROGRAM'S ENTRIES FOR THE BUSINESS DATE DIRECTLY BY
      *> KEY, LOOKING FOR A CLEAN END ENTRY. FOUND = THE STEP ALREADY
      *> RAN TONIGHT - FLAG RUNCTL-DUPRUN-Y, SET RC 12 AND DO NOT
      *> REGISTER A NEW START. OTHERWISE WRITE THIS RUN'S START ENTRY.
      *> A CLEAN END THAT THE RESTART PLANNER HAS SINCE MARKED WITH A
      *> SKIP ENTRY IS A STEP THAT FINISHED BEFORE A RESTART - STILL
      *> NOT RUN AGAIN, BUT PASSED WITH RC 0 SO THE STREAM'S COND
      *> GATING TREATS IT AS THE SUCCESS IT WAS.
       RUNCTL-CHECK-START-PARA.
           MOVE 'N' TO WS-RUNCTL-DUPRUN.
           MOVE 'N' TO WS-RUNCTL-SKIP.
      *> STATUS 05 = OPTIONAL FILE NOT PRESENT YET - THE OPEN STILL
      *> SUCCEEDS AND THE KEYED READ JUST FINDS NOTHING.
           MOVE 'I' TO WS-RUNCTL-OPEN-MODE.
           PERFORM RUNCTL-OPEN-PARA.
           IF WS-RUNCTL-STATUS = '00' OR WS-RUNCTL-STATUS = '05'
               PERFORM RUNCTL-POSITION-PARA
               PERFORM RUNCTL-SCAN-PARA UNTIL RUNCTL-IN-EOF-Y
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF RUNCTL-DUPRUN-Y
               IF RUNCTL-SKIP-Y
                   DISPLAY WS-RUNCTL-PROGRAM
                       ' COMPLETED FOR BUSINESS DATE ' WS-RUN-DATE
                       ' BEFORE RESTART - SKIPPED AS SUCCESSFUL'
                   MOVE ZERO TO RETURN-CODE
               ELSE
                   DISPLAY WS-RUNCTL-PROGRAM
                       ' ALREADY COMPLETED FOR BUSINESS DATE '
                       WS-RUN-DATE ' - REFUSING DOUBLE RUN'
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'START' TO WS-RUNCTL-EVENT
               MOVE ZERO TO WS-RUNCTL-COUNT
               PERFORM RUNCTL-PUT-PARA
           END-IF.
      *> POSITION AT THE FIRST ENTRY FOR THIS PROGRAM AND BUSINESS DATE
      *> (EVENT SEQUENCES START AT 0001). NO SUCH KEY OR ANY LATER ONE
      *> = NOTHING TO READ.
       RUNCTL-POSITION-PARA.
           MOVE 'N' TO WS-RUNCTL-IN-EOF.
           MOVE ZERO TO WS-RUNCTL-SEQ.
           MOVE WS-RUN-DATE       TO RC-BUS-DATE.
           MOVE WS-RUNCTL-PROGRAM TO RC-PROGRAM.
           MOVE ZERO              TO RC-EVENT-SEQ.
           START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   SET RUNCTL-IN-EOF-Y TO TRUE
           END-START.
      *> READ ON THROUGH THIS PROGRAM'S ENTRIES FOR THE DATE - THE
      *> FIRST KEY FOR ANOTHER PROGRAM OR DATE ENDS THE RUN OF THEM.
      *> LEAVES THE LAST EVENT SEQUENCE IN WS-RUNCTL-SEQ.
       RUNCTL-SCAN-PARA.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET RUNCTL-IN-EOF-Y TO TRUE
               NOT AT END
                   IF RC-BUS-DATE NOT = WS-RUN-DATE
                    OR RC-PROGRAM NOT = WS-RUNCTL-PROGRAM
                       SET RUNCTL-IN-EOF-Y TO TRUE
                   ELSE
                       MOVE RC-EVENT-SEQ TO WS-RUNCTL-SEQ
                       IF RC-EVENT = 'END'
                        AND RC-RETURN-CODE NOT > 04
                           SET RUNCTL-DUPRUN-Y TO TRUE
                       END-IF
                       IF RC-EVENT = 'SKIP'
                           SET RUNCTL-SKIP-Y TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *> WRITE THIS RUN'S END ENTRY WITH ITS RECORD COUNT AND THE
      *> RETURN CODE AS IT STANDS. NOT PERFORMED WHEN THE START WAS
      *> REFUSED - THE REFUSED RUN LEAVES NO REGISTRY TRACE OF ITS OWN.
       RUNCTL-WRITE-END-PARA.
               MOVE 'END' TO WS-RUNCTL-EVENT
               PERFORM RUNCTL-PUT-PARA
           END-IF.
      *> WRITE ONE REGISTRY ENTRY - EVENT AND COUNT ARE STAGED BY THE
      *> CALLING PARAGRAPHS ABOVE. THE ENTRY TAKES THE EVENT SEQUENCE
      *> AFTER THE LAST ONE ON FILE FOR THIS PROGRAM AND DATE, READ
      *> AGAIN HERE SO AN ENTRY WRITTEN BY ANOTHER JOB MEANWHILE (THE
      *> RESTART PLANNER'S SKIP ENTRIES) IS NEVER OVERLAID.
       RUNCTL-PUT-PARA.
      *> STATUS 05 = THE OPTIONAL FILE WAS CREATED BY THIS OPEN
           MOVE 'U' TO WS-RUNCTL-OPEN-MODE.
           PERFORM RUNCTL-OPEN-PARA.
           IF WS-RUNCTL-STATUS = '00' OR WS-RUNCTL-STATUS = '05'
               PERFORM RUNCTL-POSITION-PARA
               PERFORM RUNCTL-SCAN-PARA UNTIL RUNCTL-IN-EOF-Y
               ADD 1 TO WS-RUNCTL-SEQ
               MOVE FUNCTION CURRENT-DATE TO WS-RUNCTL-STAMP
               MOVE WS-RUN-DATE       TO RC-BUS-DATE
               MOVE WS-RUNCTL-PROGRAM TO RC-PROGRAM
               MOVE WS-RUNCTL-SEQ     TO RC-EVENT-SEQ
               MOVE WS-RUNCTL-EVENT   TO RC-EVENT
               MOVE WS-RUNCTL-COUNT   TO RC-RECORD-COUNT
               IF RETURN-CODE > 99 OR RETURN-CODE < ZERO
               END-IF
               MOVE WS-RUNCTL-STAMP   TO RC-TIMESTAMP
               WRITE RUN-CONTROL-REC
                   INVALID KEY
                       DISPLAY 'ERROR/WRITE/RUN-CONTROL-FILE'
                       DISPLAY 'FILE STATUS:' WS-RUNCTL-STATUS
                       PERFORM RUNCTL-LOST-PARA
               END-WRITE
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'ERROR/OPEN/RUN-CONTROL-FILE'
               DISPLAY 'FILE STATUS:' WS-RUNCTL-STATUS
               PERFORM RUNCTL-LOST-PARA
           END-IF.
      *> AN ENTRY THAT COULD NOT BE WRITTEN LEAVES THE REGISTRY SHORT -
      *> CENSLMRG WOULD TAKE A PARTITION WITH NO END FOR ONE THAT NEVER
      *> FINISHED, AND THE RESTART PLANNER WOULD MISREAD THE NIGHT - SO
      *> THE STEP MUST NOT END AS IF ALL WERE WELL.
       RUNCTL-LOST-PARA.
           DISPLAY WS-RUNCTL-PROGRAM ' ' WS-RUNCTL-EVENT
               ' ENTRY NOT REGISTERED FOR BUSINESS DATE ' WS-RUN-DATE.
           IF RETURN-CODE < 16
               MOVE 16 TO RETURN-CODE
           END-IF.
      *> OPEN THE REGISTRY FOR INPUT (MODE I) OR UPDATE (MODE U). THE
      *> PARTITION LOAD JOBS RUN SIDE BY SIDE AND REGISTER AT ONCE, SO
      *> AN OPEN FOR UPDATE CAN FIND ANOTHER JOB HOLDING THE FILE FOR
      *> ITS OWN ENTRY (THE CLUSTER IS SHAREOPTIONS(2 3): ONE UPDATER,
      *> ANY NUMBER OF READERS) - A FAILED OPEN IS TRIED AGAIN AFTER A
      *> PAUSE, EACH PAUSE A SECOND LONGER, UP TO WS-RUNCTL-TRY-MAX
      *> TIMES IN ALL.
       RUNCTL-OPEN-PARA.
           MOVE ZERO TO WS-RUNCTL-TRIES.
           MOVE '99' TO WS-RUNCTL-STATUS.
           PERFORM RUNCTL-TRY-OPEN-PARA
               UNTIL WS-RUNCTL-STATUS = '00'
                  OR WS-RUNCTL-STATUS = '05'
                  OR WS-RUNCTL-TRIES NOT < WS-RUNCTL-TRY-MAX.
       RUNCTL-TRY-OPEN-PARA.
           IF WS-RUNCTL-TRIES > ZERO
               MOVE WS-RUNCTL-TRIES TO WS-RUNCTL-DELAY-SECS
               CALL 'CEE3DLY' USING WS-RUNCTL-DELAY-SECS
                                    WS-RUNCTL-DELAY-FC
           END-IF.
           ADD 1 TO WS-RUNCTL-TRIES.
           IF WS-RUNCTL-OPEN-MODE = 'U'
               OPEN I-O RUN-CONTROL-FILE
           ELSE
               OPEN INPUT RUN-CONTROL-FILE
           END-IF.
