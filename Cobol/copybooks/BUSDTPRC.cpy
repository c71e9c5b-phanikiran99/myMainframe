           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE 'S' TO WS-BUSDATE-SOURCE.
           MOVE ALL 'N' TO WS-BUS-PERIOD-FLAGS.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00' OR WS-BUSDATE-STATUS = '05'
               READ BUSDATE-FILE
                       IF BUS-PROC-DATE NUMERIC
                           MOVE BUS-PROC-DATE TO WS-RUN-DATE
                           MOVE 'B' TO WS-BUSDATE-SOURCE
                           MOVE BUS-PERIOD-END
                               TO WS-BUS-PERIOD-FLAGS (1:3)
                           MOVE BUS-PRIOR-PERIOD-END
                               TO WS-BUS-PERIOD-FLAGS (4:3)
                       END-IF
               END-READ
           END-IF.
