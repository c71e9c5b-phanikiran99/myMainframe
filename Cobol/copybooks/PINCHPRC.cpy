      *> THE POSTAL PIN CHECK - SEE PINCHKWS.CPY FOR THE FIELDS. THE
      *> STUDENT'S PIN MUST BE ON THE PIN DIRECTORY, AND THE DIRECTORY
      *> MUST DELIVER IT TO THE STATE ON THE ADDRESS - A PIN KEYED ONE
      *> DIGIT WRONG IS USUALLY STILL A REAL PIN, BUT IN ANOTHER STATE.
       PIN-CHECK-PARA.
           MOVE SPACES TO PC-EXC-TEXT.
           MOVE SPACES TO PC-EXC-DETAIL.
           MOVE STU-PIN TO PD-PIN.
           READ PIN-DIRECTORY-FILE
               INVALID KEY
                   MOVE 'U' TO PC-RESULT
           END-READ.
           IF PC-DIR-STATUS NOT = '00'
               MOVE 'U' TO PC-RESULT
               MOVE 'PIN NOT IN DIRECTORY' TO PC-EXC-TEXT
               STRING 'PIN ' DELIMITED BY SIZE
                      STU-PIN DELIMITED BY SIZE
                      INTO PC-EXC-DETAIL
               END-STRING
           ELSE
               IF PD-STATE = STU-STATE
                   MOVE 'Y' TO PC-RESULT
               ELSE
                   MOVE 'S' TO PC-RESULT
                   MOVE 'PIN NOT IN ADDRESS STATE' TO PC-EXC-TEXT
                   STRING STU-PIN DELIMITED BY SIZE
                          ' IS ' DELIMITED BY SIZE
                          PD-STATE DELIMITED BY '  '
                          INTO PC-EXC-DETAIL
                   END-STRING
               END-IF
           END-IF.
