      *> BUILDS STUDENT-LABEL FROM THE STUDENT-MASTER-REC JUST READ -
      *> SEE STULABEL.CPY FOR THE LAYOUT. THE TOWN, DISTRICT AND STATE
      *> ARE TRIMMED AT THE FIRST DOUBLE SPACE SO A TWO-WORD NAME
      *> ('NEW DELHI') STAYS WHOLE.
       STU-BUILD-LABEL-PARA.
           MOVE SPACES TO STUDENT-LABEL.
           MOVE STU-ID TO LBL-STUDENT-ID.
           MOVE STU-PIN TO LBL-PIN.
           MOVE 1 TO LBL-POINTER.
           UNSTRING STU-NAME DELIMITED BY ALL SPACE
                    INTO LBL-FIRST-NAME
                    WITH POINTER LBL-POINTER
           END-UNSTRING.
           IF LBL-POINTER NOT > 30
               MOVE STU-NAME (LBL-POINTER:) TO LBL-LAST-NAME
           END-IF.
           MOVE ZERO TO LBL-LINE-COUNT.
           MOVE STU-NAME TO LBL-TEXT.
           PERFORM STU-ADD-LABEL-LINE-PARA.
           MOVE STU-ADDR-LINE1 TO LBL-TEXT.
           PERFORM STU-ADD-LABEL-LINE-PARA.
           MOVE STU-ADDR-LINE2 TO LBL-TEXT.
           PERFORM STU-ADD-LABEL-LINE-PARA.
           MOVE SPACES TO LBL-TEXT.
           IF STU-DISTRICT = SPACES
               MOVE STU-TOWN TO LBL-TEXT
           ELSE
               STRING STU-TOWN DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      STU-DISTRICT DELIMITED BY '  '
                      INTO LBL-TEXT
               END-STRING
           END-IF.
           PERFORM STU-ADD-LABEL-LINE-PARA.
           MOVE SPACES TO LBL-TEXT.
           STRING STU-STATE DELIMITED BY '  '
                  ' - ' DELIMITED BY SIZE
                  STU-PIN DELIMITED BY SIZE
                  INTO LBL-TEXT
           END-STRING.
           PERFORM STU-ADD-LABEL-LINE-PARA.
      *> A BLANK LINE (NO SECOND STREET LINE) IS CLOSED UP, NOT PRINTED
       STU-ADD-LABEL-LINE-PARA.
           IF LBL-TEXT NOT = SPACES
               ADD 1 TO LBL-LINE-COUNT
               MOVE LBL-TEXT TO LBL-LINE (LBL-LINE-COUNT)
           END-IF.
