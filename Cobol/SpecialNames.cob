       01  ISIN-FEED-REC.
           05 ISIN-FEED-CODE     PIC X(12).
      *    IDENTIFIER, TYPE AND VERDICT - V = VALID, F = FAILED,
      *    S = SUPERSEDED BY THE GENERATED US ISIN. A SUPERSEDED
      *    CUSIP CARRIES ITS GENERATED ISIN IN VO-LINK-ID SO SECMAST
      *    CAN GROUP THE TWO AS ONE SECURITY; SPACES OTHERWISE.
       FD  VALID-OUT-FILE.
       01  VALID-OUT-REC.
           05 VO-IDENTIFIER      PIC X(12).
           05 VO-TYPE            PIC X(5).
           05 VO-STATUS          PIC X(1).
           05 VO-LINK-ID         PIC X(12).
       WORKING-STORAGE SECTION.
      *    RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.
           COPY RUNDATE.
                       ADD 1 TO WS-PASS-COUNT
                       PERFORM GENERATE-ISIN-PARA
      *    THE PASSING CUSIP IS SUPERSEDED BY THE US ISIN JUST
      *    GENERATED FOR IT - BOTH LAND ON THE RESULTS FEED, THE
      *    CUSIP AFTER ITS ISIN AND POINTING AT IT
                       MOVE SPACES TO VO-IDENTIFIER
                       MOVE WS-INP TO VO-IDENTIFIER
                       MOVE 'CUSIP' TO VO-TYPE
                       MOVE 'S' TO VO-STATUS
                       MOVE WS-ISIN-INP TO VO-LINK-ID
                       PERFORM WRITE-VALOUT-PARA
                   ELSE
                       ADD 1 TO WS-FAIL-COUNT
                       MOVE WS-INP TO VO-IDENTIFIER
                       MOVE 'CUSIP' TO VO-TYPE
                       MOVE 'F' TO VO-STATUS
                       MOVE SPACES TO VO-LINK-ID
                       PERFORM WRITE-VALOUT-PARA
                   END-IF
           END-READ.
           MOVE WS-ISIN-INP TO VO-IDENTIFIER
           MOVE 'ISIN' TO VO-TYPE
           MOVE 'V' TO VO-STATUS
           MOVE SPACES TO VO-LINK-ID
           PERFORM WRITE-VALOUT-PARA.

       VALIDATE-CUSIP.
       VALIDATE-ISIN.
           MOVE WS-ISIN-INP TO VO-IDENTIFIER.
           MOVE 'ISIN' TO VO-TYPE.
           MOVE SPACES TO VO-LINK-ID.
           IF WS-ISIN-INP IS NOT WS-VALID-ISIN
               DISPLAY 'WS-ISIN-INP >' WS-ISIN-INP '< IS NOT VALID.'
               MOVE 'F' TO VO-STATUS
           MOVE SPACES TO VO-IDENTIFIER.
           MOVE WS-SEDOL-INP TO VO-IDENTIFIER (1:7).
           MOVE 'SEDOL' TO VO-TYPE.
           MOVE SPACES TO VO-LINK-ID.
           IF WS-SEDOL-INP IS NOT WS-VALID-ISIN
               DISPLAY 'WS-SEDOL-INP >' WS-SEDOL-INP '< IS NOT VALID.'
               MOVE 'F' TO VO-STATUS
