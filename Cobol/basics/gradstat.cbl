*> LETTER GRADE, MEAN AND MEDIAN SCORE, A RANKED LIST WITH TIED
*> SCORES SHARING A RANK, AND AN HONOR-ROLL EXTRACT FILE OF
*> STUDENTS AT OR ABOVE THE CUTCARD CUTOFF (DEFAULT 90).
*> A FEED NOW CARRIES SEVERAL PAPERS (TERM + SUBJECT - SEE
*> GRADEIN.CPY), AND A CLASS AVERAGE ACROSS MATHS AND HISTORY
*> MEANS NOTHING, SO THE WHOLE PAGE IS PRODUCED ONCE PER PAPER.
IDENTIFICATION DIVISION.
PROGRAM-ID. GRADSTAT.
ENVIRONMENT DIVISION.
DATA DIVISION.
 FILE SECTION.
 FD GRADE-INPUT-FILE.
 COPY GRADEIN.
 FD CUTOFF-CARD-FILE.
 01 CUTOFF-CARD-REC.
   05 CARD-CUTOFF PIC X(3).
 FD HONOR-ROLL-FILE.
 01 HONOR-ROLL-REC.
   05 HON-STUDENT-ID PIC X(9).
   05 HON-TERM       PIC X(6).
   05 HON-SUBJECT    PIC X(6).
   05 HON-SCORE      PIC 9(3).
 WORKING-STORAGE SECTION.
*> RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.
    01 WS-GRADE-EOF PIC X(1) VALUE 'N'.
      88 GRADE-EOF-Y VALUE 'Y'.
    01 WS-CUTOFF PIC 9(3) VALUE 90.
*> THE FEED'S SCORES, HELD FOR THE MEDIAN AND THE RANK LIST
    01 WS-STU-COUNT PIC 9(4) COMP VALUE ZERO.
    01 WS-STU-MAX PIC 9(4) COMP VALUE 2000.
    01 WS-STU-IDX PIC 9(4) COMP.
      88 SORT-SWAPPED-Y VALUE 'Y'.
    01 WS-STUDENT-TABLE.
      05 WS-STU-ENTRY OCCURS 2000 TIMES.
        10 WS-STU-PAPER.
          15 WS-STU-TERM    PIC X(6).
          15 WS-STU-SUBJECT PIC X(6).
        10 WS-STU-ID    PIC X(9).
        10 WS-STU-SCORE PIC 9(3).
    01 WS-STU-SWAP-ENTRY.
      05 FILLER PIC X(12).
      05 FILLER PIC X(9).
      05 FILLER PIC 9(3).
*> ONE PAPER'S RUN OF THE SORTED TABLE
    01 WS-PAPER-START PIC 9(4) COMP.
    01 WS-PAPER-END PIC 9(4) COMP.
    01 WS-PAPER-SIZE PIC 9(4) COMP.
    01 WS-PAPER-COUNT PIC 9(4) VALUE ZERO.
    01 WS-PAPER-DONE PIC X(1).
      88 PAPER-DONE-Y VALUE 'Y'.
    01 WS-PAPER-LINE.
      05 FILLER PIC X(7) VALUE 'PAPER: '.
      05 PAP-TERM PIC X(6).
      05 FILLER PIC X(1) VALUE SPACE.
      05 PAP-SUBJECT PIC X(6).
      05 FILLER PIC X(3) VALUE SPACES.
      05 PAP-COUNT PIC ZZZ9.
      05 FILLER PIC X(9) VALUE ' STUDENTS'.
*> SAME LETTER-GRADE BANDS AS VARGRADE - A FAILING MARK IS AN F
    01 WS-MARK PIC 9(3).
      88 PASS VALUES ARE 041 THRU 100.
    PERFORM L-READ-CUTOFF-PARA.
    PERFORM M-OPEN-PARA.
    PERFORM N-READ-GRADE-PARA UNTIL GRADE-EOF-Y.
    PERFORM P-SORT-PARA.
    MOVE 1 TO WS-PAPER-START.
    PERFORM N1-ONE-PAPER-PARA UNTIL WS-PAPER-START > WS-STU-COUNT.
    PERFORM R-CLOSE-PARA.
    STOP RUN.

        NOT AT END
            IF WS-STU-COUNT < WS-STU-MAX
                ADD 1 TO WS-STU-COUNT
                MOVE GRADE-IN-TERM TO WS-STU-TERM(WS-STU-COUNT)
                MOVE GRADE-IN-SUBJECT TO WS-STU-SUBJECT(WS-STU-COUNT)
                MOVE GRADE-IN-STUDENT-ID TO WS-STU-ID(WS-STU-COUNT)
                MOVE GRADE-IN-SCORE TO WS-STU-SCORE(WS-STU-COUNT)
            ELSE
                DISPLAY 'GRADSTAT STUDENT TABLE FULL AT ' WS-STU-MAX
                MOVE 16 TO RETURN-CODE
            END-IF
    END-READ.

*> ONE PAPER - FIND THE END OF ITS RUN IN THE SORTED TABLE, THEN
*> THE STATISTICS AND THE RANK LIST FOR THAT RUN ALONE. EACH PAPER
*> STARTS ON A NEW PAGE.
    N1-ONE-PAPER-PARA.
    MOVE WS-PAPER-START TO WS-PAPER-END.
    MOVE 'N' TO WS-PAPER-DONE.
    PERFORM N2-EXTEND-PAPER-PARA UNTIL PAPER-DONE-Y.
    COMPUTE WS-PAPER-SIZE = WS-PAPER-END - WS-PAPER-START + 1.
    ADD 1 TO WS-PAPER-COUNT.
    MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
    MOVE WS-STU-TERM(WS-PAPER-START) TO PAP-TERM.
    MOVE WS-STU-SUBJECT(WS-PAPER-START) TO PAP-SUBJECT.
    MOVE WS-PAPER-SIZE TO PAP-COUNT.
    MOVE WS-PAPER-LINE TO RPT-DETAIL-STAGE.
    PERFORM RPT-PUT-PARA.
    PERFORM O-STATISTICS-PARA.
    PERFORM Q-RANK-LIST-PARA.
    COMPUTE WS-PAPER-START = WS-PAPER-END + 1.

    N2-EXTEND-PAPER-PARA.
    IF WS-PAPER-END >= WS-STU-COUNT
        SET PAPER-DONE-Y TO TRUE
    ELSE
        IF WS-STU-PAPER(WS-PAPER-END + 1)
                = WS-STU-PAPER(WS-PAPER-START)
            ADD 1 TO WS-PAPER-END
        ELSE
            SET PAPER-DONE-Y TO TRUE
        END-IF
    END-IF.

*> COUNT AND PERCENTAGE PER LETTER, THEN MEAN - THE MEDIAN NEEDS
*> THE SORTED RUN AND WAITS FOR THE RANK LIST
    O-STATISTICS-PARA.
    INITIALIZE WS-GRADE-COUNTS.
    MOVE ZERO TO WS-SCORE-SUM.
    MOVE ZERO TO WS-MEAN-SCORE.
    MOVE ZERO TO WS-MEDIAN-SCORE.
    PERFORM O2-TALLY-ONE-PARA
        VARYING WS-STU-IDX FROM WS-PAPER-START BY 1
        UNTIL WS-STU-IDX > WS-PAPER-END.
    MOVE 'GRADE DISTRIBUTION  ' TO STA-LABEL.
    MOVE 'A' TO STA-GRADE.
    MOVE WS-COUNT-A TO WS-GRADE-TALLY.
    MOVE 'F' TO STA-GRADE.
    MOVE WS-COUNT-F TO WS-GRADE-TALLY.
    PERFORM O1-GRADE-LINE-PARA.
    IF WS-PAPER-SIZE > ZERO
        COMPUTE WS-MEAN-SCORE ROUNDED = WS-SCORE-SUM / WS-PAPER-SIZE
    END-IF.
    MOVE 'MEAN SCORE          ' TO STA-LABEL.
    MOVE SPACE TO STA-GRADE.

    O1-GRADE-LINE-PARA.
    MOVE WS-GRADE-TALLY TO STA-COUNT.
    IF WS-PAPER-SIZE > ZERO
        COMPUTE WS-GRADE-PCT ROUNDED =
            WS-GRADE-TALLY * 100 / WS-PAPER-SIZE
    ELSE
        MOVE ZERO TO WS-GRADE-PCT
    END-IF.
    PERFORM RPT-PUT-PARA.
    MOVE SPACES TO STA-LABEL.

    O2-TALLY-ONE-PARA.
    ADD WS-STU-SCORE(WS-STU-IDX) TO WS-SCORE-SUM.
    MOVE WS-STU-SCORE(WS-STU-IDX) TO WS-MARK.
    IF PASS
        EVALUATE TRUE
            WHEN WS-MARK >= 90
                ADD 1 TO WS-COUNT-A
            WHEN WS-MARK >= 75
                ADD 1 TO WS-COUNT-B
            WHEN WS-MARK >= 60
                ADD 1 TO WS-COUNT-C
            WHEN OTHER
                ADD 1 TO WS-COUNT-D
        END-EVALUATE
    ELSE
        ADD 1 TO WS-COUNT-F
    END-IF.

*> BY PAPER, THEN HIGHEST SCORE FIRST - SIMPLE EXCHANGE SORT, THE CLASS TOPS OUT
*> AT A FEW HUNDRED STUDENTS
    P-SORT-PARA.
    IF WS-STU-COUNT < 2
    COMPUTE WS-SORT-LIM = WS-STU-COUNT - 1.
    PERFORM VARYING WS-STU-IDX FROM 1 BY 1
            UNTIL WS-STU-IDX > WS-SORT-LIM
        IF WS-STU-PAPER(WS-STU-IDX) > WS-STU-PAPER(WS-STU-IDX + 1)
         OR (WS-STU-PAPER(WS-STU-IDX) = WS-STU-PAPER(WS-STU-IDX + 1)
         AND WS-STU-SCORE(WS-STU-IDX) < WS-STU-SCORE(WS-STU-IDX + 1))
            MOVE WS-STU-ENTRY(WS-STU-IDX) TO WS-STU-SWAP-ENTRY
            MOVE WS-STU-ENTRY(WS-STU-IDX + 1)
                TO WS-STU-ENTRY(WS-STU-IDX)
        END-IF
    END-PERFORM.

*> THE MEDIAN OFF THE PAPER'S SORTED RUN, THEN THE RANK LIST - TIED
*> SCORES SHARE THE RANK OF THE FIRST OF THE TIE
    Q-RANK-LIST-PARA.
    IF WS-PAPER-SIZE > ZERO
        DIVIDE WS-PAPER-SIZE BY 2
            GIVING WS-MID-IDX REMAINDER WS-HALF-REM
        COMPUTE WS-MID-IDX = WS-MID-IDX + WS-PAPER-START - 1
        IF WS-HALF-REM = 1
            ADD 1 TO WS-MID-IDX
            MOVE WS-STU-SCORE(WS-MID-IDX) TO WS-MEDIAN-SCORE
    MOVE WS-STAT-LINE TO RPT-DETAIL-STAGE.
    PERFORM RPT-PUT-PARA.
    PERFORM Q1-ONE-RANK-PARA
        VARYING WS-STU-IDX FROM WS-PAPER-START BY 1
        UNTIL WS-STU-IDX > WS-PAPER-END.

    Q1-ONE-RANK-PARA.
    IF WS-STU-IDX = WS-PAPER-START
     OR WS-STU-SCORE(WS-STU-IDX) NOT = WS-PREV-SCORE
        COMPUTE WS-RANK = WS-STU-IDX - WS-PAPER-START + 1
    END-IF.
    MOVE WS-STU-SCORE(WS-STU-IDX) TO WS-PREV-SCORE.
    MOVE SPACES TO WS-RANK-LINE.
    IF WS-STU-SCORE(WS-STU-IDX) >= WS-CUTOFF
        ADD 1 TO WS-HONOR-COUNT
        MOVE WS-STU-ID(WS-STU-IDX) TO HON-STUDENT-ID
        MOVE WS-STU-TERM(WS-STU-IDX) TO HON-TERM
        MOVE WS-STU-SUBJECT(WS-STU-IDX) TO HON-SUBJECT
        MOVE WS-STU-SCORE(WS-STU-IDX) TO HON-SCORE
        WRITE HONOR-ROLL-REC
    END-IF.

    R-CLOSE-PARA.
    MOVE 'PAPER RESULTS RANKED' TO RPT-TOT-LABEL.
    MOVE WS-STU-COUNT TO RPT-TOT-COUNT.
    PERFORM RPT-GRAND-TOTAL-PARA.
    CLOSE GRADE-INPUT-FILE.
    CLOSE STAT-REPORT-FILE.
    CLOSE HONOR-ROLL-FILE.
    DISPLAY 'GRADSTAT STUDENTS ' WS-STU-COUNT
            ' PAPERS ' WS-PAPER-COUNT
            ' HONOR ROLL ' WS-HONOR-COUNT
            ' CUTOFF ' WS-CUTOFF.

