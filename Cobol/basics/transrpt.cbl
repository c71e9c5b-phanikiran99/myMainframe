*> STUDENT TRANSCRIPT REPORT - THE TRANSCRIPT KSDS THAT VARGRADE
*> POSTS EVERY GRADING RUN INTO, PRINTED ONE STUDENT PER PAGE IN KEY
*> ORDER (STUDENT, TERM, SUBJECT). EACH TERM LISTS ITS SUBJECTS WITH
*> SCORE, PASS/FAIL AND LETTER GRADE (VARGRADE'S BANDS, AS POSTED),
*> THEN THE TERM AVERAGE AND THE CUMULATIVE AVERAGE OVER EVERY
*> PAPER SO FAR, EACH WITH THE LETTER ITS AVERAGE EARNS. A PAPER
*> RE-MARKED ON APPEAL SHOWS ITS ORIGINAL MARK BESIDE IT. AN OPTIONAL
*> STUCARD NAMING ONE STUDENT-ID PRINTS THAT STUDENT ONLY - THE
*> OFFICE'S TRANSCRIPT-ON-REQUEST RUN.
IDENTIFICATION DIVISION.
PROGRAM-ID. TRANSRPT.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT TRANSCRIPT-FILE ASSIGN TO TRANSDD
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS TR-KEY
     FILE STATUS WS-TRANS-STATUS.
     SELECT OPTIONAL STUDENT-CARD-FILE ASSIGN TO STUCARD
     ORGANIZATION IS SEQUENTIAL
     FILE STATUS WS-CARD-STATUS.
     SELECT TRANS-REPORT-FILE ASSIGN TO TRANSRPT
     ORGANIZATION IS SEQUENTIAL
     FILE STATUS WS-TRANS-RPT-STATUS.
DATA DIVISION.
 FILE SECTION.
*> THE TRANSCRIPT MASTER - SEE TRANSCPT.CPY
 FD TRANSCRIPT-FILE.
    COPY TRANSCPT.
 FD STUDENT-CARD-FILE.
 01 STUDENT-CARD-REC.
   05 CARD-STUDENT-ID PIC X(9).
 FD TRANS-REPORT-FILE RECORD CONTAINS 110 CHARACTERS.
*> FORMATTED PRINT LINE - SEE RPTHDG.CPY/RPTHDPRC.CPY
 01 RPT-PRINT-REC PIC X(110).
 WORKING-STORAGE SECTION.
*> RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.
    COPY RUNDATE.
*> SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.
    COPY RPTHDG.
    01 WS-TRANS-STATUS     PIC X(2).
      88 TRANS-OK VALUE '00'.
    01 WS-CARD-STATUS      PIC X(2).
    01 WS-TRANS-RPT-STATUS PIC X(2).
    01 WS-TRANS-EOF PIC X(1) VALUE 'N'.
      88 TRANS-EOF-Y VALUE 'Y'.
*> SPACES = EVERY STUDENT ON THE MASTER
    01 WS-SELECT-ID PIC X(9) VALUE SPACES.
    01 WS-CUR-STUDENT PIC X(9) VALUE SPACES.
    01 WS-CUR-TERM PIC X(6) VALUE SPACES.
    01 WS-TERM-SUM PIC 9(5) VALUE ZERO.
    01 WS-TERM-PAPERS PIC 9(3) VALUE ZERO.
    01 WS-CUM-SUM PIC 9(7) VALUE ZERO.
    01 WS-CUM-PAPERS PIC 9(4) VALUE ZERO.
    01 WS-AVERAGE PIC 9(3)V9.
    01 WS-AVG-LETTER PIC X(1).
    01 WS-STUDENT-COUNT PIC 9(5) VALUE ZERO.
    01 WS-PAPER-COUNT PIC 9(7) VALUE ZERO.
    01 WS-STUDENT-LINE.
      05 FILLER PIC X(9) VALUE 'STUDENT: '.
      05 STL-STUDENT-ID PIC X(9).
    01 WS-DETAIL-LINE.
      05 DTL-TERM PIC X(6).
      05 FILLER PIC X(3) VALUE SPACES.
      05 DTL-SUBJECT PIC X(6).
      05 FILLER PIC X(3) VALUE SPACES.
      05 DTL-SCORE PIC ZZ9.
      05 FILLER PIC X(3) VALUE SPACES.
      05 DTL-PASS-FAIL PIC X(4).
      05 FILLER PIC X(3) VALUE SPACES.
      05 DTL-LETTER PIC X(1).
      05 FILLER PIC X(3) VALUE SPACES.
      05 DTL-AMEND-NOTE PIC X(13).
      05 DTL-ORIG-SCORE PIC ZZ9.
    01 WS-AVERAGE-LINE.
      05 FILLER PIC X(9) VALUE SPACES.
      05 FILLER PIC X(14) VALUE 'TERM AVERAGE  '.
      05 AVL-TERM-AVG PIC ZZ9.9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 AVL-TERM-LETTER PIC X(1).
      05 FILLER PIC X(4) VALUE SPACES.
      05 FILLER PIC X(20) VALUE 'CUMULATIVE AVERAGE  '.
      05 AVL-CUM-AVG PIC ZZ9.9.
      05 FILLER PIC X(2) VALUE SPACES.
      05 AVL-CUM-LETTER PIC X(1).
PROCEDURE DIVISION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE 'STUDENT TRANSCRIPT' TO RPT-TITLE.
    MOVE 'TRANSRPT' TO RPT-PROGRAM-ID.
    MOVE SPACES TO RPT-COLUMN-LINE.
    MOVE 'TERM' TO RPT-COLUMN-LINE(1:4).
    MOVE 'SUBJ' TO RPT-COLUMN-LINE(10:4).
    MOVE 'SCORE' TO RPT-COLUMN-LINE(18:5).
    MOVE 'P/F' TO RPT-COLUMN-LINE(25:3).
    MOVE 'GRADE' TO RPT-COLUMN-LINE(31:5).
    PERFORM A-READ-CARD-PARA.
    PERFORM B-OPEN-PARA.
    PERFORM C-READ-TRANS-PARA UNTIL TRANS-EOF-Y.
    IF WS-CUR-STUDENT NOT = SPACES
        PERFORM D-END-TERM-PARA
    END-IF.
    PERFORM F-CLOSE-PARA.
    STOP RUN.

    A-READ-CARD-PARA.
    OPEN INPUT STUDENT-CARD-FILE.
    IF WS-CARD-STATUS = '00'
        READ STUDENT-CARD-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE CARD-STUDENT-ID TO WS-SELECT-ID
        END-READ
    END-IF.
    CLOSE STUDENT-CARD-FILE.

*> A SELECTED STUDENT STARTS THE BROWSE AT THEIR FIRST PAPER
    B-OPEN-PARA.
    OPEN INPUT TRANSCRIPT-FILE.
    OPEN OUTPUT TRANS-REPORT-FILE.
    IF NOT TRANS-OK
        DISPLAY 'TRANSRPT ERROR OPENING TRANSCRIPT MASTER ' WS-TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        SET TRANS-EOF-Y TO TRUE
    END-IF.
    IF WS-TRANS-RPT-STATUS NOT = '00'
        DISPLAY 'TRANSRPT ERROR OPENING REPORT ' WS-TRANS-RPT-STATUS
        MOVE 16 TO RETURN-CODE
        SET TRANS-EOF-Y TO TRUE
    END-IF.
    IF WS-SELECT-ID NOT = SPACES AND NOT TRANS-EOF-Y
        MOVE LOW-VALUES TO TR-KEY
        MOVE WS-SELECT-ID TO TR-STUDENT-ID
        START TRANSCRIPT-FILE KEY IS NOT LESS THAN TR-KEY
            INVALID KEY
                SET TRANS-EOF-Y TO TRUE
        END-START
    END-IF.

*> CONTROL BREAKS ON STUDENT, THEN TERM - THE KEY ORDER IS THE
*> TRANSCRIPT ORDER
    C-READ-TRANS-PARA.
    READ TRANSCRIPT-FILE NEXT RECORD
        AT END
            SET TRANS-EOF-Y TO TRUE
        NOT AT END
            IF WS-SELECT-ID NOT = SPACES
             AND TR-STUDENT-ID NOT = WS-SELECT-ID
                SET TRANS-EOF-Y TO TRUE
            ELSE
                PERFORM C1-ONE-PAPER-PARA
            END-IF
    END-READ.

    C1-ONE-PAPER-PARA.
    IF TR-STUDENT-ID NOT = WS-CUR-STUDENT
        IF WS-CUR-STUDENT NOT = SPACES
            PERFORM D-END-TERM-PARA
        END-IF
        PERFORM E-NEW-STUDENT-PARA
    ELSE
        IF TR-TERM NOT = WS-CUR-TERM
            PERFORM D-END-TERM-PARA
            MOVE TR-TERM TO WS-CUR-TERM
        END-IF
    END-IF.
    MOVE SPACES TO WS-DETAIL-LINE.
    MOVE TR-TERM TO DTL-TERM.
    MOVE TR-SUBJECT TO DTL-SUBJECT.
    MOVE TR-SCORE TO DTL-SCORE.
    MOVE TR-PASS-FAIL TO DTL-PASS-FAIL.
    MOVE TR-LETTER TO DTL-LETTER.
    IF TR-AMENDED
        MOVE 'AMENDED, WAS ' TO DTL-AMEND-NOTE
        MOVE TR-ORIG-SCORE TO DTL-ORIG-SCORE
    END-IF.
    MOVE WS-DETAIL-LINE TO RPT-DETAIL-STAGE.
    PERFORM RPT-PUT-PARA.
    ADD TR-SCORE TO WS-TERM-SUM.
    ADD 1 TO WS-TERM-PAPERS.
    ADD TR-SCORE TO WS-CUM-SUM.
    ADD 1 TO WS-CUM-PAPERS.
    ADD 1 TO WS-PAPER-COUNT.

*> TERM AVERAGE, AND THE CUMULATIVE AVERAGE AS IT STANDS AT THE END
*> OF THE TERM - BOTH ROUNDED TO ONE DECIMAL
    D-END-TERM-PARA.
    MOVE ZERO TO WS-AVERAGE.
    IF WS-TERM-PAPERS > ZERO
        COMPUTE WS-AVERAGE ROUNDED = WS-TERM-SUM / WS-TERM-PAPERS
    END-IF.
    PERFORM D1-AVERAGE-LETTER-PARA.
    MOVE WS-AVERAGE TO AVL-TERM-AVG.
    MOVE WS-AVG-LETTER TO AVL-TERM-LETTER.
    MOVE ZERO TO WS-AVERAGE.
    IF WS-CUM-PAPERS > ZERO
        COMPUTE WS-AVERAGE ROUNDED = WS-CUM-SUM / WS-CUM-PAPERS
    END-IF.
    PERFORM D1-AVERAGE-LETTER-PARA.
    MOVE WS-AVERAGE TO AVL-CUM-AVG.
    MOVE WS-AVG-LETTER TO AVL-CUM-LETTER.
    MOVE WS-AVERAGE-LINE TO RPT-DETAIL-STAGE.
    PERFORM RPT-PUT-PARA.
    MOVE SPACES TO RPT-DETAIL-STAGE.
    PERFORM RPT-PUT-PARA.
    MOVE ZERO TO WS-TERM-SUM.
    MOVE ZERO TO WS-TERM-PAPERS.

*> VARGRADE'S BANDS APPLIED TO AN AVERAGE - BELOW 41 IS AN F
    D1-AVERAGE-LETTER-PARA.
    EVALUATE TRUE
        WHEN WS-AVERAGE >= 90
            MOVE 'A' TO WS-AVG-LETTER
        WHEN WS-AVERAGE >= 75
            MOVE 'B' TO WS-AVG-LETTER
        WHEN WS-AVERAGE >= 60
            MOVE 'C' TO WS-AVG-LETTER
        WHEN WS-AVERAGE >= 41
            MOVE 'D' TO WS-AVG-LETTER
        WHEN OTHER
            MOVE 'F' TO WS-AVG-LETTER
    END-EVALUATE.

*> EVERY STUDENT STARTS A NEW PAGE
    E-NEW-STUDENT-PARA.
    MOVE TR-STUDENT-ID TO WS-CUR-STUDENT.
    MOVE TR-TERM TO WS-CUR-TERM.
    MOVE ZERO TO WS-CUM-SUM.
    MOVE ZERO TO WS-CUM-PAPERS.
    ADD 1 TO WS-STUDENT-COUNT.
    MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
    MOVE TR-STUDENT-ID TO STL-STUDENT-ID.
    MOVE WS-STUDENT-LINE TO RPT-DETAIL-STAGE.
    PERFORM RPT-PUT-PARA.
    MOVE SPACES TO RPT-DETAIL-STAGE.
    PERFORM RPT-PUT-PARA.

    F-CLOSE-PARA.
    MOVE 'STUDENTS REPORTED   ' TO RPT-TOT-LABEL.
    MOVE WS-STUDENT-COUNT TO RPT-TOT-COUNT.
    PERFORM RPT-GRAND-TOTAL-PARA.
    CLOSE TRANSCRIPT-FILE.
    CLOSE TRANS-REPORT-FILE.
    DISPLAY 'TRANSRPT STUDENTS ' WS-STUDENT-COUNT
            ' PAPERS ' WS-PAPER-COUNT.
    IF WS-SELECT-ID NOT = SPACES AND WS-STUDENT-COUNT = ZERO
        DISPLAY 'TRANSRPT STUDENT NOT ON TRANSCRIPT MASTER ' WS-SELECT-ID
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

*> SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.
    COPY RPTHDPRC.
