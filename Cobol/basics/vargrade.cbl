*> RETURN CODE, WITHOUT THE VARIABLE-TYPE DEMO DISPLAYS AND WITHOUT
*> BEING HELD HOSTAGE BY A LATE MAILING OR GROWTH FILE. VAR-COB1
*> KEEPS THE TEACHING COPY; THIS IS THE PRODUCTION STEP.
*> EACH GRADE RECORD IS ONE PAPER (TERM + SUBJECT - SEE GRADEIN.CPY)
*> AND EVERY GRADED PAPER IS POSTED TO THE TRANSCRIPT KSDS, SO A RUN
*> ADDS TO THE STUDENT'S RECORD INSTEAD OF BEING THROWN AWAY. A
*> RECORD WITH NO TERM OR SUBJECT CANNOT BE POSTED - IT IS LISTED,
*> SKIPPED AND THE STEP ENDS RC 4. A PAPER ALREADY RE-MARKED ON
*> APPEAL (GRADAPPL) KEEPS ITS AMENDED RESULT - A RERUN OF THE
*> ORIGINAL FEED MUST NOT QUIETLY UNDO AN AUDITED AMENDMENT.
IDENTIFICATION DIVISION.
PROGRAM-ID. VARGRADE.
ENVIRONMENT DIVISION.
     SELECT GRADE-REPORT-FILE ASSIGN TO GRADERPT
     ORGANIZATION IS SEQUENTIAL
     FILE STATUS WS-GRADE-RPT-STATUS.
     SELECT TRANSCRIPT-FILE ASSIGN TO TRANSDD
     ORGANIZATION IS INDEXED
     ACCESS MODE IS RANDOM
     RECORD KEY IS TR-KEY
     FILE STATUS WS-TRANS-STATUS.
DATA DIVISION.
 FILE SECTION.
 FD GRADE-INPUT-FILE.
    COPY GRADEIN.
 FD GRADE-REPORT-FILE RECORD CONTAINS 110 CHARACTERS.
 01 GRADE-REPORT-REC.
   05 RPT-STUDENT-ID   PIC X(9).
   05 FILLER           PIC X(2) VALUE SPACES.
   05 RPT-TERM          PIC X(6).
   05 FILLER           PIC X(2) VALUE SPACES.
   05 RPT-SUBJECT       PIC X(6).
   05 FILLER           PIC X(2) VALUE SPACES.
   05 RPT-SCORE         PIC 9(3).
   05 FILLER           PIC X(2) VALUE SPACES.
   05 RPT-PASS-FAIL     PIC X(4).
   05 FILLER           PIC X(2) VALUE SPACES.
   05 RPT-LETTER-GRADE  PIC X(1).
   05 FILLER           PIC X(2) VALUE SPACES.
   05 RPT-POSTING       PIC X(12).
*> FORMATTED PRINT LINE - SEE RPTHDG.CPY/RPTHDPRC.CPY
 01 RPT-PRINT-REC PIC X(110).
*> THE TRANSCRIPT MASTER - SEE TRANSCPT.CPY
 FD TRANSCRIPT-FILE.
    COPY TRANSCPT.
 WORKING-STORAGE SECTION.
*> RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.
    COPY RUNDATE.
      88 FAIL VALUES ARE 000 THRU 40.
    01 WS-GRADE-IN-STATUS  PIC X(2).
    01 WS-GRADE-RPT-STATUS PIC X(2).
    01 WS-TRANS-STATUS     PIC X(2).
      88 TRANS-OK VALUE '00'.
    01 WS-GRADE-EOF PIC X(1) VALUE 'N'.
      88 GRADE-EOF-N VALUE 'N'.
      88 GRADE-EOF-Y VALUE 'Y'.
    01 WS-GRADE-COUNTS.
      05 WS-PASS-COUNT PIC 9(5) VALUE ZERO.
      05 WS-FAIL-COUNT PIC 9(5) VALUE ZERO.
      05 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
      05 WS-REPLACED-COUNT PIC 9(5) VALUE ZERO.
      05 WS-UNPOSTED-COUNT PIC 9(5) VALUE ZERO.
      05 WS-KEPT-COUNT PIC 9(5) VALUE ZERO.
PROCEDURE DIVISION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE 'VARGRADE' TO RPT-PROGRAM-ID.
    MOVE SPACES TO RPT-COLUMN-LINE.
    MOVE 'STUDENT-ID' TO RPT-COLUMN-LINE(1:10).
    MOVE 'TERM' TO RPT-COLUMN-LINE(12:4).
    MOVE 'SUBJ' TO RPT-COLUMN-LINE(20:4).
    MOVE 'SCORE' TO RPT-COLUMN-LINE(28:5).
    MOVE 'P/F' TO RPT-COLUMN-LINE(35:3).
    MOVE 'GRADE' TO RPT-COLUMN-LINE(40:5).
    MOVE 'TRANSCRIPT' TO RPT-COLUMN-LINE(46:10).
    PERFORM I-OPEN-GRADE-PARA.
    PERFORM I-READ-GRADE-PARA UNTIL GRADE-EOF-Y.
    PERFORM I-CLOSE-GRADE-PARA.
    I-OPEN-GRADE-PARA.
    OPEN INPUT GRADE-INPUT-FILE.
    OPEN OUTPUT GRADE-REPORT-FILE.
    OPEN I-O TRANSCRIPT-FILE.
    IF WS-GRADE-IN-STATUS NOT = '00'
        DISPLAY 'VARGRADE ERROR OPENING GRADE INPUT FILE ' WS-GRADE-IN-STATUS
        MOVE 16 TO RETURN-CODE
        MOVE 16 TO RETURN-CODE
        SET GRADE-EOF-Y TO TRUE
    END-IF.
    IF NOT TRANS-OK
        DISPLAY 'VARGRADE ERROR OPENING TRANSCRIPT MASTER ' WS-TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        SET GRADE-EOF-Y TO TRUE
    END-IF.

    I-READ-GRADE-PARA.
    READ GRADE-INPUT-FILE
        NOT AT END
            MOVE GRADE-IN-SCORE TO WS-MARK
            MOVE GRADE-IN-STUDENT-ID TO RPT-STUDENT-ID
            MOVE GRADE-IN-TERM TO RPT-TERM
            MOVE GRADE-IN-SUBJECT TO RPT-SUBJECT
            MOVE GRADE-IN-SCORE TO RPT-SCORE
            IF PASS
                MOVE 'PASS' TO RPT-PASS-FAIL
                MOVE 'F' TO RPT-LETTER-GRADE
                ADD 1 TO WS-FAIL-COUNT
            END-IF
            PERFORM I-POST-TRANSCRIPT-PARA
            MOVE GRADE-REPORT-REC TO RPT-DETAIL-STAGE
            PERFORM RPT-PUT-PARA
    END-READ.

*> THE TRANSCRIPT UPSERT - FIRST SIGHT OF A PAPER WRITES IT, A RERUN OF
*> THE SAME PAPER REPLACES THE RESULT AND KEEPS FIRST-POSTED
    I-POST-TRANSCRIPT-PARA.
    IF GRADE-IN-TERM = SPACES OR GRADE-IN-SUBJECT = SPACES
        MOVE 'NOT POSTED' TO RPT-POSTING
        ADD 1 TO WS-UNPOSTED-COUNT
    ELSE
        MOVE GRADE-IN-STUDENT-ID TO TR-STUDENT-ID
        MOVE GRADE-IN-TERM TO TR-TERM
        MOVE GRADE-IN-SUBJECT TO TR-SUBJECT
        READ TRANSCRIPT-FILE
        EVALUATE TRUE
            WHEN TRANS-OK AND TR-AMENDED
                MOVE 'AMEND KEPT' TO RPT-POSTING
                ADD 1 TO WS-KEPT-COUNT
            WHEN TRANS-OK
                MOVE GRADE-IN-SCORE TO TR-SCORE
                MOVE RPT-PASS-FAIL TO TR-PASS-FAIL
                MOVE RPT-LETTER-GRADE TO TR-LETTER
                MOVE WS-RUN-DATE TO TR-LAST-POSTED
                REWRITE TRANSCRIPT-REC
                IF TRANS-OK
                    MOVE 'REPLACED' TO RPT-POSTING
                    ADD 1 TO WS-REPLACED-COUNT
                ELSE
                    DISPLAY 'VARGRADE TRANSCRIPT REWRITE FAILED ' WS-TRANS-STATUS
                            ' ' TR-KEY
                    MOVE 'NOT POSTED' TO RPT-POSTING
                    MOVE 8 TO RETURN-CODE
                END-IF
            WHEN OTHER
                MOVE SPACES TO TRANSCRIPT-REC
                MOVE GRADE-IN-STUDENT-ID TO TR-STUDENT-ID
                MOVE GRADE-IN-TERM TO TR-TERM
                MOVE GRADE-IN-SUBJECT TO TR-SUBJECT
                MOVE GRADE-IN-SCORE TO TR-SCORE
                MOVE RPT-PASS-FAIL TO TR-PASS-FAIL
                MOVE RPT-LETTER-GRADE TO TR-LETTER
                MOVE WS-RUN-DATE TO TR-FIRST-POSTED
                MOVE WS-RUN-DATE TO TR-LAST-POSTED
                MOVE 'N' TO TR-AMEND-FLAG
                MOVE ZERO TO TR-ORIG-SCORE
                MOVE ZERO TO TR-AMENDED-ON
                WRITE TRANSCRIPT-REC
                IF TRANS-OK
                    MOVE 'POSTED' TO RPT-POSTING
                    ADD 1 TO WS-POSTED-COUNT
                ELSE
                    DISPLAY 'VARGRADE TRANSCRIPT WRITE FAILED ' WS-TRANS-STATUS
                            ' ' TR-KEY
                    MOVE 'NOT POSTED' TO RPT-POSTING
                    MOVE 8 TO RETURN-CODE
                END-IF
        END-EVALUATE
    END-IF.

    I-CLOSE-GRADE-PARA.
    MOVE 'PAPERS GRADED       ' TO RPT-TOT-LABEL.
    COMPUTE RPT-TOT-COUNT = WS-PASS-COUNT + WS-FAIL-COUNT.
    PERFORM RPT-GRAND-TOTAL-PARA.
    CLOSE GRADE-INPUT-FILE.
    CLOSE GRADE-REPORT-FILE.
    CLOSE TRANSCRIPT-FILE.
    DISPLAY 'VARGRADE REPORT: PASS ' WS-PASS-COUNT ' FAIL ' WS-FAIL-COUNT.
    DISPLAY 'VARGRADE TRANSCRIPT: POSTED ' WS-POSTED-COUNT
            ' REPLACED ' WS-REPLACED-COUNT
            ' NOT POSTED ' WS-UNPOSTED-COUNT
            ' AMENDED KEPT ' WS-KEPT-COUNT.
    IF WS-UNPOSTED-COUNT > ZERO
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

*> SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.
    COPY RPTHDPRC.
