*> RE-MARK AND GRADE-APPEAL PROCESSING. A PAPER RE-MARKED AFTER AN
*> APPEAL USED TO MEAN FIXING GRADEDD AND RERUNNING ALL OF VARFEEDS,
*> WHICH RE-SENT EVERY STUDENT'S LETTER. THIS APPLIES A FILE OF
*> APPEAL TRANSACTIONS (STUDENT, PAPER, ORIGINAL AND REVISED SCORE,
*> WHO AUTHORISED IT AND WHY) DIRECTLY AGAINST THE TRANSCRIPT KSDS:
*>  - THE ORIGINAL SCORE MUST MATCH THE TRANSCRIPT, OR THE APPEAL IS
*>    STALE AND IS REJECTED UNTOUCHED
*>  - A REVISED SCORE RE-DERIVES PASS/FAIL AND THE LETTER GRADE
*>    (VARGRADE'S BANDS), FLAGS THE PAPER AMENDED AND KEEPS THE
*>    ORIGINAL MARK ON IT
*>  - EVERY AMENDMENT APPENDS ONE RECORD TO THE GRADE AMENDMENT
*>    AUDIT FILE - OLD AND NEW SCORE AND LETTER, AUTHORISER, REASON,
*>    DATE AND TIME. NO AUTHORISER OR NO REASON, NO AMENDMENT. THE
*>    RECORD IS WRITTEN BEFORE THE TRANSCRIPT IS CHANGED; IF IT CANNOT
*>    BE, THE APPEAL IS NOT APPLIED AND THE RUN ENDS RC 16
*>  - WHERE THE OUTCOME (PASS/FAIL OR LETTER) CHANGED, THE PAPER IS
*>    WRITTEN TO AMENDDD IN THE GRADEDD LAYOUT, AND GRADMERG RUN IN
*>    AMENDMENT MODE OFF THAT FILE CUTS AMENDED LETTERS FOR THOSE
*>    STUDENTS ONLY
*> EVERY APPEAL - APPLIED, UNCHANGED OR REJECTED - IS LISTED ON THE
*> APPEALS REPORT. ANY REJECTION ENDS THE STEP RC 4.
IDENTIFICATION DIVISION.
PROGRAM-ID. GRADAPPL.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT APPEAL-INPUT-FILE ASSIGN TO APPEALDD
     ORGANIZATION IS SEQUENTIAL
     FILE STATUS WS-APPEAL-STATUS.
     SELECT TRANSCRIPT-FILE ASSIGN TO TRANSDD
     ORGANIZATION IS INDEXED
     ACCESS MODE IS RANDOM
     RECORD KEY IS TR-KEY
     FILE STATUS WS-TRANS-STATUS.
     SELECT AMENDED-GRADE-FILE ASSIGN TO AMENDDD
     ORGANIZATION IS SEQUENTIAL
     FILE STATUS WS-AMEND-STATUS.
     SELECT GRADE-AUDIT-FILE ASSIGN TO GRADAUDT
     ORGANIZATION IS SEQUENTIAL
     FILE STATUS WS-AUDIT-STATUS.
     SELECT APPEAL-REPORT-FILE ASSIGN TO APPLRPT
     ORGANIZATION IS SEQUENTIAL
     FILE STATUS WS-APPL-RPT-STATUS.
DATA DIVISION.
 FILE SECTION.
*> ONE APPEAL PER RECORD, 80 BYTES
 FD APPEAL-INPUT-FILE.
 01 APPEAL-INPUT-REC.
   05 APL-STUDENT-ID    PIC X(9).
   05 APL-TERM          PIC X(6).
   05 APL-SUBJECT       PIC X(6).
   05 APL-ORIG-SCORE    PIC 9(3).
   05 APL-REVISED-SCORE PIC 9(3).
   05 APL-AUTHORISED-BY PIC X(8).
   05 APL-REASON        PIC X(40).
   05 FILLER            PIC X(5).
*> THE TRANSCRIPT MASTER - SEE TRANSCPT.CPY
 FD TRANSCRIPT-FILE.
    COPY TRANSCPT.
*> CHANGED-OUTCOME PAPERS, GRADEDD LAYOUT, FOR GRADMERG
 FD AMENDED-GRADE-FILE.
    COPY GRADEIN.
*> THE GRADE AMENDMENT AUDIT TRAIL - APPENDED, NEVER REWRITTEN.
*> 100 BYTES.
 FD GRADE-AUDIT-FILE.
 01 GRADE-AUDIT-REC.
   05 GAU-DATE          PIC 9(8).
   05 GAU-TIME          PIC 9(8).
   05 GAU-STUDENT-ID    PIC X(9).
   05 GAU-TERM          PIC X(6).
   05 GAU-SUBJECT       PIC X(6).
   05 GAU-OLD-SCORE     PIC 9(3).
   05 GAU-NEW-SCORE     PIC 9(3).
   05 GAU-OLD-LETTER    PIC X(1).
   05 GAU-NEW-LETTER    PIC X(1).
   05 GAU-OUTCOME       PIC X(1).
     88 GAU-OUTCOME-CHANGED VALUE 'C'.
     88 GAU-SCORE-ONLY      VALUE 'S'.
   05 GAU-AUTHORISED-BY PIC X(8).
   05 GAU-REASON        PIC X(40).
   05 FILLER            PIC X(6).
 FD APPEAL-REPORT-FILE RECORD CONTAINS 110 CHARACTERS.
*> FORMATTED PRINT LINE - SEE RPTHDG.CPY/RPTHDPRC.CPY
 01 RPT-PRINT-REC PIC X(110).
 WORKING-STORAGE SECTION.
*> RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.
    COPY RUNDATE.
*> SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.
    COPY RPTHDG.
    01 WS-APPEAL-STATUS   PIC X(2).
    01 WS-TRANS-STATUS    PIC X(2).
      88 TRANS-OK VALUE '00'.
    01 WS-AMEND-STATUS    PIC X(2).
    01 WS-AUDIT-STATUS    PIC X(2).
    01 WS-APPL-RPT-STATUS PIC X(2).
    01 WS-APPEAL-EOF PIC X(1) VALUE 'N'.
      88 APPEAL-EOF-Y VALUE 'Y'.
*> SAME LETTER-GRADE BANDS AS VARGRADE
    01 WS-MARK PIC 9(3).
      88 PASS VALUES ARE 041 THRU 100.
      88 FAIL VALUES ARE 000 THRU 40.
    01 WS-NEW-PASS-FAIL PIC X(4).
    01 WS-NEW-LETTER PIC X(1).
    01 WS-OLD-PASS-FAIL PIC X(4).
    01 WS-OLD-LETTER PIC X(1).
    01 WS-RESULT-TEXT PIC X(34).
    01 WS-APPEAL-COUNTS.
      05 WS-APPEAL-COUNT PIC 9(5) VALUE ZERO.
      05 WS-CHANGED-COUNT PIC 9(5) VALUE ZERO.
      05 WS-SCORE-ONLY-COUNT PIC 9(5) VALUE ZERO.
      05 WS-UNCHANGED-COUNT PIC 9(5) VALUE ZERO.
      05 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
    01 WS-APPEAL-LINE.
      05 APR-STUDENT-ID PIC X(9).
      05 FILLER PIC X(2) VALUE SPACES.
      05 APR-TERM PIC X(6).
      05 FILLER PIC X(2) VALUE SPACES.
      05 APR-SUBJECT PIC X(6).
      05 FILLER PIC X(2) VALUE SPACES.
      05 APR-OLD-SCORE PIC ZZ9.
      05 FILLER PIC X(1) VALUE SPACE.
      05 APR-OLD-LETTER PIC X(1).
      05 FILLER PIC X(3) VALUE SPACES.
      05 APR-NEW-SCORE PIC ZZ9.
      05 FILLER PIC X(1) VALUE SPACE.
      05 APR-NEW-LETTER PIC X(1).
      05 FILLER PIC X(3) VALUE SPACES.
      05 APR-AUTHORISED-BY PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 APR-RESULT PIC X(34).
PROCEDURE DIVISION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE 'GRADE APPEALS' TO RPT-TITLE.
    MOVE 'GRADAPPL' TO RPT-PROGRAM-ID.
    MOVE SPACES TO RPT-COLUMN-LINE.
    MOVE 'STUDENT-ID' TO RPT-COLUMN-LINE(1:10).
    MOVE 'TERM' TO RPT-COLUMN-LINE(12:4).
    MOVE 'SUBJ' TO RPT-COLUMN-LINE(20:4).
    MOVE 'WAS' TO RPT-COLUMN-LINE(28:3).
    MOVE 'NOW' TO RPT-COLUMN-LINE(36:3).
    MOVE 'AUTH BY' TO RPT-COLUMN-LINE(44:7).
    MOVE 'RESULT' TO RPT-COLUMN-LINE(54:6).
    PERFORM A-OPEN-PARA.
    PERFORM B-READ-APPEAL-PARA UNTIL APPEAL-EOF-Y.
    PERFORM F-CLOSE-PARA.
    STOP RUN.

    A-OPEN-PARA.
    OPEN INPUT APPEAL-INPUT-FILE.
    OPEN I-O TRANSCRIPT-FILE.
    OPEN OUTPUT AMENDED-GRADE-FILE.
    OPEN EXTEND GRADE-AUDIT-FILE.
    OPEN OUTPUT APPEAL-REPORT-FILE.
    IF WS-APPEAL-STATUS NOT = '00'
        DISPLAY 'GRADAPPL ERROR OPENING APPEALS ' WS-APPEAL-STATUS
        MOVE 16 TO RETURN-CODE
        SET APPEAL-EOF-Y TO TRUE
    END-IF.
    IF NOT TRANS-OK
        DISPLAY 'GRADAPPL ERROR OPENING TRANSCRIPT MASTER ' WS-TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        SET APPEAL-EOF-Y TO TRUE
    END-IF.
    IF WS-AMEND-STATUS NOT = '00'
        DISPLAY 'GRADAPPL ERROR OPENING AMENDED GRADES ' WS-AMEND-STATUS
        MOVE 16 TO RETURN-CODE
        SET APPEAL-EOF-Y TO TRUE
    END-IF.
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'GRADAPPL ERROR OPENING AMENDMENT AUDIT ' WS-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
        SET APPEAL-EOF-Y TO TRUE
    END-IF.
    IF WS-APPL-RPT-STATUS NOT = '00'
        DISPLAY 'GRADAPPL ERROR OPENING REPORT ' WS-APPL-RPT-STATUS
        MOVE 16 TO RETURN-CODE
        SET APPEAL-EOF-Y TO TRUE
    END-IF.

    B-READ-APPEAL-PARA.
    READ APPEAL-INPUT-FILE
        AT END
            SET APPEAL-EOF-Y TO TRUE
        NOT AT END
            ADD 1 TO WS-APPEAL-COUNT
            MOVE SPACES TO WS-APPEAL-LINE
            MOVE APL-STUDENT-ID TO APR-STUDENT-ID
            MOVE APL-TERM TO APR-TERM
            MOVE APL-SUBJECT TO APR-SUBJECT
            MOVE APL-AUTHORISED-BY TO APR-AUTHORISED-BY
            MOVE SPACES TO WS-RESULT-TEXT
            PERFORM C-EDIT-APPEAL-PARA
            IF WS-RESULT-TEXT = SPACES
                PERFORM D-APPLY-APPEAL-PARA
            END-IF
            MOVE WS-RESULT-TEXT TO APR-RESULT
            MOVE WS-APPEAL-LINE TO RPT-DETAIL-STAGE
            PERFORM RPT-PUT-PARA
    END-READ.

*> ANY EDIT FAILURE FILLS WS-RESULT-TEXT AND THE APPEAL IS REJECTED
*> BEFORE THE TRANSCRIPT IS TOUCHED
    C-EDIT-APPEAL-PARA.
    EVALUATE TRUE
        WHEN APL-STUDENT-ID = SPACES
         OR APL-TERM = SPACES
         OR APL-SUBJECT = SPACES
            MOVE 'REJECTED - PAPER NOT IDENTIFIED' TO WS-RESULT-TEXT
        WHEN APL-ORIG-SCORE NOT NUMERIC
         OR APL-REVISED-SCORE NOT NUMERIC
            MOVE 'REJECTED - SCORE NOT NUMERIC' TO WS-RESULT-TEXT
        WHEN APL-REVISED-SCORE > 100
            MOVE 'REJECTED - REVISED SCORE OVER 100' TO WS-RESULT-TEXT
        WHEN APL-AUTHORISED-BY = SPACES
            MOVE 'REJECTED - NO AUTHORISER' TO WS-RESULT-TEXT
        WHEN APL-REASON = SPACES
            MOVE 'REJECTED - NO REASON GIVEN' TO WS-RESULT-TEXT
        WHEN OTHER
            MOVE APL-STUDENT-ID TO TR-STUDENT-ID
            MOVE APL-TERM TO TR-TERM
            MOVE APL-SUBJECT TO TR-SUBJECT
            READ TRANSCRIPT-FILE
            IF NOT TRANS-OK
                MOVE 'REJECTED - PAPER NOT ON TRANSCRIPT' TO WS-RESULT-TEXT
            ELSE
                MOVE TR-SCORE TO APR-OLD-SCORE
                MOVE TR-LETTER TO APR-OLD-LETTER
                IF TR-SCORE NOT = APL-ORIG-SCORE
                    MOVE 'REJECTED - ORIGINAL SCORE MISMATCH'
                        TO WS-RESULT-TEXT
                END-IF
            END-IF
    END-EVALUATE.
    IF WS-RESULT-TEXT NOT = SPACES
        ADD 1 TO WS-REJECT-COUNT
    END-IF.

*> THE PAPER IS READ AND MATCHES. A REVISED SCORE EQUAL TO THE
*> ORIGINAL CHANGES NOTHING AND IS NOT AUDITED; ANY OTHER IS AUDITED
*> AND THEN APPLIED, AND ONLY A CHANGED OUTCOME CUTS AN AMENDED LETTER.
*> THE AUDIT RECORD IS WRITTEN BEFORE THE TRANSCRIPT IS TOUCHED - A
*> CHANGE THAT CANNOT BE PUT ON THE TRAIL IS NOT MADE
    D-APPLY-APPEAL-PARA.
    MOVE APL-REVISED-SCORE TO APR-NEW-SCORE.
    MOVE APL-REVISED-SCORE TO WS-MARK.
    IF PASS
        MOVE 'PASS' TO WS-NEW-PASS-FAIL
        EVALUATE TRUE
            WHEN WS-MARK >= 90
                MOVE 'A' TO WS-NEW-LETTER
            WHEN WS-MARK >= 75
                MOVE 'B' TO WS-NEW-LETTER
            WHEN WS-MARK >= 60
                MOVE 'C' TO WS-NEW-LETTER
            WHEN OTHER
                MOVE 'D' TO WS-NEW-LETTER
        END-EVALUATE
    ELSE
        MOVE 'FAIL' TO WS-NEW-PASS-FAIL
        MOVE 'F' TO WS-NEW-LETTER
    END-IF.
    MOVE WS-NEW-LETTER TO APR-NEW-LETTER.
    IF APL-REVISED-SCORE = TR-SCORE
        MOVE 'UNCHANGED - SAME SCORE' TO WS-RESULT-TEXT
        ADD 1 TO WS-UNCHANGED-COUNT
    ELSE
        MOVE TR-PASS-FAIL TO WS-OLD-PASS-FAIL
        MOVE TR-LETTER TO WS-OLD-LETTER
        PERFORM E-WRITE-AUDIT-PARA
        IF WS-AUDIT-STATUS NOT = '00'
            MOVE 'NOT APPLIED - AUDIT WRITE FAILED' TO WS-RESULT-TEXT
            ADD 1 TO WS-REJECT-COUNT
        ELSE
            PERFORM D1-AMEND-TRANSCRIPT-PARA
        END-IF
    END-IF.

*> THE AUDITED CHANGE GOES ON THE TRANSCRIPT, THEN THE LETTER REQUEST.
*> A REWRITE THAT FAILS NOW LEAVES AN AUDIT RECORD FOR A CHANGE NOT
*> MADE, SO THE RUN STOPS THERE FOR THE TRAIL TO BE RECONCILED
    D1-AMEND-TRANSCRIPT-PARA.
    IF NOT TR-AMENDED
        MOVE TR-SCORE TO TR-ORIG-SCORE
    END-IF.
    MOVE 'Y' TO TR-AMEND-FLAG.
    MOVE WS-RUN-DATE TO TR-AMENDED-ON.
    MOVE WS-RUN-DATE TO TR-LAST-POSTED.
    MOVE APL-REVISED-SCORE TO TR-SCORE.
    MOVE WS-NEW-PASS-FAIL TO TR-PASS-FAIL.
    MOVE WS-NEW-LETTER TO TR-LETTER.
    REWRITE TRANSCRIPT-REC.
    IF NOT TRANS-OK
        DISPLAY 'GRADAPPL TRANSCRIPT REWRITE FAILED ' WS-TRANS-STATUS
                ' ' TR-KEY
        DISPLAY 'GRADAPPL AUDIT RECORD WRITTEN FOR A CHANGE NOT APPLIED '
                TR-KEY
        MOVE 'NOT APPLIED - REWRITE FAILED' TO WS-RESULT-TEXT
        ADD 1 TO WS-REJECT-COUNT
        MOVE 16 TO RETURN-CODE
        SET APPEAL-EOF-Y TO TRUE
    ELSE
        IF GAU-OUTCOME-CHANGED
            MOVE APL-STUDENT-ID TO GRADE-IN-STUDENT-ID
            MOVE APL-TERM TO GRADE-IN-TERM
            MOVE APL-SUBJECT TO GRADE-IN-SUBJECT
            MOVE APL-REVISED-SCORE TO GRADE-IN-SCORE
            WRITE GRADE-INPUT-REC
            ADD 1 TO WS-CHANGED-COUNT
            IF WS-AMEND-STATUS NOT = '00'
                DISPLAY 'GRADAPPL AMENDED GRADE WRITE FAILED '
                        WS-AMEND-STATUS ' ' TR-KEY
                MOVE 'AMENDED - REGRADE NOT WRITTEN' TO WS-RESULT-TEXT
                MOVE 16 TO RETURN-CODE
                SET APPEAL-EOF-Y TO TRUE
            ELSE
                MOVE 'AMENDED - NEW LETTER' TO WS-RESULT-TEXT
            END-IF
        ELSE
            MOVE 'AMENDED - OUTCOME UNCHANGED' TO WS-RESULT-TEXT
            ADD 1 TO WS-SCORE-ONLY-COUNT
        END-IF
    END-IF.

*> THE AUDIT RECORD FOR ONE AMENDMENT. A FAILED WRITE STOPS THE RUN
*> RC 16 - NO LATER APPEAL IS APPLIED UNAUDITED EITHER
    E-WRITE-AUDIT-PARA.
    MOVE SPACES TO GRADE-AUDIT-REC.
    MOVE WS-RUN-DATE TO GAU-DATE.
    MOVE WS-RUN-TIME TO GAU-TIME.
    MOVE APL-STUDENT-ID TO GAU-STUDENT-ID.
    MOVE APL-TERM TO GAU-TERM.
    MOVE APL-SUBJECT TO GAU-SUBJECT.
    MOVE APL-ORIG-SCORE TO GAU-OLD-SCORE.
    MOVE APL-REVISED-SCORE TO GAU-NEW-SCORE.
    MOVE WS-OLD-LETTER TO GAU-OLD-LETTER.
    MOVE WS-NEW-LETTER TO GAU-NEW-LETTER.
    MOVE APL-AUTHORISED-BY TO GAU-AUTHORISED-BY.
    MOVE APL-REASON TO GAU-REASON.
    IF WS-NEW-PASS-FAIL NOT = WS-OLD-PASS-FAIL
     OR WS-NEW-LETTER NOT = WS-OLD-LETTER
        SET GAU-OUTCOME-CHANGED TO TRUE
    ELSE
        SET GAU-SCORE-ONLY TO TRUE
    END-IF.
    WRITE GRADE-AUDIT-REC.
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'GRADAPPL AUDIT WRITE FAILED ' WS-AUDIT-STATUS
                ' ' TR-KEY
        MOVE 16 TO RETURN-CODE
        SET APPEAL-EOF-Y TO TRUE
    END-IF.

    F-CLOSE-PARA.
    MOVE 'APPEALS PROCESSED   ' TO RPT-TOT-LABEL.
    MOVE WS-APPEAL-COUNT TO RPT-TOT-COUNT.
    PERFORM RPT-GRAND-TOTAL-PARA.
    CLOSE APPEAL-INPUT-FILE.
    CLOSE TRANSCRIPT-FILE.
    CLOSE AMENDED-GRADE-FILE.
    CLOSE GRADE-AUDIT-FILE.
    CLOSE APPEAL-REPORT-FILE.
    DISPLAY 'GRADAPPL APPEALS ' WS-APPEAL-COUNT
            ' NEW LETTER ' WS-CHANGED-COUNT
            ' SCORE ONLY ' WS-SCORE-ONLY-COUNT
            ' UNCHANGED ' WS-UNCHANGED-COUNT
            ' REJECTED ' WS-REJECT-COUNT.
    IF WS-REJECT-COUNT > ZERO
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

*> SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.
    COPY RPTHDPRC.
