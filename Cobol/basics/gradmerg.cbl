*> MERGED RESULT-LETTER FEED - THE JOIN BETWEEN THE GRADING RUN AND
*> THE MAILING-LABEL FEED. VARGRADE KNOWS EACH STUDENT-ID'S SCORE
*> AND VARMAIL KNOWS HOW TO ADDRESS A LABEL, BUT MAILING RESULTS
*> STILL MEANT HAND-MATCHING TWO REPORTS. THIS MATCHES THE GRADE
*> FEED AGAINST THE STUDENT MASTER KSDS (STUMAST.CPY) AND PRODUCES
*> ONE RESULT-LETTER RECORD PER MATCHED STUDENT - THE SAME COMPLETE
*> MULTI-LINE POSTAL LABEL VARMAIL WRITES (STULABEL.CPY) PLUS SCORE,
*> PASS/FAIL AND LETTER GRADE (VARGRADE'S OWN BANDS). UNMATCHED IDS
*> FROM EITHER SIDE GO TO THE EXCEPTIONS REPORT, SO NO STUDENT
*> SILENTLY GETS NO LETTER. A WITHDRAWN STUDENT GETS NO LETTER AND
*> IS NOT SWEPT AS UNGRADED (LISTED, NOT AN ERROR); A STUDENT WITH
*> NO COMPLETE ADDRESS GETS NO LETTER AND IS AN EXCEPTION, AS IS ONE
*> WHOSE PIN IS NOT ON THE POSTAL PIN DIRECTORY OR DOES NOT DELIVER
*> TO THE ADDRESS'S STATE (THE SHARED PIN-CHECK-PARA, SAME AS
*> VARMAIL). THE LETTERS ARE PRESORTED FOR THE BULK-MAIL DISCOUNT -
*> PIN ORDER, A BUNDLE HEADER WITH ITS PIECE COUNT AT EACH PIN BREAK
*> (MAILBNDL.CPY). A STUDENT WHOSE ADDRESS IS ON RETURNED-MAIL HOLD
*> (MAILRETN) GETS NO LETTER UNTIL STUMNT CHANGES THE ADDRESS - THE
*> HOLD IS LISTED ON THE EXCEPTIONS REPORT BUT DOES NOT RAISE RC.
*> A LETTER COVERS THE WHOLE TERM, NOT THE ONE SCORE ON THE FEED:
*> EVERY STUDENT/TERM GRADED IN THIS RUN GETS ONE LETTER CARRYING
*> EVERY SUBJECT ON THE TRANSCRIPT FOR THAT TERM (VARGRADE HAS
*> ALREADY POSTED THIS RUN'S PAPERS), THE TERM AVERAGE AND THE
*> CUMULATIVE AVERAGE OVER EVERY TERM UP TO AND INCLUDING IT.
*> AN 'A' IN COLUMN 1 OF THE OPTIONAL LTRCARD MAKES IT AN AMENDMENT
*> RUN: GRADEDD IS THEN GRADAPPL'S CHANGED-OUTCOME FILE, THE
*> LETTERS ARE MARKED AMENDED, AND THE ON-MASTER-BUT-NOT-GRADED
*> SWEEP IS SKIPPED (EVERY OTHER STUDENT WOULD TRIP IT).
IDENTIFICATION DIVISION.
PROGRAM-ID. GRADMERG.
ENVIRONMENT DIVISION.
     ORGANIZATION IS SEQUENTIAL
     FILE STATUS WS-GRADE-IN-STATUS.
     SELECT STUDENT-MASTER-FILE ASSIGN TO STUMSTDD
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS STU-ID
     FILE STATUS WS-MASTER-STATUS.
     SELECT RESULT-LETTER-FILE ASSIGN TO LETTERDD
     ORGANIZATION IS SEQUENTIAL
     FILE STATUS WS-LETTER-STATUS.
     SELECT OPTIONAL LETTER-CARD-FILE ASSIGN TO LTRCARD
     ORGANIZATION IS SEQUENTIAL
     FILE STATUS WS-CARD-STATUS.
     SELECT EXCEPTION-RPT-FILE ASSIGN TO EXCPTDD
     ORGANIZATION IS SEQUENTIAL
     FILE STATUS WS-EXCPT-STATUS.
     SELECT TRANSCRIPT-FILE ASSIGN TO TRANSDD
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS TR-KEY
     FILE STATUS WS-TRANS-STATUS.
     SELECT PIN-DIRECTORY-FILE ASSIGN TO PINDIRDD
     ORGANIZATION IS INDEXED
     ACCESS MODE IS RANDOM
     RECORD KEY IS PD-PIN
     FILE STATUS PC-DIR-STATUS.
     SELECT LETTER-SORT-FILE ASSIGN TO SORTWK01.
DATA DIVISION.
 FILE SECTION.
 FD GRADE-INPUT-FILE.
    COPY GRADEIN.
*> THE STUDENT MASTER - SEE STUMAST.CPY
 FD STUDENT-MASTER-FILE.
    COPY STUMAST.
*> BUNDLE HEADERS AND LETTERS, PIN ORDER - SEE MAILBNDL.CPY; THE
*> LETTER ITSELF IS LAID OUT UNDER LETTER-SORT-FILE BELOW
 FD RESULT-LETTER-FILE.
 01 RESULT-LETTER-REC.
   05 LTR-REC-TYPE   PIC X(1).
   05 LTR-REC-BODY   PIC X(475).
 FD LETTER-CARD-FILE.
 01 LETTER-CARD-REC.
   05 CARD-RUN-MODE PIC X(1).
*> THE TRANSCRIPT MASTER - SEE TRANSCPT.CPY
 FD TRANSCRIPT-FILE.
    COPY TRANSCPT.
*> THE POSTAL PIN DIRECTORY - SEE PINDIR.CPY
 FD PIN-DIRECTORY-FILE.
    COPY PINDIR.
 FD EXCEPTION-RPT-FILE.
 01 EXCEPTION-RPT-REC.
   05 EXC-STUDENT-ID PIC X(9).
   05 FILLER         PIC X(2).
   05 EXC-TEXT       PIC X(30).
   05 FILLER         PIC X(2).
   05 EXC-DETAIL     PIC X(40).
*> ONE RESULT LETTER PER MATCHED STUDENT AND TERM - VARMAIL'S POSTAL
*> LABEL (STULABEL.CPY) IN FRONT, THE TERM'S RESULTS BEHIND. UP TO
*> TEN SUBJECTS; UNUSED SLOTS ARE SPACES. THE LETTER IS 475 BYTES,
*> SORTED ON THE PIN AND STUDENT-ID IN FRONT OF IT.
 SD LETTER-SORT-FILE.
 01 LETTER-SORT-REC.
   05 SRT-PIN        PIC 9(6).
   05 SRT-STUDENT-ID PIC X(9).
   05 SRT-LETTER.
     10 LTR-LABEL      PIC X(316).
     10 LTR-TERM       PIC X(6).
     10 LTR-SUBJECT-COUNT PIC 9(2).
     10 LTR-SUBJECT-ENTRY OCCURS 10 TIMES.
       15 LTR-SUBJECT    PIC X(6).
       15 LTR-SCORE      PIC 9(3).
       15 LTR-PASS-FAIL  PIC X(4).
       15 LTR-LETTER     PIC X(1).
     10 LTR-TERM-AVERAGE PIC 9(3)V9.
     10 LTR-TERM-LETTER  PIC X(1).
     10 LTR-CUM-AVERAGE  PIC 9(3)V9.
     10 LTR-CUM-LETTER   PIC X(1).
     10 LTR-KIND         PIC X(1).
       88 LTR-ORIGINAL   VALUE 'O'.
       88 LTR-AMENDED    VALUE 'A'.
 WORKING-STORAGE SECTION.
    01 WS-GRADE-IN-STATUS PIC X(2).
    01 WS-MASTER-STATUS   PIC X(2).
    01 WS-LETTER-STATUS   PIC X(2).
    01 WS-EXCPT-STATUS    PIC X(2).
    01 WS-TRANS-STATUS    PIC X(2).
      88 TRANS-OK VALUE '00'.
    01 WS-CARD-STATUS     PIC X(2).
    01 WS-RUN-MODE PIC X(1) VALUE 'O'.
      88 AMENDMENT-RUN VALUE 'A'.
    01 WS-SORT-EOF PIC X(1) VALUE 'N'.
      88 SORT-EOF-Y VALUE 'Y'.
    01 WS-GRADE-EOF PIC X(1) VALUE 'N'.
      88 GRADE-EOF-Y VALUE 'Y'.
    01 WS-MASTER-EOF PIC X(1) VALUE 'N'.
    01 WS-MARK PIC 9(3).
      88 PASS VALUES ARE 041 THRU 100.
      88 FAIL VALUES ARE 000 THRU 40.
*> SAME POSTAL LABEL, PIN CHECK AND BUNDLING AS VARMAIL - SEE
*> STULABEL.CPY, PINCHKWS.CPY AND MAILBNDL.CPY
    COPY STULABEL.
    COPY PINCHKWS.
    COPY MAILBNDL.
*> THE STUDENT MASTER, HELD FOR THE MATCH - ONE SLOT PER STUDENT;
*> THE ADDRESS IS READ BACK BY KEY WHEN THE LETTER IS CUT
    01 WS-MST-COUNT PIC 9(4) COMP VALUE ZERO.
    01 WS-MST-MAX PIC 9(4) COMP VALUE 2000.
    01 WS-MST-IDX PIC 9(4) COMP.
    01 WS-MASTER-TABLE.
      05 WS-MST-ENTRY OCCURS 2000 TIMES.
        10 WS-MST-ID      PIC X(9).
        10 WS-MST-STATUS  PIC X(1).
        10 WS-MST-MATCHED PIC X(1).
*> THE STUDENT/TERMS GRADED IN THIS RUN - ONE LETTER EACH, CUT
*> AFTER THE FEED IS READ SO A TERM SPREAD ACROSS SEVERAL FEED
*> RECORDS STILL GETS ONE LETTER
    01 WS-REQ-COUNT PIC 9(4) COMP VALUE ZERO.
    01 WS-REQ-MAX PIC 9(4) COMP VALUE 2000.
    01 WS-REQ-IDX PIC 9(4) COMP.
    01 WS-REQ-FOUND PIC X(1).
      88 REQ-FOUND-Y VALUE 'Y'.
    01 WS-REQ-TABLE.
      05 WS-REQ-ENTRY OCCURS 2000 TIMES.
        10 WS-REQ-SLOT PIC 9(4) COMP.
        10 WS-REQ-TERM PIC X(6).
*> ONE STUDENT'S TRANSCRIPT WALK FOR A LETTER
    01 WS-TRANS-EOF PIC X(1).
      88 TRANS-EOF-Y VALUE 'Y'.
    01 WS-TERM-SUM PIC 9(5).
    01 WS-TERM-PAPERS PIC 9(3).
    01 WS-CUM-SUM PIC 9(7).
    01 WS-CUM-PAPERS PIC 9(4).
    01 WS-SUBJ-IDX PIC 9(2).
    01 WS-AVERAGE PIC 9(3)V9.
    01 WS-AVG-LETTER PIC X(1).
*> ONE BUNDLE'S LETTERS, HELD UNTIL THE PIN BREAK SO THE HEADER CAN
*> CARRY THE PIECE COUNT - A FULL BUNDLE GOES OUT AND THE PIN
*> CARRIES ON IN THE NEXT ONE
    01 WS-BDL-COUNT PIC 9(4) COMP VALUE ZERO.
    01 WS-BDL-MAX PIC 9(4) COMP VALUE 500.
    01 WS-BDL-IDX PIC 9(4) COMP.
    01 WS-BDL-PIN PIC 9(6).
    01 WS-BUNDLE-TABLE.
      05 WS-BDL-PIECE PIC X(475) OCCURS 500 TIMES.
    01 WS-BUNDLE-COUNT PIC 9(4) VALUE ZERO.
    01 WS-OVERFLOW-COUNT PIC 9(5) VALUE ZERO.
    01 WS-NOTERM-COUNT PIC 9(5) VALUE ZERO.
    01 WS-LETTER-COUNT PIC 9(5) VALUE ZERO.
    01 WS-NOMASTER-COUNT PIC 9(5) VALUE ZERO.
    01 WS-NOGRADE-COUNT PIC 9(5) VALUE ZERO.
    01 WS-WITHDRAWN-COUNT PIC 9(5) VALUE ZERO.
    01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
    01 WS-NOADDR-COUNT PIC 9(5) VALUE ZERO.
    01 WS-BADPIN-COUNT PIC 9(5) VALUE ZERO.
PROCEDURE DIVISION.
    PERFORM R-READ-CARD-PARA.
    PERFORM S-OPEN-PARA.
    PERFORM T-LOAD-MASTER-PARA UNTIL MASTER-EOF-Y.
    PERFORM U-READ-GRADE-PARA UNTIL GRADE-EOF-Y.
    IF RETURN-CODE < 16
        SORT LETTER-SORT-FILE
            ON ASCENDING KEY SRT-PIN SRT-STUDENT-ID LTR-TERM
            INPUT PROCEDURE IS V0-CUT-LETTERS-PARA
            OUTPUT PROCEDURE IS Y-BUNDLE-LETTERS-PARA
        IF SORT-RETURN NOT = ZERO
            DISPLAY 'GRADMERG SORT FAILED ' SORT-RETURN
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.
    IF NOT AMENDMENT-RUN
        PERFORM W-SWEEP-UNGRADED-PARA
    END-IF.
    PERFORM X-CLOSE-PARA.
    STOP RUN.

    R-READ-CARD-PARA.
    OPEN INPUT LETTER-CARD-FILE.
    IF WS-CARD-STATUS = '00'
        READ LETTER-CARD-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CARD-RUN-MODE = 'A'
                    MOVE 'A' TO WS-RUN-MODE
                END-IF
        END-READ
    END-IF.
    CLOSE LETTER-CARD-FILE.

    S-OPEN-PARA.
    OPEN INPUT GRADE-INPUT-FILE.
    OPEN INPUT STUDENT-MASTER-FILE.
    OPEN OUTPUT RESULT-LETTER-FILE.
    OPEN OUTPUT EXCEPTION-RPT-FILE.
    OPEN INPUT TRANSCRIPT-FILE.
    OPEN INPUT PIN-DIRECTORY-FILE.
    IF WS-GRADE-IN-STATUS NOT = '00'
        DISPLAY 'GRADMERG ERROR OPENING GRADE INPUT ' WS-GRADE-IN-STATUS
        MOVE 16 TO RETURN-CODE
        SET GRADE-EOF-Y TO TRUE
        SET MASTER-EOF-Y TO TRUE
    END-IF.
    IF NOT TRANS-OK
        DISPLAY 'GRADMERG ERROR OPENING TRANSCRIPT MASTER ' WS-TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        SET GRADE-EOF-Y TO TRUE
        SET MASTER-EOF-Y TO TRUE
    END-IF.
    IF PC-DIR-STATUS NOT = '00'
        DISPLAY 'GRADMERG ERROR OPENING PIN DIRECTORY ' PC-DIR-STATUS
        MOVE 16 TO RETURN-CODE
        SET GRADE-EOF-Y TO TRUE
        SET MASTER-EOF-Y TO TRUE
    END-IF.

    T-LOAD-MASTER-PARA.
    READ STUDENT-MASTER-FILE NEXT RECORD
        AT END
            SET MASTER-EOF-Y TO TRUE
        NOT AT END
            IF WS-MST-COUNT < WS-MST-MAX
                ADD 1 TO WS-MST-COUNT
                MOVE STU-ID TO WS-MST-ID(WS-MST-COUNT)
                MOVE STU-STATUS TO WS-MST-STATUS(WS-MST-COUNT)
                MOVE 'N' TO WS-MST-MATCHED(WS-MST-COUNT)
            ELSE
                DISPLAY 'GRADMERG MASTER TABLE FULL AT ' WS-MST-MAX
    END-READ.

*> A GRADE WITH NO MASTER ENTRY GETS NO LETTER - THAT IS AN
*> EXCEPTION, NEVER A SILENT DROP. NOR DOES A WITHDRAWN STUDENT'S,
*> BUT THAT IS THE RULE WORKING, SO IT IS LISTED WITHOUT RAISING RC
    V-MATCH-ONE-PARA.
    MOVE ZERO TO WS-MST-SLOT.
    PERFORM VARYING WS-MST-IDX FROM 1 BY 1
        WRITE EXCEPTION-RPT-REC
    ELSE
        MOVE 'Y' TO WS-MST-MATCHED(WS-MST-SLOT)
        EVALUATE TRUE
            WHEN WS-MST-STATUS(WS-MST-SLOT) = 'W'
                ADD 1 TO WS-WITHDRAWN-COUNT
                MOVE SPACES TO EXCEPTION-RPT-REC
                MOVE GRADE-IN-STUDENT-ID TO EXC-STUDENT-ID
                MOVE 'WITHDRAWN - NO LETTER' TO EXC-TEXT
                WRITE EXCEPTION-RPT-REC
            WHEN GRADE-IN-TERM = SPACES OR GRADE-IN-SUBJECT = SPACES
                ADD 1 TO WS-NOTERM-COUNT
                MOVE SPACES TO EXCEPTION-RPT-REC
                MOVE GRADE-IN-STUDENT-ID TO EXC-STUDENT-ID
                MOVE 'NO TERM/SUBJECT ON GRADE' TO EXC-TEXT
                WRITE EXCEPTION-RPT-REC
            WHEN OTHER
                PERFORM V2-NOTE-TERM-PARA
        END-EVALUATE
    END-IF.

*> REMEMBER THE STUDENT/TERM ONCE, HOWEVER MANY SUBJECTS ARRIVE
    V2-NOTE-TERM-PARA.
    MOVE 'N' TO WS-REQ-FOUND.
    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
            UNTIL WS-REQ-IDX > WS-REQ-COUNT
        IF WS-REQ-SLOT(WS-REQ-IDX) = WS-MST-SLOT
         AND WS-REQ-TERM(WS-REQ-IDX) = GRADE-IN-TERM
            SET REQ-FOUND-Y TO TRUE
        END-IF
    END-PERFORM.
    IF NOT REQ-FOUND-Y
        IF WS-REQ-COUNT < WS-REQ-MAX
            ADD 1 TO WS-REQ-COUNT
            MOVE WS-MST-SLOT TO WS-REQ-SLOT(WS-REQ-COUNT)
            MOVE GRADE-IN-TERM TO WS-REQ-TERM(WS-REQ-COUNT)
        ELSE
            DISPLAY 'GRADMERG LETTER TABLE FULL AT ' WS-REQ-MAX
            MOVE 16 TO RETURN-CODE
            SET GRADE-EOF-Y TO TRUE
        END-IF
    END-IF.

*> SORT INPUT - ONE LETTER PER STUDENT/TERM NOTED OFF THE FEED
    V0-CUT-LETTERS-PARA.
    PERFORM V1-WRITE-LETTER-PARA
        VARYING WS-REQ-IDX FROM 1 BY 1
        UNTIL WS-REQ-IDX > WS-REQ-COUNT.

*> THE ADDRESS COMES BACK OFF THE MASTER BY KEY. NO LETTER CAN BE
*> POSTED TO AN ADDRESS WITH NO STREET LINE, TOWN, STATE OR PIN, OR
*> TO A PIN THE POST OFFICE WILL NOT DELIVER THERE - AN EXCEPTION
*> FOR THE OFFICE TO PUT RIGHT THROUGH STUMNT. AN ADDRESS ALREADY
*> KNOWN TO RETURN MAIL IS HELD - LISTED, BUT MAILRETN'S HOLD
*> REPORT IS WHERE THE OFFICE CHASES IT
    V1-WRITE-LETTER-PARA.
    MOVE WS-REQ-SLOT(WS-REQ-IDX) TO WS-MST-SLOT.
    MOVE WS-MST-ID(WS-MST-SLOT) TO STU-ID.
    READ STUDENT-MASTER-FILE
        INVALID KEY
            MOVE SPACES TO STU-ADDRESS
            MOVE 'N' TO STU-MAIL-HOLD
    END-READ.
    IF STU-MAIL-HELD
        ADD 1 TO WS-HELD-COUNT
        MOVE SPACES TO EXCEPTION-RPT-REC
        MOVE WS-MST-ID(WS-MST-SLOT) TO EXC-STUDENT-ID
        MOVE 'ADDRESS HELD - RETURNED MAIL' TO EXC-TEXT
        WRITE EXCEPTION-RPT-REC
    ELSE
        IF STU-ADDR-LINE1 = SPACES OR STU-TOWN = SPACES
         OR STU-STATE = SPACES OR STU-PIN NOT NUMERIC OR STU-PIN = ZERO
            ADD 1 TO WS-NOADDR-COUNT
            MOVE SPACES TO EXCEPTION-RPT-REC
            MOVE WS-MST-ID(WS-MST-SLOT) TO EXC-STUDENT-ID
            MOVE 'ADDRESS INCOMPLETE - NO LETTER' TO EXC-TEXT
            WRITE EXCEPTION-RPT-REC
        ELSE
            PERFORM PIN-CHECK-PARA
            IF PC-PIN-OK
                PERFORM V7-CUT-LETTER-PARA
            ELSE
                ADD 1 TO WS-BADPIN-COUNT
                MOVE SPACES TO EXCEPTION-RPT-REC
                MOVE WS-MST-ID(WS-MST-SLOT) TO EXC-STUDENT-ID
                MOVE PC-EXC-TEXT TO EXC-TEXT
                MOVE PC-EXC-DETAIL TO EXC-DETAIL
                WRITE EXCEPTION-RPT-REC
            END-IF
        END-IF
    END-IF.

    V7-CUT-LETTER-PARA.
    PERFORM STU-BUILD-LABEL-PARA.
    MOVE STU-PIN TO SRT-PIN.
    MOVE STU-ID TO SRT-STUDENT-ID.
    MOVE STUDENT-LABEL TO LTR-LABEL.
    MOVE WS-REQ-TERM(WS-REQ-IDX) TO LTR-TERM.
    MOVE ZERO TO LTR-SUBJECT-COUNT.
    PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1 UNTIL WS-SUBJ-IDX > 10
        MOVE SPACES TO LTR-SUBJECT-ENTRY(WS-SUBJ-IDX)
    END-PERFORM.
    MOVE ZERO TO WS-TERM-SUM.
    MOVE ZERO TO WS-TERM-PAPERS.
    MOVE ZERO TO WS-CUM-SUM.
    MOVE ZERO TO WS-CUM-PAPERS.
    PERFORM V3-WALK-TRANSCRIPT-PARA.
    MOVE ZERO TO WS-AVERAGE.
    IF WS-TERM-PAPERS > ZERO
        COMPUTE WS-AVERAGE ROUNDED = WS-TERM-SUM / WS-TERM-PAPERS
    END-IF.
    PERFORM V5-AVERAGE-LETTER-PARA.
    MOVE WS-AVERAGE TO LTR-TERM-AVERAGE.
    MOVE WS-AVG-LETTER TO LTR-TERM-LETTER.
    MOVE ZERO TO WS-AVERAGE.
    IF WS-CUM-PAPERS > ZERO
        COMPUTE WS-AVERAGE ROUNDED = WS-CUM-SUM / WS-CUM-PAPERS
    END-IF.
    PERFORM V5-AVERAGE-LETTER-PARA.
    MOVE WS-AVERAGE TO LTR-CUM-AVERAGE.
    MOVE WS-AVG-LETTER TO LTR-CUM-LETTER.
    MOVE WS-RUN-MODE TO LTR-KIND.
    RELEASE LETTER-SORT-REC.

*> EVERY TERM OF THE STUDENT'S UP TO THE LETTER'S, IN KEY ORDER -
*> ALL OF THEM FEED THE CUMULATIVE AVERAGE, THE LETTER'S OWN TERM
*> ALSO FILLS THE SUBJECT SLOTS
    V3-WALK-TRANSCRIPT-PARA.
    MOVE LOW-VALUES TO TR-KEY.
    MOVE WS-MST-ID(WS-MST-SLOT) TO TR-STUDENT-ID.
    MOVE 'N' TO WS-TRANS-EOF.
    START TRANSCRIPT-FILE KEY IS NOT LESS THAN TR-KEY
        INVALID KEY
            SET TRANS-EOF-Y TO TRUE
    END-START.
    PERFORM V4-NEXT-PAPER-PARA UNTIL TRANS-EOF-Y.

    V4-NEXT-PAPER-PARA.
    READ TRANSCRIPT-FILE NEXT RECORD
        AT END
            SET TRANS-EOF-Y TO TRUE
        NOT AT END
            IF TR-STUDENT-ID NOT = WS-MST-ID(WS-MST-SLOT)
             OR TR-TERM > WS-REQ-TERM(WS-REQ-IDX)
                SET TRANS-EOF-Y TO TRUE
            ELSE
                ADD TR-SCORE TO WS-CUM-SUM
                ADD 1 TO WS-CUM-PAPERS
                IF TR-TERM = WS-REQ-TERM(WS-REQ-IDX)
                    ADD TR-SCORE TO WS-TERM-SUM
                    ADD 1 TO WS-TERM-PAPERS
                    PERFORM V6-SUBJECT-SLOT-PARA
                END-IF
            END-IF
    END-READ.

*> VARGRADE'S BANDS APPLIED TO AN AVERAGE - BELOW 41 IS AN F
    V5-AVERAGE-LETTER-PARA.
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

*> AN ELEVENTH SUBJECT STILL COUNTS IN THE AVERAGES BUT HAS NO SLOT
*> ON THE LETTER - REPORTED SO THE OFFICE CAN SEND IT BY HAND
    V6-SUBJECT-SLOT-PARA.
    IF LTR-SUBJECT-COUNT < 10
        ADD 1 TO LTR-SUBJECT-COUNT
        MOVE TR-SUBJECT TO LTR-SUBJECT(LTR-SUBJECT-COUNT)
        MOVE TR-SCORE TO LTR-SCORE(LTR-SUBJECT-COUNT)
        MOVE TR-PASS-FAIL TO LTR-PASS-FAIL(LTR-SUBJECT-COUNT)
        MOVE TR-LETTER TO LTR-LETTER(LTR-SUBJECT-COUNT)
    ELSE
        ADD 1 TO WS-OVERFLOW-COUNT
        MOVE SPACES TO EXCEPTION-RPT-REC
        MOVE TR-STUDENT-ID TO EXC-STUDENT-ID
        MOVE 'SUBJECT NOT ON LETTER' TO EXC-TEXT
        WRITE EXCEPTION-RPT-REC
    END-IF.

*> MASTER ENTRIES NO GRADE RECORD TOUCHED - THE STUDENT WHO SAT
*> NOTHING, OR WHOSE GRADE WENT MISSING IN TRANSMISSION. A WITHDRAWN
*> STUDENT IS NOT EXPECTED TO SIT ANYTHING
    W-SWEEP-UNGRADED-PARA.
    PERFORM W1-JUDGE-ONE-PARA
        VARYING WS-MST-IDX FROM 1 BY 1

    W1-JUDGE-ONE-PARA.
    IF WS-MST-MATCHED(WS-MST-IDX) = 'N'
     AND WS-MST-STATUS(WS-MST-IDX) NOT = 'W'
        ADD 1 TO WS-NOGRADE-COUNT
        MOVE SPACES TO EXCEPTION-RPT-REC
        MOVE WS-MST-ID(WS-MST-IDX) TO EXC-STUDENT-ID
    END-IF.

    X-CLOSE-PARA.
    CLOSE PIN-DIRECTORY-FILE.
    CLOSE GRADE-INPUT-FILE.
    CLOSE STUDENT-MASTER-FILE.
    CLOSE RESULT-LETTER-FILE.
    CLOSE EXCEPTION-RPT-FILE.
    CLOSE TRANSCRIPT-FILE.
    IF AMENDMENT-RUN
        DISPLAY 'GRADMERG AMENDMENT RUN'
    END-IF.
    DISPLAY 'GRADMERG LETTERS ' WS-LETTER-COUNT
            ' BUNDLES ' WS-BUNDLE-COUNT
            ' NO-MASTER ' WS-NOMASTER-COUNT
            ' NO-GRADE ' WS-NOGRADE-COUNT
            ' NO-TERM ' WS-NOTERM-COUNT
            ' OFF-LETTER ' WS-OVERFLOW-COUNT
            ' WITHDRAWN ' WS-WITHDRAWN-COUNT
            ' HELD ' WS-HELD-COUNT
            ' NO-ADDRESS ' WS-NOADDR-COUNT
            ' BAD-PIN ' WS-BADPIN-COUNT.
    IF WS-NOMASTER-COUNT > ZERO OR WS-NOGRADE-COUNT > ZERO
     OR WS-NOTERM-COUNT > ZERO OR WS-OVERFLOW-COUNT > ZERO
     OR WS-NOADDR-COUNT > ZERO OR WS-BADPIN-COUNT > ZERO
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

*> SORT OUTPUT - THE LETTERS COME BACK IN PIN ORDER AND ARE WRITTEN
*> A BUNDLE AT A TIME BEHIND THEIR HEADER
    Y-BUNDLE-LETTERS-PARA.
    PERFORM Y1-RETURN-LETTER-PARA UNTIL SORT-EOF-Y.
    IF WS-BDL-COUNT > ZERO
        PERFORM Y2-WRITE-BUNDLE-PARA
    END-IF.

    Y1-RETURN-LETTER-PARA.
    RETURN LETTER-SORT-FILE
        AT END
            SET SORT-EOF-Y TO TRUE
        NOT AT END
            IF WS-BDL-COUNT > ZERO
                IF SRT-PIN NOT = WS-BDL-PIN OR WS-BDL-COUNT = WS-BDL-MAX
                    PERFORM Y2-WRITE-BUNDLE-PARA
                END-IF
            END-IF
            MOVE SRT-PIN TO WS-BDL-PIN
            ADD 1 TO WS-BDL-COUNT
            MOVE SRT-LETTER TO WS-BDL-PIECE(WS-BDL-COUNT)
    END-RETURN.

*> THE BREAK SHEET FIRST - THE DISTRICT AND STATE THE DIRECTORY
*> GIVES FOR THE PIN - THEN THE BUNDLE'S LETTERS
    Y2-WRITE-BUNDLE-PARA.
    ADD 1 TO WS-BUNDLE-COUNT.
    MOVE SPACES TO BUNDLE-HEADER.
    MOVE WS-BDL-PIN TO BH-PIN.
    MOVE WS-BDL-PIN TO PD-PIN.
    READ PIN-DIRECTORY-FILE
        INVALID KEY
            MOVE SPACES TO PD-DISTRICT PD-STATE
    END-READ.
    MOVE PD-DISTRICT TO BH-DISTRICT.
    MOVE PD-STATE TO BH-STATE.
    MOVE WS-BUNDLE-COUNT TO BH-BUNDLE-SEQ.
    MOVE WS-BDL-COUNT TO BH-PIECE-COUNT.
    MOVE SPACES TO RESULT-LETTER-REC.
    MOVE 'H' TO LTR-REC-TYPE.
    MOVE BUNDLE-HEADER TO LTR-REC-BODY.
    WRITE RESULT-LETTER-REC.
    PERFORM Y3-WRITE-PIECE-PARA
        VARYING WS-BDL-IDX FROM 1 BY 1
        UNTIL WS-BDL-IDX > WS-BDL-COUNT.
    MOVE ZERO TO WS-BDL-COUNT.

    Y3-WRITE-PIECE-PARA.
    MOVE 'P' TO LTR-REC-TYPE.
    MOVE WS-BDL-PIECE(WS-BDL-IDX) TO LTR-REC-BODY.
    WRITE RESULT-LETTER-REC.
    ADD 1 TO WS-LETTER-COUNT.

*> SHARED LABEL BUILD - SEE STULBPRC.CPY.
    COPY STULBPRC.
*> SHARED POSTAL PIN CHECK - SEE PINCHPRC.CPY.
    COPY PINCHPRC.
