*> RETURNED-MAIL PROCESSING. LETTERS COME BACK 'ADDRESSEE UNKNOWN'
*> EVERY TERM, AND WITH NOTHING RECORDING THE RETURN THE NEXT RUN
*> MAILED THE SAME BAD ADDRESS AGAIN. THIS APPLIES A FILE OF
*> RETURNED PIECES (STUDENT-ID, DATE RETURNED, RETURN REASON) TO THE
*> STUDENT MASTER KSDS (STUMAST.CPY):
*>  - THE STUDENT'S ADDRESS GOES ON MAIL HOLD - VARMAIL AND GRADMERG
*>    SEND NOTHING TO A HELD ADDRESS - UNTIL STUMNT CHANGES THE
*>    ADDRESS, WHICH RELEASES THE HOLD
*>  - THE STUDENT'S RETURNED-PIECE COUNT GOES UP BY ONE, AND THE
*>    LATEST RETURN'S DATE AND REASON ARE KEPT
*> A RETURN FOR A STUDENT NOT ON THE MASTER, WITH NO VALID DATE (NOT
*> AFTER THE RUN DATE) OR WITH AN UNKNOWN REASON CODE IS REJECTED
*> UNTOUCHED. REASON CODES - AU ADDRESSEE UNKNOWN, IA INSUFFICIENT
*> ADDRESS, NS NO SUCH ADDRESS, MV MOVED/LEFT, RF REFUSED, OT OTHER.
*> THE REPORT LISTS EVERY RETURN AND ITS RESULT, THEN ON A NEW PAGE
*> EVERY ACTIVE STUDENT STILL ON HOLD WITH THE PIECES RETURNED - THE
*> OFFICE'S CHASE LIST. WITH NO RETURNS (RETNDD DUMMY) IT IS JUST
*> THE CHASE LIST. ANY REJECTION ENDS THE STEP RC 4.
IDENTIFICATION DIVISION.
PROGRAM-ID. MAILRETN.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RETURN-INPUT-FILE ASSIGN TO RETNDD
     ORGANIZATION IS SEQUENTIAL
     FILE STATUS WS-RETURN-STATUS.
     SELECT STUDENT-MASTER-FILE ASSIGN TO STUMSTDD
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS STU-ID
     FILE STATUS WS-MASTER-STATUS.
     SELECT RETURN-REPORT-FILE ASSIGN TO RETNRPT
     ORGANIZATION IS SEQUENTIAL
     FILE STATUS WS-RETN-RPT-STATUS.
DATA DIVISION.
 FILE SECTION.
*> ONE RETURNED PIECE PER RECORD, 80 BYTES
 FD RETURN-INPUT-FILE.
 01 RETURN-INPUT-REC.
   05 RTN-STUDENT-ID PIC X(9).
   05 RTN-DATE       PIC X(8).
   05 RTN-DATE-N REDEFINES RTN-DATE PIC 9(8).
   05 RTN-REASON     PIC X(2).
     88 RTN-REASON-VALID VALUES 'AU' 'IA' 'NS' 'MV' 'RF' 'OT'.
   05 FILLER         PIC X(61).
*> THE STUDENT MASTER - SEE STUMAST.CPY
 FD STUDENT-MASTER-FILE.
    COPY STUMAST.
 FD RETURN-REPORT-FILE RECORD CONTAINS 110 CHARACTERS.
*> FORMATTED PRINT LINE - SEE RPTHDG.CPY/RPTHDPRC.CPY
 01 RPT-PRINT-REC PIC X(110).
 WORKING-STORAGE SECTION.
*> RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.
    COPY RUNDATE.
*> SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.
    COPY RPTHDG.
    01 WS-RETURN-STATUS   PIC X(2).
    01 WS-MASTER-STATUS   PIC X(2).
      88 MASTER-OK VALUE '00'.
    01 WS-RETN-RPT-STATUS PIC X(2).
    01 WS-RETURN-EOF PIC X(1) VALUE 'N'.
      88 RETURN-EOF-Y VALUE 'Y'.
    01 WS-MASTER-EOF PIC X(1) VALUE 'N'.
      88 MASTER-EOF-Y VALUE 'Y'.
    01 WS-RESULT-TEXT PIC X(34).
    01 WS-REASON-CODE PIC X(2).
    01 WS-REASON-TEXT PIC X(20).
    01 WS-RETURN-COUNTS.
      05 WS-RETURN-COUNT PIC 9(5) VALUE ZERO.
      05 WS-HELD-NOW-COUNT PIC 9(5) VALUE ZERO.
      05 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
      05 WS-HELD-LIST-COUNT PIC 9(5) VALUE ZERO.
    01 WS-RETURN-LINE.
      05 RRL-STUDENT-ID PIC X(9).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RRL-DATE PIC X(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RRL-REASON PIC X(20).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RRL-PIECES PIC ZZ9.
      05 FILLER PIC X(3) VALUE SPACES.
      05 RRL-RESULT PIC X(34).
    01 WS-HELD-LINE.
      05 RHL-STUDENT-ID PIC X(9).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RHL-NAME PIC X(30).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RHL-PIECES PIC ZZ9.
      05 FILLER PIC X(3) VALUE SPACES.
      05 RHL-LAST-DATE PIC 9(8).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RHL-REASON PIC X(20).
      05 FILLER PIC X(2) VALUE SPACES.
      05 RHL-PIN PIC 9(6).
PROCEDURE DIVISION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE 'RETURNED MAIL' TO RPT-TITLE.
    MOVE 'MAILRETN' TO RPT-PROGRAM-ID.
    MOVE SPACES TO RPT-COLUMN-LINE.
    MOVE 'STUDENT-ID' TO RPT-COLUMN-LINE(1:10).
    MOVE 'RETURNED' TO RPT-COLUMN-LINE(12:8).
    MOVE 'REASON' TO RPT-COLUMN-LINE(22:6).
    MOVE 'PCS' TO RPT-COLUMN-LINE(44:3).
    MOVE 'RESULT' TO RPT-COLUMN-LINE(50:6).
    PERFORM A-OPEN-PARA.
    PERFORM B-READ-RETURN-PARA UNTIL RETURN-EOF-Y.
    MOVE 'RETURNS PROCESSED   ' TO RPT-TOT-LABEL.
    MOVE WS-RETURN-COUNT TO RPT-TOT-COUNT.
    PERFORM RPT-GRAND-TOTAL-PARA.
    PERFORM E-HELD-LIST-PARA.
    PERFORM F-CLOSE-PARA.
    STOP RUN.

    A-OPEN-PARA.
    OPEN INPUT RETURN-INPUT-FILE.
    OPEN I-O STUDENT-MASTER-FILE.
    OPEN OUTPUT RETURN-REPORT-FILE.
    IF WS-RETURN-STATUS NOT = '00'
        DISPLAY 'MAILRETN ERROR OPENING RETURNS ' WS-RETURN-STATUS
        MOVE 16 TO RETURN-CODE
        SET RETURN-EOF-Y TO TRUE
        SET MASTER-EOF-Y TO TRUE
    END-IF.
    IF NOT MASTER-OK
        DISPLAY 'MAILRETN ERROR OPENING STUDENT MASTER ' WS-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        SET RETURN-EOF-Y TO TRUE
        SET MASTER-EOF-Y TO TRUE
    END-IF.
    IF WS-RETN-RPT-STATUS NOT = '00'
        DISPLAY 'MAILRETN ERROR OPENING REPORT ' WS-RETN-RPT-STATUS
        MOVE 16 TO RETURN-CODE
        SET RETURN-EOF-Y TO TRUE
        SET MASTER-EOF-Y TO TRUE
    END-IF.

    B-READ-RETURN-PARA.
    READ RETURN-INPUT-FILE
        AT END
            SET RETURN-EOF-Y TO TRUE
        NOT AT END
            ADD 1 TO WS-RETURN-COUNT
            MOVE SPACES TO WS-RETURN-LINE
            MOVE RTN-STUDENT-ID TO RRL-STUDENT-ID
            MOVE RTN-DATE TO RRL-DATE
            MOVE RTN-REASON TO WS-REASON-CODE
            PERFORM D1-REASON-TEXT-PARA
            MOVE WS-REASON-TEXT TO RRL-REASON
            MOVE SPACES TO WS-RESULT-TEXT
            PERFORM C-EDIT-RETURN-PARA
            IF WS-RESULT-TEXT = SPACES
                PERFORM D-HOLD-ADDRESS-PARA
            END-IF
            MOVE WS-RESULT-TEXT TO RRL-RESULT
            MOVE WS-RETURN-LINE TO RPT-DETAIL-STAGE
            PERFORM RPT-PUT-PARA
    END-READ.

*> ANY EDIT FAILURE FILLS WS-RESULT-TEXT AND THE RETURN IS REJECTED
*> BEFORE THE MASTER IS TOUCHED
    C-EDIT-RETURN-PARA.
    EVALUATE TRUE
        WHEN RTN-DATE NOT NUMERIC
            MOVE 'REJECTED - BAD RETURN DATE' TO WS-RESULT-TEXT
        WHEN RTN-DATE-N = ZERO OR RTN-DATE > WS-RUN-DATE
            MOVE 'REJECTED - BAD RETURN DATE' TO WS-RESULT-TEXT
        WHEN NOT RTN-REASON-VALID
            MOVE 'REJECTED - UNKNOWN REASON CODE' TO WS-RESULT-TEXT
        WHEN OTHER
            MOVE RTN-STUDENT-ID TO STU-ID
            READ STUDENT-MASTER-FILE
            IF NOT MASTER-OK
                MOVE 'REJECTED - NOT ON STUDENT MASTER' TO WS-RESULT-TEXT
            END-IF
    END-EVALUATE.
    IF WS-RESULT-TEXT NOT = SPACES
        ADD 1 TO WS-REJECT-COUNT
    END-IF.

*> THE STUDENT IS READ. A LATE-ARRIVING OLDER PIECE STILL COUNTS BUT
*> DOES NOT REPLACE THE LATEST RETURN'S DATE AND REASON
    D-HOLD-ADDRESS-PARA.
    IF STU-RETURN-COUNT NOT NUMERIC
        MOVE ZERO TO STU-RETURN-COUNT
    END-IF.
    IF STU-LAST-RETURNED NOT NUMERIC
        MOVE ZERO TO STU-LAST-RETURNED
    END-IF.
    IF STU-MAIL-HELD
        MOVE 'HELD - ALREADY ON HOLD' TO WS-RESULT-TEXT
    ELSE
        MOVE 'HELD - NO MORE MAIL TO ADDRESS' TO WS-RESULT-TEXT
    END-IF.
    MOVE 'Y' TO STU-MAIL-HOLD.
    IF STU-RETURN-COUNT < 999
        ADD 1 TO STU-RETURN-COUNT
    END-IF.
    IF RTN-DATE-N NOT < STU-LAST-RETURNED
        MOVE RTN-DATE-N TO STU-LAST-RETURNED
        MOVE RTN-REASON TO STU-RETURN-REASON
    END-IF.
    REWRITE STUDENT-MASTER-REC.
    IF NOT MASTER-OK
        DISPLAY 'MAILRETN MASTER REWRITE FAILED ' WS-MASTER-STATUS
                ' ' STU-ID
        MOVE 'NOT APPLIED - REWRITE FAILED' TO WS-RESULT-TEXT
        ADD 1 TO WS-REJECT-COUNT
        MOVE 8 TO RETURN-CODE
    ELSE
        ADD 1 TO WS-HELD-NOW-COUNT
        MOVE STU-RETURN-COUNT TO RRL-PIECES
    END-IF.

    D1-REASON-TEXT-PARA.
    EVALUATE WS-REASON-CODE
        WHEN 'AU'
            MOVE 'ADDRESSEE UNKNOWN' TO WS-REASON-TEXT
        WHEN 'IA'
            MOVE 'INSUFFICIENT ADDRESS' TO WS-REASON-TEXT
        WHEN 'NS'
            MOVE 'NO SUCH ADDRESS' TO WS-REASON-TEXT
        WHEN 'MV'
            MOVE 'MOVED/LEFT' TO WS-REASON-TEXT
        WHEN 'RF'
            MOVE 'REFUSED' TO WS-REASON-TEXT
        WHEN 'OT'
            MOVE 'OTHER' TO WS-REASON-TEXT
        WHEN OTHER
            MOVE WS-REASON-CODE TO WS-REASON-TEXT
    END-EVALUATE.

*> THE CHASE LIST - EVERY ACTIVE STUDENT STILL ON HOLD AFTER THIS
*> RUN'S RETURNS, ON ITS OWN PAGE. A WITHDRAWN STUDENT IS NOT MAILED
*> ANYWAY, SO IS NOT CHASED
    E-HELD-LIST-PARA.
    MOVE 'STUDENTS ON MAIL HOLD' TO RPT-TITLE.
    MOVE SPACES TO RPT-COLUMN-LINE.
    MOVE 'STUDENT-ID' TO RPT-COLUMN-LINE(1:10).
    MOVE 'NAME' TO RPT-COLUMN-LINE(12:4).
    MOVE 'PCS' TO RPT-COLUMN-LINE(44:3).
    MOVE 'LAST RTN' TO RPT-COLUMN-LINE(50:8).
    MOVE 'REASON' TO RPT-COLUMN-LINE(60:6).
    MOVE 'PIN' TO RPT-COLUMN-LINE(82:3).
    MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
    IF NOT MASTER-EOF-Y
        MOVE LOW-VALUES TO STU-ID
        START STUDENT-MASTER-FILE KEY IS NOT LESS THAN STU-ID
            INVALID KEY
                SET MASTER-EOF-Y TO TRUE
        END-START
    END-IF.
    PERFORM E1-NEXT-STUDENT-PARA UNTIL MASTER-EOF-Y.
    MOVE 'STUDENTS ON HOLD    ' TO RPT-TOT-LABEL.
    MOVE WS-HELD-LIST-COUNT TO RPT-TOT-COUNT.
    PERFORM RPT-GRAND-TOTAL-PARA.

    E1-NEXT-STUDENT-PARA.
    READ STUDENT-MASTER-FILE NEXT RECORD
        AT END
            SET MASTER-EOF-Y TO TRUE
        NOT AT END
            IF STU-MAIL-HELD AND NOT STU-WITHDRAWN
                ADD 1 TO WS-HELD-LIST-COUNT
                MOVE SPACES TO WS-HELD-LINE
                MOVE STU-ID TO RHL-STUDENT-ID
                MOVE STU-NAME TO RHL-NAME
                MOVE STU-RETURN-COUNT TO RHL-PIECES
                MOVE STU-LAST-RETURNED TO RHL-LAST-DATE
                MOVE STU-RETURN-REASON TO WS-REASON-CODE
                PERFORM D1-REASON-TEXT-PARA
                MOVE WS-REASON-TEXT TO RHL-REASON
                MOVE STU-PIN TO RHL-PIN
                MOVE WS-HELD-LINE TO RPT-DETAIL-STAGE
                PERFORM RPT-PUT-PARA
            END-IF
    END-READ.

    F-CLOSE-PARA.
    CLOSE RETURN-INPUT-FILE.
    CLOSE STUDENT-MASTER-FILE.
    CLOSE RETURN-REPORT-FILE.
    DISPLAY 'MAILRETN RETURNS ' WS-RETURN-COUNT
            ' APPLIED ' WS-HELD-NOW-COUNT
            ' REJECTED ' WS-REJECT-COUNT
            ' ON HOLD ' WS-HELD-LIST-COUNT.
    IF WS-REJECT-COUNT > ZERO
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

*> SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.
    COPY RPTHDPRC.
