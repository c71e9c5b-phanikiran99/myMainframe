*> STANDALONE MAILING-LABEL FEED - CARVED OUT OF VAR-COB1'S
*> J-READ-MAIL-PARA SO A LATE MAILING INPUT FILE NO LONGER HOLDS THE
*> GRADING REPORT HOSTAGE. NO DEMO DISPLAYS - JUST THE FEED AND ITS
*> OWN RETURN CODE. VAR-COB1 KEEPS THE TEACHING COPY.
*> THE LABELS COME STRAIGHT OFF THE STUDENT MASTER KSDS (STUMAST.CPY)
*> - ONE COMPLETE MULTI-LINE POSTAL LABEL PER ACTIVE STUDENT, BUILT
*> BY THE SHARED STU-BUILD-LABEL-PARA SO IT MATCHES THE FRONT OF
*> GRADMERG'S RESULT LETTERS. WITHDRAWN STUDENTS GET NO LABEL, NOR
*> DOES A STUDENT WHOSE ADDRESS IS ON RETURNED-MAIL HOLD (MAILRETN)
*> - BOTH ARE COUNTED, NEITHER IS AN EXCEPTION.
*> EVERY PIN IS CHECKED AGAINST THE POSTAL PIN DIRECTORY (THE SHARED
*> PIN-CHECK-PARA) - IT MUST EXIST AND DELIVER TO THE ADDRESS'S
*> STATE. THE LABELS ARE PRESORTED FOR THE BULK-MAIL DISCOUNT: PIN
*> ORDER, A BUNDLE HEADER WITH ITS PIECE COUNT AT EACH PIN BREAK
*> (MAILBNDL.CPY). A STUDENT WITH NO COMPLETE ADDRESS (NO STREET
*> LINE, TOWN, STATE OR PIN) OR A BAD PIN GETS NO LABEL - THEY GO
*> TO THE EXCEPTIONS FILE FOR STUMNT TO PUT RIGHT, AND THE RUN ENDS
*> RC 4.
IDENTIFICATION DIVISION.
PROGRAM-ID. VARMAIL.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT STUDENT-MASTER-FILE ASSIGN TO STUMSTDD
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS STU-ID
     FILE STATUS WS-MASTER-STATUS.
     SELECT PIN-DIRECTORY-FILE ASSIGN TO PINDIRDD
     ORGANIZATION IS INDEXED
     ACCESS MODE IS RANDOM
     RECORD KEY IS PD-PIN
     FILE STATUS PC-DIR-STATUS.
     SELECT MAILING-LABEL-FILE ASSIGN TO MAILLBL
     ORGANIZATION IS SEQUENTIAL
     FILE STATUS WS-MAIL-LBL-STATUS.
     SELECT EXCEPTION-RPT-FILE ASSIGN TO MAILEXC
     ORGANIZATION IS SEQUENTIAL
     FILE STATUS WS-EXCPT-STATUS.
     SELECT LABEL-SORT-FILE ASSIGN TO SORTWK01.
DATA DIVISION.
 FILE SECTION.
*> THE STUDENT MASTER - SEE STUMAST.CPY
 FD STUDENT-MASTER-FILE.
    COPY STUMAST.
*> THE POSTAL PIN DIRECTORY - SEE PINDIR.CPY
 FD PIN-DIRECTORY-FILE.
    COPY PINDIR.
*> BUNDLE HEADERS AND LABELS, PIN ORDER - SEE MAILBNDL.CPY AND
*> STULABEL.CPY
 FD MAILING-LABEL-FILE.
 01 MAILING-LABEL-REC.
   05 MAIL-REC-TYPE PIC X(1).
   05 MAIL-REC-BODY PIC X(316).
 FD EXCEPTION-RPT-FILE.
 01 EXCEPTION-RPT-REC.
   05 EXC-STUDENT-ID PIC X(9).
   05 FILLER         PIC X(2).
   05 EXC-TEXT       PIC X(30).
   05 FILLER         PIC X(2).
   05 EXC-DETAIL     PIC X(40).
 SD LABEL-SORT-FILE.
 01 LABEL-SORT-REC.
   05 SRT-PIN        PIC 9(6).
   05 SRT-STUDENT-ID PIC X(9).
   05 SRT-LABEL      PIC X(316).
 WORKING-STORAGE SECTION.
    01 WS-MASTER-STATUS   PIC X(2).
    01 WS-MAIL-LBL-STATUS PIC X(2).
    01 WS-EXCPT-STATUS    PIC X(2).
    01 WS-MAIL-EOF PIC X(1) VALUE 'N'.
      88 MAIL-EOF-N VALUE 'N'.
      88 MAIL-EOF-Y VALUE 'Y'.
    01 WS-SORT-EOF PIC X(1) VALUE 'N'.
      88 SORT-EOF-Y VALUE 'Y'.
    COPY STULABEL.
    COPY PINCHKWS.
    COPY MAILBNDL.
*> ONE BUNDLE'S LABELS, HELD UNTIL THE PIN BREAK SO THE HEADER CAN
*> CARRY THE PIECE COUNT - A FULL BUNDLE GOES OUT AND THE PIN
*> CARRIES ON IN THE NEXT ONE
    01 WS-BDL-COUNT PIC 9(4) COMP VALUE ZERO.
    01 WS-BDL-MAX PIC 9(4) COMP VALUE 500.
    01 WS-BDL-IDX PIC 9(4) COMP.
    01 WS-BDL-PIN PIC 9(6).
    01 WS-BUNDLE-TABLE.
      05 WS-BDL-PIECE PIC X(316) OCCURS 500 TIMES.
    01 WS-LABEL-COUNT PIC 9(5) VALUE ZERO.
    01 WS-BUNDLE-COUNT PIC 9(4) VALUE ZERO.
    01 WS-WITHDRAWN-COUNT PIC 9(5) VALUE ZERO.
    01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
    01 WS-NOADDR-COUNT PIC 9(5) VALUE ZERO.
    01 WS-BADPIN-COUNT PIC 9(5) VALUE ZERO.
PROCEDURE DIVISION.
    PERFORM J-OPEN-MAIL-PARA.
    IF MAIL-EOF-N
        SORT LABEL-SORT-FILE
            ON ASCENDING KEY SRT-PIN SRT-STUDENT-ID
            INPUT PROCEDURE IS J-SELECT-LABELS-PARA
            OUTPUT PROCEDURE IS K-BUNDLE-LABELS-PARA
        IF SORT-RETURN NOT = ZERO
            DISPLAY 'VARMAIL SORT FAILED ' SORT-RETURN
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.
    PERFORM J-CLOSE-MAIL-PARA.
    STOP RUN.

    J-OPEN-MAIL-PARA.
    OPEN INPUT STUDENT-MASTER-FILE.
    OPEN INPUT PIN-DIRECTORY-FILE.
    OPEN OUTPUT MAILING-LABEL-FILE.
    OPEN OUTPUT EXCEPTION-RPT-FILE.
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY 'VARMAIL ERROR OPENING STUDENT MASTER ' WS-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        SET MAIL-EOF-Y TO TRUE
    END-IF.
    IF PC-DIR-STATUS NOT = '00'
        DISPLAY 'VARMAIL ERROR OPENING PIN DIRECTORY ' PC-DIR-STATUS
        MOVE 16 TO RETURN-CODE
        SET MAIL-EOF-Y TO TRUE
    END-IF.
        MOVE 16 TO RETURN-CODE
        SET MAIL-EOF-Y TO TRUE
    END-IF.
    IF WS-EXCPT-STATUS NOT = '00'
        DISPLAY 'VARMAIL ERROR OPENING EXCEPTIONS ' WS-EXCPT-STATUS
        MOVE 16 TO RETURN-CODE
        SET MAIL-EOF-Y TO TRUE
    END-IF.

*> SORT INPUT - EVERY STUDENT WHO CAN BE MAILED GOES TO THE SORT
    J-SELECT-LABELS-PARA.
    PERFORM J-READ-MAIL-PARA UNTIL MAIL-EOF-Y.

    J-READ-MAIL-PARA.
    READ STUDENT-MASTER-FILE NEXT RECORD
        AT END
            SET MAIL-EOF-Y TO TRUE
        NOT AT END
            PERFORM J1-LABEL-ONE-PARA
    END-READ.

    J1-LABEL-ONE-PARA.
    EVALUATE TRUE
        WHEN STU-WITHDRAWN
            ADD 1 TO WS-WITHDRAWN-COUNT
        WHEN STU-MAIL-HELD
            ADD 1 TO WS-HELD-COUNT
        WHEN STU-ADDR-LINE1 = SPACES OR STU-TOWN = SPACES
          OR STU-STATE = SPACES OR STU-PIN = ZERO
            ADD 1 TO WS-NOADDR-COUNT
            MOVE SPACES TO EXCEPTION-RPT-REC
            MOVE STU-ID TO EXC-STUDENT-ID
            MOVE 'ADDRESS INCOMPLETE - NO LABEL' TO EXC-TEXT
            WRITE EXCEPTION-RPT-REC
        WHEN OTHER
            PERFORM PIN-CHECK-PARA
            IF PC-PIN-OK
                PERFORM STU-BUILD-LABEL-PARA
                MOVE STU-PIN TO SRT-PIN
                MOVE STU-ID TO SRT-STUDENT-ID
                MOVE STUDENT-LABEL TO SRT-LABEL
                RELEASE LABEL-SORT-REC
            ELSE
                ADD 1 TO WS-BADPIN-COUNT
                MOVE SPACES TO EXCEPTION-RPT-REC
                MOVE STU-ID TO EXC-STUDENT-ID
                MOVE PC-EXC-TEXT TO EXC-TEXT
                MOVE PC-EXC-DETAIL TO EXC-DETAIL
                WRITE EXCEPTION-RPT-REC
            END-IF
    END-EVALUATE.

*> SORT OUTPUT - THE LABELS COME BACK IN PIN ORDER AND ARE WRITTEN
*> A BUNDLE AT A TIME BEHIND THEIR HEADER
    K-BUNDLE-LABELS-PARA.
    PERFORM K1-RETURN-LABEL-PARA UNTIL SORT-EOF-Y.
    IF WS-BDL-COUNT > ZERO
        PERFORM K2-WRITE-BUNDLE-PARA
    END-IF.

    K1-RETURN-LABEL-PARA.
    RETURN LABEL-SORT-FILE
        AT END
            SET SORT-EOF-Y TO TRUE
        NOT AT END
            IF WS-BDL-COUNT > ZERO
                IF SRT-PIN NOT = WS-BDL-PIN OR WS-BDL-COUNT = WS-BDL-MAX
                    PERFORM K2-WRITE-BUNDLE-PARA
                END-IF
            END-IF
            MOVE SRT-PIN TO WS-BDL-PIN
            ADD 1 TO WS-BDL-COUNT
            MOVE SRT-LABEL TO WS-BDL-PIECE(WS-BDL-COUNT)
    END-RETURN.

*> THE BREAK SHEET FIRST - THE DISTRICT AND STATE THE DIRECTORY
*> GIVES FOR THE PIN - THEN THE BUNDLE'S LABELS
    K2-WRITE-BUNDLE-PARA.
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
    MOVE SPACES TO MAILING-LABEL-REC.
    MOVE 'H' TO MAIL-REC-TYPE.
    MOVE BUNDLE-HEADER TO MAIL-REC-BODY.
    WRITE MAILING-LABEL-REC.
    PERFORM K3-WRITE-PIECE-PARA
        VARYING WS-BDL-IDX FROM 1 BY 1
        UNTIL WS-BDL-IDX > WS-BDL-COUNT.
    MOVE ZERO TO WS-BDL-COUNT.

    K3-WRITE-PIECE-PARA.
    MOVE 'P' TO MAIL-REC-TYPE.
    MOVE WS-BDL-PIECE(WS-BDL-IDX) TO MAIL-REC-BODY.
    WRITE MAILING-LABEL-REC.
    ADD 1 TO WS-LABEL-COUNT.

    J-CLOSE-MAIL-PARA.
    CLOSE STUDENT-MASTER-FILE.
    CLOSE PIN-DIRECTORY-FILE.
    CLOSE MAILING-LABEL-FILE.
    CLOSE EXCEPTION-RPT-FILE.
    DISPLAY 'VARMAIL LABELS WRITTEN ' WS-LABEL-COUNT
            ' BUNDLES ' WS-BUNDLE-COUNT
            ' WITHDRAWN ' WS-WITHDRAWN-COUNT
            ' HELD ' WS-HELD-COUNT
            ' NO ADDRESS ' WS-NOADDR-COUNT
            ' BAD PIN ' WS-BADPIN-COUNT.
    IF WS-NOADDR-COUNT > ZERO OR WS-BADPIN-COUNT > ZERO
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

*> SHARED LABEL BUILD - SEE STULBPRC.CPY.
    COPY STULBPRC.
*> SHARED POSTAL PIN CHECK - SEE PINCHPRC.CPY.
    COPY PINCHPRC.
