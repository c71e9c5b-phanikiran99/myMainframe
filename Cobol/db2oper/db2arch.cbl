      *  RESTORE - REINSERT THE NEWEST UNRESTORED ARCHIVE ROW FOR THE   00060000
      *            CARD'S STATE BACK INTO CENSUS AND STAMP THE ARCHIVE  00070000
      *            COPY'S RESTORED_TS SO IT CANNOT BE RESTORED TWICE    00080000
      *            - THE RESTORED ROW'S CENSUS_PROVENANCE ROW (RESTORE) 00083300
      *            NAMES THE ARCHIVE COPY BY ITS DELETED_TS             00086600
       IDENTIFICATION DIVISION.                                         00090000
       PROGRAM-ID. DB2ARCH.                                             00100000
       ENVIRONMENT DIVISION.                                            00110000
           SELECT ARCHIVE-RPT-FILE ASSIGN TO ARCRPT                     00190000
           ORGANIZATION IS SEQUENTIAL                                   00200000
           FILE STATUS WS-RPT-STATUS.                                   00210000
      * BUSINESS-DATE CONTROL DATASET, OPTIONAL - SEE BUSDTPRC.CPY      00212000
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATDD              00214000
           ORGANIZATION IS SEQUENTIAL                                   00216000
           FILE STATUS WS-BUSDATE-STATUS.                               00218000
       DATA DIVISION.                                                   00220000
          FILE SECTION.                                                 00230000
          FD  ACTION-CARD-FILE.                                         00240000
             05 CARD-TO-DATE         PIC X(8).                          00300000
          FD  ARCHIVE-RPT-FILE.                                         00310000
          01  ARCHIVE-RPT-REC        PIC X(80).                         00320000
          FD  BUSDATE-FILE.                                             00323300
          COPY BUSDATE.                                                 00326600
       WORKING-STORAGE SECTION.                                         00330000
      * BUSINESS-DATE STAGING FIELDS, SEE BUSDTWS.CPY.                  00332000
           COPY BUSDTWS.                                                00334000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       00336000
           COPY RUNDATE.                                                00338000
          77 WS-CARD-STATUS PIC X(2).                                   00340000
          77 WS-RPT-STATUS PIC X(2).                                    00350000
          01 WS-ACTION PIC X(7) VALUE SPACES.                           00360000
           10 ARC-IND-RATIO        PIC S9(4) COMP.                      01140000
           10 ARC-IND-DELETED-TS   PIC S9(4) COMP.                      01150000
           10 ARC-IND-RESTORED-TS  PIC S9(4) COMP.                      01160000
       01  PRV-BUS-DATE            PIC X(8).                            01165000
       PROCEDURE DIVISION.                                              01170000
       MAIN-PARA.                                                       01180000
           PERFORM READ-BUSINESS-DATE-PARA.                             01185000
           PERFORM 002-READ-CARD-PARA.                                  01190000
           EVALUATE TRUE                                                01200000
               WHEN ACTION-LIST                                         01210000
                   EXEC SQL ROLLBACK END-EXEC                           02820000
                   MOVE 16 TO RETURN-CODE                               02830000
               ELSE                                                     02840000
                   PERFORM 004B-PROVENANCE-PARA                         02850000
               END-IF                                                   02880000
           END-IF.                                                      02890000
      * THE RESTORED ROW'S PROVENANCE - RESTORED ON THIS BUSINESS DATE  02900000
      * FROM THE ARCHIVE COPY DELETED AT ARC-DELETED-TS. COMMITTED WITH 02910000
      * THE REINSERT AND THE RESTORED_TS STAMP, OR ALL THREE ROLL BACK. 02920000
       004B-PROVENANCE-PARA.                                            02930000
           MOVE WS-RUN-DATE TO PRV-BUS-DATE.                            02940000
           EXEC SQL                                                     02950000
               INSERT INTO CENSUS_PROVENANCE                            02960000
               (STATE_UT,YEAR_OF_SUR,CHANGE_TS,CHANGE_ACTION,           02970000
                SOURCE_TYPE,BUS_DATE,FEED_OFFICE,FEED_SEQ,RECORD_NO,    02980000
                SOURCE_REF,POPULATION,CHANGE_PGM,CHANGE_USER,           02990000
                REQ_USER)                                               03000000
               VALUES(:ARC-STATE-UT,:ARC-YEAR-OF-SUR,CURRENT TIMESTAMP, 03010000
                      'I','RESTORE',:PRV-BUS-DATE,' ',0,0,              03020000
                      :ARC-DELETED-TS,                                  03030000
                      :ARC-POPULATION:ARC-IND-POPULATION,               03040000
                      'DB2ARCH','BATCH',' ')                            03050000
           END-EXEC.                                                    03060000
           IF SQLCODE NOT = 0                                           03070000
               DISPLAY 'ERROR/RESTORE/PROVENANCE'                       03080000
               DISPLAY 'SQL CODE:' SQLCODE                              03090000
               EXEC SQL ROLLBACK END-EXEC                               03100000
               MOVE 16 TO RETURN-CODE                                   03110000
           ELSE                                                         03120000
               EXEC SQL COMMIT END-EXEC                                 03130000
               DISPLAY 'DB2ARCH RESTORED ' ARC-STATE-UT                 03140000
                       ' DELETED ' ARC-DELETED-TS (1:19)                03150000
           END-IF.                                                      03160000
      * BUSINESS-DATE PARAGRAPH - SEE BUSDTPRC.CPY.                     03170000
           COPY BUSDTPRC.                                               03180000
