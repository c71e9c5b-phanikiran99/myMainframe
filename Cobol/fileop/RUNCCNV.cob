      *ONE-TIME RUN-CONTROL REGISTRY CONVERSION - ESDS TO KSDS          00010000
      *EVERY STREAM STEP, AND CENSBAL, CENSMANI, RUNCRPT, RUNTREND AND  00020000
      *THE AB60 SCREEN, USED TO READ THE WHOLE REGISTRY FROM THE TOP    00030000
      *TO FIND ONE NIGHT'S ENTRIES. THE REGISTRY IS NOW A KSDS KEYED    00040000
      *ON BUSINESS DATE + PROGRAM + EVENT SEQUENCE (SEE RUNCTL.CPY), SO 00050000
      *THE EXISTING 58-BYTE ENTRIES NEED THE 4-BYTE SEQUENCE ADDED.     00060000
      *THIS PROGRAM READS THE OLD ENTRIES (AN IDCAMS REPRO UNLOAD,      00070000
      *SORTED ON DATE AND PROGRAM WITH EQUALS SO EACH PROGRAM'S         00080000
      *ENTRIES FOR A DATE KEEP THE ORDER THEY WERE WRITTEN IN) AND      00090000
      *WRITES EACH ONE AT THE NEW 62-BYTE LENGTH, NUMBERING THE EVENT   00100000
      *SEQUENCE FROM 0001 AFRESH FOR EVERY DATE AND PROGRAM - THE       00110000
      *NUMBERS RUNCTPRC WOULD HAVE GIVEN THEM. SEE THE RUNCCONV JOB.    00120000
       IDENTIFICATION DIVISION.                                         00130000
       PROGRAM-ID. RUNCCNV.                                             00140000
       ENVIRONMENT DIVISION.                                            00150000
          INPUT-OUTPUT SECTION.                                         00160000
          FILE-CONTROL.                                                 00170000
      *THE OLD 58-BYTE ENTRIES, UNLOADED AND SORTED ON DATE + PROGRAM   00180000
           SELECT OLD-RUNCTL-FILE ASSIGN TO OLDRUNC                     00190000
           ORGANIZATION IS SEQUENTIAL                                   00200000
           FILE STATUS WS-OLD-STATUS.                                   00210000
      *THE NEW 62-BYTE ENTRIES IN KEY ORDER, REPRO-LOADED INTO THE KSDS 00220000
           SELECT NEW-RUNCTL-FILE ASSIGN TO NEWRUNC                     00230000
           ORGANIZATION IS SEQUENTIAL                                   00240000
           FILE STATUS WS-NEW-STATUS.                                   00250000
       DATA DIVISION.                                                   00260000
          FILE SECTION.                                                 00270000
          FD  OLD-RUNCTL-FILE.                                          00280000
          01  OLD-RUNCTL-REC.                                           00290000
             05 OLD-BUS-DATE         PIC X(8).                          00300000
             05 OLD-PROGRAM          PIC X(8).                          00310000
             05 OLD-EVENT            PIC X(5).                          00320000
             05 OLD-RECORD-COUNT     PIC 9(9).                          00330000
             05 OLD-RETURN-CODE      PIC 9(2).                          00340000
             05 OLD-TIMESTAMP        PIC X(26).                         00350000
          FD  NEW-RUNCTL-FILE.                                          00360000
      *SHARED RUN-CONTROL REGISTRY LAYOUT, SEE RUNCTL.CPY               00370000
          COPY RUNCTL.                                                  00380000
       WORKING-STORAGE SECTION.                                         00390000
          77 WS-OLD-STATUS PIC X(2).                                    00400000
          77 WS-NEW-STATUS PIC X(2).                                    00410000
          77 WS-READ-COUNT PIC 9(9) VALUE ZERO.                         00420000
          77 WS-WRITE-COUNT PIC 9(9) VALUE ZERO.                        00430000
          77 WS-EVENT-SEQ PIC 9(4) VALUE ZERO.                          00440000
          01 WS-OLD-EOF PIC X(01) VALUE 'N'.                            00450000
             88 OLD-EOF-Y VALUE 'Y'.                                    00460000
      *DATE + PROGRAM OF THE ENTRY BEFORE - A CHANGE RESTARTS THE       00470000
      *EVENT SEQUENCE                                                   00480000
          01 WS-PREV-KEY.                                               00490000
             05 WS-PREV-BUS-DATE     PIC X(8) VALUE LOW-VALUES.         00500000
             05 WS-PREV-PROGRAM      PIC X(8) VALUE LOW-VALUES.         00510000
       PROCEDURE DIVISION.                                              00520000
       MAIN-PARA.                                                       00530000
           OPEN INPUT OLD-RUNCTL-FILE.                                  00540000
           IF WS-OLD-STATUS NOT = '00'                                  00550000
               DISPLAY 'ERROR/OPEN/OLD-RUNCTL-FILE'                     00560000
               DISPLAY 'FILE STATUS:' WS-OLD-STATUS                     00570000
               MOVE 16 TO RETURN-CODE                                   00580000
               STOP RUN                                                 00590000
           END-IF.                                                      00600000
           OPEN OUTPUT NEW-RUNCTL-FILE.                                 00610000
           IF WS-NEW-STATUS NOT = '00'                                  00620000
               DISPLAY 'ERROR/OPEN/NEW-RUNCTL-FILE'                     00630000
               DISPLAY 'FILE STATUS:' WS-NEW-STATUS                     00640000
               MOVE 16 TO RETURN-CODE                                   00650000
               STOP RUN                                                 00660000
           END-IF.                                                      00670000
           PERFORM 001-CONVERT-PARA UNTIL OLD-EOF-Y.                    00680000
           CLOSE OLD-RUNCTL-FILE NEW-RUNCTL-FILE.                       00690000
           DISPLAY 'RUNCCNV RECORDS READ    ' WS-READ-COUNT.            00700000
           DISPLAY 'RUNCCNV RECORDS WRITTEN ' WS-WRITE-COUNT.           00710000
           IF WS-READ-COUNT NOT = WS-WRITE-COUNT                        00720000
               DISPLAY 'RUNCCNV READ/WRITE MISMATCH'                    00730000
               MOVE 16 TO RETURN-CODE                                   00740000
           END-IF.                                                      00750000
           STOP RUN.                                                    00760000
      *ONE OLD ENTRY IN, ONE NEW ENTRY OUT - THE EXISTING FIELDS CARRY  00770000
      *ACROSS UNTOUCHED AND THE ENTRY TAKES THE NEXT EVENT SEQUENCE     00780000
      *FOR ITS DATE AND PROGRAM                                         00790000
       001-CONVERT-PARA.                                                00800000
           READ OLD-RUNCTL-FILE                                         00810000
               AT END                                                   00820000
                   SET OLD-EOF-Y TO TRUE                                00830000
               NOT AT END                                               00840000
                   ADD 1 TO WS-READ-COUNT                               00850000
                   IF OLD-BUS-DATE NOT = WS-PREV-BUS-DATE               00860000
                    OR OLD-PROGRAM NOT = WS-PREV-PROGRAM                00870000
                       MOVE ZERO TO WS-EVENT-SEQ                        00880000
                       MOVE OLD-BUS-DATE TO WS-PREV-BUS-DATE            00890000
                       MOVE OLD-PROGRAM TO WS-PREV-PROGRAM              00900000
                   END-IF                                               00910000
                   ADD 1 TO WS-EVENT-SEQ                                00920000
                   MOVE OLD-BUS-DATE     TO RC-BUS-DATE                 00930000
                   MOVE OLD-PROGRAM      TO RC-PROGRAM                  00940000
                   MOVE WS-EVENT-SEQ     TO RC-EVENT-SEQ                00950000
                   MOVE OLD-EVENT        TO RC-EVENT                    00960000
                   MOVE OLD-RECORD-COUNT TO RC-RECORD-COUNT             00970000
                   MOVE OLD-RETURN-CODE  TO RC-RETURN-CODE              00980000
                   MOVE OLD-TIMESTAMP    TO RC-TIMESTAMP                00990000
                   WRITE RUN-CONTROL-REC                                01000000
                   IF WS-NEW-STATUS = '00'                              01010000
                       ADD 1 TO WS-WRITE-COUNT                          01020000
                   ELSE                                                 01030000
                       DISPLAY 'ERROR/WRITE/NEW-RUNCTL-FILE:'           01040000
                               RC-BUS-DATE ' ' RC-PROGRAM               01050000
                       DISPLAY 'FILE STATUS:' WS-NEW-STATUS             01060000
                       MOVE 16 TO RETURN-CODE                           01070000
                       SET OLD-EOF-Y TO TRUE                            01080000
                   END-IF                                               01090000
           END-READ.                                                    01100000
