      *ONE-TIME CALCHIST RECORD CONVERSION - 46 TO 58 BYTES             00010000
      *THE CALCULATOR HISTORY KSDS HELD WHOLE, UNSIGNED OPERANDS AND    00020000
      *A WHOLE-NUMBER RESULT UNTIL PROGAB54 AND CALCBAT STARTED         00030000
      *TAKING SIGNED OPERANDS WITH UP TO FOUR DECIMAL PLACES. THE       00040000
      *CLUSTER IS DEFINED WITH A FIXED 58-BYTE RECORDSIZE, SO THE       00050000
      *EXISTING 46-BYTE RECORDS CANNOT SIMPLY STAY - THIS PROGRAM       00060000
      *READS THE OLD RECORDS (AN IDCAMS REPRO UNLOAD, ALREADY IN KEY    00070000
      *ORDER) AND WRITES EACH ONE BACK IN THE CALCHIST.CPY LAYOUT:      00080000
      *THE OLD WHOLE VALUES CARRY ACROSS WITH ZERO DECIMALS, SO         00090000
      *CALCRPT'S HISTORY READS THE SAME BEFORE AND AFTER.               00100000
      *SEE THE HISTCONV JOB.                                            00110000
       IDENTIFICATION DIVISION.                                         00120000
       PROGRAM-ID. CALCCONV.                                            00130000
       ENVIRONMENT DIVISION.                                            00140000
          INPUT-OUTPUT SECTION.                                         00150000
          FILE-CONTROL.                                                 00160000
      *THE OLD 46-BYTE RECORDS, REPRO-UNLOADED IN KEY ORDER             00170000
           SELECT OLD-HIST-FILE ASSIGN TO OLDHIST                       00180000
           ORGANIZATION IS SEQUENTIAL                                   00190000
           FILE STATUS WS-OLD-STATUS.                                   00200000
      *THE NEW 58-BYTE RECORDS, REPRO-LOADED INTO THE FRESH CLUSTER     00210000
           SELECT NEW-HIST-FILE ASSIGN TO NEWHIST                       00220000
           ORGANIZATION IS SEQUENTIAL                                   00230000
           FILE STATUS WS-NEW-STATUS.                                   00240000
       DATA DIVISION.                                                   00250000
          FILE SECTION.                                                 00260000
          FD  OLD-HIST-FILE.                                            00270000
          01  OLD-HIST-REC.                                             00280000
             05 OLD-KEY              PIC X(24).                         00290000
             05 OLD-N1               PIC 9(05).                         00300000
             05 OLD-N2               PIC 9(05).                         00310000
             05 OLD-OPER             PIC X(01).                         00320000
             05 OLD-RESULT           PIC S9(10).                        00330000
             05 OLD-ERROR-FLAG       PIC X(01).                         00340000
          FD  NEW-HIST-FILE.                                            00350000
      *SHARED HISTORY LAYOUT, SEE CALCHIST.CPY                          00360000
          COPY CALCHIST.                                                00370000
       WORKING-STORAGE SECTION.                                         00380000
          77 WS-OLD-STATUS PIC X(2).                                    00390000
          77 WS-NEW-STATUS PIC X(2).                                    00400000
          77 WS-READ-COUNT PIC 9(7) VALUE ZERO.                         00410000
          77 WS-WRITE-COUNT PIC 9(7) VALUE ZERO.                        00420000
          01 WS-OLD-EOF PIC X(01) VALUE 'N'.                            00430000
             88 OLD-EOF-Y VALUE 'Y'.                                    00440000
       PROCEDURE DIVISION.                                              00450000
       MAIN-PARA.                                                       00460000
           OPEN INPUT OLD-HIST-FILE.                                    00470000
           IF WS-OLD-STATUS NOT = '00'                                  00480000
               DISPLAY 'ERROR/OPEN/OLD-HIST-FILE'                       00490000
               DISPLAY 'FILE STATUS:' WS-OLD-STATUS                     00500000
               MOVE 16 TO RETURN-CODE                                   00510000
               STOP RUN                                                 00520000
           END-IF.                                                      00530000
           OPEN OUTPUT NEW-HIST-FILE.                                   00540000
           IF WS-NEW-STATUS NOT = '00'                                  00550000
               DISPLAY 'ERROR/OPEN/NEW-HIST-FILE'                       00560000
               DISPLAY 'FILE STATUS:' WS-NEW-STATUS                     00570000
               MOVE 16 TO RETURN-CODE                                   00580000
               STOP RUN                                                 00590000
           END-IF.                                                      00600000
           PERFORM 001-CONVERT-PARA UNTIL OLD-EOF-Y.                    00610000
           CLOSE OLD-HIST-FILE NEW-HIST-FILE.                           00620000
           DISPLAY 'CALCCONV RECORDS READ    ' WS-READ-COUNT.           00630000
           DISPLAY 'CALCCONV RECORDS WRITTEN ' WS-WRITE-COUNT.          00640000
           IF WS-READ-COUNT NOT = WS-WRITE-COUNT                        00650000
               DISPLAY 'CALCCONV READ/WRITE MISMATCH'                   00660000
               MOVE 16 TO RETURN-CODE                                   00670000
           END-IF.                                                      00680000
           STOP RUN.                                                    00690000
      *ONE OLD RECORD IN, ONE NEW RECORD OUT - THE KEY, OPERATION       00700000
      *AND ERROR FLAG CARRY ACROSS UNTOUCHED, THE NUMBERS GAIN          00710000
      *A SIGN AND FOUR ZERO DECIMAL PLACES                              00720000
       001-CONVERT-PARA.                                                00730000
           READ OLD-HIST-FILE                                           00740000
               AT END                                                   00750000
                   SET OLD-EOF-Y TO TRUE                                00760000
               NOT AT END                                               00770000
                   ADD 1 TO WS-READ-COUNT                               00780000
                   MOVE OLD-KEY        TO CH-KEY                        00790000
                   MOVE OLD-N1         TO CH-N1                         00800000
                   MOVE OLD-N2         TO CH-N2                         00810000
                   MOVE OLD-OPER       TO CH-OPER                       00820000
                   MOVE OLD-RESULT     TO CH-RESULT                     00830000
                   MOVE OLD-ERROR-FLAG TO CH-ERROR-FLAG                 00840000
                   WRITE CALCHIST-REC                                   00850000
                   IF WS-NEW-STATUS = '00'                              00860000
                       ADD 1 TO WS-WRITE-COUNT                          00870000
                   ELSE                                                 00880000
                       DISPLAY 'ERROR/WRITE/NEW-HIST-FILE:' CH-USERID   00890000
                       DISPLAY 'FILE STATUS:' WS-NEW-STATUS             00900000
                       MOVE 16 TO RETURN-CODE                           00910000
                       SET OLD-EOF-Y TO TRUE                            00920000
                   END-IF                                               00930000
           END-READ.                                                    00940000
