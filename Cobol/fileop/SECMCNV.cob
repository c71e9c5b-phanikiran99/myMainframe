      *ONE-TIME SECMAST RECORD CONVERSION - 34 TO 43 BYTES              00010000
      *THE SECURITY MASTER GREW A SECURITY NUMBER (SM-SECURITY-NO, SEE  00020000
      *SECMREC.CPY) SO THE CUSIP, ISIN AND SEDOL OF ONE INSTRUMENT CAN  00030000
      *BE GROUPED AND LOOKED UP TOGETHER. THE CLUSTER IS DEFINED WITH A 00040000
      *FIXED RECORDSIZE, SO THE EXISTING 34-BYTE RECORDS CANNOT SIMPLY  00050000
      *STAY - THIS PROGRAM READS THE OLD RECORDS (AN IDCAMS REPRO       00060000
      *UNLOAD, ALREADY IN KEY ORDER) AND WRITES EACH ONE BACK AT THE    00070000
      *NEW LENGTH WITH A SECURITY NUMBER OF ITS OWN, 1 UPWARDS - IN NO  00077142
      *GROUP. A FIRST PASS COUNTS THE RECORDS SO THE CONTROL RECORD,    00084284
      *WHICH SORTS FIRST, CAN BE WRITTEN AHEAD OF THEM WITH THE LAST    00091426
      *NUMBER ISSUED. SECMAST LINKS THE SUPERSEDED CUSIPS AS SPECIAL    00098568
      *JUDGES THEM AGAIN; THE DESK LINKS THE REST THROUGH LINKDD. SEE   00105710
      *THE SECMCONV JOB.                                                00112852
       IDENTIFICATION DIVISION.                                         00120000
       PROGRAM-ID. SECMCNV.                                             00130000
       ENVIRONMENT DIVISION.                                            00140000
          INPUT-OUTPUT SECTION.                                         00150000
          FILE-CONTROL.                                                 00160000
      *THE OLD 34-BYTE RECORDS, REPRO-UNLOADED IN KEY ORDER             00170000
           SELECT OLD-SECM-FILE ASSIGN TO OLDSECM                       00180000
           ORGANIZATION IS SEQUENTIAL                                   00190000
           FILE STATUS WS-OLD-STATUS.                                   00200000
      *THE NEW 43-BYTE RECORDS, REPRO-LOADED INTO THE FRESH CLUSTER     00210000
           SELECT NEW-SECM-FILE ASSIGN TO NEWSECM                       00220000
           ORGANIZATION IS SEQUENTIAL                                   00230000
           FILE STATUS WS-NEW-STATUS.                                   00240000
       DATA DIVISION.                                                   00250000
          FILE SECTION.                                                 00260000
          FD  OLD-SECM-FILE.                                            00270000
          01  OLD-SECM-REC.                                             00280000
             05 OLD-IDENTIFIER       PIC X(12).                         00290000
             05 OLD-TYPE             PIC X(5).                          00300000
             05 OLD-STATUS           PIC X(1).                          00310000
             05 OLD-FIRST-SEEN       PIC 9(8).                          00320000
             05 OLD-LAST-VALIDATED   PIC 9(8).                          00330000
          FD  NEW-SECM-FILE.                                            00340000
      *SHARED SECURITY MASTER LAYOUT, SEE SECMREC.CPY                   00350000
          COPY SECMREC.                                                 00360000
       WORKING-STORAGE SECTION.                                         00370000
          77 WS-OLD-STATUS PIC X(2).                                    00380000
          77 WS-NEW-STATUS PIC X(2).                                    00390000
          77 WS-READ-COUNT PIC 9(9) VALUE ZERO.                         00400000
          77 WS-WRITE-COUNT PIC 9(9) VALUE ZERO.                        00410000
          77 WS-OLD-COUNT PIC 9(9) VALUE ZERO.                          00413333
          77 WS-NEXT-SECURITY-NO PIC 9(9) VALUE ZERO.                   00416666
          01 WS-OLD-EOF PIC X(01) VALUE 'N'.                            00420000
             88 OLD-EOF-Y VALUE 'Y'.                                    00430000
       PROCEDURE DIVISION.                                              00440000
       MAIN-PARA.                                                       00450000
           OPEN INPUT OLD-SECM-FILE.                                    00450909
           IF WS-OLD-STATUS NOT = '00'                                  00451818
               DISPLAY 'ERROR/OPEN/OLD-SECM-FILE'                       00452727
               DISPLAY 'FILE STATUS:' WS-OLD-STATUS                     00453636
               MOVE 16 TO RETURN-CODE                                   00454545
               STOP RUN                                                 00455454
           END-IF.                                                      00456363
           PERFORM 000-COUNT-PARA UNTIL OLD-EOF-Y.                      00457272
           CLOSE OLD-SECM-FILE.                                         00458181
           MOVE 'N' TO WS-OLD-EOF.                                      00459090
           OPEN INPUT OLD-SECM-FILE.                                    00460000
           IF WS-OLD-STATUS NOT = '00'                                  00470000
               DISPLAY 'ERROR/OPEN/OLD-SECM-FILE'                       00480000
               DISPLAY 'FILE STATUS:' WS-OLD-STATUS                     00490000
               MOVE 16 TO RETURN-CODE                                   00500000
               STOP RUN                                                 00510000
           END-IF.                                                      00520000
           OPEN OUTPUT NEW-SECM-FILE.                                   00530000
           IF WS-NEW-STATUS NOT = '00'                                  00540000
               DISPLAY 'ERROR/OPEN/NEW-SECM-FILE'                       00550000
               DISPLAY 'FILE STATUS:' WS-NEW-STATUS                     00560000
               MOVE 16 TO RETURN-CODE                                   00570000
               STOP RUN                                                 00580000
           END-IF.                                                      00590000
      *THE CONTROL RECORD, KEYED ON LOW-VALUES, AS SECMAST BUILDS IT    00590714
           MOVE SPACES TO SECMAST-CTL-REC.                              00591428
           MOVE LOW-VALUES TO SMC-KEY.                                  00592142
           MOVE 'CTL' TO SMC-TYPE.                                      00592856
           MOVE WS-OLD-COUNT TO SMC-LAST-SECURITY-NO.                   00593570
           MOVE ZERO TO SMC-SECURITY-NO.                                00594284
           WRITE SECMAST-CTL-REC.                                       00594998
           IF WS-NEW-STATUS NOT = '00'                                  00595712
               DISPLAY 'ERROR/WRITE/NEW-SECM-FILE: CONTROL RECORD'      00596426
               DISPLAY 'FILE STATUS:' WS-NEW-STATUS                     00597140
               MOVE 16 TO RETURN-CODE                                   00597854
               SET OLD-EOF-Y TO TRUE                                    00598568
           END-IF.                                                      00599282
           PERFORM 001-CONVERT-PARA UNTIL OLD-EOF-Y.                    00600000
           CLOSE OLD-SECM-FILE NEW-SECM-FILE.                           00610000
           DISPLAY 'SECMCNV RECORDS READ    ' WS-READ-COUNT.            00620000
           DISPLAY 'SECMCNV RECORDS WRITTEN ' WS-WRITE-COUNT.           00630000
           IF WS-READ-COUNT NOT = WS-WRITE-COUNT                        00640000
               DISPLAY 'SECMCNV READ/WRITE MISMATCH'                    00650000
               MOVE 16 TO RETURN-CODE                                   00660000
           END-IF.                                                      00670000
            STOP RUN.                                                   00672000
      *FIRST PASS - HOW MANY NUMBERS THE CONVERSION WILL ISSUE          00674000
       000-COUNT-PARA.                                                  00676000
           READ OLD-SECM-FILE                                           00678000
               AT END                                                   00680000
                   SET OLD-EOF-Y TO TRUE                                00682000
               NOT AT END                                               00684000
                   ADD 1 TO WS-OLD-COUNT                                00686000
           END-READ.                                                    00688000
      *ONE OLD RECORD IN, ONE NEW RECORD OUT - THE EXISTING FIELDS      00690000
      *CARRY ACROSS UNTOUCHED AND EACH GETS THE NEXT SECURITY NUMBER    00700000
       001-CONVERT-PARA.                                                00710000
           READ OLD-SECM-FILE                                           00720000
               AT END                                                   00730000
                   SET OLD-EOF-Y TO TRUE                                00740000
               NOT AT END                                               00750000
                   ADD 1 TO WS-READ-COUNT                               00760000
                   MOVE OLD-IDENTIFIER     TO SM-IDENTIFIER             00770000
                   MOVE OLD-TYPE           TO SM-TYPE                   00780000
                   MOVE OLD-STATUS         TO SM-STATUS                 00790000
                   MOVE OLD-FIRST-SEEN     TO SM-FIRST-SEEN             00800000
                   MOVE OLD-LAST-VALIDATED TO SM-LAST-VALIDATED         00810000
                   ADD 1 TO WS-NEXT-SECURITY-NO                         00816666
                   MOVE WS-NEXT-SECURITY-NO TO SM-SECURITY-NO           00823332
                   WRITE SECMAST-REC                                    00830000
                   IF WS-NEW-STATUS = '00'                              00840000
                       ADD 1 TO WS-WRITE-COUNT                          00850000
                   ELSE                                                 00860000
                       DISPLAY 'ERROR/WRITE/NEW-SECM-FILE:'             00870000
                               SM-IDENTIFIER                            00880000
                       DISPLAY 'FILE STATUS:' WS-NEW-STATUS             00890000
                       MOVE 16 TO RETURN-CODE                           00900000
                       SET OLD-EOF-Y TO TRUE                            00910000
                   END-IF                                               00920000
           END-READ.                                                    00930000
