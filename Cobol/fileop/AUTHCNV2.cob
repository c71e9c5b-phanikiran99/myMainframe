      *ONE-TIME OPERAUTH RECORD CONVERSION - 15 TO 16 BYTES             00010000
      *THE OPERAUTH KSDS GREW AN EIGHTH OPTION FLAG WHEN THE AB63       00020000
      *SAMPLE FILE INQUIRY AND MAINTENANCE SCREEN (OPT8) ARRIVED. THE   00030000
      *CLUSTER IS DEFINED WITH A FIXED 16-BYTE RECORDSIZE, SO THE       00040000
      *EXISTING 15-BYTE RECORDS CANNOT SIMPLY STAY - THIS PROGRAM       00050000
      *READS THE OLD RECORDS (AN IDCAMS REPRO UNLOAD, ALREADY IN KEY    00060000
      *ORDER) AND WRITES EACH ONE BACK AT THE NEW LENGTH WITH OPT8      00070000
      *SET TO N. NOBODY IS SEEDED WITH OPT8 - THE OPT6 HOLDERS THE      00080000
      *FILE ALREADY HAS GRANT IT ON AB61 AFTERWARDS, SO EVERY GRANT     00090000
      *IS ON THE CAUD AUDIT TRAIL. SEE THE OPERCNV2 JOB.                00100000
       IDENTIFICATION DIVISION.                                         00110000
       PROGRAM-ID. AUTHCNV2.                                            00120000
       ENVIRONMENT DIVISION.                                            00130000
          INPUT-OUTPUT SECTION.                                         00140000
          FILE-CONTROL.                                                 00150000
      *THE OLD 15-BYTE RECORDS, REPRO-UNLOADED IN KEY ORDER             00160000
           SELECT OLD-AUTH-FILE ASSIGN TO OLDAUTH                       00170000
           ORGANIZATION IS SEQUENTIAL                                   00180000
           FILE STATUS WS-OLD-STATUS.                                   00190000
      *THE NEW 16-BYTE RECORDS, REPRO-LOADED INTO THE FRESH CLUSTER     00200000
           SELECT NEW-AUTH-FILE ASSIGN TO NEWAUTH                       00210000
           ORGANIZATION IS SEQUENTIAL                                   00220000
           FILE STATUS WS-NEW-STATUS.                                   00230000
       DATA DIVISION.                                                   00240000
          FILE SECTION.                                                 00250000
          FD  OLD-AUTH-FILE.                                            00260000
          01  OLD-AUTH-REC.                                             00270000
             05 OLD-USERID           PIC X(8).                          00280000
             05 OLD-OPT1             PIC X(1).                          00290000
             05 OLD-OPT2             PIC X(1).                          00300000
             05 OLD-OPT3             PIC X(1).                          00310000
             05 OLD-OPT4             PIC X(1).                          00320000
             05 OLD-OPT5             PIC X(1).                          00330000
             05 OLD-OPT6             PIC X(1).                          00340000
             05 OLD-OPT7             PIC X(1).                          00350000
          FD  NEW-AUTH-FILE.                                            00360000
      *SHARED OPERATOR PERMISSIONS LAYOUT, SEE OPERAUTH.CPY             00370000
          COPY OPERAUTH.                                                00380000
       WORKING-STORAGE SECTION.                                         00390000
          77 WS-OLD-STATUS PIC X(2).                                    00400000
          77 WS-NEW-STATUS PIC X(2).                                    00410000
          77 WS-READ-COUNT PIC 9(5) VALUE ZERO.                         00420000
          77 WS-WRITE-COUNT PIC 9(5) VALUE ZERO.                        00430000
          77 WS-OPT6-HOLDERS PIC 9(3) VALUE ZERO.                       00440000
          01 WS-OLD-EOF PIC X(01) VALUE 'N'.                            00450000
             88 OLD-EOF-Y VALUE 'Y'.                                    00460000
       PROCEDURE DIVISION.                                              00470000
       MAIN-PARA.                                                       00480000
           OPEN INPUT OLD-AUTH-FILE.                                    00490000
           IF WS-OLD-STATUS NOT = '00'                                  00500000
               DISPLAY 'ERROR/OPEN/OLD-AUTH-FILE'                       00510000
               DISPLAY 'FILE STATUS:' WS-OLD-STATUS                     00520000
               MOVE 16 TO RETURN-CODE                                   00530000
               STOP RUN                                                 00540000
           END-IF.                                                      00550000
           OPEN OUTPUT NEW-AUTH-FILE.                                   00560000
           IF WS-NEW-STATUS NOT = '00'                                  00570000
               DISPLAY 'ERROR/OPEN/NEW-AUTH-FILE'                       00580000
               DISPLAY 'FILE STATUS:' WS-NEW-STATUS                     00590000
               MOVE 16 TO RETURN-CODE                                   00600000
               STOP RUN                                                 00610000
           END-IF.                                                      00620000
           PERFORM 001-CONVERT-PARA UNTIL OLD-EOF-Y.                    00630000
           CLOSE OLD-AUTH-FILE NEW-AUTH-FILE.                           00640000
           DISPLAY 'AUTHCNV2 RECORDS READ    ' WS-READ-COUNT.           00650000
           DISPLAY 'AUTHCNV2 RECORDS WRITTEN ' WS-WRITE-COUNT.          00660000
           DISPLAY 'AUTHCNV2 OPT6 HOLDERS    ' WS-OPT6-HOLDERS.         00670000
           IF WS-READ-COUNT NOT = WS-WRITE-COUNT                        00680000
               DISPLAY 'AUTHCNV2 READ/WRITE MISMATCH'                   00690000
               MOVE 16 TO RETURN-CODE                                   00700000
           END-IF.                                                      00710000
      *WITHOUT AN OPT6 HOLDER NOBODY COULD OPEN AB61 TO GRANT OPT8 -    00720000
      *THE RELOAD STEP IS BYPASSED SO THE OLD FILE CAN BE RESTORED      00730000
           IF WS-OPT6-HOLDERS = ZERO                                    00740000
               DISPLAY 'AUTHCNV2 NO OPT6 HOLDER ON THE FILE - '         00750000
                       'THE NEW FILE WOULD BE UNADMINISTERABLE'         00760000
               MOVE 16 TO RETURN-CODE                                   00770000
           END-IF.                                                      00780000
           STOP RUN.                                                    00790000
      *ONE OLD RECORD IN, ONE NEW RECORD OUT - THE SEVEN EXISTING       00800000
      *FLAGS CARRY ACROSS UNTOUCHED AND OPT8 STARTS AS N                00810000
       001-CONVERT-PARA.                                                00820000
           READ OLD-AUTH-FILE                                           00830000
               AT END                                                   00840000
                   SET OLD-EOF-Y TO TRUE                                00850000
               NOT AT END                                               00860000
                   ADD 1 TO WS-READ-COUNT                               00870000
                   MOVE OLD-USERID TO OA-USERID                         00880000
                   MOVE OLD-OPT1   TO OA-OPT1                           00890000
                   MOVE OLD-OPT2   TO OA-OPT2                           00900000
                   MOVE OLD-OPT3   TO OA-OPT3                           00910000
                   MOVE OLD-OPT4   TO OA-OPT4                           00920000
                   MOVE OLD-OPT5   TO OA-OPT5                           00930000
                   MOVE OLD-OPT6   TO OA-OPT6                           00940000
                   MOVE OLD-OPT7   TO OA-OPT7                           00950000
                   MOVE 'N'        TO OA-OPT8                           00960000
                   IF OA-OPT6 = 'Y'                                     00970000
                       ADD 1 TO WS-OPT6-HOLDERS                         00980000
                   END-IF                                               00990000
                   WRITE OPERAUTH-REC                                   01000000
                   IF WS-NEW-STATUS = '00'                              01010000
                       ADD 1 TO WS-WRITE-COUNT                          01020000
                   ELSE                                                 01030000
                       DISPLAY 'ERROR/WRITE/NEW-AUTH-FILE:' OA-USERID   01040000
                       DISPLAY 'FILE STATUS:' WS-NEW-STATUS             01050000
                       MOVE 16 TO RETURN-CODE                           01060000
                       SET OLD-EOF-Y TO TRUE                            01070000
                   END-IF                                               01080000
           END-READ.                                                    01090000
