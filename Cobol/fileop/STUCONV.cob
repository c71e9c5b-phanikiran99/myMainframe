      *ONE-TIME STUDENT MASTER CONVERSION - SEQUENTIAL TO KSDS          00010000
      *THE OLD SEQUENTIAL STUDENT MASTER HELD ONLY A 9-BYTE ID, A       00020000
      *20-BYTE NAME AND A 5-DIGIT PIN, SO VARMAIL'S LABELS HAD NO       00030000
      *STREET, TOWN OR DISTRICT. THIS PROGRAM READS EVERY OLD RECORD    00040000
      *AND WRITES IT TO THE NEW STUDENT MASTER KSDS IN THE STUMAST.CPY  00050000
      *LAYOUT, ACTIVE FROM TODAY. THE OLD FILE IS IN NO GUARANTEED      00060000
      *ORDER, SO THE KSDS IS LOADED BY KEY RATHER THAN BY REPRO; A      00070000
      *REPEATED STUDENT-ID IS LISTED AND SKIPPED. NOTHING OF THE        00080000
      *ADDRESS IS KNOWN YET - AND A 5-DIGIT FIELD NEVER HELD A REAL     00090000
      *PIN - SO THE ADDRESS IS LEFT BLANK AND EVERY STUDENT NEEDS A     00100000
      *STUMNT CHANGE (C) TRANSACTION BEFORE VARMAIL OR GRADMERG WILL    00110000
      *MAIL THEM. SEE THE STUMINIT JOB.                                 00120000
       IDENTIFICATION DIVISION.                                         00130000
       PROGRAM-ID. STUCONV.                                             00140000
       ENVIRONMENT DIVISION.                                            00150000
          INPUT-OUTPUT SECTION.                                         00160000
          FILE-CONTROL.                                                 00170000
      *THE OLD 34-BYTE SEQUENTIAL MASTER                                00180000
           SELECT OLD-MASTER-FILE ASSIGN TO OLDMAST                     00190000
           ORGANIZATION IS SEQUENTIAL                                   00200000
           FILE STATUS WS-OLD-STATUS.                                   00210000
      *THE NEW 200-BYTE STUDENT MASTER KSDS, FRESHLY DEFINED            00220000
           SELECT STUDENT-MASTER-FILE ASSIGN TO STUMSTDD                00230000
           ORGANIZATION IS INDEXED                                      00240000
           ACCESS MODE IS RANDOM                                        00250000
           RECORD KEY IS STU-ID                                         00260000
           FILE STATUS WS-NEW-STATUS.                                   00270000
       DATA DIVISION.                                                   00280000
          FILE SECTION.                                                 00290000
          FD  OLD-MASTER-FILE.                                          00300000
          01  OLD-MASTER-REC.                                           00310000
             05 OLD-ID               PIC X(09).                         00320000
             05 OLD-NAME             PIC X(20).                         00330000
             05 OLD-PIN              PIC 9(05).                         00340000
          FD  STUDENT-MASTER-FILE.                                      00350000
      *SHARED STUDENT MASTER LAYOUT, SEE STUMAST.CPY                    00360000
          COPY STUMAST.                                                 00370000
       WORKING-STORAGE SECTION.                                         00380000
      *RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.        00390000
           COPY RUNDATE.                                                00400000
          77 WS-OLD-STATUS PIC X(2).                                    00410000
          77 WS-NEW-STATUS PIC X(2).                                    00420000
          77 WS-READ-COUNT PIC 9(7) VALUE ZERO.                         00430000
          77 WS-WRITE-COUNT PIC 9(7) VALUE ZERO.                        00440000
          77 WS-DUP-COUNT PIC 9(7) VALUE ZERO.                          00450000
          01 WS-OLD-EOF PIC X(01) VALUE 'N'.                            00460000
             88 OLD-EOF-Y VALUE 'Y'.                                    00470000
       PROCEDURE DIVISION.                                              00480000
       MAIN-PARA.                                                       00490000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00500000
           OPEN INPUT OLD-MASTER-FILE.                                  00510000
           IF WS-OLD-STATUS NOT = '00'                                  00520000
               DISPLAY 'ERROR/OPEN/OLD-MASTER-FILE'                     00530000
               DISPLAY 'FILE STATUS:' WS-OLD-STATUS                     00540000
               MOVE 16 TO RETURN-CODE                                   00550000
               STOP RUN                                                 00560000
           END-IF.                                                      00570000
           OPEN OUTPUT STUDENT-MASTER-FILE.                             00580000
           IF WS-NEW-STATUS NOT = '00'                                  00590000
               DISPLAY 'ERROR/OPEN/STUDENT-MASTER-FILE'                 00600000
               DISPLAY 'FILE STATUS:' WS-NEW-STATUS                     00610000
               MOVE 16 TO RETURN-CODE                                   00620000
               STOP RUN                                                 00630000
           END-IF.                                                      00640000
           PERFORM 001-CONVERT-PARA UNTIL OLD-EOF-Y.                    00650000
           CLOSE OLD-MASTER-FILE STUDENT-MASTER-FILE.                   00660000
           DISPLAY 'STUCONV RECORDS READ    ' WS-READ-COUNT.            00670000
           DISPLAY 'STUCONV RECORDS WRITTEN ' WS-WRITE-COUNT.           00680000
           DISPLAY 'STUCONV DUPLICATE IDS   ' WS-DUP-COUNT.             00690000
           DISPLAY 'STUCONV ADDRESSES TO KEY ' WS-WRITE-COUNT.          00700000
           IF WS-DUP-COUNT > ZERO                                       00710000
               IF RETURN-CODE < 4                                       00720000
                   MOVE 4 TO RETURN-CODE                                00730000
               END-IF                                                   00740000
           END-IF.                                                      00750000
           STOP RUN.                                                    00760000
      *ONE OLD RECORD IN, ONE STUDENT OUT - THE ID AND NAME CARRY       00770000
      *ACROSS, THE STUDENT IS ACTIVE AND THE ADDRESS AWAITS STUMNT      00780000
       001-CONVERT-PARA.                                                00790000
           READ OLD-MASTER-FILE                                         00800000
               AT END                                                   00810000
                   SET OLD-EOF-Y TO TRUE                                00820000
               NOT AT END                                               00830000
                   ADD 1 TO WS-READ-COUNT                               00840000
                   MOVE SPACES         TO STUDENT-MASTER-REC            00850000
                   MOVE OLD-ID         TO STU-ID                        00860000
                   MOVE OLD-NAME       TO STU-NAME                      00870000
                   MOVE ZERO           TO STU-PIN                       00880000
                   SET STU-ACTIVE      TO TRUE                          00890000
                   MOVE WS-RUN-DATE    TO STU-STATUS-DATE               00900000
                   MOVE 'N'            TO STU-MAIL-HOLD                 00902500
                   MOVE ZERO           TO STU-RETURN-COUNT              00905000
                   MOVE ZERO           TO STU-LAST-RETURNED             00907500
                   WRITE STUDENT-MASTER-REC                             00910000
                   EVALUATE WS-NEW-STATUS                               00920000
                       WHEN '00'                                        00930000
                           ADD 1 TO WS-WRITE-COUNT                      00940000
                       WHEN '22'                                        00950000
                           ADD 1 TO WS-DUP-COUNT                        00960000
                           DISPLAY 'STUCONV DUPLICATE ID SKIPPED '      00970000
                                   OLD-ID                               00980000
                       WHEN OTHER                                       00990000
                           DISPLAY 'ERROR/WRITE/STUDENT-MASTER:' OLD-ID 01000000
                           DISPLAY 'FILE STATUS:' WS-NEW-STATUS         01010000
                           MOVE 16 TO RETURN-CODE                       01020000
                           SET OLD-EOF-Y TO TRUE                        01030000
                   END-EVALUATE                                         01040000
           END-READ.                                                    01050000
