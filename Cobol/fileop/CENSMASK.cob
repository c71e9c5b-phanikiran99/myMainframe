      *MASKED, SUBSETTED TEST-REGION REFRESH. DB2RELD USED TO RELOAD    00010000
      *TEST FROM A FULL PRODUCTION EXTRACT, AND THE KSDS COPIES WENT    00020000
      *OVER THE SAME WAY, SO REAL OPERATOR USERIDS, SAMPLE NAMES AND    00030000
      *ADDRESSES, STUDENT NAMES, ADDRESSES AND PINS AND LIVE SECURITY   00040000
      *IDENTIFIERS ALL SAT ON TEST. THIS READS THE PRODUCTION FILES -   00050000
      *  THE CENSEXT EXTRACT, THE SAMPLE KSDS, THE STUDENT MASTER, THE  00060000
      *  RETURNED-MAIL FILE, OPERAUTH, SECMAST AND (OPTIONAL) SPECIAL'S 00070000
      *  CUSIP INPUT                                                    00080000
      *AND WRITES FLAT TEST COPIES FOR CENSTREF TO SORT AND LOAD.       00090000
      *MASKING IS KEYED BY THE MASKCARD (COLS 1-20, HELD BY OPERATIONS  00100000
      *- WITH THE KEY THE MASK CAN BE UNDONE) AND IS ONE-TO-ONE AND     00110000
      *REPEATABLE: EVERY CHARACTER IS SHIFTED BY THE KEY AND BY THE     00120000
      *CHARACTERS BEFORE IT, DIGITS STAYING DIGITS AND LETTERS LETTERS, 00130000
      *OTHERS (SPACES, PUNCTUATION) AS THEY ARE. THE SAME REAL VALUE    00140000
      *ALWAYS MASKS TO THE SAME FAKE VALUE IN EVERY FILE AND EVERY RUN  00150000
      *WITH THE SAME KEY, AND TWO VALUES NEVER MASK ALIKE - SO KEYS     00160000
      *STAY UNIQUE AND A STUDENT-ID ON A RETURN STILL FINDS ITS         00170000
      *STUDENT. A CUSIP, ISIN OR SEDOL KEEPS ITS SHAPE AND GETS A       00180000
      *FRESH CHECK DIGIT, SO SPECIAL STILL PASSES WHAT PASSED AND       00190000
      *FAILS WHAT FAILED; A US ISIN CARRIES ITS CUSIP MASKED THE SAME   00200000
      *WAY AS THE CUSIP ITSELF. A STUDENT'S PIN BECOMES A REAL PIN OF   00210000
      *THE SAME STATE FROM THE PIN DIRECTORY, SO VARMAIL'S PIN CHECK    00220000
      *STILL HOLDS. STATE NAMES, COUNTS, DATES AND FLAGS ARE NOT        00230000
      *PERSONAL AND ARE NOT MASKED.                                     00240000
      *AN OPTIONAL STATELST (ONE OFFICIAL STATE/UT NAME PER CARD, COLS  00250000
      *1-30) CUTS THE EXTRACT, THE STUDENTS AND THEIR RETURNS DOWN TO   00260000
      *THOSE STATES; THE OTHER FILES CARRY NO STATE AND GO OVER WHOLE.  00270000
      *THE EXTRACT'S TRAILER IS REBUILT FOR THE ROWS KEPT, AND ONLY     00280000
      *WHEN THE PRODUCTION TRAILER PROVES OUT. RC 16 = NO KEY OR A      00290000
      *FILE COULD NOT BE OPENED, RC 8 = THE EXTRACT DID NOT PROVE OUT,  00300000
      *RC 4 = NO PIN DIRECTORY.                                         00310000
       IDENTIFICATION DIVISION.                                         00320000
       PROGRAM-ID. CENSMASK.                                            00330000
       ENVIRONMENT DIVISION.                                            00340000
          INPUT-OUTPUT SECTION.                                         00350000
          FILE-CONTROL.                                                 00360000
           SELECT MASK-CARD-FILE ASSIGN TO MASKCARD                     00370000
           ORGANIZATION IS SEQUENTIAL                                   00380000
           FILE STATUS WS-CARD-STATUS.                                  00390000
           SELECT OPTIONAL STATE-LIST-FILE ASSIGN TO STATELST           00400000
           ORGANIZATION IS SEQUENTIAL                                   00410000
           FILE STATUS WS-STLST-STATUS.                                 00420000
           SELECT EXTRACT-IN-FILE ASSIGN TO EXTRIN                      00430000
           ORGANIZATION IS SEQUENTIAL                                   00440000
           FILE STATUS WS-EXTIN-STATUS.                                 00450000
           SELECT EXTRACT-OUT-FILE ASSIGN TO EXTROUT                    00460000
           ORGANIZATION IS SEQUENTIAL                                   00470000
           FILE STATUS WS-EXTOUT-STATUS.                                00480000
           SELECT SAMPLE-IN-FILE ASSIGN TO SAMPIN                       00490000
           ORGANIZATION IS INDEXED                                      00500000
           ACCESS MODE IS SEQUENTIAL                                    00510000
           RECORD KEY IS SAMPLE-DATA1                                   00520000
           FILE STATUS WS-SAMPIN-STATUS.                                00530000
           SELECT SAMPLE-OUT-FILE ASSIGN TO SAMPOUT                     00540000
           ORGANIZATION IS SEQUENTIAL                                   00550000
           FILE STATUS WS-SAMPOUT-STATUS.                               00560000
      *THE STUDENT MASTER IS READ IN KEY ORDER FOR THE STUDENTS AND BY  00570000
      *KEY FOR THE RETURNS, HENCE DYNAMIC                               00580000
           SELECT STUDENT-MASTER-FILE ASSIGN TO STUMSTDD                00590000
           ORGANIZATION IS INDEXED                                      00600000
           ACCESS MODE IS DYNAMIC                                       00610000
           RECORD KEY IS STU-ID                                         00620000
           FILE STATUS WS-STUIN-STATUS.                                 00630000
           SELECT STUDENT-OUT-FILE ASSIGN TO STUMOUT                    00640000
           ORGANIZATION IS SEQUENTIAL                                   00650000
           FILE STATUS WS-STUOUT-STATUS.                                00660000
           SELECT PIN-DIRECTORY-FILE ASSIGN TO PINDIRDD                 00670000
           ORGANIZATION IS INDEXED                                      00680000
           ACCESS MODE IS DYNAMIC                                       00690000
           RECORD KEY IS PD-PIN                                         00700000
           FILE STATUS WS-PINDIR-STATUS.                                00710000
           SELECT RETURN-IN-FILE ASSIGN TO RETNDD                       00720000
           ORGANIZATION IS SEQUENTIAL                                   00730000
           FILE STATUS WS-RTNIN-STATUS.                                 00740000
           SELECT RETURN-OUT-FILE ASSIGN TO RETNOUT                     00750000
           ORGANIZATION IS SEQUENTIAL                                   00760000
           FILE STATUS WS-RTNOUT-STATUS.                                00770000
           SELECT OPERAUTH-IN-FILE ASSIGN TO AUTHDD                     00780000
           ORGANIZATION IS INDEXED                                      00790000
           ACCESS MODE IS SEQUENTIAL                                    00800000
           RECORD KEY IS OA-USERID                                      00810000
           FILE STATUS WS-AUTHIN-STATUS.                                00820000
           SELECT OPERAUTH-OUT-FILE ASSIGN TO AUTHOUT                   00830000
           ORGANIZATION IS SEQUENTIAL                                   00840000
           FILE STATUS WS-AUTHOUT-STATUS.                               00850000
           SELECT SECMAST-IN-FILE ASSIGN TO SECMSTDD                    00860000
           ORGANIZATION IS INDEXED                                      00870000
           ACCESS MODE IS SEQUENTIAL                                    00880000
           RECORD KEY IS SM-IDENTIFIER                                  00890000
           FILE STATUS WS-SECMIN-STATUS.                                00900000
           SELECT SECMAST-OUT-FILE ASSIGN TO SECMOUT                    00910000
           ORGANIZATION IS SEQUENTIAL                                   00920000
           FILE STATUS WS-SECMOUT-STATUS.                               00930000
      *SPECIAL'S CUSIP INPUT - LEAVE CUSIPDD DUMMY TO SKIP IT           00940000
           SELECT OPTIONAL CUSIP-IN-FILE ASSIGN TO CUSIPDD              00950000
           ORGANIZATION IS SEQUENTIAL                                   00960000
           FILE STATUS WS-CUSIN-STATUS.                                 00970000
           SELECT CUSIP-OUT-FILE ASSIGN TO CUSIPOUT                     00980000
           ORGANIZATION IS SEQUENTIAL                                   00990000
           FILE STATUS WS-CUSOUT-STATUS.                                01000000
           SELECT MASK-RPT-FILE ASSIGN TO MASKRPT                       01010000
           ORGANIZATION IS SEQUENTIAL                                   01020000
           FILE STATUS WS-RPT-STATUS.                                   01030000
       DATA DIVISION.                                                   01040000
          FILE SECTION.                                                 01050000
          FD  MASK-CARD-FILE.                                           01060000
          01  MASK-CARD-REC.                                            01070000
             05 CARD-MASK-KEY        PIC X(20).                         01080000
          FD  STATE-LIST-FILE.                                          01090000
          01  STATE-LIST-REC.                                           01100000
             05 SL-STATE-UT          PIC X(30).                         01110000
          FD  EXTRACT-IN-FILE.                                          01120000
          COPY CENSEXT.                                                 01130000
          FD  EXTRACT-OUT-FILE.                                         01140000
          01  EXTRACT-OUT-REC         PIC X(86).                        01150000
      *THE SAMPLE KSDS - KEY, NAME, THEN THE ADDRESS THE OTHER          01160000
      *PROGRAMS CARRY AS FILLER                                         01170000
          FD  SAMPLE-IN-FILE.                                           01180000
          01  SAMPLE-IN-REC.                                            01190000
             05 SAMPLE-DATA1         PIC A(20).                         01200000
             05 SAMPLE-DATA2         PIC A(30).                         01210000
             05 SAMPLE-DATA3         PIC X(30).                         01220000
          FD  SAMPLE-OUT-FILE.                                          01230000
          01  SAMPLE-OUT-REC          PIC X(80).                        01240000
          FD  STUDENT-MASTER-FILE.                                      01250000
          COPY STUMAST.                                                 01260000
          FD  STUDENT-OUT-FILE.                                         01270000
          01  STUDENT-OUT-REC         PIC X(200).                       01280000
          FD  PIN-DIRECTORY-FILE.                                       01290000
          COPY PINDIR.                                                  01300000
      *ONE RETURNED PIECE - THE MAILRETN LAYOUT, 80 BYTES               01310000
          FD  RETURN-IN-FILE.                                           01320000
          01  RETURN-IN-REC.                                            01330000
             05 RTN-STUDENT-ID       PIC X(9).                          01340000
             05 RTN-DATE             PIC X(8).                          01350000
             05 RTN-REASON           PIC X(2).                          01360000
             05 FILLER               PIC X(61).                         01370000
          FD  RETURN-OUT-FILE.                                          01380000
          01  RETURN-OUT-REC          PIC X(80).                        01390000
          FD  OPERAUTH-IN-FILE.                                         01400000
          COPY OPERAUTH.                                                01410000
          FD  OPERAUTH-OUT-FILE.                                        01420000
          01  OPERAUTH-OUT-REC        PIC X(16).                        01430000
          FD  SECMAST-IN-FILE.                                          01440000
          COPY SECMREC.                                                 01450000
          FD  SECMAST-OUT-FILE.                                         01460000
          01  SECMAST-OUT-REC         PIC X(43).                        01470000
          FD  CUSIP-IN-FILE.                                            01480000
          01  CUSIP-IN-REC.                                             01490000
             05 CUSIP-IN-CODE        PIC X(8).                          01500000
          FD  CUSIP-OUT-FILE.                                           01510000
          01  CUSIP-OUT-REC           PIC X(8).                         01520000
          FD  MASK-RPT-FILE                                             01530000
              RECORD CONTAINS 110 CHARACTERS.                           01540000
          01  RPT-PRINT-REC           PIC X(110).                       01550000
       WORKING-STORAGE SECTION.                                         01560000
      * RUN-DATE STAMP, SHARED ACROSS THE SHOP - SEE RUNDATE.CPY.       01570000
           COPY RUNDATE.                                                01580000
      * SHARED REPORT-FORMATTING FIELDS, SEE RPTHDG.CPY.                01590000
           COPY RPTHDG.                                                 01600000
          77 WS-CARD-STATUS PIC X(2).                                   01610000
          77 WS-STLST-STATUS PIC X(2).                                  01620000
          77 WS-EXTIN-STATUS PIC X(2).                                  01630000
          77 WS-EXTOUT-STATUS PIC X(2).                                 01640000
          77 WS-SAMPIN-STATUS PIC X(2).                                 01650000
          77 WS-SAMPOUT-STATUS PIC X(2).                                01660000
          77 WS-STUIN-STATUS PIC X(2).                                  01670000
          77 WS-STUOUT-STATUS PIC X(2).                                 01680000
          77 WS-PINDIR-STATUS PIC X(2).                                 01690000
          77 WS-RTNIN-STATUS PIC X(2).                                  01700000
          77 WS-RTNOUT-STATUS PIC X(2).                                 01710000
          77 WS-AUTHIN-STATUS PIC X(2).                                 01720000
          77 WS-AUTHOUT-STATUS PIC X(2).                                01730000
          77 WS-SECMIN-STATUS PIC X(2).                                 01740000
          77 WS-SECMOUT-STATUS PIC X(2).                                01750000
          77 WS-CUSIN-STATUS PIC X(2).                                  01760000
          77 WS-CUSOUT-STATUS PIC X(2).                                 01770000
          77 WS-RPT-STATUS PIC X(2).                                    01780000
          01 WS-FILE-EOF PIC X(01) VALUE 'N'.                           01790000
             88 FILE-EOF-Y VALUE 'Y'.                                   01800000
          01 WS-PIN-DIR-OPEN PIC X(01) VALUE 'N'.                       01810000
             88 PIN-DIR-OPEN-Y VALUE 'Y'.                               01820000
      * THE STATE SUBSET - NO CARDS, NO SUBSET                          01830000
          77 WS-STATE-COUNT PIC 9(2) USAGE COMP VALUE ZERO.             01840000
          77 WS-STATE-MAX PIC 9(2) USAGE COMP VALUE 50.                 01850000
          77 WS-STATE-IDX PIC 9(2) USAGE COMP.                          01860000
          01 WS-STATE-TABLE.                                            01870000
             05 WS-STATE-ENTRY PIC X(30) OCCURS 50 TIMES.               01880000
          77 WS-CHECK-STATE PIC X(30).                                  01890000
          01 WS-IN-SUBSET PIC X(01).                                    01900000
             88 IN-SUBSET-Y VALUE 'Y'.                                  01910000
      * PER-FILE COUNTS, RESET FOR EACH FILE AND PRINTED ON ITS LINE    01920000
          77 WS-READ-COUNT PIC 9(9) VALUE ZERO.                         01930000
          77 WS-WRITTEN-COUNT PIC 9(9) VALUE ZERO.                      01940000
          77 WS-DROPPED-COUNT PIC 9(9) VALUE ZERO.                      01950000
          77 WS-TOTAL-WRITTEN PIC 9(9) VALUE ZERO.                      01960000
          77 WS-FILE-NOTE PIC X(40) VALUE SPACES.                       01970000
      * EXTRACT PROOF - THE PRODUCTION TRAILER AGAINST WHAT WAS READ,   01980000
      * THEN THE NEW TRAILER FOR WHAT WAS KEPT                          01990000
          77 WS-IN-ROW-COUNT PIC 9(9) VALUE ZERO.                       02000000
          77 WS-IN-POP-HASH PIC 9(15) VALUE ZERO.                       02010000
          77 WS-OUT-POP-HASH PIC 9(15) VALUE ZERO.                      02020000
          77 WS-TRL-COUNT PIC 9(9) VALUE ZERO.                          02030000
          77 WS-TRL-HASH PIC 9(15) VALUE ZERO.                          02040000
          01 WS-TRL-SEEN PIC X(01) VALUE 'N'.                           02050000
             88 TRL-SEEN-Y VALUE 'Y'.                                   02060000
          01 WS-NEW-TRAILER.                                            02070000
             05 FILLER               PIC X(6) VALUE 'EXTTRL'.           02080000
             05 NT-RECORD-COUNT      PIC 9(9).                          02090000
             05 NT-POP-HASH          PIC 9(15).                         02100000
             05 FILLER               PIC X(56) VALUE SPACES.            02110000
      * IDENTIFIERS THAT FAILED THEIR CHECK DIGIT BEFORE MASKING AND    02120000
      * STILL FAIL IT AFTER                                             02130000
          77 WS-KEPT-FAILING PIC 9(9) VALUE ZERO.                       02140000
          01 WS-RPT-FAILING-LINE.                                       02150000
             05 FILLER               PIC X(34)                          02160000
                VALUE 'IDENTIFIERS STILL FAILING CHECK  '.              02170000
             05 RPT-FAIL-COUNT       PIC Z(8)9.                         02180000
      * THE MASK ENGINE. MK-FIELD HOLDS THE VALUE, MK-LEN ITS LENGTH;   02190000
      * 800-MASK-FIELD-PARA MASKS IT IN PLACE. A CHARACTER'S POSITION   02200000
      * IN MK-ALPHABET IS FOUND BY INSPECT - 1-10 DIGITS, 11-36         02210000
      * LETTERS, 37 ANYTHING ELSE (LEFT AS IT IS).                      02220000
          01 MK-ALPHABET PIC X(36)                                      02230000
             VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.              02240000
          01 MK-ALPHA-TABLE REDEFINES MK-ALPHABET.                      02250000
             05 MK-ALPHA-CHAR PIC X(1) OCCURS 36 TIMES.                 02260000
      * CUSIP CHARACTER VALUES - 0-9, A-Z = 10-35, * @ # = 36-38        02270000
          01 MK-CUSIP-SET PIC X(39)                                     02280000
             VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ*@#'.           02290000
          01 MK-KEY PIC X(20).                                          02300000
          01 MK-KEY-TABLE.                                              02310000
             05 MK-KEY-VAL PIC 9(2) USAGE COMP OCCURS 20 TIMES.         02320000
          77 MK-SEED PIC 9(4) USAGE COMP VALUE ZERO.                    02330000
          77 MK-STATE PIC 9(4) USAGE COMP.                              02340000
          01 MK-FIELD PIC X(60).                                        02350000
          77 MK-LEN PIC 9(3) USAGE COMP.                                02360000
          77 MK-POS PIC 9(3) USAGE COMP.                                02370000
          77 MK-KPOS PIC 9(3) USAGE COMP.                               02380000
          77 MK-CHAR PIC X(1).                                          02390000
          77 MK-IDX PIC 9(3) USAGE COMP.                                02400000
          77 MK-TALLY PIC 9(3) USAGE COMP.                              02410000
          77 MK-NEW PIC 9(3) USAGE COMP.                                02420000
          77 MK-WORK PIC 9(9) USAGE COMP.                               02430000
          77 MK-QUOT PIC 9(9) USAGE COMP.                               02440000
          77 MK-REM PIC 9(9) USAGE COMP.                                02450000
      * CHECK-DIGIT WORK - CUSIP (8), ISIN (12) AND SEDOL (7), WITH     02460000
      * THE SAME RULES SPECIAL VALIDATES BY                             02470000
          01 MK-CUSIP PIC X(8).                                         02480000
          01 MK-ISIN PIC X(12).                                         02490000
          01 MK-SEDOL PIC X(7).                                         02500000
          77 MK-CHECK PIC 9(1).                                         02510000
          77 MK-SUPPLIED PIC 9(2).                                      02520000
          01 MK-WAS-VALID PIC X(01).                                    02530000
             88 MK-WAS-VALID-Y VALUE 'Y'.                               02540000
      * THE ISIN'S OWN PASS OR FAIL, HELD OVER ITS EMBEDDED CUSIP'S     02550000
          01 MK-ISIN-VALID PIC X(01).                                   02560000
          77 MK-SUM PIC 9(5) USAGE COMP.                                02570000
          77 MK-VAL PIC 9(3) USAGE COMP.                                02580000
          77 MK-TENS PIC 9(3) USAGE COMP.                               02590000
          77 MK-ONES PIC 9(3) USAGE COMP.                               02600000
          77 MK-CIDX PIC 9(3) USAGE COMP.                               02610000
          01 MK-EXP-TABLE.                                              02620000
             05 MK-EXP-DIGIT PIC 9(2) USAGE COMP OCCURS 24 TIMES.       02630000
          77 MK-EXP-LEN PIC 9(3) USAGE COMP.                            02640000
          77 MK-FROM-RT PIC 9(3) USAGE COMP.                            02650000
          01 MK-SEDOL-WEIGHT-VALS PIC X(6) VALUE '131739'.              02660000
          01 MK-SEDOL-WEIGHTS REDEFINES MK-SEDOL-WEIGHT-VALS.           02670000
             05 MK-SEDOL-WEIGHT PIC 9(1) OCCURS 6 TIMES.                02680000
      * PIN SUBSTITUTION - A REAL PIN OF THE STUDENT'S STATE            02690000
          01 MK-PIN PIC X(6).                                           02700000
          01 MK-PIN-CAND PIC X(6).                                      02710000
          01 MK-PIN-FOUND PIC X(01).                                    02720000
             88 MK-PIN-FOUND-Y VALUE 'Y'.                               02730000
          01 MK-PIN-SCAN-END PIC X(01).                                 02740000
             88 MK-PIN-SCAN-END-Y VALUE 'Y'.                            02750000
          01 WS-RPT-FILE-LINE.                                          02760000
             05 RPT-FIL-NAME         PIC X(20).                         02770000
             05 FILLER               PIC X(2) VALUE SPACES.             02780000
             05 RPT-FIL-READ         PIC Z(8)9.                         02790000
             05 FILLER               PIC X(3) VALUE SPACES.             02800000
             05 RPT-FIL-WRITTEN      PIC Z(8)9.                         02810000
             05 FILLER               PIC X(3) VALUE SPACES.             02820000
             05 RPT-FIL-DROPPED      PIC Z(8)9.                         02830000
             05 FILLER               PIC X(3) VALUE SPACES.             02840000
             05 RPT-FIL-NOTE         PIC X(40).                         02850000
          01 WS-RPT-STATE-LINE.                                         02860000
             05 FILLER               PIC X(22)                          02870000
                VALUE 'SUBSET TO STATE/UT   '.                          02880000
             05 RPT-STA-NAME         PIC X(30).                         02890000
       PROCEDURE DIVISION.                                              02900000
       MAIN-PARA.                                                       02910000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        02920000
           ACCEPT WS-RUN-TIME FROM TIME                                 02930000
           MOVE 'MASKED TEST-REGION REFRESH' TO RPT-TITLE.              02940000
           MOVE 'CENSMASK' TO RPT-PROGRAM-ID.                           02950000
           MOVE SPACES TO RPT-COLUMN-LINE.                              02960000
           MOVE 'FILE' TO RPT-COLUMN-LINE (1:4).                        02970000
           MOVE 'READ' TO RPT-COLUMN-LINE (28:4).                       02980000
           MOVE 'WRITTEN' TO RPT-COLUMN-LINE (37:7).                    02990000
           MOVE 'DROPPED' TO RPT-COLUMN-LINE (49:7).                    03000000
           MOVE 'NOTE' TO RPT-COLUMN-LINE (59:4).                       03010000
           PERFORM 000-READ-KEY-PARA.                                   03020000
           IF RETURN-CODE = 16                                          03030000
               STOP RUN                                                 03040000
           END-IF.                                                      03050000
           PERFORM 001-READ-STATES-PARA.                                03060000
           OPEN OUTPUT MASK-RPT-FILE.                                   03070000
           IF WS-RPT-STATUS NOT = '00'                                  03080000
               DISPLAY 'ERROR/OPEN/MASK-RPT-FILE'                       03090000
               DISPLAY 'FILE STATUS:' WS-RPT-STATUS                     03100000
               MOVE 16 TO RETURN-CODE                                   03110000
               STOP RUN                                                 03120000
           END-IF.                                                      03130000
           PERFORM 002-PRINT-STATES-PARA.                               03140000
           PERFORM 010-EXTRACT-PARA.                                    03150000
           PERFORM 020-SAMPLE-PARA.                                     03160000
           PERFORM 030-STUDENT-PARA.                                    03170000
           PERFORM 040-RETURNS-PARA.                                    03180000
           PERFORM 050-OPERAUTH-PARA.                                   03190000
           PERFORM 060-SECMAST-PARA.                                    03200000
           PERFORM 070-CUSIP-PARA.                                      03210000
           IF WS-KEPT-FAILING > ZERO                                    03220000
               MOVE SPACES TO RPT-DETAIL-STAGE                          03230000
               PERFORM RPT-PUT-PARA                                     03240000
               MOVE WS-KEPT-FAILING TO RPT-FAIL-COUNT                   03250000
               MOVE WS-RPT-FAILING-LINE TO RPT-DETAIL-STAGE             03260000
               PERFORM RPT-PUT-PARA                                     03270000
           END-IF.                                                      03280000
           MOVE 'RECORDS WRITTEN     ' TO RPT-TOT-LABEL.                03290000
           MOVE WS-TOTAL-WRITTEN TO RPT-TOT-COUNT.                      03300000
           PERFORM RPT-GRAND-TOTAL-PARA.                                03310000
           CLOSE MASK-RPT-FILE.                                         03320000
           DISPLAY 'CENSMASK COMPLETE - RECORDS WRITTEN '               03330000
               WS-TOTAL-WRITTEN ' STATES ' WS-STATE-COUNT.              03340000
           STOP RUN.                                                    03350000
      *THE MASK KEY - REQUIRED. A RUN WITHOUT ONE WOULD MASK WITH A     03360000
      *KEY ANYONE READING THIS PROGRAM KNOWS                            03370000
       000-READ-KEY-PARA.                                               03380000
           MOVE SPACES TO MK-KEY.                                       03390000
           OPEN INPUT MASK-CARD-FILE.                                   03400000
           IF WS-CARD-STATUS = '00'                                     03410000
               READ MASK-CARD-FILE                                      03420000
                   AT END                                               03430000
                       CONTINUE                                         03440000
                   NOT AT END                                           03450000
                       MOVE CARD-MASK-KEY TO MK-KEY                     03460000
               END-READ                                                 03470000
               CLOSE MASK-CARD-FILE                                     03480000
           END-IF.                                                      03490000
           IF MK-KEY = SPACES                                           03500000
               DISPLAY 'ERROR/MASKCARD/NO MASK KEY'                     03510000
               MOVE 16 TO RETURN-CODE                                   03520000
           ELSE                                                         03530000
               MOVE ZERO TO MK-WORK                                     03540000
               PERFORM 000A-KEY-CHAR-PARA                               03550000
                   VARYING MK-POS FROM 1 BY 1 UNTIL MK-POS > 20         03560000
               DIVIDE MK-WORK BY 9973 GIVING MK-QUOT                    03570000
                   REMAINDER MK-REM                                     03580000
               MOVE MK-REM TO MK-SEED                                   03590000
           END-IF.                                                      03600000
       000A-KEY-CHAR-PARA.                                              03610000
           MOVE MK-KEY (MK-POS:1) TO MK-CHAR.                           03620000
           PERFORM 810-CHAR-INDEX-PARA.                                 03630000
           IF MK-IDX > 36                                               03640000
               MOVE ZERO TO MK-KEY-VAL (MK-POS)                         03650000
           ELSE                                                         03660000
               COMPUTE MK-KEY-VAL (MK-POS) = MK-IDX - 1                 03670000
           END-IF.                                                      03680000
           COMPUTE MK-WORK = MK-WORK + (MK-IDX * MK-POS * 37).          03690000
      *OPTIONAL STATE LIST - UP TO 50 OFFICIAL STATE/UT NAMES           03700000
       001-READ-STATES-PARA.                                            03710000
           MOVE 'N' TO WS-FILE-EOF.                                     03720000
           OPEN INPUT STATE-LIST-FILE.                                  03730000
           IF WS-STLST-STATUS NOT = '00'                                03740000
               SET FILE-EOF-Y TO TRUE                                   03750000
           END-IF.                                                      03760000
           PERFORM 001A-READ-STATE-PARA UNTIL FILE-EOF-Y.               03770000
           CLOSE STATE-LIST-FILE.                                       03780000
       001A-READ-STATE-PARA.                                            03790000
           READ STATE-LIST-FILE                                         03800000
               AT END                                                   03810000
                   SET FILE-EOF-Y TO TRUE                               03820000
               NOT AT END                                               03830000
                   IF SL-STATE-UT NOT = SPACES                          03840000
                       IF WS-STATE-COUNT < WS-STATE-MAX                 03850000
                           ADD 1 TO WS-STATE-COUNT                      03860000
                           MOVE SL-STATE-UT                             03870000
                               TO WS-STATE-ENTRY (WS-STATE-COUNT)       03880000
                       ELSE                                             03890000
                           DISPLAY 'STATELST OVER 50 - IGNORED '        03900000
                               SL-STATE-UT                              03910000
                       END-IF                                           03920000
                   END-IF                                               03930000
           END-READ.                                                    03940000
       002-PRINT-STATES-PARA.                                           03950000
           IF WS-STATE-COUNT = ZERO                                     03960000
               MOVE 'NO STATE LIST - EVERY STATE/UT KEPT'               03970000
                   TO RPT-DETAIL-STAGE                                  03980000
               PERFORM RPT-PUT-PARA                                     03990000
           ELSE                                                         04000000
               PERFORM 002A-PRINT-STATE-PARA                            04010000
                   VARYING WS-STATE-IDX FROM 1 BY 1                     04020000
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT                  04030000
           END-IF.                                                      04040000
           MOVE SPACES TO RPT-DETAIL-STAGE.                             04050000
           PERFORM RPT-PUT-PARA.                                        04060000
       002A-PRINT-STATE-PARA.                                           04070000
           MOVE WS-STATE-ENTRY (WS-STATE-IDX) TO RPT-STA-NAME.          04080000
           MOVE WS-RPT-STATE-LINE TO RPT-DETAIL-STAGE.                  04090000
           PERFORM RPT-PUT-PARA.                                        04100000
      *THE CENSEXT EXTRACT - STATE FIGURES, NOTHING PERSONAL, SO ONLY   04110000
      *SUBSET. THE HEADER GOES OVER AS IT IS; THE TRAILER IS REBUILT    04120000
      *FOR THE ROWS KEPT, BUT ONLY IF THE PRODUCTION ONE PROVES OUT -   04130000
      *OTHERWISE DB2RELD REFUSES THE TEST COPY AS IT WOULD THE ORIGINAL 04140000
       010-EXTRACT-PARA.                                                04150000
           PERFORM 090-RESET-COUNTS-PARA.                               04160000
           MOVE 'N' TO WS-FILE-EOF.                                     04170000
           OPEN INPUT EXTRACT-IN-FILE.                                  04180000
           IF WS-EXTIN-STATUS NOT = '00'                                04190000
               DISPLAY 'ERROR/OPEN/EXTRACT-IN-FILE'                     04200000
               DISPLAY 'FILE STATUS:' WS-EXTIN-STATUS                   04210000
               MOVE 16 TO RETURN-CODE                                   04220000
               MOVE 'NOT OPENED' TO WS-FILE-NOTE                        04230000
           ELSE                                                         04240000
               OPEN OUTPUT EXTRACT-OUT-FILE                             04250000
               IF WS-EXTOUT-STATUS NOT = '00'                           04260000
                   DISPLAY 'ERROR/OPEN/EXTRACT-OUT-FILE'                04270000
                   DISPLAY 'FILE STATUS:' WS-EXTOUT-STATUS              04280000
                   MOVE 16 TO RETURN-CODE                               04290000
                   MOVE 'NOT OPENED' TO WS-FILE-NOTE                    04300000
               ELSE                                                     04310000
                   PERFORM 010A-EXTRACT-ONE-PARA UNTIL FILE-EOF-Y       04320000
                   PERFORM 010B-EXTRACT-TRAILER-PARA                    04330000
                   CLOSE EXTRACT-OUT-FILE                               04340000
               END-IF                                                   04350000
               CLOSE EXTRACT-IN-FILE                                    04360000
           END-IF.                                                      04370000
           MOVE 'CENSEXT EXTRACT' TO RPT-FIL-NAME.                      04380000
           PERFORM 091-PUT-FILE-LINE-PARA.                              04390000
       010A-EXTRACT-ONE-PARA.                                           04400000
           READ EXTRACT-IN-FILE                                         04410000
               AT END                                                   04420000
                   SET FILE-EOF-Y TO TRUE                               04430000
               NOT AT END                                               04440000
                   EVALUATE TRUE                                        04450000
                       WHEN EXTRACT-HEADER-ID                           04460000
                           WRITE EXTRACT-OUT-REC                        04470000
                               FROM EXTRACT-HEADER-REC                  04480000
                       WHEN EXTRACT-TRAILER-ID                          04490000
                           SET TRL-SEEN-Y TO TRUE                       04500000
                           MOVE XT-RECORD-COUNT TO WS-TRL-COUNT         04510000
                           MOVE XT-POP-HASH TO WS-TRL-HASH              04520000
                       WHEN OTHER                                       04530000
                           PERFORM 010C-EXTRACT-ROW-PARA                04540000
                   END-EVALUATE                                         04550000
           END-READ.                                                    04560000
       010B-EXTRACT-TRAILER-PARA.                                       04570000
           IF TRL-SEEN-Y AND WS-TRL-COUNT = WS-IN-ROW-COUNT             04580000
            AND WS-TRL-HASH = WS-IN-POP-HASH                            04590000
               MOVE WS-WRITTEN-COUNT TO NT-RECORD-COUNT                 04600000
               MOVE WS-OUT-POP-HASH TO NT-POP-HASH                      04610000
               WRITE EXTRACT-OUT-REC FROM WS-NEW-TRAILER                04620000
               MOVE 'TRAILER REBUILT' TO WS-FILE-NOTE                   04630000
           ELSE                                                         04640000
               DISPLAY 'CENSMASK EXTRACT DOES NOT PROVE OUT - '         04650000
                   'NO TRAILER WRITTEN'                                 04660000
               MOVE 'INPUT DID NOT PROVE OUT - NO TRAILER'              04670000
                   TO WS-FILE-NOTE                                      04680000
               IF RETURN-CODE < 8                                       04690000
                   MOVE 8 TO RETURN-CODE                                04700000
               END-IF                                                   04710000
           END-IF.                                                      04720000
       010C-EXTRACT-ROW-PARA.                                           04730000
           ADD 1 TO WS-READ-COUNT.                                      04740000
           ADD 1 TO WS-IN-ROW-COUNT.                                    04750000
           IF EXT-POPULATION NUMERIC                                    04760000
               ADD EXT-POPULATION TO WS-IN-POP-HASH                     04770000
           END-IF.                                                      04780000
           MOVE EXT-STATE-UT TO WS-CHECK-STATE.                         04790000
           PERFORM 900-STATE-CHECK-PARA.                                04800000
           IF IN-SUBSET-Y                                               04810000
               WRITE EXTRACT-OUT-REC FROM CENSUS-EXTRACT-REC            04820000
               ADD 1 TO WS-WRITTEN-COUNT                                04830000
               IF EXT-POPULATION NUMERIC                                04840000
                   ADD EXT-POPULATION TO WS-OUT-POP-HASH                04850000
               END-IF                                                   04860000
           ELSE                                                         04870000
               ADD 1 TO WS-DROPPED-COUNT                                04880000
           END-IF.                                                      04890000
      *THE SAMPLE KSDS - KEY, NAME AND ADDRESS ALL MASKED. THE KEY      04900000
      *CHANGES, SO CENSTREF SORTS THE COPY BEFORE LOADING IT            04910000
       020-SAMPLE-PARA.                                                 04920000
           PERFORM 090-RESET-COUNTS-PARA.                               04930000
           MOVE 'N' TO WS-FILE-EOF.                                     04940000
           OPEN INPUT SAMPLE-IN-FILE.                                   04950000
           IF WS-SAMPIN-STATUS NOT = '00'                               04960000
               DISPLAY 'ERROR/OPEN/SAMPLE-IN-FILE'                      04970000
               DISPLAY 'FILE STATUS:' WS-SAMPIN-STATUS                  04980000
               MOVE 16 TO RETURN-CODE                                   04990000
               MOVE 'NOT OPENED' TO WS-FILE-NOTE                        05000000
           ELSE                                                         05010000
               OPEN OUTPUT SAMPLE-OUT-FILE                              05020000
               IF WS-SAMPOUT-STATUS NOT = '00'                          05030000
                   DISPLAY 'ERROR/OPEN/SAMPLE-OUT-FILE'                 05040000
                   DISPLAY 'FILE STATUS:' WS-SAMPOUT-STATUS             05050000
                   MOVE 16 TO RETURN-CODE                               05060000
                   MOVE 'NOT OPENED' TO WS-FILE-NOTE                    05070000
               ELSE                                                     05080000
                   PERFORM 020A-SAMPLE-ONE-PARA UNTIL FILE-EOF-Y        05090000
                   CLOSE SAMPLE-OUT-FILE                                05100000
               END-IF                                                   05110000
               CLOSE SAMPLE-IN-FILE                                     05120000
           END-IF.                                                      05130000
           MOVE 'SAMPLE KSDS' TO RPT-FIL-NAME.                          05140000
           PERFORM 091-PUT-FILE-LINE-PARA.                              05150000
       020A-SAMPLE-ONE-PARA.                                            05160000
           READ SAMPLE-IN-FILE NEXT RECORD                              05170000
               AT END                                                   05180000
                   SET FILE-EOF-Y TO TRUE                               05190000
               NOT AT END                                               05200000
                   ADD 1 TO WS-READ-COUNT                               05210000
                   MOVE SPACES TO MK-FIELD                              05220000
                   MOVE SAMPLE-DATA1 TO MK-FIELD                        05230000
                   MOVE 20 TO MK-LEN                                    05240000
                   PERFORM 800-MASK-FIELD-PARA                          05250000
                   MOVE MK-FIELD (1:20) TO SAMPLE-DATA1                 05260000
                   MOVE SPACES TO MK-FIELD                              05270000
                   MOVE SAMPLE-DATA2 TO MK-FIELD                        05280000
                   MOVE 30 TO MK-LEN                                    05290000
                   PERFORM 800-MASK-FIELD-PARA                          05300000
                   MOVE MK-FIELD (1:30) TO SAMPLE-DATA2                 05310000
                   MOVE SPACES TO MK-FIELD                              05320000
                   MOVE SAMPLE-DATA3 TO MK-FIELD                        05330000
                   MOVE 30 TO MK-LEN                                    05340000
                   PERFORM 800-MASK-FIELD-PARA                          05350000
                   MOVE MK-FIELD (1:30) TO SAMPLE-DATA3                 05360000
                   WRITE SAMPLE-OUT-REC FROM SAMPLE-IN-REC              05370000
                   ADD 1 TO WS-WRITTEN-COUNT                            05380000
           END-READ.                                                    05390000
      *THE STUDENT MASTER - SUBSET BY THE ADDRESS'S STATE; ID, NAME,    05400000
      *STREET LINES AND TOWN MASKED; THE PIN REPLACED BY A REAL PIN OF  05410000
      *THE SAME STATE AND THE DISTRICT BY THAT PIN'S. THE STATE, THE    05420000
      *STATUS AND THE RETURNED-MAIL HISTORY GO OVER AS THEY ARE         05430000
       030-STUDENT-PARA.                                                05440000
           PERFORM 090-RESET-COUNTS-PARA.                               05450000
           MOVE 'N' TO WS-FILE-EOF.                                     05460000
           MOVE 'N' TO WS-PIN-DIR-OPEN.                                 05470000
           OPEN INPUT PIN-DIRECTORY-FILE.                               05480000
           IF WS-PINDIR-STATUS = '00'                                   05490000
               SET PIN-DIR-OPEN-Y TO TRUE                               05500000
           ELSE                                                         05510000
               DISPLAY 'CENSMASK PIN DIRECTORY NOT OPENED - PINS '      05520000
                   'MASKED WITHOUT IT'                                  05530000
               DISPLAY 'FILE STATUS:' WS-PINDIR-STATUS                  05540000
               IF RETURN-CODE < 4                                       05550000
                   MOVE 4 TO RETURN-CODE                                05560000
               END-IF                                                   05570000
           END-IF.                                                      05580000
           OPEN INPUT STUDENT-MASTER-FILE.                              05590000
           IF WS-STUIN-STATUS NOT = '00'                                05600000
               DISPLAY 'ERROR/OPEN/STUDENT-MASTER-FILE'                 05610000
               DISPLAY 'FILE STATUS:' WS-STUIN-STATUS                   05620000
               MOVE 16 TO RETURN-CODE                                   05630000
               MOVE 'NOT OPENED' TO WS-FILE-NOTE                        05640000
           ELSE                                                         05650000
               OPEN OUTPUT STUDENT-OUT-FILE                             05660000
               IF WS-STUOUT-STATUS NOT = '00'                           05670000
                   DISPLAY 'ERROR/OPEN/STUDENT-OUT-FILE'                05680000
                   DISPLAY 'FILE STATUS:' WS-STUOUT-STATUS              05690000
                   MOVE 16 TO RETURN-CODE                               05700000
                   MOVE 'NOT OPENED' TO WS-FILE-NOTE                    05710000
               ELSE                                                     05720000
                   MOVE LOW-VALUES TO STU-ID                            05730000
                   START STUDENT-MASTER-FILE                            05740000
                       KEY IS NOT LESS THAN STU-ID                      05750000
                       INVALID KEY                                      05760000
                           SET FILE-EOF-Y TO TRUE                       05770000
                   END-START                                            05780000
                   PERFORM 030A-STUDENT-ONE-PARA UNTIL FILE-EOF-Y       05790000
                   CLOSE STUDENT-OUT-FILE                               05800000
               END-IF                                                   05810000
               CLOSE STUDENT-MASTER-FILE                                05820000
           END-IF.                                                      05830000
           IF PIN-DIR-OPEN-Y                                            05840000
               CLOSE PIN-DIRECTORY-FILE                                 05850000
           ELSE                                                         05860000
               MOVE 'NO PIN DIRECTORY - PINS NOT REAL' TO WS-FILE-NOTE  05870000
           END-IF.                                                      05880000
           MOVE 'STUDENT MASTER' TO RPT-FIL-NAME.                       05890000
           PERFORM 091-PUT-FILE-LINE-PARA.                              05900000
       030A-STUDENT-ONE-PARA.                                           05910000
           READ STUDENT-MASTER-FILE NEXT RECORD                         05920000
               AT END                                                   05930000
                   SET FILE-EOF-Y TO TRUE                               05940000
               NOT AT END                                               05950000
                   ADD 1 TO WS-READ-COUNT                               05960000
                   MOVE STU-STATE TO WS-CHECK-STATE                     05970000
                   PERFORM 900-STATE-CHECK-PARA                         05980000
                   IF IN-SUBSET-Y                                       05990000
                       PERFORM 030B-MASK-STUDENT-PARA                   06000000
                       WRITE STUDENT-OUT-REC FROM STUDENT-MASTER-REC    06010000
                       ADD 1 TO WS-WRITTEN-COUNT                        06020000
                   ELSE                                                 06030000
                       ADD 1 TO WS-DROPPED-COUNT                        06040000
                   END-IF                                               06050000
           END-READ.                                                    06060000
       030B-MASK-STUDENT-PARA.                                          06070000
           MOVE SPACES TO MK-FIELD.                                     06080000
           MOVE STU-ID TO MK-FIELD.                                     06090000
           MOVE 9 TO MK-LEN.                                            06100000
           PERFORM 800-MASK-FIELD-PARA.                                 06110000
           MOVE MK-FIELD (1:9) TO STU-ID.                               06120000
           MOVE SPACES TO MK-FIELD.                                     06130000
           MOVE STU-NAME TO MK-FIELD.                                   06140000
           MOVE 30 TO MK-LEN.                                           06150000
           PERFORM 800-MASK-FIELD-PARA.                                 06160000
           MOVE MK-FIELD (1:30) TO STU-NAME.                            06170000
           MOVE SPACES TO MK-FIELD.                                     06180000
           MOVE STU-ADDR-LINE1 TO MK-FIELD.                             06190000
           PERFORM 800-MASK-FIELD-PARA.                                 06200000
           MOVE MK-FIELD (1:30) TO STU-ADDR-LINE1.                      06210000
           MOVE SPACES TO MK-FIELD.                                     06220000
           MOVE STU-ADDR-LINE2 TO MK-FIELD.                             06230000
           PERFORM 800-MASK-FIELD-PARA.                                 06240000
           MOVE MK-FIELD (1:30) TO STU-ADDR-LINE2.                      06250000
           MOVE SPACES TO MK-FIELD.                                     06260000
           MOVE STU-TOWN TO MK-FIELD.                                   06270000
           MOVE 20 TO MK-LEN.                                           06280000
           PERFORM 800-MASK-FIELD-PARA.                                 06290000
           MOVE MK-FIELD (1:20) TO STU-TOWN.                            06300000
           IF STU-PIN NUMERIC AND STU-PIN NOT = ZERO                    06310000
               PERFORM 850-MASK-PIN-PARA                                06320000
           END-IF.                                                      06330000
      *THE RETURNED-MAIL FILE - A RETURN FOLLOWS ITS STUDENT: KEPT      06340000
      *WHEN THE STUDENT'S STATE IS KEPT (OR, WITH NO LIST, ALWAYS),     06350000
      *AND ITS STUDENT-ID MASKED THE SAME WAY AS ON THE MASTER          06360000
       040-RETURNS-PARA.                                                06370000
           PERFORM 090-RESET-COUNTS-PARA.                               06380000
           MOVE 'N' TO WS-FILE-EOF.                                     06390000
           OPEN INPUT RETURN-IN-FILE.                                   06400000
           IF WS-RTNIN-STATUS NOT = '00'                                06410000
               DISPLAY 'ERROR/OPEN/RETURN-IN-FILE'                      06420000
               DISPLAY 'FILE STATUS:' WS-RTNIN-STATUS                   06430000
               MOVE 16 TO RETURN-CODE                                   06440000
               MOVE 'NOT OPENED' TO WS-FILE-NOTE                        06450000
           ELSE                                                         06460000
               OPEN OUTPUT RETURN-OUT-FILE                              06470000
               IF WS-RTNOUT-STATUS NOT = '00'                           06480000
                   DISPLAY 'ERROR/OPEN/RETURN-OUT-FILE'                 06490000
                   DISPLAY 'FILE STATUS:' WS-RTNOUT-STATUS              06500000
                   MOVE 16 TO RETURN-CODE                               06510000
                   MOVE 'NOT OPENED' TO WS-FILE-NOTE                    06520000
               ELSE                                                     06530000
                   IF WS-STATE-COUNT > ZERO                             06540000
                       OPEN INPUT STUDENT-MASTER-FILE                   06550000
                       IF WS-STUIN-STATUS NOT = '00'                    06560000
                           DISPLAY 'ERROR/OPEN/STUDENT-MASTER-FILE'     06570000
                           DISPLAY 'FILE STATUS:' WS-STUIN-STATUS       06580000
                           MOVE 16 TO RETURN-CODE                       06590000
                           MOVE 'NOT OPENED' TO WS-FILE-NOTE            06600000
                           SET FILE-EOF-Y TO TRUE                       06610000
                       END-IF                                           06620000
                   END-IF                                               06630000
                   PERFORM 040A-RETURN-ONE-PARA UNTIL FILE-EOF-Y        06640000
                   IF WS-STATE-COUNT > ZERO                             06650000
                    AND WS-STUIN-STATUS = '00'                          06660000
                       CLOSE STUDENT-MASTER-FILE                        06670000
                   END-IF                                               06680000
                   CLOSE RETURN-OUT-FILE                                06690000
               END-IF                                                   06700000
               CLOSE RETURN-IN-FILE                                     06710000
           END-IF.                                                      06720000
           MOVE 'RETURNED MAIL' TO RPT-FIL-NAME.                        06730000
           PERFORM 091-PUT-FILE-LINE-PARA.                              06740000
       040A-RETURN-ONE-PARA.                                            06750000
           READ RETURN-IN-FILE                                          06760000
               AT END                                                   06770000
                   SET FILE-EOF-Y TO TRUE                               06780000
               NOT AT END                                               06790000
                   ADD 1 TO WS-READ-COUNT                               06800000
                   MOVE 'Y' TO WS-IN-SUBSET                             06810000
                   IF WS-STATE-COUNT > ZERO                             06820000
                       PERFORM 040B-RETURN-STATE-PARA                   06830000
                   END-IF                                               06840000
                   IF IN-SUBSET-Y                                       06850000
                       MOVE SPACES TO MK-FIELD                          06860000
                       MOVE RTN-STUDENT-ID TO MK-FIELD                  06870000
                       MOVE 9 TO MK-LEN                                 06880000
                       PERFORM 800-MASK-FIELD-PARA                      06890000
                       MOVE MK-FIELD (1:9) TO RTN-STUDENT-ID            06900000
                       WRITE RETURN-OUT-REC FROM RETURN-IN-REC          06910000
                       ADD 1 TO WS-WRITTEN-COUNT                        06920000
                   ELSE                                                 06930000
                       ADD 1 TO WS-DROPPED-COUNT                        06940000
                   END-IF                                               06950000
           END-READ.                                                    06960000
      *A RETURN FOR A STUDENT NOT ON THE MASTER HAS NO STATE AND IS     06970000
      *DROPPED FROM A SUBSET                                            06980000
       040B-RETURN-STATE-PARA.                                          06990000
           MOVE RTN-STUDENT-ID TO STU-ID.                               07000000
           READ STUDENT-MASTER-FILE                                     07010000
               INVALID KEY                                              07020000
                   MOVE 'N' TO WS-IN-SUBSET                             07030000
               NOT INVALID KEY                                          07040000
                   MOVE STU-STATE TO WS-CHECK-STATE                     07050000
                   PERFORM 900-STATE-CHECK-PARA                         07060000
           END-READ.                                                    07070000
      *OPERAUTH - THE USERID IS THE ONLY PERSONAL FIELD; THE FLAGS GO   07080000
      *OVER AS THEY ARE SO TEST ACCESS MATCHES PRODUCTION'S SHAPE       07090000
       050-OPERAUTH-PARA.                                               07100000
           PERFORM 090-RESET-COUNTS-PARA.                               07110000
           MOVE 'N' TO WS-FILE-EOF.                                     07120000
           OPEN INPUT OPERAUTH-IN-FILE.                                 07130000
           IF WS-AUTHIN-STATUS NOT = '00'                               07140000
               DISPLAY 'ERROR/OPEN/OPERAUTH-IN-FILE'                    07150000
               DISPLAY 'FILE STATUS:' WS-AUTHIN-STATUS                  07160000
               MOVE 16 TO RETURN-CODE                                   07170000
               MOVE 'NOT OPENED' TO WS-FILE-NOTE                        07180000
           ELSE                                                         07190000
               OPEN OUTPUT OPERAUTH-OUT-FILE                            07200000
               IF WS-AUTHOUT-STATUS NOT = '00'                          07210000
                   DISPLAY 'ERROR/OPEN/OPERAUTH-OUT-FILE'               07220000
                   DISPLAY 'FILE STATUS:' WS-AUTHOUT-STATUS             07230000
                   MOVE 16 TO RETURN-CODE                               07240000
                   MOVE 'NOT OPENED' TO WS-FILE-NOTE                    07250000
               ELSE                                                     07260000
                   PERFORM 050A-OPERAUTH-ONE-PARA UNTIL FILE-EOF-Y      07270000
                   CLOSE OPERAUTH-OUT-FILE                              07280000
               END-IF                                                   07290000
               CLOSE OPERAUTH-IN-FILE                                   07300000
           END-IF.                                                      07310000
           MOVE 'OPERAUTH' TO RPT-FIL-NAME.                             07320000
           PERFORM 091-PUT-FILE-LINE-PARA.                              07330000
       050A-OPERAUTH-ONE-PARA.                                          07340000
           READ OPERAUTH-IN-FILE NEXT RECORD                            07350000
               AT END                                                   07360000
                   SET FILE-EOF-Y TO TRUE                               07370000
               NOT AT END                                               07380000
                   ADD 1 TO WS-READ-COUNT                               07390000
                   MOVE SPACES TO MK-FIELD                              07400000
                   MOVE OA-USERID TO MK-FIELD                           07410000
                   MOVE 8 TO MK-LEN                                     07420000
                   PERFORM 800-MASK-FIELD-PARA                          07430000
                   MOVE MK-FIELD (1:8) TO OA-USERID                     07440000
                   WRITE OPERAUTH-OUT-REC FROM OPERAUTH-REC             07450000
                   ADD 1 TO WS-WRITTEN-COUNT                            07460000
           END-READ.                                                    07470000
      *SECMAST - EACH IDENTIFIER MASKED BY ITS TYPE WITH A FRESH CHECK  07480000
      *DIGIT. THE SECURITY NUMBER IS NOT PERSONAL AND STILL GROUPS THE  07490000
      *SIBLINGS; THE CONTROL RECORD (LOW-VALUES KEY) GOES OVER AS IT IS 07500000
       060-SECMAST-PARA.                                                07510000
           PERFORM 090-RESET-COUNTS-PARA.                               07520000
           MOVE 'N' TO WS-FILE-EOF.                                     07530000
           OPEN INPUT SECMAST-IN-FILE.                                  07540000
           IF WS-SECMIN-STATUS NOT = '00'                               07550000
               DISPLAY 'ERROR/OPEN/SECMAST-IN-FILE'                     07560000
               DISPLAY 'FILE STATUS:' WS-SECMIN-STATUS                  07570000
               MOVE 16 TO RETURN-CODE                                   07580000
               MOVE 'NOT OPENED' TO WS-FILE-NOTE                        07590000
           ELSE                                                         07600000
               OPEN OUTPUT SECMAST-OUT-FILE                             07610000
               IF WS-SECMOUT-STATUS NOT = '00'                          07620000
                   DISPLAY 'ERROR/OPEN/SECMAST-OUT-FILE'                07630000
                   DISPLAY 'FILE STATUS:' WS-SECMOUT-STATUS             07640000
                   MOVE 16 TO RETURN-CODE                               07650000
                   MOVE 'NOT OPENED' TO WS-FILE-NOTE                    07660000
               ELSE                                                     07670000
                   PERFORM 060A-SECMAST-ONE-PARA UNTIL FILE-EOF-Y       07680000
                   CLOSE SECMAST-OUT-FILE                               07690000
               END-IF                                                   07700000
               CLOSE SECMAST-IN-FILE                                    07710000
           END-IF.                                                      07720000
           MOVE 'SECMAST' TO RPT-FIL-NAME.                              07730000
           PERFORM 091-PUT-FILE-LINE-PARA.                              07740000
       060A-SECMAST-ONE-PARA.                                           07750000
           READ SECMAST-IN-FILE NEXT RECORD                             07760000
               AT END                                                   07770000
                   SET FILE-EOF-Y TO TRUE                               07780000
               NOT AT END                                               07790000
                   ADD 1 TO WS-READ-COUNT                               07800000
                   IF SM-IDENTIFIER NOT = LOW-VALUES                    07810000
                       PERFORM 060B-MASK-IDENTIFIER-PARA                07820000
                   END-IF                                               07830000
                   WRITE SECMAST-OUT-REC FROM SECMAST-REC               07840000
                   ADD 1 TO WS-WRITTEN-COUNT                            07850000
           END-READ.                                                    07860000
       060B-MASK-IDENTIFIER-PARA.                                       07870000
           EVALUATE SM-TYPE                                             07880000
               WHEN 'CUSIP'                                             07890000
                   MOVE SM-IDENTIFIER (1:8) TO MK-CUSIP                 07900000
                   PERFORM 820-MASK-CUSIP-PARA                          07910000
                   MOVE MK-CUSIP TO SM-IDENTIFIER (1:8)                 07920000
               WHEN 'ISIN'                                              07930000
                   MOVE SM-IDENTIFIER TO MK-ISIN                        07940000
                   PERFORM 830-MASK-ISIN-PARA                           07950000
                   MOVE MK-ISIN TO SM-IDENTIFIER                        07960000
               WHEN 'SEDOL'                                             07970000
                   MOVE SM-IDENTIFIER (1:7) TO MK-SEDOL                 07980000
                   PERFORM 840-MASK-SEDOL-PARA                          07990000
                   MOVE MK-SEDOL TO SM-IDENTIFIER (1:7)                 08000000
               WHEN OTHER                                               08010000
                   MOVE SPACES TO MK-FIELD                              08020000
                   MOVE SM-IDENTIFIER TO MK-FIELD                       08030000
                   MOVE 12 TO MK-LEN                                    08040000
                   PERFORM 800-MASK-FIELD-PARA                          08050000
                   MOVE MK-FIELD (1:12) TO SM-IDENTIFIER                08060000
           END-EVALUATE.                                                08070000
      *SPECIAL'S CUSIP INPUT, MASKED AS SECMAST'S CUSIPS ARE SO A TEST  08080000
      *SPECIAL/SECMAST RUN LANDS ON THE MASKED MASTER'S RECORDS         08090000
       070-CUSIP-PARA.                                                  08100000
           PERFORM 090-RESET-COUNTS-PARA.                               08110000
           MOVE 'N' TO WS-FILE-EOF.                                     08120000
           OPEN INPUT CUSIP-IN-FILE.                                    08130000
           IF WS-CUSIN-STATUS NOT = '00'                                08140000
               SET FILE-EOF-Y TO TRUE                                   08150000
               MOVE 'NOT SUPPLIED' TO WS-FILE-NOTE                      08160000
           END-IF.                                                      08170000
           OPEN OUTPUT CUSIP-OUT-FILE.                                  08180000
           IF WS-CUSOUT-STATUS NOT = '00'                               08190000
               DISPLAY 'ERROR/OPEN/CUSIP-OUT-FILE'                      08200000
               DISPLAY 'FILE STATUS:' WS-CUSOUT-STATUS                  08210000
               MOVE 16 TO RETURN-CODE                                   08220000
               MOVE 'NOT OPENED' TO WS-FILE-NOTE                        08230000
               SET FILE-EOF-Y TO TRUE                                   08240000
           ELSE                                                         08250000
               PERFORM 070A-CUSIP-ONE-PARA UNTIL FILE-EOF-Y             08260000
               CLOSE CUSIP-OUT-FILE                                     08270000
           END-IF.                                                      08280000
           CLOSE CUSIP-IN-FILE.                                         08290000
           MOVE 'SPECIAL CUSIP INPUT' TO RPT-FIL-NAME.                  08300000
           PERFORM 091-PUT-FILE-LINE-PARA.                              08310000
       070A-CUSIP-ONE-PARA.                                             08320000
           READ CUSIP-IN-FILE                                           08330000
               AT END                                                   08340000
                   SET FILE-EOF-Y TO TRUE                               08350000
               NOT AT END                                               08360000
                   ADD 1 TO WS-READ-COUNT                               08370000
                   MOVE CUSIP-IN-CODE TO MK-CUSIP                       08380000
                   PERFORM 820-MASK-CUSIP-PARA                          08390000
                   WRITE CUSIP-OUT-REC FROM MK-CUSIP                    08400000
                   ADD 1 TO WS-WRITTEN-COUNT                            08410000
           END-READ.                                                    08420000
       090-RESET-COUNTS-PARA.                                           08430000
           MOVE ZERO TO WS-READ-COUNT.                                  08440000
           MOVE ZERO TO WS-WRITTEN-COUNT.                               08450000
           MOVE ZERO TO WS-DROPPED-COUNT.                               08460000
           MOVE SPACES TO WS-FILE-NOTE.                                 08470000
       091-PUT-FILE-LINE-PARA.                                          08480000
           MOVE WS-READ-COUNT TO RPT-FIL-READ.                          08490000
           MOVE WS-WRITTEN-COUNT TO RPT-FIL-WRITTEN.                    08500000
           MOVE WS-DROPPED-COUNT TO RPT-FIL-DROPPED.                    08510000
           MOVE WS-FILE-NOTE TO RPT-FIL-NOTE.                           08520000
           MOVE WS-RPT-FILE-LINE TO RPT-DETAIL-STAGE.                   08530000
           PERFORM RPT-PUT-PARA.                                        08540000
           ADD WS-WRITTEN-COUNT TO WS-TOTAL-WRITTEN.                    08550000
      *MASK MK-FIELD (1:MK-LEN) IN PLACE. EACH CHARACTER'S SHIFT IS     08560000
      *THE KEY CHARACTER FOR ITS POSITION PLUS A RUNNING STATE BUILT    08570000
      *FROM THE REAL CHARACTERS BEFORE IT - SO THE MASK CAN ONLY BE     08580000
      *WORKED BACK WITH THE KEY, AND EQUAL VALUES MASK EQUALLY          08590000
       800-MASK-FIELD-PARA.                                             08600000
           MOVE MK-SEED TO MK-STATE.                                    08610000
           PERFORM 801-MASK-CHAR-PARA                                   08620000
               VARYING MK-POS FROM 1 BY 1 UNTIL MK-POS > MK-LEN.        08630000
       801-MASK-CHAR-PARA.                                              08640000
           MOVE MK-FIELD (MK-POS:1) TO MK-CHAR.                         08650000
           PERFORM 810-CHAR-INDEX-PARA.                                 08660000
           DIVIDE MK-POS BY 20 GIVING MK-QUOT REMAINDER MK-KPOS.        08670000
           IF MK-KPOS = ZERO                                            08680000
               MOVE 20 TO MK-KPOS                                       08690000
           END-IF.                                                      08700000
           IF MK-IDX NOT > 10                                           08710000
               COMPUTE MK-WORK = MK-IDX - 1 + MK-KEY-VAL (MK-KPOS)      08720000
                   + MK-STATE                                           08730000
               DIVIDE MK-WORK BY 10 GIVING MK-QUOT REMAINDER MK-NEW     08740000
               ADD 1 TO MK-NEW                                          08750000
               MOVE MK-ALPHA-CHAR (MK-NEW) TO MK-FIELD (MK-POS:1)       08760000
           ELSE                                                         08770000
               IF MK-IDX NOT > 36                                       08780000
                   COMPUTE MK-WORK = MK-IDX - 11                        08790000
                       + MK-KEY-VAL (MK-KPOS) + MK-STATE                08800000
                   DIVIDE MK-WORK BY 26 GIVING MK-QUOT                  08810000
                       REMAINDER MK-NEW                                 08820000
                   ADD 11 TO MK-NEW                                     08830000
                   MOVE MK-ALPHA-CHAR (MK-NEW) TO MK-FIELD (MK-POS:1)   08840000
               END-IF                                                   08850000
           END-IF.                                                      08860000
           COMPUTE MK-WORK = (MK-STATE * 31) + (MK-IDX * 7) + MK-POS.   08870000
           DIVIDE MK-WORK BY 9973 GIVING MK-QUOT REMAINDER MK-REM.      08880000
           MOVE MK-REM TO MK-STATE.                                     08890000
      *POSITION OF MK-CHAR IN MK-ALPHABET - 37 WHEN NOT IN IT           08900000
       810-CHAR-INDEX-PARA.                                             08910000
           MOVE ZERO TO MK-TALLY.                                       08920000
           INSPECT MK-ALPHABET TALLYING MK-TALLY                        08930000
               FOR CHARACTERS BEFORE INITIAL MK-CHAR.                   08940000
           COMPUTE MK-IDX = MK-TALLY + 1.                               08950000
      *CUSIP - THE SEVEN BASE CHARACTERS MASKED, THEN THE CHECK DIGIT   08960000
      *SET SO THE CUSIP VALIDATES AS IT DID BEFORE. ONE THAT FAILED     08970000
      *GETS A CHECK DIGIT ONE OFF, SO IT STILL FAILS                    08980000
       820-MASK-CUSIP-PARA.                                             08990000
           PERFORM 821-CUSIP-CHECK-PARA.                                09000000
           MOVE 'N' TO MK-WAS-VALID.                                    09010000
           IF MK-SUPPLIED = MK-CHECK                                    09020000
               SET MK-WAS-VALID-Y TO TRUE                               09030000
           END-IF.                                                      09040000
           MOVE SPACES TO MK-FIELD.                                     09050000
           MOVE MK-CUSIP (1:7) TO MK-FIELD.                             09060000
           MOVE 7 TO MK-LEN.                                            09070000
           PERFORM 800-MASK-FIELD-PARA.                                 09080000
           MOVE MK-FIELD (1:7) TO MK-CUSIP (1:7).                       09090000
           PERFORM 821-CUSIP-CHECK-PARA.                                09100000
           PERFORM 860-SET-CHECK-PARA.                                  09110000
           IF MK-SUPPLIED NOT > 9                                       09120000
               MOVE MK-CHECK TO MK-CUSIP (8:1)                          09130000
           END-IF.                                                      09140000
      *THE CUSIP CHECK DIGIT OF MK-CUSIP INTO MK-CHECK, ITS SUPPLIED    09150000
      *DIGIT INTO MK-SUPPLIED (99 WHEN NOT A DIGIT) - SPECIAL'S RULE    09160000
       821-CUSIP-CHECK-PARA.                                            09170000
           MOVE ZERO TO MK-SUM.                                         09180000
           PERFORM 822-CUSIP-CHAR-PARA                                  09190000
               VARYING MK-CIDX FROM 1 BY 1 UNTIL MK-CIDX > 7.           09200000
           DIVIDE MK-SUM BY 10 GIVING MK-QUOT REMAINDER MK-REM.         09210000
           COMPUTE MK-WORK = 10 - MK-REM.                               09220000
           DIVIDE MK-WORK BY 10 GIVING MK-QUOT REMAINDER MK-REM.        09230000
           MOVE MK-REM TO MK-CHECK.                                     09240000
           MOVE MK-CUSIP (8:1) TO MK-CHAR.                              09250000
           PERFORM 810-CHAR-INDEX-PARA.                                 09260000
           IF MK-IDX NOT > 10                                           09270000
               COMPUTE MK-SUPPLIED = MK-IDX - 1                         09280000
           ELSE                                                         09290000
               MOVE 99 TO MK-SUPPLIED                                   09300000
           END-IF.                                                      09310000
       822-CUSIP-CHAR-PARA.                                             09320000
           MOVE MK-CUSIP (MK-CIDX:1) TO MK-CHAR.                        09330000
           MOVE ZERO TO MK-TALLY.                                       09340000
           INSPECT MK-CUSIP-SET TALLYING MK-TALLY                       09350000
               FOR CHARACTERS BEFORE INITIAL MK-CHAR.                   09360000
           IF MK-TALLY > 38                                             09370000
               MOVE ZERO TO MK-VAL                                      09380000
           ELSE                                                         09390000
               MOVE MK-TALLY TO MK-VAL                                  09400000
           END-IF.                                                      09410000
           DIVIDE MK-CIDX BY 2 GIVING MK-QUOT REMAINDER MK-REM.         09420000
           IF MK-REM = ZERO                                             09430000
               COMPUTE MK-VAL = MK-VAL * 2                              09440000
           END-IF.                                                      09450000
           DIVIDE MK-VAL BY 10 GIVING MK-TENS REMAINDER MK-ONES.        09460000
           ADD MK-TENS MK-ONES TO MK-SUM.                               09470000
      *ISIN - THE COUNTRY PREFIX STAYS. A US ISIN'S NSIN IS '0' AND     09480000
      *THE CUSIP, SO THAT PART IS MASKED AS A CUSIP AND MATCHES THE     09490000
      *MASKED CUSIP; ANY OTHER NSIN IS MASKED AS IT STANDS. THEN THE    09500000
      *ISIN CHECK DIGIT, KEEPING THE ORIGINAL'S PASS OR FAIL            09510000
       830-MASK-ISIN-PARA.                                              09520000
           PERFORM 831-ISIN-CHECK-PARA.                                 09530000
           MOVE 'N' TO MK-ISIN-VALID.                                   09540000
           IF MK-SUPPLIED = MK-CHECK                                    09550000
               MOVE 'Y' TO MK-ISIN-VALID                                09560000
           END-IF.                                                      09570000
           IF MK-ISIN (1:3) = 'US0'                                     09580000
               MOVE MK-ISIN (4:8) TO MK-CUSIP                           09590000
               PERFORM 820-MASK-CUSIP-PARA                              09600000
               MOVE MK-CUSIP TO MK-ISIN (4:8)                           09610000
           ELSE                                                         09620000
               MOVE SPACES TO MK-FIELD                                  09630000
               MOVE MK-ISIN (3:9) TO MK-FIELD                           09640000
               MOVE 9 TO MK-LEN                                         09650000
               PERFORM 800-MASK-FIELD-PARA                              09660000
               MOVE MK-FIELD (1:9) TO MK-ISIN (3:9)                     09670000
           END-IF.                                                      09680000
           PERFORM 831-ISIN-CHECK-PARA.                                 09690000
           MOVE MK-ISIN-VALID TO MK-WAS-VALID.                          09700000
           PERFORM 860-SET-CHECK-PARA.                                  09710000
           IF MK-SUPPLIED NOT > 9                                       09720000
               MOVE MK-CHECK TO MK-ISIN (12:1)                          09730000
           END-IF.                                                      09740000
      *THE ISIN CHECK DIGIT OF MK-ISIN - LETTERS EXPAND TO TWO DIGITS   09750000
      *(A = 10), THEN EVERY OTHER DIGIT FROM THE RIGHT IS DOUBLED       09760000
       831-ISIN-CHECK-PARA.                                             09770000
           MOVE ZERO TO MK-EXP-LEN.                                     09780000
           PERFORM 832-ISIN-EXPAND-PARA                                 09790000
               VARYING MK-CIDX FROM 1 BY 1 UNTIL MK-CIDX > 11.          09800000
           MOVE ZERO TO MK-SUM.                                         09810000
           MOVE ZERO TO MK-FROM-RT.                                     09820000
           PERFORM 833-ISIN-LUHN-PARA                                   09830000
               VARYING MK-CIDX FROM MK-EXP-LEN BY -1                    09840000
               UNTIL MK-CIDX < 1.                                       09850000
           DIVIDE MK-SUM BY 10 GIVING MK-QUOT REMAINDER MK-REM.         09860000
           COMPUTE MK-WORK = 10 - MK-REM.                               09870000
           DIVIDE MK-WORK BY 10 GIVING MK-QUOT REMAINDER MK-REM.        09880000
           MOVE MK-REM TO MK-CHECK.                                     09890000
           MOVE MK-ISIN (12:1) TO MK-CHAR.                              09900000
           PERFORM 810-CHAR-INDEX-PARA.                                 09910000
           IF MK-IDX NOT > 10                                           09920000
               COMPUTE MK-SUPPLIED = MK-IDX - 1                         09930000
           ELSE                                                         09940000
               MOVE 99 TO MK-SUPPLIED                                   09950000
           END-IF.                                                      09960000
       832-ISIN-EXPAND-PARA.                                            09970000
           MOVE MK-ISIN (MK-CIDX:1) TO MK-CHAR.                         09980000
           PERFORM 810-CHAR-INDEX-PARA.                                 09990000
           IF MK-IDX NOT > 10                                           10000000
               ADD 1 TO MK-EXP-LEN                                      10010000
               COMPUTE MK-EXP-DIGIT (MK-EXP-LEN) = MK-IDX - 1           10020000
           ELSE                                                         10030000
               IF MK-IDX NOT > 36                                       10040000
                   COMPUTE MK-VAL = MK-IDX - 1                          10050000
                   DIVIDE MK-VAL BY 10 GIVING MK-TENS                   10060000
                       REMAINDER MK-ONES                                10070000
                   ADD 1 TO MK-EXP-LEN                                  10080000
                   MOVE MK-TENS TO MK-EXP-DIGIT (MK-EXP-LEN)            10090000
                   ADD 1 TO MK-EXP-LEN                                  10100000
                   MOVE MK-ONES TO MK-EXP-DIGIT (MK-EXP-LEN)            10110000
               END-IF                                                   10120000
           END-IF.                                                      10130000
       833-ISIN-LUHN-PARA.                                              10140000
           ADD 1 TO MK-FROM-RT.                                         10150000
           MOVE MK-EXP-DIGIT (MK-CIDX) TO MK-VAL.                       10160000
           DIVIDE MK-FROM-RT BY 2 GIVING MK-QUOT REMAINDER MK-REM.      10170000
           IF MK-REM = 1                                                10180000
               COMPUTE MK-VAL = MK-VAL * 2                              10190000
               IF MK-VAL > 9                                            10200000
                   SUBTRACT 9 FROM MK-VAL                               10210000
               END-IF                                                   10220000
           END-IF.                                                      10230000
           ADD MK-VAL TO MK-SUM.                                        10240000
      *SEDOL - SIX CHARACTERS MASKED, THE WEIGHTED CHECK DIGIT RESET    10250000
       840-MASK-SEDOL-PARA.                                             10260000
           PERFORM 841-SEDOL-CHECK-PARA.                                10270000
           MOVE 'N' TO MK-WAS-VALID.                                    10280000
           IF MK-SUPPLIED = MK-CHECK                                    10290000
               SET MK-WAS-VALID-Y TO TRUE                               10300000
           END-IF.                                                      10310000
           MOVE SPACES TO MK-FIELD.                                     10320000
           MOVE MK-SEDOL (1:6) TO MK-FIELD.                             10330000
           MOVE 6 TO MK-LEN.                                            10340000
           PERFORM 800-MASK-FIELD-PARA.                                 10350000
           MOVE MK-FIELD (1:6) TO MK-SEDOL (1:6).                       10360000
           PERFORM 841-SEDOL-CHECK-PARA.                                10370000
           PERFORM 860-SET-CHECK-PARA.                                  10380000
           IF MK-SUPPLIED NOT > 9                                       10390000
               MOVE MK-CHECK TO MK-SEDOL (7:1)                          10400000
           END-IF.                                                      10410000
       841-SEDOL-CHECK-PARA.                                            10420000
           MOVE ZERO TO MK-SUM.                                         10430000
           PERFORM 842-SEDOL-CHAR-PARA                                  10440000
               VARYING MK-CIDX FROM 1 BY 1 UNTIL MK-CIDX > 6.           10450000
           DIVIDE MK-SUM BY 10 GIVING MK-QUOT REMAINDER MK-REM.         10460000
           COMPUTE MK-WORK = 10 - MK-REM.                               10470000
           DIVIDE MK-WORK BY 10 GIVING MK-QUOT REMAINDER MK-REM.        10480000
           MOVE MK-REM TO MK-CHECK.                                     10490000
           MOVE MK-SEDOL (7:1) TO MK-CHAR.                              10500000
           PERFORM 810-CHAR-INDEX-PARA.                                 10510000
           IF MK-IDX NOT > 10                                           10520000
               COMPUTE MK-SUPPLIED = MK-IDX - 1                         10530000
           ELSE                                                         10540000
               MOVE 99 TO MK-SUPPLIED                                   10550000
           END-IF.                                                      10560000
       842-SEDOL-CHAR-PARA.                                             10570000
           MOVE MK-SEDOL (MK-CIDX:1) TO MK-CHAR.                        10580000
           PERFORM 810-CHAR-INDEX-PARA.                                 10590000
           IF MK-IDX > 36                                               10600000
               MOVE ZERO TO MK-VAL                                      10610000
           ELSE                                                         10620000
               COMPUTE MK-VAL = MK-IDX - 1                              10630000
           END-IF.                                                      10640000
           COMPUTE MK-SUM = MK-SUM                                      10650000
               + (MK-VAL * MK-SEDOL-WEIGHT (MK-CIDX)).                  10660000
      *A FAILING IDENTIFIER GETS THE CHECK DIGIT ONE PAST THE RIGHT ONE 10670000
       860-SET-CHECK-PARA.                                              10680000
           IF NOT MK-WAS-VALID-Y                                        10690000
               IF MK-SUPPLIED NOT > 9                                   10700000
                   ADD 1 TO WS-KEPT-FAILING                             10710000
               END-IF                                                   10720000
               COMPUTE MK-WORK = MK-CHECK + 1                           10730000
               DIVIDE MK-WORK BY 10 GIVING MK-QUOT REMAINDER MK-REM     10740000
               MOVE MK-REM TO MK-CHECK                                  10750000
           END-IF.                                                      10760000
      *THE STUDENT'S PIN - THE FIRST TWO DIGITS (THE POSTAL CIRCLE)     10770000
      *KEPT, THE LAST FOUR MASKED, THEN THE FIRST DIRECTORY PIN FROM    10780000
      *THERE ON IN THE SAME CIRCLE THAT DELIVERS TO THE STUDENT'S       10790000
      *STATE, WRAPPING ROUND TO THE START OF THE CIRCLE. NONE FOUND     10800000
      *(OR NO DIRECTORY) LEAVES THE MASKED DIGITS                       10810000
       850-MASK-PIN-PARA.                                               10820000
           MOVE STU-PIN TO MK-PIN.                                      10830000
           MOVE SPACES TO MK-FIELD.                                     10840000
           MOVE MK-PIN (3:4) TO MK-FIELD.                               10850000
           MOVE 4 TO MK-LEN.                                            10860000
           PERFORM 800-MASK-FIELD-PARA.                                 10870000
           MOVE MK-PIN (1:2) TO MK-PIN-CAND (1:2).                      10880000
           MOVE MK-FIELD (1:4) TO MK-PIN-CAND (3:4).                    10890000
           MOVE 'N' TO MK-PIN-FOUND.                                    10900000
           IF PIN-DIR-OPEN-Y                                            10910000
               MOVE MK-PIN-CAND TO PD-PIN                               10920000
               PERFORM 851-PIN-SCAN-PARA                                10930000
               IF NOT MK-PIN-FOUND-Y                                    10940000
                   MOVE MK-PIN-CAND (1:2) TO PD-PIN (1:2)               10950000
                   MOVE '0000' TO PD-PIN (3:4)                          10960000
                   PERFORM 851-PIN-SCAN-PARA                            10970000
               END-IF                                                   10980000
           END-IF.                                                      10990000
           IF MK-PIN-FOUND-Y                                            11000000
               MOVE PD-PIN TO STU-PIN                                   11010000
               MOVE PD-DISTRICT TO STU-DISTRICT                         11020000
           ELSE                                                         11030000
               MOVE MK-PIN-CAND TO STU-PIN                              11040000
               MOVE SPACES TO MK-FIELD                                  11050000
               MOVE STU-DISTRICT TO MK-FIELD                            11060000
               MOVE 20 TO MK-LEN                                        11070000
               PERFORM 800-MASK-FIELD-PARA                              11080000
               MOVE MK-FIELD (1:20) TO STU-DISTRICT                     11090000
           END-IF.                                                      11100000
       851-PIN-SCAN-PARA.                                               11110000
           MOVE 'N' TO MK-PIN-SCAN-END.                                 11120000
           START PIN-DIRECTORY-FILE KEY IS NOT LESS THAN PD-PIN         11130000
               INVALID KEY                                              11140000
                   SET MK-PIN-SCAN-END-Y TO TRUE                        11150000
           END-START.                                                   11160000
           PERFORM 852-PIN-NEXT-PARA                                    11170000
               UNTIL MK-PIN-SCAN-END-Y OR MK-PIN-FOUND-Y.               11180000
       852-PIN-NEXT-PARA.                                               11190000
           READ PIN-DIRECTORY-FILE NEXT RECORD                          11200000
               AT END                                                   11210000
                   SET MK-PIN-SCAN-END-Y TO TRUE                        11220000
               NOT AT END                                               11230000
                   IF PD-PIN (1:2) NOT = MK-PIN-CAND (1:2)              11240000
                       SET MK-PIN-SCAN-END-Y TO TRUE                    11250000
                   ELSE                                                 11260000
                       IF PD-STATE = STU-STATE                          11270000
                           SET MK-PIN-FOUND-Y TO TRUE                   11280000
                       END-IF                                           11290000
                   END-IF                                               11300000
           END-READ.                                                    11310000
      *IS WS-CHECK-STATE IN THE SUBSET - ALWAYS, WITH NO STATE LIST     11320000
       900-STATE-CHECK-PARA.                                            11330000
           IF WS-STATE-COUNT = ZERO                                     11340000
               MOVE 'Y' TO WS-IN-SUBSET                                 11350000
           ELSE                                                         11360000
               MOVE 'N' TO WS-IN-SUBSET                                 11370000
               PERFORM 901-STATE-MATCH-PARA                             11380000
                   VARYING WS-STATE-IDX FROM 1 BY 1                     11390000
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT                  11400000
                      OR IN-SUBSET-Y                                    11410000
           END-IF.                                                      11420000
       901-STATE-MATCH-PARA.                                            11430000
           IF WS-STATE-ENTRY (WS-STATE-IDX) = WS-CHECK-STATE            11440000
               MOVE 'Y' TO WS-IN-SUBSET                                 11450000
           END-IF.                                                      11460000
      * SHARED REPORT-FORMATTING PARAGRAPHS - SEE RPTHDPRC.CPY.         11470000
           COPY RPTHDPRC.                                               11480000
