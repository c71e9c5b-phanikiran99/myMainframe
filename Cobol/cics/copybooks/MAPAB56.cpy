000200*GENERATED FROM MAPAB56.BMS - KEEP IN STEP WITH THE BMS SOURCE    00020000
000300  01  MAPCIQI.                                                    00030000
000400      02 FILLER           PIC X(12).                              00040000
000500      02 HISTL           PIC S9(4) COMP.                          00050000
000600      02 HISTF           PIC X.                                   00060000
000700      02 FILLER REDEFINES HISTF.                                  00070000
000800         03 HISTA        PIC X.                                   00080000
000900      02 HISTI           PIC X(40).                               00090000
001000      02 STATL            PIC S9(4) COMP.                         00100000
001100      02 STATF            PIC X.                                  00110000
001200      02 FILLER REDEFINES STATF.                                  00120000
001300         03 STATA         PIC X.                                  00130000
001400      02 STATI            PIC X(30).                              00140000
001500      02 POPL            PIC S9(4) COMP.                          00150000
001600      02 POPF            PIC X.                                   00160000
001700      02 FILLER REDEFINES POPF.                                   00170000
001800         03 POPA         PIC X.                                   00180000
001900      02 POPI            PIC 9(9).                                00190000
002000      02 GROWL           PIC S9(4) COMP.                          00200000
002100      02 GROWF           PIC X.                                   00210000
002200      02 FILLER REDEFINES GROWF.                                  00220000
002300      03 GROWA           PIC X.                                   00230000
002400      02 GROWI           PIC S9(9).                               00240000
002500      02 RURL            PIC S9(4) COMP.                          00250000
002600      02 RURF            PIC X.                                   00260000
002700      02 FILLER REDEFINES RURF.                                   00270000
002800         03 RURA         PIC X.                                   00280000
002900      02 RURI            PIC 9(9).                                00290000
003000      02 URBL            PIC S9(4) COMP.                          00300000
003100      02 URBF            PIC X.                                   00310000
003200      02 FILLER REDEFINES URBF.                                   00320000
003300      03 URBA            PIC X.                                   00330000
003400      02 URBI            PIC 9(9).                                00340000
003500      02 YRL             PIC S9(4) COMP.                          00350000
003600      02 YRF             PIC X.                                   00360000
003700      02 FILLER REDEFINES YRF.                                    00370000
003800         03 YRA          PIC X.                                   00380000
003900      02 YRI             PIC 9(9).                                00390000
004000      02 RATL            PIC S9(4) COMP.                          00400000
004100      02 RATF            PIC X.                                   00410000
004200      02 FILLER REDEFINES RATF.                                   00420000
004300         03 RATA         PIC X.                                   00430000
004400      02 RATI            PIC S9(9).                               00440000
004500      02 ASOFDL          PIC S9(4) COMP.                          00450000
004600      02 ASOFDF          PIC X.                                   00460000
004700      02 FILLER REDEFINES ASOFDF.                                 00470000
004800         03 ASOFDA       PIC X.                                   00480000
004900      02 ASOFDI          PIC X(8).                                00490000
005000      02 ASOFTL          PIC S9(4) COMP.                          00500000
005100      02 ASOFTF          PIC X.                                   00510000
005200      02 FILLER REDEFINES ASOFTF.                                 00520000
005300         03 ASOFTA       PIC X.                                   00530000
005400      02 ASOFTI          PIC X(6).                                00540000
005500      02 NXTL            PIC S9(4) COMP.                          00550000
005600      02 NXTF            PIC X.                                   00560000
005700      02 FILLER REDEFINES NXTF.                                   00570000
005800         03 NXTA         PIC X.                                   00580000
005900      02 NXTI            PIC X(60).                               00590000
006000      02 MSGL            PIC S9(4) COMP.                          00600000
006100      02 MSGF            PIC X.                                   00610000
006200      02 FILLER REDEFINES MSGF.                                   00620000
006300         03 MSGA         PIC X.                                   00630000
006400      02 MSGI            PIC X(40).                               00640000
006500  01  MAPCIQO REDEFINES MAPCIQI.                                  00650000
006600      02 FILLER           PIC X(12).                              00660000
006700      02 FILLER           PIC X(3).                               00670000
006800      02 HISTO            PIC X(40).                              00680000
006900      02 FILLER           PIC X(3).                               00690000
007000      02 STATO            PIC X(30).                              00700000
007100      02 FILLER           PIC X(3).                               00710000
007200      02 POPO             PIC 9(9).                               00720000
007300      02 FILLER           PIC X(3).                               00730000
007400      02 GROWO            PIC S9(9).                              00740000
007500      02 FILLER           PIC X(3).                               00750000
007600      02 RURO             PIC 9(9).                               00760000
007700      02 FILLER           PIC X(3).                               00770000
007800      02 URBO             PIC 9(9).                               00780000
007900      02 FILLER           PIC X(3).                               00790000
008000      02 YRO              PIC 9(9).                               00800000
008100      02 FILLER           PIC X(3).                               00810000
008200      02 RATO             PIC S9(9).                              00820000
008300      02 FILLER           PIC X(3).                               00830000
008400      02 ASOFDO           PIC X(8).                               00840000
008500      02 FILLER           PIC X(3).                               00850000
008600      02 ASOFTO           PIC X(6).                               00860000
008700      02 FILLER           PIC X(3).                               00870000
008800      02 NXTO             PIC X(60).                              00880000
008900      02 FILLER           PIC X(3).                               00890000
009000      02 MSGO             PIC X(40).                              00900000
