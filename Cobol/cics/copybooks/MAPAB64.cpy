000100*SYMBOLIC MAP FOR MAP HOVRM, MAPSET MAPAB64                       00010000
000200*GENERATED FROM MAPAB64.BMS - KEEP IN STEP WITH THE BMS SOURCE.   00020000
000300*THE TEN LIST LINES ARE FOLDED INTO AN OCCURS GROUP SO PROGAB64   00030000
000400*CAN SUBSCRIPT THEM, MAPAB60-STYLE.                               00040000
000500  01  MAPHOVI.                                                    00050000
000600      02 FILLER           PIC X(12).                              00060000
000700      02 BDATEL           PIC S9(4) COMP.                         00070000
000800      02 BDATEF           PIC X.                                  00080000
000900      02 BDATEI           PIC X(8).                               00090000
001000      02 OPENCL           PIC S9(4) COMP.                         00100000
001100      02 OPENCF           PIC X.                                  00110000
001200      02 OPENCI           PIC X(4).                               00120000
001300      02 HOVR-LIN-I OCCURS 10 TIMES.                              00130000
001400         03 LINL          PIC S9(4) COMP.                         00140000
001500         03 LINF          PIC X.                                  00150000
001600         03 LINI          PIC X(75).                              00160000
001700      02 ACTNL            PIC S9(4) COMP.                         00170000
001800      02 ACTNF            PIC X.                                  00180000
001900      02 FILLER REDEFINES ACTNF.                                  00190000
002000         03 ACTNA         PIC X.                                  00200000
002100      02 ACTNI            PIC X(1).                               00210000
002200      02 LNUML            PIC S9(4) COMP.                         00220000
002300      02 LNUMF            PIC X.                                  00230000
002400      02 FILLER REDEFINES LNUMF.                                  00240000
002500         03 LNUMA         PIC X.                                  00250000
002600      02 LNUMI            PIC X(2).                               00260000
002700      02 RTYPL            PIC S9(4) COMP.                         00270000
002800      02 RTYPF            PIC X.                                  00280000
002900      02 FILLER REDEFINES RTYPF.                                  00290000
003000         03 RTYPA         PIC X.                                  00300000
003100      02 RTYPI            PIC X(1).                               00310000
003200      02 RNAML            PIC S9(4) COMP.                         00320000
003300      02 RNAMF            PIC X.                                  00330000
003400      02 FILLER REDEFINES RNAMF.                                  00340000
003500         03 RNAMA         PIC X.                                  00350000
003600      02 RNAMI            PIC X(8).                               00360000
003700      02 NOTE1L           PIC S9(4) COMP.                         00370000
003800      02 NOTE1F           PIC X.                                  00380000
003900      02 FILLER REDEFINES NOTE1F.                                 00390000
004000         03 NOTE1A        PIC X.                                  00400000
004100      02 NOTE1I           PIC X(60).                              00410000
004200      02 NOTE2L           PIC S9(4) COMP.                         00420000
004300      02 NOTE2F           PIC X.                                  00430000
004400      02 FILLER REDEFINES NOTE2F.                                 00440000
004500         03 NOTE2A        PIC X.                                  00450000
004600      02 NOTE2I           PIC X(60).                              00460000
004700      02 MSGL             PIC S9(4) COMP.                         00470000
004800      02 MSGF             PIC X.                                  00480000
004900      02 FILLER REDEFINES MSGF.                                   00490000
005000         03 MSGA          PIC X.                                  00500000
005100      02 MSGI             PIC X(40).                              00510000
005200  01  MAPHOVO REDEFINES MAPHOVI.                                  00520000
005300      02 FILLER           PIC X(12).                              00530000
005400      02 FILLER           PIC X(3).                               00540000
005500      02 BDATEO           PIC X(8).                               00550000
005600      02 FILLER           PIC X(3).                               00560000
005700      02 OPENCO           PIC X(4).                               00570000
005800      02 HOVR-LIN-O OCCURS 10 TIMES.                              00580000
005900         03 FILLER        PIC X(3).                               00590000
006000         03 LINO          PIC X(75).                              00600000
006100      02 FILLER           PIC X(3).                               00610000
006200      02 ACTNO            PIC X(1).                               00620000
006300      02 FILLER           PIC X(3).                               00630000
006400      02 LNUMO            PIC X(2).                               00640000
006500      02 FILLER           PIC X(3).                               00650000
006600      02 RTYPO            PIC X(1).                               00660000
006700      02 FILLER           PIC X(3).                               00670000
006800      02 RNAMO            PIC X(8).                               00680000
006900      02 FILLER           PIC X(3).                               00690000
007000      02 NOTE1O           PIC X(60).                              00700000
007100      02 FILLER           PIC X(3).                               00710000
007200      02 NOTE2O           PIC X(60).                              00720000
007300      02 FILLER           PIC X(3).                               00730000
007400      02 MSGO             PIC X(40).                              00740000
