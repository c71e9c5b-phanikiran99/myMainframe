000100*SYMBOLIC MAP FOR MAP SAMPM, MAPSET MAPAB63                       00010000
000200*GENERATED FROM MAPAB63.BMS - KEEP IN STEP WITH THE BMS SOURCE.   00020000
000300*THE TEN LIST LINES ARE FOLDED INTO AN OCCURS GROUP SO PROGAB63   00030000
000400*CAN SUBSCRIPT THE LIST, MAPAB62-STYLE.                           00040000
000500  01  MAPSMPI.                                                    00050000
000600      02 FILLER           PIC X(12).                              00060000
000700      02 SKEYL            PIC S9(4) COMP.                         00070000
000800      02 SKEYF            PIC X.                                  00080000
000900      02 SKEYI            PIC X(20).                              00090000
001000      02 SNAMEL           PIC S9(4) COMP.                         00100000
001100      02 SNAMEF           PIC X.                                  00110000
001200      02 SNAMEI           PIC X(30).                              00120000
001300      02 SOTHRL           PIC S9(4) COMP.                         00130000
001400      02 SOTHRF           PIC X.                                  00140000
001500      02 SOTHRI           PIC X(30).                              00150000
001600      02 ACTNL            PIC S9(4) COMP.                         00160000
001700      02 ACTNF            PIC X.                                  00170000
001800      02 ACTNI            PIC X(1).                               00180000
001900      02 SAMP-LIN-I OCCURS 10 TIMES.                              00190000
002000         03 LINL          PIC S9(4) COMP.                         00200000
002100         03 LINF          PIC X.                                  00210000
002200         03 LINI          PIC X(52).                              00220000
002300      02 MSGL             PIC S9(4) COMP.                         00230000
002400      02 MSGF             PIC X.                                  00240000
002500      02 FILLER REDEFINES MSGF.                                   00250000
002600         03 MSGA          PIC X.                                  00260000
002700      02 MSGI             PIC X(40).                              00270000
002800  01  MAPSMPO REDEFINES MAPSMPI.                                  00280000
002900      02 FILLER           PIC X(12).                              00290000
003000      02 FILLER           PIC X(3).                               00300000
003100      02 SKEYO            PIC X(20).                              00310000
003200      02 FILLER           PIC X(3).                               00320000
003300      02 SNAMEO           PIC X(30).                              00330000
003400      02 FILLER           PIC X(3).                               00340000
003500      02 SOTHRO           PIC X(30).                              00350000
003600      02 FILLER           PIC X(3).                               00360000
003700      02 ACTNO            PIC X(1).                               00370000
003800      02 SAMP-LIN-O OCCURS 10 TIMES.                              00380000
003900         03 FILLER        PIC X(3).                               00390000
004000         03 LINO          PIC X(52).                              00400000
004100      02 FILLER           PIC X(3).                               00410000
004200      02 MSGO             PIC X(40).                              00420000
