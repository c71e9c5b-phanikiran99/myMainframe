000100*SYMBOLIC MAP FOR MAP MAPMNU, MAPSET MAPAB55                      00010000
000200*GENERATED FROM MAPAB55.BMS - KEEP IN STEP WITH THE BMS SOURCE.   00020000
000300*THE EIGHT OPTION TEXT FIELDS ARE NAMED SO PROGAB55 CAN BLANK     00030000
000400*THE OPTIONS A USER DOES NOT HOLD - SEE THE OPERAUTH CHECK.       00040000
000500  01  MAPMNUI.                                                    00050000
000600      02 FILLER           PIC X(12).                              00060000
001870      02 OPT7TL           PIC S9(4) COMP.                         00187000
001880      02 OPT7TF           PIC X.                                  00188000
001890      02 OPT7TI           PIC X(21).                              00189000
001892      02 OPT8TL           PIC S9(4) COMP.                         00189250
001895      02 OPT8TF           PIC X.                                  00189500
001897      02 OPT8TI           PIC X(23).                              00189750
001900      02 OPTNL            PIC S9(4) COMP.                         00190000
002000      02 OPTNF            PIC X.                                  00200000
002100      02 FILLER REDEFINES OPTNF.                                  00210000
003840      02 OPT6TO           PIC X(21).                              00384000
003850      02 FILLER           PIC X(3).                               00385000
003860      02 OPT7TO           PIC X(21).                              00386000
003873      02 FILLER           PIC X(3).                               00387300
003886      02 OPT8TO           PIC X(23).                              00388600
003900      02 FILLER           PIC X(3).                               00390000
004000      02 OPTNO            PIC X(1).                               00400000
004100      02 FILLER           PIC X(3).                               00410000
