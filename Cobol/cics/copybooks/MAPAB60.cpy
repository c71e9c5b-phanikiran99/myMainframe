001100         03 LINL          PIC S9(4) COMP.                         00110000
001200         03 LINF          PIC X.                                  00120000
001300         03 LINI          PIC X(75).                              00130000
001310      02 HOCNTL           PIC S9(4) COMP.                         00131000
001320      02 HOCNTF           PIC X.                                  00132000
001330      02 FILLER REDEFINES HOCNTF.                                 00133000
001340         03 HOCNTA        PIC X.                                  00134000
001350      02 HOCNTI           PIC X(4).                               00135000
001400      02 MSGL             PIC S9(4) COMP.                         00140000
001500      02 MSGF             PIC X.                                  00150000
001600      02 FILLER REDEFINES MSGF.                                   00160000
002400         03 FILLER        PIC X(3).                               00240000
002500         03 LINO          PIC X(75).                              00250000
002600      02 FILLER           PIC X(3).                               00260000
002625      02 HOCNTO           PIC X(4).                               00262500
002650      02 FILLER           PIC X(3).                               00265000
002700      02 MSGO             PIC X(40).                              00270000
