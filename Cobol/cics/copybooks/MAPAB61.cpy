000800      02 ACTNL            PIC S9(4) COMP.                         00080000
000900      02 ACTNF            PIC X.                                  00090000
001000      02 ACTNI            PIC X(1).                               00100000
001100      02 AUTH-FLG-I OCCURS 8 TIMES.                               00110000
001200         03 FLGL          PIC S9(4) COMP.                         00120000
001300         03 FLGF          PIC X.                                  00130000
001400         03 FLGI          PIC X(1).                               00140000
002300      02 USRIDO           PIC X(8).                               00230000
002400      02 FILLER           PIC X(3).                               00240000
002500      02 ACTNO            PIC X(1).                               00250000
002600      02 AUTH-FLG-O OCCURS 8 TIMES.                               00260000
002700         03 FILLER        PIC X(3).                               00270000
002800         03 FLGO          PIC X(1).                               00280000
002900      02 FILLER           PIC X(3).                               00290000
