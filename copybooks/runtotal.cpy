000500*                   CROSS-FOOTED BY YACHTBAL BEFORE THE OPERATOR *
000600*                   SIGNS OFF AND THE LEADERBOARD AND PAYOUTS    *
000700*                   ARE ALLOWED TO RUN.                          *
000800*    CALLED BY      YACHTRPT, YACHTBAL, YACHTAUD, YACHTFXR,      *
000850*                   YACHTPRS, YACHTRST                           *
000900******************************************************************
001000 01  RT-RECORD.
001100     05  RT-RUN-DATE               PIC 9(08).
