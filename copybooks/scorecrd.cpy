000800*                   HOLDS ALL 12 CATEGORY SCORES, THE            *
000900*                   USED-CATEGORY SWITCHES AND THE RUNNING GAME  *
001000*                   TOTAL.                                       *
001100*    CALLED BY      YACHT, YACHTRPT, YACHTLDR, YACHTSHT,         *
001133*                   YACHTREC, YACHTBKP, YACHTBRS, YACHTAUD,      *
001166*                   YACHTCSH, YACHTRST                           *
001200******************************************************************
001300 01  SC-RECORD.
001400     05  SC-SCORE-KEY.
