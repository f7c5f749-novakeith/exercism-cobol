000800*                   YET COVERED, WHICH THE ARREARS RUN AGES      *
000900*                   AGAINST ITS CUTOFF.  ZERO OLDEST-OWED MEANS  *
001000*                   NOTHING IS OWED.                             *
001100*    CALLED BY      YACHTLGR, YACHTDUE, YACHTSTM, YACHTARR,      *
001133*                   YACHTRCP, YACHTCLS, YACHTBKP, YACHTBRS,      *
001166*                   YACHTINQ, YACHTRST                           *
001200******************************************************************
001300 01  LG-RECORD.
001400     05  LG-MEMBER-ID              PIC X(10).
