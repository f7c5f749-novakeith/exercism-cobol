000700*                   NEXT RUN'S SCORECRD PURGE CAN TOUCH IT, SO   *
000800*                   THE SEASON TALLY NO LONGER LIVES IN A SPIRAL *
000900*                   NOTEBOOK.                                    *
001000*    CALLED BY      YACHTRPT, YACHTSSN, YACHTBKP, YACHTBRS,      *
001033*                   YACHTINQ, YACHTAUD, YACHTFXR, YACHTPRS,      *
001066*                   YACHTRST                                     *
001100******************************************************************
001200 01  HI-RECORD.
001300     05  HI-HIST-KEY.
