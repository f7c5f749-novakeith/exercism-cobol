001000*                   JL-GAME-TOTAL IS THE SCORECARD'S RUNNING     *
001100*                   GAME TOTAL AS YACHT RETURNED IT AFTER THE    *
001200*                   CALL.                                        *
001300*    CALLED BY      YACHTRPT, YACHTRPL, YACHTAUD                 *
001400******************************************************************
001500 01  JL-RECORD.
001600     05  JL-RUN-DATE               PIC 9(08).
