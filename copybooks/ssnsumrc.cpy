000800*                   THE ALL-TIME NUMBERS SURVIVE THE TRIM        *
000900*                   WITHOUT EVERY OLD GAME STAYING ON THE LIVE   *
001000*                   MASTER.                                      *
001100*    CALLED BY      YACHTSCL, YACHTPRS, YACHTINQ                 *
001200******************************************************************
001300 01  SS-RECORD.
001400     05  SS-SUM-KEY.
