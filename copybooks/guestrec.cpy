000800*                   MARKED CONVERTED WITH THEIR NEW MEMBER ID    *
000900*                   AND THEIR FIRST NIGHT'S GAMES ARE RE-KEYED   *
001000*                   TO IT, SO THE GAME COMES WITH THEM.          *
001100*    CALLED BY      YACHT, YACHTGST, YACHTGNR, YACHTINQ,         *
001150*                   YACHTCHK                                     *
001200******************************************************************
001300 01  GU-RECORD.
001400     05  GU-GUEST-ID               PIC X(10).
