001200*                   AN EMPTY SLOT HAS A SPACE MEMBER ID; AN      *
001300*                   OPEN (CURRENT) ASSIGNMENT HAS A ZERO END     *
001400*                   DATE.                                        *
001500*    CALLED BY      YACHTTEA, YACHTTMN, YACHTTSS, YACHTFIX,      *
001510*                   YACHTFXR, YACHTCLS,                          *
001515*                   YACHTBKP, YACHTBRS, YACHTINQ                 *
001600******************************************************************
001700 01  TM-RECORD.
001800     05  TM-TEAM-ID                PIC X(04).
