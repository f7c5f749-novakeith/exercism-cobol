000900*                   A MEMBER WITHOUT ENOUGH HISTORY TO RATE      *
001000*                   CARRIES 'U' UNRATED - NOT A ZERO HANDICAP -  *
001100*                   AND STAYS OUT OF THE HANDICAPPED CLASS.      *
001200*    CALLED BY      YACHTHCP, YACHTNET, YACHTPAY, YACHTCLS,      *
001233*                   YACHTBKP, YACHTBRS, YACHTINQ, YACHTDRW       *
001300******************************************************************
001400 01  HM-RECORD.
001500     05  HM-MEMBER-ID              PIC X(10).
