000100******************************************************************
000200*    COPYBOOK      CHECKIN                                       *
000300*    DESCRIPTION    GAME-NIGHT CHECK-IN RECORD - ONE PER PLAYER  *
000400*                   CHECKED IN FOR THE NIGHT, KEYED BY PLAYER    *
000500*                   ID.  MEMBERS COME FROM THE ROSTER AND GUESTS *
000600*                   FROM THE GUEST REGISTER; ANYONE SUSPENDED OR *
000700*                   BARRED IS REFUSED AT CHECK-IN AND NEVER GETS *
000800*                   A RECORD.  TABLE AND SEAT ARE ZERO UNTIL THE *
000900*                   DRAW SEATS THE PLAYER; THE AVERAGE IS THE    *
001000*                   HCPMAST AVERAGE THE DRAW SPREAD THEM BY.     *
001100*                   THE FILE HOLDS ONE NIGHT - THE FIRST CHECK-  *
001200*                   IN OF A NEW NIGHT CLEARS THE LAST ONE OUT.   *
001300*    CALLED BY      YACHTCHK, YACHTDRW, YACHTEDT                 *
001400******************************************************************
001500 01  CI-RECORD.
001600     05  CI-PLAYER-ID              PIC X(10).
001700     05  CI-PLAYER-NAME            PIC X(20).
001800     05  CI-NIGHT-DATE             PIC 9(08).
001900     05  CI-PLAYER-TYPE            PIC X(01).
002000         88  CI-MEMBER                     VALUE 'M'.
002100         88  CI-GUEST                      VALUE 'G'.
002200     05  CI-AVG-GAME               PIC 9(05).
002300     05  CI-TABLE-NO               PIC 9(03).
002400     05  CI-SEAT-NO                PIC 9(02).
002500     05  FILLER                    PIC X(10) VALUE SPACES.
