000100******************************************************************
000200*    COPYBOOK      PERSREC                                       *
000300*    DESCRIPTION    PERSONAL RECORDS MASTER RECORD - ONE PER     *
000400*                   MEMBER, KEYED BY MEMBER ID.  CAREER GAMES,   *
000500*                   YACHTS AND YACHT BONUSES, THE BEST GAME AND  *
000600*                   THE BEST SCORE EVER PUT IN EACH OF THE 12    *
000700*                   CATEGORIES, EACH WITH THE GAME DATE IT WAS   *
000800*                   SET, AND THE DATES OF THE FIRST YACHT AND    *
000900*                   THE 100TH, 250TH AND 500TH GAMES.  A ZERO    *
001000*                   DATE ON A RECORD TAKEN FROM A SEASON SUMMARY *
001100*                   MEANS THE NIGHT IS NOT KNOWN.  PB-LAST-      *
001200*                   NIGHT-DATE IS THE LAST GAME NIGHT FOLDED IN, *
001300*                   SO A RERUN OF THE SAME NIGHT IS NOT COUNTED  *
001400*                   TWICE.  GUEST GAMES NEVER COUNT.             *
001500*    CALLED BY      YACHTPRS                                     *
001600******************************************************************
001700 01  PB-RECORD.
001800     05  PB-MEMBER-ID              PIC X(10).
001900     05  PB-MEMBER-NAME            PIC X(20).
002000     05  PB-CAREER-GAMES           PIC 9(05).
002100     05  PB-CAREER-YACHTS          PIC 9(05).
002200     05  PB-CAREER-BONUSES         PIC 9(05).
002300     05  PB-BEST-GAME              PIC 9(05).
002400     05  PB-BEST-GAME-DATE         PIC 9(08).
002500*        CATEGORY BESTS IN SCORECARD ORDER - ONES THROUGH CHOICE,
002600*        THE SAME INDEX AS SC-SCORE-OF-CAT AND HI-SCORE-OF-CAT.
002700     05  PB-CAT-BESTS.
002800         10  PB-CAT-BEST OCCURS 12 TIMES.
002900             15  PB-CAT-BEST-SCORE PIC 9(03).
003000             15  PB-CAT-BEST-DATE  PIC 9(08).
003100     05  PB-FIRST-YACHT-DATE       PIC 9(08).
003200*        DATES OF THE 100TH, 250TH AND 500TH CAREER GAMES.
003300     05  PB-MILESTONE-DATES.
003400         10  PB-MILESTONE-DATE     PIC 9(08) OCCURS 3 TIMES.
003500     05  PB-LAST-NIGHT-DATE        PIC 9(08).
003600     05  FILLER                    PIC X(10) VALUE SPACES.
