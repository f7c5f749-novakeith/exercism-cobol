000100******************************************************************
000200*    COPYBOOK      FIXTURE                                       *
000300*    DESCRIPTION    LEAGUE FIXTURE RECORD - ONE PER MATCH, KEYED *
000400*                   BY SEASON, GAME DATE, DIVISION AND MATCH     *
000500*                   NUMBER WITHIN THE DIVISION THAT NIGHT.  A    *
000600*                   ROUND-ROBIN OF THE DIVISION'S TEAMS, HOME    *
000700*                   TEAM FIRST; WITH AN ODD NUMBER OF TEAMS ONE  *
000800*                   TEAM A NIGHT HAS A BYE (AWAY TEAM SPACES).   *
000900*                   SCORES ARE THE SUM OF EACH SIDE'S MEMBERS'   *
001000*                   BEST GAMES THAT NIGHT, AND MATCH POINTS ARE  *
001100*                   TWO FOR A WIN, ONE FOR A DRAW, NONE FOR A    *
001200*                   LOSS.  A MATCH NEITHER SIDE TURNED OUT FOR   *
001300*                   STAYS SCHEDULED.                             *
001400*    CALLED BY      YACHTFIX, YACHTFXR, YACHTTSS                 *
001500******************************************************************
001600 01  FX-RECORD.
001700     05  FX-FIXTURE-KEY.
001800         10  FX-SEASON-NO          PIC 9(03).
001900         10  FX-GAME-DATE          PIC 9(08).
002000         10  FX-DIVISION           PIC X(01).
002100         10  FX-MATCH-NO           PIC 9(02).
002200     05  FX-HOME-TEAM-ID           PIC X(04).
002300     05  FX-AWAY-TEAM-ID           PIC X(04).
002400     05  FX-STATUS                 PIC X(01).
002500         88  FX-SCHEDULED                  VALUE 'S'.
002600         88  FX-PLAYED                     VALUE 'P'.
002700         88  FX-BYE                        VALUE 'B'.
002800     05  FX-HOME-SCORE             PIC 9(05).
002900     05  FX-AWAY-SCORE             PIC 9(05).
003000     05  FX-HOME-GAMES             PIC 9(02).
003100     05  FX-AWAY-GAMES             PIC 9(02).
003200     05  FX-HOME-MATCH-PTS         PIC 9(01).
003300     05  FX-AWAY-MATCH-PTS         PIC 9(01).
003400     05  FILLER                    PIC X(10) VALUE SPACES.
