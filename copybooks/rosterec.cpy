000100******************************************************************
000200*    COPYBOOK      ROSTEREC                                      *
000300*    DESCRIPTION    CLUB ROSTER MASTER RECORD - ONE PER MEMBER,  *
000400*                   KEYED BY MEMBER ID.  STANDING IS 'A' ACTIVE, *
000500*                   'S' SUSPENDED OR 'R' RESIGNED - ONLY ACTIVE  *
000600*                   MEMBERS MAY OPEN A SCORECARD ON GAME NIGHT.  *
000610*                   A RESIGNED MEMBER CARRIES THE EFFECTIVE DATE *
000620*                   AND IS FLAGGED CLOSED OUT ONCE YACHTCLS HAS  *
000630*                   SETTLED AND CLOSED THE ACCOUNT.  THE RECORD  *
000640*                   IS KEPT SO PAST GAMES STILL HAVE A NAME.     *
000700*    CALLED BY      YACHT, YACHTMBR, YACHTCLS, YACHTBKP,         *
000733*                   YACHTBRS, YACHTINQ, YACHTCHK, YACHTPRS,      *
000766*                   YACHTRCP                                     *
000800******************************************************************
000900 01  RO-RECORD.
001000     05  RO-MEMBER-ID              PIC X(10).
001300     05  RO-STANDING               PIC X(01).
001400         88  RO-ACTIVE                     VALUE 'A'.
001500         88  RO-SUSPENDED                  VALUE 'S'.
001510         88  RO-RESIGNED                   VALUE 'R'.
001520     05  RO-RESIGN-DATE            PIC 9(08).
001530     05  RO-CLOSED-SW              PIC X(01).
001540         88  RO-CLOSED-OUT                 VALUE 'Y'.
001600     05  FILLER                    PIC X(01) VALUE SPACES.
