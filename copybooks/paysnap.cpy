000100******************************************************************
000200*    COPYBOOK      PAYSNAP                                       *
000300*    DESCRIPTION    PAY-TIME SNAPSHOT - APPENDED BY YACHTPAY SO  *
000400*                   A LATER RESTATEMENT RE-RANKS THE NIGHT ON    *
000500*                   THE NUMBERS IT WAS PAID ON, NOT ON WHATEVER  *
000600*                   PAYCTL AND HCPMAST SAY BY THEN.  EACH RUN    *
000700*                   WRITES ONE 'C' CONTROL RECORD (THE GAME      *
000800*                   DATE, ENTRY FEE, PLACE AND HANDICAP          *
000900*                   PERCENTAGES) FOLLOWED BY ONE 'H' RECORD PER  *
001000*                   HANDICAP-CLASS ENTRANT WITH THE HANDICAP     *
001100*                   THEY WERE RANKED ON.  EVERY RECORD CARRIES   *
001200*                   THE PAY DATE.  A RERUN OF THE SAME PAY DATE  *
001300*                   WRITES A FRESH SET; THE LAST ONE STANDS.     *
001400*    CALLED BY      YACHTPAY, YACHTRST                           *
001500******************************************************************
001600 01  PN-RECORD.
001700     05  PN-PAY-DATE               PIC 9(08).
001800     05  PN-REC-TYPE               PIC X(01).
001900         88  PN-CONTROL                    VALUE 'C'.
002000         88  PN-ENTRANT                    VALUE 'H'.
002100     05  PN-DETAIL                 PIC X(40).
002200     05  PN-CONTROL-DETAIL REDEFINES PN-DETAIL.
002300         10  PN-GAME-DATE          PIC 9(08).
002400         10  PN-ENTRY-FEE          PIC 9(03)V99.
002500         10  PN-PLACE-PCT          PIC 9(03) OCCURS 5 TIMES.
002600         10  PN-HCP-PCT            PIC 9(03).
002700         10  FILLER                PIC X(09).
002800     05  PN-ENTRANT-DETAIL REDEFINES PN-DETAIL.
002900         10  PN-MEMBER-ID          PIC X(10).
003000         10  PN-HANDICAP           PIC 9(03).
003100         10  FILLER                PIC X(27).
003200     05  FILLER                    PIC X(05) VALUE SPACES.
