000100******************************************************************
000200*    COPYBOOK      PAYHIST                                       *
000300*    DESCRIPTION    PAYOUT HISTORY - THE SAME FIELDS AS THE      *
000400*                   PAYFEED RECORD, APPENDED BY THE LEDGER RUN   *
000500*                   AS IT POSTS EACH NIGHT'S FEED.  PAYFEED ONLY *
000600*                   EVER HOLDS THE LATEST PAYOUT RUN, SO THIS    *
000700*                   IS WHERE A NIGHT'S POT, SCRATCH-CLASS AND    *
000800*                   HANDICAP-CLASS SHARES LIVE ON AFTERWARDS.    *
000900*                   HANDICAP-CLASS LINES CARRY A ZERO FEE.       *
001000*    CALLED BY      YACHTLGR, YACHTYER, YACHTRST                 *
001100******************************************************************
001200 01  PH-RECORD.
001300     05  PH-PAY-DATE               PIC 9(08).
001400     05  PH-MEMBER-ID              PIC X(10).
001500     05  PH-MEMBER-NAME            PIC X(20).
001600     05  PH-FEE                    PIC 9(03)V99.
001700     05  PH-WON                    PIC 9(05)V99.
001800     05  FILLER                    PIC X(05) VALUE SPACES.
