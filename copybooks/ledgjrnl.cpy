000500*                   POSTING RUN AND READ BACK BY THE MONTHLY     *
000600*                   STATEMENT PRINT.  'D' CHARGES THE MEMBER,    *
000700*                   'C' CREDITS THEM.                            *
000710*                   A 'PY' PAYMENT CARRIES THE RECEIPT NUMBER    *
000720*                   IN LJ-REFERENCE AND CASH OR CHEQUE IN        *
000730*                   LJ-PAY-METHOD; POSTINGS WITH NO REFERENCE    *
000740*                   LEAVE BOTH BLANK.                            *
000742*                   AN 'RF' REFUND PAID OUT TO A MEMBER THE CLUB *
000744*                   OWES IS A 'D' CARRYING THE VOUCHER NUMBER    *
000746*                   AND METHOD THE SAME WAY.                     *
000750*                   A 'WA' WINNINGS ADJUSTMENT FROM A PAYOUT     *
000760*                   RESTATEMENT CARRIES THE ORIGINAL PAY DATE    *
000770*                   IN LJ-REFERENCE.                             *
000775*                   A 'WN' WINNINGS POSTING CARRIES ITS PAYOUT   *
000780*                   RUN'S PAY DATE IN LJ-REFERENCE - THE LEDGER  *
000785*                   RUN MAY POST IT A DAY OR MORE LATER.  OLDER  *
000790*                   'WN' POSTINGS LEAVE IT BLANK.                *
000800*    CALLED BY      YACHTLGR, YACHTDUE, YACHTSTM, YACHTRCP,      *
000810*                   YACHTCSH, YACHTRST, YACHTYER, YACHTINQ       *
000900******************************************************************
001000 01  LJ-RECORD.
001100     05  LJ-POST-DATE              PIC 9(08).
001500         88  LJ-ENTRY-FEE                  VALUE 'EF'.
001600         88  LJ-WINNINGS                   VALUE 'WN'.
001700         88  LJ-DUES                       VALUE 'DU'.
001710         88  LJ-PAYMENT                    VALUE 'PY'.
001720         88  LJ-WIN-ADJUST                 VALUE 'WA'.
001730         88  LJ-REFUND                     VALUE 'RF'.
001800     05  LJ-DR-CR                  PIC X(01).
001900         88  LJ-CHARGE                     VALUE 'D'.
002000         88  LJ-CREDIT                     VALUE 'C'.
002100     05  LJ-AMOUNT                 PIC 9(05)V99.
002110     05  LJ-REFERENCE              PIC X(08).
002115     05  LJ-REF-PAY-DATE REDEFINES LJ-REFERENCE PIC 9(08).
002120     05  LJ-PAY-METHOD             PIC X(01).
002130         88  LJ-PAID-CASH                  VALUE 'C'.
002140         88  LJ-PAID-CHEQUE                VALUE 'Q'.
002200     05  FILLER                    PIC X(04) VALUE SPACES.
