000600*                   ACCOUNT LEDGER CAN POST WINNINGS WITHOUT     *
000700*                   RE-KEYING A PRINT FILE.  HANDICAP-CLASS      *
000800*                   LINES CARRY A ZERO FEE.                      *
000900*    CALLED BY      YACHTPAY, YACHTLGR, YACHTRST                 *
001000******************************************************************
001100 01  PF-RECORD.
001200     05  PF-PAY-DATE               PIC 9(08).
