001800*                     OR IS OWED NO LONGER LIVES IN THE CASH     *
001900*                     BOX AT THE BAR.                            *
001910*    09/01/2026 JH    SKIP GUEST SCORECARDS (SC-GUEST-SW) IN     *
001914*                     THE FEE PASS - A GUEST PAYS CASH AT THE    *
001918*                     DOOR AND CARRIES NO MEMBER ACCOUNT.        *
001922*    09/01/2026 JH    RERUN GUARD - WHEN LEDGJRNL ALREADY        *
001926*                     HOLDS FEE (OR WINNINGS) POSTINGS DATED     *
001930*                     TODAY, THAT PASS IS SKIPPED WITH A         *
001934*                     REPORT LINE INSTEAD OF DOUBLE-POSTING      *
001938*                     EVERY BALANCE A SECOND INVOCATION WOULD    *
001942*                     OTHERWISE CORRUPT.                         *
001946*    10/15/2026 JH    CLEAR THE JOURNAL RECORD AREA BEFORE EACH  *
001950*                     POSTING SO THE NEW RECEIPT REFERENCE AND   *
001954*                     PAY METHOD FIELDS GO OUT BLANK INSTEAD OF  *
001958*                     CARRYING WHATEVER THE RERUN SCAN LAST READ.*
001962*    10/15/2026 JH    COPY EVERY PAYFEED LINE POSTED TO THE      *
001966*                     PAYHIST PAYOUT HISTORY SO THE YEAR-END     *
001970*                     RUN CAN TIE WINNINGS BACK TO EACH NIGHT'S  *
001974*                     POT AND PAYOUT CLASS.                      *
001978*    10/15/2026 JH    A WINNINGS POSTING CARRIES THE PAYFEED PAY *
001982*                     DATE IN LJ-REFERENCE, SINCE THIS RUN MAY   *
001986*                     POST IT ON A LATER DAY THAN YACHTPAY RAN.  *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003700     SELECT FEED-FILE ASSIGN TO "PAYFEED"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PF-STATUS.
003910     SELECT HISTORY-FILE ASSIGN TO "PAYHIST"
003920         ORGANIZATION IS LINE SEQUENTIAL
003930         FILE STATUS IS WS-PH-STATUS.
004000     SELECT CONTROL-FILE ASSIGN TO "PAYCTL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CT-STATUS.
005300     COPY "ledgjrnl.cpy".
005400 FD  FEED-FILE.
005500     COPY "payfeed.cpy".
005510 FD  HISTORY-FILE.
005520     COPY "payhist.cpy".
005600 FD  CONTROL-FILE.
005700 01  PC-RECORD.
005800     05  PC-ENTRY-FEE              PIC 9(03)V99.
006600 77  WS-LG-STATUS                  PIC X(02) VALUE '00'.
006700 77  WS-LJ-STATUS                  PIC X(02) VALUE '00'.
006800 77  WS-PF-STATUS                  PIC X(02) VALUE '00'.
006810 77  WS-PH-STATUS                  PIC X(02) VALUE '00'.
006900 77  WS-CT-STATUS                  PIC X(02) VALUE '00'.
007000 77  WS-RP-STATUS                  PIC X(02) VALUE '00'.
007100 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
009100     05  WS-PO-TYPE                PIC X(02).
009200     05  WS-PO-DR-CR               PIC X(01).
009300     05  WS-PO-AMOUNT              PIC 9(05)V99.
009310*    THE PAY DATE ON A WINNINGS POSTING, SO THE NIGHT IT PAYS
009320*    STAYS KNOWN WHEN THE LEDGER RUN IS NOT ON THE PAY DAY.
009330     05  WS-PO-REFERENCE           PIC X(08).
009400 01  WS-FEE-LINE.
009500     05  FILLER                    PIC X(23) VALUE
009600         "FEES POSTED .........: ".
018100     MOVE 'EF' TO WS-PO-TYPE.
018200     MOVE 'D' TO WS-PO-DR-CR.
018300     MOVE WS-ENTRY-FEE TO WS-PO-AMOUNT.
018310     MOVE SPACES TO WS-PO-REFERENCE.
018400     PERFORM 6000-POST-TO-LEDGER THRU 6000-EXIT.
018500     ADD 1 TO WS-FEE-COUNT.
018600     ADD WS-ENTRY-FEE TO WS-FEE-TOTAL.
019800*    3000-POST-WINNINGS - CREDIT EVERY WINNING SHARE ON THE      *
019900*    PAYFEED FILE.  ZERO-WON LINES (PLAYERS OUT OF THE MONEY)    *
020000*    POST NOTHING.  A MISSING FEED JUST MEANS THE PAYOUT RUN     *
020100*    HAS NOT HAPPENED YET.  EVERY FEED LINE IS ALSO APPENDED TO  *
020150*    THE PAYHIST PAYOUT HISTORY.                                 *
020200******************************************************************
020300 3000-POST-WINNINGS.
020400     OPEN INPUT FEED-FILE.
020900         SET WS-EOF-FEED TO TRUE
021000         GO TO 3000-EXIT
021100     END-IF.
021110     OPEN EXTEND HISTORY-FILE.
021120     IF WS-PH-STATUS = '05' OR WS-PH-STATUS = '35'
021130         OPEN OUTPUT HISTORY-FILE
021140     END-IF.
021200     PERFORM 3900-READ-NEXT-FEED THRU 3900-EXIT.
021300     PERFORM 3100-POST-ONE-WIN THRU 3100-EXIT
021400         UNTIL WS-EOF-FEED.
021410     CLOSE HISTORY-FILE.
021500     CLOSE FEED-FILE.
021600 3000-EXIT.
021700     EXIT.
022200         MOVE 'WN' TO WS-PO-TYPE
022300         MOVE 'C' TO WS-PO-DR-CR
022400         MOVE PF-WON TO WS-PO-AMOUNT
022410         MOVE PF-PAY-DATE TO WS-PO-REFERENCE
022500         PERFORM 6000-POST-TO-LEDGER THRU 6000-EXIT
022600         ADD 1 TO WS-WON-COUNT
022700         ADD PF-WON TO WS-WON-TOTAL
022800     END-IF.
022810*    EVERY FEED LINE, IN THE MONEY OR NOT, GOES TO THE HISTORY -
022820*    THE SCRATCH LINES' FEES ARE WHAT MAKE UP THE NIGHT'S POT.
022830     MOVE PF-RECORD TO PH-RECORD.
022840     WRITE PH-RECORD.
022900     PERFORM 3900-READ-NEXT-FEED THRU 3900-EXIT.
023000 3100-EXIT.
023100     EXIT.
026700     END-IF.
026800     MOVE WS-RUN-DATE TO LG-LAST-POST-DATE.
026900     REWRITE LG-RECORD.
026950     MOVE SPACES TO LJ-RECORD.
027000     MOVE WS-RUN-DATE TO LJ-POST-DATE.
027100     MOVE WS-PO-MEMBER-ID TO LJ-MEMBER-ID.
027200     MOVE WS-PO-MEMBER-NAME TO LJ-MEMBER-NAME.
027300     MOVE WS-PO-TYPE TO LJ-TYPE.
027400     MOVE WS-PO-DR-CR TO LJ-DR-CR.
027500     MOVE WS-PO-AMOUNT TO LJ-AMOUNT.
027550     MOVE WS-PO-REFERENCE TO LJ-REFERENCE.
027600     WRITE LJ-RECORD.
027700 6000-EXIT.
027800     EXIT.
