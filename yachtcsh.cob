000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YACHTCSH.
000300 AUTHOR. J HALVORSEN.
000400 INSTALLATION. RIVERSIDE SOCIAL CLUB GAME NIGHT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/2026 JH    ORIGINAL - NIGHT-END CASH-BOX              *
001100*                     RECONCILIATION.  TIES THE CASH THE         *
001200*                     TREASURER COUNTED (CASHCTL) TO THE         *
001300*                     OPENING FLOAT PLUS TONIGHT'S CASH          *
001400*                     RECEIPTS ON LEDGJRNL PLUS ONE DOOR FEE     *
001500*                     PER GUEST SCORECARD (GUESTS CARRY NO       *
001600*                     MEMBER ACCOUNT AND PAY CASH AT THE DOOR),  *
001700*                     AND THE CHEQUES COUNTED TO TONIGHT'S       *
001800*                     CHEQUE RECEIPTS.  PRINTS EACH SIDE, THE    *
001900*                     OVER/SHORT, AND THE LINE THE TREASURER     *
002000*                     SIGNS BEFORE THE BOX IS BANKED.            *
002100*    10/15/2026 JH    TONIGHT'S CASH REFUNDS ('RF' POSTINGS      *
002200*                     PAID IN CASH) COME OUT OF THE BOX, SO      *
002300*                     THEY ARE TAKEN OFF THE CASH                *
002400*                     EXPECTED.  CHEQUE REFUNDS ARE WRITTEN ON   *
002500*                     THE CLUB'S ACCOUNT, NOT TAKEN FROM THE     *
002600*                     BOX, AND ARE SHOWN FOR THE TREASURER       *
002700*                     ONLY.                                      *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CONTROL-FILE ASSIGN TO "CASHCTL"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-CT-STATUS.
003500     SELECT JOURNAL-FILE ASSIGN TO "LEDGJRNL"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-LJ-STATUS.
003800     SELECT SCORECARD-FILE ASSIGN TO "SCORECRD"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS SC-SCORE-KEY
004200         FILE STATUS IS WS-SC-STATUS.
004300     SELECT REPORT-FILE ASSIGN TO "CASHRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RP-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800******************************************************************
004900*    THE TREASURER'S COUNT CARD: THE FLOAT THE BOX OPENED WITH,  *
005000*    THE CASH AND THE CHEQUES COUNTED AT CLOSE, AND THE GUEST    *
005100*    DOOR FEE CHARGED TONIGHT.                                   *
005200******************************************************************
005300 FD  CONTROL-FILE.
005400 01  CC-RECORD.
005500     05  CC-FLOAT                  PIC 9(05)V99.
005600     05  CC-CASH-COUNTED           PIC 9(05)V99.
005700     05  CC-CHEQUES-COUNTED        PIC 9(05)V99.
005800     05  CC-DOOR-FEE               PIC 9(03)V99.
005900     05  FILLER                    PIC X(10).
006000 FD  JOURNAL-FILE.
006100     COPY "ledgjrnl.cpy".
006200 FD  SCORECARD-FILE.
006300     COPY "scorecrd.cpy".
006400 FD  REPORT-FILE.
006500 01  RP-LINE                       PIC X(80).
006600 WORKING-STORAGE SECTION.
006700 77  WS-CT-STATUS                  PIC X(02) VALUE '00'.
006800 77  WS-LJ-STATUS                  PIC X(02) VALUE '00'.
006900 77  WS-SC-STATUS                  PIC X(02) VALUE '00'.
007000 77  WS-RP-STATUS                  PIC X(02) VALUE '00'.
007100 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
007200 77  WS-FLOAT                      PIC 9(05)V99 VALUE 0.
007300 77  WS-CASH-COUNTED               PIC 9(05)V99 VALUE 0.
007400 77  WS-CHEQUES-COUNTED            PIC 9(05)V99 VALUE 0.
007500 77  WS-DOOR-FEE                   PIC 9(03)V99 VALUE 0.
007600 77  WS-CASH-RCPT-COUNT            PIC 9(05) VALUE 0.
007700 77  WS-CASH-RCPT-TOTAL            PIC 9(07)V99 VALUE 0.
007800 77  WS-CHEQUE-RCPT-COUNT          PIC 9(05) VALUE 0.
007900 77  WS-CHEQUE-RCPT-TOTAL          PIC 9(07)V99 VALUE 0.
008000 77  WS-CASH-REFUND-COUNT          PIC 9(05) VALUE 0.
008100 77  WS-CASH-REFUND-TOTAL          PIC 9(07)V99 VALUE 0.
008200 77  WS-CHEQUE-REFUND-COUNT        PIC 9(05) VALUE 0.
008300 77  WS-CHEQUE-REFUND-TOTAL        PIC 9(07)V99 VALUE 0.
008400 77  WS-GUEST-COUNT                PIC 9(05) VALUE 0.
008500 77  WS-DOOR-TOTAL                 PIC 9(07)V99 VALUE 0.
008600 77  WS-CASH-EXPECTED              PIC S9(07)V99 VALUE 0.
008700 77  WS-OUT-COUNT                  PIC 9(02) VALUE 0.
008800 77  WS-COMPARE-A                  PIC S9(07)V99 VALUE 0.
008900 77  WS-COMPARE-B                  PIC S9(07)V99 VALUE 0.
009000 01  WS-SWITCHES.
009100     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
009200         88  WS-EOF-FILE                   VALUE 'Y'.
009300     05  WS-CTL-SW                 PIC X(01) VALUE 'N'.
009400         88  WS-CONTROL-GOOD               VALUE 'Y'.
009500 01  WS-AMOUNT-LINE.
009600     05  WS-AM-TITLE               PIC X(30).
009700     05  WS-AM-COUNT               PIC ZZZZ9.
009800     05  FILLER                    PIC X(03) VALUE SPACES.
009900     05  WS-AM-AMOUNT              PIC ZZZZZZ9.99.
010000 01  WS-CHECK-LINE.
010100     05  WS-CK-TITLE               PIC X(34).
010200     05  WS-CK-VERDICT             PIC X(08).
010300     05  FILLER                    PIC X(01) VALUE SPACE.
010400     05  WS-CK-A                   PIC ------9.99.
010500     05  FILLER                    PIC X(01) VALUE "/".
010600     05  WS-CK-B                   PIC ------9.99.
010700     05  FILLER                    PIC X(01) VALUE SPACE.
010800     05  WS-CK-DIFF                PIC ------9.99.
010900 PROCEDURE DIVISION.
011000******************************************************************
011100*    0000-MAINLINE                                               *
011200******************************************************************
011300 0000-MAINLINE.
011400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011500     IF WS-CONTROL-GOOD
011600         PERFORM 2000-ADD-UP-RECEIPTS THRU 2000-EXIT
011700         PERFORM 3000-COUNT-GUEST-CARDS THRU 3000-EXIT
011800         PERFORM 6000-PRINT-THE-CHECKS THRU 6000-EXIT
011900     END-IF.
012000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
012100     STOP RUN.
012200******************************************************************
012300*    1000-INITIALIZE - READ THE TREASURER'S COUNT CARD.  NO      *
012400*    COUNT MEANS THERE IS NOTHING TO RECONCILE.                  *
012500******************************************************************
012600 1000-INITIALIZE.
012700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012800     OPEN OUTPUT REPORT-FILE.
012900     MOVE "NIGHT-END CASH-BOX RECONCILIATION" TO RP-LINE.
013000     WRITE RP-LINE.
013100     MOVE SPACES TO RP-LINE.
013200     WRITE RP-LINE.
013300     OPEN INPUT CONTROL-FILE.
013400     IF WS-CT-STATUS NOT = '00'
013500         MOVE "CASH COUNT CONTROL FILE MISSING - NOT RECONCILED"
013600             TO RP-LINE
013700         WRITE RP-LINE
013800         GO TO 1000-EXIT
013900     END-IF.
014000     READ CONTROL-FILE
014100         AT END
014200             MOVE "CASH COUNT CONTROL FILE EMPTY - NOT RECONCILED"
014300                 TO RP-LINE
014400             WRITE RP-LINE
014500         NOT AT END
014600             MOVE CC-FLOAT TO WS-FLOAT
014700             MOVE CC-CASH-COUNTED TO WS-CASH-COUNTED
014800             MOVE CC-CHEQUES-COUNTED TO WS-CHEQUES-COUNTED
014900             MOVE CC-DOOR-FEE TO WS-DOOR-FEE
015000             SET WS-CONTROL-GOOD TO TRUE
015100     END-READ.
015200     CLOSE CONTROL-FILE.
015300 1000-EXIT.
015400     EXIT.
015500******************************************************************
015600*    2000-ADD-UP-RECEIPTS - TONIGHT'S 'PY' POSTINGS AND 'RF'     *
015700*    REFUNDS, SPLIT CASH FROM CHEQUE.  ONLY RECEIPTS THAT        *
015800*    ACTUALLY POSTED COUNT - A REJECTED SLIP IS STILL IN THE BOX *
015900*    AND SHOWS AS OVER; A REJECTED REFUND'S CASH NEVER LEFT IT.  *
016000******************************************************************
016100 2000-ADD-UP-RECEIPTS.
016200     MOVE 'N' TO WS-EOF-SW.
016300     OPEN INPUT JOURNAL-FILE.
016400     IF WS-LJ-STATUS NOT = '00'
016500         GO TO 2000-EXIT
016600     END-IF.
016700     PERFORM 2100-ADD-ONE-RECEIPT THRU 2100-EXIT
016800         UNTIL WS-EOF-FILE.
016900     CLOSE JOURNAL-FILE.
017000 2000-EXIT.
017100     EXIT.
017200 2100-ADD-ONE-RECEIPT.
017300     READ JOURNAL-FILE
017400         AT END
017500             SET WS-EOF-FILE TO TRUE
017600             GO TO 2100-EXIT
017700     END-READ.
017800     IF LJ-POST-DATE NOT = WS-RUN-DATE
017900         GO TO 2100-EXIT
018000     END-IF.
018100     IF LJ-REFUND
018200         IF LJ-PAID-CHEQUE
018300             ADD 1 TO WS-CHEQUE-REFUND-COUNT
018400             ADD LJ-AMOUNT TO WS-CHEQUE-REFUND-TOTAL
018500         ELSE
018600             ADD 1 TO WS-CASH-REFUND-COUNT
018700             ADD LJ-AMOUNT TO WS-CASH-REFUND-TOTAL
018800         END-IF
018900         GO TO 2100-EXIT
019000     END-IF.
019100     IF NOT LJ-PAYMENT
019200         GO TO 2100-EXIT
019300     END-IF.
019400     IF LJ-PAID-CHEQUE
019500         ADD 1 TO WS-CHEQUE-RCPT-COUNT
019600         ADD LJ-AMOUNT TO WS-CHEQUE-RCPT-TOTAL
019700     ELSE
019800         ADD 1 TO WS-CASH-RCPT-COUNT
019900         ADD LJ-AMOUNT TO WS-CASH-RCPT-TOTAL
020000     END-IF.
020100 2100-EXIT.
020200     EXIT.
020300******************************************************************
020400*    3000-COUNT-GUEST-CARDS - ONE DOOR FEE PER GUEST SCORECARD,  *
020500*    THE SAME WAY A MEMBER IS CHARGED ONE ENTRY FEE PER CARD.    *
020600******************************************************************
020700 3000-COUNT-GUEST-CARDS.
020800     MOVE 'N' TO WS-EOF-SW.
020900     OPEN INPUT SCORECARD-FILE.
021000     IF WS-SC-STATUS NOT = '00'
021100         GO TO 3000-EXIT
021200     END-IF.
021300     PERFORM 3100-COUNT-ONE-CARD THRU 3100-EXIT
021400         UNTIL WS-EOF-FILE.
021500     CLOSE SCORECARD-FILE.
021600 3000-EXIT.
021700     EXIT.
021800 3100-COUNT-ONE-CARD.
021900     READ SCORECARD-FILE NEXT RECORD
022000         AT END
022100             SET WS-EOF-FILE TO TRUE
022200         NOT AT END
022300             IF SC-GUEST-CARD
022400                 ADD 1 TO WS-GUEST-COUNT
022500             END-IF
022600     END-READ.
022700 3100-EXIT.
022800     EXIT.
022900******************************************************************
023000*    6000-PRINT-THE-CHECKS - WHAT SHOULD BE IN THE BOX, WHAT     *
023100*    WAS COUNTED, THE OVER/SHORT ON EACH, THEN THE VERDICT AND   *
023200*    THE TREASURER'S SIGNATURE LINE.  CASH REFUNDS PAID OUT OF   *
023300*    THE BOX COME OFF WHAT SHOULD BE IN IT; CHEQUE REFUNDS ARE   *
023400*    LISTED BUT LEAVE THE CHEQUES RECEIVED ALONE.                *
023500******************************************************************
023600 6000-PRINT-THE-CHECKS.
023700     COMPUTE WS-DOOR-TOTAL = WS-GUEST-COUNT * WS-DOOR-FEE.
023800     COMPUTE WS-CASH-EXPECTED = WS-FLOAT + WS-CASH-RCPT-TOTAL
023900         + WS-DOOR-TOTAL - WS-CASH-REFUND-TOTAL.
024000     MOVE SPACES TO WS-AMOUNT-LINE.
024100     MOVE "OPENING FLOAT ...............:" TO WS-AM-TITLE.
024200     MOVE WS-FLOAT TO WS-AM-AMOUNT.
024300     WRITE RP-LINE FROM WS-AMOUNT-LINE.
024400     MOVE "CASH RECEIPTS POSTED ........:" TO WS-AM-TITLE.
024500     MOVE WS-CASH-RCPT-COUNT TO WS-AM-COUNT.
024600     MOVE WS-CASH-RCPT-TOTAL TO WS-AM-AMOUNT.
024700     WRITE RP-LINE FROM WS-AMOUNT-LINE.
024800     MOVE "GUEST DOOR FEES ..............:" TO WS-AM-TITLE.
024900     MOVE WS-GUEST-COUNT TO WS-AM-COUNT.
025000     MOVE WS-DOOR-TOTAL TO WS-AM-AMOUNT.
025100     WRITE RP-LINE FROM WS-AMOUNT-LINE.
025200     MOVE "CASH REFUNDS PAID OUT .......:" TO WS-AM-TITLE.
025300     MOVE WS-CASH-REFUND-COUNT TO WS-AM-COUNT.
025400     MOVE WS-CASH-REFUND-TOTAL TO WS-AM-AMOUNT.
025500     WRITE RP-LINE FROM WS-AMOUNT-LINE.
025600     MOVE SPACES TO WS-AMOUNT-LINE.
025700     MOVE "CASH EXPECTED IN BOX ........:" TO WS-AM-TITLE.
025800     MOVE WS-CASH-EXPECTED TO WS-AM-AMOUNT.
025900     WRITE RP-LINE FROM WS-AMOUNT-LINE.
026000     MOVE "CHEQUE RECEIPTS POSTED ......:" TO WS-AM-TITLE.
026100     MOVE WS-CHEQUE-RCPT-COUNT TO WS-AM-COUNT.
026200     MOVE WS-CHEQUE-RCPT-TOTAL TO WS-AM-AMOUNT.
026300     WRITE RP-LINE FROM WS-AMOUNT-LINE.
026400     MOVE "CHEQUE REFUNDS WRITTEN ......:" TO WS-AM-TITLE.
026500     MOVE WS-CHEQUE-REFUND-COUNT TO WS-AM-COUNT.
026600     MOVE WS-CHEQUE-REFUND-TOTAL TO WS-AM-AMOUNT.
026700     WRITE RP-LINE FROM WS-AMOUNT-LINE.
026800     MOVE SPACES TO RP-LINE.
026900     WRITE RP-LINE.
027000     MOVE "CASH COUNTED VS EXPECTED" TO WS-CK-TITLE.
027100     MOVE WS-CASH-COUNTED TO WS-COMPARE-A.
027200     MOVE WS-CASH-EXPECTED TO WS-COMPARE-B.
027300     PERFORM 6500-PRINT-ONE-CHECK THRU 6500-EXIT.
027400     MOVE "CHEQUES COUNTED VS RECEIPTS" TO WS-CK-TITLE.
027500     MOVE WS-CHEQUES-COUNTED TO WS-COMPARE-A.
027600     MOVE WS-CHEQUE-RCPT-TOTAL TO WS-COMPARE-B.
027700     PERFORM 6500-PRINT-ONE-CHECK THRU 6500-EXIT.
027800     MOVE SPACES TO RP-LINE.
027900     WRITE RP-LINE.
028000     IF WS-OUT-COUNT = 0
028100         MOVE "CASH BOX BALANCED - TREASURER MAY SIGN OFF"
028200             TO RP-LINE
028300     ELSE
028400         MOVE "CASH BOX OVER/SHORT - RECOUNT BEFORE SIGNING OFF"
028500             TO RP-LINE
028600     END-IF.
028700     WRITE RP-LINE.
028800     MOVE SPACES TO RP-LINE.
028900     WRITE RP-LINE.
029000     MOVE "TREASURER SIGN-OFF: X...............  DATE: ........"
029100         TO RP-LINE.
029200     WRITE RP-LINE.
029300 6000-EXIT.
029400     EXIT.
029500******************************************************************
029600*    6500-PRINT-ONE-CHECK - ONE RECONCILING LINE: COUNTED,       *
029700*    EXPECTED, THE DIFFERENCE (POSITIVE = OVER) AND THE VERDICT. *
029800******************************************************************
029900 6500-PRINT-ONE-CHECK.
030000     MOVE WS-COMPARE-A TO WS-CK-A.
030100     MOVE WS-COMPARE-B TO WS-CK-B.
030200     COMPUTE WS-CK-DIFF = WS-COMPARE-A - WS-COMPARE-B.
030300     EVALUATE TRUE
030400         WHEN WS-COMPARE-A = WS-COMPARE-B
030500             MOVE "BALANCED" TO WS-CK-VERDICT
030600         WHEN WS-COMPARE-A > WS-COMPARE-B
030700             MOVE "OVER" TO WS-CK-VERDICT
030800             ADD 1 TO WS-OUT-COUNT
030900         WHEN OTHER
031000             MOVE "SHORT" TO WS-CK-VERDICT
031100             ADD 1 TO WS-OUT-COUNT
031200     END-EVALUATE.
031300     WRITE RP-LINE FROM WS-CHECK-LINE.
031400 6500-EXIT.
031500     EXIT.
031600******************************************************************
031700*    8000-FINALIZE                                               *
031800******************************************************************
031900 8000-FINALIZE.
032000     CLOSE REPORT-FILE.
032100 8000-EXIT.
032200     EXIT.
