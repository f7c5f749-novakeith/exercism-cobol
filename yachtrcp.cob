000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YACHTRCP.
000300 AUTHOR. J HALVORSEN.
000400 INSTALLATION. RIVERSIDE SOCIAL CLUB GAME NIGHT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/2026 JH    ORIGINAL - MEMBER PAYMENT RECEIPTS.        *
001100*                     POSTS EVERY CASH OR CHEQUE RECEIPT THE     *
001200*                     TREASURER WROTE TONIGHT (RCPTTRAN) AS A    *
001300*                     'PY' CREDIT TO THE MEMBER'S MBRLEDG        *
001400*                     ACCOUNT, CARRYING THE RECEIPT NUMBER AND   *
001500*                     PAY METHOD ON THE LEDGJRNL POSTING, THEN   *
001600*                     RE-AGES THE OLDEST-OWED DATE OF EVERY      *
001700*                     ACCOUNT STILL IN DEBT SO A PART PAYMENT    *
001800*                     MOVES THE ARREARS CLOCK UP TO THE OLDEST   *
001900*                     CHARGE IT DID NOT COVER.  A RECEIPT        *
002000*                     NUMBER ALREADY ON THE JOURNAL, OR KEYED    *
002100*                     TWICE IN THE BATCH, IS REJECTED INSTEAD    *
002200*                     OF CREDITING THE MEMBER TWICE.             *
002300*    10/15/2026 JH    A RECEIPT KEYED AS AN 'R' REFUND PAYS OUT  *
002400*                     CREDIT THE CLUB HOLDS FOR THE MEMBER -     *
002500*                     MOSTLY A RESIGNED MEMBER'S CLOSING CREDIT  *
002600*                     - AS AN 'RF' DEBIT CARRYING THE VOUCHER    *
002700*                     NUMBER AND CASH OR CHEQUE, SO THE ACCOUNT  *
002800*                     CAN COME BACK TO ZERO.  A REFUND OVER THE  *
002900*                     CREDIT HELD IS REJECTED.                   *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RECEIPT-FILE ASSIGN TO "RCPTTRAN"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-RX-STATUS.
003700     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS RO-MEMBER-ID
004100         FILE STATUS IS WS-RO-STATUS.
004200     SELECT LEDGER-FILE ASSIGN TO "MBRLEDG"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS LG-MEMBER-ID
004600         FILE STATUS IS WS-LG-STATUS.
004700     SELECT JOURNAL-FILE ASSIGN TO "LEDGJRNL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-LJ-STATUS.
005000     SELECT REPORT-FILE ASSIGN TO "RCPTRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RP-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500******************************************************************
005600*    ONE RECEIPT PER RECORD, KEYED FROM THE TREASURER'S          *
005700*    RECEIPT BOOK: RECEIPT NUMBER, MEMBER, 'C' CASH OR 'Q'       *
005800*    CHEQUE, AND THE AMOUNT PAID.  A REFUND THE CLUB PAYS OUT    *
005900*    IS KEYED THE SAME WAY FROM THE VOUCHER, WITH AN 'R' IN THE  *
006000*    TRANSACTION TYPE; BLANK OR 'P' IS A PAYMENT RECEIVED.       *
006100******************************************************************
006200 FD  RECEIPT-FILE.
006300 01  RX-RECORD.
006400     05  RX-RECEIPT-NO             PIC X(08).
006500     05  RX-MEMBER-ID              PIC X(10).
006600     05  RX-METHOD                 PIC X(01).
006700     05  RX-AMOUNT                 PIC 9(05)V99.
006800     05  RX-TRAN-TYPE              PIC X(01).
006900     05  FILLER                    PIC X(09).
007000 FD  ROSTER-FILE.
007100     COPY "rosterec.cpy".
007200 FD  LEDGER-FILE.
007300     COPY "ledgrec.cpy".
007400 FD  JOURNAL-FILE.
007500     COPY "ledgjrnl.cpy".
007600 FD  REPORT-FILE.
007700 01  RP-LINE                       PIC X(80).
007800 WORKING-STORAGE SECTION.
007900 77  WS-RX-STATUS                  PIC X(02) VALUE '00'.
008000 77  WS-RO-STATUS                  PIC X(02) VALUE '00'.
008100 77  WS-LG-STATUS                  PIC X(02) VALUE '00'.
008200 77  WS-LJ-STATUS                  PIC X(02) VALUE '00'.
008300 77  WS-RP-STATUS                  PIC X(02) VALUE '00'.
008400 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
008500 77  WS-RX-SUB                     PIC 9(03) VALUE 0.
008600 77  WS-RX-CHK                     PIC 9(03) VALUE 0.
008700 77  WS-RX-USED                    PIC 9(03) VALUE 0.
008800 77  WS-RX-MAX                     PIC 9(03) VALUE 300.
008900 77  WS-AG-SUB                     PIC 9(03) VALUE 0.
009000 77  WS-AG-USED                    PIC 9(03) VALUE 0.
009100 77  WS-AG-MAX                     PIC 9(03) VALUE 300.
009200 77  WS-CASH-COUNT                 PIC 9(05) VALUE 0.
009300 77  WS-CASH-TOTAL                 PIC 9(07)V99 VALUE 0.
009400 77  WS-CHEQUE-COUNT               PIC 9(05) VALUE 0.
009500 77  WS-CHEQUE-TOTAL               PIC 9(07)V99 VALUE 0.
009600 77  WS-CASH-REFUND-COUNT          PIC 9(05) VALUE 0.
009700 77  WS-CASH-REFUND-TOTAL          PIC 9(07)V99 VALUE 0.
009800 77  WS-CHEQUE-REFUND-COUNT        PIC 9(05) VALUE 0.
009900 77  WS-CHEQUE-REFUND-TOTAL        PIC 9(07)V99 VALUE 0.
010000 77  WS-CREDIT-HELD                PIC 9(05)V99 VALUE 0.
010100 77  WS-REJECT-COUNT               PIC 9(05) VALUE 0.
010200 77  WS-REAGED-COUNT               PIC 9(05) VALUE 0.
010300 01  WS-SWITCHES.
010400     05  WS-EOF-RX-SW              PIC X(01) VALUE 'N'.
010500         88  WS-EOF-RECEIPTS               VALUE 'Y'.
010600     05  WS-EOF-LJ-SW              PIC X(01) VALUE 'N'.
010700         88  WS-EOF-JOURNAL                VALUE 'Y'.
010800     05  WS-RX-GOOD-SW             PIC X(01) VALUE 'N'.
010900         88  WS-RECEIPTS-GOOD              VALUE 'Y'.
011000     05  WS-LJ-OPEN-SW             PIC X(01) VALUE 'N'.
011100         88  WS-JOURNAL-OPEN               VALUE 'Y'.
011200     05  WS-ON-ROSTER-SW           PIC X(01) VALUE 'N'.
011300         88  WS-ON-ROSTER                  VALUE 'Y'.
011400     05  WS-AG-FOUND-SW            PIC X(01) VALUE 'N'.
011500         88  WS-AG-FOUND                   VALUE 'Y'.
011600******************************************************************
011700*    TONIGHT'S RECEIPTS, LOADED WHOLE BEFORE ANYTHING POSTS SO   *
011800*    EVERY RECEIPT NUMBER CAN BE CHECKED AGAINST THE REST OF     *
011900*    THE BATCH AND AGAINST THE JOURNAL FIRST.                    *
012000******************************************************************
012100 01  WS-RECEIPT-TBL.
012200     05  WS-RX-ENTRY OCCURS 300 TIMES.
012300         10  WS-RX-RECEIPT-NO      PIC X(08).
012400         10  WS-RX-MEMBER-ID       PIC X(10).
012500         10  WS-RX-METHOD          PIC X(01).
012600             88  WS-RX-CASH                VALUE 'C'.
012700             88  WS-RX-CHEQUE              VALUE 'Q'.
012800         10  WS-RX-AMOUNT          PIC 9(05)V99.
012900         10  WS-RX-TRAN-TYPE       PIC X(01).
013000             88  WS-RX-PAYMENT             VALUE ' ' 'P'.
013100             88  WS-RX-REFUND              VALUE 'R'.
013200         10  WS-RX-DUP-SW          PIC X(01).
013300             88  WS-RX-DUP-IN-BATCH        VALUE 'B'.
013400             88  WS-RX-DUP-POSTED          VALUE 'P'.
013500******************************************************************
013600*    ONE SLOT PER MEMBER LEFT OWING AFTER A RECEIPT, FOR THE     *
013700*    RE-AGING PASSES: ALL-TIME CREDITS, CHARGES RUN UP OLDEST    *
013800*    FIRST, AND THE DATE OF THE FIRST CHARGE THE CREDITS DO NOT  *
013900*    COVER.                                                      *
014000******************************************************************
014100 01  WS-AGING-TBL.
014200     05  WS-AG-ENTRY OCCURS 300 TIMES.
014300         10  WS-AG-MEMBER-ID       PIC X(10).
014400         10  WS-AG-CREDITS         PIC 9(07)V99.
014500         10  WS-AG-CHARGES         PIC 9(07)V99.
014600         10  WS-AG-OWED-DATE       PIC 9(08).
014700         10  WS-AG-DATED-SW        PIC X(01).
014800             88  WS-AG-DATED               VALUE 'Y'.
014900******************************************************************
015000*    ONE POSTING HANDED TO 6000-POST-TO-LEDGER: WHO, WHAT KIND,  *
015100*    WHICH SIDE, HOW MUCH, AND THE RECEIPT OR VOUCHER IT CAME    *
015200*    FROM.                                                       *
015300******************************************************************
015400 01  WS-POSTING.
015500     05  WS-PO-MEMBER-ID           PIC X(10).
015600     05  WS-PO-MEMBER-NAME         PIC X(20).
015700     05  WS-PO-TYPE                PIC X(02).
015800     05  WS-PO-DR-CR               PIC X(01).
015900     05  WS-PO-AMOUNT              PIC 9(05)V99.
016000     05  WS-PO-REFERENCE           PIC X(08).
016100     05  WS-PO-METHOD              PIC X(01).
016200 01  WS-HEADER-LINE.
016300     05  FILLER                    PIC X(09) VALUE "RECEIPT".
016400     05  FILLER                    PIC X(11) VALUE "MEMBER".
016500     05  FILLER                    PIC X(21) VALUE "NAME".
016600     05  FILLER                    PIC X(07) VALUE "PAID".
016700     05  FILLER                    PIC X(09) VALUE "  AMOUNT".
016800     05  FILLER                    PIC X(22) VALUE "RESULT".
016900 01  WS-DETAIL-LINE.
017000     05  WS-DL-RECEIPT-NO          PIC X(08).
017100     05  FILLER                    PIC X(01) VALUE SPACE.
017200     05  WS-DL-MEMBER-ID           PIC X(10).
017300     05  FILLER                    PIC X(01) VALUE SPACE.
017400     05  WS-DL-MEMBER-NAME         PIC X(20).
017500     05  FILLER                    PIC X(01) VALUE SPACE.
017600     05  WS-DL-METHOD              PIC X(06).
017700     05  FILLER                    PIC X(01) VALUE SPACE.
017800     05  WS-DL-AMOUNT              PIC ZZZZ9.99.
017900     05  FILLER                    PIC X(01) VALUE SPACE.
018000     05  WS-DL-RESULT              PIC X(22).
018100 01  WS-AGED-LINE.
018200     05  FILLER                    PIC X(02) VALUE SPACES.
018300     05  WS-AL-MEMBER-ID           PIC X(10).
018400     05  FILLER                    PIC X(27) VALUE
018500         " OLDEST OWED RE-AGED FROM ".
018600     05  WS-AL-OLD-DATE            PIC 9(08).
018700     05  FILLER                    PIC X(04) VALUE " TO ".
018800     05  WS-AL-NEW-DATE            PIC 9(08).
018900 01  WS-CASH-LINE.
019000     05  FILLER                    PIC X(23) VALUE
019100         "CASH RECEIPTS POSTED : ".
019200     05  WS-CL-COUNT               PIC ZZZZ9.
019300     05  FILLER                    PIC X(03) VALUE " / ".
019400     05  WS-CL-TOTAL               PIC ZZZZZZ9.99.
019500 01  WS-CHEQUE-LINE.
019600     05  FILLER                    PIC X(23) VALUE
019700         "CHEQUES POSTED ......: ".
019800     05  WS-QL-COUNT               PIC ZZZZ9.
019900     05  FILLER                    PIC X(03) VALUE " / ".
020000     05  WS-QL-TOTAL               PIC ZZZZZZ9.99.
020100 01  WS-CASH-REFUND-LINE.
020200     05  FILLER                    PIC X(23) VALUE
020300         "CASH REFUNDS PAID ...: ".
020400     05  WS-CR-COUNT               PIC ZZZZ9.
020500     05  FILLER                    PIC X(03) VALUE " / ".
020600     05  WS-CR-TOTAL               PIC ZZZZZZ9.99.
020700 01  WS-CHEQUE-REFUND-LINE.
020800     05  FILLER                    PIC X(23) VALUE
020900         "CHEQUE REFUNDS PAID .: ".
021000     05  WS-QR-COUNT               PIC ZZZZ9.
021100     05  FILLER                    PIC X(03) VALUE " / ".
021200     05  WS-QR-TOTAL               PIC ZZZZZZ9.99.
021300 01  WS-REJECT-LINE.
021400     05  FILLER                    PIC X(23) VALUE
021500         "RECEIPTS REJECTED ...: ".
021600     05  WS-RL-COUNT               PIC ZZZZ9.
021700 01  WS-REAGED-LINE.
021800     05  FILLER                    PIC X(23) VALUE
021900         "BALANCES RE-AGED ....: ".
022000     05  WS-RA-COUNT               PIC ZZZZ9.
022100 PROCEDURE DIVISION.
022200******************************************************************
022300*    0000-MAINLINE                                               *
022400******************************************************************
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022700     IF WS-RECEIPTS-GOOD
022800         PERFORM 2000-POST-RECEIPTS THRU 2000-EXIT
022900         PERFORM 5000-RE-AGE-ACCOUNTS THRU 5000-EXIT
023000     END-IF.
023100     PERFORM 8000-FINALIZE THRU 8000-EXIT.
023200     STOP RUN.
023300******************************************************************
023400*    1000-INITIALIZE - LOAD TONIGHT'S RECEIPTS, CHECK THEIR      *
023500*    NUMBERS AGAINST THE JOURNAL, AND OPEN THE ROSTER, THE       *
023600*    LEDGER MASTER AND THE POSTING JOURNAL (CREATING THE LAST    *
023700*    TWO THE FIRST TIME).  NO RECEIPTS FILE POSTS NOTHING.       *
023800******************************************************************
023900 1000-INITIALIZE.
024000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024100     OPEN OUTPUT REPORT-FILE.
024200     MOVE "MEMBER PAYMENT RECEIPTS POSTING REPORT" TO RP-LINE.
024300     WRITE RP-LINE.
024400     MOVE SPACES TO RP-LINE.
024500     WRITE RP-LINE.
024600     OPEN INPUT RECEIPT-FILE.
024700     IF WS-RX-STATUS NOT = '00'
024800         MOVE "RECEIPTS FILE MISSING - NOTHING POSTED" TO RP-LINE
024900         WRITE RP-LINE
025000         GO TO 1000-EXIT
025100     END-IF.
025200     PERFORM 1900-READ-NEXT-RECEIPT THRU 1900-EXIT.
025300     PERFORM 1100-LOAD-ONE-RECEIPT THRU 1100-EXIT
025400         UNTIL WS-EOF-RECEIPTS.
025500     CLOSE RECEIPT-FILE.
025600     IF WS-RX-USED = 0
025700         MOVE "RECEIPTS FILE EMPTY - NOTHING POSTED" TO RP-LINE
025800         WRITE RP-LINE
025900         GO TO 1000-EXIT
026000     END-IF.
026100     SET WS-RECEIPTS-GOOD TO TRUE.
026200     PERFORM 1500-CHECK-PRIOR-RECEIPTS THRU 1500-EXIT.
026300     OPEN INPUT ROSTER-FILE.
026400     OPEN I-O LEDGER-FILE.
026500     IF WS-LG-STATUS = '35'
026600         OPEN OUTPUT LEDGER-FILE
026700         CLOSE LEDGER-FILE
026800         OPEN I-O LEDGER-FILE
026900     END-IF.
027000     OPEN EXTEND JOURNAL-FILE.
027100     IF WS-LJ-STATUS = '05' OR WS-LJ-STATUS = '35'
027200         OPEN OUTPUT JOURNAL-FILE
027300     END-IF.
027400     SET WS-JOURNAL-OPEN TO TRUE.
027500     WRITE RP-LINE FROM WS-HEADER-LINE.
027600 1000-EXIT.
027700     EXIT.
027800******************************************************************
027900*    1100-LOAD-ONE-RECEIPT - TABLE THE RECEIPT, MARKING IT A     *
028000*    BATCH DUPLICATE WHEN AN EARLIER RECEIPT TONIGHT ALREADY     *
028100*    CARRIES THE SAME NUMBER.  A NON-NUMERIC AMOUNT IS TABLED    *
028200*    AS ZERO AND REJECTED AT POSTING.                            *
028300******************************************************************
028400 1100-LOAD-ONE-RECEIPT.
028500     IF WS-RX-USED NOT < WS-RX-MAX
028600         MOVE "RECEIPTS OVER TABLE LIMIT - REST NOT POSTED"
028700             TO RP-LINE
028800         WRITE RP-LINE
028900         SET WS-EOF-RECEIPTS TO TRUE
029000         GO TO 1100-EXIT
029100     END-IF.
029200     ADD 1 TO WS-RX-USED.
029300     MOVE WS-RX-USED TO WS-RX-SUB.
029400     MOVE RX-RECEIPT-NO TO WS-RX-RECEIPT-NO (WS-RX-SUB).
029500     MOVE RX-MEMBER-ID TO WS-RX-MEMBER-ID (WS-RX-SUB).
029600     MOVE RX-METHOD TO WS-RX-METHOD (WS-RX-SUB).
029700     MOVE RX-TRAN-TYPE TO WS-RX-TRAN-TYPE (WS-RX-SUB).
029800     IF RX-AMOUNT IS NUMERIC
029900         MOVE RX-AMOUNT TO WS-RX-AMOUNT (WS-RX-SUB)
030000     ELSE
030100         MOVE 0 TO WS-RX-AMOUNT (WS-RX-SUB)
030200     END-IF.
030300     MOVE SPACE TO WS-RX-DUP-SW (WS-RX-SUB).
030400     PERFORM VARYING WS-RX-CHK FROM 1 BY 1
030500             UNTIL WS-RX-CHK NOT < WS-RX-SUB
030600         IF WS-RX-RECEIPT-NO (WS-RX-CHK) = RX-RECEIPT-NO
030700                 AND RX-RECEIPT-NO NOT = SPACES
030800             SET WS-RX-DUP-IN-BATCH (WS-RX-SUB) TO TRUE
030900         END-IF
031000     END-PERFORM.
031100     PERFORM 1900-READ-NEXT-RECEIPT THRU 1900-EXIT.
031200 1100-EXIT.
031300     EXIT.
031400******************************************************************
031500*    1500-CHECK-PRIOR-RECEIPTS - A RECEIPT NUMBER ALREADY ON A   *
031600*    'PY' OR 'RF' JOURNAL POSTING HAS BEEN POSTED ONCE; POSTING  *
031700*    IT AGAIN (A RERUN, OR LAST WEEK'S SLIP KEYED TWICE) WOULD   *
031800*    POST THE MEMBER TWICE.  NO JOURNAL MEANS NOTHING POSTED.    *
031900******************************************************************
032000 1500-CHECK-PRIOR-RECEIPTS.
032100     OPEN INPUT JOURNAL-FILE.
032200     IF WS-LJ-STATUS NOT = '00'
032300         SET WS-EOF-JOURNAL TO TRUE
032400         GO TO 1500-EXIT
032500     END-IF.
032600     PERFORM 1800-READ-NEXT-POSTING THRU 1800-EXIT.
032700     PERFORM 1600-CHECK-ONE-POSTING THRU 1600-EXIT
032800         UNTIL WS-EOF-JOURNAL.
032900     CLOSE JOURNAL-FILE.
033000 1500-EXIT.
033100     EXIT.
033200 1600-CHECK-ONE-POSTING.
033300     IF (LJ-PAYMENT OR LJ-REFUND) AND LJ-REFERENCE NOT = SPACES
033400         PERFORM VARYING WS-RX-SUB FROM 1 BY 1
033500                 UNTIL WS-RX-SUB > WS-RX-USED
033600             IF WS-RX-RECEIPT-NO (WS-RX-SUB) = LJ-REFERENCE
033700                 SET WS-RX-DUP-POSTED (WS-RX-SUB) TO TRUE
033800             END-IF
033900         END-PERFORM
034000     END-IF.
034100     PERFORM 1800-READ-NEXT-POSTING THRU 1800-EXIT.
034200 1600-EXIT.
034300     EXIT.
034400 1800-READ-NEXT-POSTING.
034500     READ JOURNAL-FILE
034600         AT END
034700             SET WS-EOF-JOURNAL TO TRUE
034800     END-READ.
034900 1800-EXIT.
035000     EXIT.
035100 1900-READ-NEXT-RECEIPT.
035200     READ RECEIPT-FILE
035300         AT END
035400             SET WS-EOF-RECEIPTS TO TRUE
035500     END-READ.
035600 1900-EXIT.
035700     EXIT.
035800******************************************************************
035900*    2000-POST-RECEIPTS - EVERY TABLED RECEIPT, IN THE ORDER     *
036000*    KEYED.                                                      *
036100******************************************************************
036200 2000-POST-RECEIPTS.
036300     PERFORM 2100-POST-ONE-RECEIPT THRU 2100-EXIT
036400         VARYING WS-RX-SUB FROM 1 BY 1
036500         UNTIL WS-RX-SUB > WS-RX-USED.
036600 2000-EXIT.
036700     EXIT.
036800******************************************************************
036900*    2100-POST-ONE-RECEIPT - THE FIRST EDIT THAT FAILS REJECTS   *
037000*    THE RECEIPT WITH ITS REASON ON THE REPORT.  A GOOD RECEIPT  *
037100*    IS CREDITED, AND A MEMBER STILL OWING AFTERWARDS IS         *
037200*    QUEUED FOR RE-AGING.  A GOOD REFUND IS CHARGED BACK TO THE  *
037300*    MEMBER AS AN 'RF' DEBIT; IT MAY PAY OUT NO MORE THAN THE    *
037400*    CREDIT THE CLUB HOLDS FOR THEM, SO IT NEVER LEAVES THEM     *
037500*    OWING AND NEEDS NO RE-AGING.                                *
037600******************************************************************
037700 2100-POST-ONE-RECEIPT.
037800     MOVE SPACES TO WS-DETAIL-LINE.
037900     MOVE WS-RX-RECEIPT-NO (WS-RX-SUB) TO WS-DL-RECEIPT-NO.
038000     MOVE WS-RX-MEMBER-ID (WS-RX-SUB) TO WS-DL-MEMBER-ID.
038100     MOVE WS-RX-AMOUNT (WS-RX-SUB) TO WS-DL-AMOUNT.
038200     EVALUATE TRUE
038300         WHEN WS-RX-CASH (WS-RX-SUB)
038400             MOVE "CASH" TO WS-DL-METHOD
038500         WHEN WS-RX-CHEQUE (WS-RX-SUB)
038600             MOVE "CHEQUE" TO WS-DL-METHOD
038700         WHEN OTHER
038800             MOVE "??" TO WS-DL-METHOD
038900     END-EVALUATE.
039000     MOVE 'N' TO WS-ON-ROSTER-SW.
039100     MOVE WS-RX-MEMBER-ID (WS-RX-SUB) TO RO-MEMBER-ID.
039200     READ ROSTER-FILE KEY IS RO-MEMBER-ID.
039300     IF WS-RO-STATUS = '00'
039400         SET WS-ON-ROSTER TO TRUE
039500         MOVE RO-MEMBER-NAME TO WS-DL-MEMBER-NAME
039600     END-IF.
039700     MOVE 0 TO WS-CREDIT-HELD.
039800     IF WS-ON-ROSTER AND WS-RX-REFUND (WS-RX-SUB)
039900         MOVE WS-RX-MEMBER-ID (WS-RX-SUB) TO LG-MEMBER-ID
040000         READ LEDGER-FILE KEY IS LG-MEMBER-ID
040100         IF WS-LG-STATUS = '00' AND LG-BALANCE < 0
040200             COMPUTE WS-CREDIT-HELD = 0 - LG-BALANCE
040300         END-IF
040400     END-IF.
040500     EVALUATE TRUE
040600         WHEN WS-RX-RECEIPT-NO (WS-RX-SUB) = SPACES
040700             MOVE "RECEIPT NUMBER MISSING" TO WS-DL-RESULT
040800         WHEN WS-RX-DUP-POSTED (WS-RX-SUB)
040900             MOVE "RECEIPT ALREADY POSTED" TO WS-DL-RESULT
041000         WHEN WS-RX-DUP-IN-BATCH (WS-RX-SUB)
041100             MOVE "RECEIPT KEYED TWICE" TO WS-DL-RESULT
041200         WHEN NOT WS-ON-ROSTER
041300             MOVE "MEMBER NOT ON ROSTER" TO WS-DL-RESULT
041400         WHEN NOT WS-RX-CASH (WS-RX-SUB)
041500                 AND NOT WS-RX-CHEQUE (WS-RX-SUB)
041600             MOVE "NOT CASH OR CHEQUE" TO WS-DL-RESULT
041700         WHEN NOT WS-RX-PAYMENT (WS-RX-SUB)
041800                 AND NOT WS-RX-REFUND (WS-RX-SUB)
041900             MOVE "NOT PAYMENT OR REFUND" TO WS-DL-RESULT
042000         WHEN WS-RX-AMOUNT (WS-RX-SUB) = 0
042100             MOVE "AMOUNT MISSING" TO WS-DL-RESULT
042200         WHEN WS-RX-REFUND (WS-RX-SUB)
042300                 AND WS-RX-AMOUNT (WS-RX-SUB) > WS-CREDIT-HELD
042400             MOVE "REFUND OVER CREDIT" TO WS-DL-RESULT
042500         WHEN OTHER
042600             MOVE "POSTED" TO WS-DL-RESULT
042700     END-EVALUATE.
042800     IF WS-DL-RESULT NOT = "POSTED"
042900         ADD 1 TO WS-REJECT-COUNT
043000         WRITE RP-LINE FROM WS-DETAIL-LINE
043100         GO TO 2100-EXIT
043200     END-IF.
043300     IF WS-RX-REFUND (WS-RX-SUB)
043400         PERFORM 2200-PAY-ONE-REFUND THRU 2200-EXIT
043500         GO TO 2100-EXIT
043600     END-IF.
043700     MOVE RO-MEMBER-ID TO WS-PO-MEMBER-ID.
043800     MOVE RO-MEMBER-NAME TO WS-PO-MEMBER-NAME.
043900     MOVE 'PY' TO WS-PO-TYPE.
044000     MOVE 'C' TO WS-PO-DR-CR.
044100     MOVE WS-RX-AMOUNT (WS-RX-SUB) TO WS-PO-AMOUNT.
044200     MOVE WS-RX-RECEIPT-NO (WS-RX-SUB) TO WS-PO-REFERENCE.
044300     MOVE WS-RX-METHOD (WS-RX-SUB) TO WS-PO-METHOD.
044400     PERFORM 6000-POST-TO-LEDGER THRU 6000-EXIT.
044500     IF WS-RX-CASH (WS-RX-SUB)
044600         ADD 1 TO WS-CASH-COUNT
044700         ADD WS-PO-AMOUNT TO WS-CASH-TOTAL
044800     ELSE
044900         ADD 1 TO WS-CHEQUE-COUNT
045000         ADD WS-PO-AMOUNT TO WS-CHEQUE-TOTAL
045100     END-IF.
045200     WRITE RP-LINE FROM WS-DETAIL-LINE.
045300     IF LG-BALANCE > 0
045400         PERFORM 2500-QUEUE-FOR-AGING THRU 2500-EXIT
045500     END-IF.
045600 2100-EXIT.
045700     EXIT.
045800******************************************************************
045900*    2200-PAY-ONE-REFUND - CHARGE THE REFUND BACK TO THE MEMBER  *
046000*    AGAINST THE CREDIT IT PAYS OUT.                             *
046100******************************************************************
046200 2200-PAY-ONE-REFUND.
046300     MOVE RO-MEMBER-ID TO WS-PO-MEMBER-ID.
046400     MOVE RO-MEMBER-NAME TO WS-PO-MEMBER-NAME.
046500     MOVE 'RF' TO WS-PO-TYPE.
046600     MOVE 'D' TO WS-PO-DR-CR.
046700     MOVE WS-RX-AMOUNT (WS-RX-SUB) TO WS-PO-AMOUNT.
046800     MOVE WS-RX-RECEIPT-NO (WS-RX-SUB) TO WS-PO-REFERENCE.
046900     MOVE WS-RX-METHOD (WS-RX-SUB) TO WS-PO-METHOD.
047000     PERFORM 6000-POST-TO-LEDGER THRU 6000-EXIT.
047100     IF WS-RX-CASH (WS-RX-SUB)
047200         ADD 1 TO WS-CASH-REFUND-COUNT
047300         ADD WS-PO-AMOUNT TO WS-CASH-REFUND-TOTAL
047400     ELSE
047500         ADD 1 TO WS-CHEQUE-REFUND-COUNT
047600         ADD WS-PO-AMOUNT TO WS-CHEQUE-REFUND-TOTAL
047700     END-IF.
047800     MOVE "REFUND PAID" TO WS-DL-RESULT.
047900     WRITE RP-LINE FROM WS-DETAIL-LINE.
048000 2200-EXIT.
048100     EXIT.
048200******************************************************************
048300*    2500-QUEUE-FOR-AGING - ONE AGING SLOT PER MEMBER, HOWEVER   *
048400*    MANY RECEIPTS THEY PAID TONIGHT.                            *
048500******************************************************************
048600 2500-QUEUE-FOR-AGING.
048700     MOVE 'N' TO WS-AG-FOUND-SW.
048800     PERFORM VARYING WS-AG-SUB FROM 1 BY 1
048900             UNTIL WS-AG-SUB > WS-AG-USED
049000             OR WS-AG-FOUND
049100         IF WS-AG-MEMBER-ID (WS-AG-SUB) = WS-PO-MEMBER-ID
049200             SET WS-AG-FOUND TO TRUE
049300         END-IF
049400     END-PERFORM.
049500     IF WS-AG-FOUND OR WS-AG-USED NOT < WS-AG-MAX
049600         GO TO 2500-EXIT
049700     END-IF.
049800     ADD 1 TO WS-AG-USED.
049900     MOVE WS-PO-MEMBER-ID TO WS-AG-MEMBER-ID (WS-AG-USED).
050000     MOVE 0 TO WS-AG-CREDITS (WS-AG-USED).
050100     MOVE 0 TO WS-AG-CHARGES (WS-AG-USED).
050200     MOVE 0 TO WS-AG-OWED-DATE (WS-AG-USED).
050300     MOVE 'N' TO WS-AG-DATED-SW (WS-AG-USED).
050400 2500-EXIT.
050500     EXIT.
050600******************************************************************
050700*    5000-RE-AGE-ACCOUNTS - CREDITS PAY OFF THE OLDEST CHARGES   *
050800*    FIRST, SO THE OLDEST-OWED DATE OF AN ACCOUNT STILL IN DEBT  *
050900*    IS THE DATE OF THE FIRST CHARGE, OLDEST FIRST, THAT TAKES   *
051000*    THE CHARGES RUN UP PAST EVERYTHING EVER CREDITED.  THE      *
051100*    JOURNAL IS CLOSED (TONIGHT'S POSTINGS NOW ON IT) AND READ   *
051200*    TWICE: ONCE FOR THE CREDITS, ONCE TO FIND THAT CHARGE.      *
051300******************************************************************
051400 5000-RE-AGE-ACCOUNTS.
051500     CLOSE JOURNAL-FILE.
051600     MOVE 'N' TO WS-LJ-OPEN-SW.
051700     IF WS-AG-USED = 0
051800         GO TO 5000-EXIT
051900     END-IF.
052000     MOVE 'N' TO WS-EOF-LJ-SW.
052100     OPEN INPUT JOURNAL-FILE.
052200     PERFORM 1800-READ-NEXT-POSTING THRU 1800-EXIT.
052300     PERFORM 5100-ADD-UP-CREDITS THRU 5100-EXIT
052400         UNTIL WS-EOF-JOURNAL.
052500     CLOSE JOURNAL-FILE.
052600     MOVE 'N' TO WS-EOF-LJ-SW.
052700     OPEN INPUT JOURNAL-FILE.
052800     PERFORM 1800-READ-NEXT-POSTING THRU 1800-EXIT.
052900     PERFORM 5200-FIND-OLDEST-CHARGE THRU 5200-EXIT
053000         UNTIL WS-EOF-JOURNAL.
053100     CLOSE JOURNAL-FILE.
053200     PERFORM 5300-REWRITE-OWED-DATE THRU 5300-EXIT
053300         VARYING WS-AG-SUB FROM 1 BY 1
053400         UNTIL WS-AG-SUB > WS-AG-USED.
053500 5000-EXIT.
053600     EXIT.
053700 5100-ADD-UP-CREDITS.
053800     IF LJ-CREDIT
053900         PERFORM 5500-FIND-AGING-SLOT THRU 5500-EXIT
054000         IF WS-AG-FOUND
054100             ADD LJ-AMOUNT TO WS-AG-CREDITS (WS-AG-SUB)
054200         END-IF
054300     END-IF.
054400     PERFORM 1800-READ-NEXT-POSTING THRU 1800-EXIT.
054500 5100-EXIT.
054600     EXIT.
054700 5200-FIND-OLDEST-CHARGE.
054800     IF LJ-CHARGE
054900         PERFORM 5500-FIND-AGING-SLOT THRU 5500-EXIT
055000         IF WS-AG-FOUND
055100             IF NOT WS-AG-DATED (WS-AG-SUB)
055200                 ADD LJ-AMOUNT TO WS-AG-CHARGES (WS-AG-SUB)
055300                 IF WS-AG-CHARGES (WS-AG-SUB)
055400                         > WS-AG-CREDITS (WS-AG-SUB)
055500                     MOVE LJ-POST-DATE
055600                         TO WS-AG-OWED-DATE (WS-AG-SUB)
055700                     SET WS-AG-DATED (WS-AG-SUB) TO TRUE
055800                 END-IF
055900             END-IF
056000         END-IF
056100     END-IF.
056200     PERFORM 1800-READ-NEXT-POSTING THRU 1800-EXIT.
056300 5200-EXIT.
056400     EXIT.
056500******************************************************************
056600*    5300-REWRITE-OWED-DATE - PUT THE RE-AGED DATE ON THE        *
056700*    MASTER.  AN ACCOUNT WHOSE DEBT PREDATES THE JOURNAL (NO     *
056800*    UNCOVERED CHARGE FOUND) KEEPS THE DATE IT HAD.              *
056900******************************************************************
057000 5300-REWRITE-OWED-DATE.
057100     IF NOT WS-AG-DATED (WS-AG-SUB)
057200         GO TO 5300-EXIT
057300     END-IF.
057400     MOVE WS-AG-MEMBER-ID (WS-AG-SUB) TO LG-MEMBER-ID.
057500     READ LEDGER-FILE KEY IS LG-MEMBER-ID.
057600     IF WS-LG-STATUS NOT = '00'
057700         GO TO 5300-EXIT
057800     END-IF.
057900     IF LG-OLDEST-OWED-DATE = WS-AG-OWED-DATE (WS-AG-SUB)
058000         GO TO 5300-EXIT
058100     END-IF.
058200     MOVE LG-MEMBER-ID TO WS-AL-MEMBER-ID.
058300     MOVE LG-OLDEST-OWED-DATE TO WS-AL-OLD-DATE.
058400     MOVE WS-AG-OWED-DATE (WS-AG-SUB) TO WS-AL-NEW-DATE.
058500     MOVE WS-AG-OWED-DATE (WS-AG-SUB) TO LG-OLDEST-OWED-DATE.
058600     REWRITE LG-RECORD.
058700     ADD 1 TO WS-REAGED-COUNT.
058800     WRITE RP-LINE FROM WS-AGED-LINE.
058900 5300-EXIT.
059000     EXIT.
059100******************************************************************
059200*    5500-FIND-AGING-SLOT - THE AGING SLOT FOR THE JOURNAL       *
059300*    POSTING JUST READ, IF ITS MEMBER PAID TONIGHT.              *
059400******************************************************************
059500 5500-FIND-AGING-SLOT.
059600     MOVE 'N' TO WS-AG-FOUND-SW.
059700     PERFORM VARYING WS-AG-SUB FROM 1 BY 1
059800             UNTIL WS-AG-SUB > WS-AG-USED
059900             OR WS-AG-FOUND
060000         IF WS-AG-MEMBER-ID (WS-AG-SUB) = LJ-MEMBER-ID
060100             SET WS-AG-FOUND TO TRUE
060200         END-IF
060300     END-PERFORM.
060400     IF WS-AG-FOUND
060500         SUBTRACT 1 FROM WS-AG-SUB
060600     END-IF.
060700 5500-EXIT.
060800     EXIT.
060900******************************************************************
061000*    6000-POST-TO-LEDGER - APPLY ONE POSTING TO THE MEMBER'S     *
061100*    LEDGER RECORD (CREATED ON FIRST SIGHT), KEEP THE OLDEST-    *
061200*    OWED DATE HONEST, AND APPEND THE POSTING JOURNAL RECORD.    *
061300*    A CREDIT THAT CLEARS THE BALANCE STOPS THE AGING CLOCK;     *
061400*    ONE THAT DOES NOT IS RE-AGED BY 5000 ONCE ALL HAVE POSTED.  *
061500******************************************************************
061600 6000-POST-TO-LEDGER.
061700     MOVE WS-PO-MEMBER-ID TO LG-MEMBER-ID.
061800     READ LEDGER-FILE KEY IS LG-MEMBER-ID.
061900     IF WS-LG-STATUS = '23'
062000         INITIALIZE LG-RECORD
062100         MOVE WS-PO-MEMBER-ID TO LG-MEMBER-ID
062200         MOVE WS-PO-MEMBER-NAME TO LG-MEMBER-NAME
062300         MOVE 0 TO LG-BALANCE
062400         MOVE 0 TO LG-OLDEST-OWED-DATE
062500         WRITE LG-RECORD
062600     END-IF.
062700     IF WS-PO-DR-CR = 'D'
062800         ADD WS-PO-AMOUNT TO LG-BALANCE
062900         IF LG-BALANCE > 0 AND LG-OLDEST-OWED-DATE = 0
063000             MOVE WS-RUN-DATE TO LG-OLDEST-OWED-DATE
063100         END-IF
063200     ELSE
063300         SUBTRACT WS-PO-AMOUNT FROM LG-BALANCE
063400         IF LG-BALANCE NOT > 0
063500             MOVE 0 TO LG-OLDEST-OWED-DATE
063600         END-IF
063700     END-IF.
063800     MOVE WS-RUN-DATE TO LG-LAST-POST-DATE.
063900     REWRITE LG-RECORD.
064000     MOVE SPACES TO LJ-RECORD.
064100     MOVE WS-RUN-DATE TO LJ-POST-DATE.
064200     MOVE WS-PO-MEMBER-ID TO LJ-MEMBER-ID.
064300     MOVE WS-PO-MEMBER-NAME TO LJ-MEMBER-NAME.
064400     MOVE WS-PO-TYPE TO LJ-TYPE.
064500     MOVE WS-PO-DR-CR TO LJ-DR-CR.
064600     MOVE WS-PO-AMOUNT TO LJ-AMOUNT.
064700     MOVE WS-PO-REFERENCE TO LJ-REFERENCE.
064800     MOVE WS-PO-METHOD TO LJ-PAY-METHOD.
064900     WRITE LJ-RECORD.
065000 6000-EXIT.
065100     EXIT.
065200******************************************************************
065300*    8000-FINALIZE - PRINT THE RUN TOTALS AND CLOSE UP.          *
065400******************************************************************
065500 8000-FINALIZE.
065600     MOVE SPACES TO RP-LINE.
065700     WRITE RP-LINE.
065800     MOVE WS-CASH-COUNT TO WS-CL-COUNT.
065900     MOVE WS-CASH-TOTAL TO WS-CL-TOTAL.
066000     WRITE RP-LINE FROM WS-CASH-LINE.
066100     MOVE WS-CHEQUE-COUNT TO WS-QL-COUNT.
066200     MOVE WS-CHEQUE-TOTAL TO WS-QL-TOTAL.
066300     WRITE RP-LINE FROM WS-CHEQUE-LINE.
066400     MOVE WS-CASH-REFUND-COUNT TO WS-CR-COUNT.
066500     MOVE WS-CASH-REFUND-TOTAL TO WS-CR-TOTAL.
066600     WRITE RP-LINE FROM WS-CASH-REFUND-LINE.
066700     MOVE WS-CHEQUE-REFUND-COUNT TO WS-QR-COUNT.
066800     MOVE WS-CHEQUE-REFUND-TOTAL TO WS-QR-TOTAL.
066900     WRITE RP-LINE FROM WS-CHEQUE-REFUND-LINE.
067000     MOVE WS-REJECT-COUNT TO WS-RL-COUNT.
067100     WRITE RP-LINE FROM WS-REJECT-LINE.
067200     MOVE WS-REAGED-COUNT TO WS-RA-COUNT.
067300     WRITE RP-LINE FROM WS-REAGED-LINE.
067400     IF WS-RECEIPTS-GOOD
067500         CLOSE ROSTER-FILE
067600         CLOSE LEDGER-FILE
067700     END-IF.
067800     IF WS-JOURNAL-OPEN
067900         CLOSE JOURNAL-FILE
068000     END-IF.
068100     CLOSE REPORT-FILE.
068200 8000-EXIT.
068300     EXIT.
