000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YACHTRST.
000300 AUTHOR. J HALVORSEN.
000400 INSTALLATION. RIVERSIDE SOCIAL CLUB GAME NIGHT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/2026 JH    ORIGINAL - PAYOUT RESTATEMENT AFTER A      *
001100*                     LATE SCORE CORRECTION.  RE-RANKS THE       *
001200*                     CORRECTED NIGHT (GAMEHIST FOR THE GAME     *
001300*                     DATE, OR SCORECRD WHILE THE NIGHT IS       *
001400*                     STILL ON IT) EXACTLY AS YACHTPAY DOES -    *
001500*                     SAME PAYCTL FEE, PLACE PERCENTAGES,        *
001600*                     HANDICAP SPLIT AND TIE RULES - AND PRINTS  *
001700*                     EACH MEMBER'S WINNINGS BEFORE AND AFTER.   *
001800*                     "BEFORE" IS THE ORIGINAL PAYFEED FOR THE   *
001900*                     PAY DATE PLUS ANY ADJUSTMENTS ALREADY      *
002000*                     POSTED AGAINST THAT PAY DATE, SO ONLY THE  *
002100*                     DIFFERENCE NOT YET POSTED GOES TO          *
002200*                     LEDGJRNL AND MBRLEDG AS A 'WA' WINNINGS    *
002300*                     ADJUSTMENT CARRYING THE ORIGINAL PAY DATE  *
002400*                     - A SECOND RUN OF THE SAME RESTATEMENT     *
002500*                     FINDS NOTHING LEFT TO POST.                *
002600*    10/15/2026 JH    A LEDGER WINNINGS POSTING NOW CARRIES ITS  *
002700*                     PAY DATE, SO THE JOURNAL FALLBACK MATCHES  *
002800*                     ON IT RATHER THAN THE DAY THE LEDGER RUN   *
002900*                     POSTED.                                    *
003000*    10/15/2026 JH    RE-RANK FROM THE PAY-TIME SNAPSHOT         *
003100*                     YACHTPAY NOW APPENDS TO PAYSNAP - THE      *
003200*                     FEE, PLACE AND HANDICAP PERCENTAGES AND    *
003300*                     EACH HANDICAP-CLASS ENTRANT'S HANDICAP AS  *
003400*                     PAID - RATHER THAN TODAY'S PAYCTL AND      *
003500*                     HCPMAST.  A PAY DATE WITH NO SNAPSHOT      *
003600*                     POSTS NOTHING.  ONCE PAYFEED HAS MOVED ON, *
003700*                     THE ORIGINAL PAYOUT IS READ FROM PAYHIST;  *
003800*                     LEDGER WINNINGS STAND IN ONLY FOR A NIGHT  *
003900*                     POSTED BEFORE PAYHIST WAS KEPT.            *
004000*    10/15/2026 JH    A SCORECRD RESTATEMENT FIRST CHECKS THE    *
004100*                     RUNTOTAL RECORD - SCORECRD CARRIES NO      *
004200*                     DATE AND IS RELOADED EVERY GAME NIGHT, SO  *
004300*                     UNLESS RUNTOTAL IS STILL FOR THE GAME      *
004400*                     DATE BEING RESTATED NOTHING IS POSTED.     *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT SCORECARD-FILE ASSIGN TO "SCORECRD"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS SC-SCORE-KEY
005300         FILE STATUS IS WS-SC-STATUS.
005400     SELECT HISTORY-FILE ASSIGN TO "GAMEHIST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS HI-HIST-KEY
005800         FILE STATUS IS WS-HI-STATUS.
005900     SELECT RUNTOTAL-FILE ASSIGN TO "RUNTOTAL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-RT-STATUS.
006200     SELECT RANK-WORK-FILE ASSIGN TO "RANKWORK".
006300     SELECT SNAPSHOT-FILE ASSIGN TO "PAYSNAP"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PN-STATUS.
006600     SELECT RESTATE-FILE ASSIGN TO "RSTCTL"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RR-STATUS.
006900     SELECT FEED-FILE ASSIGN TO "PAYFEED"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-PF-STATUS.
007200     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-PH-STATUS.
007500     SELECT LEDGER-FILE ASSIGN TO "MBRLEDG"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS LG-MEMBER-ID
007900         FILE STATUS IS WS-LG-STATUS.
008000     SELECT JOURNAL-FILE ASSIGN TO "LEDGJRNL"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-LJ-STATUS.
008300     SELECT REPORT-FILE ASSIGN TO "RSTRPT"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-RP-STATUS.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  SCORECARD-FILE.
008900     COPY "scorecrd.cpy".
009000 FD  HISTORY-FILE.
009100     COPY "histrec.cpy".
009200 FD  RUNTOTAL-FILE.
009300     COPY "runtotal.cpy".
009400 SD  RANK-WORK-FILE.
009500 01  RW-RECORD.
009600     05  RW-GAME-TOTAL             PIC 9(05).
009700     05  RW-PLAYER-ID              PIC X(10).
009800     05  RW-PLAYER-NAME            PIC X(20).
009900 FD  SNAPSHOT-FILE.
010000     COPY "paysnap.cpy".
010100******************************************************************
010200*    THE RESTATEMENT CARD: THE GAME NIGHT BEING RESTATED, THE    *
010300*    DATE YACHTPAY ORIGINALLY PAID IT (PF-PAY-DATE ON THE        *
010400*    FEED), AND WHERE THE CORRECTED GAMES NOW SIT - 'S' FOR      *
010500*    SCORECRD, ANYTHING ELSE FOR GAMEHIST.                       *
010600******************************************************************
010700 FD  RESTATE-FILE.
010800 01  RR-RECORD.
010900     05  RR-GAME-DATE              PIC 9(08).
011000     05  RR-PAY-DATE               PIC 9(08).
011100     05  RR-SOURCE                 PIC X(01).
011200     05  FILLER                    PIC X(03).
011300 FD  FEED-FILE.
011400     COPY "payfeed.cpy".
011500 FD  PAY-HISTORY-FILE.
011600     COPY "payhist.cpy".
011700 FD  LEDGER-FILE.
011800     COPY "ledgrec.cpy".
011900 FD  JOURNAL-FILE.
012000     COPY "ledgjrnl.cpy".
012100 FD  REPORT-FILE.
012200 01  RP-LINE                       PIC X(80).
012300 WORKING-STORAGE SECTION.
012400 77  WS-SC-STATUS                  PIC X(02) VALUE '00'.
012500 77  WS-HI-STATUS                  PIC X(02) VALUE '00'.
012600 77  WS-RT-STATUS                  PIC X(02) VALUE '00'.
012700 77  WS-PN-STATUS                  PIC X(02) VALUE '00'.
012800 77  WS-PH-STATUS                  PIC X(02) VALUE '00'.
012900 77  WS-RR-STATUS                  PIC X(02) VALUE '00'.
013000 77  WS-PF-STATUS                  PIC X(02) VALUE '00'.
013100 77  WS-LG-STATUS                  PIC X(02) VALUE '00'.
013200 77  WS-LJ-STATUS                  PIC X(02) VALUE '00'.
013300 77  WS-RP-STATUS                  PIC X(02) VALUE '00'.
013400 77  WS-RC-FUNCTION                PIC X(01) VALUE 'G'.
013500 77  WS-RC-STEP                    PIC X(08) VALUE "YACHTPAY".
013600 77  WS-RC-OUTCOME                 PIC X(01) VALUE SPACE.
013700 77  WS-RC-CALL-STATUS             PIC X(02) VALUE '00'.
013800 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
013900 77  WS-GAME-DATE                  PIC 9(08) VALUE 0.
014000 77  WS-CARD-DATE                  PIC 9(08) VALUE 0.
014100 77  WS-PAY-DATE                   PIC 9(08) VALUE 0.
014200 77  WS-WIN-PAY-DATE               PIC 9(08) VALUE 0.
014300 77  WS-PLAYER-COUNT               PIC 9(03) VALUE 0.
014400 77  WS-RT-MAX                     PIC 9(03) VALUE 200.
014500 77  WS-POT-AMT                    PIC 9(05)V99 VALUE 0.
014600 77  WS-SCRATCH-POT                PIC 9(05)V99 VALUE 0.
014700 77  WS-HCP-POT                    PIC 9(05)V99 VALUE 0.
014800 77  WS-CLASS-POT                  PIC 9(05)V99 VALUE 0.
014900 77  WS-ORIG-POT                   PIC 9(05)V99 VALUE 0.
015000 77  WS-GROUP-PCT                  PIC 9(03) VALUE 0.
015100 77  WS-GROUP-AMT                  PIC 9(05)V99 VALUE 0.
015200 77  WS-SHARE-AMT                  PIC 9(05)V99 VALUE 0.
015300 77  WS-FIRST-SHARE-AMT            PIC 9(05)V99 VALUE 0.
015400 77  WS-WON-AMT                    PIC 9(05)V99 VALUE 0.
015500 77  WS-GRP-START                  PIC 9(03) VALUE 0.
015600 77  WS-GRP-END                    PIC 9(03) VALUE 0.
015700 77  WS-GRP-SIZE                   PIC 9(03) VALUE 0.
015800 77  WS-PLACE-SUB                  PIC 9(03) VALUE 0.
015900 77  WS-RT-SUB                     PIC 9(03) VALUE 0.
016000 77  WS-BEST-TOTAL                 PIC 9(05) VALUE 0.
016100 77  WS-PREV-ID                    PIC X(10) VALUE SPACES.
016200 77  WS-PREV-NAME                  PIC X(20) VALUE SPACES.
016300 77  WS-MS-SUB                     PIC 9(03) VALUE 0.
016400 77  WS-MS-USED                    PIC 9(03) VALUE 0.
016500 77  WS-MS-MAX                     PIC 9(03) VALUE 250.
016600 77  WS-HT-SUB                     PIC 9(03) VALUE 0.
016700 77  WS-HT-USED                    PIC 9(03) VALUE 0.
016800 77  WS-HT-MAX                     PIC 9(03) VALUE 200.
016900 77  WS-SNAP-GAME-DATE             PIC 9(08) VALUE 0.
017000 77  WS-LOOK-ID                    PIC X(10) VALUE SPACES.
017100 77  WS-LOOK-NAME                  PIC X(20) VALUE SPACES.
017200 77  WS-FEED-COUNT                 PIC 9(05) VALUE 0.
017300 77  WS-BEFORE-AMT                 PIC S9(07)V99 VALUE 0.
017400 77  WS-DIFF-AMT                   PIC S9(07)V99 VALUE 0.
017500 77  WS-POSTED-COUNT               PIC 9(05) VALUE 0.
017600 77  WS-CREDIT-TOTAL               PIC 9(07)V99 VALUE 0.
017700 77  WS-CHARGE-TOTAL               PIC 9(07)V99 VALUE 0.
017800 01  WS-SWITCHES.
017900     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
018000         88  WS-EOF-GAMES                  VALUE 'Y'.
018100     05  WS-EOF-SORT-SW            PIC X(01) VALUE 'N'.
018200         88  WS-EOF-SORT-OUTPUT            VALUE 'Y'.
018300     05  WS-EOF-PF-SW              PIC X(01) VALUE 'N'.
018400         88  WS-EOF-FEED                   VALUE 'Y'.
018500     05  WS-EOF-LJ-SW              PIC X(01) VALUE 'N'.
018600         88  WS-EOF-JOURNAL                VALUE 'Y'.
018700     05  WS-EOF-PH-SW              PIC X(01) VALUE 'N'.
018800         88  WS-EOF-PAY-HISTORY            VALUE 'Y'.
018900     05  WS-EOF-PN-SW              PIC X(01) VALUE 'N'.
019000         88  WS-EOF-SNAPSHOT               VALUE 'Y'.
019100     05  WS-SNAP-SW                PIC X(01) VALUE 'N'.
019200         88  WS-SNAPSHOT-FOUND             VALUE 'Y'.
019300     05  WS-CTL-SW                 PIC X(01) VALUE 'N'.
019400         88  WS-CONTROL-GOOD               VALUE 'Y'.
019500     05  WS-CLASS-SW               PIC X(01) VALUE 'S'.
019600         88  WS-SCRATCH-CLASS              VALUE 'S'.
019700         88  WS-HANDICAP-CLASS             VALUE 'H'.
019800     05  WS-HT-FOUND-SW            PIC X(01) VALUE 'N'.
019900         88  WS-HT-FOUND                   VALUE 'Y'.
020000     05  WS-SOURCE-SW              PIC X(01) VALUE 'H'.
020100         88  WS-FROM-SCORECARD             VALUE 'S'.
020200         88  WS-FROM-HISTORY               VALUE 'H'.
020300     05  WS-MS-FOUND-SW            PIC X(01) VALUE 'N'.
020400         88  WS-MS-FOUND                   VALUE 'Y'.
020500     05  WS-ORIG-SW                PIC X(01) VALUE 'F'.
020600         88  WS-ORIG-FROM-FEED             VALUE 'F'.
020700         88  WS-ORIG-FROM-HISTORY          VALUE 'H'.
020800         88  WS-ORIG-FROM-JOURNAL          VALUE 'J'.
020900******************************************************************
021000*    THE FEE AND PLACE PERCENTAGES THE NIGHT WAS PAID ON, FROM   *
021100*    THE PAY DATE'S SNAPSHOT CONTROL RECORD.                     *
021200******************************************************************
021300 01  WS-PAY-CONTROL.
021400     05  WS-ENTRY-FEE              PIC 9(03)V99 VALUE 0.
021500     05  WS-PLACE-PCT              PIC 9(03) OCCURS 5 TIMES.
021600     05  WS-HCP-PCT                PIC 9(03) VALUE 0.
021700******************************************************************
021800*    EACH HANDICAP-CLASS ENTRANT AND THE HANDICAP THEY WERE      *
021900*    RANKED ON AT PAY TIME, FROM THE SNAPSHOT'S 'H' RECORDS.     *
022000*    ANYONE NOT HERE WAS NOT IN THE HANDICAP CLASS THAT NIGHT.   *
022100******************************************************************
022200 01  WS-HCP-TBL.
022300     05  WS-HT-ENTRY OCCURS 200 TIMES.
022400         10  WS-HT-MEMBER-ID       PIC X(10).
022500         10  WS-HT-HANDICAP        PIC 9(03).
022600******************************************************************
022700*    ONE GAME FROM WHICHEVER FILE HOLDS THE CORRECTED NIGHT.     *
022800******************************************************************
022900 01  WS-CURRENT-GAME.
023000     05  WS-CG-PLAYER-ID           PIC X(10).
023100     05  WS-CG-PLAYER-NAME         PIC X(20).
023200     05  WS-CG-GAME-TOTAL          PIC 9(05).
023300     05  WS-CG-GUEST-SW            PIC X(01).
023400         88  WS-CG-GUEST                   VALUE 'Y'.
023500******************************************************************
023600*    THE CORRECTED NIGHT IN RANK ORDER, BEST GAME FIRST.         *
023700******************************************************************
023800 01  WS-RANK-TBL.
023900     05  WS-RT-ENTRY OCCURS 200 TIMES.
024000         10  WS-RT-PLAYER-ID       PIC X(10).
024100         10  WS-RT-PLAYER-NAME     PIC X(20).
024200         10  WS-RT-TOTAL           PIC 9(05).
024300******************************************************************
024400*    ONE SLOT PER MEMBER WHO WON ANYTHING EITHER WAY: WHAT THE   *
024500*    FEED (OR PAYHIST) ORIGINALLY PAID, WHAT THE LEDGER CREDITED *
024600*    AS WINNINGS (THE FALLBACK FOR A NIGHT OLDER THAN PAYHIST),  *
024700*    ADJUSTMENTS ALREADY POSTED AGAINST THE PAY DATE, AND WHAT   *
024800*    THE RESTATED NIGHT PAYS.                                    *
024900******************************************************************
025000 01  WS-MEMBER-TBL.
025100     05  WS-MS-ENTRY OCCURS 250 TIMES.
025200         10  WS-MS-MEMBER-ID       PIC X(10).
025300         10  WS-MS-MEMBER-NAME     PIC X(20).
025400         10  WS-MS-FEED-WON        PIC 9(05)V99.
025500         10  WS-MS-JRNL-WON        PIC 9(05)V99.
025600         10  WS-MS-PRIOR-ADJ       PIC S9(05)V99.
025700         10  WS-MS-NEW-WON         PIC 9(05)V99.
025800******************************************************************
025900*    ONE POSTING HANDED TO 6000-POST-TO-LEDGER.                  *
026000******************************************************************
026100 01  WS-POSTING.
026200     05  WS-PO-MEMBER-ID           PIC X(10).
026300     05  WS-PO-MEMBER-NAME         PIC X(20).
026400     05  WS-PO-TYPE                PIC X(02).
026500     05  WS-PO-DR-CR               PIC X(01).
026600     05  WS-PO-AMOUNT              PIC 9(05)V99.
026700 01  WS-DATES-LINE.
026800     05  FILLER                    PIC X(23) VALUE
026900         "GAME DATE / PAY DATE : ".
027000     05  WS-DT-GAME-DATE           PIC 9(08).
027100     05  FILLER                    PIC X(03) VALUE " / ".
027200     05  WS-DT-PAY-DATE            PIC 9(08).
027300 01  WS-POT-LINE.
027400     05  FILLER                    PIC X(23) VALUE
027500         "PLAYERS / POT ...... : ".
027600     05  WS-PL-PLAYERS             PIC ZZ9.
027700     05  FILLER                    PIC X(03) VALUE " / ".
027800     05  WS-PL-POT                 PIC ZZZZ9.99.
027900     05  FILLER                    PIC X(14) VALUE
028000         "  ORIGINAL = ".
028100     05  WS-PL-ORIG-POT            PIC ZZZZ9.99.
028200 01  WS-SPLIT-LINE.
028300     05  FILLER                    PIC X(23) VALUE
028400         "SCRATCH / HANDICAP . : ".
028500     05  WS-SP-SCRATCH             PIC ZZZZ9.99.
028600     05  FILLER                    PIC X(03) VALUE " / ".
028700     05  WS-SP-HCP                 PIC ZZZZ9.99.
028800 01  WS-PAY-LINE.
028900     05  WS-PY-PLACE               PIC ZZ9.
029000     05  WS-PY-TIE-FLAG            PIC X(01).
029100     05  FILLER                    PIC X(01) VALUE SPACE.
029200     05  WS-PY-PLAYER-ID           PIC X(10).
029300     05  FILLER                    PIC X(01) VALUE SPACE.
029400     05  WS-PY-PLAYER-NAME         PIC X(20).
029500     05  FILLER                    PIC X(01) VALUE SPACE.
029600     05  WS-PY-TOTAL               PIC ZZZZ9.
029700     05  FILLER                    PIC X(01) VALUE SPACE.
029800     05  WS-PY-AMOUNT              PIC ZZZZ9.99.
029900 01  WS-COMPARE-HEADER.
030000     05  FILLER                    PIC X(31) VALUE
030100         "MEMBER     NAME".
030200     05  FILLER                    PIC X(41) VALUE
030300         " ORIGINAL  ADJUSTED  RESTATED DIFFERENCE".
030400 01  WS-COMPARE-LINE.
030500     05  WS-CL-MEMBER-ID           PIC X(10).
030600     05  FILLER                    PIC X(01) VALUE SPACE.
030700     05  WS-CL-MEMBER-NAME         PIC X(20).
030800     05  FILLER                    PIC X(01) VALUE SPACE.
030900     05  WS-CL-ORIGINAL            PIC ZZZZ9.99.
031000     05  FILLER                    PIC X(01) VALUE SPACE.
031100     05  WS-CL-PRIOR-ADJ           PIC ----9.99.
031200     05  FILLER                    PIC X(02) VALUE SPACES.
031300     05  WS-CL-RESTATED            PIC ZZZZ9.99.
031400     05  FILLER                    PIC X(02) VALUE SPACES.
031500     05  WS-CL-DIFFERENCE          PIC -----9.99.
031600 01  WS-POSTED-LINE.
031700     05  FILLER                    PIC X(23) VALUE
031800         "ADJUSTMENTS POSTED . : ".
031900     05  WS-PD-COUNT               PIC ZZZZ9.
032000 01  WS-CREDIT-LINE.
032100     05  FILLER                    PIC X(23) VALUE
032200         "WINNINGS CREDITED .. : ".
032300     05  WS-CR-TOTAL               PIC ZZZZZZ9.99.
032400 01  WS-CHARGE-LINE.
032500     05  FILLER                    PIC X(23) VALUE
032600         "WINNINGS TAKEN BACK  : ".
032700     05  WS-CH-TOTAL               PIC ZZZZZZ9.99.
032800 PROCEDURE DIVISION.
032900******************************************************************
033000*    0000-MAINLINE                                               *
033100******************************************************************
033200 0000-MAINLINE.
033300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033400     IF WS-CONTROL-GOOD
033500         PERFORM 1500-LOAD-ORIGINAL-FEED THRU 1500-EXIT
033600         PERFORM 1700-LOAD-PRIOR-POSTINGS THRU 1700-EXIT
033700     END-IF.
033800     IF WS-CONTROL-GOOD
033900         SET WS-SCRATCH-CLASS TO TRUE
034000         SORT RANK-WORK-FILE
034100             ON DESCENDING KEY RW-GAME-TOTAL
034200             INPUT PROCEDURE IS 2000-RELEASE-BEST-GAMES
034300                 THRU 2000-EXIT
034400             OUTPUT PROCEDURE IS 3000-LOAD-RANK-TABLE
034500                 THRU 3000-EXIT
034600         PERFORM 3500-SIZE-THE-POTS THRU 3500-EXIT
034700         MOVE WS-SCRATCH-POT TO WS-CLASS-POT
034800         PERFORM 4000-PAY-THE-POT THRU 4000-EXIT
034900         IF WS-HCP-POT > 0
035000             PERFORM 5000-PAY-HANDICAP-CLASS THRU 5000-EXIT
035100         END-IF
035200         PERFORM 6500-COMPARE-AND-POST THRU 6500-EXIT
035300     END-IF.
035400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
035500     STOP RUN.
035600******************************************************************
035700*    1000-INITIALIZE - READ THE RESTATEMENT CARD, CONFIRM THE    *
035800*    NIGHT WAS PAID AT ALL, AND LOAD ITS PAY-TIME SNAPSHOT.      *
035900*    ANY OF THEM MISSING RESTATES NOTHING AND SAYS WHY.  A       *
036000*    SCORECRD RESTATEMENT ALSO NEEDS THE LIVE SCORECARDS TO BE   *
036100*    THE GAME NIGHT'S: SCORECRD CARRIES NO DATE AND IS RELOADED  *
036200*    EVERY GAME NIGHT, SO THE NIGHT THEY HOLD IS THE ONE ON THE  *
036300*    RUNTOTAL RECORD.                                            *
036400******************************************************************
036500 1000-INITIALIZE.
036600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
036700     OPEN OUTPUT REPORT-FILE.
036800     MOVE "PRIZE PAYOUT RESTATEMENT" TO RP-LINE.
036900     WRITE RP-LINE.
037000     MOVE SPACES TO RP-LINE.
037100     WRITE RP-LINE.
037200     OPEN INPUT RESTATE-FILE.
037300     IF WS-RR-STATUS NOT = '00'
037400         MOVE "RESTATEMENT CARD MISSING - NOTHING RESTATED"
037500             TO RP-LINE
037600         WRITE RP-LINE
037700         GO TO 1000-EXIT
037800     END-IF.
037900     READ RESTATE-FILE
038000         AT END
038100             MOVE 0 TO WS-GAME-DATE
038200         NOT AT END
038300             MOVE RR-GAME-DATE TO WS-GAME-DATE
038400             MOVE RR-PAY-DATE TO WS-PAY-DATE
038500             IF RR-SOURCE = 'S'
038600                 SET WS-FROM-SCORECARD TO TRUE
038700             ELSE
038800                 SET WS-FROM-HISTORY TO TRUE
038900             END-IF
039000     END-READ.
039100     CLOSE RESTATE-FILE.
039200     IF WS-GAME-DATE = 0 OR WS-PAY-DATE = 0
039300         MOVE "RESTATEMENT CARD EMPTY - NOTHING RESTATED"
039400             TO RP-LINE
039500         WRITE RP-LINE
039600         GO TO 1000-EXIT
039700     END-IF.
039800     MOVE WS-GAME-DATE TO WS-DT-GAME-DATE.
039900     MOVE WS-PAY-DATE TO WS-DT-PAY-DATE.
040000     WRITE RP-LINE FROM WS-DATES-LINE.
040100     IF WS-FROM-SCORECARD
040200         MOVE "CORRECTED GAMES READ FROM SCORECRD" TO RP-LINE
040300     ELSE
040400         MOVE "CORRECTED GAMES READ FROM GAMEHIST" TO RP-LINE
040500     END-IF.
040600     WRITE RP-LINE.
040700     IF WS-FROM-SCORECARD
040800         PERFORM 1050-GET-CARD-DATE THRU 1050-EXIT
040900         IF WS-CARD-DATE NOT = WS-GAME-DATE
041000             MOVE "SCORECRD HOLDS ANOTHER NIGHT - NOTHING POSTED"
041100                 TO RP-LINE
041200             WRITE RP-LINE
041300             GO TO 1000-EXIT
041400         END-IF
041500     END-IF.
041600*    A NIGHT YACHTPAY NEVER PAID HAS NOTHING TO RESTATE - THE
041700*    ORDINARY PAYOUT RUN WILL PAY IT ON THE CORRECTED SCORES.
041800     MOVE 'G' TO WS-RC-FUNCTION.
041900     MOVE "YACHTPAY" TO WS-RC-STEP.
042000     CALL "YACHTRCU" USING WS-RC-FUNCTION WS-GAME-DATE
042100         WS-RC-STEP WS-RC-OUTCOME WS-RC-CALL-STATUS.
042200     IF WS-RC-OUTCOME NOT = 'C'
042300         MOVE "NIGHT WAS NEVER PAID - NOTHING TO RESTATE"
042400             TO RP-LINE
042500         WRITE RP-LINE
042600         GO TO 1000-EXIT
042700     END-IF.
042800     PERFORM 1100-LOAD-SNAPSHOT THRU 1100-EXIT.
042900 1000-EXIT.
043000     EXIT.
043100******************************************************************
043200*    1050-GET-CARD-DATE - THE NIGHT THE LIVE SCORECARDS BELONG   *
043300*    TO, FROM THE RUNTOTAL RECORD.  NO RECORD LEAVES IT ZERO.    *
043400******************************************************************
043500 1050-GET-CARD-DATE.
043600     MOVE 0 TO WS-CARD-DATE.
043700     OPEN INPUT RUNTOTAL-FILE.
043800     IF WS-RT-STATUS NOT = '00'
043900         GO TO 1050-EXIT
044000     END-IF.
044100     READ RUNTOTAL-FILE
044200         AT END
044300             MOVE 0 TO WS-CARD-DATE
044400         NOT AT END
044500             MOVE RT-RUN-DATE TO WS-CARD-DATE
044600     END-READ.
044700     CLOSE RUNTOTAL-FILE.
044800 1050-EXIT.
044900     EXIT.
045000******************************************************************
045100*    1100-LOAD-SNAPSHOT - THE PAY DATE'S CONTROL RECORD AND      *
045200*    HANDICAP-CLASS ENTRANTS FROM PAYSNAP.  A CONTROL RECORD     *
045300*    STARTS A FRESH SET, SO WHEN YACHTPAY RAN TWICE THAT DAY THE *
045400*    LAST RUN'S NUMBERS STAND.  NO SNAPSHOT, OR ONE FOR ANOTHER  *
045500*    GAME NIGHT, RESTATES NOTHING - THE CURRENT PAYCTL AND       *
045600*    HCPMAST ARE NOT A SAFE GUESS AT WHAT WAS PAID.              *
045700******************************************************************
045800 1100-LOAD-SNAPSHOT.
045900     OPEN INPUT SNAPSHOT-FILE.
046000     IF WS-PN-STATUS NOT = '00'
046100         MOVE "NO PAY-TIME SNAPSHOT - NOTHING POSTED" TO RP-LINE
046200         WRITE RP-LINE
046300         GO TO 1100-EXIT
046400     END-IF.
046500     PERFORM 1190-READ-NEXT-SNAPSHOT THRU 1190-EXIT.
046600     PERFORM 1110-LOAD-ONE-SNAPSHOT THRU 1110-EXIT
046700         UNTIL WS-EOF-SNAPSHOT.
046800     CLOSE SNAPSHOT-FILE.
046900     IF NOT WS-SNAPSHOT-FOUND
047000         MOVE "NO PAY-TIME SNAPSHOT - NOTHING POSTED" TO RP-LINE
047100         WRITE RP-LINE
047200         GO TO 1100-EXIT
047300     END-IF.
047400     IF WS-SNAP-GAME-DATE NOT = WS-GAME-DATE
047500         MOVE "SNAPSHOT IS FOR ANOTHER GAME DATE - NOTHING POSTED"
047600             TO RP-LINE
047700         WRITE RP-LINE
047800         GO TO 1100-EXIT
047900     END-IF.
048000     MOVE "RANKED ON THE PAY-TIME PAYCTL AND HANDICAPS"
048100         TO RP-LINE.
048200     WRITE RP-LINE.
048300     SET WS-CONTROL-GOOD TO TRUE.
048400 1100-EXIT.
048500     EXIT.
048600 1110-LOAD-ONE-SNAPSHOT.
048700     IF PN-PAY-DATE NOT = WS-PAY-DATE
048800         PERFORM 1190-READ-NEXT-SNAPSHOT THRU 1190-EXIT
048900         GO TO 1110-EXIT
049000     END-IF.
049100     IF PN-CONTROL
049200         SET WS-SNAPSHOT-FOUND TO TRUE
049300         MOVE PN-GAME-DATE TO WS-SNAP-GAME-DATE
049400         MOVE PN-ENTRY-FEE TO WS-ENTRY-FEE
049500         PERFORM VARYING WS-PLACE-SUB FROM 1 BY 1
049600                 UNTIL WS-PLACE-SUB > 5
049700             MOVE PN-PLACE-PCT (WS-PLACE-SUB)
049800                 TO WS-PLACE-PCT (WS-PLACE-SUB)
049900         END-PERFORM
050000         MOVE PN-HCP-PCT TO WS-HCP-PCT
050100         MOVE 0 TO WS-HT-USED
050200     END-IF.
050300     IF PN-ENTRANT AND WS-SNAPSHOT-FOUND
050400         IF WS-HT-USED < WS-HT-MAX
050500             ADD 1 TO WS-HT-USED
050600             MOVE PN-MEMBER-ID TO WS-HT-MEMBER-ID (WS-HT-USED)
050700             MOVE PN-HANDICAP TO WS-HT-HANDICAP (WS-HT-USED)
050800         ELSE
050900             MOVE "HANDICAP TABLE FULL - FURTHER ENTRANTS DROPPED"
051000                 TO RP-LINE
051100             WRITE RP-LINE
051200         END-IF
051300     END-IF.
051400     PERFORM 1190-READ-NEXT-SNAPSHOT THRU 1190-EXIT.
051500 1110-EXIT.
051600     EXIT.
051700 1190-READ-NEXT-SNAPSHOT.
051800     READ SNAPSHOT-FILE
051900         AT END
052000             SET WS-EOF-SNAPSHOT TO TRUE
052100     END-READ.
052200 1190-EXIT.
052300     EXIT.
052400******************************************************************
052500*    1500-LOAD-ORIGINAL-FEED - EVERY PAYFEED LINE FOR THE PAY    *
052600*    DATE: WHAT EACH MEMBER WAS PAID IN BOTH CLASSES, AND THE    *
052700*    FEES THAT MADE THE ORIGINAL POT.  ONCE A LATER PAYOUT RUN   *
052800*    HAS REWRITTEN PAYFEED, THE SAME LINES COME FROM PAYHIST,    *
052900*    WHERE THE LEDGER RUN FILED THEM AS IT POSTED THE NIGHT.     *
053000******************************************************************
053100 1500-LOAD-ORIGINAL-FEED.
053200     OPEN INPUT FEED-FILE.
053300     IF WS-PF-STATUS = '00'
053400         PERFORM 1590-READ-NEXT-FEED THRU 1590-EXIT
053500         PERFORM 1510-LOAD-ONE-FEED THRU 1510-EXIT
053600             UNTIL WS-EOF-FEED
053700         CLOSE FEED-FILE
053800     END-IF.
053900     IF WS-FEED-COUNT > 0
054000         GO TO 1500-EXIT
054100     END-IF.
054200     OPEN INPUT PAY-HISTORY-FILE.
054300     IF WS-PH-STATUS = '00'
054400         PERFORM 1690-READ-NEXT-HISTORY THRU 1690-EXIT
054500         PERFORM 1610-LOAD-ONE-HISTORY THRU 1610-EXIT
054600             UNTIL WS-EOF-PAY-HISTORY
054700         CLOSE PAY-HISTORY-FILE
054800     END-IF.
054900     IF WS-FEED-COUNT > 0
055000         SET WS-ORIG-FROM-HISTORY TO TRUE
055100         MOVE "PAYFEED HAS MOVED ON - ORIGINAL PAYOUT TAKEN FROM"
055200             TO RP-LINE
055300         WRITE RP-LINE
055400         MOVE "PAYHIST FOR THE PAY DATE" TO RP-LINE
055500         WRITE RP-LINE
055600     END-IF.
055700 1500-EXIT.
055800     EXIT.
055900 1510-LOAD-ONE-FEED.
056000     IF PF-PAY-DATE = WS-PAY-DATE
056100         ADD 1 TO WS-FEED-COUNT
056200         ADD PF-FEE TO WS-ORIG-POT
056300         MOVE PF-MEMBER-ID TO WS-LOOK-ID
056400         MOVE PF-MEMBER-NAME TO WS-LOOK-NAME
056500         PERFORM 2800-FIND-MEMBER-SLOT THRU 2800-EXIT
056600         IF WS-MS-FOUND
056700             ADD PF-WON TO WS-MS-FEED-WON (WS-MS-SUB)
056800         END-IF
056900     END-IF.
057000     PERFORM 1590-READ-NEXT-FEED THRU 1590-EXIT.
057100 1510-EXIT.
057200     EXIT.
057300 1590-READ-NEXT-FEED.
057400     READ FEED-FILE
057500         AT END
057600             SET WS-EOF-FEED TO TRUE
057700     END-READ.
057800 1590-EXIT.
057900     EXIT.
058000 1610-LOAD-ONE-HISTORY.
058100     IF PH-PAY-DATE = WS-PAY-DATE
058200         ADD 1 TO WS-FEED-COUNT
058300         ADD PH-FEE TO WS-ORIG-POT
058400         MOVE PH-MEMBER-ID TO WS-LOOK-ID
058500         MOVE PH-MEMBER-NAME TO WS-LOOK-NAME
058600         PERFORM 2800-FIND-MEMBER-SLOT THRU 2800-EXIT
058700         IF WS-MS-FOUND
058800             ADD PH-WON TO WS-MS-FEED-WON (WS-MS-SUB)
058900         END-IF
059000     END-IF.
059100     PERFORM 1690-READ-NEXT-HISTORY THRU 1690-EXIT.
059200 1610-EXIT.
059300     EXIT.
059400 1690-READ-NEXT-HISTORY.
059500     READ PAY-HISTORY-FILE
059600         AT END
059700             SET WS-EOF-PAY-HISTORY TO TRUE
059800     END-READ.
059900 1690-EXIT.
060000     EXIT.
060100******************************************************************
060200*    1700-LOAD-PRIOR-POSTINGS - FROM THE LEDGER JOURNAL, THE     *
060300*    ADJUSTMENTS ALREADY POSTED AGAINST THIS PAY DATE (NETTED:   *
060400*    CREDITS UP, CHARGES DOWN) AND THE WINNINGS CREDITED FOR THE *
060500*    PAY DATE ITSELF - A WINNINGS POSTING CARRIES ITS PAY DATE,  *
060600*    OR FOR AN OLDER ONE THE DAY IT WAS POSTED.  WHEN NEITHER    *
060700*    PAYFEED NOR PAYHIST HOLDS THE PAY DATE - A NIGHT POSTED     *
060800*    BEFORE PAYHIST WAS KEPT - THOSE LEDGER WINNINGS STAND IN AS *
060900*    THE ORIGINAL PAYOUT, WITHOUT ITS POT OR CLASS DETAIL.       *
061000******************************************************************
061100 1700-LOAD-PRIOR-POSTINGS.
061200     OPEN INPUT JOURNAL-FILE.
061300     IF WS-LJ-STATUS NOT = '00'
061400         SET WS-EOF-JOURNAL TO TRUE
061500     ELSE
061600         PERFORM 1790-READ-NEXT-POSTING THRU 1790-EXIT
061700         PERFORM 1710-LOAD-ONE-POSTING THRU 1710-EXIT
061800             UNTIL WS-EOF-JOURNAL
061900         CLOSE JOURNAL-FILE
062000     END-IF.
062100     IF WS-FEED-COUNT = 0
062200         SET WS-ORIG-FROM-JOURNAL TO TRUE
062300         MOVE "PAY DATE IS OLDER THAN PAYHIST - ORIGINAL PAYOUT"
062400             TO RP-LINE
062500         WRITE RP-LINE
062600         MOVE "TAKEN FROM LEDGER WINNINGS, NO POT OR CLASS DETAIL"
062700             TO RP-LINE
062800         WRITE RP-LINE
062900     END-IF.
063000 1700-EXIT.
063100     EXIT.
063200 1710-LOAD-ONE-POSTING.
063300     IF LJ-WIN-ADJUST AND LJ-REFERENCE IS NUMERIC
063400         IF LJ-REF-PAY-DATE = WS-PAY-DATE
063500             MOVE LJ-MEMBER-ID TO WS-LOOK-ID
063600             MOVE LJ-MEMBER-NAME TO WS-LOOK-NAME
063700             PERFORM 2800-FIND-MEMBER-SLOT THRU 2800-EXIT
063800             IF WS-MS-FOUND
063900                 IF LJ-CREDIT
064000                     ADD LJ-AMOUNT TO WS-MS-PRIOR-ADJ (WS-MS-SUB)
064100                 ELSE
064200                     SUBTRACT LJ-AMOUNT
064300                         FROM WS-MS-PRIOR-ADJ (WS-MS-SUB)
064400                 END-IF
064500             END-IF
064600         END-IF
064700     END-IF.
064800     IF LJ-WINNINGS
064900         MOVE LJ-POST-DATE TO WS-WIN-PAY-DATE
065000         IF LJ-REFERENCE IS NUMERIC AND LJ-REF-PAY-DATE > 0
065100             MOVE LJ-REF-PAY-DATE TO WS-WIN-PAY-DATE
065200         END-IF
065300     END-IF.
065400     IF LJ-WINNINGS AND WS-WIN-PAY-DATE = WS-PAY-DATE
065500         MOVE LJ-MEMBER-ID TO WS-LOOK-ID
065600         MOVE LJ-MEMBER-NAME TO WS-LOOK-NAME
065700         PERFORM 2800-FIND-MEMBER-SLOT THRU 2800-EXIT
065800         IF WS-MS-FOUND
065900             ADD LJ-AMOUNT TO WS-MS-JRNL-WON (WS-MS-SUB)
066000         END-IF
066100     END-IF.
066200     PERFORM 1790-READ-NEXT-POSTING THRU 1790-EXIT.
066300 1710-EXIT.
066400     EXIT.
066500 1790-READ-NEXT-POSTING.
066600     READ JOURNAL-FILE
066700         AT END
066800             SET WS-EOF-JOURNAL TO TRUE
066900     END-READ.
067000 1790-EXIT.
067100     EXIT.
067200******************************************************************
067300*    2000-RELEASE-BEST-GAMES - YACHTPAY'S BEST-GAME-PER-PLAYER   *
067400*    BREAK, FED FROM THE CORRECTED NIGHT.  BOTH FILES ARE IN     *
067500*    PLAYER KEY ORDER, SO A PLAYER'S TABLES COME BACK TO BACK.   *
067600******************************************************************
067700 2000-RELEASE-BEST-GAMES.
067800     MOVE 'N' TO WS-EOF-SW.
067900     MOVE SPACES TO WS-PREV-ID WS-PREV-NAME.
068000     MOVE 0 TO WS-BEST-TOTAL.
068100     IF WS-FROM-SCORECARD
068200         OPEN INPUT SCORECARD-FILE
068300         IF WS-SC-STATUS NOT = '00'
068400             SET WS-EOF-GAMES TO TRUE
068500             GO TO 2000-EXIT
068600         END-IF
068700     ELSE
068800         OPEN INPUT HISTORY-FILE
068900         IF WS-HI-STATUS NOT = '00'
069000             SET WS-EOF-GAMES TO TRUE
069100             GO TO 2000-EXIT
069200         END-IF
069300     END-IF.
069400     PERFORM 2900-READ-NEXT-GAME THRU 2900-EXIT.
069500     PERFORM 2100-KEEP-BEST-GAME THRU 2100-EXIT
069600         UNTIL WS-EOF-GAMES.
069700     IF WS-PREV-ID NOT = SPACES
069800         PERFORM 2200-RELEASE-BEST THRU 2200-EXIT
069900     END-IF.
070000     IF WS-FROM-SCORECARD
070100         CLOSE SCORECARD-FILE
070200     ELSE
070300         CLOSE HISTORY-FILE
070400     END-IF.
070500 2000-EXIT.
070600     EXIT.
070700 2100-KEEP-BEST-GAME.
070800*    GUEST CARDS NEVER ENTER THE POT.
070900     IF WS-CG-GUEST
071000         PERFORM 2900-READ-NEXT-GAME THRU 2900-EXIT
071100         GO TO 2100-EXIT
071200     END-IF.
071300     IF WS-CG-PLAYER-ID NOT = WS-PREV-ID
071400         IF WS-PREV-ID NOT = SPACES
071500             PERFORM 2200-RELEASE-BEST THRU 2200-EXIT
071600         END-IF
071700         MOVE WS-CG-PLAYER-ID TO WS-PREV-ID
071800         MOVE WS-CG-PLAYER-NAME TO WS-PREV-NAME
071900         MOVE 0 TO WS-BEST-TOTAL
072000     END-IF.
072100     IF WS-CG-GAME-TOTAL > WS-BEST-TOTAL
072200         MOVE WS-CG-GAME-TOTAL TO WS-BEST-TOTAL
072300     END-IF.
072400     PERFORM 2900-READ-NEXT-GAME THRU 2900-EXIT.
072500 2100-EXIT.
072600     EXIT.
072700******************************************************************
072800*    2200-RELEASE-BEST - SCRATCH PASS: EVERY PLAYER ON THEIR     *
072900*    BEST RAW GAME.  HANDICAP PASS: THE SNAPSHOT'S ENTRANTS      *
073000*    ONLY, ON BEST GAME PLUS THE HANDICAP THEY WERE PAID ON.     *
073100******************************************************************
073200 2200-RELEASE-BEST.
073300     IF WS-HANDICAP-CLASS
073400         PERFORM 2300-FIND-ENTRANT THRU 2300-EXIT
073500         IF NOT WS-HT-FOUND
073600             GO TO 2200-EXIT
073700         END-IF
073800         COMPUTE RW-GAME-TOTAL = WS-BEST-TOTAL
073900             + WS-HT-HANDICAP (WS-HT-SUB)
074000     ELSE
074100         MOVE WS-BEST-TOTAL TO RW-GAME-TOTAL
074200     END-IF.
074300     MOVE WS-PREV-ID TO RW-PLAYER-ID.
074400     MOVE WS-PREV-NAME TO RW-PLAYER-NAME.
074500     RELEASE RW-RECORD.
074600 2200-EXIT.
074700     EXIT.
074800 2300-FIND-ENTRANT.
074900     MOVE 'N' TO WS-HT-FOUND-SW.
075000     PERFORM VARYING WS-HT-SUB FROM 1 BY 1
075100             UNTIL WS-HT-SUB > WS-HT-USED
075200             OR WS-HT-FOUND
075300         IF WS-HT-MEMBER-ID (WS-HT-SUB) = WS-PREV-ID
075400             SET WS-HT-FOUND TO TRUE
075500         END-IF
075600     END-PERFORM.
075700     IF WS-HT-FOUND
075800         SUBTRACT 1 FROM WS-HT-SUB
075900     END-IF.
076000 2300-EXIT.
076100     EXIT.
076200******************************************************************
076300*    2800-FIND-MEMBER-SLOT - THE COMPARISON SLOT FOR WS-LOOK-ID, *
076400*    OPENED ON FIRST SIGHT.  A FULL TABLE LEAVES WS-MS-FOUND     *
076500*    OFF AND THE MEMBER OUT OF THE COMPARISON.                   *
076600******************************************************************
076700 2800-FIND-MEMBER-SLOT.
076800     MOVE 'N' TO WS-MS-FOUND-SW.
076900     PERFORM VARYING WS-MS-SUB FROM 1 BY 1
077000             UNTIL WS-MS-SUB > WS-MS-USED
077100             OR WS-MS-FOUND
077200         IF WS-MS-MEMBER-ID (WS-MS-SUB) = WS-LOOK-ID
077300             SET WS-MS-FOUND TO TRUE
077400         END-IF
077500     END-PERFORM.
077600     IF WS-MS-FOUND
077700         SUBTRACT 1 FROM WS-MS-SUB
077800         GO TO 2800-EXIT
077900     END-IF.
078000     IF WS-MS-USED NOT < WS-MS-MAX
078100         GO TO 2800-EXIT
078200     END-IF.
078300     ADD 1 TO WS-MS-USED.
078400     MOVE WS-MS-USED TO WS-MS-SUB.
078500     MOVE WS-LOOK-ID TO WS-MS-MEMBER-ID (WS-MS-SUB).
078600     MOVE WS-LOOK-NAME TO WS-MS-MEMBER-NAME (WS-MS-SUB).
078700     MOVE 0 TO WS-MS-FEED-WON (WS-MS-SUB).
078800     MOVE 0 TO WS-MS-JRNL-WON (WS-MS-SUB).
078900     MOVE 0 TO WS-MS-PRIOR-ADJ (WS-MS-SUB).
079000     MOVE 0 TO WS-MS-NEW-WON (WS-MS-SUB).
079100     SET WS-MS-FOUND TO TRUE.
079200 2800-EXIT.
079300     EXIT.
079400******************************************************************
079500*    2900-READ-NEXT-GAME - THE NEXT GAME OF THE CORRECTED NIGHT, *
079600*    FROM WHICHEVER FILE THE CARD NAMED.  GAMEHIST CARRIES EVERY *
079700*    NIGHT, SO GAMES FROM OTHER DATES ARE PASSED OVER.           *
079800******************************************************************
079900 2900-READ-NEXT-GAME.
080000     IF WS-FROM-SCORECARD
080100         READ SCORECARD-FILE NEXT RECORD
080200             AT END
080300                 SET WS-EOF-GAMES TO TRUE
080400                 GO TO 2900-EXIT
080500         END-READ
080600         MOVE SC-PLAYER-ID TO WS-CG-PLAYER-ID
080700         MOVE SC-PLAYER-NAME TO WS-CG-PLAYER-NAME
080800         MOVE SC-GAME-TOTAL TO WS-CG-GAME-TOTAL
080900         MOVE SC-GUEST-SW TO WS-CG-GUEST-SW
081000         GO TO 2900-EXIT
081100     END-IF.
081200     READ HISTORY-FILE NEXT RECORD
081300         AT END
081400             SET WS-EOF-GAMES TO TRUE
081500             GO TO 2900-EXIT
081600     END-READ.
081700     IF HI-GAME-DATE NOT = WS-GAME-DATE
081800         GO TO 2900-READ-NEXT-GAME
081900     END-IF.
082000     MOVE HI-PLAYER-ID TO WS-CG-PLAYER-ID.
082100     MOVE HI-PLAYER-NAME TO WS-CG-PLAYER-NAME.
082200     MOVE HI-GAME-TOTAL TO WS-CG-GAME-TOTAL.
082300     MOVE HI-GUEST-SW TO WS-CG-GUEST-SW.
082400 2900-EXIT.
082500     EXIT.
082600******************************************************************
082700*    3000-LOAD-RANK-TABLE - PULL THE SORTED PLAYERS INTO THE     *
082800*    RANK TABLE SO THE TIE GROUPS CAN BE SIZED.                  *
082900******************************************************************
083000 3000-LOAD-RANK-TABLE.
083100     MOVE 0 TO WS-PLAYER-COUNT.
083200     MOVE 'N' TO WS-EOF-SORT-SW.
083300     RETURN RANK-WORK-FILE
083400         AT END
083500             SET WS-EOF-SORT-OUTPUT TO TRUE
083600     END-RETURN.
083700     PERFORM 3100-LOAD-ONE-PLAYER THRU 3100-EXIT
083800         UNTIL WS-EOF-SORT-OUTPUT.
083900 3000-EXIT.
084000     EXIT.
084100 3100-LOAD-ONE-PLAYER.
084200     IF WS-PLAYER-COUNT < WS-RT-MAX
084300         ADD 1 TO WS-PLAYER-COUNT
084400         MOVE RW-PLAYER-ID
084500             TO WS-RT-PLAYER-ID (WS-PLAYER-COUNT)
084600         MOVE RW-PLAYER-NAME
084700             TO WS-RT-PLAYER-NAME (WS-PLAYER-COUNT)
084800         MOVE RW-GAME-TOTAL TO WS-RT-TOTAL (WS-PLAYER-COUNT)
084900     ELSE
085000         MOVE "RANK TABLE FULL - FURTHER PLAYERS NOT RESTATED"
085100             TO RP-LINE
085200         WRITE RP-LINE
085300         SET WS-EOF-SORT-OUTPUT TO TRUE
085400         GO TO 3100-EXIT
085500     END-IF.
085600     RETURN RANK-WORK-FILE
085700         AT END
085800             SET WS-EOF-SORT-OUTPUT TO TRUE
085900     END-RETURN.
086000 3100-EXIT.
086100     EXIT.
086200******************************************************************
086300*    3500-SIZE-THE-POTS - ONE FEE PER PLAYER, SPLIT SCRATCH AND  *
086400*    HANDICAP BY THE CONTROL PERCENT, AS YACHTPAY DID.  THE      *
086500*    ORIGINAL FEED'S POT IS PRINTED ALONGSIDE - THEY SHOULD      *
086600*    AGREE, SINCE A CORRECTION CHANGES SCORES, NOT ENTRANTS.     *
086700******************************************************************
086800 3500-SIZE-THE-POTS.
086900     COMPUTE WS-POT-AMT = WS-ENTRY-FEE * WS-PLAYER-COUNT.
087000     COMPUTE WS-HCP-POT ROUNDED
087100         = WS-POT-AMT * WS-HCP-PCT / 100.
087200     COMPUTE WS-SCRATCH-POT = WS-POT-AMT - WS-HCP-POT.
087300     MOVE WS-PLAYER-COUNT TO WS-PL-PLAYERS.
087400     MOVE WS-POT-AMT TO WS-PL-POT.
087500     MOVE WS-ORIG-POT TO WS-PL-ORIG-POT.
087600     WRITE RP-LINE FROM WS-POT-LINE.
087700     MOVE WS-SCRATCH-POT TO WS-SP-SCRATCH.
087800     MOVE WS-HCP-POT TO WS-SP-HCP.
087900     WRITE RP-LINE FROM WS-SPLIT-LINE.
088000     IF NOT WS-ORIG-FROM-JOURNAL AND WS-ORIG-POT NOT = WS-POT-AMT
088100         MOVE "WARNING - RESTATED POT DIFFERS FROM ORIGINAL POT"
088200             TO RP-LINE
088300         WRITE RP-LINE
088400     END-IF.
088500 3500-EXIT.
088600     EXIT.
088700******************************************************************
088800*    4000-PAY-THE-POT - YACHTPAY'S TIE-GROUP SPLIT, PRINTING     *
088900*    THE RESTATED PLACES AND ADDING EACH SHARE TO THE MEMBER'S   *
089000*    RESTATED WINNINGS INSTEAD OF WRITING A FEED.                *
089100******************************************************************
089200 4000-PAY-THE-POT.
089300     MOVE SPACES TO RP-LINE.
089400     WRITE RP-LINE.
089500     IF WS-SCRATCH-CLASS
089600         MOVE "RESTATED SCRATCH CLASS - BEST GAME OF THE NIGHT"
089700             TO RP-LINE
089800     ELSE
089900         MOVE "RESTATED HANDICAP CLASS - BEST GAME PLUS HANDICAP"
090000             TO RP-LINE
090100     END-IF.
090200     WRITE RP-LINE.
090300     MOVE 1 TO WS-GRP-START.
090400     PERFORM 4100-PAY-ONE-GROUP THRU 4100-EXIT
090500         UNTIL WS-GRP-START > WS-PLAYER-COUNT.
090600 4000-EXIT.
090700     EXIT.
090800 4100-PAY-ONE-GROUP.
090900     MOVE WS-GRP-START TO WS-GRP-END.
091000     PERFORM 4200-EXTEND-TIE-GROUP THRU 4200-EXIT.
091100     COMPUTE WS-GRP-SIZE = WS-GRP-END - WS-GRP-START + 1.
091200     MOVE 0 TO WS-GROUP-PCT.
091300     PERFORM 4300-ADD-ONE-PLACE-PCT THRU 4300-EXIT
091400         VARYING WS-PLACE-SUB FROM WS-GRP-START BY 1
091500         UNTIL WS-PLACE-SUB > WS-GRP-END.
091600     COMPUTE WS-GROUP-AMT = WS-CLASS-POT * WS-GROUP-PCT / 100.
091700     COMPUTE WS-SHARE-AMT = WS-GROUP-AMT / WS-GRP-SIZE.
091800     COMPUTE WS-FIRST-SHARE-AMT = WS-GROUP-AMT
091900         - (WS-SHARE-AMT * (WS-GRP-SIZE - 1)).
092000     PERFORM 4400-PAY-ONE-PLAYER THRU 4400-EXIT
092100         VARYING WS-RT-SUB FROM WS-GRP-START BY 1
092200         UNTIL WS-RT-SUB > WS-GRP-END.
092300     COMPUTE WS-GRP-START = WS-GRP-END + 1.
092400 4100-EXIT.
092500     EXIT.
092600 4200-EXTEND-TIE-GROUP.
092700     IF WS-GRP-END NOT < WS-PLAYER-COUNT
092800         GO TO 4200-EXIT
092900     END-IF.
093000     IF WS-RT-TOTAL (WS-GRP-END + 1)
093100             = WS-RT-TOTAL (WS-GRP-START)
093200         ADD 1 TO WS-GRP-END
093300         GO TO 4200-EXTEND-TIE-GROUP
093400     END-IF.
093500 4200-EXIT.
093600     EXIT.
093700 4300-ADD-ONE-PLACE-PCT.
093800     IF WS-PLACE-SUB < 6
093900         ADD WS-PLACE-PCT (WS-PLACE-SUB) TO WS-GROUP-PCT
094000     END-IF.
094100 4300-EXIT.
094200     EXIT.
094300 4400-PAY-ONE-PLAYER.
094400     IF WS-GROUP-PCT = 0
094500         GO TO 4400-EXIT
094600     END-IF.
094700     IF WS-RT-SUB = WS-GRP-START
094800         MOVE WS-FIRST-SHARE-AMT TO WS-WON-AMT
094900     ELSE
095000         MOVE WS-SHARE-AMT TO WS-WON-AMT
095100     END-IF.
095200     MOVE WS-GRP-START TO WS-PY-PLACE.
095300     IF WS-GRP-SIZE > 1
095400         MOVE 'T' TO WS-PY-TIE-FLAG
095500     ELSE
095600         MOVE SPACE TO WS-PY-TIE-FLAG
095700     END-IF.
095800     MOVE WS-RT-PLAYER-ID (WS-RT-SUB) TO WS-PY-PLAYER-ID.
095900     MOVE WS-RT-PLAYER-NAME (WS-RT-SUB) TO WS-PY-PLAYER-NAME.
096000     MOVE WS-RT-TOTAL (WS-RT-SUB) TO WS-PY-TOTAL.
096100     MOVE WS-WON-AMT TO WS-PY-AMOUNT.
096200     WRITE RP-LINE FROM WS-PAY-LINE.
096300     MOVE WS-RT-PLAYER-ID (WS-RT-SUB) TO WS-LOOK-ID.
096400     MOVE WS-RT-PLAYER-NAME (WS-RT-SUB) TO WS-LOOK-NAME.
096500     PERFORM 2800-FIND-MEMBER-SLOT THRU 2800-EXIT.
096600     IF WS-MS-FOUND
096700         ADD WS-WON-AMT TO WS-MS-NEW-WON (WS-MS-SUB)
096800     END-IF.
096900 4400-EXIT.
097000     EXIT.
097100******************************************************************
097200*    5000-PAY-HANDICAP-CLASS - RE-RANK THE SNAPSHOT'S ENTRANTS   *
097300*    ON BEST GAME PLUS THEIR PAY-TIME HANDICAP AND PAY THE       *
097400*    HANDICAP POT, AS YACHTPAY DID.  A SNAPSHOT WITH NO ENTRANTS *
097500*    MEANS THE CLASS WENT UNPAID THAT NIGHT, SO IT STAYS UNPAID. *
097600******************************************************************
097700 5000-PAY-HANDICAP-CLASS.
097800     IF WS-HT-USED = 0
097900         MOVE SPACES TO RP-LINE
098000         WRITE RP-LINE
098100         MOVE "NO HANDICAP ENTRANTS AT PAY TIME - CLASS UNPAID"
098200             TO RP-LINE
098300         WRITE RP-LINE
098400         GO TO 5000-EXIT
098500     END-IF.
098600     SET WS-HANDICAP-CLASS TO TRUE.
098700     SORT RANK-WORK-FILE
098800         ON DESCENDING KEY RW-GAME-TOTAL
098900         INPUT PROCEDURE IS 2000-RELEASE-BEST-GAMES
099000             THRU 2000-EXIT
099100         OUTPUT PROCEDURE IS 3000-LOAD-RANK-TABLE
099200             THRU 3000-EXIT.
099300     MOVE WS-HCP-POT TO WS-CLASS-POT.
099400     PERFORM 4000-PAY-THE-POT THRU 4000-EXIT.
099500 5000-EXIT.
099600     EXIT.
099700******************************************************************
099800*    6500-COMPARE-AND-POST - ONE BEFORE/AFTER LINE PER MEMBER    *
099900*    WHO WON ANYTHING EITHER WAY.  "BEFORE" IS THE ORIGINAL      *
100000*    PAYOUT PLUS WHAT EARLIER RESTATEMENTS ALREADY MOVED; ANY    *
100100*    DIFFERENCE LEFT IS POSTED - MORE WINNINGS AS A CREDIT,      *
100200*    LESS AS A CHARGE TAKING THE OVERPAYMENT BACK.               *
100300******************************************************************
100400 6500-COMPARE-AND-POST.
100500     OPEN I-O LEDGER-FILE.
100600     IF WS-LG-STATUS = '35'
100700         OPEN OUTPUT LEDGER-FILE
100800         CLOSE LEDGER-FILE
100900         OPEN I-O LEDGER-FILE
101000     END-IF.
101100     OPEN EXTEND JOURNAL-FILE.
101200     IF WS-LJ-STATUS = '05' OR WS-LJ-STATUS = '35'
101300         OPEN OUTPUT JOURNAL-FILE
101400     END-IF.
101500     MOVE SPACES TO RP-LINE.
101600     WRITE RP-LINE.
101700     MOVE "BEFORE / AFTER PAYOUT COMPARISON" TO RP-LINE.
101800     WRITE RP-LINE.
101900     WRITE RP-LINE FROM WS-COMPARE-HEADER.
102000     PERFORM 6600-COMPARE-ONE-MEMBER THRU 6600-EXIT
102100         VARYING WS-MS-SUB FROM 1 BY 1
102200         UNTIL WS-MS-SUB > WS-MS-USED.
102300     IF WS-POSTED-COUNT = 0
102400         MOVE SPACES TO RP-LINE
102500         WRITE RP-LINE
102600         MOVE "NO DIFFERENCES LEFT TO POST - LEDGER UNCHANGED"
102700             TO RP-LINE
102800         WRITE RP-LINE
102900     END-IF.
103000     CLOSE LEDGER-FILE.
103100     CLOSE JOURNAL-FILE.
103200 6500-EXIT.
103300     EXIT.
103400 6600-COMPARE-ONE-MEMBER.
103500     MOVE SPACES TO WS-COMPARE-LINE.
103600     MOVE WS-MS-MEMBER-ID (WS-MS-SUB) TO WS-CL-MEMBER-ID.
103700     MOVE WS-MS-MEMBER-NAME (WS-MS-SUB) TO WS-CL-MEMBER-NAME.
103800     IF WS-ORIG-FROM-JOURNAL
103900         MOVE WS-MS-JRNL-WON (WS-MS-SUB) TO WS-BEFORE-AMT
104000     ELSE
104100         MOVE WS-MS-FEED-WON (WS-MS-SUB) TO WS-BEFORE-AMT
104200     END-IF.
104300     MOVE WS-BEFORE-AMT TO WS-CL-ORIGINAL.
104400     MOVE WS-MS-PRIOR-ADJ (WS-MS-SUB) TO WS-CL-PRIOR-ADJ.
104500     ADD WS-MS-PRIOR-ADJ (WS-MS-SUB) TO WS-BEFORE-AMT.
104600     MOVE WS-MS-NEW-WON (WS-MS-SUB) TO WS-CL-RESTATED.
104700     COMPUTE WS-DIFF-AMT = WS-MS-NEW-WON (WS-MS-SUB)
104800         - WS-BEFORE-AMT.
104900     MOVE WS-DIFF-AMT TO WS-CL-DIFFERENCE.
105000     IF WS-BEFORE-AMT = 0 AND WS-MS-NEW-WON (WS-MS-SUB) = 0
105100         GO TO 6600-EXIT
105200     END-IF.
105300     WRITE RP-LINE FROM WS-COMPARE-LINE.
105400     IF WS-DIFF-AMT = 0
105500         GO TO 6600-EXIT
105600     END-IF.
105700     MOVE WS-MS-MEMBER-ID (WS-MS-SUB) TO WS-PO-MEMBER-ID.
105800     MOVE WS-MS-MEMBER-NAME (WS-MS-SUB) TO WS-PO-MEMBER-NAME.
105900     MOVE 'WA' TO WS-PO-TYPE.
106000     IF WS-DIFF-AMT > 0
106100         MOVE 'C' TO WS-PO-DR-CR
106200         MOVE WS-DIFF-AMT TO WS-PO-AMOUNT
106300         ADD WS-PO-AMOUNT TO WS-CREDIT-TOTAL
106400     ELSE
106500         MOVE 'D' TO WS-PO-DR-CR
106600         COMPUTE WS-PO-AMOUNT = 0 - WS-DIFF-AMT
106700         ADD WS-PO-AMOUNT TO WS-CHARGE-TOTAL
106800     END-IF.
106900     PERFORM 6000-POST-TO-LEDGER THRU 6000-EXIT.
107000     ADD 1 TO WS-POSTED-COUNT.
107100 6600-EXIT.
107200     EXIT.
107300******************************************************************
107400*    6000-POST-TO-LEDGER - APPLY ONE POSTING TO THE MEMBER'S     *
107500*    LEDGER RECORD (CREATED ON FIRST SIGHT), KEEP THE OLDEST-    *
107600*    OWED DATE HONEST, AND APPEND THE POSTING JOURNAL RECORD     *
107700*    CARRYING THE ORIGINAL PAY DATE AS ITS REFERENCE.            *
107800******************************************************************
107900 6000-POST-TO-LEDGER.
108000     MOVE WS-PO-MEMBER-ID TO LG-MEMBER-ID.
108100     READ LEDGER-FILE KEY IS LG-MEMBER-ID.
108200     IF WS-LG-STATUS = '23'
108300         INITIALIZE LG-RECORD
108400         MOVE WS-PO-MEMBER-ID TO LG-MEMBER-ID
108500         MOVE WS-PO-MEMBER-NAME TO LG-MEMBER-NAME
108600         MOVE 0 TO LG-BALANCE
108700         MOVE 0 TO LG-OLDEST-OWED-DATE
108800         WRITE LG-RECORD
108900     END-IF.
109000     IF WS-PO-DR-CR = 'D'
109100         ADD WS-PO-AMOUNT TO LG-BALANCE
109200         IF LG-BALANCE > 0 AND LG-OLDEST-OWED-DATE = 0
109300             MOVE WS-RUN-DATE TO LG-OLDEST-OWED-DATE
109400         END-IF
109500     ELSE
109600         SUBTRACT WS-PO-AMOUNT FROM LG-BALANCE
109700         IF LG-BALANCE NOT > 0
109800             MOVE 0 TO LG-OLDEST-OWED-DATE
109900         END-IF
110000     END-IF.
110100     MOVE WS-RUN-DATE TO LG-LAST-POST-DATE.
110200     REWRITE LG-RECORD.
110300     MOVE SPACES TO LJ-RECORD.
110400     MOVE WS-RUN-DATE TO LJ-POST-DATE.
110500     MOVE WS-PO-MEMBER-ID TO LJ-MEMBER-ID.
110600     MOVE WS-PO-MEMBER-NAME TO LJ-MEMBER-NAME.
110700     MOVE WS-PO-TYPE TO LJ-TYPE.
110800     MOVE WS-PO-DR-CR TO LJ-DR-CR.
110900     MOVE WS-PO-AMOUNT TO LJ-AMOUNT.
111000     MOVE WS-PAY-DATE TO LJ-REF-PAY-DATE.
111100     WRITE LJ-RECORD.
111200 6000-EXIT.
111300     EXIT.
111400******************************************************************
111500*    8000-FINALIZE - PRINT THE POSTING TOTALS AND CLOSE UP.      *
111600******************************************************************
111700 8000-FINALIZE.
111800     MOVE SPACES TO RP-LINE.
111900     WRITE RP-LINE.
112000     MOVE WS-POSTED-COUNT TO WS-PD-COUNT.
112100     WRITE RP-LINE FROM WS-POSTED-LINE.
112200     MOVE WS-CREDIT-TOTAL TO WS-CR-TOTAL.
112300     WRITE RP-LINE FROM WS-CREDIT-LINE.
112400     MOVE WS-CHARGE-TOTAL TO WS-CH-TOTAL.
112500     WRITE RP-LINE FROM WS-CHARGE-LINE.
112600     CLOSE REPORT-FILE.
112700 8000-EXIT.
112800     EXIT.
