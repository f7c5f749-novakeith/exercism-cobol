000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YACHTAUD.
000300 AUTHOR. J HALVORSEN.
000400 INSTALLATION. RIVERSIDE SOCIAL CLUB GAME NIGHT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/2026 JH    ORIGINAL - SCORE INTEGRITY AUDIT.  SWEEPS  *
001100*                     SCORECRD, GAMEHIST AND THE GAMEARCH        *
001200*                     OFFLINE ARCHIVE FOR CARDS NO DICE COULD    *
001300*                     HAVE PRODUCED UNDER YACHT'S HOUSE RULES -  *
001400*                     A CATEGORY SCORE THAT CANNOT BE ROLLED,    *
001500*                     BONUSES WITHOUT A YACHT OR OVER THE HOUSE  *
001600*                     LIMIT, A GAME TOTAL THAT IS NOT THE CARD   *
001700*                     ADDED UP - AND, WHERE TURNJRNL STILL HOLDS *
001800*                     THE NIGHT, A TOTAL THAT DISAGREES WITH THE *
001900*                     LAST RUNNING TOTAL JOURNALLED FOR THAT     *
002000*                     PLAYER AND TABLE.  READ ONLY - RUN IT      *
002100*                     BEFORE SEASON CLOSE AND BEFORE THE         *
002200*                     HANDICAPS ARE RECALCULATED.                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT SCORECARD-FILE ASSIGN TO "SCORECRD"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS SC-SCORE-KEY
003100         FILE STATUS IS WS-SC-STATUS.
003200     SELECT HISTORY-FILE ASSIGN TO "GAMEHIST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS HI-HIST-KEY
003600         FILE STATUS IS WS-HI-STATUS.
003700     SELECT ARCHIVE-FILE ASSIGN TO "GAMEARCH"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-GA-STATUS.
004000     SELECT JOURNAL-FILE ASSIGN TO "TURNJRNL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-JL-STATUS.
004300     SELECT RUNTOTAL-FILE ASSIGN TO "RUNTOTAL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RT-STATUS.
004600     SELECT REPORT-FILE ASSIGN TO "AUDITRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RP-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  SCORECARD-FILE.
005200     COPY "scorecrd.cpy".
005300 FD  HISTORY-FILE.
005400     COPY "histrec.cpy".
005500 FD  ARCHIVE-FILE.
005600     COPY "histarch.cpy".
005700 FD  JOURNAL-FILE.
005800     COPY "jrnlrec.cpy".
005900 FD  RUNTOTAL-FILE.
006000     COPY "runtotal.cpy".
006100 FD  REPORT-FILE.
006200 01  RP-LINE                       PIC X(80).
006300 WORKING-STORAGE SECTION.
006400 77  WS-SC-STATUS                  PIC X(02) VALUE '00'.
006500 77  WS-HI-STATUS                  PIC X(02) VALUE '00'.
006600 77  WS-GA-STATUS                  PIC X(02) VALUE '00'.
006700 77  WS-JL-STATUS                  PIC X(02) VALUE '00'.
006800 77  WS-RT-STATUS                  PIC X(02) VALUE '00'.
006900 77  WS-RP-STATUS                  PIC X(02) VALUE '00'.
007000 77  WS-CARD-DATE                  PIC 9(08) VALUE 0.
007100 77  WS-SUBSCRIPT                  PIC 9(02) VALUE 0.
007200 77  WS-CAT-INDEX                  PIC 9(02) VALUE 0.
007300 77  WS-CAT-SCORE                  PIC 9(03) VALUE 0.
007400 77  WS-CAT-QUOT                   PIC 9(03) VALUE 0.
007500 77  WS-CAT-REM                    PIC 9(03) VALUE 0.
007600 77  WS-FH-TRIPS                   PIC 9(02) VALUE 0.
007700 77  WS-FH-PAIR                    PIC 9(02) VALUE 0.
007800 77  WS-CARD-SUM                   PIC 9(05) VALUE 0.
007900 77  WS-YACHT-BONUS-AMT            PIC 9(03) VALUE 100.
008000 77  WS-YACHT-BONUS-MAX            PIC 9(03) VALUE 5.
008100 77  WS-JT-SUB                     PIC 9(04) VALUE 0.
008200 77  WS-JT-USED                    PIC 9(04) VALUE 0.
008300 77  WS-JT-MAX                     PIC 9(04) VALUE 3000.
008400 77  WS-JOURNAL-READ               PIC 9(07) VALUE 0.
008500 77  WS-CARDS-READ                 PIC 9(07) VALUE 0.
008600 77  WS-CARDS-BAD                  PIC 9(07) VALUE 0.
008700 77  WS-CARDS-CHECKED-JL           PIC 9(07) VALUE 0.
008800 77  WS-EXCEPTION-COUNT            PIC 9(07) VALUE 0.
008900 01  WS-SWITCHES.
009000     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
009100         88  WS-EOF-INPUT                  VALUE 'Y'.
009200     05  WS-EOF-JL-SW              PIC X(01) VALUE 'N'.
009300         88  WS-EOF-JOURNAL                VALUE 'Y'.
009400     05  WS-JT-FOUND-SW            PIC X(01) VALUE 'N'.
009500         88  WS-JT-FOUND                   VALUE 'Y'.
009600     05  WS-JT-FULL-SW             PIC X(01) VALUE 'N'.
009700         88  WS-JT-FULL                    VALUE 'Y'.
009800     05  WS-SCORE-SW               PIC X(01) VALUE 'N'.
009900         88  WS-SCORE-POSSIBLE             VALUE 'Y'.
010000     05  WS-CARD-SW                PIC X(01) VALUE 'N'.
010100         88  WS-CARD-HAS-EXCEPTION         VALUE 'Y'.
010200******************************************************************
010300*    ONE CARD UNDER AUDIT, WHICHEVER FILE IT CAME FROM.  ONLY    *
010400*    SCORECRD CARRIES THE USED-CATEGORY SWITCHES; GAMEHIST AND   *
010500*    GAMEARCH CARDS ARE FINISHED GAMES AND LEAVE THEM OFF.       *
010600******************************************************************
010700 01  WS-AUDIT-CARD.
010800     05  WS-AC-SOURCE              PIC X(04).
010900     05  WS-AC-PLAYER-ID           PIC X(10).
011000     05  WS-AC-GAME-DATE           PIC 9(08).
011100     05  WS-AC-TABLE-NO            PIC 9(03).
011200     05  WS-AC-SCORES.
011300         10  WS-AC-SCORE-OF-CAT    PIC 9(03) OCCURS 12 TIMES.
011400     05  WS-AC-USED-SWITCHES.
011500         10  WS-AC-USED-SW         PIC X(01) OCCURS 12 TIMES.
011600             88  WS-AC-CAT-USED            VALUE 'Y'.
011700     05  WS-AC-USED-KNOWN-SW       PIC X(01).
011800         88  WS-AC-USED-KNOWN              VALUE 'Y'.
011900     05  WS-AC-BONUS-CNT           PIC 9(03).
012000     05  WS-AC-BONUS-TOTAL         PIC 9(05).
012100     05  WS-AC-GAME-TOTAL          PIC 9(05).
012200******************************************************************
012300*    THE LAST GOOD RUNNING TOTAL JOURNALLED FOR EACH NIGHT,      *
012400*    PLAYER AND TABLE - ONLY CALLS YACHT ACCEPTED (SCORED,       *
012500*    BONUS OR REVERSED) MOVE A CARD'S TOTAL.                     *
012600******************************************************************
012700 01  WS-JOURNAL-TBL.
012800     05  WS-JT-ENTRY OCCURS 3000 TIMES.
012900         10  WS-JT-RUN-DATE        PIC 9(08).
013000         10  WS-JT-PLAYER-ID       PIC X(10).
013100         10  WS-JT-TABLE-NO        PIC 9(03).
013200         10  WS-JT-GAME-TOTAL      PIC 9(05).
013300 01  WS-CAT-LABELS.
013400     05  FILLER        PIC X(15) VALUE "ONES".
013500     05  FILLER        PIC X(15) VALUE "TWOS".
013600     05  FILLER        PIC X(15) VALUE "THREES".
013700     05  FILLER        PIC X(15) VALUE "FOURS".
013800     05  FILLER        PIC X(15) VALUE "FIVES".
013900     05  FILLER        PIC X(15) VALUE "SIXES".
014000     05  FILLER        PIC X(15) VALUE "FULL HOUSE".
014100     05  FILLER        PIC X(15) VALUE "FOUR OF A KIND".
014200     05  FILLER        PIC X(15) VALUE "LITTLE STRAIGHT".
014300     05  FILLER        PIC X(15) VALUE "BIG STRAIGHT".
014400     05  FILLER        PIC X(15) VALUE "YACHT".
014500     05  FILLER        PIC X(15) VALUE "CHOICE".
014600 01  WS-CAT-LABEL-TBL REDEFINES WS-CAT-LABELS.
014700     05  WS-CAT-LABEL              PIC X(15) OCCURS 12 TIMES.
014800 01  WS-EXCEPTION-HEADER.
014900     05  FILLER                    PIC X(44) VALUE
015000         "SRCE PLAYER     GAME DATE TBL ITEM".
015100     05  FILLER                    PIC X(33) VALUE
015200         " FOUND WANTS PROBLEM".
015300 01  WS-EXCEPTION-LINE.
015400     05  WS-EL-SOURCE              PIC X(04).
015500     05  FILLER                    PIC X(01).
015600     05  WS-EL-PLAYER-ID           PIC X(10).
015700     05  FILLER                    PIC X(01).
015800     05  WS-EL-GAME-DATE           PIC 9(08).
015900     05  FILLER                    PIC X(02).
016000     05  WS-EL-TABLE-NO            PIC ZZ9.
016100     05  FILLER                    PIC X(01).
016200     05  WS-EL-ITEM                PIC X(15).
016300     05  FILLER                    PIC X(01).
016400     05  WS-EL-FOUND               PIC ZZZZ9.
016500     05  FILLER                    PIC X(01).
016600     05  WS-EL-WANTS               PIC ZZZZ9.
016700     05  FILLER                    PIC X(01).
016800     05  WS-EL-PROBLEM             PIC X(20).
016900 01  WS-SOURCE-LINE.
017000     05  WS-SL-SOURCE              PIC X(08).
017100     05  FILLER                    PIC X(16) VALUE
017200         " CARDS READ . : ".
017300     05  WS-SL-READ                PIC ZZZZZZ9.
017400     05  FILLER                    PIC X(17) VALUE
017500         "  WITH PROBLEMS: ".
017600     05  WS-SL-BAD                 PIC ZZZZZZ9.
017700 01  WS-JOURNAL-LINE.
017800     05  FILLER                    PIC X(23) VALUE
017900         "JOURNAL RECORDS READ : ".
018000     05  WS-JR-COUNT               PIC ZZZZZZ9.
018100 01  WS-CHECKED-LINE.
018200     05  FILLER                    PIC X(23) VALUE
018300         "CARDS CHECKED VS JRNL: ".
018400     05  WS-CK-COUNT               PIC ZZZZZZ9.
018500 01  WS-EXCEPTIONS-LINE.
018600     05  FILLER                    PIC X(23) VALUE
018700         "EXCEPTIONS FOUND ....: ".
018800     05  WS-EX-COUNT               PIC ZZZZZZ9.
018900 PROCEDURE DIVISION.
019000******************************************************************
019100*    0000-MAINLINE                                               *
019200******************************************************************
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019500     PERFORM 1500-LOAD-JOURNAL THRU 1500-EXIT.
019600     PERFORM 2000-AUDIT-SCORECARDS THRU 2000-EXIT.
019700     PERFORM 2200-AUDIT-HISTORY THRU 2200-EXIT.
019800     PERFORM 2400-AUDIT-ARCHIVE THRU 2400-EXIT.
019900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
020000     STOP RUN.
020100******************************************************************
020200*    1000-INITIALIZE - OPEN THE REPORT AND TAKE TONIGHT'S DATE   *
020300*    FROM THE RUNTOTAL RECORD, SO THE LIVE SCORECARDS CAN BE     *
020400*    MATCHED TO THEIR NIGHT IN THE TURN JOURNAL.  WITHOUT IT THE *
020500*    SCORECARDS ARE STILL AUDITED, JUST NOT AGAINST THE JOURNAL. *
020600******************************************************************
020700 1000-INITIALIZE.
020800     OPEN OUTPUT REPORT-FILE.
020900     MOVE "SCORE INTEGRITY AUDIT - EXCEPTIONS" TO RP-LINE.
021000     WRITE RP-LINE.
021100     MOVE SPACES TO RP-LINE.
021200     WRITE RP-LINE.
021300     OPEN INPUT RUNTOTAL-FILE.
021400     IF WS-RT-STATUS NOT = '00'
021500         GO TO 1000-EXIT
021600     END-IF.
021700     READ RUNTOTAL-FILE
021800         AT END
021900             MOVE 0 TO WS-CARD-DATE
022000         NOT AT END
022100             MOVE RT-RUN-DATE TO WS-CARD-DATE
022200     END-READ.
022300     CLOSE RUNTOTAL-FILE.
022400 1000-EXIT.
022500     EXIT.
022600******************************************************************
022700*    1500-LOAD-JOURNAL - ONE PASS OF TURNJRNL, KEEPING THE LAST  *
022800*    ACCEPTED RUNNING TOTAL FOR EVERY NIGHT/PLAYER/TABLE.  A     *
022900*    MISSING JOURNAL SIMPLY MEANS NO CARD IS CROSS-CHECKED.      *
023000******************************************************************
023100 1500-LOAD-JOURNAL.
023200     OPEN INPUT JOURNAL-FILE.
023300     IF WS-JL-STATUS NOT = '00'
023400         MOVE "TURN JOURNAL MISSING - TOTALS NOT CROSS-CHECKED"
023500             TO RP-LINE
023600         WRITE RP-LINE
023700         GO TO 1500-EXIT
023800     END-IF.
023900     PERFORM 1590-READ-NEXT-JOURNAL THRU 1590-EXIT.
024000     PERFORM 1510-KEEP-ONE-TOTAL THRU 1510-EXIT
024100         UNTIL WS-EOF-JOURNAL.
024200     CLOSE JOURNAL-FILE.
024300     IF WS-JT-FULL
024400         MOVE "JOURNAL TABLE FULL - SOME NIGHTS NOT CROSS-CHECKED"
024500             TO RP-LINE
024600         WRITE RP-LINE
024700     END-IF.
024800 1500-EXIT.
024900     EXIT.
025000 1510-KEEP-ONE-TOTAL.
025100     ADD 1 TO WS-JOURNAL-READ.
025200     IF JL-STATUS NOT = '00' AND JL-STATUS NOT = '04'
025300         PERFORM 1590-READ-NEXT-JOURNAL THRU 1590-EXIT
025400         GO TO 1510-EXIT
025500     END-IF.
025600     MOVE 'N' TO WS-JT-FOUND-SW.
025700     PERFORM VARYING WS-JT-SUB FROM WS-JT-USED BY -1
025800             UNTIL WS-JT-SUB < 1 OR WS-JT-FOUND
025900         IF WS-JT-RUN-DATE (WS-JT-SUB) = JL-RUN-DATE
026000                 AND WS-JT-PLAYER-ID (WS-JT-SUB) = JL-PLAYER-ID
026100                 AND WS-JT-TABLE-NO (WS-JT-SUB) = JL-TABLE-NO
026200             SET WS-JT-FOUND TO TRUE
026300             MOVE JL-GAME-TOTAL TO WS-JT-GAME-TOTAL (WS-JT-SUB)
026400         END-IF
026500     END-PERFORM.
026600     IF NOT WS-JT-FOUND
026700         IF WS-JT-USED < WS-JT-MAX
026800             ADD 1 TO WS-JT-USED
026900             MOVE JL-RUN-DATE TO WS-JT-RUN-DATE (WS-JT-USED)
027000             MOVE JL-PLAYER-ID TO WS-JT-PLAYER-ID (WS-JT-USED)
027100             MOVE JL-TABLE-NO TO WS-JT-TABLE-NO (WS-JT-USED)
027200             MOVE JL-GAME-TOTAL TO WS-JT-GAME-TOTAL (WS-JT-USED)
027300         ELSE
027400             SET WS-JT-FULL TO TRUE
027500         END-IF
027600     END-IF.
027700     PERFORM 1590-READ-NEXT-JOURNAL THRU 1590-EXIT.
027800 1510-EXIT.
027900     EXIT.
028000 1590-READ-NEXT-JOURNAL.
028100     READ JOURNAL-FILE
028200         AT END
028300             SET WS-EOF-JOURNAL TO TRUE
028400     END-READ.
028500 1590-EXIT.
028600     EXIT.
028700******************************************************************
028800*    2000-AUDIT-SCORECARDS - TONIGHT'S LIVE CARDS, INCLUDING THE *
028900*    USED-CATEGORY SWITCHES: A SCORE ON A CATEGORY NEVER CALLED  *
029000*    WAS KEYED BY HAND, NOT ROLLED.                              *
029100******************************************************************
029200 2000-AUDIT-SCORECARDS.
029300     MOVE 0 TO WS-CARDS-READ WS-CARDS-BAD.
029400     MOVE 'N' TO WS-EOF-SW.
029500     OPEN INPUT SCORECARD-FILE.
029600     IF WS-SC-STATUS NOT = '00'
029700         MOVE "SCORECRD MISSING - LIVE CARDS NOT AUDITED"
029800             TO RP-LINE
029900         WRITE RP-LINE
030000         GO TO 2000-EXIT
030100     END-IF.
030200     PERFORM 2090-READ-NEXT-SCORECARD THRU 2090-EXIT.
030300     PERFORM 2010-AUDIT-ONE-SCORECARD THRU 2010-EXIT
030400         UNTIL WS-EOF-INPUT.
030500     CLOSE SCORECARD-FILE.
030600     MOVE "SCORECRD" TO WS-SL-SOURCE.
030700     PERFORM 7900-WRITE-SOURCE-TOTALS THRU 7900-EXIT.
030800 2000-EXIT.
030900     EXIT.
031000 2010-AUDIT-ONE-SCORECARD.
031100     MOVE "CARD" TO WS-AC-SOURCE.
031200     MOVE SC-PLAYER-ID TO WS-AC-PLAYER-ID.
031300     MOVE WS-CARD-DATE TO WS-AC-GAME-DATE.
031400     MOVE SC-TABLE-NO TO WS-AC-TABLE-NO.
031500     MOVE SC-SCORES TO WS-AC-SCORES.
031600     MOVE SC-USED-SWITCHES TO WS-AC-USED-SWITCHES.
031700     MOVE 'Y' TO WS-AC-USED-KNOWN-SW.
031800     MOVE SC-YACHT-BONUS-CNT TO WS-AC-BONUS-CNT.
031900     MOVE SC-YACHT-BONUS-TOTAL TO WS-AC-BONUS-TOTAL.
032000     MOVE SC-GAME-TOTAL TO WS-AC-GAME-TOTAL.
032100     PERFORM 3000-AUDIT-ONE-CARD THRU 3000-EXIT.
032200     PERFORM 2090-READ-NEXT-SCORECARD THRU 2090-EXIT.
032300 2010-EXIT.
032400     EXIT.
032500 2090-READ-NEXT-SCORECARD.
032600     READ SCORECARD-FILE NEXT RECORD
032700         AT END
032800             SET WS-EOF-INPUT TO TRUE
032900     END-READ.
033000 2090-EXIT.
033100     EXIT.
033200******************************************************************
033300*    2200-AUDIT-HISTORY - EVERY GAME ON THE LIVE HISTORY MASTER, *
033400*    GUEST GAMES AND RESTORED SEASONS INCLUDED.                  *
033500******************************************************************
033600 2200-AUDIT-HISTORY.
033700     MOVE 0 TO WS-CARDS-READ WS-CARDS-BAD.
033800     MOVE 'N' TO WS-EOF-SW.
033900     OPEN INPUT HISTORY-FILE.
034000     IF WS-HI-STATUS NOT = '00'
034100         MOVE "GAMEHIST MISSING - HISTORY NOT AUDITED"
034200             TO RP-LINE
034300         WRITE RP-LINE
034400         GO TO 2200-EXIT
034500     END-IF.
034600     PERFORM 2290-READ-NEXT-HISTORY THRU 2290-EXIT.
034700     PERFORM 2210-AUDIT-ONE-HISTORY THRU 2210-EXIT
034800         UNTIL WS-EOF-INPUT.
034900     CLOSE HISTORY-FILE.
035000     MOVE "GAMEHIST" TO WS-SL-SOURCE.
035100     PERFORM 7900-WRITE-SOURCE-TOTALS THRU 7900-EXIT.
035200 2200-EXIT.
035300     EXIT.
035400 2210-AUDIT-ONE-HISTORY.
035500     MOVE "HIST" TO WS-AC-SOURCE.
035600     MOVE HI-PLAYER-ID TO WS-AC-PLAYER-ID.
035700     MOVE HI-GAME-DATE TO WS-AC-GAME-DATE.
035800     MOVE HI-TABLE-NO TO WS-AC-TABLE-NO.
035900     MOVE HI-SCORES TO WS-AC-SCORES.
036000     MOVE SPACES TO WS-AC-USED-SWITCHES.
036100     MOVE 'N' TO WS-AC-USED-KNOWN-SW.
036200     MOVE HI-YACHT-BONUS-CNT TO WS-AC-BONUS-CNT.
036300     MOVE HI-YACHT-BONUS-TOTAL TO WS-AC-BONUS-TOTAL.
036400     MOVE HI-GAME-TOTAL TO WS-AC-GAME-TOTAL.
036500     PERFORM 3000-AUDIT-ONE-CARD THRU 3000-EXIT.
036600     PERFORM 2290-READ-NEXT-HISTORY THRU 2290-EXIT.
036700 2210-EXIT.
036800     EXIT.
036900 2290-READ-NEXT-HISTORY.
037000     READ HISTORY-FILE NEXT RECORD
037100         AT END
037200             SET WS-EOF-INPUT TO TRUE
037300     END-READ.
037400 2290-EXIT.
037500     EXIT.
037600******************************************************************
037700*    2400-AUDIT-ARCHIVE - EVERY SEASON ROLLED OFF TO GAMEARCH,   *
037800*    SINCE A BAD ARCHIVED CARD COMES STRAIGHT BACK ON A RESTORE. *
037900******************************************************************
038000 2400-AUDIT-ARCHIVE.
038100     MOVE 0 TO WS-CARDS-READ WS-CARDS-BAD.
038200     MOVE 'N' TO WS-EOF-SW.
038300     OPEN INPUT ARCHIVE-FILE.
038400     IF WS-GA-STATUS NOT = '00'
038500         MOVE "GAMEARCH MISSING - ARCHIVE NOT AUDITED"
038600             TO RP-LINE
038700         WRITE RP-LINE
038800         GO TO 2400-EXIT
038900     END-IF.
039000     PERFORM 2490-READ-NEXT-ARCHIVE THRU 2490-EXIT.
039100     PERFORM 2410-AUDIT-ONE-ARCHIVE THRU 2410-EXIT
039200         UNTIL WS-EOF-INPUT.
039300     CLOSE ARCHIVE-FILE.
039400     MOVE "GAMEARCH" TO WS-SL-SOURCE.
039500     PERFORM 7900-WRITE-SOURCE-TOTALS THRU 7900-EXIT.
039600 2400-EXIT.
039700     EXIT.
039800 2410-AUDIT-ONE-ARCHIVE.
039900     MOVE "ARCH" TO WS-AC-SOURCE.
040000     MOVE GA-PLAYER-ID TO WS-AC-PLAYER-ID.
040100     MOVE GA-GAME-DATE TO WS-AC-GAME-DATE.
040200     MOVE GA-TABLE-NO TO WS-AC-TABLE-NO.
040300     MOVE GA-SCORES TO WS-AC-SCORES.
040400     MOVE SPACES TO WS-AC-USED-SWITCHES.
040500     MOVE 'N' TO WS-AC-USED-KNOWN-SW.
040600     MOVE GA-YACHT-BONUS-CNT TO WS-AC-BONUS-CNT.
040700     MOVE GA-YACHT-BONUS-TOTAL TO WS-AC-BONUS-TOTAL.
040800     MOVE GA-GAME-TOTAL TO WS-AC-GAME-TOTAL.
040900     PERFORM 3000-AUDIT-ONE-CARD THRU 3000-EXIT.
041000     PERFORM 2490-READ-NEXT-ARCHIVE THRU 2490-EXIT.
041100 2410-EXIT.
041200     EXIT.
041300 2490-READ-NEXT-ARCHIVE.
041400     READ ARCHIVE-FILE
041500         AT END
041600             SET WS-EOF-INPUT TO TRUE
041700     END-READ.
041800 2490-EXIT.
041900     EXIT.
042000******************************************************************
042100*    3000-AUDIT-ONE-CARD - EVERY RULE AGAINST THE CARD IN        *
042200*    WS-AUDIT-CARD.  EACH BROKEN RULE IS ITS OWN EXCEPTION LINE; *
042300*    THE CARD COUNTS ONCE AS A CARD WITH PROBLEMS.               *
042400******************************************************************
042500 3000-AUDIT-ONE-CARD.
042600     ADD 1 TO WS-CARDS-READ.
042700     MOVE 'N' TO WS-CARD-SW.
042800     MOVE 0 TO WS-CARD-SUM.
042900     PERFORM 3100-CHECK-ONE-CATEGORY THRU 3100-EXIT
043000         VARYING WS-CAT-INDEX FROM 1 BY 1
043100         UNTIL WS-CAT-INDEX > 12.
043200     PERFORM 3300-CHECK-BONUSES THRU 3300-EXIT.
043300     ADD WS-AC-BONUS-TOTAL TO WS-CARD-SUM.
043400     IF WS-AC-GAME-TOTAL NOT = WS-CARD-SUM
043500         MOVE SPACES TO WS-EXCEPTION-LINE
043600         MOVE "GAME TOTAL" TO WS-EL-ITEM
043700         MOVE WS-AC-GAME-TOTAL TO WS-EL-FOUND
043800         MOVE WS-CARD-SUM TO WS-EL-WANTS
043900         MOVE "TOTAL NOT CARD SUM" TO WS-EL-PROBLEM
044000         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
044100     END-IF.
044200     PERFORM 3500-CHECK-JOURNAL THRU 3500-EXIT.
044300     IF WS-CARD-HAS-EXCEPTION
044400         ADD 1 TO WS-CARDS-BAD
044500     END-IF.
044600 3000-EXIT.
044700     EXIT.
044800******************************************************************
044900*    3100-CHECK-ONE-CATEGORY - COULD THIS SCORE HAVE COME OFF    *
045000*    FIVE DICE UNDER YACHT'S RULES?  A NUMBER CATEGORY IS A      *
045100*    MULTIPLE OF ITS FACE UP TO FIVE OF THEM; FULL HOUSE IS      *
045200*    THREE OF ONE FACE PLUS TWO OF ANOTHER; FOUR OF A KIND IS    *
045300*    FOUR TIMES ONE FACE; BOTH STRAIGHTS PAY 30 AND A YACHT 50;  *
045400*    CHOICE IS THE FIVE DICE ADDED UP.  ZERO IS ALWAYS POSSIBLE. *
045500******************************************************************
045600 3100-CHECK-ONE-CATEGORY.
045700     MOVE WS-AC-SCORE-OF-CAT (WS-CAT-INDEX) TO WS-CAT-SCORE.
045800     ADD WS-CAT-SCORE TO WS-CARD-SUM.
045900     IF WS-AC-USED-KNOWN AND WS-CAT-SCORE > 0
046000             AND NOT WS-AC-CAT-USED (WS-CAT-INDEX)
046100         MOVE SPACES TO WS-EXCEPTION-LINE
046200         MOVE WS-CAT-LABEL (WS-CAT-INDEX) TO WS-EL-ITEM
046300         MOVE WS-CAT-SCORE TO WS-EL-FOUND
046400         MOVE "SCORED BUT NOT USED" TO WS-EL-PROBLEM
046500         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
046600     END-IF.
046700     IF WS-CAT-SCORE = 0
046800         GO TO 3100-EXIT
046900     END-IF.
047000     MOVE 'N' TO WS-SCORE-SW.
047100     EVALUATE WS-CAT-INDEX
047200         WHEN 1 THRU 6
047300             DIVIDE WS-CAT-SCORE BY WS-CAT-INDEX
047400                 GIVING WS-CAT-QUOT REMAINDER WS-CAT-REM
047500             IF WS-CAT-REM = 0 AND WS-CAT-QUOT NOT > 5
047600                 SET WS-SCORE-POSSIBLE TO TRUE
047700             END-IF
047800         WHEN 7
047900             PERFORM 3150-TRY-FULL-HOUSE THRU 3150-EXIT
048000                 VARYING WS-FH-TRIPS FROM 1 BY 1
048100                 UNTIL WS-FH-TRIPS > 6
048200                 AFTER WS-FH-PAIR FROM 1 BY 1
048300                 UNTIL WS-FH-PAIR > 6
048400         WHEN 8
048500             DIVIDE WS-CAT-SCORE BY 4
048600                 GIVING WS-CAT-QUOT REMAINDER WS-CAT-REM
048700             IF WS-CAT-REM = 0 AND WS-CAT-QUOT NOT > 6
048800                 SET WS-SCORE-POSSIBLE TO TRUE
048900             END-IF
049000         WHEN 9
049100         WHEN 10
049200             IF WS-CAT-SCORE = 30
049300                 SET WS-SCORE-POSSIBLE TO TRUE
049400             END-IF
049500         WHEN 11
049600             IF WS-CAT-SCORE = 50
049700                 SET WS-SCORE-POSSIBLE TO TRUE
049800             END-IF
049900         WHEN 12
050000             IF WS-CAT-SCORE NOT < 5 AND WS-CAT-SCORE NOT > 30
050100                 SET WS-SCORE-POSSIBLE TO TRUE
050200             END-IF
050300     END-EVALUATE.
050400     IF NOT WS-SCORE-POSSIBLE
050500         MOVE SPACES TO WS-EXCEPTION-LINE
050600         MOVE WS-CAT-LABEL (WS-CAT-INDEX) TO WS-EL-ITEM
050700         MOVE WS-CAT-SCORE TO WS-EL-FOUND
050800         MOVE "NOT A POSSIBLE SCORE" TO WS-EL-PROBLEM
050900         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
051000     END-IF.
051100 3100-EXIT.
051200     EXIT.
051300 3150-TRY-FULL-HOUSE.
051400     IF WS-FH-TRIPS NOT = WS-FH-PAIR
051500         IF (WS-FH-TRIPS * 3) + (WS-FH-PAIR * 2) = WS-CAT-SCORE
051600             SET WS-SCORE-POSSIBLE TO TRUE
051700         END-IF
051800     END-IF.
051900 3150-EXIT.
052000     EXIT.
052100******************************************************************
052200*    3300-CHECK-BONUSES - YACHT ONLY PAYS A BONUS ONCE YACHT IS  *
052300*    SCORED AT 50, AT 100 A TIME, UP TO THE HOUSE LIMIT.         *
052400******************************************************************
052500 3300-CHECK-BONUSES.
052600     IF WS-AC-BONUS-CNT = 0 AND WS-AC-BONUS-TOTAL = 0
052700         GO TO 3300-EXIT
052800     END-IF.
052900     IF WS-AC-SCORE-OF-CAT (11) NOT = 50
053000         MOVE SPACES TO WS-EXCEPTION-LINE
053100         MOVE "YACHT BONUS" TO WS-EL-ITEM
053200         MOVE WS-AC-BONUS-CNT TO WS-EL-FOUND
053300         MOVE "BONUS WITHOUT YACHT" TO WS-EL-PROBLEM
053400         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
053500     END-IF.
053600     IF WS-AC-BONUS-CNT > WS-YACHT-BONUS-MAX
053700         MOVE SPACES TO WS-EXCEPTION-LINE
053800         MOVE "YACHT BONUS" TO WS-EL-ITEM
053900         MOVE WS-AC-BONUS-CNT TO WS-EL-FOUND
054000         MOVE WS-YACHT-BONUS-MAX TO WS-EL-WANTS
054100         MOVE "OVER BONUS LIMIT" TO WS-EL-PROBLEM
054200         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
054300     END-IF.
054400     IF WS-AC-BONUS-TOTAL
054500             NOT = WS-AC-BONUS-CNT * WS-YACHT-BONUS-AMT
054600         MOVE SPACES TO WS-EXCEPTION-LINE
054700         MOVE "BONUS TOTAL" TO WS-EL-ITEM
054800         MOVE WS-AC-BONUS-TOTAL TO WS-EL-FOUND
054900         COMPUTE WS-EL-WANTS
055000             = WS-AC-BONUS-CNT * WS-YACHT-BONUS-AMT
055100         MOVE "BONUS TOTAL WRONG" TO WS-EL-PROBLEM
055200         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
055300     END-IF.
055400 3300-EXIT.
055500     EXIT.
055600******************************************************************
055700*    3500-CHECK-JOURNAL - WHERE TURNJRNL STILL HOLDS THE CARD'S  *
055800*    NIGHT, ITS LAST RUNNING TOTAL MUST BE THE STORED TOTAL.  A  *
055900*    CARD WITH NO JOURNAL ENTRIES IS LEFT ALONE.                 *
056000******************************************************************
056100 3500-CHECK-JOURNAL.
056200     IF WS-AC-GAME-DATE = 0 OR WS-JT-USED = 0
056300         GO TO 3500-EXIT
056400     END-IF.
056500     MOVE 'N' TO WS-JT-FOUND-SW.
056600     PERFORM VARYING WS-JT-SUB FROM 1 BY 1
056700             UNTIL WS-JT-SUB > WS-JT-USED OR WS-JT-FOUND
056800         IF WS-JT-RUN-DATE (WS-JT-SUB) = WS-AC-GAME-DATE
056900                 AND WS-JT-PLAYER-ID (WS-JT-SUB) = WS-AC-PLAYER-ID
057000                 AND WS-JT-TABLE-NO (WS-JT-SUB) = WS-AC-TABLE-NO
057100             SET WS-JT-FOUND TO TRUE
057200         END-IF
057300     END-PERFORM.
057400     IF NOT WS-JT-FOUND
057500         GO TO 3500-EXIT
057600     END-IF.
057700     SUBTRACT 1 FROM WS-JT-SUB.
057800     ADD 1 TO WS-CARDS-CHECKED-JL.
057900     IF WS-JT-GAME-TOTAL (WS-JT-SUB) NOT = WS-AC-GAME-TOTAL
058000         MOVE SPACES TO WS-EXCEPTION-LINE
058100         MOVE "GAME TOTAL" TO WS-EL-ITEM
058200         MOVE WS-AC-GAME-TOTAL TO WS-EL-FOUND
058300         MOVE WS-JT-GAME-TOTAL (WS-JT-SUB) TO WS-EL-WANTS
058400         MOVE "JOURNAL DISAGREES" TO WS-EL-PROBLEM
058500         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
058600     END-IF.
058700 3500-EXIT.
058800     EXIT.
058900******************************************************************
059000*    7000-WRITE-EXCEPTION - FINISH THE EXCEPTION LINE WITH THE   *
059100*    CARD'S IDENTITY AND PRINT IT, HEADING THE REPORT ON THE     *
059200*    FIRST ONE.                                                  *
059300******************************************************************
059400 7000-WRITE-EXCEPTION.
059500     IF WS-EXCEPTION-COUNT = 0
059600         WRITE RP-LINE FROM WS-EXCEPTION-HEADER
059700     END-IF.
059800     MOVE WS-AC-SOURCE TO WS-EL-SOURCE.
059900     MOVE WS-AC-PLAYER-ID TO WS-EL-PLAYER-ID.
060000     MOVE WS-AC-GAME-DATE TO WS-EL-GAME-DATE.
060100     MOVE WS-AC-TABLE-NO TO WS-EL-TABLE-NO.
060200     WRITE RP-LINE FROM WS-EXCEPTION-LINE.
060300     ADD 1 TO WS-EXCEPTION-COUNT.
060400     SET WS-CARD-HAS-EXCEPTION TO TRUE.
060500 7000-EXIT.
060600     EXIT.
060700******************************************************************
060800*    7900-WRITE-SOURCE-TOTALS - CARDS READ AND CARDS WITH        *
060900*    PROBLEMS FOR THE FILE JUST SWEPT.                           *
061000******************************************************************
061100 7900-WRITE-SOURCE-TOTALS.
061200     MOVE WS-CARDS-READ TO WS-SL-READ.
061300     MOVE WS-CARDS-BAD TO WS-SL-BAD.
061400     WRITE RP-LINE FROM WS-SOURCE-LINE.
061500 7900-EXIT.
061600     EXIT.
061700******************************************************************
061800*    8000-FINALIZE - PRINT THE RUN TOTALS AND CLOSE UP.          *
061900******************************************************************
062000 8000-FINALIZE.
062100     MOVE SPACES TO RP-LINE.
062200     WRITE RP-LINE.
062300     MOVE WS-JOURNAL-READ TO WS-JR-COUNT.
062400     WRITE RP-LINE FROM WS-JOURNAL-LINE.
062500     MOVE WS-CARDS-CHECKED-JL TO WS-CK-COUNT.
062600     WRITE RP-LINE FROM WS-CHECKED-LINE.
062700     MOVE WS-EXCEPTION-COUNT TO WS-EX-COUNT.
062800     WRITE RP-LINE FROM WS-EXCEPTIONS-LINE.
062900     IF WS-EXCEPTION-COUNT = 0
063000         MOVE "NO EXCEPTIONS - EVERY CARD COULD HAVE BEEN ROLLED"
063100             TO RP-LINE
063200         WRITE RP-LINE
063300     END-IF.
063400     CLOSE REPORT-FILE.
063500 8000-EXIT.
063600     EXIT.
