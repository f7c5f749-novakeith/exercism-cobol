000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YACHTPRS.
000300 AUTHOR. J HALVORSEN.
000400 INSTALLATION. RIVERSIDE SOCIAL CLUB GAME NIGHT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/2026 JH    ORIGINAL - PERSONAL RECORDS AND HONOUR     *
001100*                     BOARD.  KEEPS THE PERSBEST MASTER - ONE    *
001200*                     RECORD PER MEMBER OF CAREER GAMES, YACHTS  *
001300*                     AND BONUSES, BEST GAME AND BEST SCORE IN   *
001400*                     EACH CATEGORY WITH THE NIGHT EACH WAS SET. *
001500*                     RUN NIGHTLY AFTER YACHTRPT HAS ARCHIVED    *
001600*                     THE NIGHT: FOLDS TONIGHT'S MEMBER GAMES    *
001700*                     FROM GAMEHIST IN, LISTS EVERY NEW PERSONAL *
001800*                     BEST AND MILESTONE (FIRST YACHT, 100TH,    *
001900*                     250TH, 500TH GAME, NEW CLUB RECORD GAME)   *
002000*                     FOR THE ANNOUNCER, AND PRINTS THE HONOUR   *
002100*                     BOARD FOR THE NOTICE WALL.  A 'B' ON THE   *
002200*                     PRSCTL CARD (OR NO MASTER YET) FIRST       *
002300*                     REBUILDS THE MASTER FROM GAMEHIST, THE     *
002400*                     GAMEARCH DETAIL OF CLOSED SEASONS, AND THE *
002500*                     SSNSUM SUMMARIES OF ANY CLOSED SEASON NO   *
002600*                     LONGER ON THE ARCHIVE.  GUEST GAMES NEVER  *
002700*                     COUNT, AND A NIGHT ALREADY FOLDED IN IS    *
002800*                     NOT COUNTED AGAIN ON A RERUN.              *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT HISTORY-FILE ASSIGN TO "GAMEHIST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS HI-HIST-KEY
003700         FILE STATUS IS WS-HI-STATUS.
003800     SELECT ARCHIVE-FILE ASSIGN TO "GAMEARCH"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-GA-STATUS.
004100     SELECT SUMMARY-FILE ASSIGN TO "SSNSUM"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS SS-SUM-KEY
004500         FILE STATUS IS WS-SS-STATUS.
004600     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS RO-MEMBER-ID
005000         FILE STATUS IS WS-RO-STATUS.
005100     SELECT PERSONAL-FILE ASSIGN TO "PERSBEST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PB-MEMBER-ID
005500         FILE STATUS IS WS-PB-STATUS.
005600     SELECT RUNTOTAL-FILE ASSIGN TO "RUNTOTAL"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RT-STATUS.
005900     SELECT CONTROL-FILE ASSIGN TO "PRSCTL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-CT-STATUS.
006200     SELECT GAME-WORK-FILE ASSIGN TO "GAMEWORK".
006300     SELECT BOARD-WORK-FILE ASSIGN TO "BOARDWRK".
006400     SELECT REPORT-FILE ASSIGN TO "HONRBORD"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-RP-STATUS.
006700     SELECT NEWREC-FILE ASSIGN TO "NEWRECS"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-NR-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  HISTORY-FILE.
007300     COPY "histrec.cpy".
007400 FD  ARCHIVE-FILE.
007500     COPY "histarch.cpy".
007600 FD  SUMMARY-FILE.
007700     COPY "ssnsumrc.cpy".
007800 FD  ROSTER-FILE.
007900     COPY "rosterec.cpy".
008000 FD  PERSONAL-FILE.
008100     COPY "persrec.cpy".
008200 FD  RUNTOTAL-FILE.
008300     COPY "runtotal.cpy".
008400 FD  CONTROL-FILE.
008500 01  PC-RECORD.
008600     05  PC-MODE                   PIC X(01).
008700         88  PC-REBUILD                    VALUE 'B'.
008800     05  FILLER                    PIC X(19).
008900******************************************************************
009000*    ONE MEMBER GAME (OR ONE SEASON SUMMARY, GW-SUMMARY) ON ITS  *
009100*    WAY INTO A REBUILD, SORTED SO EACH MEMBER'S CAREER IS       *
009200*    REPLAYED IN THE ORDER IT WAS PLAYED.                        *
009300******************************************************************
009400 SD  GAME-WORK-FILE.
009500 01  GW-RECORD.
009600     05  GW-PLAYER-ID              PIC X(10).
009700     05  GW-GAME-DATE              PIC 9(08).
009800     05  GW-TABLE-NO               PIC 9(03).
009900     05  GW-KIND                   PIC X(01).
010000         88  GW-GAME                       VALUE 'G'.
010100         88  GW-SUMMARY                    VALUE 'S'.
010200     05  GW-PLAYER-NAME            PIC X(20).
010300     05  GW-SCORE-OF-CAT           PIC 9(03) OCCURS 12 TIMES.
010400     05  GW-BONUS-CNT              PIC 9(05).
010500     05  GW-GAME-TOTAL             PIC 9(05).
010600     05  GW-GAMES                  PIC 9(05).
010700 SD  BOARD-WORK-FILE.
010800 01  BW-RECORD.
010900     05  BW-VALUE                  PIC 9(05).
011000     05  BW-DATE                   PIC 9(08).
011100     05  BW-MEMBER-ID              PIC X(10).
011200     05  BW-MEMBER-NAME            PIC X(20).
011300 FD  REPORT-FILE.
011400 01  RP-LINE                       PIC X(80).
011500 FD  NEWREC-FILE.
011600 01  NR-LINE                       PIC X(80).
011700 WORKING-STORAGE SECTION.
011800 77  WS-HI-STATUS                  PIC X(02) VALUE '00'.
011900 77  WS-GA-STATUS                  PIC X(02) VALUE '00'.
012000 77  WS-SS-STATUS                  PIC X(02) VALUE '00'.
012100 77  WS-RO-STATUS                  PIC X(02) VALUE '00'.
012200 77  WS-PB-STATUS                  PIC X(02) VALUE '00'.
012300 77  WS-RT-STATUS                  PIC X(02) VALUE '00'.
012400 77  WS-CT-STATUS                  PIC X(02) VALUE '00'.
012500 77  WS-RP-STATUS                  PIC X(02) VALUE '00'.
012600 77  WS-NR-STATUS                  PIC X(02) VALUE '00'.
012700 77  WS-GAME-DATE                  PIC 9(08) VALUE 0.
012800 77  WS-CAT-INDEX                  PIC 9(02) VALUE 0.
012900 77  WS-MS-SUB                     PIC 9(01) VALUE 0.
013000 77  WS-GAMES-BEFORE               PIC 9(05) VALUE 0.
013100 77  WS-PREV-ID                    PIC X(10) VALUE SPACES.
013200 77  WS-APPLY-ID                   PIC X(10) VALUE SPACES.
013300 77  WS-SN-SUB                     PIC 9(04) VALUE 0.
013400 77  WS-SN-USED                    PIC 9(04) VALUE 0.
013500 77  WS-SN-MAX                     PIC 9(04) VALUE 5000.
013600 77  WS-LAST-SN-ID                 PIC X(10) VALUE SPACES.
013700 77  WS-LAST-SN-SEASON             PIC 9(03) VALUE 0.
013800 77  WS-CLUB-RECORD                PIC 9(05) VALUE 0.
013900 77  WS-NIGHT-TOP-TOTAL            PIC 9(05) VALUE 0.
014000 77  WS-NIGHT-TOP-ID               PIC X(10) VALUE SPACES.
014100 77  WS-NIGHT-TOP-NAME             PIC X(20) VALUE SPACES.
014200 77  WS-BOARD-RANK                 PIC 9(03) VALUE 0.
014300 77  WS-BOARD-MAX                  PIC 9(03) VALUE 10.
014400 77  WS-REBUILT-COUNT              PIC 9(05) VALUE 0.
014500 77  WS-SUMMARY-COUNT              PIC 9(05) VALUE 0.
014600 77  WS-APPLIED-COUNT              PIC 9(05) VALUE 0.
014700 77  WS-ALREADY-COUNT              PIC 9(05) VALUE 0.
014800 77  WS-NEW-RECORD-COUNT           PIC 9(05) VALUE 0.
014900 77  WS-MEMBER-COUNT               PIC 9(05) VALUE 0.
015000 01  WS-SWITCHES.
015100     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
015200         88  WS-EOF-INPUT                  VALUE 'Y'.
015300     05  WS-EOF-SORT-SW            PIC X(01) VALUE 'N'.
015400         88  WS-EOF-SORT-OUTPUT            VALUE 'Y'.
015500     05  WS-REBUILD-SW             PIC X(01) VALUE 'N'.
015600         88  WS-REBUILD                    VALUE 'Y'.
015700     05  WS-HIST-OPEN-SW           PIC X(01) VALUE 'N'.
015800         88  WS-HIST-OPEN                  VALUE 'Y'.
015900     05  WS-ROSTER-OPEN-SW         PIC X(01) VALUE 'N'.
016000         88  WS-ROSTER-OPEN                VALUE 'Y'.
016100     05  WS-ANNOUNCE-SW            PIC X(01) VALUE 'N'.
016200         88  WS-ANNOUNCE                   VALUE 'Y'.
016300     05  WS-NEW-PB-SW              PIC X(01) VALUE 'N'.
016400         88  WS-NEW-PB                     VALUE 'Y'.
016500     05  WS-SN-FOUND-SW            PIC X(01) VALUE 'N'.
016600         88  WS-SN-FOUND                   VALUE 'Y'.
016700     05  WS-SN-FULL-SW             PIC X(01) VALUE 'N'.
016800         88  WS-SN-FULL                    VALUE 'Y'.
016900     05  WS-BOARD-SW               PIC X(01) VALUE 'G'.
017000         88  WS-BOARD-BEST-GAME            VALUE 'G'.
017100         88  WS-BOARD-CAREER-GAMES         VALUE 'C'.
017200         88  WS-BOARD-CAREER-YACHTS        VALUE 'Y'.
017300******************************************************************
017400*    THE CAREER-GAME MILESTONES AND HOW THE ANNOUNCER CALLS      *
017500*    THEM - SAME ORDER AS PB-MILESTONE-DATE.                     *
017600******************************************************************
017700 01  WS-MILESTONE-VALUES.
017800     05  FILLER                    PIC 9(05) VALUE 100.
017900     05  FILLER                    PIC 9(05) VALUE 250.
018000     05  FILLER                    PIC 9(05) VALUE 500.
018100 01  WS-MILESTONE-TBL REDEFINES WS-MILESTONE-VALUES.
018200     05  WS-MILESTONE-GAMES        PIC 9(05) OCCURS 3 TIMES.
018300 01  WS-MILESTONE-TEXTS.
018400     05  FILLER        PIC X(24) VALUE "100TH CAREER GAME".
018500     05  FILLER        PIC X(24) VALUE "250TH CAREER GAME".
018600     05  FILLER        PIC X(24) VALUE "500TH CAREER GAME".
018700 01  WS-MILESTONE-TEXT-TBL REDEFINES WS-MILESTONE-TEXTS.
018800     05  WS-MILESTONE-TEXT         PIC X(24) OCCURS 3 TIMES.
018900 01  WS-CAT-LABELS.
019000     05  FILLER        PIC X(15) VALUE "ONES".
019100     05  FILLER        PIC X(15) VALUE "TWOS".
019200     05  FILLER        PIC X(15) VALUE "THREES".
019300     05  FILLER        PIC X(15) VALUE "FOURS".
019400     05  FILLER        PIC X(15) VALUE "FIVES".
019500     05  FILLER        PIC X(15) VALUE "SIXES".
019600     05  FILLER        PIC X(15) VALUE "FULL HOUSE".
019700     05  FILLER        PIC X(15) VALUE "FOUR OF A KIND".
019800     05  FILLER        PIC X(15) VALUE "LITTLE STRAIGHT".
019900     05  FILLER        PIC X(15) VALUE "BIG STRAIGHT".
020000     05  FILLER        PIC X(15) VALUE "YACHT".
020100     05  FILLER        PIC X(15) VALUE "CHOICE".
020200 01  WS-CAT-LABEL-TBL REDEFINES WS-CAT-LABELS.
020300     05  WS-CAT-LABEL              PIC X(15) OCCURS 12 TIMES.
020400******************************************************************
020500*    ONE GAME BEING FOLDED INTO THE MEMBER'S PERSONAL RECORD,    *
020600*    FROM TONIGHT'S GAMEHIST OR FROM THE REBUILD SORT.           *
020700******************************************************************
020800 01  WS-FOLD-GAME.
020900     05  WS-FG-GAME-DATE           PIC 9(08).
021000     05  WS-FG-SCORE-OF-CAT        PIC 9(03) OCCURS 12 TIMES.
021100     05  WS-FG-BONUS-CNT           PIC 9(05).
021200     05  WS-FG-GAME-TOTAL          PIC 9(05).
021300******************************************************************
021400*    EVERY MEMBER/SEASON PAIR WITH DETAIL ON THE ARCHIVE - ONLY  *
021500*    A CLOSED SEASON MISSING FROM HERE IS TAKEN FROM SSNSUM.     *
021600******************************************************************
021700 01  WS-SEEN-TBL.
021800     05  WS-SN-ENTRY OCCURS 5000 TIMES.
021900         10  WS-SN-PLAYER-ID       PIC X(10).
022000         10  WS-SN-SEASON-NO       PIC 9(03).
022100******************************************************************
022200*    THE CLUB'S BEST IN EACH CATEGORY, FIRST TO REACH IT HOLDS   *
022300*    IT.                                                         *
022400******************************************************************
022500 01  WS-CLUB-CAT-TBL.
022600     05  WS-CC-ENTRY OCCURS 12 TIMES.
022700         10  WS-CC-SCORE           PIC 9(03).
022800         10  WS-CC-DATE            PIC 9(08).
022900         10  WS-CC-MEMBER-ID       PIC X(10).
023000         10  WS-CC-MEMBER-NAME     PIC X(20).
023100 01  WS-BEST-CAT-TEXT.
023200     05  FILLER                    PIC X(05) VALUE "BEST ".
023300     05  WS-BC-LABEL               PIC X(15).
023400 01  WS-ANNOUNCE-HEADER.
023500     05  FILLER                    PIC X(32) VALUE
023600         "MEMBER     NAME".
023700     05  FILLER                    PIC X(37) VALUE
023800         "RECORD OR MILESTONE        WAS   NOW".
023900 01  WS-ANNOUNCE-LINE.
024000     05  WS-AN-MEMBER-ID           PIC X(10).
024100     05  FILLER                    PIC X(01).
024200     05  WS-AN-MEMBER-NAME         PIC X(20).
024300     05  FILLER                    PIC X(01).
024400     05  WS-AN-WHAT                PIC X(24).
024500     05  FILLER                    PIC X(01).
024600     05  WS-AN-WAS                 PIC ZZZZ9.
024700     05  FILLER                    PIC X(01).
024800     05  WS-AN-NOW                 PIC ZZZZ9.
024900 01  WS-BOARD-TITLE.
025000     05  FILLER                    PIC X(43) VALUE
025100         "RIVERSIDE SOCIAL CLUB - HONOUR BOARD AS AT ".
025200     05  WS-BT-DATE                PIC 9(08).
025300 01  WS-CAT-RECORD-LINE.
025400     05  WS-CR-LABEL               PIC X(15).
025500     05  FILLER                    PIC X(01).
025600     05  WS-CR-SCORE               PIC ZZ9.
025700     05  FILLER                    PIC X(02).
025800     05  WS-CR-MEMBER-ID           PIC X(10).
025900     05  FILLER                    PIC X(01).
026000     05  WS-CR-MEMBER-NAME         PIC X(20).
026100     05  FILLER                    PIC X(01).
026200     05  WS-CR-DATE                PIC X(08).
026300 01  WS-BOARD-LINE.
026400     05  WS-BL-RANK                PIC ZZ9.
026500     05  FILLER                    PIC X(02).
026600     05  WS-BL-MEMBER-ID           PIC X(10).
026700     05  FILLER                    PIC X(01).
026800     05  WS-BL-MEMBER-NAME         PIC X(20).
026900     05  FILLER                    PIC X(01).
027000     05  WS-BL-VALUE               PIC ZZZZ9.
027100     05  FILLER                    PIC X(02).
027200     05  WS-BL-DATE                PIC X(08).
027300 01  WS-REBUILT-LINE.
027400     05  FILLER                    PIC X(23) VALUE
027500         "MEMBERS REBUILT .....: ".
027600     05  WS-RB-COUNT               PIC ZZZZ9.
027700 01  WS-SUMMARY-LINE.
027800     05  FILLER                    PIC X(23) VALUE
027900         "SEASONS FROM SSNSUM .: ".
028000     05  WS-SM-COUNT               PIC ZZZZ9.
028100 01  WS-APPLIED-LINE.
028200     05  FILLER                    PIC X(23) VALUE
028300         "TONIGHT'S GAMES ADDED: ".
028400     05  WS-AP-COUNT               PIC ZZZZ9.
028500 01  WS-ALREADY-LINE.
028600     05  FILLER                    PIC X(23) VALUE
028700         "ALREADY ADDED - SKIP : ".
028800     05  WS-AL-COUNT               PIC ZZZZ9.
028900 01  WS-NEW-RECORD-LINE.
029000     05  FILLER                    PIC X(23) VALUE
029100         "RECORDS/MILESTONES ..: ".
029200     05  WS-NW-COUNT               PIC ZZZZ9.
029300 PROCEDURE DIVISION.
029400******************************************************************
029500*    0000-MAINLINE                                               *
029600******************************************************************
029700 0000-MAINLINE.
029800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029900     IF WS-REBUILD
030000         SORT GAME-WORK-FILE
030100             ON ASCENDING KEY GW-PLAYER-ID
030200             ON ASCENDING KEY GW-GAME-DATE
030300             ON ASCENDING KEY GW-TABLE-NO
030400             INPUT PROCEDURE IS 2000-RELEASE-ALL-GAMES
030500                 THRU 2000-EXIT
030600             OUTPUT PROCEDURE IS 2500-BUILD-RECORDS
030700                 THRU 2500-EXIT
030800     END-IF.
030900     PERFORM 3000-APPLY-TONIGHT THRU 3000-EXIT.
031000     PERFORM 5000-PRINT-HONOUR-BOARD THRU 5000-EXIT.
031100     PERFORM 8000-FINALIZE THRU 8000-EXIT.
031200     STOP RUN.
031300******************************************************************
031400*    1000-INITIALIZE - TONIGHT'S DATE COMES FROM RUNTOTAL, AS    *
031500*    IN YACHTPAY.  THE PRSCTL CARD IS OPTIONAL: ONLY A 'B' ON IT *
031600*    ASKS FOR A REBUILD.  A MASTER THAT DOES NOT EXIST YET IS    *
031700*    ALWAYS BUILT FIRST.                                         *
031800******************************************************************
031900 1000-INITIALIZE.
032000     OPEN OUTPUT REPORT-FILE.
032100     OPEN OUTPUT NEWREC-FILE.
032200     MOVE "TONIGHT'S NEW PERSONAL RECORDS AND MILESTONES"
032300         TO NR-LINE.
032400     WRITE NR-LINE.
032500     MOVE SPACES TO NR-LINE.
032600     WRITE NR-LINE.
032700     OPEN INPUT RUNTOTAL-FILE.
032800     IF WS-RT-STATUS = '00'
032900         READ RUNTOTAL-FILE
033000             AT END
033100                 MOVE 0 TO WS-GAME-DATE
033200             NOT AT END
033300                 MOVE RT-RUN-DATE TO WS-GAME-DATE
033400         END-READ
033500         CLOSE RUNTOTAL-FILE
033600     END-IF.
033700     OPEN INPUT CONTROL-FILE.
033800     IF WS-CT-STATUS = '00'
033900         READ CONTROL-FILE
034000             AT END
034100                 CONTINUE
034200             NOT AT END
034300                 IF PC-REBUILD
034400                     SET WS-REBUILD TO TRUE
034500                 END-IF
034600         END-READ
034700         CLOSE CONTROL-FILE
034800     END-IF.
034900     IF WS-REBUILD
035000         OPEN OUTPUT PERSONAL-FILE
035100         CLOSE PERSONAL-FILE
035200     END-IF.
035300     OPEN I-O PERSONAL-FILE.
035400     IF WS-PB-STATUS = '35'
035500         OPEN OUTPUT PERSONAL-FILE
035600         CLOSE PERSONAL-FILE
035700         OPEN I-O PERSONAL-FILE
035800         SET WS-REBUILD TO TRUE
035900     END-IF.
036000 1000-EXIT.
036100     EXIT.
036200******************************************************************
036300*    2000-RELEASE-ALL-GAMES - EVERY MEMBER GAME THE CLUB STILL   *
036400*    HOLDS, EACH ONCE: THE LIVE GAMEHIST (LESS TONIGHT, WHICH    *
036500*    3000 ADDS SO ITS RECORDS ARE ANNOUNCED), THE ARCHIVE LESS   *
036600*    ANY SEASON RESTORED ONTO GAMEHIST, AND SSNSUM FOR A CLOSED  *
036700*    SEASON WITH NO DETAIL LEFT ON THE ARCHIVE.                  *
036800******************************************************************
036900 2000-RELEASE-ALL-GAMES.
037000     OPEN INPUT HISTORY-FILE.
037100     IF WS-HI-STATUS = '00'
037200         SET WS-HIST-OPEN TO TRUE
037300         MOVE 'N' TO WS-EOF-SW
037400         PERFORM 2190-READ-NEXT-HISTORY THRU 2190-EXIT
037500         PERFORM 2100-RELEASE-ONE-HISTORY THRU 2100-EXIT
037600             UNTIL WS-EOF-INPUT
037700     END-IF.
037800     OPEN INPUT ARCHIVE-FILE.
037900     IF WS-GA-STATUS = '00'
038000         MOVE 'N' TO WS-EOF-SW
038100         PERFORM 2290-READ-NEXT-ARCHIVE THRU 2290-EXIT
038200         PERFORM 2200-RELEASE-ONE-ARCHIVE THRU 2200-EXIT
038300             UNTIL WS-EOF-INPUT
038400         CLOSE ARCHIVE-FILE
038500     END-IF.
038600     IF WS-SN-FULL
038700         MOVE "SEASON TABLE FULL - SSNSUM MAY DOUBLE COUNT"
038800             TO NR-LINE
038900         WRITE NR-LINE
039000     END-IF.
039100     OPEN INPUT ROSTER-FILE.
039200     IF WS-RO-STATUS = '00'
039300         SET WS-ROSTER-OPEN TO TRUE
039400     END-IF.
039500     OPEN INPUT SUMMARY-FILE.
039600     IF WS-SS-STATUS = '00'
039700         MOVE 'N' TO WS-EOF-SW
039800         PERFORM 2390-READ-NEXT-SUMMARY THRU 2390-EXIT
039900         PERFORM 2300-RELEASE-ONE-SUMMARY THRU 2300-EXIT
040000             UNTIL WS-EOF-INPUT
040100         CLOSE SUMMARY-FILE
040200     END-IF.
040300     IF WS-ROSTER-OPEN
040400         CLOSE ROSTER-FILE
040500         MOVE 'N' TO WS-ROSTER-OPEN-SW
040600     END-IF.
040700     IF WS-HIST-OPEN
040800         CLOSE HISTORY-FILE
040900         MOVE 'N' TO WS-HIST-OPEN-SW
041000     END-IF.
041100 2000-EXIT.
041200     EXIT.
041300 2100-RELEASE-ONE-HISTORY.
041400     IF HI-MEMBER-GAME AND HI-GAME-DATE NOT = WS-GAME-DATE
041500         MOVE SPACES TO GW-RECORD
041600         MOVE HI-PLAYER-ID TO GW-PLAYER-ID
041700         MOVE HI-GAME-DATE TO GW-GAME-DATE
041800         MOVE HI-TABLE-NO TO GW-TABLE-NO
041900         SET GW-GAME TO TRUE
042000         MOVE HI-PLAYER-NAME TO GW-PLAYER-NAME
042100         PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
042200                 UNTIL WS-CAT-INDEX > 12
042300             MOVE HI-SCORE-OF-CAT (WS-CAT-INDEX)
042400                 TO GW-SCORE-OF-CAT (WS-CAT-INDEX)
042500         END-PERFORM
042600         MOVE HI-YACHT-BONUS-CNT TO GW-BONUS-CNT
042700         MOVE HI-GAME-TOTAL TO GW-GAME-TOTAL
042800         MOVE 1 TO GW-GAMES
042900         RELEASE GW-RECORD
043000     END-IF.
043100     PERFORM 2190-READ-NEXT-HISTORY THRU 2190-EXIT.
043200 2100-EXIT.
043300     EXIT.
043400 2190-READ-NEXT-HISTORY.
043500     READ HISTORY-FILE NEXT RECORD
043600         AT END
043700             SET WS-EOF-INPUT TO TRUE
043800     END-READ.
043900 2190-EXIT.
044000     EXIT.
044100******************************************************************
044200*    2200-RELEASE-ONE-ARCHIVE - A CLOSED-SEASON GAME, UNLESS A   *
044300*    SEASON RESTORE HAS PUT IT BACK ON GAMEHIST (ALREADY         *
044400*    RELEASED FROM THERE).  EVERY MEMBER/SEASON SEEN IS NOTED SO *
044500*    ITS SSNSUM SUMMARY IS NOT COUNTED ON TOP.                   *
044600******************************************************************
044700 2200-RELEASE-ONE-ARCHIVE.
044800     IF GA-PLAYER-ID NOT = WS-LAST-SN-ID
044900             OR GA-SEASON-NO NOT = WS-LAST-SN-SEASON
045000         PERFORM 2250-NOTE-SEASON-SEEN THRU 2250-EXIT
045100     END-IF.
045200     IF GA-GUEST-GAME
045300         PERFORM 2290-READ-NEXT-ARCHIVE THRU 2290-EXIT
045400         GO TO 2200-EXIT
045500     END-IF.
045600     IF WS-HIST-OPEN
045700         MOVE GA-PLAYER-ID TO HI-PLAYER-ID
045800         MOVE GA-GAME-DATE TO HI-GAME-DATE
045900         MOVE GA-TABLE-NO TO HI-TABLE-NO
046000         READ HISTORY-FILE KEY IS HI-HIST-KEY
046100         IF WS-HI-STATUS = '00'
046200             PERFORM 2290-READ-NEXT-ARCHIVE THRU 2290-EXIT
046300             GO TO 2200-EXIT
046400         END-IF
046500     END-IF.
046600     MOVE SPACES TO GW-RECORD.
046700     MOVE GA-PLAYER-ID TO GW-PLAYER-ID.
046800     MOVE GA-GAME-DATE TO GW-GAME-DATE.
046900     MOVE GA-TABLE-NO TO GW-TABLE-NO.
047000     SET GW-GAME TO TRUE.
047100     MOVE GA-PLAYER-NAME TO GW-PLAYER-NAME.
047200     PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
047300             UNTIL WS-CAT-INDEX > 12
047400         MOVE GA-SCORE-OF-CAT (WS-CAT-INDEX)
047500             TO GW-SCORE-OF-CAT (WS-CAT-INDEX)
047600     END-PERFORM.
047700     MOVE GA-YACHT-BONUS-CNT TO GW-BONUS-CNT.
047800     MOVE GA-GAME-TOTAL TO GW-GAME-TOTAL.
047900     MOVE 1 TO GW-GAMES.
048000     RELEASE GW-RECORD.
048100     PERFORM 2290-READ-NEXT-ARCHIVE THRU 2290-EXIT.
048200 2200-EXIT.
048300     EXIT.
048400 2250-NOTE-SEASON-SEEN.
048500     MOVE GA-PLAYER-ID TO WS-LAST-SN-ID.
048600     MOVE GA-SEASON-NO TO WS-LAST-SN-SEASON.
048700     PERFORM 2800-FIND-SEASON-SEEN THRU 2800-EXIT.
048800     IF WS-SN-FOUND
048900         GO TO 2250-EXIT
049000     END-IF.
049100     IF WS-SN-USED NOT < WS-SN-MAX
049200         SET WS-SN-FULL TO TRUE
049300         GO TO 2250-EXIT
049400     END-IF.
049500     ADD 1 TO WS-SN-USED.
049600     MOVE GA-PLAYER-ID TO WS-SN-PLAYER-ID (WS-SN-USED).
049700     MOVE GA-SEASON-NO TO WS-SN-SEASON-NO (WS-SN-USED).
049800 2250-EXIT.
049900     EXIT.
050000 2290-READ-NEXT-ARCHIVE.
050100     READ ARCHIVE-FILE
050200         AT END
050300             SET WS-EOF-INPUT TO TRUE
050400     END-READ.
050500 2290-EXIT.
050600     EXIT.
050700******************************************************************
050800*    2300-RELEASE-ONE-SUMMARY - A CLOSED SEASON WHOSE DETAIL IS  *
050900*    GONE FROM THE ARCHIVE STILL COUNTS ITS GAMES, BONUSES AND   *
051000*    BEST GAME, UNDATED.  SSNSUM DOES NOT CARRY THE GUEST FLAG,  *
051100*    SO ONLY IDS ON THE ROSTER ARE TAKEN.                        *
051200******************************************************************
051300 2300-RELEASE-ONE-SUMMARY.
051400     MOVE SS-PLAYER-ID TO WS-LAST-SN-ID.
051500     MOVE SS-SEASON-NO TO WS-LAST-SN-SEASON.
051600     PERFORM 2800-FIND-SEASON-SEEN THRU 2800-EXIT.
051700     IF WS-SN-FOUND OR NOT WS-ROSTER-OPEN
051800         PERFORM 2390-READ-NEXT-SUMMARY THRU 2390-EXIT
051900         GO TO 2300-EXIT
052000     END-IF.
052100     MOVE SS-PLAYER-ID TO RO-MEMBER-ID.
052200     READ ROSTER-FILE KEY IS RO-MEMBER-ID.
052300     IF WS-RO-STATUS NOT = '00'
052400         PERFORM 2390-READ-NEXT-SUMMARY THRU 2390-EXIT
052500         GO TO 2300-EXIT
052600     END-IF.
052700     MOVE SPACES TO GW-RECORD.
052800     MOVE SS-PLAYER-ID TO GW-PLAYER-ID.
052900     MOVE 0 TO GW-GAME-DATE.
053000     MOVE SS-SEASON-NO TO GW-TABLE-NO.
053100     SET GW-SUMMARY TO TRUE.
053200     MOVE SS-PLAYER-NAME TO GW-PLAYER-NAME.
053300     PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
053400             UNTIL WS-CAT-INDEX > 12
053500         MOVE 0 TO GW-SCORE-OF-CAT (WS-CAT-INDEX)
053600     END-PERFORM.
053700     MOVE SS-BONUS-CNT TO GW-BONUS-CNT.
053800     MOVE SS-BEST-GAME TO GW-GAME-TOTAL.
053900     MOVE SS-GAMES TO GW-GAMES.
054000     RELEASE GW-RECORD.
054100     ADD 1 TO WS-SUMMARY-COUNT.
054200     PERFORM 2390-READ-NEXT-SUMMARY THRU 2390-EXIT.
054300 2300-EXIT.
054400     EXIT.
054500 2390-READ-NEXT-SUMMARY.
054600     READ SUMMARY-FILE NEXT RECORD
054700         AT END
054800             SET WS-EOF-INPUT TO TRUE
054900     END-READ.
055000 2390-EXIT.
055100     EXIT.
055200******************************************************************
055300*    2500-BUILD-RECORDS - REPLAY EACH MEMBER'S SORTED CAREER     *
055400*    INTO A FRESH PERSONAL RECORD, WRITTEN AT THE MEMBER BREAK.  *
055500*    NOTHING IS ANNOUNCED ON A REBUILD.                          *
055600******************************************************************
055700 2500-BUILD-RECORDS.
055800     MOVE 'N' TO WS-ANNOUNCE-SW.
055900     MOVE 'N' TO WS-EOF-SORT-SW.
056000     MOVE SPACES TO WS-PREV-ID.
056100     RETURN GAME-WORK-FILE
056200         AT END
056300             SET WS-EOF-SORT-OUTPUT TO TRUE
056400     END-RETURN.
056500     PERFORM 2510-BUILD-ONE-GAME THRU 2510-EXIT
056600         UNTIL WS-EOF-SORT-OUTPUT.
056700     IF WS-PREV-ID NOT = SPACES
056800         WRITE PB-RECORD
056900         ADD 1 TO WS-REBUILT-COUNT
057000     END-IF.
057100 2500-EXIT.
057200     EXIT.
057300 2510-BUILD-ONE-GAME.
057400     IF GW-PLAYER-ID NOT = WS-PREV-ID
057500         IF WS-PREV-ID NOT = SPACES
057600             WRITE PB-RECORD
057700             ADD 1 TO WS-REBUILT-COUNT
057800         END-IF
057900         INITIALIZE PB-RECORD
058000         MOVE GW-PLAYER-ID TO PB-MEMBER-ID
058100         MOVE GW-PLAYER-ID TO WS-PREV-ID
058200     END-IF.
058300     MOVE GW-PLAYER-NAME TO PB-MEMBER-NAME.
058400     IF GW-SUMMARY
058500         PERFORM 2600-FOLD-SUMMARY THRU 2600-EXIT
058600     ELSE
058700         MOVE GW-GAME-DATE TO WS-FG-GAME-DATE
058800         PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
058900                 UNTIL WS-CAT-INDEX > 12
059000             MOVE GW-SCORE-OF-CAT (WS-CAT-INDEX)
059100                 TO WS-FG-SCORE-OF-CAT (WS-CAT-INDEX)
059200         END-PERFORM
059300         MOVE GW-BONUS-CNT TO WS-FG-BONUS-CNT
059400         MOVE GW-GAME-TOTAL TO WS-FG-GAME-TOTAL
059500         PERFORM 4000-FOLD-GAME THRU 4000-EXIT
059600         IF GW-GAME-DATE > PB-LAST-NIGHT-DATE
059700             MOVE GW-GAME-DATE TO PB-LAST-NIGHT-DATE
059800         END-IF
059900     END-IF.
060000     RETURN GAME-WORK-FILE
060100         AT END
060200             SET WS-EOF-SORT-OUTPUT TO TRUE
060300     END-RETURN.
060400 2510-EXIT.
060500     EXIT.
060600******************************************************************
060700*    2600-FOLD-SUMMARY - A WHOLE UNDATED SEASON AT ONCE.  ITS    *
060800*    BEST GAME CAN STAND AS THE PERSONAL BEST, DATED ZERO; A     *
060900*    MILESTONE IT CARRIES THE MEMBER PAST IS LEFT UNDATED.       *
061000******************************************************************
061100 2600-FOLD-SUMMARY.
061200     ADD GW-GAMES TO PB-CAREER-GAMES.
061300     ADD GW-BONUS-CNT TO PB-CAREER-BONUSES.
061400     IF GW-GAME-TOTAL > PB-BEST-GAME
061500         MOVE GW-GAME-TOTAL TO PB-BEST-GAME
061600         MOVE 0 TO PB-BEST-GAME-DATE
061700     END-IF.
061800 2600-EXIT.
061900     EXIT.
062000******************************************************************
062100*    2800-FIND-SEASON-SEEN - IS WS-LAST-SN-ID/SEASON ON THE      *
062200*    ARCHIVE SEASON TABLE?                                       *
062300******************************************************************
062400 2800-FIND-SEASON-SEEN.
062500     MOVE 'N' TO WS-SN-FOUND-SW.
062600     PERFORM VARYING WS-SN-SUB FROM 1 BY 1
062700             UNTIL WS-SN-SUB > WS-SN-USED OR WS-SN-FOUND
062800         IF WS-SN-PLAYER-ID (WS-SN-SUB) = WS-LAST-SN-ID
062900                 AND WS-SN-SEASON-NO (WS-SN-SUB)
063000                     = WS-LAST-SN-SEASON
063100             SET WS-SN-FOUND TO TRUE
063200         END-IF
063300     END-PERFORM.
063400 2800-EXIT.
063500     EXIT.
063600******************************************************************
063700*    3000-APPLY-TONIGHT - FIND THE CLUB RECORD GAME AS IT STOOD  *
063800*    BEFORE TONIGHT, THEN FOLD EACH OF TONIGHT'S MEMBER GAMES    *
063900*    INTO ITS PLAYER'S RECORD, ANNOUNCING WHAT IT BROKE.         *
064000******************************************************************
064100 3000-APPLY-TONIGHT.
064200     WRITE NR-LINE FROM WS-ANNOUNCE-HEADER.
064300     IF WS-GAME-DATE = 0
064400         MOVE "NO RUNTOTAL CONTROL RECORD - TONIGHT NOT ADDED"
064500             TO NR-LINE
064600         WRITE NR-LINE
064700         GO TO 3000-EXIT
064800     END-IF.
064900     MOVE LOW-VALUES TO PB-MEMBER-ID.
065000     START PERSONAL-FILE KEY NOT < PB-MEMBER-ID.
065100     IF WS-PB-STATUS = '00'
065200         MOVE 'N' TO WS-EOF-SW
065300         PERFORM 3090-READ-NEXT-PERSONAL THRU 3090-EXIT
065400         PERFORM 3050-NOTE-CLUB-RECORD THRU 3050-EXIT
065500             UNTIL WS-EOF-INPUT
065600     END-IF.
065700     OPEN INPUT HISTORY-FILE.
065800     IF WS-HI-STATUS NOT = '00'
065900         MOVE "GAME HISTORY MASTER MISSING - TONIGHT NOT ADDED"
066000             TO NR-LINE
066100         WRITE NR-LINE
066200         GO TO 3000-EXIT
066300     END-IF.
066400     SET WS-ANNOUNCE TO TRUE.
066500     MOVE SPACES TO WS-APPLY-ID.
066600     MOVE 'N' TO WS-EOF-SW.
066700     PERFORM 2190-READ-NEXT-HISTORY THRU 2190-EXIT.
066800     PERFORM 3100-APPLY-ONE-GAME THRU 3100-EXIT
066900         UNTIL WS-EOF-INPUT.
067000     CLOSE HISTORY-FILE.
067100     IF WS-CLUB-RECORD > 0
067200             AND WS-NIGHT-TOP-TOTAL > WS-CLUB-RECORD
067300         MOVE SPACES TO WS-ANNOUNCE-LINE
067400         MOVE WS-NIGHT-TOP-ID TO WS-AN-MEMBER-ID
067500         MOVE WS-NIGHT-TOP-NAME TO WS-AN-MEMBER-NAME
067600         MOVE "NEW CLUB RECORD GAME" TO WS-AN-WHAT
067700         MOVE WS-CLUB-RECORD TO WS-AN-WAS
067800         MOVE WS-NIGHT-TOP-TOTAL TO WS-AN-NOW
067900         PERFORM 7000-WRITE-ANNOUNCEMENT THRU 7000-EXIT
068000     END-IF.
068100 3000-EXIT.
068200     EXIT.
068300 3050-NOTE-CLUB-RECORD.
068400     IF PB-BEST-GAME > WS-CLUB-RECORD
068500         MOVE PB-BEST-GAME TO WS-CLUB-RECORD
068600     END-IF.
068700     PERFORM 3090-READ-NEXT-PERSONAL THRU 3090-EXIT.
068800 3050-EXIT.
068900     EXIT.
069000 3090-READ-NEXT-PERSONAL.
069100     READ PERSONAL-FILE NEXT RECORD
069200         AT END
069300             SET WS-EOF-INPUT TO TRUE
069400     END-READ.
069500 3090-EXIT.
069600     EXIT.
069700******************************************************************
069800*    3100-APPLY-ONE-GAME - ONE OF TONIGHT'S MEMBER GAMES.  A     *
069900*    PLAYER WHOSE RECORD ALREADY HAS THIS NIGHT (A RERUN) IS     *
070000*    PASSED OVER; A PLAYER'S SECOND TABLE TONIGHT FOLLOWS THEIR  *
070100*    FIRST BECAUSE GAMEHIST IS IN PLAYER/DATE/TABLE ORDER.       *
070200******************************************************************
070300 3100-APPLY-ONE-GAME.
070400     IF HI-GAME-DATE NOT = WS-GAME-DATE OR HI-GUEST-GAME
070500         PERFORM 2190-READ-NEXT-HISTORY THRU 2190-EXIT
070600         GO TO 3100-EXIT
070700     END-IF.
070800     MOVE HI-PLAYER-ID TO PB-MEMBER-ID.
070900     READ PERSONAL-FILE KEY IS PB-MEMBER-ID.
071000     IF WS-PB-STATUS = '23'
071100         INITIALIZE PB-RECORD
071200         MOVE HI-PLAYER-ID TO PB-MEMBER-ID
071300         SET WS-NEW-PB TO TRUE
071400     ELSE
071500         MOVE 'N' TO WS-NEW-PB-SW
071600         IF PB-LAST-NIGHT-DATE NOT < WS-GAME-DATE
071700                 AND HI-PLAYER-ID NOT = WS-APPLY-ID
071800             ADD 1 TO WS-ALREADY-COUNT
071900             PERFORM 2190-READ-NEXT-HISTORY THRU 2190-EXIT
072000             GO TO 3100-EXIT
072100         END-IF
072200     END-IF.
072300     MOVE HI-PLAYER-ID TO WS-APPLY-ID.
072400     MOVE HI-PLAYER-NAME TO PB-MEMBER-NAME.
072500     MOVE HI-GAME-DATE TO WS-FG-GAME-DATE.
072600     PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
072700             UNTIL WS-CAT-INDEX > 12
072800         MOVE HI-SCORE-OF-CAT (WS-CAT-INDEX)
072900             TO WS-FG-SCORE-OF-CAT (WS-CAT-INDEX)
073000     END-PERFORM.
073100     MOVE HI-YACHT-BONUS-CNT TO WS-FG-BONUS-CNT.
073200     MOVE HI-GAME-TOTAL TO WS-FG-GAME-TOTAL.
073300     PERFORM 4000-FOLD-GAME THRU 4000-EXIT.
073400     MOVE WS-GAME-DATE TO PB-LAST-NIGHT-DATE.
073500     IF WS-NEW-PB
073600         WRITE PB-RECORD
073700     ELSE
073800         REWRITE PB-RECORD
073900     END-IF.
074000     ADD 1 TO WS-APPLIED-COUNT.
074100     IF HI-GAME-TOTAL > WS-NIGHT-TOP-TOTAL
074200         MOVE HI-GAME-TOTAL TO WS-NIGHT-TOP-TOTAL
074300         MOVE HI-PLAYER-ID TO WS-NIGHT-TOP-ID
074400         MOVE HI-PLAYER-NAME TO WS-NIGHT-TOP-NAME
074500     END-IF.
074600     PERFORM 2190-READ-NEXT-HISTORY THRU 2190-EXIT.
074700 3100-EXIT.
074800     EXIT.
074900******************************************************************
075000*    4000-FOLD-GAME - ADD THE GAME IN WS-FOLD-GAME TO PB-RECORD. *
075100*    WHEN ANNOUNCING, EACH RECORD BROKEN OR MILESTONE REACHED IS *
075200*    LISTED - BUT A MEMBER'S VERY FIRST GAME SETS EVERY BEST AT  *
075300*    ONCE, SO ONLY ITS MILESTONES ARE CALLED, AND A YACHT BEST   *
075400*    IS ALWAYS THE FIRST YACHT, CALLED AS SUCH.                  *
075500******************************************************************
075600 4000-FOLD-GAME.
075700     MOVE PB-CAREER-GAMES TO WS-GAMES-BEFORE.
075800     ADD 1 TO PB-CAREER-GAMES.
075900     PERFORM 4100-CHECK-MILESTONE THRU 4100-EXIT
076000         VARYING WS-MS-SUB FROM 1 BY 1
076100         UNTIL WS-MS-SUB > 3.
076200     IF WS-FG-SCORE-OF-CAT (11) = 50
076300         IF PB-CAREER-YACHTS = 0
076400             MOVE WS-FG-GAME-DATE TO PB-FIRST-YACHT-DATE
076500             IF WS-ANNOUNCE
076600                 MOVE SPACES TO WS-ANNOUNCE-LINE
076700                 MOVE "FIRST YACHT" TO WS-AN-WHAT
076800                 MOVE 50 TO WS-AN-NOW
076900                 PERFORM 7000-WRITE-ANNOUNCEMENT THRU 7000-EXIT
077000             END-IF
077100         END-IF
077200         ADD 1 TO PB-CAREER-YACHTS
077300     END-IF.
077400     ADD WS-FG-BONUS-CNT TO PB-CAREER-BONUSES.
077500     IF WS-FG-GAME-TOTAL > PB-BEST-GAME
077600         IF WS-ANNOUNCE AND WS-GAMES-BEFORE > 0
077700             MOVE SPACES TO WS-ANNOUNCE-LINE
077800             MOVE "NEW PERSONAL BEST GAME" TO WS-AN-WHAT
077900             MOVE PB-BEST-GAME TO WS-AN-WAS
078000             MOVE WS-FG-GAME-TOTAL TO WS-AN-NOW
078100             PERFORM 7000-WRITE-ANNOUNCEMENT THRU 7000-EXIT
078200         END-IF
078300         MOVE WS-FG-GAME-TOTAL TO PB-BEST-GAME
078400         MOVE WS-FG-GAME-DATE TO PB-BEST-GAME-DATE
078500     END-IF.
078600     PERFORM 4200-CHECK-CATEGORY-BEST THRU 4200-EXIT
078700         VARYING WS-CAT-INDEX FROM 1 BY 1
078800         UNTIL WS-CAT-INDEX > 12.
078900 4000-EXIT.
079000     EXIT.
079100 4100-CHECK-MILESTONE.
079200     IF PB-CAREER-GAMES NOT = WS-MILESTONE-GAMES (WS-MS-SUB)
079300         GO TO 4100-EXIT
079400     END-IF.
079500     MOVE WS-FG-GAME-DATE TO PB-MILESTONE-DATE (WS-MS-SUB).
079600     IF WS-ANNOUNCE
079700         MOVE SPACES TO WS-ANNOUNCE-LINE
079800         MOVE WS-MILESTONE-TEXT (WS-MS-SUB) TO WS-AN-WHAT
079900         MOVE PB-CAREER-GAMES TO WS-AN-NOW
080000         PERFORM 7000-WRITE-ANNOUNCEMENT THRU 7000-EXIT
080100     END-IF.
080200 4100-EXIT.
080300     EXIT.
080400 4200-CHECK-CATEGORY-BEST.
080500     IF WS-FG-SCORE-OF-CAT (WS-CAT-INDEX)
080600             NOT > PB-CAT-BEST-SCORE (WS-CAT-INDEX)
080700         GO TO 4200-EXIT
080800     END-IF.
080900     IF WS-ANNOUNCE AND WS-GAMES-BEFORE > 0
081000             AND WS-CAT-INDEX NOT = 11
081100         MOVE SPACES TO WS-ANNOUNCE-LINE
081200         MOVE WS-CAT-LABEL (WS-CAT-INDEX) TO WS-BC-LABEL
081300         MOVE WS-BEST-CAT-TEXT TO WS-AN-WHAT
081400         MOVE PB-CAT-BEST-SCORE (WS-CAT-INDEX) TO WS-AN-WAS
081500         MOVE WS-FG-SCORE-OF-CAT (WS-CAT-INDEX) TO WS-AN-NOW
081600         PERFORM 7000-WRITE-ANNOUNCEMENT THRU 7000-EXIT
081700     END-IF.
081800     MOVE WS-FG-SCORE-OF-CAT (WS-CAT-INDEX)
081900         TO PB-CAT-BEST-SCORE (WS-CAT-INDEX).
082000     MOVE WS-FG-GAME-DATE TO PB-CAT-BEST-DATE (WS-CAT-INDEX).
082100 4200-EXIT.
082200     EXIT.
082300******************************************************************
082400*    5000-PRINT-HONOUR-BOARD - THE CLUB'S BEST IN EACH CATEGORY, *
082500*    THEN THE TOP TEN BEST GAMES, MOST CAREER GAMES AND MOST     *
082600*    CAREER YACHTS, ALL FROM THE UPDATED MASTER.                 *
082700******************************************************************
082800 5000-PRINT-HONOUR-BOARD.
082900     MOVE WS-GAME-DATE TO WS-BT-DATE.
083000     WRITE RP-LINE FROM WS-BOARD-TITLE.
083100     MOVE SPACES TO RP-LINE.
083200     WRITE RP-LINE.
083300     MOVE "CLUB RECORDS BY CATEGORY" TO RP-LINE.
083400     WRITE RP-LINE.
083500     INITIALIZE WS-CLUB-CAT-TBL.
083600     MOVE 0 TO WS-MEMBER-COUNT.
083700     MOVE LOW-VALUES TO PB-MEMBER-ID.
083800     START PERSONAL-FILE KEY NOT < PB-MEMBER-ID.
083900     IF WS-PB-STATUS = '00'
084000         MOVE 'N' TO WS-EOF-SW
084100         PERFORM 3090-READ-NEXT-PERSONAL THRU 3090-EXIT
084200         PERFORM 5100-NOTE-CLUB-BESTS THRU 5100-EXIT
084300             UNTIL WS-EOF-INPUT
084400     END-IF.
084500     PERFORM 5200-PRINT-CATEGORY-RECORD THRU 5200-EXIT
084600         VARYING WS-CAT-INDEX FROM 1 BY 1
084700         UNTIL WS-CAT-INDEX > 12.
084800     SET WS-BOARD-BEST-GAME TO TRUE.
084900     PERFORM 5300-PRINT-ONE-BOARD THRU 5300-EXIT.
085000     SET WS-BOARD-CAREER-GAMES TO TRUE.
085100     PERFORM 5300-PRINT-ONE-BOARD THRU 5300-EXIT.
085200     SET WS-BOARD-CAREER-YACHTS TO TRUE.
085300     PERFORM 5300-PRINT-ONE-BOARD THRU 5300-EXIT.
085400 5000-EXIT.
085500     EXIT.
085600 5100-NOTE-CLUB-BESTS.
085700     ADD 1 TO WS-MEMBER-COUNT.
085800     PERFORM 5110-NOTE-ONE-CATEGORY THRU 5110-EXIT
085900         VARYING WS-CAT-INDEX FROM 1 BY 1
086000         UNTIL WS-CAT-INDEX > 12.
086100     PERFORM 3090-READ-NEXT-PERSONAL THRU 3090-EXIT.
086200 5100-EXIT.
086300     EXIT.
086400******************************************************************
086500*    5110-NOTE-ONE-CATEGORY - A HIGHER SCORE TAKES THE RECORD;   *
086600*    AN EQUAL ONE TAKES IT ONLY IF IT WAS SET ON AN EARLIER      *
086700*    (KNOWN) NIGHT.                                              *
086800******************************************************************
086900 5110-NOTE-ONE-CATEGORY.
087000     IF PB-CAT-BEST-SCORE (WS-CAT-INDEX) = 0
087100         GO TO 5110-EXIT
087200     END-IF.
087300     IF PB-CAT-BEST-SCORE (WS-CAT-INDEX)
087400             < WS-CC-SCORE (WS-CAT-INDEX)
087500         GO TO 5110-EXIT
087600     END-IF.
087700     IF PB-CAT-BEST-SCORE (WS-CAT-INDEX)
087800             = WS-CC-SCORE (WS-CAT-INDEX)
087900         IF PB-CAT-BEST-DATE (WS-CAT-INDEX) = 0
088000                 OR PB-CAT-BEST-DATE (WS-CAT-INDEX)
088100                     NOT < WS-CC-DATE (WS-CAT-INDEX)
088200             GO TO 5110-EXIT
088300         END-IF
088400     END-IF.
088500     MOVE PB-CAT-BEST-SCORE (WS-CAT-INDEX)
088600         TO WS-CC-SCORE (WS-CAT-INDEX).
088700     MOVE PB-CAT-BEST-DATE (WS-CAT-INDEX)
088800         TO WS-CC-DATE (WS-CAT-INDEX).
088900     MOVE PB-MEMBER-ID TO WS-CC-MEMBER-ID (WS-CAT-INDEX).
089000     MOVE PB-MEMBER-NAME TO WS-CC-MEMBER-NAME (WS-CAT-INDEX).
089100 5110-EXIT.
089200     EXIT.
089300 5200-PRINT-CATEGORY-RECORD.
089400     MOVE SPACES TO WS-CAT-RECORD-LINE.
089500     MOVE WS-CAT-LABEL (WS-CAT-INDEX) TO WS-CR-LABEL.
089600     MOVE WS-CC-SCORE (WS-CAT-INDEX) TO WS-CR-SCORE.
089700     MOVE WS-CC-MEMBER-ID (WS-CAT-INDEX) TO WS-CR-MEMBER-ID.
089800     MOVE WS-CC-MEMBER-NAME (WS-CAT-INDEX) TO WS-CR-MEMBER-NAME.
089900     IF WS-CC-DATE (WS-CAT-INDEX) NOT = 0
090000         MOVE WS-CC-DATE (WS-CAT-INDEX) TO WS-CR-DATE
090100     END-IF.
090200     WRITE RP-LINE FROM WS-CAT-RECORD-LINE.
090300 5200-EXIT.
090400     EXIT.
090500******************************************************************
090600*    5300-PRINT-ONE-BOARD - SORT THE MASTER ON THE BOARD'S       *
090700*    FIGURE (EARLIEST NIGHT FIRST ON A TIE) AND PRINT THE TOP    *
090800*    TEN.                                                        *
090900******************************************************************
091000 5300-PRINT-ONE-BOARD.
091100     MOVE SPACES TO RP-LINE.
091200     WRITE RP-LINE.
091300     EVALUATE TRUE
091400         WHEN WS-BOARD-BEST-GAME
091500             MOVE "BEST GAMES EVER" TO RP-LINE
091600         WHEN WS-BOARD-CAREER-GAMES
091700             MOVE "MOST CAREER GAMES" TO RP-LINE
091800         WHEN WS-BOARD-CAREER-YACHTS
091900             MOVE "MOST CAREER YACHTS" TO RP-LINE
092000     END-EVALUATE.
092100     WRITE RP-LINE.
092200     SORT BOARD-WORK-FILE
092300         ON DESCENDING KEY BW-VALUE
092400         ON ASCENDING KEY BW-DATE
092500         ON ASCENDING KEY BW-MEMBER-ID
092600         INPUT PROCEDURE IS 5400-RELEASE-BOARD THRU 5400-EXIT
092700         OUTPUT PROCEDURE IS 5500-PRINT-BOARD THRU 5500-EXIT.
092800 5300-EXIT.
092900     EXIT.
093000 5400-RELEASE-BOARD.
093100     MOVE LOW-VALUES TO PB-MEMBER-ID.
093200     START PERSONAL-FILE KEY NOT < PB-MEMBER-ID.
093300     IF WS-PB-STATUS NOT = '00'
093400         GO TO 5400-EXIT
093500     END-IF.
093600     MOVE 'N' TO WS-EOF-SW.
093700     PERFORM 3090-READ-NEXT-PERSONAL THRU 3090-EXIT.
093800     PERFORM 5410-RELEASE-ONE-MEMBER THRU 5410-EXIT
093900         UNTIL WS-EOF-INPUT.
094000 5400-EXIT.
094100     EXIT.
094200 5410-RELEASE-ONE-MEMBER.
094300     MOVE 0 TO BW-DATE.
094400     EVALUATE TRUE
094500         WHEN WS-BOARD-BEST-GAME
094600             MOVE PB-BEST-GAME TO BW-VALUE
094700             MOVE PB-BEST-GAME-DATE TO BW-DATE
094800         WHEN WS-BOARD-CAREER-GAMES
094900             MOVE PB-CAREER-GAMES TO BW-VALUE
095000         WHEN WS-BOARD-CAREER-YACHTS
095100             MOVE PB-CAREER-YACHTS TO BW-VALUE
095200     END-EVALUATE.
095300     IF BW-VALUE > 0
095400         MOVE PB-MEMBER-ID TO BW-MEMBER-ID
095500         MOVE PB-MEMBER-NAME TO BW-MEMBER-NAME
095600         RELEASE BW-RECORD
095700     END-IF.
095800     PERFORM 3090-READ-NEXT-PERSONAL THRU 3090-EXIT.
095900 5410-EXIT.
096000     EXIT.
096100 5500-PRINT-BOARD.
096200     MOVE 0 TO WS-BOARD-RANK.
096300     MOVE 'N' TO WS-EOF-SORT-SW.
096400     RETURN BOARD-WORK-FILE
096500         AT END
096600             SET WS-EOF-SORT-OUTPUT TO TRUE
096700     END-RETURN.
096800     PERFORM 5510-PRINT-ONE-PLACE THRU 5510-EXIT
096900         UNTIL WS-EOF-SORT-OUTPUT.
097000 5500-EXIT.
097100     EXIT.
097200 5510-PRINT-ONE-PLACE.
097300     IF WS-BOARD-RANK < WS-BOARD-MAX
097400         ADD 1 TO WS-BOARD-RANK
097500         MOVE SPACES TO WS-BOARD-LINE
097600         MOVE WS-BOARD-RANK TO WS-BL-RANK
097700         MOVE BW-MEMBER-ID TO WS-BL-MEMBER-ID
097800         MOVE BW-MEMBER-NAME TO WS-BL-MEMBER-NAME
097900         MOVE BW-VALUE TO WS-BL-VALUE
098000         IF BW-DATE NOT = 0
098100             MOVE BW-DATE TO WS-BL-DATE
098200         END-IF
098300         WRITE RP-LINE FROM WS-BOARD-LINE
098400     END-IF.
098500     RETURN BOARD-WORK-FILE
098600         AT END
098700             SET WS-EOF-SORT-OUTPUT TO TRUE
098800     END-RETURN.
098900 5510-EXIT.
099000     EXIT.
099100******************************************************************
099200*    7000-WRITE-ANNOUNCEMENT - FINISH THE LINE WITH THE MEMBER   *
099300*    WHOSE RECORD IS IN PB-RECORD (UNLESS ALREADY FILLED) AND    *
099400*    LIST IT FOR THE ANNOUNCER.                                  *
099500******************************************************************
099600 7000-WRITE-ANNOUNCEMENT.
099700     IF WS-AN-MEMBER-ID = SPACES
099800         MOVE PB-MEMBER-ID TO WS-AN-MEMBER-ID
099900         MOVE PB-MEMBER-NAME TO WS-AN-MEMBER-NAME
100000     END-IF.
100100     WRITE NR-LINE FROM WS-ANNOUNCE-LINE.
100200     ADD 1 TO WS-NEW-RECORD-COUNT.
100300 7000-EXIT.
100400     EXIT.
100500******************************************************************
100600*    8000-FINALIZE - RUN TOTALS AT THE FOOT OF THE ANNOUNCER'S   *
100700*    LIST, THEN CLOSE UP.                                        *
100800******************************************************************
100900 8000-FINALIZE.
101000     IF WS-NEW-RECORD-COUNT = 0
101100         MOVE "NO NEW RECORDS OR MILESTONES TONIGHT" TO NR-LINE
101200         WRITE NR-LINE
101300     END-IF.
101400     MOVE SPACES TO NR-LINE.
101500     WRITE NR-LINE.
101600     IF WS-REBUILD
101700         MOVE WS-REBUILT-COUNT TO WS-RB-COUNT
101800         WRITE NR-LINE FROM WS-REBUILT-LINE
101900         MOVE WS-SUMMARY-COUNT TO WS-SM-COUNT
102000         WRITE NR-LINE FROM WS-SUMMARY-LINE
102100     END-IF.
102200     MOVE WS-APPLIED-COUNT TO WS-AP-COUNT.
102300     WRITE NR-LINE FROM WS-APPLIED-LINE.
102400     MOVE WS-ALREADY-COUNT TO WS-AL-COUNT.
102500     WRITE NR-LINE FROM WS-ALREADY-LINE.
102600     MOVE WS-NEW-RECORD-COUNT TO WS-NW-COUNT.
102700     WRITE NR-LINE FROM WS-NEW-RECORD-LINE.
102800     CLOSE PERSONAL-FILE.
102900     CLOSE REPORT-FILE.
103000     CLOSE NEWREC-FILE.
103100 8000-EXIT.
103200     EXIT.
