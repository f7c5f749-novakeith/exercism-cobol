001700*                     MEMBER MOVING TEAMS MID-SEASON LEAVES      *
001800*                     THEIR OLD-TEAM GAMES WITH THE OLD TEAM     *
001900*                     AND BRINGS NOTHING TO THE NEW ONE.         *
001910*    10/15/2026 JH    LEAGUE TABLE.  WHEN YACHTFIX FIXTURES ARE  *
001920*                     ON FILE, EACH TEAM'S PLAYED, WON, DRAWN,   *
001930*                     LOST AND MATCH POINTS FOR THE LATEST       *
001940*                     SEASON ON THE FIXTURE FILE ARE PRINTED     *
001950*                     BESIDE THE SEASON POINTS, AND THE TEAMS    *
001960*                     RANK ON MATCH POINTS FIRST, SEASON POINTS  *
001970*                     AS THE TIE-BREAK.  WITH NO FIXTURE FILE    *
001980*                     EVERY TEAM HAS NO MATCH POINTS AND THE     *
001990*                     ORDER IS AS BEFORE.                        *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS HI-HIST-KEY
003300         FILE STATUS IS WS-HI-STATUS.
003310     SELECT FIXTURE-FILE ASSIGN TO "FIXTURES"
003320         ORGANIZATION IS INDEXED
003330         ACCESS MODE IS DYNAMIC
003340         RECORD KEY IS FX-FIXTURE-KEY
003350         FILE STATUS IS WS-FX-STATUS.
003400     SELECT RANK-WORK-FILE ASSIGN TO "RANKWORK".
003500     SELECT REPORT-FILE ASSIGN TO "TEAMSRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL
004100     COPY "teamrec.cpy".
004200 FD  HISTORY-FILE.
004300     COPY "histrec.cpy".
004310 FD  FIXTURE-FILE.
004320     COPY "fixture.cpy".
004400 SD  RANK-WORK-FILE.
004500 01  RW-RECORD.
004600     05  RW-DIVISION               PIC X(01).
004650     05  RW-MATCH-POINTS           PIC 9(04).
004700     05  RW-SEASON-POINTS          PIC 9(09).
004800     05  RW-TEAM-ID                PIC X(04).
004900     05  RW-TEAM-NAME              PIC X(20).
005000     05  RW-GAMES                  PIC 9(05).
005010     05  RW-PLAYED                 PIC 9(03).
005020     05  RW-WON                    PIC 9(03).
005030     05  RW-DRAWN                  PIC 9(03).
005040     05  RW-LOST                   PIC 9(03).
005100 FD  REPORT-FILE.
005200 01  RP-LINE                       PIC X(80).
005300 WORKING-STORAGE SECTION.
005400 77  WS-TM-STATUS                  PIC X(02) VALUE '00'.
005500 77  WS-HI-STATUS                  PIC X(02) VALUE '00'.
005550 77  WS-FX-STATUS                  PIC X(02) VALUE '00'.
005600 77  WS-RP-STATUS                  PIC X(02) VALUE '00'.
005700 77  WS-TEAMS-USED                 PIC 9(03) VALUE 0.
005800 77  WS-TEAM-MAX                   PIC 9(03) VALUE 50.
006000 77  WS-SLOT-SUB                   PIC 9(02) VALUE 0.
006100 77  WS-RANK                       PIC 9(05) VALUE 0.
006200 77  WS-PREV-DIVISION              PIC X(01) VALUE SPACES.
006210 77  WS-LEAGUE-SEASON              PIC 9(03) VALUE 0.
006220 77  WS-HOME-SUB                   PIC 9(03) VALUE 0.
006230 77  WS-AWAY-SUB                   PIC 9(03) VALUE 0.
006240 77  WS-SIDE-PTS                   PIC 9(01) VALUE 0.
006300 01  WS-SWITCHES.
006400     05  WS-EOF-TM-SW              PIC X(01) VALUE 'N'.
006500         88  WS-EOF-TEAMS                  VALUE 'Y'.
007100         88  WS-FIRST-DIVISION             VALUE 'Y'.
007200     05  WS-PLACED-SW              PIC X(01) VALUE 'N'.
007300         88  WS-GAME-PLACED                VALUE 'Y'.
007310     05  WS-EOF-FX-SW              PIC X(01) VALUE 'N'.
007320         88  WS-EOF-FIXTURES               VALUE 'Y'.
007400******************************************************************
007500*    THE TEAMS IN STORAGE FOR THE SEASON PASS: EVERY SLOT IS     *
007600*    KEPT WITH ITS EFFECTIVE AND END DATES SO EACH ARCHIVED      *
008300         10  WS-TT-DIVISION        PIC X(01).
008400         10  WS-TT-SEASON-POINTS   PIC 9(09).
008500         10  WS-TT-GAMES           PIC 9(05).
008510         10  WS-TT-PLAYED          PIC 9(03).
008520         10  WS-TT-WON             PIC 9(03).
008530         10  WS-TT-DRAWN           PIC 9(03).
008540         10  WS-TT-LOST            PIC 9(03).
008550         10  WS-TT-MATCH-POINTS    PIC 9(04).
008600         10  WS-TT-SLOT OCCURS 8 TIMES.
008700             15  WS-TT-MEMBER-ID   PIC X(10).
008800             15  WS-TT-EFF-DATE    PIC 9(08).
009000 01  WS-DIV-HEADER.
009100     05  FILLER                    PIC X(09) VALUE "DIVISION ".
009200     05  WS-DH-DIVISION            PIC X(01).
009210 01  WS-COLUMN-HEADER.
009220     05  FILLER                    PIC X(37) VALUE
009230         " RANK TEAM NAME                 GAMES".
009240     05  FILLER                    PIC X(37) VALUE
009250         "          POINTS   P   W   D   L   MP".
009260 01  WS-SEASON-LINE.
009270     05  FILLER                    PIC X(33) VALUE
009280         "MATCH RECORD FROM LEAGUE SEASON ".
009290     05  WS-SL-SEASON-NO           PIC ZZ9.
009300 01  WS-DETAIL-LINE.
009400     05  WS-DL-RANK                PIC ZZZZ9.
009500     05  FILLER                    PIC X(01) VALUE SPACE.
010000     05  WS-DL-GAMES               PIC ZZZZ9.
010100     05  FILLER                    PIC X(07) VALUE " GAMES ".
010200     05  WS-DL-POINTS              PIC ZZZZZZZZ9.
010210     05  FILLER                    PIC X(01) VALUE SPACE.
010220     05  WS-DL-PLAYED              PIC ZZ9.
010230     05  FILLER                    PIC X(01) VALUE SPACE.
010240     05  WS-DL-WON                 PIC ZZ9.
010250     05  FILLER                    PIC X(01) VALUE SPACE.
010260     05  WS-DL-DRAWN               PIC ZZ9.
010270     05  FILLER                    PIC X(01) VALUE SPACE.
010280     05  WS-DL-LOST                PIC ZZ9.
010290     05  FILLER                    PIC X(01) VALUE SPACE.
010295     05  WS-DL-MATCH-POINTS        PIC ZZZ9.
010300 PROCEDURE DIVISION.
010400******************************************************************
010500*    0000-MAINLINE                                               *
011600         WRITE RP-LINE
011700     ELSE
011800         PERFORM 2000-TALLY-HISTORY THRU 2000-EXIT
011850         PERFORM 2500-TALLY-FIXTURES THRU 2500-EXIT
011900         SORT RANK-WORK-FILE
012000             ON ASCENDING KEY RW-DIVISION
012050             ON DESCENDING KEY RW-MATCH-POINTS
012100             ON DESCENDING KEY RW-SEASON-POINTS
012200             INPUT PROCEDURE IS 3000-RELEASE-TEAMS
012300                 THRU 3000-EXIT
015100         MOVE TM-DIVISION TO WS-TT-DIVISION (WS-TEAM-SUB)
015200         MOVE 0 TO WS-TT-SEASON-POINTS (WS-TEAM-SUB)
015300         MOVE 0 TO WS-TT-GAMES (WS-TEAM-SUB)
015310         PERFORM 2600-CLEAR-ONE-RECORD THRU 2600-EXIT
015400         PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
015500                 UNTIL WS-SLOT-SUB > 8
015600             MOVE TM-MEMBER-ID (WS-SLOT-SUB)
022000     END-IF.
022100 2300-EXIT.
022200     EXIT.
022300******************************************************************
022305*    2500-TALLY-FIXTURES - WALK THE FIXTURE FILE IN SEASON       *
022310*    ORDER.  A HIGHER SEASON NUMBER WIPES WHAT WAS TALLIED FOR   *
022315*    THE ONE BEFORE, SO ONLY THE LATEST SEASON IS LEFT.  ONLY    *
022320*    PLAYED FIXTURES COUNT - A BYE OR AN UNPLAYED MATCH IS NO    *
022325*    GAME FOR EITHER SIDE.                                       *
022330******************************************************************
022335 2500-TALLY-FIXTURES.
022340     OPEN INPUT FIXTURE-FILE.
022345     IF WS-FX-STATUS NOT = '00'
022350         GO TO 2500-EXIT
022355     END-IF.
022360     PERFORM 2590-READ-NEXT-FIXTURE THRU 2590-EXIT.
022365     PERFORM 2510-TALLY-ONE-FIXTURE THRU 2510-EXIT
022370         UNTIL WS-EOF-FIXTURES.
022375     CLOSE FIXTURE-FILE.
022380     IF WS-LEAGUE-SEASON > 0
022385         MOVE WS-LEAGUE-SEASON TO WS-SL-SEASON-NO
022390         WRITE RP-LINE FROM WS-SEASON-LINE
022395         MOVE SPACES TO RP-LINE
022400         WRITE RP-LINE
022405     END-IF.
022410 2500-EXIT.
022415     EXIT.
022420 2510-TALLY-ONE-FIXTURE.
022425     IF FX-SEASON-NO > WS-LEAGUE-SEASON
022430         MOVE FX-SEASON-NO TO WS-LEAGUE-SEASON
022435         PERFORM 2600-CLEAR-ONE-RECORD THRU 2600-EXIT
022440             VARYING WS-TEAM-SUB FROM 1 BY 1
022445             UNTIL WS-TEAM-SUB > WS-TEAMS-USED
022450     END-IF.
022455     IF NOT FX-PLAYED
022460         PERFORM 2590-READ-NEXT-FIXTURE THRU 2590-EXIT
022465         GO TO 2510-EXIT
022470     END-IF.
022475     MOVE 0 TO WS-HOME-SUB WS-AWAY-SUB.
022480     PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
022485             UNTIL WS-TEAM-SUB > WS-TEAMS-USED
022490         IF WS-TT-TEAM-ID (WS-TEAM-SUB) = FX-HOME-TEAM-ID
022495             MOVE WS-TEAM-SUB TO WS-HOME-SUB
022500         END-IF
022505         IF WS-TT-TEAM-ID (WS-TEAM-SUB) = FX-AWAY-TEAM-ID
022510             MOVE WS-TEAM-SUB TO WS-AWAY-SUB
022515         END-IF
022520     END-PERFORM.
022525     IF WS-HOME-SUB > 0
022530         MOVE WS-HOME-SUB TO WS-TEAM-SUB
022535         PERFORM 2700-CREDIT-ONE-SIDE THRU 2700-EXIT
022540     END-IF.
022545     IF WS-AWAY-SUB > 0
022550         MOVE WS-AWAY-SUB TO WS-TEAM-SUB
022555         PERFORM 2700-CREDIT-ONE-SIDE THRU 2700-EXIT
022560     END-IF.
022565     PERFORM 2590-READ-NEXT-FIXTURE THRU 2590-EXIT.
022570 2510-EXIT.
022575     EXIT.
022580 2590-READ-NEXT-FIXTURE.
022585     READ FIXTURE-FILE NEXT RECORD
022590         AT END
022595             SET WS-EOF-FIXTURES TO TRUE
022600     END-READ.
022605 2590-EXIT.
022610     EXIT.
022615 2600-CLEAR-ONE-RECORD.
022620     MOVE 0 TO WS-TT-PLAYED (WS-TEAM-SUB)
022625               WS-TT-WON (WS-TEAM-SUB)
022630               WS-TT-DRAWN (WS-TEAM-SUB)
022635               WS-TT-LOST (WS-TEAM-SUB)
022640               WS-TT-MATCH-POINTS (WS-TEAM-SUB).
022645 2600-EXIT.
022650     EXIT.
022655******************************************************************
022660*    2700-CREDIT-ONE-SIDE - THE MATCH POINTS ON THE FIXTURE      *
022665*    SAY HOW IT WENT: 2 A WIN, 1 A DRAW, 0 A LOSS.               *
022670******************************************************************
022675 2700-CREDIT-ONE-SIDE.
022680     ADD 1 TO WS-TT-PLAYED (WS-TEAM-SUB).
022685     IF WS-TEAM-SUB = WS-HOME-SUB
022690         MOVE FX-HOME-MATCH-PTS TO WS-SIDE-PTS
022695     ELSE
022700         MOVE FX-AWAY-MATCH-PTS TO WS-SIDE-PTS
022705     END-IF.
022710     EVALUATE WS-SIDE-PTS
022715         WHEN 2
022720             ADD 1 TO WS-TT-WON (WS-TEAM-SUB)
022725         WHEN 1
022730             ADD 1 TO WS-TT-DRAWN (WS-TEAM-SUB)
022735         WHEN OTHER
022740             ADD 1 TO WS-TT-LOST (WS-TEAM-SUB)
022745     END-EVALUATE.
022750     ADD WS-SIDE-PTS TO WS-TT-MATCH-POINTS (WS-TEAM-SUB).
022755 2700-EXIT.
022760     EXIT.
022765 2900-READ-NEXT-HISTORY.
022770     READ HISTORY-FILE NEXT RECORD
022775         AT END
022780             SET WS-EOF-HISTORY TO TRUE
022785     END-READ.
022790 2900-EXIT.
022795     EXIT.
023000******************************************************************
023100*    3000-RELEASE-TEAMS - EVERY LOADED TEAM GOES TO THE SORT     *
023200*    WITH ITS DIVISION AND SEASON POINTS.                        *
024400     MOVE WS-TT-TEAM-ID (WS-TEAM-SUB) TO RW-TEAM-ID.
024500     MOVE WS-TT-TEAM-NAME (WS-TEAM-SUB) TO RW-TEAM-NAME.
024600     MOVE WS-TT-GAMES (WS-TEAM-SUB) TO RW-GAMES.
024610     MOVE WS-TT-MATCH-POINTS (WS-TEAM-SUB) TO RW-MATCH-POINTS.
024620     MOVE WS-TT-PLAYED (WS-TEAM-SUB) TO RW-PLAYED.
024630     MOVE WS-TT-WON (WS-TEAM-SUB) TO RW-WON.
024640     MOVE WS-TT-DRAWN (WS-TEAM-SUB) TO RW-DRAWN.
024650     MOVE WS-TT-LOST (WS-TEAM-SUB) TO RW-LOST.
024700     RELEASE RW-RECORD.
024800 3100-EXIT.
024900     EXIT.
027300         END-IF
027400         MOVE RW-DIVISION TO WS-DH-DIVISION
027500         WRITE RP-LINE FROM WS-DIV-HEADER
027550         WRITE RP-LINE FROM WS-COLUMN-HEADER
027600         MOVE RW-DIVISION TO WS-PREV-DIVISION
027700         MOVE 0 TO WS-RANK
027800         MOVE 'N' TO WS-FIRST-DIV-SW
028400     MOVE RW-TEAM-NAME TO WS-DL-TEAM-NAME.
028500     MOVE RW-GAMES TO WS-DL-GAMES.
028600     MOVE RW-SEASON-POINTS TO WS-DL-POINTS.
028610     MOVE RW-PLAYED TO WS-DL-PLAYED.
028620     MOVE RW-WON TO WS-DL-WON.
028630     MOVE RW-DRAWN TO WS-DL-DRAWN.
028640     MOVE RW-LOST TO WS-DL-LOST.
028650     MOVE RW-MATCH-POINTS TO WS-DL-MATCH-POINTS.
028700     WRITE RP-LINE FROM WS-DETAIL-LINE.
028800     RETURN RANK-WORK-FILE
028900         AT END
