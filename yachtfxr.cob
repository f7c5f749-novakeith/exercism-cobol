000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YACHTFXR.
000300 AUTHOR. J HALVORSEN.
000400 INSTALLATION. RIVERSIDE SOCIAL CLUB GAME NIGHT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/2026 JH    ORIGINAL - LEAGUE MATCH RESULTS.  SCORES   *
001100*                     EVERY FIXTURE SCHEDULED BY YACHTFIX FOR    *
001200*                     THE NIGHT FROM THE ARCHIVED GAMES ON       *
001300*                     GAMEHIST.  EACH MEMBER'S BEST GAME OF THE  *
001400*                     NIGHT (THE YACHTTMN BASIS) GOES TO THE     *
001500*                     TEAM WHOSE SLOT COVERED THE DATE (THE      *
001600*                     YACHTTSS RULE) AND THE HIGHER TEAM TOTAL   *
001700*                     TAKES THE MATCH - 2 POINTS A WIN, 1 EACH   *
001800*                     FOR A DRAW.  A SIDE WITH NO GAMES LOSES    *
001900*                     BY FORFEIT; WITH NEITHER SIDE PRESENT THE  *
002000*                     FIXTURE STAYS UNPLAYED.  THE NIGHT COMES   *
002100*                     FROM RUNTOTAL UNLESS AN FXRCTL CARD NAMES  *
002200*                     ANOTHER, AND A RERUN SIMPLY RESCORES.      *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT FIXTURE-FILE ASSIGN TO "FIXTURES"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS FX-FIXTURE-KEY
003100         FILE STATUS IS WS-FX-STATUS.
003200     SELECT TEAM-FILE ASSIGN TO "TEAMMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS TM-TEAM-ID
003600         FILE STATUS IS WS-TM-STATUS.
003700     SELECT HISTORY-FILE ASSIGN TO "GAMEHIST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS HI-HIST-KEY
004100         FILE STATUS IS WS-HI-STATUS.
004200     SELECT RUNTOTAL-FILE ASSIGN TO "RUNTOTAL"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RT-STATUS.
004500     SELECT CONTROL-FILE ASSIGN TO "FXRCTL"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CT-STATUS.
004800     SELECT REPORT-FILE ASSIGN TO "FXRRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RP-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  FIXTURE-FILE.
005400     COPY "fixture.cpy".
005500 FD  TEAM-FILE.
005600     COPY "teamrec.cpy".
005700 FD  HISTORY-FILE.
005800     COPY "histrec.cpy".
005900 FD  RUNTOTAL-FILE.
006000     COPY "runtotal.cpy".
006100******************************************************************
006200*    OPTIONAL - ONLY NEEDED TO SCORE A NIGHT OTHER THAN THE ONE  *
006300*    ON RUNTOTAL, E.G. AFTER A LATE SCORE CORRECTION.            *
006400******************************************************************
006500 FD  CONTROL-FILE.
006600 01  FR-RECORD.
006700     05  FR-GAME-DATE              PIC 9(08).
006800     05  FILLER                    PIC X(12).
006900 FD  REPORT-FILE.
007000 01  RP-LINE                       PIC X(80).
007100 WORKING-STORAGE SECTION.
007200 77  WS-FX-STATUS                  PIC X(02) VALUE '00'.
007300 77  WS-TM-STATUS                  PIC X(02) VALUE '00'.
007400 77  WS-HI-STATUS                  PIC X(02) VALUE '00'.
007500 77  WS-RT-STATUS                  PIC X(02) VALUE '00'.
007600 77  WS-CT-STATUS                  PIC X(02) VALUE '00'.
007700 77  WS-RP-STATUS                  PIC X(02) VALUE '00'.
007800 77  WS-GAME-DATE                  PIC 9(08) VALUE 0.
007900 77  WS-TEAMS-USED                 PIC 9(03) VALUE 0.
008000 77  WS-TEAM-MAX                   PIC 9(03) VALUE 50.
008100 77  WS-TEAM-SUB                   PIC 9(03) VALUE 0.
008200 77  WS-HOME-SUB                   PIC 9(03) VALUE 0.
008300 77  WS-AWAY-SUB                   PIC 9(03) VALUE 0.
008400 77  WS-SLOT-SUB                   PIC 9(02) VALUE 0.
008500 77  WS-BEST-TOTAL                 PIC 9(05) VALUE 0.
008600 77  WS-PREV-ID                    PIC X(10) VALUE SPACES.
008700 77  WS-PLAYED-COUNT               PIC 9(05) VALUE 0.
008800 77  WS-FORFEIT-COUNT              PIC 9(05) VALUE 0.
008900 77  WS-UNPLAYED-COUNT             PIC 9(05) VALUE 0.
009000 77  WS-BYE-COUNT                  PIC 9(05) VALUE 0.
009100 77  WS-UNPLACED-COUNT             PIC 9(05) VALUE 0.
009200 01  WS-SWITCHES.
009300     05  WS-EOF-TM-SW              PIC X(01) VALUE 'N'.
009400         88  WS-EOF-TEAMS                  VALUE 'Y'.
009500     05  WS-EOF-HI-SW              PIC X(01) VALUE 'N'.
009600         88  WS-EOF-HISTORY                VALUE 'Y'.
009700     05  WS-EOF-FX-SW              PIC X(01) VALUE 'N'.
009800         88  WS-EOF-FIXTURES               VALUE 'Y'.
009900     05  WS-PLACED-SW              PIC X(01) VALUE 'N'.
010000         88  WS-PLAYER-PLACED              VALUE 'Y'.
010100     05  WS-FX-OPEN-SW             PIC X(01) VALUE 'N'.
010200         88  WS-FIXTURES-OPEN              VALUE 'Y'.
010300******************************************************************
010400*    THE TEAMS IN STORAGE FOR THE NIGHT: EVERY SLOT WITH ITS     *
010500*    DATES, AND THE NIGHT'S TOTAL AND GAME COUNT AS MEMBERS'     *
010600*    BEST GAMES COME IN.                                         *
010700******************************************************************
010800 01  WS-TEAM-TBL.
010900     05  WS-TT-ENTRY OCCURS 50 TIMES.
011000         10  WS-TT-TEAM-ID         PIC X(04).
011100         10  WS-TT-TEAM-NAME       PIC X(20).
011200         10  WS-TT-NIGHT-TOTAL     PIC 9(05).
011300         10  WS-TT-GAMES           PIC 9(02).
011400         10  WS-TT-SLOT OCCURS 8 TIMES.
011500             15  WS-TT-MEMBER-ID   PIC X(10).
011600             15  WS-TT-EFF-DATE    PIC 9(08).
011700             15  WS-TT-END-DATE    PIC 9(08).
011800 01  WS-TITLE-LINE.
011900     05  FILLER                    PIC X(26) VALUE
012000         "LEAGUE MATCH RESULTS FOR ".
012100     05  WS-TL-GAME-DATE           PIC 9(08).
012200 01  WS-RESULT-LINE.
012300     05  WS-RL-DIVISION            PIC X(01).
012400     05  FILLER                    PIC X(01) VALUE SPACE.
012500     05  WS-RL-MATCH-NO            PIC Z9.
012600     05  FILLER                    PIC X(01) VALUE SPACE.
012700     05  WS-RL-HOME-ID             PIC X(04).
012800     05  FILLER                    PIC X(01) VALUE SPACE.
012900     05  WS-RL-HOME-SCORE          PIC ZZZZ9.
013000     05  FILLER                    PIC X(01) VALUE SPACE.
013100     05  WS-RL-HOME-GAMES          PIC Z9.
013200     05  FILLER                    PIC X(04) VALUE "G  V".
013300     05  FILLER                    PIC X(01) VALUE SPACE.
013400     05  WS-RL-AWAY-ID             PIC X(04).
013500     05  FILLER                    PIC X(01) VALUE SPACE.
013600     05  WS-RL-AWAY-SCORE          PIC ZZZZ9.
013700     05  FILLER                    PIC X(01) VALUE SPACE.
013800     05  WS-RL-AWAY-GAMES          PIC Z9.
013900     05  FILLER                    PIC X(03) VALUE "G  ".
014000     05  WS-RL-HOME-PTS            PIC 9(01).
014100     05  FILLER                    PIC X(01) VALUE "-".
014200     05  WS-RL-AWAY-PTS            PIC 9(01).
014300     05  FILLER                    PIC X(02) VALUE SPACES.
014400     05  WS-RL-OUTCOME             PIC X(20).
014500 01  WS-PLAYED-TOTAL-LINE.
014600     05  FILLER                    PIC X(23) VALUE
014700         "MATCHES PLAYED ......: ".
014800     05  WS-PT-COUNT               PIC ZZZZ9.
014900 01  WS-FORFEIT-TOTAL-LINE.
015000     05  FILLER                    PIC X(23) VALUE
015100         "  OF WHICH FORFEITS .: ".
015200     05  WS-FT-COUNT               PIC ZZZZ9.
015300 01  WS-UNPLAYED-TOTAL-LINE.
015400     05  FILLER                    PIC X(23) VALUE
015500         "NOT PLAYED ..........: ".
015600     05  WS-NT-COUNT               PIC ZZZZ9.
015700 01  WS-BYE-TOTAL-LINE.
015800     05  FILLER                    PIC X(23) VALUE
015900         "BYES ................: ".
016000     05  WS-BT-COUNT               PIC ZZZZ9.
016100 01  WS-UNPLACED-TOTAL-LINE.
016200     05  FILLER                    PIC X(23) VALUE
016300         "PLAYERS ON NO TEAM ..: ".
016400     05  WS-UT-COUNT               PIC ZZZZ9.
016500 PROCEDURE DIVISION.
016600******************************************************************
016700*    0000-MAINLINE                                               *
016800******************************************************************
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     IF WS-GAME-DATE > 0 AND WS-TEAMS-USED > 0
017200         PERFORM 2000-TALLY-NIGHT THRU 2000-EXIT
017300         PERFORM 3000-SCORE-FIXTURES THRU 3000-EXIT
017400     END-IF.
017500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
017600     STOP RUN.
017700******************************************************************
017800*    1000-INITIALIZE - FIX THE NIGHT, THEN LOAD THE TEAMS WITH   *
017900*    ALL OF THEIR SLOTS, OPEN AND END-DATED ALIKE.               *
018000******************************************************************
018100 1000-INITIALIZE.
018200     OPEN OUTPUT REPORT-FILE.
018300     OPEN INPUT CONTROL-FILE.
018400     IF WS-CT-STATUS = '00'
018500         READ CONTROL-FILE
018600             NOT AT END
018700                 IF FR-GAME-DATE IS NUMERIC
018800                     MOVE FR-GAME-DATE TO WS-GAME-DATE
018900                 END-IF
019000         END-READ
019100         CLOSE CONTROL-FILE
019200     END-IF.
019300     IF WS-GAME-DATE = 0
019400         OPEN INPUT RUNTOTAL-FILE
019500         IF WS-RT-STATUS = '00'
019600             READ RUNTOTAL-FILE
019700                 NOT AT END
019800                     MOVE RT-RUN-DATE TO WS-GAME-DATE
019900             END-READ
020000             CLOSE RUNTOTAL-FILE
020100         END-IF
020200     END-IF.
020300     IF WS-GAME-DATE = 0
020400         MOVE "NO GAME DATE ON FXRCTL OR RUNTOTAL - NO RESULTS"
020500             TO RP-LINE
020600         WRITE RP-LINE
020700         GO TO 1000-EXIT
020800     END-IF.
020900     MOVE WS-GAME-DATE TO WS-TL-GAME-DATE.
021000     WRITE RP-LINE FROM WS-TITLE-LINE.
021100     MOVE SPACES TO RP-LINE.
021200     WRITE RP-LINE.
021300     OPEN INPUT TEAM-FILE.
021400     IF WS-TM-STATUS NOT = '00'
021500         MOVE "NO TEAMS ON THE TEAM MASTER" TO RP-LINE
021600         WRITE RP-LINE
021700         GO TO 1000-EXIT
021800     END-IF.
021900     PERFORM 1900-READ-NEXT-TEAM THRU 1900-EXIT.
022000     PERFORM 1100-LOAD-ONE-TEAM THRU 1100-EXIT
022100         UNTIL WS-EOF-TEAMS.
022200     CLOSE TEAM-FILE.
022300 1000-EXIT.
022400     EXIT.
022500 1100-LOAD-ONE-TEAM.
022600     IF WS-TEAMS-USED < WS-TEAM-MAX
022700         ADD 1 TO WS-TEAMS-USED
022800         MOVE WS-TEAMS-USED TO WS-TEAM-SUB
022900         MOVE TM-TEAM-ID TO WS-TT-TEAM-ID (WS-TEAM-SUB)
023000         MOVE TM-TEAM-NAME TO WS-TT-TEAM-NAME (WS-TEAM-SUB)
023100         MOVE 0 TO WS-TT-NIGHT-TOTAL (WS-TEAM-SUB)
023200         MOVE 0 TO WS-TT-GAMES (WS-TEAM-SUB)
023300         PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
023400                 UNTIL WS-SLOT-SUB > 8
023500             MOVE TM-MEMBER-ID (WS-SLOT-SUB)
023600                 TO WS-TT-MEMBER-ID (WS-TEAM-SUB WS-SLOT-SUB)
023700             MOVE TM-MEMBER-EFF-DATE (WS-SLOT-SUB)
023800                 TO WS-TT-EFF-DATE (WS-TEAM-SUB WS-SLOT-SUB)
023900             MOVE TM-MEMBER-END-DATE (WS-SLOT-SUB)
024000                 TO WS-TT-END-DATE (WS-TEAM-SUB WS-SLOT-SUB)
024100         END-PERFORM
024200     END-IF.
024300     PERFORM 1900-READ-NEXT-TEAM THRU 1900-EXIT.
024400 1100-EXIT.
024500     EXIT.
024600 1900-READ-NEXT-TEAM.
024700     READ TEAM-FILE NEXT RECORD
024800         AT END
024900             SET WS-EOF-TEAMS TO TRUE
025000     END-READ.
025100 1900-EXIT.
025200     EXIT.
025300******************************************************************
025400*    2000-TALLY-NIGHT - GAMEHIST IS IN PLAYER ORDER, SO EACH     *
025500*    MEMBER'S GAMES FOR THE NIGHT ARRIVE TOGETHER.  KEEP THE     *
025600*    BEST OF THEM AND, ON THE PLAYER BREAK, CREDIT IT TO THE     *
025700*    TEAM THAT HAD THE MEMBER ON THE NIGHT.  GUEST GAMES NEVER   *
025800*    COUNT FOR A TEAM.                                           *
025900******************************************************************
026000 2000-TALLY-NIGHT.
026100     OPEN INPUT HISTORY-FILE.
026200     IF WS-HI-STATUS NOT = '00'
026300         MOVE "NO GAME HISTORY ON FILE" TO RP-LINE
026400         WRITE RP-LINE
026500         GO TO 2000-EXIT
026600     END-IF.
026700     MOVE SPACES TO WS-PREV-ID.
026800     MOVE 0 TO WS-BEST-TOTAL.
026900     PERFORM 2900-READ-NEXT-HISTORY THRU 2900-EXIT.
027000     PERFORM 2100-TAKE-ONE-GAME THRU 2100-EXIT
027100         UNTIL WS-EOF-HISTORY.
027200     IF WS-PREV-ID NOT = SPACES
027300         PERFORM 2200-PLACE-PLAYER THRU 2200-EXIT
027400     END-IF.
027500     CLOSE HISTORY-FILE.
027600 2000-EXIT.
027700     EXIT.
027800 2100-TAKE-ONE-GAME.
027900     IF HI-GAME-DATE NOT = WS-GAME-DATE OR HI-GUEST-GAME
028000         PERFORM 2900-READ-NEXT-HISTORY THRU 2900-EXIT
028100         GO TO 2100-EXIT
028200     END-IF.
028300     IF HI-PLAYER-ID NOT = WS-PREV-ID
028400         IF WS-PREV-ID NOT = SPACES
028500             PERFORM 2200-PLACE-PLAYER THRU 2200-EXIT
028600         END-IF
028700         MOVE HI-PLAYER-ID TO WS-PREV-ID
028800         MOVE 0 TO WS-BEST-TOTAL
028900     END-IF.
029000     IF HI-GAME-TOTAL > WS-BEST-TOTAL
029100         MOVE HI-GAME-TOTAL TO WS-BEST-TOTAL
029200     END-IF.
029300     PERFORM 2900-READ-NEXT-HISTORY THRU 2900-EXIT.
029400 2100-EXIT.
029500     EXIT.
029600 2200-PLACE-PLAYER.
029700     MOVE 'N' TO WS-PLACED-SW.
029800     PERFORM 2300-CHECK-ONE-TEAM THRU 2300-EXIT
029900         VARYING WS-TEAM-SUB FROM 1 BY 1
030000         UNTIL WS-TEAM-SUB > WS-TEAMS-USED
030100         OR WS-PLAYER-PLACED.
030200     IF NOT WS-PLAYER-PLACED
030300         ADD 1 TO WS-UNPLACED-COUNT
030400     END-IF.
030500 2200-EXIT.
030600     EXIT.
030700 2300-CHECK-ONE-TEAM.
030800     PERFORM 2400-CHECK-ONE-SLOT THRU 2400-EXIT
030900         VARYING WS-SLOT-SUB FROM 1 BY 1
031000         UNTIL WS-SLOT-SUB > 8
031100         OR WS-PLAYER-PLACED.
031200 2300-EXIT.
031300     EXIT.
031400 2400-CHECK-ONE-SLOT.
031500     IF WS-TT-MEMBER-ID (WS-TEAM-SUB WS-SLOT-SUB)
031600             = WS-PREV-ID
031700         AND WS-TT-EFF-DATE (WS-TEAM-SUB WS-SLOT-SUB)
031800             NOT > WS-GAME-DATE
031900         AND (WS-TT-END-DATE (WS-TEAM-SUB WS-SLOT-SUB) = 0
032000             OR WS-TT-END-DATE (WS-TEAM-SUB WS-SLOT-SUB)
032100                 > WS-GAME-DATE)
032200         ADD WS-BEST-TOTAL
032300             TO WS-TT-NIGHT-TOTAL (WS-TEAM-SUB)
032400         ADD 1 TO WS-TT-GAMES (WS-TEAM-SUB)
032500         SET WS-PLAYER-PLACED TO TRUE
032600     END-IF.
032700 2400-EXIT.
032800     EXIT.
032900 2900-READ-NEXT-HISTORY.
033000     READ HISTORY-FILE NEXT RECORD
033100         AT END
033200             SET WS-EOF-HISTORY TO TRUE
033300     END-READ.
033400 2900-EXIT.
033500     EXIT.
033600******************************************************************
033700*    3000-SCORE-FIXTURES - WALK THE WHOLE FIXTURE FILE AND       *
033800*    SCORE EVERY FIXTURE SET FOR THE NIGHT, WHATEVER SEASON IT   *
033900*    BELONGS TO.  EACH IS REWRITTEN FROM SCRATCH, SO SCORING THE *
034000*    SAME NIGHT TWICE GIVES THE SAME RESULT.                     *
034100******************************************************************
034200 3000-SCORE-FIXTURES.
034300     OPEN I-O FIXTURE-FILE.
034400     IF WS-FX-STATUS NOT = '00'
034500         MOVE "NO FIXTURE FILE - RUN YACHTFIX FIRST" TO RP-LINE
034600         WRITE RP-LINE
034700         GO TO 3000-EXIT
034800     END-IF.
034900     SET WS-FIXTURES-OPEN TO TRUE.
035000     MOVE LOW-VALUES TO FX-FIXTURE-KEY.
035100     START FIXTURE-FILE KEY NOT < FX-FIXTURE-KEY.
035200     IF WS-FX-STATUS NOT = '00'
035300         GO TO 3000-EXIT
035400     END-IF.
035500     PERFORM 3900-READ-NEXT-FIXTURE THRU 3900-EXIT.
035600     PERFORM 3100-SCORE-ONE-FIXTURE THRU 3100-EXIT
035700         UNTIL WS-EOF-FIXTURES.
035800 3000-EXIT.
035900     EXIT.
036000 3100-SCORE-ONE-FIXTURE.
036100     IF FX-GAME-DATE NOT = WS-GAME-DATE
036200         PERFORM 3900-READ-NEXT-FIXTURE THRU 3900-EXIT
036300         GO TO 3100-EXIT
036400     END-IF.
036500     MOVE FX-DIVISION TO WS-RL-DIVISION.
036600     MOVE FX-MATCH-NO TO WS-RL-MATCH-NO.
036700     MOVE FX-HOME-TEAM-ID TO WS-RL-HOME-ID.
036800     IF FX-BYE
036900         MOVE SPACES TO RP-LINE
037000         STRING WS-RESULT-LINE (1:9) DELIMITED BY SIZE
037100                "  BYE" DELIMITED BY SIZE
037200             INTO RP-LINE
037300         END-STRING
037400         WRITE RP-LINE
037500         ADD 1 TO WS-BYE-COUNT
037600         PERFORM 3900-READ-NEXT-FIXTURE THRU 3900-EXIT
037700         GO TO 3100-EXIT
037800     END-IF.
037900     PERFORM 3200-FIND-TEAMS THRU 3200-EXIT.
038000     MOVE 0 TO FX-HOME-SCORE FX-AWAY-SCORE.
038100     MOVE 0 TO FX-HOME-GAMES FX-AWAY-GAMES.
038200     MOVE 0 TO FX-HOME-MATCH-PTS FX-AWAY-MATCH-PTS.
038300     IF WS-HOME-SUB > 0
038400         MOVE WS-TT-NIGHT-TOTAL (WS-HOME-SUB) TO FX-HOME-SCORE
038500         MOVE WS-TT-GAMES (WS-HOME-SUB) TO FX-HOME-GAMES
038600     END-IF.
038700     IF WS-AWAY-SUB > 0
038800         MOVE WS-TT-NIGHT-TOTAL (WS-AWAY-SUB) TO FX-AWAY-SCORE
038900         MOVE WS-TT-GAMES (WS-AWAY-SUB) TO FX-AWAY-GAMES
039000     END-IF.
039100     EVALUATE TRUE
039200         WHEN FX-HOME-GAMES = 0 AND FX-AWAY-GAMES = 0
039300             SET FX-SCHEDULED TO TRUE
039400             MOVE "NOT PLAYED" TO WS-RL-OUTCOME
039500             ADD 1 TO WS-UNPLAYED-COUNT
039600         WHEN FX-AWAY-GAMES = 0
039700             SET FX-PLAYED TO TRUE
039800             MOVE 2 TO FX-HOME-MATCH-PTS
039900             MOVE "HOME WIN - FORFEIT" TO WS-RL-OUTCOME
040000             ADD 1 TO WS-PLAYED-COUNT WS-FORFEIT-COUNT
040100         WHEN FX-HOME-GAMES = 0
040200             SET FX-PLAYED TO TRUE
040300             MOVE 2 TO FX-AWAY-MATCH-PTS
040400             MOVE "AWAY WIN - FORFEIT" TO WS-RL-OUTCOME
040500             ADD 1 TO WS-PLAYED-COUNT WS-FORFEIT-COUNT
040600         WHEN FX-HOME-SCORE > FX-AWAY-SCORE
040700             SET FX-PLAYED TO TRUE
040800             MOVE 2 TO FX-HOME-MATCH-PTS
040900             MOVE "HOME WIN" TO WS-RL-OUTCOME
041000             ADD 1 TO WS-PLAYED-COUNT
041100         WHEN FX-AWAY-SCORE > FX-HOME-SCORE
041200             SET FX-PLAYED TO TRUE
041300             MOVE 2 TO FX-AWAY-MATCH-PTS
041400             MOVE "AWAY WIN" TO WS-RL-OUTCOME
041500             ADD 1 TO WS-PLAYED-COUNT
041600         WHEN OTHER
041700             SET FX-PLAYED TO TRUE
041800             MOVE 1 TO FX-HOME-MATCH-PTS FX-AWAY-MATCH-PTS
041900             MOVE "DRAW" TO WS-RL-OUTCOME
042000             ADD 1 TO WS-PLAYED-COUNT
042100     END-EVALUATE.
042200     REWRITE FX-RECORD.
042300     MOVE FX-HOME-SCORE TO WS-RL-HOME-SCORE.
042400     MOVE FX-HOME-GAMES TO WS-RL-HOME-GAMES.
042500     MOVE FX-AWAY-TEAM-ID TO WS-RL-AWAY-ID.
042600     MOVE FX-AWAY-SCORE TO WS-RL-AWAY-SCORE.
042700     MOVE FX-AWAY-GAMES TO WS-RL-AWAY-GAMES.
042800     MOVE FX-HOME-MATCH-PTS TO WS-RL-HOME-PTS.
042900     MOVE FX-AWAY-MATCH-PTS TO WS-RL-AWAY-PTS.
043000     WRITE RP-LINE FROM WS-RESULT-LINE.
043100     PERFORM 3900-READ-NEXT-FIXTURE THRU 3900-EXIT.
043200 3100-EXIT.
043300     EXIT.
043400******************************************************************
043500*    3200-FIND-TEAMS - A TEAM DROPPED FROM THE MASTER SINCE THE  *
043600*    FIXTURES WERE MADE IS LEFT AT ZERO AND LOSES BY FORFEIT.    *
043700******************************************************************
043800 3200-FIND-TEAMS.
043900     MOVE 0 TO WS-HOME-SUB WS-AWAY-SUB.
044000     PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
044100             UNTIL WS-TEAM-SUB > WS-TEAMS-USED
044200         IF WS-TT-TEAM-ID (WS-TEAM-SUB) = FX-HOME-TEAM-ID
044300             MOVE WS-TEAM-SUB TO WS-HOME-SUB
044400         END-IF
044500         IF WS-TT-TEAM-ID (WS-TEAM-SUB) = FX-AWAY-TEAM-ID
044600             MOVE WS-TEAM-SUB TO WS-AWAY-SUB
044700         END-IF
044800     END-PERFORM.
044900 3200-EXIT.
045000     EXIT.
045100 3900-READ-NEXT-FIXTURE.
045200     READ FIXTURE-FILE NEXT RECORD
045300         AT END
045400             SET WS-EOF-FIXTURES TO TRUE
045500     END-READ.
045600 3900-EXIT.
045700     EXIT.
045800******************************************************************
045900*    8000-FINALIZE - PRINT THE RUN TOTALS AND CLOSE UP.          *
046000******************************************************************
046100 8000-FINALIZE.
046200     MOVE SPACES TO RP-LINE.
046300     WRITE RP-LINE.
046400     MOVE WS-PLAYED-COUNT TO WS-PT-COUNT.
046500     WRITE RP-LINE FROM WS-PLAYED-TOTAL-LINE.
046600     MOVE WS-FORFEIT-COUNT TO WS-FT-COUNT.
046700     WRITE RP-LINE FROM WS-FORFEIT-TOTAL-LINE.
046800     MOVE WS-UNPLAYED-COUNT TO WS-NT-COUNT.
046900     WRITE RP-LINE FROM WS-UNPLAYED-TOTAL-LINE.
047000     MOVE WS-BYE-COUNT TO WS-BT-COUNT.
047100     WRITE RP-LINE FROM WS-BYE-TOTAL-LINE.
047200     MOVE WS-UNPLACED-COUNT TO WS-UT-COUNT.
047300     WRITE RP-LINE FROM WS-UNPLACED-TOTAL-LINE.
047400     IF WS-FIXTURES-OPEN
047500         CLOSE FIXTURE-FILE
047600     END-IF.
047700     CLOSE REPORT-FILE.
047800 8000-EXIT.
047900     EXIT.
