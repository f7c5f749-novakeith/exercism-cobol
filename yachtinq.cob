000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YACHTINQ.
000300 AUTHOR. J HALVORSEN.
000400 INSTALLATION. RIVERSIDE SOCIAL CLUB GAME NIGHT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/2026 JH    ORIGINAL - FRONT-DESK MEMBER INQUIRY.      *
001100*                     PROMPTS FOR A MEMBER OR GUEST ID AND SHOWS *
001200*                     ON ONE SCREEN THEIR ROSTER OR GUEST        *
001300*                     STANDING, MBRLEDG BALANCE, HCPMAST         *
001400*                     HANDICAP, CURRENT TEAM, THIS SEASON'S      *
001500*                     GAMES OFF GAMEHIST AND THEIR LAST FEW      *
001600*                     GAME TOTALS, THEN PAGES THROUGH THEIR      *
001700*                     LEDGJRNL POSTINGS AND PAST-SEASON SSNSUM   *
001800*                     LINES.  EVERY FILE IS OPENED INPUT ONLY,   *
001900*                     AND SCORECRD IS NEVER OPENED, SO IT IS     *
002000*                     SAFE AT THE DESK WHILE A NIGHT IS IN PLAY. *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS RO-MEMBER-ID
002900         FILE STATUS IS WS-RO-STATUS.
003000     SELECT GUEST-FILE ASSIGN TO "GUESTREG"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS GU-GUEST-ID
003400         FILE STATUS IS WS-GU-STATUS.
003500     SELECT LEDGER-FILE ASSIGN TO "MBRLEDG"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS LG-MEMBER-ID
003900         FILE STATUS IS WS-LG-STATUS.
004000     SELECT HANDICAP-FILE ASSIGN TO "HCPMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS HM-MEMBER-ID
004400         FILE STATUS IS WS-HM-STATUS.
004500     SELECT TEAM-FILE ASSIGN TO "TEAMMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS TM-TEAM-ID
004900         FILE STATUS IS WS-TM-STATUS.
005000     SELECT HISTORY-FILE ASSIGN TO "GAMEHIST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS HI-HIST-KEY
005400         FILE STATUS IS WS-HI-STATUS.
005500     SELECT SUMMARY-FILE ASSIGN TO "SSNSUM"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS SS-SUM-KEY
005900         FILE STATUS IS WS-SS-STATUS.
006000     SELECT JOURNAL-FILE ASSIGN TO "LEDGJRNL"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-LJ-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  ROSTER-FILE.
006600     COPY "rosterec.cpy".
006700 FD  GUEST-FILE.
006800     COPY "guestrec.cpy".
006900 FD  LEDGER-FILE.
007000     COPY "ledgrec.cpy".
007100 FD  HANDICAP-FILE.
007200     COPY "hcpmast.cpy".
007300 FD  TEAM-FILE.
007400     COPY "teamrec.cpy".
007500 FD  HISTORY-FILE.
007600     COPY "histrec.cpy".
007700 FD  SUMMARY-FILE.
007800     COPY "ssnsumrc.cpy".
007900 FD  JOURNAL-FILE.
008000     COPY "ledgjrnl.cpy".
008100 WORKING-STORAGE SECTION.
008200 77  WS-RO-STATUS                  PIC X(02) VALUE '00'.
008300 77  WS-GU-STATUS                  PIC X(02) VALUE '00'.
008400 77  WS-LG-STATUS                  PIC X(02) VALUE '00'.
008500 77  WS-HM-STATUS                  PIC X(02) VALUE '00'.
008600 77  WS-TM-STATUS                  PIC X(02) VALUE '00'.
008700 77  WS-HI-STATUS                  PIC X(02) VALUE '00'.
008800 77  WS-SS-STATUS                  PIC X(02) VALUE '00'.
008900 77  WS-LJ-STATUS                  PIC X(02) VALUE '00'.
009000 77  WS-PLAYER-ID                  PIC X(10) VALUE SPACES.
009100 77  WS-SUBSCRIPT                  PIC 9(02) VALUE 0.
009200 77  WS-REPLY                      PIC X(01) VALUE SPACE.
009300 77  WS-INDENT                     PIC X(18) VALUE SPACES.
009400*    LINES SHOWN BEFORE THE DESK IS ASKED WHETHER TO GO ON.
009500 77  WS-PAGE-SIZE                  PIC 9(02) VALUE 10.
009600 77  WS-PAGE-LINES                 PIC 9(02) VALUE 0.
009700 77  WS-LINES-SHOWN                PIC 9(05) VALUE 0.
009800 77  WS-TEAMS-FOUND                PIC 9(02) VALUE 0.
009900 77  WS-GAMES                      PIC 9(05) VALUE 0.
010000 77  WS-POINTS                     PIC 9(09) VALUE 0.
010100 77  WS-AVERAGE                    PIC 9(05) VALUE 0.
010200 77  WS-BEST-GAME                  PIC 9(05) VALUE 0.
010300 77  WS-BEST-DATE                  PIC 9(08) VALUE 0.
010400*    HOW MANY OF THE MOST RECENT GAMES ARE LISTED.
010500 77  WS-RECENT-MAX                 PIC 9(02) VALUE 5.
010600 77  WS-RECENT-COUNT               PIC 9(02) VALUE 0.
010700 77  WS-COUNT-OUT                  PIC ZZZZ9.
010800 77  WS-POINTS-OUT                 PIC ZZZZZZZZ9.
010900 77  WS-SCORE-OUT                  PIC ZZZZ9.
011000 77  WS-AVERAGE-OUT                PIC ZZZZ9.
011100 77  WS-HANDICAP-OUT               PIC ZZ9.
011200 77  WS-SEASON-OUT                 PIC ZZ9.
011300 77  WS-AMOUNT-OUT                 PIC ZZ,ZZ9.99.
011400 77  WS-BALANCE-OUT                PIC ZZ,ZZ9.99.
011500 01  WS-SWITCHES.
011600     05  WS-DONE-SW                PIC X(01) VALUE 'N'.
011700         88  WS-INQUIRY-DONE               VALUE 'Y'.
011800     05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
011900         88  WS-PLAYER-FOUND               VALUE 'Y'.
012000     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
012100         88  WS-END-OF-FILE                VALUE 'Y'.
012200     05  WS-STOP-SW                PIC X(01) VALUE 'N'.
012300         88  WS-STOP-PAGING                VALUE 'Y'.
012400******************************************************************
012500*    THE PLAYER'S MOST RECENT GAMES, OLDEST FIRST.  GAMEHIST IS  *
012600*    READ IN DATE ORDER FOR THE ONE PLAYER, SO WHEN THE TABLE IS *
012700*    FULL THE OLDEST ENTRY IS SHIFTED OFF THE FRONT.             *
012800******************************************************************
012900 01  WS-RECENT-TBL.
013000     05  WS-RECENT-ENTRY OCCURS 5 TIMES.
013100         10  WS-RC-GAME-DATE       PIC 9(08).
013200         10  WS-RC-TABLE-NO        PIC 9(03).
013300         10  WS-RC-GAME-TOTAL      PIC 9(05).
013400 PROCEDURE DIVISION.
013500******************************************************************
013600*    0000-MAINLINE                                               *
013700******************************************************************
013800 0000-MAINLINE.
013900     DISPLAY "YACHT CLUB MEMBER INQUIRY".
014000     DISPLAY "LEAVE MEMBER ID BLANK TO END THE INQUIRY".
014100     PERFORM 2000-INQUIRE-ONE-PLAYER THRU 2000-EXIT
014200         UNTIL WS-INQUIRY-DONE.
014300     DISPLAY "INQUIRY SESSION ENDED".
014400     STOP RUN.
014500******************************************************************
014600*    2000-INQUIRE-ONE-PLAYER - ONE ID, EVERY MASTER.  AN ID ON   *
014700*    NEITHER THE ROSTER NOR THE GUEST REGISTER IS REFUSED BEFORE *
014800*    ANY OTHER FILE IS READ.                                     *
014900******************************************************************
015000 2000-INQUIRE-ONE-PLAYER.
015100     DISPLAY " ".
015200     DISPLAY "MEMBER ID.......: " WITH NO ADVANCING.
015300     ACCEPT WS-PLAYER-ID.
015400     IF WS-PLAYER-ID = SPACES
015500         SET WS-INQUIRY-DONE TO TRUE
015600         GO TO 2000-EXIT
015700     END-IF.
015800     MOVE 'N' TO WS-FOUND-SW.
015900     PERFORM 3000-SHOW-ROSTER-STANDING THRU 3000-EXIT.
016000     IF NOT WS-PLAYER-FOUND
016100         PERFORM 3100-SHOW-GUEST-STANDING THRU 3100-EXIT
016200     END-IF.
016300     IF NOT WS-PLAYER-FOUND
016400         DISPLAY "NOT ON THE ROSTER OR THE GUEST REGISTER"
016500         GO TO 2000-EXIT
016600     END-IF.
016700     PERFORM 3500-SHOW-LEDGER-BALANCE THRU 3500-EXIT.
016800     PERFORM 4000-SHOW-HANDICAP THRU 4000-EXIT.
016900     PERFORM 4500-SHOW-CURRENT-TEAM THRU 4500-EXIT.
017000     PERFORM 5000-SHOW-SEASON-GAMES THRU 5000-EXIT.
017100     PERFORM 6000-PAGE-JOURNAL THRU 6000-EXIT.
017200     PERFORM 7000-PAGE-PAST-SEASONS THRU 7000-EXIT.
017300 2000-EXIT.
017400     EXIT.
017500******************************************************************
017600*    3000-SHOW-ROSTER-STANDING - NAME, STANDING AND JOIN DATE.   *
017700*    A RESIGNED MEMBER ALSO SHOWS THE EFFECTIVE DATE AND WHETHER *
017800*    YACHTCLS HAS CLOSED THE ACCOUNT OUT YET.                    *
017900******************************************************************
018000 3000-SHOW-ROSTER-STANDING.
018100     OPEN INPUT ROSTER-FILE.
018200     IF WS-RO-STATUS NOT = '00'
018300         GO TO 3000-EXIT
018400     END-IF.
018500     MOVE WS-PLAYER-ID TO RO-MEMBER-ID.
018600     READ ROSTER-FILE KEY IS RO-MEMBER-ID.
018700     IF WS-RO-STATUS NOT = '00'
018800         CLOSE ROSTER-FILE
018900         GO TO 3000-EXIT
019000     END-IF.
019100     SET WS-PLAYER-FOUND TO TRUE.
019200     DISPLAY "NAME............: " RO-MEMBER-NAME.
019300     EVALUATE TRUE
019400         WHEN RO-ACTIVE
019500             DISPLAY "STANDING........: ACTIVE MEMBER"
019600         WHEN RO-SUSPENDED
019700             DISPLAY "STANDING........: SUSPENDED"
019800         WHEN RO-RESIGNED
019900             DISPLAY "STANDING........: RESIGNED EFFECTIVE "
020000                 RO-RESIGN-DATE
020100             IF RO-CLOSED-OUT
020200                 DISPLAY WS-INDENT "ACCOUNT CLOSED OUT"
020300             ELSE
020400                 DISPLAY WS-INDENT "ACCOUNT NOT YET CLOSED"
020500             END-IF
020600         WHEN OTHER
020700             DISPLAY "STANDING........: UNKNOWN CODE " RO-STANDING
020800     END-EVALUATE.
020900     DISPLAY "JOINED..........: " RO-JOIN-DATE.
021000     CLOSE ROSTER-FILE.
021100 3000-EXIT.
021200     EXIT.
021300******************************************************************
021400*    3100-SHOW-GUEST-STANDING - AN ID NOT ON THE ROSTER MAY BE   *
021500*    AN OPEN-HOUSE GUEST.  A CONVERTED GUEST POINTS THE DESK AT  *
021600*    THE MEMBER ID THEIR GAMES NOW LIVE UNDER.                   *
021700******************************************************************
021800 3100-SHOW-GUEST-STANDING.
021900     OPEN INPUT GUEST-FILE.
022000     IF WS-GU-STATUS NOT = '00'
022100         GO TO 3100-EXIT
022200     END-IF.
022300     MOVE WS-PLAYER-ID TO GU-GUEST-ID.
022400     READ GUEST-FILE KEY IS GU-GUEST-ID.
022500     IF WS-GU-STATUS NOT = '00'
022600         CLOSE GUEST-FILE
022700         GO TO 3100-EXIT
022800     END-IF.
022900     SET WS-PLAYER-FOUND TO TRUE.
023000     DISPLAY "NAME............: " GU-GUEST-NAME.
023100     EVALUATE TRUE
023200         WHEN GU-ACTIVE
023300             DISPLAY "STANDING........: GUEST"
023400         WHEN GU-BARRED
023500             DISPLAY "STANDING........: GUEST - BARRED"
023600         WHEN GU-CONVERTED
023700             DISPLAY "STANDING........: GUEST - JOINED AS MEMBER "
023800                 GU-MEMBER-ID
023900         WHEN OTHER
024000             DISPLAY "STANDING........: UNKNOWN CODE " GU-STANDING
024100     END-EVALUATE.
024200     DISPLAY "VISITED.........: " GU-VISIT-DATE.
024300     CLOSE GUEST-FILE.
024400 3100-EXIT.
024500     EXIT.
024600******************************************************************
024700*    3500-SHOW-LEDGER-BALANCE - A POSITIVE BALANCE IS OWED TO    *
024800*    THE CLUB, A NEGATIVE ONE IS OWED TO THE MEMBER.             *
024900******************************************************************
025000 3500-SHOW-LEDGER-BALANCE.
025100     OPEN INPUT LEDGER-FILE.
025200     IF WS-LG-STATUS NOT = '00'
025300         DISPLAY "ACCOUNT.........: NO LEDGER MASTER"
025400         GO TO 3500-EXIT
025500     END-IF.
025600     MOVE WS-PLAYER-ID TO LG-MEMBER-ID.
025700     READ LEDGER-FILE KEY IS LG-MEMBER-ID.
025800     IF WS-LG-STATUS NOT = '00'
025900         DISPLAY "ACCOUNT.........: NO ACCOUNT ON THE LEDGER"
026000         CLOSE LEDGER-FILE
026100         GO TO 3500-EXIT
026200     END-IF.
026300     MOVE LG-BALANCE TO WS-BALANCE-OUT.
026400     EVALUATE TRUE
026500         WHEN LG-BALANCE > 0
026600             DISPLAY "BALANCE.........: " WS-BALANCE-OUT
026700                 " OWED TO THE CLUB"
026800         WHEN LG-BALANCE < 0
026900             DISPLAY "BALANCE.........: " WS-BALANCE-OUT
027000                 " OWED TO THE MEMBER"
027100         WHEN OTHER
027200             DISPLAY "BALANCE.........: SETTLED"
027300     END-EVALUATE.
027400     IF LG-OLDEST-OWED-DATE = 0
027500         DISPLAY "OLDEST OWED.....: NOTHING OWED"
027600     ELSE
027700         DISPLAY "OLDEST OWED.....: " LG-OLDEST-OWED-DATE
027800     END-IF.
027900     DISPLAY "LAST POSTED.....: " LG-LAST-POST-DATE.
028000     CLOSE LEDGER-FILE.
028100 3500-EXIT.
028200     EXIT.
028300******************************************************************
028400*    4000-SHOW-HANDICAP - AN UNRATED MEMBER HAS NO HANDICAP, NOT *
028500*    A ZERO ONE, AND PLAYS OUTSIDE THE HANDICAPPED CLASS.        *
028600******************************************************************
028700 4000-SHOW-HANDICAP.
028800     OPEN INPUT HANDICAP-FILE.
028900     IF WS-HM-STATUS NOT = '00'
029000         DISPLAY "HANDICAP........: NO HANDICAP MASTER"
029100         GO TO 4000-EXIT
029200     END-IF.
029300     MOVE WS-PLAYER-ID TO HM-MEMBER-ID.
029400     READ HANDICAP-FILE KEY IS HM-MEMBER-ID.
029500     IF WS-HM-STATUS NOT = '00'
029600         DISPLAY "HANDICAP........: NOT ON THE HANDICAP MASTER"
029700         CLOSE HANDICAP-FILE
029800         GO TO 4000-EXIT
029900     END-IF.
030000     MOVE HM-GAMES-COUNTED TO WS-COUNT-OUT.
030100     IF HM-RATED
030200         MOVE HM-HANDICAP TO WS-HANDICAP-OUT
030300         MOVE HM-AVG-GAME TO WS-SCORE-OUT
030400         DISPLAY "HANDICAP........: " WS-HANDICAP-OUT
030500             " RATED, AVERAGE " WS-SCORE-OUT
030600     ELSE
030700         DISPLAY "HANDICAP........: UNRATED"
030800     END-IF.
030900     DISPLAY WS-INDENT WS-COUNT-OUT
031000         " GAMES COUNTED AS OF " HM-CALC-DATE.
031100     CLOSE HANDICAP-FILE.
031200 4000-EXIT.
031300     EXIT.
031400******************************************************************
031500*    4500-SHOW-CURRENT-TEAM - TEAMMAST IS KEYED BY TEAM, SO     *
031600*    EVERY TEAM IS READ AND ITS SLOTS SEARCHED FOR AN OPEN (ZERO *
031700*    END DATE) ASSIGNMENT FOR THE PLAYER.                        *
031800******************************************************************
031900 4500-SHOW-CURRENT-TEAM.
032000     MOVE 0 TO WS-TEAMS-FOUND.
032100     OPEN INPUT TEAM-FILE.
032200     IF WS-TM-STATUS NOT = '00'
032300         DISPLAY "TEAM............: NO TEAM MASTER"
032400         GO TO 4500-EXIT
032500     END-IF.
032600     MOVE 'N' TO WS-EOF-SW.
032700     PERFORM 4600-CHECK-ONE-TEAM THRU 4600-EXIT
032800         UNTIL WS-END-OF-FILE.
032900     CLOSE TEAM-FILE.
033000     IF WS-TEAMS-FOUND = 0
033100         DISPLAY "TEAM............: NOT ON A TEAM"
033200     END-IF.
033300 4500-EXIT.
033400     EXIT.
033500 4600-CHECK-ONE-TEAM.
033600     READ TEAM-FILE NEXT RECORD
033700         AT END
033800             SET WS-END-OF-FILE TO TRUE
033900             GO TO 4600-EXIT
034000     END-READ.
034100     PERFORM 4700-CHECK-ONE-SLOT THRU 4700-EXIT
034200         VARYING WS-SUBSCRIPT FROM 1 BY 1
034300         UNTIL WS-SUBSCRIPT > 8.
034400 4600-EXIT.
034500     EXIT.
034600 4700-CHECK-ONE-SLOT.
034700     IF TM-MEMBER-ID (WS-SUBSCRIPT) = WS-PLAYER-ID
034800        AND TM-MEMBER-END-DATE (WS-SUBSCRIPT) = 0
034900         ADD 1 TO WS-TEAMS-FOUND
035000         DISPLAY "TEAM............: " TM-TEAM-ID " " TM-TEAM-NAME
035100             " DIVISION " TM-DIVISION
035200         DISPLAY WS-INDENT "ON THE TEAM SINCE "
035300             TM-MEMBER-EFF-DATE (WS-SUBSCRIPT)
035400     END-IF.
035500 4700-EXIT.
035600     EXIT.
035700******************************************************************
035800*    5000-SHOW-SEASON-GAMES - GAMEHIST HOLDS ONLY THE SEASON IN  *
035900*    PLAY (YACHTSCL ROLLS CLOSED SEASONS OFF TO SSNSUM), SO      *
036000*    EVERY GAME UNDER THE PLAYER'S ID IS THIS SEASON'S.  THE KEY *
036100*    LEADS WITH PLAYER ID, SO A START POSITIONS ON THE PLAYER'S  *
036200*    FIRST GAME AND THE READ STOPS AT THE NEXT PLAYER.           *
036300******************************************************************
036400 5000-SHOW-SEASON-GAMES.
036500     MOVE 0 TO WS-GAMES.
036600     MOVE 0 TO WS-POINTS.
036700     MOVE 0 TO WS-BEST-GAME.
036800     MOVE 0 TO WS-BEST-DATE.
036900     MOVE 0 TO WS-RECENT-COUNT.
037000     OPEN INPUT HISTORY-FILE.
037100     IF WS-HI-STATUS NOT = '00'
037200         DISPLAY "THIS SEASON.....: NO GAME HISTORY MASTER"
037300         GO TO 5000-EXIT
037400     END-IF.
037500     MOVE LOW-VALUES TO HI-HIST-KEY.
037600     MOVE WS-PLAYER-ID TO HI-PLAYER-ID.
037700     START HISTORY-FILE KEY NOT < HI-HIST-KEY.
037800     IF WS-HI-STATUS = '00'
037900         MOVE 'N' TO WS-EOF-SW
038000         PERFORM 5100-TALLY-ONE-GAME THRU 5100-EXIT
038100             UNTIL WS-END-OF-FILE
038200     END-IF.
038300     CLOSE HISTORY-FILE.
038400     IF WS-GAMES = 0
038500         DISPLAY "THIS SEASON.....: NO GAMES PLAYED"
038600         GO TO 5000-EXIT
038700     END-IF.
038800     MOVE WS-GAMES TO WS-COUNT-OUT.
038900     MOVE WS-POINTS TO WS-POINTS-OUT.
039000     DISPLAY "THIS SEASON.....: " WS-COUNT-OUT " GAMES, "
039100         WS-POINTS-OUT " POINTS".
039200     DIVIDE WS-POINTS BY WS-GAMES GIVING WS-AVERAGE ROUNDED.
039300     MOVE WS-AVERAGE TO WS-SCORE-OUT.
039400     DISPLAY "AVERAGE GAME....: " WS-SCORE-OUT.
039500     MOVE WS-BEST-GAME TO WS-SCORE-OUT.
039600     DISPLAY "BEST GAME.......: " WS-SCORE-OUT " ON "
039700         WS-BEST-DATE.
039800     DISPLAY "RECENT GAMES....: DATE     TABLE TOTAL".
039900     PERFORM 5300-SHOW-ONE-RECENT THRU 5300-EXIT
040000         VARYING WS-SUBSCRIPT FROM WS-RECENT-COUNT BY -1
040100         UNTIL WS-SUBSCRIPT < 1.
040200 5000-EXIT.
040300     EXIT.
040400 5100-TALLY-ONE-GAME.
040500     READ HISTORY-FILE NEXT RECORD
040600         AT END
040700             SET WS-END-OF-FILE TO TRUE
040800             GO TO 5100-EXIT
040900     END-READ.
041000     IF HI-PLAYER-ID NOT = WS-PLAYER-ID
041100         SET WS-END-OF-FILE TO TRUE
041200         GO TO 5100-EXIT
041300     END-IF.
041400     ADD 1 TO WS-GAMES.
041500     ADD HI-GAME-TOTAL TO WS-POINTS.
041600     IF HI-GAME-TOTAL > WS-BEST-GAME
041700         MOVE HI-GAME-TOTAL TO WS-BEST-GAME
041800         MOVE HI-GAME-DATE TO WS-BEST-DATE
041900     END-IF.
042000     IF WS-RECENT-COUNT < WS-RECENT-MAX
042100         ADD 1 TO WS-RECENT-COUNT
042200     ELSE
042300         PERFORM 5200-SHIFT-ONE-RECENT THRU 5200-EXIT
042400             VARYING WS-SUBSCRIPT FROM 1 BY 1
042500             UNTIL WS-SUBSCRIPT NOT < WS-RECENT-MAX
042600     END-IF.
042700     MOVE HI-GAME-DATE TO WS-RC-GAME-DATE (WS-RECENT-COUNT).
042800     MOVE HI-TABLE-NO TO WS-RC-TABLE-NO (WS-RECENT-COUNT).
042900     MOVE HI-GAME-TOTAL TO WS-RC-GAME-TOTAL (WS-RECENT-COUNT).
043000 5100-EXIT.
043100     EXIT.
043200 5200-SHIFT-ONE-RECENT.
043300     MOVE WS-RECENT-ENTRY (WS-SUBSCRIPT + 1)
043400         TO WS-RECENT-ENTRY (WS-SUBSCRIPT).
043500 5200-EXIT.
043600     EXIT.
043700 5300-SHOW-ONE-RECENT.
043800     MOVE WS-RC-GAME-TOTAL (WS-SUBSCRIPT) TO WS-SCORE-OUT.
043900     DISPLAY WS-INDENT WS-RC-GAME-DATE (WS-SUBSCRIPT)
044000         "  " WS-RC-TABLE-NO (WS-SUBSCRIPT) "  " WS-SCORE-OUT.
044100 5300-EXIT.
044200     EXIT.
044300******************************************************************
044400*    6000-PAGE-JOURNAL - THE PLAYER'S LEDGJRNL POSTINGS, OLDEST  *
044500*    FIRST, A PAGE AT A TIME.  THE JOURNAL IS A SEQUENTIAL LOG   *
044600*    OF EVERY MEMBER, SO IT IS READ END TO END.                  *
044700******************************************************************
044800 6000-PAGE-JOURNAL.
044900     DISPLAY " ".
045000     DISPLAY "LEDGER POSTINGS.: DATE      TYPE DR/CR    AMOUNT"
045100         " REF".
045200     OPEN INPUT JOURNAL-FILE.
045300     IF WS-LJ-STATUS NOT = '00'
045400         DISPLAY "  NO POSTING JOURNAL"
045500         GO TO 6000-EXIT
045600     END-IF.
045700     MOVE 0 TO WS-PAGE-LINES.
045800     MOVE 0 TO WS-LINES-SHOWN.
045900     MOVE 'N' TO WS-STOP-SW.
046000     MOVE 'N' TO WS-EOF-SW.
046100     PERFORM 6100-SHOW-ONE-POSTING THRU 6100-EXIT
046200         UNTIL WS-END-OF-FILE OR WS-STOP-PAGING.
046300     CLOSE JOURNAL-FILE.
046400     IF WS-LINES-SHOWN = 0
046500         DISPLAY "  NO POSTINGS ON THE JOURNAL"
046600     END-IF.
046700 6000-EXIT.
046800     EXIT.
046900 6100-SHOW-ONE-POSTING.
047000     READ JOURNAL-FILE
047100         AT END
047200             SET WS-END-OF-FILE TO TRUE
047300             GO TO 6100-EXIT
047400     END-READ.
047500     IF LJ-MEMBER-ID NOT = WS-PLAYER-ID
047600         GO TO 6100-EXIT
047700     END-IF.
047800     PERFORM 6900-CHECK-PAGE-FULL THRU 6900-EXIT.
047900     IF WS-STOP-PAGING
048000         GO TO 6100-EXIT
048100     END-IF.
048200     MOVE LJ-AMOUNT TO WS-AMOUNT-OUT.
048300     DISPLAY WS-INDENT LJ-POST-DATE "  " LJ-TYPE "    "
048400         LJ-DR-CR "    " WS-AMOUNT-OUT " " LJ-REFERENCE.
048500 6100-EXIT.
048600     EXIT.
048700******************************************************************
048800*    6900-CHECK-PAGE-FULL - CALLED BEFORE EACH LINE IS SHOWN.    *
048900*    ONCE A PAGE IS FULL THE DESK PRESSES ENTER FOR THE NEXT ONE *
049000*    OR KEYS Q TO SKIP THE REST OF THE LIST.                     *
049100******************************************************************
049200 6900-CHECK-PAGE-FULL.
049300     IF WS-PAGE-LINES NOT < WS-PAGE-SIZE
049400         MOVE SPACE TO WS-REPLY
049500         DISPLAY "ENTER FOR MORE, Q TO STOP: " WITH NO ADVANCING
049600         ACCEPT WS-REPLY
049700         IF WS-REPLY = 'Q' OR WS-REPLY = 'q'
049800             SET WS-STOP-PAGING TO TRUE
049900             GO TO 6900-EXIT
050000         END-IF
050100         MOVE 0 TO WS-PAGE-LINES
050200     END-IF.
050300     ADD 1 TO WS-PAGE-LINES.
050400     ADD 1 TO WS-LINES-SHOWN.
050500 6900-EXIT.
050600     EXIT.
050700******************************************************************
050800*    7000-PAGE-PAST-SEASONS - ONE SSNSUM LINE PER CLOSED SEASON  *
050900*    THE PLAYER PLAYED IN, KEYED PLAYER THEN SEASON.             *
051000******************************************************************
051100 7000-PAGE-PAST-SEASONS.
051200     DISPLAY " ".
051300     DISPLAY "PAST SEASONS....: SEASON GAMES    POINTS  BEST"
051400         "   AVG".
051500     OPEN INPUT SUMMARY-FILE.
051600     IF WS-SS-STATUS NOT = '00'
051700         DISPLAY "  NO SEASON SUMMARY MASTER"
051800         GO TO 7000-EXIT
051900     END-IF.
052000     MOVE 0 TO WS-PAGE-LINES.
052100     MOVE 0 TO WS-LINES-SHOWN.
052200     MOVE 'N' TO WS-STOP-SW.
052300     MOVE 'N' TO WS-EOF-SW.
052400     MOVE WS-PLAYER-ID TO SS-PLAYER-ID.
052500     MOVE 0 TO SS-SEASON-NO.
052600     START SUMMARY-FILE KEY NOT < SS-SUM-KEY.
052700     IF WS-SS-STATUS = '00'
052800         PERFORM 7100-SHOW-ONE-SEASON THRU 7100-EXIT
052900             UNTIL WS-END-OF-FILE OR WS-STOP-PAGING
053000     END-IF.
053100     CLOSE SUMMARY-FILE.
053200     IF WS-LINES-SHOWN = 0
053300         DISPLAY "  NO CLOSED SEASONS ON FILE"
053400     END-IF.
053500 7000-EXIT.
053600     EXIT.
053700 7100-SHOW-ONE-SEASON.
053800     READ SUMMARY-FILE NEXT RECORD
053900         AT END
054000             SET WS-END-OF-FILE TO TRUE
054100             GO TO 7100-EXIT
054200     END-READ.
054300     IF SS-PLAYER-ID NOT = WS-PLAYER-ID
054400         SET WS-END-OF-FILE TO TRUE
054500         GO TO 7100-EXIT
054600     END-IF.
054700     PERFORM 6900-CHECK-PAGE-FULL THRU 6900-EXIT.
054800     IF WS-STOP-PAGING
054900         GO TO 7100-EXIT
055000     END-IF.
055100     MOVE SS-SEASON-NO TO WS-SEASON-OUT.
055200     MOVE SS-GAMES TO WS-COUNT-OUT.
055300     MOVE SS-POINTS TO WS-POINTS-OUT.
055400     MOVE SS-BEST-GAME TO WS-SCORE-OUT.
055500     MOVE 0 TO WS-AVERAGE.
055600     IF SS-GAMES > 0
055700         DIVIDE SS-POINTS BY SS-GAMES GIVING WS-AVERAGE ROUNDED
055800     END-IF.
055900     MOVE WS-AVERAGE TO WS-AVERAGE-OUT.
056000     DISPLAY WS-INDENT "   " WS-SEASON-OUT " " WS-COUNT-OUT " "
056100         WS-POINTS-OUT " " WS-SCORE-OUT " " WS-AVERAGE-OUT.
056200 7100-EXIT.
056300     EXIT.
