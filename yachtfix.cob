000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YACHTFIX.
000300 AUTHOR. J HALVORSEN.
000400 INSTALLATION. RIVERSIDE SOCIAL CLUB GAME NIGHT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/2026 JH    ORIGINAL - LEAGUE FIXTURE GENERATOR FOR    *
001100*                     DIVISION PLAY.  TAKES THE SEASON NUMBER    *
001200*                     AND THE SEASON'S GAME DATES FROM THE       *
001300*                     FIXCTL CARDS AND, FOR EACH TM-DIVISION ON  *
001400*                     THE TEAM MASTER, SCHEDULES A ROUND-ROBIN - *
001500*                     EVERY TEAM MEETS EVERY OTHER ONCE BEFORE   *
001600*                     ANY PAIR MEETS AGAIN, HOME AND AWAY        *
001700*                     SWAPPED ON THE RETURN ROUND.  AN ODD       *
001800*                     DIVISION GIVES ONE TEAM A BYE EACH NIGHT.  *
001900*                     FIXTURES GO TO THE FIXTURES MASTER FOR     *
002000*                     YACHTFXR TO SCORE.  RERUNNING REPLACES THE *
002100*                     SEASON'S FIXTURES, BUT ONLY UNTIL THE      *
002200*                     FIRST ONE HAS BEEN PLAYED.                 *
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
003700     SELECT CONTROL-FILE ASSIGN TO "FIXCTL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-CT-STATUS.
004000     SELECT REPORT-FILE ASSIGN TO "FIXRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RP-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  FIXTURE-FILE.
004600     COPY "fixture.cpy".
004700 FD  TEAM-FILE.
004800     COPY "teamrec.cpy".
004900******************************************************************
005000*    ONE CARD PER GAME NIGHT OF THE SEASON, IN DATE ORDER, ALL   *
005100*    CARRYING THE SAME SEASON NUMBER.                            *
005200******************************************************************
005300 FD  CONTROL-FILE.
005400 01  FC-RECORD.
005500     05  FC-SEASON-NO              PIC 9(03).
005600     05  FC-GAME-DATE              PIC 9(08).
005700     05  FILLER                    PIC X(09).
005800 FD  REPORT-FILE.
005900 01  RP-LINE                       PIC X(80).
006000 WORKING-STORAGE SECTION.
006100 77  WS-FX-STATUS                  PIC X(02) VALUE '00'.
006200 77  WS-TM-STATUS                  PIC X(02) VALUE '00'.
006300 77  WS-CT-STATUS                  PIC X(02) VALUE '00'.
006400 77  WS-RP-STATUS                  PIC X(02) VALUE '00'.
006500 77  WS-SEASON-NO                  PIC 9(03) VALUE 0.
006600 77  WS-DATES-USED                 PIC 9(03) VALUE 0.
006700 77  WS-DATE-MAX                   PIC 9(03) VALUE 60.
006800 77  WS-DATE-SUB                   PIC 9(03) VALUE 0.
006900 77  WS-TEAMS-USED                 PIC 9(03) VALUE 0.
007000 77  WS-TEAM-MAX                   PIC 9(03) VALUE 50.
007100 77  WS-TEAM-SUB                   PIC 9(03) VALUE 0.
007200 77  WS-OTHER-SUB                  PIC 9(03) VALUE 0.
007300 77  WS-RR-COUNT                   PIC 9(03) VALUE 0.
007400 77  WS-RR-SUB                     PIC 9(03) VALUE 0.
007500 77  WS-PAIR-SUB                   PIC 9(03) VALUE 0.
007600 77  WS-PAIR-COUNT                 PIC 9(03) VALUE 0.
007700 77  WS-ROUNDS                     PIC 9(03) VALUE 0.
007800 77  WS-ROUND                      PIC 9(03) VALUE 0.
007900 77  WS-CYCLE                      PIC 9(03) VALUE 0.
008000 77  WS-HALF                       PIC 9(03) VALUE 0.
008100 77  WS-PARITY                     PIC 9(01) VALUE 0.
008200 77  WS-POS                        PIC 9(03) VALUE 0.
008300 77  WS-ROT                        PIC 9(03) VALUE 0.
008400 77  WS-HOME-SUB                   PIC 9(03) VALUE 0.
008500 77  WS-AWAY-SUB                   PIC 9(03) VALUE 0.
008600 77  WS-SWAP-SUB                   PIC 9(03) VALUE 0.
008700 77  WS-MATCH-NO                   PIC 9(02) VALUE 0.
008800 77  WS-DIVISION                   PIC X(01) VALUE SPACES.
008900 77  WS-FIXTURE-COUNT              PIC 9(05) VALUE 0.
009000 77  WS-BYE-COUNT                  PIC 9(05) VALUE 0.
009100 77  WS-REPLACED-COUNT             PIC 9(05) VALUE 0.
009200 77  WS-DIVISION-COUNT             PIC 9(03) VALUE 0.
009300 01  WS-SWITCHES.
009400     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
009500         88  WS-EOF-INPUT                  VALUE 'Y'.
009600     05  WS-PLAYED-SW              PIC X(01) VALUE 'N'.
009700         88  WS-SEASON-UNDER-WAY           VALUE 'Y'.
009800     05  WS-SWAP-SW                PIC X(01) VALUE 'N'.
009900         88  WS-SWAP-SIDES                 VALUE 'Y'.
010000 01  WS-DATE-TBL.
010100     05  WS-DT-GAME-DATE           PIC 9(08) OCCURS 60 TIMES.
010200 01  WS-TEAM-TBL.
010300     05  WS-TT-ENTRY OCCURS 50 TIMES.
010400         10  WS-TT-TEAM-ID         PIC X(04).
010500         10  WS-TT-TEAM-NAME       PIC X(20).
010600         10  WS-TT-DIVISION        PIC X(01).
010700         10  WS-TT-DONE-SW         PIC X(01).
010800             88  WS-TT-DONE                VALUE 'Y'.
010900******************************************************************
011000*    THE DIVISION BEING SCHEDULED, AS TEAM-TABLE SUBSCRIPTS.     *
011100*    A ZERO IS THE BYE THAT EVENS UP AN ODD DIVISION.  THE FIRST *
011200*    TEAM STAYS PUT AND THE REST ROTATE ONE PLACE A ROUND.       *
011300******************************************************************
011400 01  WS-ROUND-ROBIN-TBL.
011500     05  WS-RR-TEAM-SUB            PIC 9(03) OCCURS 52 TIMES.
011600 01  WS-ROUND-POS-TBL.
011700     05  WS-RP-TEAM-SUB            PIC 9(03) OCCURS 52 TIMES.
011800 01  WS-DIV-HEADER.
011900     05  FILLER                    PIC X(09) VALUE "DIVISION ".
012000     05  WS-DH-DIVISION            PIC X(01).
012100     05  FILLER                    PIC X(03) VALUE " - ".
012200     05  WS-DH-TEAMS               PIC Z9.
012300     05  FILLER                    PIC X(07) VALUE " TEAMS".
012400 01  WS-FIXTURE-LINE.
012500     05  WS-FL-GAME-DATE           PIC 9(08).
012600     05  FILLER                    PIC X(01) VALUE SPACE.
012700     05  WS-FL-MATCH-NO            PIC Z9.
012800     05  FILLER                    PIC X(02) VALUE SPACES.
012900     05  WS-FL-HOME-ID             PIC X(04).
013000     05  FILLER                    PIC X(01) VALUE SPACE.
013100     05  WS-FL-HOME-NAME           PIC X(20).
013200     05  WS-FL-VERSUS              PIC X(04).
013300     05  WS-FL-AWAY-ID             PIC X(04).
013400     05  FILLER                    PIC X(01) VALUE SPACE.
013500     05  WS-FL-AWAY-NAME           PIC X(20).
013600 01  WS-FIXTURE-TOTAL-LINE.
013700     05  FILLER                    PIC X(23) VALUE
013800         "FIXTURES SCHEDULED ..: ".
013900     05  WS-FT-COUNT               PIC ZZZZ9.
014000 01  WS-BYE-TOTAL-LINE.
014100     05  FILLER                    PIC X(23) VALUE
014200         "BYES ................: ".
014300     05  WS-BT-COUNT               PIC ZZZZ9.
014400 01  WS-DATE-TOTAL-LINE.
014500     05  FILLER                    PIC X(23) VALUE
014600         "GAME DATES ..........: ".
014700     05  WS-DT-COUNT               PIC ZZZZ9.
014800 01  WS-DIVISION-TOTAL-LINE.
014900     05  FILLER                    PIC X(23) VALUE
015000         "DIVISIONS ...........: ".
015100     05  WS-DV-COUNT               PIC ZZZZ9.
015200 01  WS-REPLACED-TOTAL-LINE.
015300     05  FILLER                    PIC X(23) VALUE
015400         "OLD FIXTURES REPLACED: ".
015500     05  WS-RT-COUNT               PIC ZZZZ9.
015600 01  WS-SEASON-LINE.
015700     05  FILLER                    PIC X(28) VALUE
015800         "LEAGUE FIXTURES FOR SEASON ".
015900     05  WS-SL-SEASON-NO           PIC ZZ9.
016000 PROCEDURE DIVISION.
016100******************************************************************
016200*    0000-MAINLINE                                               *
016300******************************************************************
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016600     IF WS-DATES-USED > 0 AND WS-TEAMS-USED > 0
016700         PERFORM 1500-CLEAR-OLD-FIXTURES THRU 1500-EXIT
016800         IF NOT WS-SEASON-UNDER-WAY
016900             PERFORM 2000-SCHEDULE-ONE-DIVISION THRU 2000-EXIT
017000                 VARYING WS-TEAM-SUB FROM 1 BY 1
017100                 UNTIL WS-TEAM-SUB > WS-TEAMS-USED
017200         END-IF
017300     END-IF.
017400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
017500     STOP RUN.
017600******************************************************************
017700*    1000-INITIALIZE - LOAD THE SEASON'S DATES AND THE TEAMS.    *
017800*    A DATE CARD FOR ANOTHER SEASON, OR NOT LATER THAN THE ONE   *
017900*    BEFORE IT, IS LISTED AND LEFT OUT.                          *
018000******************************************************************
018100 1000-INITIALIZE.
018200     OPEN OUTPUT REPORT-FILE.
018300     OPEN INPUT CONTROL-FILE.
018400     IF WS-CT-STATUS NOT = '00'
018500         MOVE "FIXTURE DATE CARDS MISSING - NOTHING SCHEDULED"
018600             TO RP-LINE
018700         WRITE RP-LINE
018800         GO TO 1000-EXIT
018900     END-IF.
019000     MOVE 'N' TO WS-EOF-SW.
019100     PERFORM 1190-READ-NEXT-CARD THRU 1190-EXIT.
019200     IF NOT WS-EOF-INPUT
019300         MOVE FC-SEASON-NO TO WS-SEASON-NO
019400     END-IF.
019500     MOVE WS-SEASON-NO TO WS-SL-SEASON-NO.
019600     WRITE RP-LINE FROM WS-SEASON-LINE.
019700     MOVE SPACES TO RP-LINE.
019800     WRITE RP-LINE.
019900     PERFORM 1100-LOAD-ONE-DATE THRU 1100-EXIT
020000         UNTIL WS-EOF-INPUT.
020100     CLOSE CONTROL-FILE.
020200     IF WS-DATES-USED = 0
020300         MOVE "NO USABLE GAME DATES - NOTHING SCHEDULED"
020400             TO RP-LINE
020500         WRITE RP-LINE
020600         GO TO 1000-EXIT
020700     END-IF.
020800     OPEN INPUT TEAM-FILE.
020900     IF WS-TM-STATUS NOT = '00'
021000         MOVE "NO TEAMS ON THE TEAM MASTER" TO RP-LINE
021100         WRITE RP-LINE
021200         GO TO 1000-EXIT
021300     END-IF.
021400     MOVE 'N' TO WS-EOF-SW.
021500     PERFORM 1290-READ-NEXT-TEAM THRU 1290-EXIT.
021600     PERFORM 1200-LOAD-ONE-TEAM THRU 1200-EXIT
021700         UNTIL WS-EOF-INPUT.
021800     CLOSE TEAM-FILE.
021900     OPEN I-O FIXTURE-FILE.
022000     IF WS-FX-STATUS = '35'
022100         OPEN OUTPUT FIXTURE-FILE
022200         CLOSE FIXTURE-FILE
022300         OPEN I-O FIXTURE-FILE
022400     END-IF.
022500 1000-EXIT.
022600     EXIT.
022700 1100-LOAD-ONE-DATE.
022800     IF FC-SEASON-NO NOT = WS-SEASON-NO
022900             OR FC-GAME-DATE IS NOT NUMERIC
023000             OR FC-GAME-DATE = 0
023100             OR WS-DATES-USED NOT < WS-DATE-MAX
023200         PERFORM 1150-LIST-BAD-CARD THRU 1150-EXIT
023300         PERFORM 1190-READ-NEXT-CARD THRU 1190-EXIT
023400         GO TO 1100-EXIT
023500     END-IF.
023600     IF WS-DATES-USED > 0
023700         IF FC-GAME-DATE NOT > WS-DT-GAME-DATE (WS-DATES-USED)
023800             PERFORM 1150-LIST-BAD-CARD THRU 1150-EXIT
023900             PERFORM 1190-READ-NEXT-CARD THRU 1190-EXIT
024000             GO TO 1100-EXIT
024100         END-IF
024200     END-IF.
024300     ADD 1 TO WS-DATES-USED.
024400     MOVE FC-GAME-DATE TO WS-DT-GAME-DATE (WS-DATES-USED).
024500     PERFORM 1190-READ-NEXT-CARD THRU 1190-EXIT.
024600 1100-EXIT.
024700     EXIT.
024800 1150-LIST-BAD-CARD.
024900     MOVE SPACES TO RP-LINE.
025000     STRING "DATE CARD LEFT OUT: " DELIMITED BY SIZE
025100            FC-RECORD DELIMITED BY SIZE
025200         INTO RP-LINE
025300     END-STRING.
025400     WRITE RP-LINE.
025500 1150-EXIT.
025600     EXIT.
025700 1190-READ-NEXT-CARD.
025800     READ CONTROL-FILE
025900         AT END
026000             SET WS-EOF-INPUT TO TRUE
026100     END-READ.
026200 1190-EXIT.
026300     EXIT.
026400 1200-LOAD-ONE-TEAM.
026500     IF WS-TEAMS-USED < WS-TEAM-MAX
026600         ADD 1 TO WS-TEAMS-USED
026700         MOVE TM-TEAM-ID TO WS-TT-TEAM-ID (WS-TEAMS-USED)
026800         MOVE TM-TEAM-NAME TO WS-TT-TEAM-NAME (WS-TEAMS-USED)
026900         MOVE TM-DIVISION TO WS-TT-DIVISION (WS-TEAMS-USED)
027000         MOVE 'N' TO WS-TT-DONE-SW (WS-TEAMS-USED)
027100     END-IF.
027200     PERFORM 1290-READ-NEXT-TEAM THRU 1290-EXIT.
027300 1200-EXIT.
027400     EXIT.
027500 1290-READ-NEXT-TEAM.
027600     READ TEAM-FILE NEXT RECORD
027700         AT END
027800             SET WS-EOF-INPUT TO TRUE
027900     END-READ.
028000 1290-EXIT.
028100     EXIT.
028200******************************************************************
028300*    1500-CLEAR-OLD-FIXTURES - A RERUN FOR THE SAME SEASON       *
028400*    REPLACES WHAT WAS SCHEDULED BEFORE - UNLESS A MATCH HAS     *
028500*    ALREADY BEEN PLAYED, WHEN THE SEASON'S SCHEDULE IS LEFT     *
028600*    EXACTLY AS IT IS AND NOTHING IS GENERATED.                  *
028700******************************************************************
028800 1500-CLEAR-OLD-FIXTURES.
028900     PERFORM 1600-START-SEASON THRU 1600-EXIT.
029000     PERFORM 1510-CHECK-ONE-FIXTURE THRU 1510-EXIT
029100         UNTIL WS-EOF-INPUT.
029200     IF WS-SEASON-UNDER-WAY
029300         MOVE "SEASON ALREADY UNDER WAY - FIXTURES NOT CHANGED"
029400             TO RP-LINE
029500         WRITE RP-LINE
029600         GO TO 1500-EXIT
029700     END-IF.
029800     PERFORM 1600-START-SEASON THRU 1600-EXIT.
029900     PERFORM 1520-DELETE-ONE-FIXTURE THRU 1520-EXIT
030000         UNTIL WS-EOF-INPUT.
030100 1500-EXIT.
030200     EXIT.
030300 1510-CHECK-ONE-FIXTURE.
030400     IF FX-PLAYED
030500         SET WS-SEASON-UNDER-WAY TO TRUE
030600     END-IF.
030700     PERFORM 1690-READ-NEXT-FIXTURE THRU 1690-EXIT.
030800 1510-EXIT.
030900     EXIT.
031000 1520-DELETE-ONE-FIXTURE.
031100     DELETE FIXTURE-FILE RECORD.
031200     ADD 1 TO WS-REPLACED-COUNT.
031300     PERFORM 1690-READ-NEXT-FIXTURE THRU 1690-EXIT.
031400 1520-EXIT.
031500     EXIT.
031600 1600-START-SEASON.
031700     MOVE 'N' TO WS-EOF-SW.
031800     MOVE LOW-VALUES TO FX-FIXTURE-KEY.
031900     MOVE WS-SEASON-NO TO FX-SEASON-NO.
032000     MOVE 0 TO FX-GAME-DATE.
032100     START FIXTURE-FILE KEY NOT < FX-FIXTURE-KEY.
032200     IF WS-FX-STATUS NOT = '00'
032300         SET WS-EOF-INPUT TO TRUE
032400         GO TO 1600-EXIT
032500     END-IF.
032600     PERFORM 1690-READ-NEXT-FIXTURE THRU 1690-EXIT.
032700 1600-EXIT.
032800     EXIT.
032900 1690-READ-NEXT-FIXTURE.
033000     READ FIXTURE-FILE NEXT RECORD
033100         AT END
033200             SET WS-EOF-INPUT TO TRUE
033300     END-READ.
033400     IF NOT WS-EOF-INPUT AND FX-SEASON-NO NOT = WS-SEASON-NO
033500         SET WS-EOF-INPUT TO TRUE
033600     END-IF.
033700 1690-EXIT.
033800     EXIT.
033900******************************************************************
034000*    2000-SCHEDULE-ONE-DIVISION - THE FIRST TEAM NOT YET DONE    *
034100*    BRINGS IN EVERY TEAM OF ITS DIVISION.  A DIVISION OF ONE    *
034200*    TEAM HAS NOBODY TO PLAY.                                    *
034300******************************************************************
034400 2000-SCHEDULE-ONE-DIVISION.
034500     IF WS-TT-DONE (WS-TEAM-SUB)
034600         GO TO 2000-EXIT
034700     END-IF.
034800     MOVE WS-TT-DIVISION (WS-TEAM-SUB) TO WS-DIVISION.
034900     MOVE 0 TO WS-RR-COUNT.
035000     PERFORM VARYING WS-OTHER-SUB FROM WS-TEAM-SUB BY 1
035100             UNTIL WS-OTHER-SUB > WS-TEAMS-USED
035200         IF WS-TT-DIVISION (WS-OTHER-SUB) = WS-DIVISION
035300             ADD 1 TO WS-RR-COUNT
035400             MOVE WS-OTHER-SUB TO WS-RR-TEAM-SUB (WS-RR-COUNT)
035500             SET WS-TT-DONE (WS-OTHER-SUB) TO TRUE
035600         END-IF
035700     END-PERFORM.
035800     ADD 1 TO WS-DIVISION-COUNT.
035900     MOVE SPACES TO RP-LINE.
036000     WRITE RP-LINE.
036100     MOVE WS-DIVISION TO WS-DH-DIVISION.
036200     MOVE WS-RR-COUNT TO WS-DH-TEAMS.
036300     WRITE RP-LINE FROM WS-DIV-HEADER.
036400     IF WS-RR-COUNT < 2
036500         MOVE "ONLY ONE TEAM - NO FIXTURES" TO RP-LINE
036600         WRITE RP-LINE
036700         GO TO 2000-EXIT
036800     END-IF.
036900     DIVIDE WS-RR-COUNT BY 2 GIVING WS-HALF
037000         REMAINDER WS-PARITY.
037100     IF WS-PARITY = 1
037200         ADD 1 TO WS-RR-COUNT
037300         MOVE 0 TO WS-RR-TEAM-SUB (WS-RR-COUNT)
037400     END-IF.
037500     COMPUTE WS-ROUNDS = WS-RR-COUNT - 1.
037600     COMPUTE WS-PAIR-COUNT = WS-RR-COUNT / 2.
037700     PERFORM 2100-SCHEDULE-ONE-DATE THRU 2100-EXIT
037800         VARYING WS-DATE-SUB FROM 1 BY 1
037900         UNTIL WS-DATE-SUB > WS-DATES-USED.
038000 2000-EXIT.
038100     EXIT.
038200******************************************************************
038300*    2100-SCHEDULE-ONE-DATE - THE NIGHT'S ROUND OF THE CIRCLE:   *
038400*    POSITION 1 IS FIXED AND POSITIONS 2 ONWARD ARE TURNED ROUND *
038500*    BY THE ROUND NUMBER, THEN POSITION 1 PLAYS THE LAST, 2 THE  *
038600*    SECOND LAST, AND SO ON.  ONCE EVERY PAIR HAS MET, THE       *
038700*    CIRCLE STARTS AGAIN WITH HOME AND AWAY SWAPPED.             *
038800******************************************************************
038900 2100-SCHEDULE-ONE-DATE.
039000     COMPUTE WS-POS = WS-DATE-SUB - 1.
039100     DIVIDE WS-POS BY WS-ROUNDS GIVING WS-CYCLE
039200         REMAINDER WS-ROUND.
039300     MOVE WS-RR-TEAM-SUB (1) TO WS-RP-TEAM-SUB (1).
039400     PERFORM VARYING WS-RR-SUB FROM 2 BY 1
039500             UNTIL WS-RR-SUB > WS-RR-COUNT
039600         COMPUTE WS-POS = WS-RR-SUB - 2 + WS-ROUND
039700         DIVIDE WS-POS BY WS-ROUNDS GIVING WS-HALF
039800             REMAINDER WS-ROT
039900         COMPUTE WS-POS = WS-ROT + 2
040000         MOVE WS-RR-TEAM-SUB (WS-POS)
040100             TO WS-RP-TEAM-SUB (WS-RR-SUB)
040200     END-PERFORM.
040300     MOVE 0 TO WS-MATCH-NO.
040400     PERFORM 2200-SCHEDULE-ONE-PAIR THRU 2200-EXIT
040500         VARYING WS-PAIR-SUB FROM 1 BY 1
040600         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
040700 2100-EXIT.
040800     EXIT.
040900******************************************************************
041000*    2200-SCHEDULE-ONE-PAIR - THE FIXED TEAM ALTERNATES HOME AND *
041100*    AWAY ROUND BY ROUND; THE OTHERS TAKE THE SIDE THEIR PLACE   *
041200*    IN THE CIRCLE GIVES THEM.  A PAIR WITH THE BYE IS WRITTEN   *
041300*    AS A BYE FOR THE REAL TEAM.                                 *
041400******************************************************************
041500 2200-SCHEDULE-ONE-PAIR.
041600     MOVE WS-RP-TEAM-SUB (WS-PAIR-SUB) TO WS-HOME-SUB.
041700     COMPUTE WS-POS = WS-RR-COUNT + 1 - WS-PAIR-SUB.
041800     MOVE WS-RP-TEAM-SUB (WS-POS) TO WS-AWAY-SUB.
041900     MOVE 'N' TO WS-SWAP-SW.
042000     IF WS-PAIR-SUB = 1
042100         DIVIDE WS-ROUND BY 2 GIVING WS-HALF
042200             REMAINDER WS-PARITY
042300         IF WS-PARITY = 1
042400             SET WS-SWAP-SIDES TO TRUE
042500         END-IF
042600     END-IF.
042700     DIVIDE WS-CYCLE BY 2 GIVING WS-HALF
042800         REMAINDER WS-PARITY.
042900     IF WS-PARITY = 1
043000         IF WS-SWAP-SIDES
043100             MOVE 'N' TO WS-SWAP-SW
043200         ELSE
043300             SET WS-SWAP-SIDES TO TRUE
043400         END-IF
043500     END-IF.
043600     IF WS-HOME-SUB = 0
043700        OR (WS-SWAP-SIDES AND WS-AWAY-SUB NOT = 0)
043800         MOVE WS-HOME-SUB TO WS-SWAP-SUB
043900         MOVE WS-AWAY-SUB TO WS-HOME-SUB
044000         MOVE WS-SWAP-SUB TO WS-AWAY-SUB
044100     END-IF.
044200     ADD 1 TO WS-MATCH-NO.
044300     INITIALIZE FX-RECORD.
044400     MOVE WS-SEASON-NO TO FX-SEASON-NO.
044500     MOVE WS-DT-GAME-DATE (WS-DATE-SUB) TO FX-GAME-DATE.
044600     MOVE WS-DIVISION TO FX-DIVISION.
044700     MOVE WS-MATCH-NO TO FX-MATCH-NO.
044800     MOVE WS-TT-TEAM-ID (WS-HOME-SUB) TO FX-HOME-TEAM-ID.
044900     MOVE SPACES TO WS-FIXTURE-LINE.
045000     MOVE FX-GAME-DATE TO WS-FL-GAME-DATE.
045100     MOVE FX-MATCH-NO TO WS-FL-MATCH-NO.
045200     MOVE FX-HOME-TEAM-ID TO WS-FL-HOME-ID.
045300     MOVE WS-TT-TEAM-NAME (WS-HOME-SUB) TO WS-FL-HOME-NAME.
045400     IF WS-AWAY-SUB = 0
045500         MOVE SPACES TO FX-AWAY-TEAM-ID
045600         SET FX-BYE TO TRUE
045700         MOVE " BYE" TO WS-FL-VERSUS
045800         ADD 1 TO WS-BYE-COUNT
045900     ELSE
046000         MOVE WS-TT-TEAM-ID (WS-AWAY-SUB) TO FX-AWAY-TEAM-ID
046100         SET FX-SCHEDULED TO TRUE
046200         MOVE " V  " TO WS-FL-VERSUS
046300         MOVE FX-AWAY-TEAM-ID TO WS-FL-AWAY-ID
046400         MOVE WS-TT-TEAM-NAME (WS-AWAY-SUB) TO WS-FL-AWAY-NAME
046500         ADD 1 TO WS-FIXTURE-COUNT
046600     END-IF.
046700     WRITE FX-RECORD.
046800     IF WS-FX-STATUS = '22'
046900         REWRITE FX-RECORD
047000     END-IF.
047100     WRITE RP-LINE FROM WS-FIXTURE-LINE.
047200 2200-EXIT.
047300     EXIT.
047400******************************************************************
047500*    8000-FINALIZE - PRINT THE RUN TOTALS AND CLOSE UP.          *
047600******************************************************************
047700 8000-FINALIZE.
047800     MOVE SPACES TO RP-LINE.
047900     WRITE RP-LINE.
048000     MOVE WS-DATES-USED TO WS-DT-COUNT.
048100     WRITE RP-LINE FROM WS-DATE-TOTAL-LINE.
048200     MOVE WS-DIVISION-COUNT TO WS-DV-COUNT.
048300     WRITE RP-LINE FROM WS-DIVISION-TOTAL-LINE.
048400     MOVE WS-FIXTURE-COUNT TO WS-FT-COUNT.
048500     WRITE RP-LINE FROM WS-FIXTURE-TOTAL-LINE.
048600     MOVE WS-BYE-COUNT TO WS-BT-COUNT.
048700     WRITE RP-LINE FROM WS-BYE-TOTAL-LINE.
048800     MOVE WS-REPLACED-COUNT TO WS-RT-COUNT.
048900     WRITE RP-LINE FROM WS-REPLACED-TOTAL-LINE.
049000     IF WS-DATES-USED > 0 AND WS-TEAMS-USED > 0
049100         CLOSE FIXTURE-FILE
049200     END-IF.
049300     CLOSE REPORT-FILE.
049400 8000-EXIT.
049500     EXIT.
