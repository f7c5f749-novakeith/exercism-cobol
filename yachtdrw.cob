000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YACHTDRW.
000300 AUTHOR. J HALVORSEN.
000400 INSTALLATION. RIVERSIDE SOCIAL CLUB GAME NIGHT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/2026 JH    ORIGINAL - BALANCED TABLE DRAW.  SEATS     *
001100*                     EVERYONE ON TONIGHT'S CHECKIN FILE AT      *
001200*                     TABLES OF NO MORE THAN THE HOUSE TABLE     *
001300*                     SIZE (DRWCTL CARD, FOUR IF NO CARD), USING *
001400*                     AS FEW TABLES AS THAT ALLOWS.  PLAYERS ARE *
001500*                     TAKEN STRONGEST HCPMAST AVERAGE FIRST AND  *
001600*                     DEALT ACROSS THE TABLES AND BACK AGAIN, SO *
001700*                     EVERY TABLE GETS A SHARE OF THE STRONG AND *
001800*                     THE WEAK AND NO TABLE HAS MORE THAN ONE    *
001900*                     PLAYER MORE THAN ANOTHER.  GUESTS AND      *
002000*                     UNRATED MEMBERS COUNT AS THE NIGHT'S       *
002100*                     AVERAGE.  TABLE AND SEAT GO BACK ON THE    *
002200*                     CHECKIN FILE (YACHTEDT HOLDS OUT A TURN    *
002300*                     KEYED AT ANY OTHER TABLE); A CARD FOR EACH *
002400*                     TABLE AND AN ALPHABETICAL SEATING CHART    *
002500*                     FOR THE DOOR ARE PRINTED.  RUNNING IT      *
002600*                     AGAIN AFTER LATE CHECK-INS REDRAWS THE     *
002700*                     WHOLE ROOM.                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CHECKIN-FILE ASSIGN TO "CHECKIN"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CI-PLAYER-ID
003600         FILE STATUS IS WS-CI-STATUS.
003700     SELECT HANDICAP-FILE ASSIGN TO "HCPMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS HM-MEMBER-ID
004100         FILE STATUS IS WS-HM-STATUS.
004200     SELECT CONTROL-FILE ASSIGN TO "DRWCTL"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-CT-STATUS.
004500     SELECT DRAW-WORK-FILE ASSIGN TO "DRAWWORK".
004600     SELECT REPORT-FILE ASSIGN TO "TBLCARDS"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RP-STATUS.
004900     SELECT CHART-FILE ASSIGN TO "SEATCHRT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CH-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CHECKIN-FILE.
005500     COPY "checkin.cpy".
005600 FD  HANDICAP-FILE.
005700     COPY "hcpmast.cpy".
005800 FD  CONTROL-FILE.
005900 01  DC-RECORD.
006000     05  DC-TABLE-SIZE             PIC 9(02).
006100     05  FILLER                    PIC X(18).
006200******************************************************************
006300*    ONE SORT SERVES ALL THREE ORDERINGS - STRONGEST FIRST FOR   *
006400*    THE DEAL, TABLE/SEAT FOR THE CARDS, NAME FOR THE CHART -    *
006500*    BY WHAT IS MOVED INTO THE TWO KEY FIELDS.                   *
006600******************************************************************
006700 SD  DRAW-WORK-FILE.
006800 01  DW-RECORD.
006900     05  DW-MAJOR-KEY              PIC X(20).
007000     05  DW-MINOR-KEY              PIC X(10).
007100     05  DW-SUB                    PIC 9(03).
007200 FD  REPORT-FILE.
007300 01  RP-LINE                       PIC X(80).
007400 FD  CHART-FILE.
007500 01  CH-LINE                       PIC X(80).
007600 WORKING-STORAGE SECTION.
007700 77  WS-CI-STATUS                  PIC X(02) VALUE '00'.
007800 77  WS-HM-STATUS                  PIC X(02) VALUE '00'.
007900 77  WS-CT-STATUS                  PIC X(02) VALUE '00'.
008000 77  WS-RP-STATUS                  PIC X(02) VALUE '00'.
008100 77  WS-CH-STATUS                  PIC X(02) VALUE '00'.
008200 77  WS-NIGHT-DATE                 PIC 9(08) VALUE 0.
008300 77  WS-TABLE-SIZE                 PIC 9(02) VALUE 4.
008400 77  WS-TABLE-COUNT                PIC 9(03) VALUE 0.
008500 77  WS-DR-SUB                     PIC 9(03) VALUE 0.
008600 77  WS-DR-USED                    PIC 9(03) VALUE 0.
008700 77  WS-DR-MAX                     PIC 9(03) VALUE 250.
008800 77  WS-DEAL-POS                   PIC 9(03) VALUE 0.
008900 77  WS-DEAL-ROUND                 PIC 9(03) VALUE 0.
009000 77  WS-DEAL-OFFSET                PIC 9(03) VALUE 0.
009100 77  WS-DEAL-HALF                  PIC 9(03) VALUE 0.
009200 77  WS-DEAL-PARITY                PIC 9(01) VALUE 0.
009300 77  WS-TB-SUB                     PIC 9(03) VALUE 0.
009400 77  WS-PREV-TABLE                 PIC 9(03) VALUE 0.
009500 77  WS-RATED-COUNT                PIC 9(03) VALUE 0.
009600 77  WS-RATED-SUM                  PIC 9(08) VALUE 0.
009700 77  WS-NIGHT-AVG                  PIC 9(05) VALUE 0.
009800 77  WS-OLD-OUT-COUNT              PIC 9(03) VALUE 0.
009900 77  WS-SKIPPED-COUNT              PIC 9(03) VALUE 0.
010000 01  WS-SWITCHES.
010100     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
010200         88  WS-EOF-CHECKIN                VALUE 'Y'.
010300     05  WS-EOF-SORT-SW            PIC X(01) VALUE 'N'.
010400         88  WS-EOF-SORT-OUTPUT            VALUE 'Y'.
010500     05  WS-HM-OPEN-SW             PIC X(01) VALUE 'N'.
010600         88  WS-HANDICAP-OPEN              VALUE 'Y'.
010700     05  WS-ORDER-SW               PIC X(01) VALUE 'D'.
010800         88  WS-ORDER-FOR-DEAL             VALUE 'D'.
010900         88  WS-ORDER-FOR-CARDS            VALUE 'T'.
011000         88  WS-ORDER-FOR-CHART            VALUE 'N'.
011100******************************************************************
011200*    EVERYONE CHECKED IN TONIGHT - THE AVERAGE THE DRAW USES,    *
011300*    WHETHER IT CAME FROM A RATED HCPMAST RECORD, AND THE TABLE  *
011400*    AND SEAT THE DEAL GIVES THEM.                               *
011500******************************************************************
011600 01  WS-DRAW-TBL.
011700     05  WS-DR-ENTRY OCCURS 250 TIMES.
011800         10  WS-DR-PLAYER-ID       PIC X(10).
011900         10  WS-DR-PLAYER-NAME     PIC X(20).
012000         10  WS-DR-PLAYER-TYPE     PIC X(01).
012100         10  WS-DR-AVG-GAME        PIC 9(05).
012200         10  WS-DR-RATED-SW        PIC X(01).
012300             88  WS-DR-RATED               VALUE 'Y'.
012400         10  WS-DR-TABLE-NO        PIC 9(03).
012500         10  WS-DR-SEAT-NO         PIC 9(02).
012600 01  WS-TABLE-TOTALS.
012700     05  WS-TB-ENTRY OCCURS 250 TIMES.
012800         10  WS-TB-PLAYERS         PIC 9(02).
012900         10  WS-TB-AVG-SUM         PIC 9(07).
013000 01  WS-DEAL-KEY.
013100     05  WS-DK-INVERSE-AVG         PIC 9(05).
013200     05  FILLER                    PIC X(15) VALUE SPACES.
013300 01  WS-CARD-KEY.
013400     05  WS-CK-TABLE-NO            PIC 9(03).
013500     05  WS-CK-SEAT-NO             PIC 9(02).
013600     05  FILLER                    PIC X(15) VALUE SPACES.
013700 01  WS-CARD-TITLE.
013800     05  FILLER                    PIC X(06) VALUE "TABLE ".
013900     05  WS-CT-TABLE-NO            PIC ZZ9.
014000     05  FILLER                    PIC X(04) VALUE SPACES.
014100     05  FILLER                    PIC X(11) VALUE "GAME NIGHT ".
014200     05  WS-CT-DATE                PIC 9(08).
014300 01  WS-CARD-HEADER.
014400     05  FILLER                    PIC X(49) VALUE
014500         "SEAT PLAYER     NAME                 TYPE     AVG".
014600 01  WS-CARD-LINE.
014700     05  WS-CL-SEAT-NO             PIC Z9.
014800     05  FILLER                    PIC X(03) VALUE SPACES.
014900     05  WS-CL-PLAYER-ID           PIC X(10).
015000     05  FILLER                    PIC X(01) VALUE SPACE.
015100     05  WS-CL-PLAYER-NAME         PIC X(20).
015200     05  FILLER                    PIC X(01) VALUE SPACE.
015300     05  WS-CL-TYPE                PIC X(06).
015400     05  FILLER                    PIC X(01) VALUE SPACE.
015500     05  WS-CL-AVG-GAME            PIC ZZZZ9.
015600     05  FILLER                    PIC X(01) VALUE SPACE.
015700     05  WS-CL-RATED               PIC X(08).
015800 01  WS-CARD-FOOT.
015900     05  FILLER                    PIC X(23) VALUE
016000         "PLAYERS AT TABLE ....: ".
016100     05  WS-CF-PLAYERS             PIC Z9.
016200     05  FILLER                    PIC X(04) VALUE SPACES.
016300     05  FILLER                    PIC X(16) VALUE
016400         "TABLE AVERAGE : ".
016500     05  WS-CF-AVG                 PIC ZZZZ9.
016600 01  WS-CHART-HEADER.
016700     05  FILLER                    PIC X(40) VALUE
016800         "NAME                 PLAYER     TABLE".
016900     05  FILLER                    PIC X(10) VALUE "SEAT".
017000 01  WS-CHART-LINE.
017100     05  WS-CH-PLAYER-NAME         PIC X(20).
017200     05  FILLER                    PIC X(01) VALUE SPACE.
017300     05  WS-CH-PLAYER-ID           PIC X(10).
017400     05  FILLER                    PIC X(03) VALUE SPACES.
017500     05  WS-CH-TABLE-NO            PIC ZZ9.
017600     05  FILLER                    PIC X(03) VALUE SPACES.
017700     05  WS-CH-SEAT-NO             PIC Z9.
017800 01  WS-PLAYERS-LINE.
017900     05  FILLER                    PIC X(23) VALUE
018000         "PLAYERS DRAWN .......: ".
018100     05  WS-PL-COUNT               PIC ZZZZ9.
018200 01  WS-TABLES-LINE.
018300     05  FILLER                    PIC X(23) VALUE
018400         "TABLES IN PLAY ......: ".
018500     05  WS-TL-COUNT               PIC ZZZZ9.
018600 01  WS-SIZE-LINE.
018700     05  FILLER                    PIC X(23) VALUE
018800         "HOUSE TABLE SIZE ....: ".
018900     05  WS-SZ-SIZE                PIC ZZZZ9.
019000 01  WS-NIGHT-AVG-LINE.
019100     05  FILLER                    PIC X(23) VALUE
019200         "ROOM AVERAGE ........: ".
019300     05  WS-NA-AVG                 PIC ZZZZ9.
019400 01  WS-OLD-OUT-LINE.
019500     05  FILLER                    PIC X(23) VALUE
019600         "OLD CHECK-INS IGNORED: ".
019700     05  WS-OO-COUNT               PIC ZZZZ9.
019800 01  WS-SKIPPED-LINE.
019900     05  FILLER                    PIC X(23) VALUE
020000         "NOT DRAWN - ROOM FULL: ".
020100     05  WS-SK-COUNT               PIC ZZZZ9.
020200 PROCEDURE DIVISION.
020300******************************************************************
020400*    0000-MAINLINE                                               *
020500******************************************************************
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020800     PERFORM 2000-LOAD-ONE-PLAYER THRU 2000-EXIT
020900         UNTIL WS-EOF-CHECKIN.
021000     IF WS-DR-USED = 0
021100         MOVE "NOBODY CHECKED IN TONIGHT - NOTHING DRAWN"
021200             TO RP-LINE
021300         WRITE RP-LINE
021400     ELSE
021500         PERFORM 3000-DEAL-TABLES THRU 3000-EXIT
021600         PERFORM 5000-PRINT-TABLE-CARDS THRU 5000-EXIT
021700         PERFORM 6000-PRINT-SEATING-CHART THRU 6000-EXIT
021800     END-IF.
021900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
022000     STOP RUN.
022100******************************************************************
022200*    1000-INITIALIZE - THE DRWCTL CARD IS OPTIONAL; A MISSING OR *
022300*    ZERO TABLE SIZE MEANS THE USUAL FOUR TO A TABLE.            *
022400******************************************************************
022500 1000-INITIALIZE.
022600     ACCEPT WS-NIGHT-DATE FROM DATE YYYYMMDD.
022700     OPEN OUTPUT REPORT-FILE.
022800     OPEN OUTPUT CHART-FILE.
022900     OPEN INPUT CONTROL-FILE.
023000     IF WS-CT-STATUS = '00'
023100         READ CONTROL-FILE
023200             AT END
023300                 CONTINUE
023400             NOT AT END
023500                 IF DC-TABLE-SIZE IS NUMERIC
023600                         AND DC-TABLE-SIZE > 0
023700                     MOVE DC-TABLE-SIZE TO WS-TABLE-SIZE
023800                 END-IF
023900         END-READ
024000         CLOSE CONTROL-FILE
024100     END-IF.
024200     OPEN INPUT HANDICAP-FILE.
024300     IF WS-HM-STATUS = '00'
024400         SET WS-HANDICAP-OPEN TO TRUE
024500     END-IF.
024600     OPEN I-O CHECKIN-FILE.
024700     IF WS-CI-STATUS NOT = '00'
024800         MOVE "CHECKIN FILE MISSING - NOTHING DRAWN" TO RP-LINE
024900         WRITE RP-LINE
025000         SET WS-EOF-CHECKIN TO TRUE
025100         GO TO 1000-EXIT
025200     END-IF.
025300     PERFORM 2900-READ-NEXT-CHECKIN THRU 2900-EXIT.
025400 1000-EXIT.
025500     EXIT.
025600******************************************************************
025700*    2000-LOAD-ONE-PLAYER - TAKE TONIGHT'S CHECK-IN INTO THE     *
025800*    DRAW TABLE WITH ITS HCPMAST AVERAGE.  ONLY A RATED AVERAGE  *
025900*    IS TRUSTED; THE REST WAIT FOR THE ROOM AVERAGE.             *
026000******************************************************************
026100 2000-LOAD-ONE-PLAYER.
026200     IF CI-NIGHT-DATE NOT = WS-NIGHT-DATE
026300         ADD 1 TO WS-OLD-OUT-COUNT
026400         PERFORM 2900-READ-NEXT-CHECKIN THRU 2900-EXIT
026500         GO TO 2000-EXIT
026600     END-IF.
026700     IF WS-DR-USED NOT < WS-DR-MAX
026800         ADD 1 TO WS-SKIPPED-COUNT
026900         PERFORM 2900-READ-NEXT-CHECKIN THRU 2900-EXIT
027000         GO TO 2000-EXIT
027100     END-IF.
027200     ADD 1 TO WS-DR-USED.
027300     MOVE WS-DR-USED TO WS-DR-SUB.
027400     MOVE CI-PLAYER-ID TO WS-DR-PLAYER-ID (WS-DR-SUB).
027500     MOVE CI-PLAYER-NAME TO WS-DR-PLAYER-NAME (WS-DR-SUB).
027600     MOVE CI-PLAYER-TYPE TO WS-DR-PLAYER-TYPE (WS-DR-SUB).
027700     MOVE 0 TO WS-DR-AVG-GAME (WS-DR-SUB).
027800     MOVE 'N' TO WS-DR-RATED-SW (WS-DR-SUB).
027900     MOVE 0 TO WS-DR-TABLE-NO (WS-DR-SUB).
028000     MOVE 0 TO WS-DR-SEAT-NO (WS-DR-SUB).
028100     IF WS-HANDICAP-OPEN AND CI-MEMBER
028200         MOVE CI-PLAYER-ID TO HM-MEMBER-ID
028300         READ HANDICAP-FILE KEY IS HM-MEMBER-ID
028400         IF WS-HM-STATUS = '00' AND HM-RATED
028500             MOVE HM-AVG-GAME TO WS-DR-AVG-GAME (WS-DR-SUB)
028600             SET WS-DR-RATED (WS-DR-SUB) TO TRUE
028700             ADD 1 TO WS-RATED-COUNT
028800             ADD HM-AVG-GAME TO WS-RATED-SUM
028900         END-IF
029000     END-IF.
029100     PERFORM 2900-READ-NEXT-CHECKIN THRU 2900-EXIT.
029200 2000-EXIT.
029300     EXIT.
029400 2900-READ-NEXT-CHECKIN.
029500     READ CHECKIN-FILE NEXT RECORD
029600         AT END
029700             SET WS-EOF-CHECKIN TO TRUE
029800     END-READ.
029900 2900-EXIT.
030000     EXIT.
030100******************************************************************
030200*    3000-DEAL-TABLES - FILL THE UNRATED IN AT THE ROOM AVERAGE, *
030300*    WORK OUT HOW MANY TABLES THE HOUSE SIZE NEEDS, THEN DEAL    *
030400*    THE PLAYERS OUT STRONGEST FIRST.                            *
030500******************************************************************
030600 3000-DEAL-TABLES.
030700     IF WS-RATED-COUNT > 0
030800         COMPUTE WS-NIGHT-AVG ROUNDED
030900             = WS-RATED-SUM / WS-RATED-COUNT
031000     END-IF.
031100     PERFORM VARYING WS-DR-SUB FROM 1 BY 1
031200             UNTIL WS-DR-SUB > WS-DR-USED
031300         IF NOT WS-DR-RATED (WS-DR-SUB)
031400             MOVE WS-NIGHT-AVG TO WS-DR-AVG-GAME (WS-DR-SUB)
031500         END-IF
031600     END-PERFORM.
031700     DIVIDE WS-DR-USED BY WS-TABLE-SIZE GIVING WS-TABLE-COUNT
031800         REMAINDER WS-DEAL-OFFSET.
031900     IF WS-DEAL-OFFSET > 0
032000         ADD 1 TO WS-TABLE-COUNT
032100     END-IF.
032200     INITIALIZE WS-TABLE-TOTALS.
032300     MOVE 0 TO WS-DEAL-POS.
032400     SET WS-ORDER-FOR-DEAL TO TRUE.
032500     SORT DRAW-WORK-FILE
032600         ON ASCENDING KEY DW-MAJOR-KEY
032700         ON ASCENDING KEY DW-MINOR-KEY
032800         INPUT PROCEDURE IS 4000-RELEASE-PLAYERS THRU 4000-EXIT
032900         OUTPUT PROCEDURE IS 3100-DEAL-PLAYERS THRU 3100-EXIT.
033000 3000-EXIT.
033100     EXIT.
033200 3100-DEAL-PLAYERS.
033300     MOVE 'N' TO WS-EOF-SORT-SW.
033400     RETURN DRAW-WORK-FILE
033500         AT END
033600             SET WS-EOF-SORT-OUTPUT TO TRUE
033700     END-RETURN.
033800     PERFORM 3200-DEAL-ONE-PLAYER THRU 3200-EXIT
033900         UNTIL WS-EOF-SORT-OUTPUT.
034000 3100-EXIT.
034100     EXIT.
034200******************************************************************
034300*    3200-DEAL-ONE-PLAYER - ROUND 0 GOES OUT TABLE 1 UPWARDS,    *
034400*    ROUND 1 COMES BACK FROM THE LAST TABLE, AND SO ON, SO THE   *
034500*    TABLE THAT GOT THE STRONGEST PLAYER GETS THE WEAKEST OF THE *
034600*    NEXT ROUND.  THE ROUND IS THE SEAT.  THE CHECKIN RECORD IS  *
034700*    REWRITTEN WITH THE RESULT.                                  *
034800******************************************************************
034900 3200-DEAL-ONE-PLAYER.
035000     MOVE DW-SUB TO WS-DR-SUB.
035100     DIVIDE WS-DEAL-POS BY WS-TABLE-COUNT GIVING WS-DEAL-ROUND
035200         REMAINDER WS-DEAL-OFFSET.
035300     DIVIDE WS-DEAL-ROUND BY 2 GIVING WS-DEAL-HALF
035400         REMAINDER WS-DEAL-PARITY.
035500     IF WS-DEAL-PARITY = 0
035600         COMPUTE WS-TB-SUB = WS-DEAL-OFFSET + 1
035700     ELSE
035800         COMPUTE WS-TB-SUB = WS-TABLE-COUNT - WS-DEAL-OFFSET
035900     END-IF.
036000     MOVE WS-TB-SUB TO WS-DR-TABLE-NO (WS-DR-SUB).
036100     COMPUTE WS-DR-SEAT-NO (WS-DR-SUB) = WS-DEAL-ROUND + 1.
036200     ADD 1 TO WS-TB-PLAYERS (WS-TB-SUB).
036300     ADD WS-DR-AVG-GAME (WS-DR-SUB) TO WS-TB-AVG-SUM (WS-TB-SUB).
036400     ADD 1 TO WS-DEAL-POS.
036500     MOVE WS-DR-PLAYER-ID (WS-DR-SUB) TO CI-PLAYER-ID.
036600     READ CHECKIN-FILE KEY IS CI-PLAYER-ID.
036700     IF WS-CI-STATUS = '00'
036800         MOVE WS-DR-AVG-GAME (WS-DR-SUB) TO CI-AVG-GAME
036900         MOVE WS-DR-TABLE-NO (WS-DR-SUB) TO CI-TABLE-NO
037000         MOVE WS-DR-SEAT-NO (WS-DR-SUB) TO CI-SEAT-NO
037100         REWRITE CI-RECORD
037200     END-IF.
037300     RETURN DRAW-WORK-FILE
037400         AT END
037500             SET WS-EOF-SORT-OUTPUT TO TRUE
037600     END-RETURN.
037700 3200-EXIT.
037800     EXIT.
037900******************************************************************
038000*    4000-RELEASE-PLAYERS - ONE SORT RECORD PER PLAYER, KEYED    *
038100*    FOR WHICHEVER ORDER IS WANTED.  FOR THE DEAL THE AVERAGE IS *
038200*    TURNED UPSIDE DOWN SO AN ASCENDING SORT PUTS THE STRONGEST  *
038300*    FIRST, PLAYER ID BREAKING TIES.                             *
038400******************************************************************
038500 4000-RELEASE-PLAYERS.
038600     PERFORM 4100-RELEASE-ONE-PLAYER THRU 4100-EXIT
038700         VARYING WS-DR-SUB FROM 1 BY 1
038800         UNTIL WS-DR-SUB > WS-DR-USED.
038900 4000-EXIT.
039000     EXIT.
039100 4100-RELEASE-ONE-PLAYER.
039200     MOVE WS-DR-SUB TO DW-SUB.
039300     EVALUATE TRUE
039400         WHEN WS-ORDER-FOR-DEAL
039500             COMPUTE WS-DK-INVERSE-AVG
039600                 = 99999 - WS-DR-AVG-GAME (WS-DR-SUB)
039700             MOVE WS-DEAL-KEY TO DW-MAJOR-KEY
039800             MOVE WS-DR-PLAYER-ID (WS-DR-SUB) TO DW-MINOR-KEY
039900         WHEN WS-ORDER-FOR-CARDS
040000             MOVE WS-DR-TABLE-NO (WS-DR-SUB) TO WS-CK-TABLE-NO
040100             MOVE WS-DR-SEAT-NO (WS-DR-SUB) TO WS-CK-SEAT-NO
040200             MOVE WS-CARD-KEY TO DW-MAJOR-KEY
040300             MOVE WS-DR-PLAYER-ID (WS-DR-SUB) TO DW-MINOR-KEY
040400         WHEN WS-ORDER-FOR-CHART
040500             MOVE WS-DR-PLAYER-NAME (WS-DR-SUB) TO DW-MAJOR-KEY
040600             MOVE WS-DR-PLAYER-ID (WS-DR-SUB) TO DW-MINOR-KEY
040700     END-EVALUATE.
040800     RELEASE DW-RECORD.
040900 4100-EXIT.
041000     EXIT.
041100******************************************************************
041200*    5000-PRINT-TABLE-CARDS - ONE CARD PER TABLE, SEAT ORDER,    *
041300*    WITH THE TABLE'S AVERAGE AT THE FOOT SO THE BALANCE CAN BE  *
041400*    SEEN.                                                       *
041500******************************************************************
041600 5000-PRINT-TABLE-CARDS.
041700     MOVE 0 TO WS-PREV-TABLE.
041800     SET WS-ORDER-FOR-CARDS TO TRUE.
041900     SORT DRAW-WORK-FILE
042000         ON ASCENDING KEY DW-MAJOR-KEY
042100         ON ASCENDING KEY DW-MINOR-KEY
042200         INPUT PROCEDURE IS 4000-RELEASE-PLAYERS THRU 4000-EXIT
042300         OUTPUT PROCEDURE IS 5100-PRINT-CARDS THRU 5100-EXIT.
042400 5000-EXIT.
042500     EXIT.
042600 5100-PRINT-CARDS.
042700     MOVE 'N' TO WS-EOF-SORT-SW.
042800     RETURN DRAW-WORK-FILE
042900         AT END
043000             SET WS-EOF-SORT-OUTPUT TO TRUE
043100     END-RETURN.
043200     PERFORM 5200-PRINT-ONE-SEAT THRU 5200-EXIT
043300         UNTIL WS-EOF-SORT-OUTPUT.
043400     IF WS-PREV-TABLE > 0
043500         PERFORM 5300-PRINT-CARD-FOOT THRU 5300-EXIT
043600     END-IF.
043700 5100-EXIT.
043800     EXIT.
043900 5200-PRINT-ONE-SEAT.
044000     MOVE DW-SUB TO WS-DR-SUB.
044100     IF WS-DR-TABLE-NO (WS-DR-SUB) NOT = WS-PREV-TABLE
044200         IF WS-PREV-TABLE > 0
044300             PERFORM 5300-PRINT-CARD-FOOT THRU 5300-EXIT
044400         END-IF
044500         MOVE WS-DR-TABLE-NO (WS-DR-SUB) TO WS-PREV-TABLE
044600         MOVE WS-PREV-TABLE TO WS-CT-TABLE-NO
044700         MOVE WS-NIGHT-DATE TO WS-CT-DATE
044800         WRITE RP-LINE FROM WS-CARD-TITLE
044900         WRITE RP-LINE FROM WS-CARD-HEADER
045000     END-IF.
045100     MOVE SPACES TO WS-CARD-LINE.
045200     MOVE WS-DR-SEAT-NO (WS-DR-SUB) TO WS-CL-SEAT-NO.
045300     MOVE WS-DR-PLAYER-ID (WS-DR-SUB) TO WS-CL-PLAYER-ID.
045400     MOVE WS-DR-PLAYER-NAME (WS-DR-SUB) TO WS-CL-PLAYER-NAME.
045500     IF WS-DR-PLAYER-TYPE (WS-DR-SUB) = 'G'
045600         MOVE "GUEST" TO WS-CL-TYPE
045700     ELSE
045800         MOVE "MEMBER" TO WS-CL-TYPE
045900     END-IF.
046000     MOVE WS-DR-AVG-GAME (WS-DR-SUB) TO WS-CL-AVG-GAME.
046100     IF NOT WS-DR-RATED (WS-DR-SUB)
046200         MOVE "UNRATED" TO WS-CL-RATED
046300     END-IF.
046400     WRITE RP-LINE FROM WS-CARD-LINE.
046500     RETURN DRAW-WORK-FILE
046600         AT END
046700             SET WS-EOF-SORT-OUTPUT TO TRUE
046800     END-RETURN.
046900 5200-EXIT.
047000     EXIT.
047100 5300-PRINT-CARD-FOOT.
047200     MOVE WS-TB-PLAYERS (WS-PREV-TABLE) TO WS-CF-PLAYERS.
047300     COMPUTE WS-CF-AVG ROUNDED
047400         = WS-TB-AVG-SUM (WS-PREV-TABLE)
047500             / WS-TB-PLAYERS (WS-PREV-TABLE).
047600     WRITE RP-LINE FROM WS-CARD-FOOT.
047700     MOVE SPACES TO RP-LINE.
047800     WRITE RP-LINE.
047900 5300-EXIT.
048000     EXIT.
048100******************************************************************
048200*    6000-PRINT-SEATING-CHART - EVERYONE BY NAME WITH THEIR      *
048300*    TABLE AND SEAT, FOR THE DOOR.                               *
048400******************************************************************
048500 6000-PRINT-SEATING-CHART.
048600     MOVE "SEATING CHART - GAME NIGHT" TO CH-LINE.
048700     WRITE CH-LINE.
048800     MOVE SPACES TO CH-LINE.
048900     WRITE CH-LINE.
049000     WRITE CH-LINE FROM WS-CHART-HEADER.
049100     SET WS-ORDER-FOR-CHART TO TRUE.
049200     SORT DRAW-WORK-FILE
049300         ON ASCENDING KEY DW-MAJOR-KEY
049400         ON ASCENDING KEY DW-MINOR-KEY
049500         INPUT PROCEDURE IS 4000-RELEASE-PLAYERS THRU 4000-EXIT
049600         OUTPUT PROCEDURE IS 6100-PRINT-CHART THRU 6100-EXIT.
049700 6000-EXIT.
049800     EXIT.
049900 6100-PRINT-CHART.
050000     MOVE 'N' TO WS-EOF-SORT-SW.
050100     RETURN DRAW-WORK-FILE
050200         AT END
050300             SET WS-EOF-SORT-OUTPUT TO TRUE
050400     END-RETURN.
050500     PERFORM 6200-PRINT-ONE-NAME THRU 6200-EXIT
050600         UNTIL WS-EOF-SORT-OUTPUT.
050700 6100-EXIT.
050800     EXIT.
050900 6200-PRINT-ONE-NAME.
051000     MOVE DW-SUB TO WS-DR-SUB.
051100     MOVE SPACES TO WS-CHART-LINE.
051200     MOVE WS-DR-PLAYER-NAME (WS-DR-SUB) TO WS-CH-PLAYER-NAME.
051300     MOVE WS-DR-PLAYER-ID (WS-DR-SUB) TO WS-CH-PLAYER-ID.
051400     MOVE WS-DR-TABLE-NO (WS-DR-SUB) TO WS-CH-TABLE-NO.
051500     MOVE WS-DR-SEAT-NO (WS-DR-SUB) TO WS-CH-SEAT-NO.
051600     WRITE CH-LINE FROM WS-CHART-LINE.
051700     RETURN DRAW-WORK-FILE
051800         AT END
051900             SET WS-EOF-SORT-OUTPUT TO TRUE
052000     END-RETURN.
052100 6200-EXIT.
052200     EXIT.
052300******************************************************************
052400*    8000-FINALIZE - RUN TOTALS AT THE FOOT OF THE TABLE CARDS,  *
052500*    THEN CLOSE UP.                                              *
052600******************************************************************
052700 8000-FINALIZE.
052800     MOVE SPACES TO RP-LINE.
052900     WRITE RP-LINE.
053000     MOVE WS-DR-USED TO WS-PL-COUNT.
053100     WRITE RP-LINE FROM WS-PLAYERS-LINE.
053200     MOVE WS-TABLE-COUNT TO WS-TL-COUNT.
053300     WRITE RP-LINE FROM WS-TABLES-LINE.
053400     MOVE WS-TABLE-SIZE TO WS-SZ-SIZE.
053500     WRITE RP-LINE FROM WS-SIZE-LINE.
053600     MOVE WS-NIGHT-AVG TO WS-NA-AVG.
053700     WRITE RP-LINE FROM WS-NIGHT-AVG-LINE.
053800     IF WS-OLD-OUT-COUNT > 0
053900         MOVE WS-OLD-OUT-COUNT TO WS-OO-COUNT
054000         WRITE RP-LINE FROM WS-OLD-OUT-LINE
054100     END-IF.
054200     IF WS-SKIPPED-COUNT > 0
054300         MOVE WS-SKIPPED-COUNT TO WS-SK-COUNT
054400         WRITE RP-LINE FROM WS-SKIPPED-LINE
054500     END-IF.
054600     IF WS-CI-STATUS NOT = '35'
054700         CLOSE CHECKIN-FILE
054800     END-IF.
054900     IF WS-HANDICAP-OPEN
055000         CLOSE HANDICAP-FILE
055100     END-IF.
055200     CLOSE REPORT-FILE.
055300     CLOSE CHART-FILE.
055400 8000-EXIT.
055500     EXIT.
