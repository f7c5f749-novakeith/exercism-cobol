000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YACHTCLS.
000300 AUTHOR. J HALVORSEN.
000400 INSTALLATION. RIVERSIDE SOCIAL CLUB GAME NIGHT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/2026 JH    ORIGINAL - RESIGNATION CLOSE-OUT RUN.      *
001100*                     FOR EVERY MEMBER RESIGNED THROUGH YACHTMBR *
001200*                     WHOSE RESIGNATION HAS TAKEN EFFECT AND     *
001300*                     WHO IS NOT YET CLOSED OUT: END-DATES ANY   *
001400*                     OPEN TEAMMAST SLOT AS OF THE RESIGNATION   *
001500*                     DATE, DROPS THE HCPMAST RECORD AND PRINTS  *
001600*                     A FINAL STATEMENT WITH THE MBRLEDG CLOSING *
001700*                     BALANCE.  A ZERO BALANCE CLOSES THE        *
001800*                     ACCOUNT (RO-CLOSED-OUT).  ANY OTHER        *
001900*                     BALANCE HOLDS IT OPEN AND GOES ON THE      *
002000*                     SETTLEMENT LIST FOR THE TREASURER; ONCE    *
002100*                     SETTLED, THE NEXT RUN CLOSES IT.  GAMEHIST *
002200*                     IS NEVER TOUCHED - PAST STANDINGS KEEP     *
002300*                     THE MEMBER'S GAMES.                        *
002400*    10/15/2026 JH    THE SETTLEMENT LIST SAYS HOW EACH HELD     *
002500*                     ACCOUNT IS SETTLED - A RECEIPT FOR WHAT    *
002600*                     THE MEMBER OWES, AN 'R' REFUND ON          *
002700*                     RCPTTRAN FOR A CREDIT THE CLUB OWES THEM.  *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS RO-MEMBER-ID
003600         FILE STATUS IS WS-RO-STATUS.
003700     SELECT LEDGER-FILE ASSIGN TO "MBRLEDG"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS LG-MEMBER-ID
004100         FILE STATUS IS WS-LG-STATUS.
004200     SELECT TEAM-FILE ASSIGN TO "TEAMMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS TM-TEAM-ID
004600         FILE STATUS IS WS-TM-STATUS.
004700     SELECT HANDICAP-FILE ASSIGN TO "HCPMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS HM-MEMBER-ID
005100         FILE STATUS IS WS-HM-STATUS.
005200     SELECT REPORT-FILE ASSIGN TO "CLOSERPT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RP-STATUS.
005500     SELECT SETTLE-FILE ASSIGN TO "SETTLRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-SR-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  ROSTER-FILE.
006100     COPY "rosterec.cpy".
006200 FD  LEDGER-FILE.
006300     COPY "ledgrec.cpy".
006400 FD  TEAM-FILE.
006500     COPY "teamrec.cpy".
006600 FD  HANDICAP-FILE.
006700     COPY "hcpmast.cpy".
006800 FD  REPORT-FILE.
006900 01  RP-LINE                       PIC X(80).
007000 FD  SETTLE-FILE.
007100 01  SR-LINE                       PIC X(80).
007200 WORKING-STORAGE SECTION.
007300 77  WS-RO-STATUS                  PIC X(02) VALUE '00'.
007400 77  WS-LG-STATUS                  PIC X(02) VALUE '00'.
007500 77  WS-TM-STATUS                  PIC X(02) VALUE '00'.
007600 77  WS-HM-STATUS                  PIC X(02) VALUE '00'.
007700 77  WS-RP-STATUS                  PIC X(02) VALUE '00'.
007800 77  WS-SR-STATUS                  PIC X(02) VALUE '00'.
007900 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
008000 77  WS-SLOT-SUB                   PIC 9(02) VALUE 0.
008100 77  WS-SLOTS-ENDED                PIC 9(02) VALUE 0.
008200 77  WS-CLOSING-BALANCE            PIC S9(05)V99 VALUE 0.
008300 77  WS-PROCESSED-COUNT            PIC 9(05) VALUE 0.
008400 77  WS-CLOSED-COUNT               PIC 9(05) VALUE 0.
008500 77  WS-HELD-COUNT                 PIC 9(05) VALUE 0.
008600 77  WS-PENDING-COUNT              PIC 9(05) VALUE 0.
008700 77  WS-SLOT-TOTAL                 PIC 9(05) VALUE 0.
008800 77  WS-DROPPED-COUNT              PIC 9(05) VALUE 0.
008900 77  WS-OWED-TO-CLUB               PIC 9(07)V99 VALUE 0.
009000 77  WS-OWED-BY-CLUB               PIC 9(07)V99 VALUE 0.
009100 01  WS-SWITCHES.
009200     05  WS-EOF-RO-SW              PIC X(01) VALUE 'N'.
009300         88  WS-EOF-ROSTER                 VALUE 'Y'.
009400     05  WS-EOF-TM-SW              PIC X(01) VALUE 'N'.
009500         88  WS-EOF-TEAMS                  VALUE 'Y'.
009600     05  WS-FILES-SW               PIC X(01) VALUE 'N'.
009700         88  WS-FILES-OPEN                 VALUE 'Y'.
009800     05  WS-LG-OPEN-SW             PIC X(01) VALUE 'N'.
009900         88  WS-LEDGER-OPEN                VALUE 'Y'.
010000     05  WS-TM-OPEN-SW             PIC X(01) VALUE 'N'.
010100         88  WS-TEAMS-OPEN                 VALUE 'Y'.
010200     05  WS-HM-OPEN-SW             PIC X(01) VALUE 'N'.
010300         88  WS-HANDICAPS-OPEN             VALUE 'Y'.
010400     05  WS-DROPPED-SW             PIC X(01) VALUE 'N'.
010500         88  WS-HANDICAP-DROPPED           VALUE 'Y'.
010600     05  WS-REWRITE-SW             PIC X(01) VALUE 'N'.
010700         88  WS-TEAM-CHANGED               VALUE 'Y'.
010800******************************************************************
010900*    FINAL STATEMENT - A HEADER, ONE LABELLED LINE PER FACT AND  *
011000*    THE DISPOSITION OF THE ACCOUNT.                             *
011100******************************************************************
011200 01  WS-STMT-HEADER.
011300     05  FILLER                    PIC X(16) VALUE
011400         "FINAL STATEMENT ".
011500     05  WS-SH-MEMBER-ID           PIC X(10).
011600     05  FILLER                    PIC X(01) VALUE SPACE.
011700     05  WS-SH-MEMBER-NAME         PIC X(20).
011800 01  WS-STMT-LINE.
011900     05  FILLER                    PIC X(02) VALUE SPACES.
012000     05  WS-SL-LABEL               PIC X(23).
012100     05  WS-SL-VALUE               PIC X(30).
012200 01  WS-DATE-EDIT                  PIC 9(08).
012300 01  WS-COUNT-EDIT                 PIC Z9.
012400 01  WS-BALANCE-EDIT               PIC -----9.99.
012500 01  WS-SETTLE-LINE.
012600     05  WS-SE-MEMBER-ID           PIC X(10).
012700     05  FILLER                    PIC X(01) VALUE SPACE.
012800     05  WS-SE-MEMBER-NAME         PIC X(20).
012900     05  FILLER                    PIC X(01) VALUE SPACE.
013000     05  WS-SE-RESIGN-DATE         PIC 9(08).
013100     05  FILLER                    PIC X(01) VALUE SPACE.
013200     05  WS-SE-AMOUNT              PIC ZZZZ9.99.
013300     05  FILLER                    PIC X(01) VALUE SPACE.
013400     05  WS-SE-DIRECTION           PIC X(16).
013500 01  WS-SETTLE-HEADER.
013600     05  FILLER                    PIC X(43) VALUE
013700         "MEMBER ID  NAME                 RESIGNED   ".
013800     05  FILLER                    PIC X(17) VALUE
013900         "AMOUNT SETTLEMENT".
014000 01  WS-PROCESSED-LINE.
014100     05  FILLER                    PIC X(23) VALUE
014200         "RESIGNATIONS ........: ".
014300     05  WS-PR-COUNT               PIC ZZZZ9.
014400 01  WS-CLOSED-LINE.
014500     05  FILLER                    PIC X(23) VALUE
014600         "ACCOUNTS CLOSED .....: ".
014700     05  WS-CL-COUNT               PIC ZZZZ9.
014800 01  WS-HELD-LINE.
014900     05  FILLER                    PIC X(23) VALUE
015000         "HELD FOR SETTLEMENT .: ".
015100     05  WS-HL-COUNT               PIC ZZZZ9.
015200 01  WS-PENDING-LINE.
015300     05  FILLER                    PIC X(23) VALUE
015400         "NOT YET EFFECTIVE ...: ".
015500     05  WS-PN-COUNT               PIC ZZZZ9.
015600 01  WS-SLOT-LINE.
015700     05  FILLER                    PIC X(23) VALUE
015800         "TEAM SLOTS ENDED ....: ".
015900     05  WS-SO-COUNT               PIC ZZZZ9.
016000 01  WS-DROPPED-LINE.
016100     05  FILLER                    PIC X(23) VALUE
016200         "HANDICAPS DROPPED ...: ".
016300     05  WS-DR-COUNT               PIC ZZZZ9.
016400 01  WS-OWED-TO-LINE.
016500     05  FILLER                    PIC X(23) VALUE
016600         "OWED TO THE CLUB ....: ".
016700     05  WS-OT-AMOUNT              PIC ZZZZZZ9.99.
016800 01  WS-OWED-BY-LINE.
016900     05  FILLER                    PIC X(23) VALUE
017000         "OWED BY THE CLUB ....: ".
017100     05  WS-OB-AMOUNT              PIC ZZZZZZ9.99.
017200 PROCEDURE DIVISION.
017300******************************************************************
017400*    0000-MAINLINE                                               *
017500******************************************************************
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017800     IF WS-FILES-OPEN
017900         PERFORM 2000-CLOSE-OUT-ONE-MEMBER THRU 2000-EXIT
018000             UNTIL WS-EOF-ROSTER
018100     END-IF.
018200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
018300     STOP RUN.
018400******************************************************************
018500*    1000-INITIALIZE - OPEN THE MASTERS.  WITHOUT A ROSTER THERE *
018600*    IS NOBODY TO CLOSE OUT; A MISSING LEDGER, TEAM OR HANDICAP  *
018700*    MASTER JUST MEANS THERE IS NOTHING ON IT TO SETTLE OR END.  *
018800******************************************************************
018900 1000-INITIALIZE.
019000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019100     OPEN OUTPUT REPORT-FILE.
019200     MOVE "RESIGNATION CLOSE-OUT - FINAL STATEMENTS" TO RP-LINE.
019300     WRITE RP-LINE.
019400     MOVE SPACES TO RP-LINE.
019500     WRITE RP-LINE.
019600     OPEN OUTPUT SETTLE-FILE.
019700     MOVE "RESIGNED MEMBERS TO SETTLE BEFORE CLOSING" TO SR-LINE.
019800     WRITE SR-LINE.
019900     MOVE SPACES TO SR-LINE.
020000     WRITE SR-LINE.
020100     WRITE SR-LINE FROM WS-SETTLE-HEADER.
020200     OPEN I-O ROSTER-FILE.
020300     IF WS-RO-STATUS NOT = '00'
020400         MOVE "ROSTER MASTER MISSING - NOBODY CLOSED OUT"
020500             TO RP-LINE
020600         WRITE RP-LINE
020700         GO TO 1000-EXIT
020800     END-IF.
020900     SET WS-FILES-OPEN TO TRUE.
021000     OPEN INPUT LEDGER-FILE.
021100     IF WS-LG-STATUS = '00'
021200         SET WS-LEDGER-OPEN TO TRUE
021300     END-IF.
021400     OPEN I-O TEAM-FILE.
021500     IF WS-TM-STATUS = '00'
021600         SET WS-TEAMS-OPEN TO TRUE
021700     END-IF.
021800     OPEN I-O HANDICAP-FILE.
021900     IF WS-HM-STATUS = '00'
022000         SET WS-HANDICAPS-OPEN TO TRUE
022100     END-IF.
022200     PERFORM 2900-READ-NEXT-MEMBER THRU 2900-EXIT.
022300 1000-EXIT.
022400     EXIT.
022500******************************************************************
022600*    2000-CLOSE-OUT-ONE-MEMBER - ONLY A RESIGNED MEMBER NOT YET  *
022700*    CLOSED OUT, WHOSE RESIGNATION DATE HAS ARRIVED, IS TAKEN.   *
022800*    ENDING THE SLOT AND DROPPING THE HANDICAP ARE SAFE TO       *
022900*    REPEAT, SO A MEMBER HELD FOR SETTLEMENT IS SIMPLY TAKEN     *
023000*    AGAIN ON THE NEXT RUN.                                      *
023100******************************************************************
023200 2000-CLOSE-OUT-ONE-MEMBER.
023300     IF NOT RO-RESIGNED OR RO-CLOSED-OUT
023400         PERFORM 2900-READ-NEXT-MEMBER THRU 2900-EXIT
023500         GO TO 2000-EXIT
023600     END-IF.
023700     IF RO-RESIGN-DATE > WS-RUN-DATE
023800         ADD 1 TO WS-PENDING-COUNT
023900         PERFORM 2900-READ-NEXT-MEMBER THRU 2900-EXIT
024000         GO TO 2000-EXIT
024100     END-IF.
024200     ADD 1 TO WS-PROCESSED-COUNT.
024300     PERFORM 3000-END-TEAM-SLOTS THRU 3000-EXIT.
024400     PERFORM 3500-DROP-HANDICAP THRU 3500-EXIT.
024500     PERFORM 4000-GET-BALANCE THRU 4000-EXIT.
024600     PERFORM 5000-PRINT-STATEMENT THRU 5000-EXIT.
024700     IF WS-CLOSING-BALANCE = 0
024800         SET RO-CLOSED-OUT TO TRUE
024900         REWRITE RO-RECORD
025000         ADD 1 TO WS-CLOSED-COUNT
025100     ELSE
025200         PERFORM 6000-LIST-FOR-SETTLEMENT THRU 6000-EXIT
025300         ADD 1 TO WS-HELD-COUNT
025400     END-IF.
025500     PERFORM 2900-READ-NEXT-MEMBER THRU 2900-EXIT.
025600 2000-EXIT.
025700     EXIT.
025800 2900-READ-NEXT-MEMBER.
025900     READ ROSTER-FILE NEXT RECORD
026000         AT END
026100             SET WS-EOF-ROSTER TO TRUE
026200     END-READ.
026300 2900-EXIT.
026400     EXIT.
026500******************************************************************
026600*    3000-END-TEAM-SLOTS - WALK EVERY TEAM AND END-DATE ANY      *
026700*    ASSIGNMENT STILL OPEN FOR THE MEMBER AS OF THE RESIGNATION  *
026800*    DATE, THE SAME WAY A YACHTTEA DROP DOES.  THE SLOT IS KEPT  *
026900*    SO THE SEASON STANDINGS STILL CREDIT THE OLD GAMES.         *
027000******************************************************************
027100 3000-END-TEAM-SLOTS.
027200     MOVE 0 TO WS-SLOTS-ENDED.
027300     IF NOT WS-TEAMS-OPEN
027400         GO TO 3000-EXIT
027500     END-IF.
027600     MOVE 'N' TO WS-EOF-TM-SW.
027700     MOVE LOW-VALUES TO TM-TEAM-ID.
027800     START TEAM-FILE KEY NOT < TM-TEAM-ID.
027900     IF WS-TM-STATUS NOT = '00'
028000         GO TO 3000-EXIT
028100     END-IF.
028200     PERFORM 3900-READ-NEXT-TEAM THRU 3900-EXIT.
028300     PERFORM 3100-END-ONE-TEAM THRU 3100-EXIT
028400         UNTIL WS-EOF-TEAMS.
028500     ADD WS-SLOTS-ENDED TO WS-SLOT-TOTAL.
028600 3000-EXIT.
028700     EXIT.
028800 3100-END-ONE-TEAM.
028900     MOVE 'N' TO WS-REWRITE-SW.
029000     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
029100             UNTIL WS-SLOT-SUB > 8
029200         IF TM-MEMBER-ID (WS-SLOT-SUB) = RO-MEMBER-ID
029300             AND TM-MEMBER-END-DATE (WS-SLOT-SUB) = 0
029400             MOVE RO-RESIGN-DATE
029500                 TO TM-MEMBER-END-DATE (WS-SLOT-SUB)
029600             ADD 1 TO WS-SLOTS-ENDED
029700             SET WS-TEAM-CHANGED TO TRUE
029800         END-IF
029900     END-PERFORM.
030000     IF WS-TEAM-CHANGED
030100         REWRITE TM-RECORD
030200     END-IF.
030300     PERFORM 3900-READ-NEXT-TEAM THRU 3900-EXIT.
030400 3100-EXIT.
030500     EXIT.
030600******************************************************************
030700*    3500-DROP-HANDICAP - THE MEMBER LEAVES THE NET BOARD AND    *
030800*    THE HANDICAPPED PAYOUT CLASS.  YACHTHCP WILL NOT PUT THEM   *
030900*    BACK.                                                       *
031000******************************************************************
031100 3500-DROP-HANDICAP.
031200     MOVE 'N' TO WS-DROPPED-SW.
031300     IF NOT WS-HANDICAPS-OPEN
031400         GO TO 3500-EXIT
031500     END-IF.
031600     MOVE RO-MEMBER-ID TO HM-MEMBER-ID.
031700     READ HANDICAP-FILE KEY IS HM-MEMBER-ID.
031800     IF WS-HM-STATUS = '00'
031900         DELETE HANDICAP-FILE RECORD
032000         SET WS-HANDICAP-DROPPED TO TRUE
032100         ADD 1 TO WS-DROPPED-COUNT
032200     END-IF.
032300 3500-EXIT.
032400     EXIT.
032500 3900-READ-NEXT-TEAM.
032600     READ TEAM-FILE NEXT RECORD
032700         AT END
032800             SET WS-EOF-TEAMS TO TRUE
032900     END-READ.
033000 3900-EXIT.
033100     EXIT.
033200******************************************************************
033300*    4000-GET-BALANCE - THE MBRLEDG BALANCE IS THE CLOSING       *
033400*    BALANCE (POSITIVE = THE MEMBER OWES THE CLUB).  A MEMBER    *
033500*    NEVER POSTED TO HAS NO ACCOUNT AND NOTHING TO SETTLE.       *
033600******************************************************************
033700 4000-GET-BALANCE.
033800     MOVE 0 TO WS-CLOSING-BALANCE.
033900     MOVE 0 TO LG-OLDEST-OWED-DATE LG-LAST-POST-DATE.
034000     IF NOT WS-LEDGER-OPEN
034100         GO TO 4000-EXIT
034200     END-IF.
034300     MOVE RO-MEMBER-ID TO LG-MEMBER-ID.
034400     READ LEDGER-FILE KEY IS LG-MEMBER-ID.
034500     IF WS-LG-STATUS = '00'
034600         MOVE LG-BALANCE TO WS-CLOSING-BALANCE
034700     ELSE
034800         MOVE 0 TO LG-OLDEST-OWED-DATE LG-LAST-POST-DATE
034900     END-IF.
035000 4000-EXIT.
035100     EXIT.
035200******************************************************************
035300*    5000-PRINT-STATEMENT - THE MEMBER'S FINAL STATEMENT.        *
035400******************************************************************
035500 5000-PRINT-STATEMENT.
035600     MOVE RO-MEMBER-ID TO WS-SH-MEMBER-ID.
035700     MOVE RO-MEMBER-NAME TO WS-SH-MEMBER-NAME.
035800     WRITE RP-LINE FROM WS-STMT-HEADER.
035900     MOVE "JOINED ..............: " TO WS-SL-LABEL.
036000     MOVE RO-JOIN-DATE TO WS-DATE-EDIT.
036100     MOVE WS-DATE-EDIT TO WS-SL-VALUE.
036200     WRITE RP-LINE FROM WS-STMT-LINE.
036300     MOVE "RESIGNED ............: " TO WS-SL-LABEL.
036400     MOVE RO-RESIGN-DATE TO WS-DATE-EDIT.
036500     MOVE WS-DATE-EDIT TO WS-SL-VALUE.
036600     WRITE RP-LINE FROM WS-STMT-LINE.
036700     MOVE "LAST POSTING ........: " TO WS-SL-LABEL.
036800     MOVE LG-LAST-POST-DATE TO WS-DATE-EDIT.
036900     MOVE WS-DATE-EDIT TO WS-SL-VALUE.
037000     WRITE RP-LINE FROM WS-STMT-LINE.
037100     MOVE "OLDEST CHARGE OWED ..: " TO WS-SL-LABEL.
037200     MOVE LG-OLDEST-OWED-DATE TO WS-DATE-EDIT.
037300     MOVE WS-DATE-EDIT TO WS-SL-VALUE.
037400     WRITE RP-LINE FROM WS-STMT-LINE.
037500     MOVE "TEAM SLOTS ENDED ....: " TO WS-SL-LABEL.
037600     MOVE WS-SLOTS-ENDED TO WS-COUNT-EDIT.
037700     MOVE WS-COUNT-EDIT TO WS-SL-VALUE.
037800     WRITE RP-LINE FROM WS-STMT-LINE.
037900     MOVE "HANDICAP RECORD .....: " TO WS-SL-LABEL.
038000     IF WS-HANDICAP-DROPPED
038100         MOVE "DROPPED" TO WS-SL-VALUE
038200     ELSE
038300         MOVE "NONE ON FILE" TO WS-SL-VALUE
038400     END-IF.
038500     WRITE RP-LINE FROM WS-STMT-LINE.
038600     MOVE "CLOSING BALANCE .....: " TO WS-SL-LABEL.
038700     MOVE WS-CLOSING-BALANCE TO WS-BALANCE-EDIT.
038800     MOVE WS-BALANCE-EDIT TO WS-SL-VALUE.
038900     WRITE RP-LINE FROM WS-STMT-LINE.
039000     MOVE "ACCOUNT .............: " TO WS-SL-LABEL.
039100     EVALUATE TRUE
039200         WHEN WS-CLOSING-BALANCE = 0
039300             MOVE "CLOSED" TO WS-SL-VALUE
039400         WHEN WS-CLOSING-BALANCE > 0
039500             MOVE "HELD - MEMBER OWES THE CLUB" TO WS-SL-VALUE
039600         WHEN OTHER
039700             MOVE "HELD - CLUB OWES THE MEMBER" TO WS-SL-VALUE
039800     END-EVALUATE.
039900     WRITE RP-LINE FROM WS-STMT-LINE.
040000     MOVE SPACES TO RP-LINE.
040100     WRITE RP-LINE.
040200 5000-EXIT.
040300     EXIT.
040400******************************************************************
040500*    6000-LIST-FOR-SETTLEMENT - ONE LINE PER ACCOUNT HELD OPEN,  *
040600*    WITH WHICH WAY THE MONEY HAS TO GO.  THE TREASURER SETTLES  *
040700*    WHAT THE MEMBER OWES BY RECEIPT AND WHAT THE CLUB OWES BY A *
040800*    REFUND KEYED ON RCPTTRAN; EITHER WAY YACHTRCP BRINGS THE    *
040900*    BALANCE TO ZERO AND THE NEXT RUN CLOSES THE ACCOUNT.        *
041000******************************************************************
041100 6000-LIST-FOR-SETTLEMENT.
041200     MOVE RO-MEMBER-ID TO WS-SE-MEMBER-ID.
041300     MOVE RO-MEMBER-NAME TO WS-SE-MEMBER-NAME.
041400     MOVE RO-RESIGN-DATE TO WS-SE-RESIGN-DATE.
041500     IF WS-CLOSING-BALANCE > 0
041600         MOVE WS-CLOSING-BALANCE TO WS-SE-AMOUNT
041700         MOVE "MEMBER OWES CLUB" TO WS-SE-DIRECTION
041800         ADD WS-CLOSING-BALANCE TO WS-OWED-TO-CLUB
041900     ELSE
042000         COMPUTE WS-SE-AMOUNT = 0 - WS-CLOSING-BALANCE
042100         MOVE "CLUB OWES MEMBER" TO WS-SE-DIRECTION
042200         SUBTRACT WS-CLOSING-BALANCE FROM WS-OWED-BY-CLUB
042300     END-IF.
042400     WRITE SR-LINE FROM WS-SETTLE-LINE.
042500 6000-EXIT.
042600     EXIT.
042700******************************************************************
042800*    8000-FINALIZE - PRINT THE RUN TOTALS AND CLOSE UP.          *
042900******************************************************************
043000 8000-FINALIZE.
043100     MOVE WS-PROCESSED-COUNT TO WS-PR-COUNT.
043200     WRITE RP-LINE FROM WS-PROCESSED-LINE.
043300     MOVE WS-CLOSED-COUNT TO WS-CL-COUNT.
043400     WRITE RP-LINE FROM WS-CLOSED-LINE.
043500     MOVE WS-HELD-COUNT TO WS-HL-COUNT.
043600     WRITE RP-LINE FROM WS-HELD-LINE.
043700     MOVE WS-PENDING-COUNT TO WS-PN-COUNT.
043800     WRITE RP-LINE FROM WS-PENDING-LINE.
043900     MOVE WS-SLOT-TOTAL TO WS-SO-COUNT.
044000     WRITE RP-LINE FROM WS-SLOT-LINE.
044100     MOVE WS-DROPPED-COUNT TO WS-DR-COUNT.
044200     WRITE RP-LINE FROM WS-DROPPED-LINE.
044300     IF WS-HELD-COUNT = 0
044400         MOVE "NOBODY TO SETTLE" TO SR-LINE
044500         WRITE SR-LINE
044600     END-IF.
044700     MOVE SPACES TO SR-LINE.
044800     WRITE SR-LINE.
044900     MOVE WS-OWED-TO-CLUB TO WS-OT-AMOUNT.
045000     WRITE SR-LINE FROM WS-OWED-TO-LINE.
045100     MOVE WS-OWED-BY-CLUB TO WS-OB-AMOUNT.
045200     WRITE SR-LINE FROM WS-OWED-BY-LINE.
045300     IF WS-OWED-TO-CLUB > 0
045400         MOVE "SETTLE WHAT MEMBERS OWE BY RECEIPT ON RCPTTRAN"
045500             TO SR-LINE
045600         WRITE SR-LINE
045700     END-IF.
045800     IF WS-OWED-BY-CLUB > 0
045900         MOVE "PAY WHAT THE CLUB OWES BY REFUND ON RCPTTRAN"
046000             TO SR-LINE
046100         WRITE SR-LINE
046200     END-IF.
046300     IF WS-FILES-OPEN
046400         CLOSE ROSTER-FILE
046500     END-IF.
046600     IF WS-LEDGER-OPEN
046700         CLOSE LEDGER-FILE
046800     END-IF.
046900     IF WS-TEAMS-OPEN
047000         CLOSE TEAM-FILE
047100     END-IF.
047200     IF WS-HANDICAPS-OPEN
047300         CLOSE HANDICAP-FILE
047400     END-IF.
047500     CLOSE REPORT-FILE.
047600     CLOSE SETTLE-FILE.
047700 8000-EXIT.
047800     EXIT.
