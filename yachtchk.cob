000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YACHTCHK.
000300 AUTHOR. J HALVORSEN.
000400 INSTALLATION. RIVERSIDE SOCIAL CLUB GAME NIGHT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/2026 JH    ORIGINAL - GAME-NIGHT CHECK-IN.  READS THE *
001100*                     KEYED SIGN-IN SHEET (CHKTRAN) AND BUILDS   *
001200*                     THE NIGHT'S CHECKIN FILE: 'C' CHECKS A     *
001300*                     PLAYER IN - A MEMBER IN ACTIVE STANDING ON *
001400*                     THE ROSTER OR AN ACTIVE GUEST ON THE GUEST *
001500*                     REGISTER; SUSPENDED MEMBERS, BARRED GUESTS *
001600*                     AND CONVERTED GUEST IDS ARE REFUSED.  'X'  *
001700*                     CANCELS A CHECK-IN FOR SOMEONE WHO LEFT.   *
001800*                     THE FIRST RUN ON A NEW NIGHT CLEARS THE    *
001900*                     LAST NIGHT'S CHECK-INS.  RUN AGAIN FOR     *
002000*                     LATE ARRIVALS - THE SHEET MAY BE KEYED IN  *
002100*                     BATCHES.  YACHTDRW THEN DRAWS THE TABLES.  *
002200*    10/15/2026 JH    A MEMBER RESIGNING AT A LATER DATE IS      *
002300*                     STILL CHECKED IN UNTIL THE RESIGNATION     *
002400*                     TAKES EFFECT; FROM THAT NIGHT THEY ARE     *
002500*                     REFUSED.                                   *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CHECKIN-FILE ASSIGN TO "CHECKIN"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS CI-PLAYER-ID
003400         FILE STATUS IS WS-CI-STATUS.
003500     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS RO-MEMBER-ID
003900         FILE STATUS IS WS-RO-STATUS.
004000     SELECT GUEST-FILE ASSIGN TO "GUESTREG"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS GU-GUEST-ID
004400         FILE STATUS IS WS-GU-STATUS.
004500     SELECT TRANS-FILE ASSIGN TO "CHKTRAN"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-TR-STATUS.
004800     SELECT REPORT-FILE ASSIGN TO "CHKRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RP-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CHECKIN-FILE.
005400     COPY "checkin.cpy".
005500 FD  ROSTER-FILE.
005600     COPY "rosterec.cpy".
005700 FD  GUEST-FILE.
005800     COPY "guestrec.cpy".
005900 FD  TRANS-FILE.
006000 01  CT-RECORD.
006100     05  CT-ACTION                 PIC X(01).
006200         88  CT-CHECK-IN                   VALUE 'C'.
006300         88  CT-CANCEL                     VALUE 'X'.
006400     05  CT-PLAYER-ID              PIC X(10).
006500     05  FILLER                    PIC X(20).
006600 FD  REPORT-FILE.
006700 01  RP-LINE                       PIC X(80).
006800 WORKING-STORAGE SECTION.
006900 77  WS-CI-STATUS                  PIC X(02) VALUE '00'.
007000 77  WS-RO-STATUS                  PIC X(02) VALUE '00'.
007100 77  WS-GU-STATUS                  PIC X(02) VALUE '00'.
007200 77  WS-TR-STATUS                  PIC X(02) VALUE '00'.
007300 77  WS-RP-STATUS                  PIC X(02) VALUE '00'.
007400 77  WS-NIGHT-DATE                 PIC 9(08) VALUE 0.
007500 77  WS-TRAN-COUNT                 PIC 9(05) VALUE 0.
007600 77  WS-CHECKED-IN-COUNT           PIC 9(05) VALUE 0.
007700 77  WS-CANCELLED-COUNT            PIC 9(05) VALUE 0.
007800 77  WS-REFUSED-COUNT              PIC 9(05) VALUE 0.
007900 77  WS-REJECT-REASON              PIC X(30) VALUE SPACES.
008000 01  WS-SWITCHES.
008100     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
008200         88  WS-EOF-TRANS                  VALUE 'Y'.
008300     05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
008400         88  WS-ALREADY-IN                 VALUE 'Y'.
008500     05  WS-RO-OPEN-SW             PIC X(01) VALUE 'N'.
008600         88  WS-ROSTER-OPEN                VALUE 'Y'.
008700     05  WS-GU-OPEN-SW             PIC X(01) VALUE 'N'.
008800         88  WS-GUEST-OPEN                 VALUE 'Y'.
008900 01  WS-DETAIL-LINE.
009000     05  WS-DL-ACTION              PIC X(01).
009100     05  FILLER                    PIC X(01) VALUE SPACE.
009200     05  WS-DL-PLAYER-ID           PIC X(10).
009300     05  FILLER                    PIC X(01) VALUE SPACE.
009400     05  WS-DL-PLAYER-NAME         PIC X(20).
009500     05  FILLER                    PIC X(01) VALUE SPACE.
009600     05  WS-DL-TYPE                PIC X(06).
009700     05  FILLER                    PIC X(01) VALUE SPACE.
009800     05  WS-DL-DISPOSITION         PIC X(30).
009900 01  WS-TOTAL-LINE.
010000     05  FILLER                    PIC X(23) VALUE
010100         "TRANS READ ..........: ".
010200     05  WS-TL-READ                PIC ZZZZ9.
010300 01  WS-CHECKED-IN-LINE.
010400     05  FILLER                    PIC X(23) VALUE
010500         "CHECKED IN ..........: ".
010600     05  WS-CK-CHECKED-IN          PIC ZZZZ9.
010700 01  WS-CANCELLED-LINE.
010800     05  FILLER                    PIC X(23) VALUE
010900         "CHECK-INS CANCELLED .: ".
011000     05  WS-CN-CANCELLED           PIC ZZZZ9.
011100 01  WS-REFUSED-LINE.
011200     05  FILLER                    PIC X(23) VALUE
011300         "REFUSED OR REJECTED .: ".
011400     05  WS-RF-REFUSED             PIC ZZZZ9.
011500 PROCEDURE DIVISION.
011600******************************************************************
011700*    0000-MAINLINE                                               *
011800******************************************************************
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012100     PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
012200         UNTIL WS-EOF-TRANS.
012300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
012400     STOP RUN.
012500******************************************************************
012600*    1000-INITIALIZE - OPEN THE FILES, CREATING THE CHECKIN FILE *
012700*    THE FIRST NIGHT.  IF THE FILE STILL HOLDS AN EARLIER        *
012800*    NIGHT'S CHECK-INS IT IS EMPTIED BEFORE TONIGHT'S GO IN.     *
012900******************************************************************
013000 1000-INITIALIZE.
013100     ACCEPT WS-NIGHT-DATE FROM DATE YYYYMMDD.
013200     OPEN OUTPUT REPORT-FILE.
013300     MOVE "GAME-NIGHT CHECK-IN REPORT" TO RP-LINE.
013400     WRITE RP-LINE.
013500     MOVE SPACES TO RP-LINE.
013600     WRITE RP-LINE.
013700     OPEN I-O CHECKIN-FILE.
013800     IF WS-CI-STATUS = '35'
013900         OPEN OUTPUT CHECKIN-FILE
014000         CLOSE CHECKIN-FILE
014100         OPEN I-O CHECKIN-FILE
014200     END-IF.
014300     MOVE LOW-VALUES TO CI-PLAYER-ID.
014400     START CHECKIN-FILE KEY NOT < CI-PLAYER-ID.
014500     IF WS-CI-STATUS = '00'
014600         READ CHECKIN-FILE NEXT RECORD
014700             AT END
014800                 CONTINUE
014900             NOT AT END
015000                 IF CI-NIGHT-DATE NOT = WS-NIGHT-DATE
015100                     PERFORM 1100-CLEAR-LAST-NIGHT THRU 1100-EXIT
015200                 END-IF
015300         END-READ
015400     END-IF.
015500     OPEN INPUT ROSTER-FILE.
015600     IF WS-RO-STATUS = '00'
015700         SET WS-ROSTER-OPEN TO TRUE
015800     END-IF.
015900     OPEN INPUT GUEST-FILE.
016000     IF WS-GU-STATUS = '00'
016100         SET WS-GUEST-OPEN TO TRUE
016200     END-IF.
016300     OPEN INPUT TRANS-FILE.
016400     IF WS-TR-STATUS NOT = '00'
016500         MOVE "CHECK-IN TRANSACTIONS MISSING - NOTHING CHECKED IN"
016600             TO RP-LINE
016700         WRITE RP-LINE
016800         SET WS-EOF-TRANS TO TRUE
016900     END-IF.
017000     IF NOT WS-EOF-TRANS
017100         PERFORM 2900-READ-NEXT-TRAN THRU 2900-EXIT
017200     END-IF.
017300 1000-EXIT.
017400     EXIT.
017500 1100-CLEAR-LAST-NIGHT.
017600     CLOSE CHECKIN-FILE.
017700     OPEN OUTPUT CHECKIN-FILE.
017800     CLOSE CHECKIN-FILE.
017900     OPEN I-O CHECKIN-FILE.
018000     MOVE "PREVIOUS NIGHT'S CHECK-INS CLEARED" TO RP-LINE.
018100     WRITE RP-LINE.
018200     MOVE SPACES TO RP-LINE.
018300     WRITE RP-LINE.
018400 1100-EXIT.
018500     EXIT.
018600******************************************************************
018700*    2000-APPLY-ONE-TRAN - A CHECK-IN OF SOMEONE ALREADY IN, OR  *
018800*    A CANCEL OF SOMEONE WHO IS NOT, IS REJECTED.                *
018900******************************************************************
019000 2000-APPLY-ONE-TRAN.
019100     ADD 1 TO WS-TRAN-COUNT.
019200     MOVE 'N' TO WS-FOUND-SW.
019300     MOVE CT-PLAYER-ID TO CI-PLAYER-ID.
019400     READ CHECKIN-FILE KEY IS CI-PLAYER-ID.
019500     IF WS-CI-STATUS = '00'
019600         SET WS-ALREADY-IN TO TRUE
019700     ELSE
019800         MOVE SPACES TO CI-PLAYER-NAME
019900     END-IF.
020000     EVALUATE TRUE
020100         WHEN CT-PLAYER-ID = SPACES
020200             MOVE "REJECTED-PLAYER ID BLANK" TO WS-REJECT-REASON
020300             PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
020400         WHEN CT-CHECK-IN AND WS-ALREADY-IN
020500             MOVE "REJECTED-ALREADY CHECKED IN"
020600                 TO WS-REJECT-REASON
020700             PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
020800         WHEN CT-CHECK-IN
020900             PERFORM 3000-CHECK-IN-PLAYER THRU 3000-EXIT
021000         WHEN CT-CANCEL AND NOT WS-ALREADY-IN
021100             MOVE "REJECTED-NOT CHECKED IN" TO WS-REJECT-REASON
021200             PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
021300         WHEN CT-CANCEL
021400             PERFORM 3500-CANCEL-CHECK-IN THRU 3500-EXIT
021500         WHEN OTHER
021600             MOVE "REJECTED-UNKNOWN ACTION CODE"
021700                 TO WS-REJECT-REASON
021800             PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
021900     END-EVALUATE.
022000     PERFORM 2900-READ-NEXT-TRAN THRU 2900-EXIT.
022100 2000-EXIT.
022200     EXIT.
022300 2900-READ-NEXT-TRAN.
022400     READ TRANS-FILE
022500         AT END
022600             SET WS-EOF-TRANS TO TRUE
022700     END-READ.
022800 2900-EXIT.
022900     EXIT.
023000******************************************************************
023100*    3000-CHECK-IN-PLAYER - THE SAME TEST YACHT APPLIES TO A     *
023200*    SCORECARD: A ROSTER MEMBER MUST BE IN ACTIVE STANDING;      *
023300*    ANYONE THE ROSTER DOES NOT KNOW MUST BE AN ACTIVE GUEST.    *
023400*    A RESIGNED MEMBER STILL COUNTS AS ACTIVE UNTIL THE NIGHT    *
023500*    THE RESIGNATION TAKES EFFECT.                               *
023600******************************************************************
023700 3000-CHECK-IN-PLAYER.
023800     INITIALIZE CI-RECORD.
023900     MOVE CT-PLAYER-ID TO CI-PLAYER-ID.
024000     MOVE WS-NIGHT-DATE TO CI-NIGHT-DATE.
024100     IF WS-ROSTER-OPEN
024200         MOVE CT-PLAYER-ID TO RO-MEMBER-ID
024300         READ ROSTER-FILE KEY IS RO-MEMBER-ID
024400         IF WS-RO-STATUS = '00'
024500             IF NOT RO-ACTIVE
024600                AND NOT (RO-RESIGNED
024700                         AND RO-RESIGN-DATE > WS-NIGHT-DATE)
024800                 MOVE RO-MEMBER-NAME TO CI-PLAYER-NAME
024900                 MOVE "REFUSED-MEMBER NOT ACTIVE"
025000                     TO WS-REJECT-REASON
025100                 PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
025200                 GO TO 3000-EXIT
025300             END-IF
025400             MOVE RO-MEMBER-NAME TO CI-PLAYER-NAME
025500             SET CI-MEMBER TO TRUE
025600             PERFORM 3100-WRITE-CHECK-IN THRU 3100-EXIT
025700             GO TO 3000-EXIT
025800         END-IF
025900     END-IF.
026000     IF NOT WS-GUEST-OPEN
026100         MOVE "REFUSED-NOT A MEMBER OR GUEST" TO WS-REJECT-REASON
026200         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
026300         GO TO 3000-EXIT
026400     END-IF.
026500     MOVE CT-PLAYER-ID TO GU-GUEST-ID.
026600     READ GUEST-FILE KEY IS GU-GUEST-ID.
026700     IF WS-GU-STATUS NOT = '00'
026800         MOVE "REFUSED-NOT A MEMBER OR GUEST" TO WS-REJECT-REASON
026900         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
027000         GO TO 3000-EXIT
027100     END-IF.
027200     MOVE GU-GUEST-NAME TO CI-PLAYER-NAME.
027300     EVALUATE TRUE
027400         WHEN GU-ACTIVE
027500             SET CI-GUEST TO TRUE
027600             PERFORM 3100-WRITE-CHECK-IN THRU 3100-EXIT
027700         WHEN GU-BARRED
027800             MOVE "REFUSED-GUEST BARRED" TO WS-REJECT-REASON
027900             PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
028000         WHEN OTHER
028100             MOVE "REFUSED-GUEST NOW A MEMBER"
028200                 TO WS-REJECT-REASON
028300             PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
028400     END-EVALUATE.
028500 3000-EXIT.
028600     EXIT.
028700 3100-WRITE-CHECK-IN.
028800     WRITE CI-RECORD.
028900     ADD 1 TO WS-CHECKED-IN-COUNT.
029000     MOVE "CHECKED IN" TO WS-REJECT-REASON.
029100     PERFORM 3800-WRITE-DETAIL THRU 3800-EXIT.
029200 3100-EXIT.
029300     EXIT.
029400******************************************************************
029500*    3500-CANCEL-CHECK-IN - THE PLAYER LEFT.  IF THE DRAW HAS    *
029600*    ALREADY SEATED THEM THEIR TABLE IS NOW A PLAYER SHORT, SO   *
029700*    THE LINE SAYS TO RUN THE DRAW AGAIN.                        *
029800******************************************************************
029900 3500-CANCEL-CHECK-IN.
030000     IF CI-TABLE-NO = 0
030100         MOVE "CHECK-IN CANCELLED" TO WS-REJECT-REASON
030200     ELSE
030300         MOVE "CANCELLED - WAS DRAWN, REDRAW"
030400             TO WS-REJECT-REASON
030500     END-IF.
030600     DELETE CHECKIN-FILE RECORD.
030700     ADD 1 TO WS-CANCELLED-COUNT.
030800     PERFORM 3800-WRITE-DETAIL THRU 3800-EXIT.
030900 3500-EXIT.
031000     EXIT.
031100******************************************************************
031200*    3800-WRITE-DETAIL / 3900-REJECT-TRAN - ONE DISPOSITION      *
031300*    LINE PER TRANSACTION.                                       *
031400******************************************************************
031500 3800-WRITE-DETAIL.
031600     MOVE SPACES TO WS-DETAIL-LINE.
031700     MOVE CT-ACTION TO WS-DL-ACTION.
031800     MOVE CT-PLAYER-ID TO WS-DL-PLAYER-ID.
031900     MOVE CI-PLAYER-NAME TO WS-DL-PLAYER-NAME.
032000     IF CI-GUEST
032100         MOVE "GUEST" TO WS-DL-TYPE
032200     ELSE
032300         MOVE "MEMBER" TO WS-DL-TYPE
032400     END-IF.
032500     MOVE WS-REJECT-REASON TO WS-DL-DISPOSITION.
032600     WRITE RP-LINE FROM WS-DETAIL-LINE.
032700 3800-EXIT.
032800     EXIT.
032900 3900-REJECT-TRAN.
033000     ADD 1 TO WS-REFUSED-COUNT.
033100     MOVE SPACES TO WS-DETAIL-LINE.
033200     MOVE CT-ACTION TO WS-DL-ACTION.
033300     MOVE CT-PLAYER-ID TO WS-DL-PLAYER-ID.
033400     MOVE CI-PLAYER-NAME TO WS-DL-PLAYER-NAME.
033500     MOVE WS-REJECT-REASON TO WS-DL-DISPOSITION.
033600     WRITE RP-LINE FROM WS-DETAIL-LINE.
033700 3900-EXIT.
033800     EXIT.
033900******************************************************************
034000*    8000-FINALIZE - PRINT THE RUN TOTALS AND CLOSE UP.          *
034100******************************************************************
034200 8000-FINALIZE.
034300     MOVE SPACES TO RP-LINE.
034400     WRITE RP-LINE.
034500     MOVE WS-TRAN-COUNT TO WS-TL-READ.
034600     WRITE RP-LINE FROM WS-TOTAL-LINE.
034700     MOVE WS-CHECKED-IN-COUNT TO WS-CK-CHECKED-IN.
034800     WRITE RP-LINE FROM WS-CHECKED-IN-LINE.
034900     MOVE WS-CANCELLED-COUNT TO WS-CN-CANCELLED.
035000     WRITE RP-LINE FROM WS-CANCELLED-LINE.
035100     MOVE WS-REFUSED-COUNT TO WS-RF-REFUSED.
035200     WRITE RP-LINE FROM WS-REFUSED-LINE.
035300     CLOSE CHECKIN-FILE.
035400     IF WS-ROSTER-OPEN
035500         CLOSE ROSTER-FILE
035600     END-IF.
035700     IF WS-GUEST-OPEN
035800         CLOSE GUEST-FILE
035900     END-IF.
036000     IF WS-TR-STATUS = '00' OR WS-TR-STATUS = '10'
036100         CLOSE TRANS-FILE
036200     END-IF.
036300     CLOSE REPORT-FILE.
036400 8000-EXIT.
036500     EXIT.
