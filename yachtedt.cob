002097*                     MASTER (THROUGH YACHTRCU) AT END OF RUN,   *
002098*                     SO THE YACHTRUN GATE CAN HOLD THE SCORING  *
002099*                     RUN UNTIL THE EDIT HAS ACTUALLY RUN.       *
002100*    10/15/2026 JH    HOLD OUT ANY TURN FOR A PLAYER NOT ON      *
002101*                     TONIGHT'S CHECKIN FILE, OR KEYED AT A      *
002102*                     TABLE OTHER THAN THE ONE YACHTDRW DREW     *
002103*                     THEM TO.  NO CHECKIN FILE, OR ONE LEFT     *
002104*                     FROM AN EARLIER NIGHT, SKIPS THESE TWO     *
002105*                     EDITS WITH A WARNING LINE; A PLAYER        *
002106*                     CHECKED IN AFTER THE DRAW HAS NO TABLE     *
002107*                     YET AND MAY BE KEYED AT ANY.               *
002108******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002800     SELECT CLEAN-FILE ASSIGN TO "TURNSCLN"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-CL-STATUS.
003010     SELECT CHECKIN-FILE ASSIGN TO "CHECKIN"
003020         ORGANIZATION IS INDEXED
003030         ACCESS MODE IS DYNAMIC
003040         RECORD KEY IS CI-PLAYER-ID
003050         FILE STATUS IS WS-CI-STATUS.
003100     SELECT REPORT-FILE ASSIGN TO "EDITRPT"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-RP-STATUS.
003700     COPY "turnrec.cpy".
003800 FD  CLEAN-FILE.
003900 01  CL-RECORD                     PIC X(67).
003910 FD  CHECKIN-FILE.
003920     COPY "checkin.cpy".
004000 FD  REPORT-FILE.
004100 01  RP-LINE                       PIC X(80).
004200 WORKING-STORAGE SECTION.
004300 77  WS-TU-STATUS                  PIC X(02) VALUE '00'.
004400 77  WS-CL-STATUS                  PIC X(02) VALUE '00'.
004500 77  WS-RP-STATUS                  PIC X(02) VALUE '00'.
004510 77  WS-CI-STATUS                  PIC X(02) VALUE '00'.
004600 77  WS-TURN-COUNT                 PIC 9(07) VALUE 0.
004700 77  WS-ACCEPTED-COUNT             PIC 9(07) VALUE 0.
004800 77  WS-HELD-COUNT                 PIC 9(07) VALUE 0.
006400         88  WS-TURN-HELD                  VALUE 'Y'.
006500     05  WS-PT-FOUND-SW            PIC X(01) VALUE 'N'.
006600         88  WS-PT-FOUND                   VALUE 'Y'.
006610     05  WS-CI-OPEN-SW             PIC X(01) VALUE 'N'.
006620         88  WS-CHECKIN-OPEN               VALUE 'Y'.
006630     05  WS-CI-CHECK-SW            PIC X(01) VALUE 'Y'.
006640         88  WS-CI-SEATED-OK               VALUE 'Y'.
006650         88  WS-CI-NOT-CHECKED-IN          VALUE 'N'.
006660         88  WS-CI-WRONG-TABLE             VALUE 'T'.
006700******************************************************************
006800*    ONE COUNTING SLOT PER PLAYER-TABLE GAME SEEN TONIGHT, SO    *
006900*    A PLAYER KEYED WITH MORE TURNS THAN ONE GAME HOLDS CAN BE   *
012700     WRITE RP-LINE.
012800     MOVE SPACES TO RP-LINE.
012900     WRITE RP-LINE.
012910     OPEN INPUT CHECKIN-FILE.
012915     IF WS-CI-STATUS = '00'
012920         SET WS-CHECKIN-OPEN TO TRUE
012925         PERFORM 1100-CHECK-CHECKIN-NIGHT THRU 1100-EXIT
012930     ELSE
012935         MOVE "WARNING - NO CHECKIN FILE, CHECK-IN NOT EDITED"
012940             TO RP-LINE
012945         WRITE RP-LINE
012950         MOVE SPACES TO RP-LINE
012955         WRITE RP-LINE
012960     END-IF.
013000     IF NOT WS-EOF-TURNS
013100         PERFORM 2900-READ-NEXT-TURN THRU 2900-EXIT
013200     END-IF.
013300 1000-EXIT.
013400     EXIT.
013410******************************************************************
013413*    1100-CHECK-CHECKIN-NIGHT - CHECKIN HOLDS ONE NIGHT AND IS   *
013416*    ONLY CLEARED WHEN YACHTCHK NEXT RUNS, SO ON A NIGHT WITHOUT *
013419*    CHECK-IN IT STILL HOLDS AN OLD SHEET.  AN EMPTY FILE, OR    *
013422*    ONE WHOSE FIRST RECORD IS NOT DATED TODAY, IS TREATED THE   *
013425*    SAME AS NO CHECKIN FILE, AS YACHTDRW IGNORES OLD CHECK-INS. *
013428******************************************************************
013431 1100-CHECK-CHECKIN-NIGHT.
013434     READ CHECKIN-FILE NEXT RECORD
013437         AT END
013440             MOVE 0 TO CI-NIGHT-DATE
013443     END-READ.
013446     IF CI-NIGHT-DATE = WS-RUN-DATE
013449         GO TO 1100-EXIT
013452     END-IF.
013455     CLOSE CHECKIN-FILE.
013458     MOVE 'N' TO WS-CI-OPEN-SW.
013461     MOVE "WARNING - NO CHECK-INS TONIGHT, CHECK-IN NOT EDITED"
013464         TO RP-LINE.
013467     WRITE RP-LINE.
013470     MOVE SPACES TO RP-LINE.
013473     WRITE RP-LINE.
013476 1100-EXIT.
013479     EXIT.
013500******************************************************************
013600*    2000-EDIT-ONE-TURN - RUN THE RECORD THROUGH EVERY EDIT.     *
013700*    THE FIRST EDIT THAT FAILS HOLDS THE RECORD OUT WITH ITS     *
014100 2000-EDIT-ONE-TURN.
014200     ADD 1 TO WS-TURN-COUNT.
014300     MOVE 'N' TO WS-HOLD-SW.
014310     PERFORM 3700-CHECK-CHECKIN THRU 3700-EXIT.
014400     EVALUATE TRUE
014500         WHEN TR-TURN-NO IS NOT NUMERIC
014600             PERFORM 3000-HOLD-TURN THRU 3000-EXIT
015600             PERFORM 3000-HOLD-TURN THRU 3000-EXIT
015700         WHEN TR-TABLE-NO = 0
015800             PERFORM 3000-HOLD-TURN THRU 3000-EXIT
015802         WHEN WS-CI-NOT-CHECKED-IN
015804             PERFORM 3000-HOLD-TURN THRU 3000-EXIT
015806         WHEN WS-CI-WRONG-TABLE
015808             PERFORM 3000-HOLD-TURN THRU 3000-EXIT
015810         WHEN NOT TR-SCORE-TURN AND NOT TR-REVERSAL-TURN
015820             PERFORM 3000-HOLD-TURN THRU 3000-EXIT
015830         WHEN TR-REVERSAL-TURN
020400             MOVE "TABLE NUMBER NOT NUMERIC" TO WS-HL-REASON
020500         WHEN TR-TABLE-NO = 0
020600             MOVE "TABLE NUMBER MISSING" TO WS-HL-REASON
020601         WHEN WS-CI-NOT-CHECKED-IN
020602             MOVE "PLAYER NOT CHECKED IN TONIGHT"
020603                 TO WS-HL-REASON
020604         WHEN WS-CI-WRONG-TABLE
020605             MOVE "PLAYER NOT DRAWN TO THIS TABLE"
020606                 TO WS-HL-REASON
020610         WHEN NOT TR-SCORE-TURN AND NOT TR-REVERSAL-TURN
020620             MOVE "RECORD TYPE UNKNOWN" TO WS-HL-REASON
020700         WHEN TR-DICE IS NOT NUMERIC
025387 3600-EXIT.
025388     EXIT.
025400******************************************************************
025440*    3700-CHECK-CHECKIN - LOOK THE PLAYER UP ON TONIGHT'S        *
025480*    CHECKIN FILE.  ONLY A USABLE PLAYER ID AND TABLE NUMBER ARE *
025520*    LOOKED UP - THE EARLIER EDITS CATCH THE REST.  A PLAYER THE *
025560*    DRAW HAS NOT SEATED YET (TABLE ZERO) PASSES AT ANY TABLE.   *
025600******************************************************************
025640 3700-CHECK-CHECKIN.
025680     SET WS-CI-SEATED-OK TO TRUE.
025720     IF NOT WS-CHECKIN-OPEN
025760             OR TR-PLAYER-ID = SPACES
025800             OR TR-TABLE-NO IS NOT NUMERIC
025840         GO TO 3700-EXIT
025880     END-IF.
025920     MOVE TR-PLAYER-ID TO CI-PLAYER-ID.
025960     READ CHECKIN-FILE KEY IS CI-PLAYER-ID.
026000     IF WS-CI-STATUS NOT = '00'
026040         SET WS-CI-NOT-CHECKED-IN TO TRUE
026080         GO TO 3700-EXIT
026120     END-IF.
026160     IF CI-TABLE-NO NOT = 0 AND CI-TABLE-NO NOT = TR-TABLE-NO
026200         SET WS-CI-WRONG-TABLE TO TRUE
026240     END-IF.
026280 3700-EXIT.
026320     EXIT.
026360******************************************************************
026400*    4000-ACCEPT-TURN - NOTE ANY GAP IN THE TURN SEQUENCE ON     *
026440*    THE REPORT (THE RECORD ITSELF IS STILL GOOD), THEN WRITE    *
026480*    IT TO THE CLEAN FILE AND REMEMBER ITS TURN NUMBER.          *
026520******************************************************************
026560 4000-ACCEPT-TURN.
026600     IF WS-LAST-TURN-NO > 0
026640             AND TR-TURN-NO > WS-LAST-TURN-NO + 1
026680         ADD 1 TO WS-GAP-COUNT
026720         MOVE TR-TURN-NO TO WS-GL-TURN-NO
026760         WRITE RP-LINE FROM WS-GAP-LINE
026800     END-IF.
026840     ADD 1 TO WS-ACCEPTED-COUNT.
026880     MOVE TR-TURN-NO TO WS-LAST-TURN-NO.
026920     WRITE CL-RECORD FROM TR-RECORD.
026960 4000-EXIT.
027000     EXIT.
027100******************************************************************
027200*    8000-FINALIZE - PRINT THE RUN TOTALS AND CLOSE UP.          *
028700     END-IF.
028800     CLOSE CLEAN-FILE.
028900     CLOSE REPORT-FILE.
028905     IF WS-CHECKIN-OPEN
028906         CLOSE CHECKIN-FILE
028907     END-IF.
028910*    THE EDIT FINISHED AND ITS FILES ARE SAFE ON DISK - TELL
028920*    THE RUN CONTROL MASTER SO THE SCORING RUN MAY START.
028930     MOVE 'P' TO WS-RC-FUNCTION.
