000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YACHTBRS.
000300 AUTHOR. J HALVORSEN.
000400 INSTALLATION. RIVERSIDE SOCIAL CLUB GAME NIGHT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/2026 JH    ORIGINAL - RESTORE A BACKUP GENERATION.    *
001100*                     THE BRSCTL CARD NAMES THE GENERATION (ZERO *
001200*                     FOR THE NEWEST ON THE CATALOG) AND ONE     *
001300*                     MASTER, OR BLANK FOR ALL SIX.  EVERY       *
001400*                     MASTER ASKED FOR MUST BE ON THE CATALOG    *
001500*                     UNDER THAT GENERATION AND NOT MARKED       *
001600*                     FAILED, OR NOTHING IS TOUCHED.  EACH       *
001700*                     MASTER IS EMPTIED AND RELOADED FROM THE    *
001800*                     YACHTBKP IMAGES, AND THE REPORT SHOWS ITS  *
001900*                     RECORD COUNT BEFORE AND AFTER AGAINST THE  *
002000*                     COUNT CATALOGED WHEN THE COPY WAS TAKEN.   *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT SCORECARD-FILE ASSIGN TO "SCORECRD"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS SC-SCORE-KEY
002900         FILE STATUS IS WS-SC-STATUS.
003000     SELECT HISTORY-FILE ASSIGN TO "GAMEHIST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS HI-HIST-KEY
003400         FILE STATUS IS WS-HI-STATUS.
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
004500     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS RO-MEMBER-ID
004900         FILE STATUS IS WS-RO-STATUS.
005000     SELECT TEAM-FILE ASSIGN TO "TEAMMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS TM-TEAM-ID
005400         FILE STATUS IS WS-TM-STATUS.
005500     SELECT CATALOG-FILE ASSIGN TO "BKPCAT"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS BC-CAT-KEY
005900         FILE STATUS IS WS-BC-STATUS.
006000     SELECT GENERATION-FILE ASSIGN TO "BKPGENS"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS BG-KEY
006400         FILE STATUS IS WS-BG-STATUS.
006500     SELECT CONTROL-FILE ASSIGN TO "BRSCTL"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-CT-STATUS.
006800     SELECT REPORT-FILE ASSIGN TO "BRSRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-RP-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  SCORECARD-FILE.
007400     COPY "scorecrd.cpy".
007500 FD  HISTORY-FILE.
007600     COPY "histrec.cpy".
007700 FD  LEDGER-FILE.
007800     COPY "ledgrec.cpy".
007900 FD  HANDICAP-FILE.
008000     COPY "hcpmast.cpy".
008100 FD  ROSTER-FILE.
008200     COPY "rosterec.cpy".
008300 FD  TEAM-FILE.
008400     COPY "teamrec.cpy".
008500 FD  CATALOG-FILE.
008600     COPY "bkpcat.cpy".
008700 FD  GENERATION-FILE.
008800     COPY "bkpgen.cpy".
008900 FD  CONTROL-FILE.
009000 01  BR-RECORD.
009100     05  BR-GEN-NO                 PIC 9(05).
009200     05  BR-FILE-ID                PIC X(08).
009300     05  FILLER                    PIC X(07).
009400 FD  REPORT-FILE.
009500 01  RP-LINE                       PIC X(80).
009600 WORKING-STORAGE SECTION.
009700 77  WS-SC-STATUS                  PIC X(02) VALUE '00'.
009800 77  WS-HI-STATUS                  PIC X(02) VALUE '00'.
009900 77  WS-LG-STATUS                  PIC X(02) VALUE '00'.
010000 77  WS-HM-STATUS                  PIC X(02) VALUE '00'.
010100 77  WS-RO-STATUS                  PIC X(02) VALUE '00'.
010200 77  WS-TM-STATUS                  PIC X(02) VALUE '00'.
010300 77  WS-BC-STATUS                  PIC X(02) VALUE '00'.
010400 77  WS-BG-STATUS                  PIC X(02) VALUE '00'.
010500 77  WS-CT-STATUS                  PIC X(02) VALUE '00'.
010600 77  WS-RP-STATUS                  PIC X(02) VALUE '00'.
010700 77  WS-MS-STATUS                  PIC X(02) VALUE '00'.
010800 77  WS-GEN-NO                     PIC 9(05) VALUE 0.
010900 77  WS-FILE-ID                    PIC X(08) VALUE SPACES.
011000 77  WS-FILE-SUB                   PIC 9(02) VALUE 0.
011100 77  WS-MASTER-COUNT               PIC 9(07) VALUE 0.
011200 77  WS-CATALOG-COUNT              PIC 9(07) VALUE 0.
011300 77  WS-BEFORE-COUNT               PIC 9(07) VALUE 0.
011400 77  WS-AFTER-COUNT                PIC 9(07) VALUE 0.
011500 77  WS-WRITE-ERRORS               PIC 9(07) VALUE 0.
011600 77  WS-FILES-RESTORED             PIC 9(02) VALUE 0.
011700 77  WS-FILES-MISMATCHED           PIC 9(02) VALUE 0.
011800 01  WS-SWITCHES.
011900     05  WS-FILES-SW               PIC X(01) VALUE 'N'.
012000         88  WS-FILES-OPEN                 VALUE 'Y'.
012100     05  WS-GEN-SW                 PIC X(01) VALUE 'Y'.
012200         88  WS-GEN-COMPLETE               VALUE 'Y'.
012300     05  WS-EOF-MASTER-SW          PIC X(01) VALUE 'N'.
012400         88  WS-EOF-MASTER                 VALUE 'Y'.
012500     05  WS-EOF-BC-SW              PIC X(01) VALUE 'N'.
012600         88  WS-EOF-CATALOG                VALUE 'Y'.
012700     05  WS-EOF-BG-SW              PIC X(01) VALUE 'N'.
012800         88  WS-EOF-GENERATIONS            VALUE 'Y'.
012900     05  WS-FILE-ID-SW             PIC X(01) VALUE 'N'.
013000         88  WS-FILE-ID-KNOWN              VALUE 'Y'.
013100 01  WS-MASTER-VALUES.
013200     05  FILLER                    PIC X(08) VALUE "SCORECRD".
013300     05  FILLER                    PIC X(08) VALUE "GAMEHIST".
013400     05  FILLER                    PIC X(08) VALUE "MBRLEDG ".
013500     05  FILLER                    PIC X(08) VALUE "HCPMAST ".
013600     05  FILLER                    PIC X(08) VALUE "ROSTER  ".
013700     05  FILLER                    PIC X(08) VALUE "TEAMMAST".
013800 01  WS-MASTER-TBL REDEFINES WS-MASTER-VALUES.
013900     05  WS-MT-FILE-ID             PIC X(08) OCCURS 6 TIMES.
014000 01  WS-GEN-LINE.
014100     05  FILLER                    PIC X(23) VALUE
014200         "GENERATION RESTORED .: ".
014300     05  WS-GL-GEN-NO              PIC ZZZZ9.
014400     05  FILLER                    PIC X(04) VALUE " OF ".
014500     05  WS-GL-DATE                PIC 9(08).
014600 01  WS-COUNT-HEADER.
014700     05  FILLER                    PIC X(40) VALUE
014800         "FILE      CATALOG   BEFORE    AFTER  ".
014900     05  FILLER                    PIC X(06) VALUE
015000         "REMARK".
015100 01  WS-COUNT-LINE.
015200     05  WS-CN-FILE-ID             PIC X(08).
015300     05  FILLER                    PIC X(01) VALUE SPACE.
015400     05  WS-CN-CATALOG             PIC ZZZZZZ9 BLANK WHEN ZERO.
015500     05  FILLER                    PIC X(02) VALUE SPACES.
015600     05  WS-CN-BEFORE              PIC ZZZZZZ9.
015700     05  FILLER                    PIC X(02) VALUE SPACES.
015800     05  WS-CN-AFTER               PIC ZZZZZZ9.
015900     05  FILLER                    PIC X(02) VALUE SPACES.
016000     05  WS-CN-REMARK              PIC X(30).
016100 01  WS-RESTORED-LINE.
016200     05  FILLER                    PIC X(23) VALUE
016300         "MASTERS RESTORED ....: ".
016400     05  WS-RS-COUNT               PIC ZZZZ9.
016500 01  WS-MISMATCH-LINE.
016600     05  FILLER                    PIC X(23) VALUE
016700         "MASTERS IN ERROR ....: ".
016800     05  WS-MM-COUNT               PIC ZZZZ9.
016900 PROCEDURE DIVISION.
017000******************************************************************
017100*    0000-MAINLINE                                               *
017200******************************************************************
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     IF WS-FILES-OPEN
017600         PERFORM 1600-CHECK-GENERATION THRU 1600-EXIT
017700             VARYING WS-FILE-SUB FROM 1 BY 1
017800             UNTIL WS-FILE-SUB > 6
017900         IF WS-GEN-COMPLETE
018000             WRITE RP-LINE FROM WS-GEN-LINE
018100             MOVE SPACES TO RP-LINE
018200             WRITE RP-LINE
018300             WRITE RP-LINE FROM WS-COUNT-HEADER
018400             PERFORM 2000-RESTORE-ONE-MASTER THRU 2000-EXIT
018500                 VARYING WS-FILE-SUB FROM 1 BY 1
018600                 UNTIL WS-FILE-SUB > 6
018700         ELSE
018800             MOVE "GENERATION NOT COMPLETE - NOTHING RESTORED"
018900                 TO RP-LINE
019000             WRITE RP-LINE
019100         END-IF
019200     END-IF.
019300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
019400     STOP RUN.
019500******************************************************************
019600*    1000-INITIALIZE - THE CONTROL CARD IS REQUIRED: A RESTORE   *
019700*    IS NEVER RUN BY DEFAULT.  A ZERO GENERATION MEANS THE       *
019800*    NEWEST ONE ON THE CATALOG.                                  *
019900******************************************************************
020000 1000-INITIALIZE.
020100     OPEN OUTPUT REPORT-FILE.
020200     MOVE "MASTER FILE RESTORE FROM BACKUP" TO RP-LINE.
020300     WRITE RP-LINE.
020400     MOVE SPACES TO RP-LINE.
020500     WRITE RP-LINE.
020600     OPEN INPUT CONTROL-FILE.
020700     IF WS-CT-STATUS NOT = '00'
020800         MOVE "NO RESTORE CONTROL CARD - NOTHING RESTORED"
020900             TO RP-LINE
021000         WRITE RP-LINE
021100         GO TO 1000-EXIT
021200     END-IF.
021300     READ CONTROL-FILE
021400         AT END
021500             MOVE SPACES TO BR-RECORD
021600     END-READ.
021700     CLOSE CONTROL-FILE.
021800     IF BR-GEN-NO NOT NUMERIC
021900         MOVE "GENERATION ON CONTROL CARD NOT NUMERIC" TO RP-LINE
022000         WRITE RP-LINE
022100         GO TO 1000-EXIT
022200     END-IF.
022300     IF BR-FILE-ID NOT = SPACES
022400         PERFORM 1050-CHECK-FILE-ID THRU 1050-EXIT
022500             VARYING WS-FILE-SUB FROM 1 BY 1
022600             UNTIL WS-FILE-SUB > 6
022700         IF NOT WS-FILE-ID-KNOWN
022800             MOVE "FILE ON CONTROL CARD IS NOT A BACKED-UP MASTER"
022900                 TO RP-LINE
023000             WRITE RP-LINE
023100             GO TO 1000-EXIT
023200         END-IF
023300     END-IF.
023400     OPEN INPUT CATALOG-FILE.
023500     IF WS-BC-STATUS NOT = '00'
023600         MOVE "NO BACKUP CATALOG - NOTHING RESTORED" TO RP-LINE
023700         WRITE RP-LINE
023800         GO TO 1000-EXIT
023900     END-IF.
024000     OPEN INPUT GENERATION-FILE.
024100     IF WS-BG-STATUS NOT = '00'
024200         MOVE "NO GENERATION FILE - NOTHING RESTORED" TO RP-LINE
024300         WRITE RP-LINE
024400         CLOSE CATALOG-FILE
024500         GO TO 1000-EXIT
024600     END-IF.
024700     SET WS-FILES-OPEN TO TRUE.
024800     MOVE BR-GEN-NO TO WS-GEN-NO.
024900     IF WS-GEN-NO = 0
025000         PERFORM 1500-FIND-NEWEST-GENERATION THRU 1500-EXIT
025100     END-IF.
025200     MOVE WS-GEN-NO TO WS-GL-GEN-NO.
025300     MOVE 0 TO WS-GL-DATE.
025400 1000-EXIT.
025500     EXIT.
025600 1050-CHECK-FILE-ID.
025700     IF BR-FILE-ID = WS-MT-FILE-ID (WS-FILE-SUB)
025800         SET WS-FILE-ID-KNOWN TO TRUE
025900     END-IF.
026000 1050-EXIT.
026100     EXIT.
026200******************************************************************
026300*    1500-FIND-NEWEST-GENERATION - THE CATALOG IS KEYED BY       *
026400*    GENERATION FIRST, SO THE LAST ENTRY CARRIES THE NEWEST.     *
026500******************************************************************
026600 1500-FIND-NEWEST-GENERATION.
026700     MOVE LOW-VALUES TO BC-CAT-KEY.
026800     START CATALOG-FILE KEY NOT < BC-CAT-KEY.
026900     IF WS-BC-STATUS NOT = '00'
027000         GO TO 1500-EXIT
027100     END-IF.
027200     MOVE 'N' TO WS-EOF-BC-SW.
027300     PERFORM 1900-READ-NEXT-CATALOG THRU 1900-EXIT.
027400     PERFORM 1550-NOTE-ONE-ENTRY THRU 1550-EXIT
027500         UNTIL WS-EOF-CATALOG.
027600 1500-EXIT.
027700     EXIT.
027800 1550-NOTE-ONE-ENTRY.
027900     IF BC-GEN-NO > WS-GEN-NO
028000         MOVE BC-GEN-NO TO WS-GEN-NO
028100     END-IF.
028200     PERFORM 1900-READ-NEXT-CATALOG THRU 1900-EXIT.
028300 1550-EXIT.
028400     EXIT.
028500******************************************************************
028600*    1600-CHECK-GENERATION - EVERY MASTER TO BE RESTORED MUST    *
028700*    HAVE A CATALOG ENTRY UNDER THE GENERATION THAT IS NOT       *
028800*    MARKED FAILED.  THE CHECK IS MADE FOR ALL OF THEM BEFORE    *
028900*    ANY MASTER IS EMPTIED, SO A BAD GENERATION LEAVES THE FILES *
029000*    AS THEY WERE.                                               *
029100******************************************************************
029200 1600-CHECK-GENERATION.
029300     IF BR-FILE-ID NOT = SPACES
029400        AND BR-FILE-ID NOT = WS-MT-FILE-ID (WS-FILE-SUB)
029500         GO TO 1600-EXIT
029600     END-IF.
029700     MOVE WS-GEN-NO TO BC-GEN-NO.
029800     MOVE WS-MT-FILE-ID (WS-FILE-SUB) TO BC-FILE-ID.
029900     READ CATALOG-FILE
030000         INVALID KEY
030100             MOVE 'N' TO WS-GEN-SW
030200             MOVE WS-MT-FILE-ID (WS-FILE-SUB) TO WS-CN-FILE-ID
030300             MOVE "NOT IN THIS GENERATION" TO WS-CN-REMARK
030400             PERFORM 1650-PRINT-CHECK-LINE THRU 1650-EXIT
030500             GO TO 1600-EXIT
030600     END-READ.
030700     MOVE BC-TAKEN-DATE TO WS-GL-DATE.
030800     IF BC-COPY-FAILED
030900         MOVE 'N' TO WS-GEN-SW
031000         MOVE BC-FILE-ID TO WS-CN-FILE-ID
031100         MOVE "BACKUP COPY FAILED" TO WS-CN-REMARK
031200         PERFORM 1650-PRINT-CHECK-LINE THRU 1650-EXIT
031300     END-IF.
031400 1600-EXIT.
031500     EXIT.
031600 1650-PRINT-CHECK-LINE.
031700     MOVE 0 TO WS-CN-CATALOG.
031800     MOVE 0 TO WS-CN-BEFORE.
031900     MOVE 0 TO WS-CN-AFTER.
032000     WRITE RP-LINE FROM WS-COUNT-LINE.
032100 1650-EXIT.
032200     EXIT.
032300 1900-READ-NEXT-CATALOG.
032400     READ CATALOG-FILE NEXT RECORD
032500         AT END
032600             SET WS-EOF-CATALOG TO TRUE
032700     END-READ.
032800 1900-EXIT.
032900     EXIT.
033000******************************************************************
033100*    2000-RESTORE-ONE-MASTER - COUNT, EMPTY, RELOAD FROM THE     *
033200*    GENERATION'S IMAGES IN THE ORDER THEY WERE TAKEN, COUNT     *
033300*    AGAIN.  A MASTER CATALOGED AS NOT PRESENT COMES BACK EMPTY. *
033400******************************************************************
033500 2000-RESTORE-ONE-MASTER.
033600     IF BR-FILE-ID NOT = SPACES
033700        AND BR-FILE-ID NOT = WS-MT-FILE-ID (WS-FILE-SUB)
033800         GO TO 2000-EXIT
033900     END-IF.
034000     MOVE WS-MT-FILE-ID (WS-FILE-SUB) TO WS-FILE-ID.
034100     MOVE WS-GEN-NO TO BC-GEN-NO.
034200     MOVE WS-FILE-ID TO BC-FILE-ID.
034300     READ CATALOG-FILE
034400         INVALID KEY
034500             MOVE 0 TO BC-REC-COUNT
034600     END-READ.
034700     MOVE BC-REC-COUNT TO WS-CATALOG-COUNT.
034800     MOVE 0 TO WS-WRITE-ERRORS.
034900     PERFORM 5000-COUNT-MASTER THRU 5000-EXIT.
035000     MOVE WS-MASTER-COUNT TO WS-BEFORE-COUNT.
035100     MOVE WS-FILE-ID TO WS-CN-FILE-ID.
035200     MOVE WS-CATALOG-COUNT TO WS-CN-CATALOG.
035300     MOVE WS-BEFORE-COUNT TO WS-CN-BEFORE.
035400     PERFORM 6000-OPEN-MASTER-OUTPUT THRU 6000-EXIT.
035500     IF WS-MS-STATUS NOT = '00'
035600         ADD 1 TO WS-FILES-MISMATCHED
035700         MOVE WS-BEFORE-COUNT TO WS-CN-AFTER
035800         MOVE "MASTER WILL NOT OPEN - UNCHANGED" TO WS-CN-REMARK
035900         WRITE RP-LINE FROM WS-COUNT-LINE
036000         GO TO 2000-EXIT
036100     END-IF.
036200     MOVE LOW-VALUES TO BG-KEY.
036300     MOVE WS-GEN-NO TO BG-GEN-NO.
036400     MOVE WS-FILE-ID TO BG-FILE-ID.
036500     MOVE 0 TO BG-REC-SEQ.
036600     START GENERATION-FILE KEY NOT < BG-KEY.
036700     IF WS-BG-STATUS = '00'
036800         MOVE 'N' TO WS-EOF-BG-SW
036900         PERFORM 2900-READ-NEXT-IMAGE THRU 2900-EXIT
037000         PERFORM 2100-RELOAD-ONE-RECORD THRU 2100-EXIT
037100             UNTIL WS-EOF-GENERATIONS
037200     END-IF.
037300     PERFORM 6900-CLOSE-MASTER THRU 6900-EXIT.
037400     PERFORM 5000-COUNT-MASTER THRU 5000-EXIT.
037500     MOVE WS-MASTER-COUNT TO WS-AFTER-COUNT.
037600     MOVE WS-AFTER-COUNT TO WS-CN-AFTER.
037700     IF WS-AFTER-COUNT = WS-CATALOG-COUNT AND WS-WRITE-ERRORS = 0
037800         ADD 1 TO WS-FILES-RESTORED
037900         MOVE "RESTORED" TO WS-CN-REMARK
038000     ELSE
038100         ADD 1 TO WS-FILES-MISMATCHED
038200         MOVE "COUNT MISMATCH - CHECK MASTER" TO WS-CN-REMARK
038300     END-IF.
038400     WRITE RP-LINE FROM WS-COUNT-LINE.
038500 2000-EXIT.
038600     EXIT.
038700 2100-RELOAD-ONE-RECORD.
038800     IF BG-GEN-NO NOT = WS-GEN-NO OR BG-FILE-ID NOT = WS-FILE-ID
038900         SET WS-EOF-GENERATIONS TO TRUE
039000         GO TO 2100-EXIT
039100     END-IF.
039200     PERFORM 6100-WRITE-MASTER THRU 6100-EXIT.
039300     IF WS-MS-STATUS NOT = '00'
039400         ADD 1 TO WS-WRITE-ERRORS
039500     END-IF.
039600     PERFORM 2900-READ-NEXT-IMAGE THRU 2900-EXIT.
039700 2100-EXIT.
039800     EXIT.
039900 2900-READ-NEXT-IMAGE.
040000     READ GENERATION-FILE NEXT RECORD
040100         AT END
040200             SET WS-EOF-GENERATIONS TO TRUE
040300     END-READ.
040400 2900-EXIT.
040500     EXIT.
040600******************************************************************
040700*    5000-COUNT-MASTER - RECORDS ON THE MASTER NAMED IN          *
040800*    WS-FILE-ID.  A MASTER THAT DOES NOT EXIST COUNTS ZERO.      *
040900******************************************************************
041000 5000-COUNT-MASTER.
041100     MOVE 0 TO WS-MASTER-COUNT.
041200     EVALUATE WS-FILE-ID
041300         WHEN "SCORECRD"
041400             OPEN INPUT SCORECARD-FILE
041500             MOVE WS-SC-STATUS TO WS-MS-STATUS
041600         WHEN "GAMEHIST"
041700             OPEN INPUT HISTORY-FILE
041800             MOVE WS-HI-STATUS TO WS-MS-STATUS
041900         WHEN "MBRLEDG"
042000             OPEN INPUT LEDGER-FILE
042100             MOVE WS-LG-STATUS TO WS-MS-STATUS
042200         WHEN "HCPMAST"
042300             OPEN INPUT HANDICAP-FILE
042400             MOVE WS-HM-STATUS TO WS-MS-STATUS
042500         WHEN "ROSTER"
042600             OPEN INPUT ROSTER-FILE
042700             MOVE WS-RO-STATUS TO WS-MS-STATUS
042800         WHEN "TEAMMAST"
042900             OPEN INPUT TEAM-FILE
043000             MOVE WS-TM-STATUS TO WS-MS-STATUS
043100     END-EVALUATE.
043200     IF WS-MS-STATUS NOT = '00'
043300         GO TO 5000-EXIT
043400     END-IF.
043500     MOVE 'N' TO WS-EOF-MASTER-SW.
043600     PERFORM 5100-COUNT-ONE-RECORD THRU 5100-EXIT
043700         UNTIL WS-EOF-MASTER.
043800     PERFORM 6900-CLOSE-MASTER THRU 6900-EXIT.
043900 5000-EXIT.
044000     EXIT.
044100 5100-COUNT-ONE-RECORD.
044200     EVALUATE WS-FILE-ID
044300         WHEN "SCORECRD"
044400             READ SCORECARD-FILE NEXT RECORD
044500                 AT END SET WS-EOF-MASTER TO TRUE
044600             END-READ
044700         WHEN "GAMEHIST"
044800             READ HISTORY-FILE NEXT RECORD
044900                 AT END SET WS-EOF-MASTER TO TRUE
045000             END-READ
045100         WHEN "MBRLEDG"
045200             READ LEDGER-FILE NEXT RECORD
045300                 AT END SET WS-EOF-MASTER TO TRUE
045400             END-READ
045500         WHEN "HCPMAST"
045600             READ HANDICAP-FILE NEXT RECORD
045700                 AT END SET WS-EOF-MASTER TO TRUE
045800             END-READ
045900         WHEN "ROSTER"
046000             READ ROSTER-FILE NEXT RECORD
046100                 AT END SET WS-EOF-MASTER TO TRUE
046200             END-READ
046300         WHEN "TEAMMAST"
046400             READ TEAM-FILE NEXT RECORD
046500                 AT END SET WS-EOF-MASTER TO TRUE
046600             END-READ
046700     END-EVALUATE.
046800     IF NOT WS-EOF-MASTER
046900         ADD 1 TO WS-MASTER-COUNT
047000     END-IF.
047100 5100-EXIT.
047200     EXIT.
047300******************************************************************
047400*    6000-6900 - OPEN, LOAD AND CLOSE WHICHEVER MASTER IS NAMED  *
047500*    IN WS-FILE-ID.  OPEN OUTPUT EMPTIES IT FIRST.               *
047600******************************************************************
047700 6000-OPEN-MASTER-OUTPUT.
047800     EVALUATE WS-FILE-ID
047900         WHEN "SCORECRD"
048000             OPEN OUTPUT SCORECARD-FILE
048100             MOVE WS-SC-STATUS TO WS-MS-STATUS
048200         WHEN "GAMEHIST"
048300             OPEN OUTPUT HISTORY-FILE
048400             MOVE WS-HI-STATUS TO WS-MS-STATUS
048500         WHEN "MBRLEDG"
048600             OPEN OUTPUT LEDGER-FILE
048700             MOVE WS-LG-STATUS TO WS-MS-STATUS
048800         WHEN "HCPMAST"
048900             OPEN OUTPUT HANDICAP-FILE
049000             MOVE WS-HM-STATUS TO WS-MS-STATUS
049100         WHEN "ROSTER"
049200             OPEN OUTPUT ROSTER-FILE
049300             MOVE WS-RO-STATUS TO WS-MS-STATUS
049400         WHEN "TEAMMAST"
049500             OPEN OUTPUT TEAM-FILE
049600             MOVE WS-TM-STATUS TO WS-MS-STATUS
049700     END-EVALUATE.
049800 6000-EXIT.
049900     EXIT.
050000 6100-WRITE-MASTER.
050100     EVALUATE WS-FILE-ID
050200         WHEN "SCORECRD"
050300             MOVE BG-IMAGE TO SC-RECORD
050400             WRITE SC-RECORD
050500             MOVE WS-SC-STATUS TO WS-MS-STATUS
050600         WHEN "GAMEHIST"
050700             MOVE BG-IMAGE TO HI-RECORD
050800             WRITE HI-RECORD
050900             MOVE WS-HI-STATUS TO WS-MS-STATUS
051000         WHEN "MBRLEDG"
051100             MOVE BG-IMAGE TO LG-RECORD
051200             WRITE LG-RECORD
051300             MOVE WS-LG-STATUS TO WS-MS-STATUS
051400         WHEN "HCPMAST"
051500             MOVE BG-IMAGE TO HM-RECORD
051600             WRITE HM-RECORD
051700             MOVE WS-HM-STATUS TO WS-MS-STATUS
051800         WHEN "ROSTER"
051900             MOVE BG-IMAGE TO RO-RECORD
052000             WRITE RO-RECORD
052100             MOVE WS-RO-STATUS TO WS-MS-STATUS
052200         WHEN "TEAMMAST"
052300             MOVE BG-IMAGE TO TM-RECORD
052400             WRITE TM-RECORD
052500             MOVE WS-TM-STATUS TO WS-MS-STATUS
052600     END-EVALUATE.
052700 6100-EXIT.
052800     EXIT.
052900 6900-CLOSE-MASTER.
053000     EVALUATE WS-FILE-ID
053100         WHEN "SCORECRD"
053200             CLOSE SCORECARD-FILE
053300         WHEN "GAMEHIST"
053400             CLOSE HISTORY-FILE
053500         WHEN "MBRLEDG"
053600             CLOSE LEDGER-FILE
053700         WHEN "HCPMAST"
053800             CLOSE HANDICAP-FILE
053900         WHEN "ROSTER"
054000             CLOSE ROSTER-FILE
054100         WHEN "TEAMMAST"
054200             CLOSE TEAM-FILE
054300     END-EVALUATE.
054400 6900-EXIT.
054500     EXIT.
054600******************************************************************
054700*    8000-FINALIZE                                               *
054800******************************************************************
054900 8000-FINALIZE.
055000     IF WS-FILES-OPEN
055100         CLOSE CATALOG-FILE
055200         CLOSE GENERATION-FILE
055300     END-IF.
055400     MOVE SPACES TO RP-LINE.
055500     WRITE RP-LINE.
055600     MOVE WS-FILES-RESTORED TO WS-RS-COUNT.
055700     WRITE RP-LINE FROM WS-RESTORED-LINE.
055800     MOVE WS-FILES-MISMATCHED TO WS-MM-COUNT.
055900     WRITE RP-LINE FROM WS-MISMATCH-LINE.
056000     CLOSE REPORT-FILE.
056100 8000-EXIT.
056200     EXIT.
