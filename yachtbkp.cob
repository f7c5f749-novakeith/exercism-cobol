000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YACHTBKP.
000300 AUTHOR. J HALVORSEN.
000400 INSTALLATION. RIVERSIDE SOCIAL CLUB GAME NIGHT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/2026 JH    ORIGINAL - MASTER FILE GENERATION BACKUP.  *
001100*                     RUN IN THE NIGHT CHAIN AFTER YACHTEDT AND  *
001200*                     BEFORE YACHTRPT'S SCORECRD PURGE, IT TAKES *
001300*                     A NUMBERED, DATED GENERATION COPY OF       *
001400*                     SCORECRD, GAMEHIST, MBRLEDG, HCPMAST,      *
001500*                     ROSTER AND TEAMMAST ONTO THE BKPGENS FILE, *
001600*                     CATALOGS EACH COPY WITH ITS RECORD COUNT   *
001700*                     ON BKPCAT, DROPS GENERATIONS BEYOND THE    *
001800*                     BKPCTL KEEP COUNT (DEFAULT FIVE) AND POSTS *
001900*                     ITS OUTCOME TO THE RUNCTL MASTER, SO THE   *
002000*                     PURGE CANNOT START BEHIND A FAILED COPY.   *
002100*                     YACHTBRS PUTS A GENERATION BACK.           *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT SCORECARD-FILE ASSIGN TO "SCORECRD"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS SC-SCORE-KEY
003000         FILE STATUS IS WS-SC-STATUS.
003100     SELECT HISTORY-FILE ASSIGN TO "GAMEHIST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS HI-HIST-KEY
003500         FILE STATUS IS WS-HI-STATUS.
003600     SELECT LEDGER-FILE ASSIGN TO "MBRLEDG"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS LG-MEMBER-ID
004000         FILE STATUS IS WS-LG-STATUS.
004100     SELECT HANDICAP-FILE ASSIGN TO "HCPMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS HM-MEMBER-ID
004500         FILE STATUS IS WS-HM-STATUS.
004600     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS RO-MEMBER-ID
005000         FILE STATUS IS WS-RO-STATUS.
005100     SELECT TEAM-FILE ASSIGN TO "TEAMMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS TM-TEAM-ID
005500         FILE STATUS IS WS-TM-STATUS.
005600     SELECT CATALOG-FILE ASSIGN TO "BKPCAT"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS BC-CAT-KEY
006000         FILE STATUS IS WS-BC-STATUS.
006100     SELECT GENERATION-FILE ASSIGN TO "BKPGENS"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS BG-KEY
006500         FILE STATUS IS WS-BG-STATUS.
006600     SELECT CONTROL-FILE ASSIGN TO "BKPCTL"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-CT-STATUS.
006900     SELECT REPORT-FILE ASSIGN TO "BKPRPT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RP-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  SCORECARD-FILE.
007500     COPY "scorecrd.cpy".
007600 FD  HISTORY-FILE.
007700     COPY "histrec.cpy".
007800 FD  LEDGER-FILE.
007900     COPY "ledgrec.cpy".
008000 FD  HANDICAP-FILE.
008100     COPY "hcpmast.cpy".
008200 FD  ROSTER-FILE.
008300     COPY "rosterec.cpy".
008400 FD  TEAM-FILE.
008500     COPY "teamrec.cpy".
008600 FD  CATALOG-FILE.
008700     COPY "bkpcat.cpy".
008800 FD  GENERATION-FILE.
008900     COPY "bkpgen.cpy".
009000 FD  CONTROL-FILE.
009100 01  BK-RECORD.
009200     05  BK-KEEP-GENS              PIC 9(02).
009300     05  FILLER                    PIC X(18).
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
010700 77  WS-OPEN-STATUS                PIC X(02) VALUE '00'.
010800 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
010900 77  WS-RUN-TIME                   PIC 9(08) VALUE 0.
011000 77  WS-KEEP-GENS                  PIC 9(02) VALUE 5.
011100 77  WS-LAST-GEN                   PIC 9(05) VALUE 0.
011200 77  WS-NEW-GEN                    PIC 9(05) VALUE 0.
011300 77  WS-OLDEST-KEPT                PIC 9(05) VALUE 0.
011400 77  WS-LAST-DROPPED-GEN           PIC 9(05) VALUE 0.
011500 77  WS-FILE-ID                    PIC X(08) VALUE SPACES.
011600 77  WS-REC-SEQ                    PIC 9(07) VALUE 0.
011700 77  WS-FILES-COPIED               PIC 9(02) VALUE 0.
011800 77  WS-FILES-ABSENT               PIC 9(02) VALUE 0.
011900 77  WS-FILES-FAILED               PIC 9(02) VALUE 0.
012000 77  WS-GENS-DROPPED               PIC 9(05) VALUE 0.
012100 77  WS-RECS-DROPPED               PIC 9(07) VALUE 0.
012200 77  WS-RC-FUNCTION                PIC X(01) VALUE 'P'.
012300 77  WS-RC-STEP                    PIC X(08) VALUE "YACHTBKP".
012400 77  WS-RC-OUTCOME                 PIC X(01) VALUE 'F'.
012500 77  WS-RC-CALL-STATUS             PIC X(02) VALUE '00'.
012600 01  WS-SWITCHES.
012700     05  WS-FILES-SW               PIC X(01) VALUE 'N'.
012800         88  WS-FILES-OPEN                 VALUE 'Y'.
012900     05  WS-EOF-MASTER-SW          PIC X(01) VALUE 'N'.
013000         88  WS-EOF-MASTER                 VALUE 'Y'.
013100     05  WS-EOF-BC-SW              PIC X(01) VALUE 'N'.
013200         88  WS-EOF-CATALOG                VALUE 'Y'.
013300     05  WS-EOF-BG-SW              PIC X(01) VALUE 'N'.
013400         88  WS-EOF-GENERATIONS            VALUE 'Y'.
013500     05  WS-COPY-SW                PIC X(01) VALUE 'C'.
013600         88  WS-COPY-TAKEN                 VALUE 'C'.
013700         88  WS-COPY-ABSENT                VALUE 'N'.
013800         88  WS-COPY-FAILED                VALUE 'F'.
013900 01  WS-TIME-WORK                  PIC 9(08).
014000 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
014100     05  WS-TIME-HHMMSS            PIC 9(06).
014200     05  FILLER                    PIC 9(02).
014300 01  WS-KEEP-LINE.
014400     05  FILLER                    PIC X(23) VALUE
014500         "GENERATIONS KEPT ....: ".
014600     05  WS-KL-COUNT               PIC Z9.
014700 01  WS-GEN-LINE.
014800     05  FILLER                    PIC X(23) VALUE
014900         "GENERATION TAKEN ....: ".
015000     05  WS-GL-GEN-NO              PIC ZZZZ9.
015100     05  FILLER                    PIC X(04) VALUE " ON ".
015200     05  WS-GL-DATE                PIC 9(08).
015300     05  FILLER                    PIC X(01) VALUE SPACE.
015400     05  WS-GL-TIME                PIC 9(06).
015500 01  WS-COPY-HEADER.
015600     05  FILLER                    PIC X(30) VALUE
015700         "FILE     RECORDS DISPOSITION".
015800 01  WS-COPY-LINE.
015900     05  WS-CL-FILE-ID             PIC X(08).
016000     05  FILLER                    PIC X(01) VALUE SPACE.
016100     05  WS-CL-COUNT               PIC ZZZZZZ9.
016200     05  FILLER                    PIC X(01) VALUE SPACE.
016300     05  WS-CL-DISPOSITION         PIC X(30).
016400 01  WS-CATALOG-HEADER.
016500     05  FILLER                    PIC X(40) VALUE
016600         "  GEN DATE     TIME   FILE     RECORDS ".
016700     05  FILLER                    PIC X(11) VALUE
016800         "DISPOSITION".
016900 01  WS-CATALOG-LINE.
017000     05  WS-CA-GEN-NO              PIC ZZZZ9.
017100     05  FILLER                    PIC X(01) VALUE SPACE.
017200     05  WS-CA-DATE                PIC 9(08).
017300     05  FILLER                    PIC X(01) VALUE SPACE.
017400     05  WS-CA-TIME                PIC 9(06).
017500     05  FILLER                    PIC X(01) VALUE SPACE.
017600     05  WS-CA-FILE-ID             PIC X(08).
017700     05  FILLER                    PIC X(01) VALUE SPACE.
017800     05  WS-CA-COUNT               PIC ZZZZZZ9.
017900     05  FILLER                    PIC X(01) VALUE SPACE.
018000     05  WS-CA-DISPOSITION         PIC X(30).
018100 01  WS-COPIED-LINE.
018200     05  FILLER                    PIC X(23) VALUE
018300         "FILES COPIED ........: ".
018400     05  WS-CO-COUNT               PIC ZZZZ9.
018500 01  WS-ABSENT-LINE.
018600     05  FILLER                    PIC X(23) VALUE
018700         "MASTERS NOT PRESENT .: ".
018800     05  WS-AB-COUNT               PIC ZZZZ9.
018900 01  WS-FAILED-LINE.
019000     05  FILLER                    PIC X(23) VALUE
019100         "COPIES FAILED .......: ".
019200     05  WS-FA-COUNT               PIC ZZZZ9.
019300 01  WS-DROPPED-LINE.
019400     05  FILLER                    PIC X(23) VALUE
019500         "GENERATIONS DROPPED .: ".
019600     05  WS-DG-COUNT               PIC ZZZZ9.
019700     05  FILLER                    PIC X(03) VALUE " / ".
019800     05  WS-DG-RECORDS             PIC ZZZZZZ9.
019900     05  FILLER                    PIC X(08) VALUE " RECORDS".
020000 PROCEDURE DIVISION.
020100******************************************************************
020200*    0000-MAINLINE                                               *
020300******************************************************************
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020600     IF WS-FILES-OPEN
020700         PERFORM 2000-COPY-SCORECARDS THRU 2000-EXIT
020800         PERFORM 2100-COPY-GAME-HISTORY THRU 2100-EXIT
020900         PERFORM 2200-COPY-LEDGER THRU 2200-EXIT
021000         PERFORM 2300-COPY-HANDICAPS THRU 2300-EXIT
021100         PERFORM 2400-COPY-ROSTER THRU 2400-EXIT
021200         PERFORM 2500-COPY-TEAMS THRU 2500-EXIT
021300         IF WS-FILES-FAILED = 0
021400             PERFORM 3000-DROP-OLD-GENERATIONS THRU 3000-EXIT
021500         END-IF
021600         PERFORM 4000-PRINT-CATALOG THRU 4000-EXIT
021700     END-IF.
021800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
021900     STOP RUN.
022000******************************************************************
022100*    1000-INITIALIZE - READ THE KEEP COUNT FROM THE OPTIONAL     *
022200*    CONTROL CARD, OPEN THE CATALOG AND GENERATION FILES         *
022300*    (CREATING EITHER THE FIRST TIME) AND NUMBER TONIGHT'S       *
022400*    GENERATION ONE PAST THE HIGHEST ON THE CATALOG.  NO         *
022500*    CATALOG OR GENERATION FILE MEANS NO BACKUP, AND THE RUN     *
022600*    POSTS FAILED.                                               *
022700******************************************************************
022800 1000-INITIALIZE.
022900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023000     ACCEPT WS-RUN-TIME FROM TIME.
023100     MOVE WS-RUN-TIME TO WS-TIME-WORK.
023200     OPEN OUTPUT REPORT-FILE.
023300     MOVE "MASTER FILE GENERATION BACKUP" TO RP-LINE.
023400     WRITE RP-LINE.
023500     MOVE SPACES TO RP-LINE.
023600     WRITE RP-LINE.
023700     OPEN INPUT CONTROL-FILE.
023800     IF WS-CT-STATUS = '00'
023900         READ CONTROL-FILE
024000             NOT AT END
024100                 IF BK-KEEP-GENS NUMERIC AND BK-KEEP-GENS > 0
024200                     MOVE BK-KEEP-GENS TO WS-KEEP-GENS
024300                 END-IF
024400         END-READ
024500         CLOSE CONTROL-FILE
024600     END-IF.
024700     MOVE WS-KEEP-GENS TO WS-KL-COUNT.
024800     WRITE RP-LINE FROM WS-KEEP-LINE.
024900     OPEN I-O CATALOG-FILE.
025000     IF WS-BC-STATUS = '35'
025100         OPEN OUTPUT CATALOG-FILE
025200         CLOSE CATALOG-FILE
025300         OPEN I-O CATALOG-FILE
025400     END-IF.
025500     IF WS-BC-STATUS NOT = '00'
025600         MOVE "BACKUP CATALOG WILL NOT OPEN - NO BACKUP TAKEN"
025700             TO RP-LINE
025800         WRITE RP-LINE
025900         GO TO 1000-EXIT
026000     END-IF.
026100     OPEN I-O GENERATION-FILE.
026200     IF WS-BG-STATUS = '35'
026300         OPEN OUTPUT GENERATION-FILE
026400         CLOSE GENERATION-FILE
026500         OPEN I-O GENERATION-FILE
026600     END-IF.
026700     IF WS-BG-STATUS NOT = '00'
026800         MOVE "GENERATION FILE WILL NOT OPEN - NO BACKUP TAKEN"
026900             TO RP-LINE
027000         WRITE RP-LINE
027100         CLOSE CATALOG-FILE
027200         GO TO 1000-EXIT
027300     END-IF.
027400     SET WS-FILES-OPEN TO TRUE.
027500     PERFORM 1500-FIND-LAST-GENERATION THRU 1500-EXIT.
027600     COMPUTE WS-NEW-GEN = WS-LAST-GEN + 1.
027700     PERFORM 1700-CLEAR-LEFTOVER-IMAGES THRU 1700-EXIT.
027800     MOVE WS-NEW-GEN TO WS-GL-GEN-NO.
027900     MOVE WS-RUN-DATE TO WS-GL-DATE.
028000     MOVE WS-TIME-HHMMSS TO WS-GL-TIME.
028100     WRITE RP-LINE FROM WS-GEN-LINE.
028200     MOVE SPACES TO RP-LINE.
028300     WRITE RP-LINE.
028400     WRITE RP-LINE FROM WS-COPY-HEADER.
028500 1000-EXIT.
028600     EXIT.
028700******************************************************************
028800*    1500-FIND-LAST-GENERATION - THE CATALOG IS KEYED BY         *
028900*    GENERATION FIRST, SO THE LAST ENTRY READ CARRIES THE        *
029000*    HIGHEST NUMBER.  AN EMPTY CATALOG STARTS AT GENERATION 1.   *
029100******************************************************************
029200 1500-FIND-LAST-GENERATION.
029300     MOVE 0 TO WS-LAST-GEN.
029400     MOVE LOW-VALUES TO BC-CAT-KEY.
029500     START CATALOG-FILE KEY NOT < BC-CAT-KEY.
029600     IF WS-BC-STATUS NOT = '00'
029700         GO TO 1500-EXIT
029800     END-IF.
029900     MOVE 'N' TO WS-EOF-BC-SW.
030000     PERFORM 1900-READ-NEXT-CATALOG THRU 1900-EXIT.
030100     PERFORM 1600-NOTE-ONE-ENTRY THRU 1600-EXIT
030200         UNTIL WS-EOF-CATALOG.
030300 1500-EXIT.
030400     EXIT.
030500 1600-NOTE-ONE-ENTRY.
030600     IF BC-GEN-NO > WS-LAST-GEN
030700         MOVE BC-GEN-NO TO WS-LAST-GEN
030800     END-IF.
030900     PERFORM 1900-READ-NEXT-CATALOG THRU 1900-EXIT.
031000 1600-EXIT.
031100     EXIT.
031200******************************************************************
031300*    1700-CLEAR-LEFTOVER-IMAGES - A RUN THAT DIED PART WAY       *
031400*    THROUGH ITS FIRST COPY CAN LEAVE IMAGES UNDER A GENERATION  *
031500*    NUMBER THE CATALOG NEVER HEARD OF.  THEY ARE CLEARED BEFORE *
031600*    THE NUMBER IS USED AGAIN.                                   *
031700******************************************************************
031800 1700-CLEAR-LEFTOVER-IMAGES.
031900     MOVE LOW-VALUES TO BG-KEY.
032000     MOVE WS-NEW-GEN TO BG-GEN-NO.
032100     START GENERATION-FILE KEY NOT < BG-KEY.
032200     IF WS-BG-STATUS NOT = '00'
032300         GO TO 1700-EXIT
032400     END-IF.
032500     MOVE 'N' TO WS-EOF-BG-SW.
032600     PERFORM 1950-READ-NEXT-IMAGE THRU 1950-EXIT.
032700     PERFORM 1800-CLEAR-ONE-IMAGE THRU 1800-EXIT
032800         UNTIL WS-EOF-GENERATIONS.
032900 1700-EXIT.
033000     EXIT.
033100 1800-CLEAR-ONE-IMAGE.
033200     IF BG-GEN-NO NOT = WS-NEW-GEN
033300         SET WS-EOF-GENERATIONS TO TRUE
033400         GO TO 1800-EXIT
033500     END-IF.
033600     DELETE GENERATION-FILE RECORD.
033700     PERFORM 1950-READ-NEXT-IMAGE THRU 1950-EXIT.
033800 1800-EXIT.
033900     EXIT.
034000 1900-READ-NEXT-CATALOG.
034100     READ CATALOG-FILE NEXT RECORD
034200         AT END
034300             SET WS-EOF-CATALOG TO TRUE
034400     END-READ.
034500 1900-EXIT.
034600     EXIT.
034700 1950-READ-NEXT-IMAGE.
034800     READ GENERATION-FILE NEXT RECORD
034900         AT END
035000             SET WS-EOF-GENERATIONS TO TRUE
035100     END-READ.
035200 1950-EXIT.
035300     EXIT.
035400******************************************************************
035500*    2000-2500 - ONE COPY PER MASTER, EACH READ IN ITS OWN KEY   *
035600*    ORDER AND WRITTEN IMAGE BY IMAGE UNDER TONIGHT'S            *
035700*    GENERATION.  A MASTER THAT DOES NOT EXIST YET IS CATALOGED  *
035800*    AS NOT PRESENT WITH NO RECORDS - A RESTORE OF THAT          *
035900*    GENERATION PUTS IT BACK EMPTY, WHICH IS HOW IT STOOD.       *
036000******************************************************************
036100 2000-COPY-SCORECARDS.
036200     MOVE "SCORECRD" TO WS-FILE-ID.
036300     PERFORM 2800-START-ONE-COPY THRU 2800-EXIT.
036400     OPEN INPUT SCORECARD-FILE.
036500     IF WS-SC-STATUS NOT = '00'
036600         MOVE WS-SC-STATUS TO WS-OPEN-STATUS
036700         PERFORM 2850-MASTER-NOT-OPENED THRU 2850-EXIT
036800         GO TO 2000-EXIT
036900     END-IF.
037000     PERFORM 2010-COPY-ONE-SCORECARD THRU 2010-EXIT
037100         UNTIL WS-EOF-MASTER.
037200     CLOSE SCORECARD-FILE.
037300     PERFORM 2900-CATALOG-ONE-COPY THRU 2900-EXIT.
037400 2000-EXIT.
037500     EXIT.
037600 2010-COPY-ONE-SCORECARD.
037700     READ SCORECARD-FILE NEXT RECORD
037800         AT END
037900             SET WS-EOF-MASTER TO TRUE
038000             GO TO 2010-EXIT
038100     END-READ.
038200     MOVE SC-RECORD TO BG-IMAGE.
038300     PERFORM 2870-WRITE-IMAGE THRU 2870-EXIT.
038400 2010-EXIT.
038500     EXIT.
038600 2100-COPY-GAME-HISTORY.
038700     MOVE "GAMEHIST" TO WS-FILE-ID.
038800     PERFORM 2800-START-ONE-COPY THRU 2800-EXIT.
038900     OPEN INPUT HISTORY-FILE.
039000     IF WS-HI-STATUS NOT = '00'
039100         MOVE WS-HI-STATUS TO WS-OPEN-STATUS
039200         PERFORM 2850-MASTER-NOT-OPENED THRU 2850-EXIT
039300         GO TO 2100-EXIT
039400     END-IF.
039500     PERFORM 2110-COPY-ONE-GAME THRU 2110-EXIT
039600         UNTIL WS-EOF-MASTER.
039700     CLOSE HISTORY-FILE.
039800     PERFORM 2900-CATALOG-ONE-COPY THRU 2900-EXIT.
039900 2100-EXIT.
040000     EXIT.
040100 2110-COPY-ONE-GAME.
040200     READ HISTORY-FILE NEXT RECORD
040300         AT END
040400             SET WS-EOF-MASTER TO TRUE
040500             GO TO 2110-EXIT
040600     END-READ.
040700     MOVE HI-RECORD TO BG-IMAGE.
040800     PERFORM 2870-WRITE-IMAGE THRU 2870-EXIT.
040900 2110-EXIT.
041000     EXIT.
041100 2200-COPY-LEDGER.
041200     MOVE "MBRLEDG" TO WS-FILE-ID.
041300     PERFORM 2800-START-ONE-COPY THRU 2800-EXIT.
041400     OPEN INPUT LEDGER-FILE.
041500     IF WS-LG-STATUS NOT = '00'
041600         MOVE WS-LG-STATUS TO WS-OPEN-STATUS
041700         PERFORM 2850-MASTER-NOT-OPENED THRU 2850-EXIT
041800         GO TO 2200-EXIT
041900     END-IF.
042000     PERFORM 2210-COPY-ONE-ACCOUNT THRU 2210-EXIT
042100         UNTIL WS-EOF-MASTER.
042200     CLOSE LEDGER-FILE.
042300     PERFORM 2900-CATALOG-ONE-COPY THRU 2900-EXIT.
042400 2200-EXIT.
042500     EXIT.
042600 2210-COPY-ONE-ACCOUNT.
042700     READ LEDGER-FILE NEXT RECORD
042800         AT END
042900             SET WS-EOF-MASTER TO TRUE
043000             GO TO 2210-EXIT
043100     END-READ.
043200     MOVE LG-RECORD TO BG-IMAGE.
043300     PERFORM 2870-WRITE-IMAGE THRU 2870-EXIT.
043400 2210-EXIT.
043500     EXIT.
043600 2300-COPY-HANDICAPS.
043700     MOVE "HCPMAST" TO WS-FILE-ID.
043800     PERFORM 2800-START-ONE-COPY THRU 2800-EXIT.
043900     OPEN INPUT HANDICAP-FILE.
044000     IF WS-HM-STATUS NOT = '00'
044100         MOVE WS-HM-STATUS TO WS-OPEN-STATUS
044200         PERFORM 2850-MASTER-NOT-OPENED THRU 2850-EXIT
044300         GO TO 2300-EXIT
044400     END-IF.
044500     PERFORM 2310-COPY-ONE-HANDICAP THRU 2310-EXIT
044600         UNTIL WS-EOF-MASTER.
044700     CLOSE HANDICAP-FILE.
044800     PERFORM 2900-CATALOG-ONE-COPY THRU 2900-EXIT.
044900 2300-EXIT.
045000     EXIT.
045100 2310-COPY-ONE-HANDICAP.
045200     READ HANDICAP-FILE NEXT RECORD
045300         AT END
045400             SET WS-EOF-MASTER TO TRUE
045500             GO TO 2310-EXIT
045600     END-READ.
045700     MOVE HM-RECORD TO BG-IMAGE.
045800     PERFORM 2870-WRITE-IMAGE THRU 2870-EXIT.
045900 2310-EXIT.
046000     EXIT.
046100 2400-COPY-ROSTER.
046200     MOVE "ROSTER" TO WS-FILE-ID.
046300     PERFORM 2800-START-ONE-COPY THRU 2800-EXIT.
046400     OPEN INPUT ROSTER-FILE.
046500     IF WS-RO-STATUS NOT = '00'
046600         MOVE WS-RO-STATUS TO WS-OPEN-STATUS
046700         PERFORM 2850-MASTER-NOT-OPENED THRU 2850-EXIT
046800         GO TO 2400-EXIT
046900     END-IF.
047000     PERFORM 2410-COPY-ONE-MEMBER THRU 2410-EXIT
047100         UNTIL WS-EOF-MASTER.
047200     CLOSE ROSTER-FILE.
047300     PERFORM 2900-CATALOG-ONE-COPY THRU 2900-EXIT.
047400 2400-EXIT.
047500     EXIT.
047600 2410-COPY-ONE-MEMBER.
047700     READ ROSTER-FILE NEXT RECORD
047800         AT END
047900             SET WS-EOF-MASTER TO TRUE
048000             GO TO 2410-EXIT
048100     END-READ.
048200     MOVE RO-RECORD TO BG-IMAGE.
048300     PERFORM 2870-WRITE-IMAGE THRU 2870-EXIT.
048400 2410-EXIT.
048500     EXIT.
048600 2500-COPY-TEAMS.
048700     MOVE "TEAMMAST" TO WS-FILE-ID.
048800     PERFORM 2800-START-ONE-COPY THRU 2800-EXIT.
048900     OPEN INPUT TEAM-FILE.
049000     IF WS-TM-STATUS NOT = '00'
049100         MOVE WS-TM-STATUS TO WS-OPEN-STATUS
049200         PERFORM 2850-MASTER-NOT-OPENED THRU 2850-EXIT
049300         GO TO 2500-EXIT
049400     END-IF.
049500     PERFORM 2510-COPY-ONE-TEAM THRU 2510-EXIT
049600         UNTIL WS-EOF-MASTER.
049700     CLOSE TEAM-FILE.
049800     PERFORM 2900-CATALOG-ONE-COPY THRU 2900-EXIT.
049900 2500-EXIT.
050000     EXIT.
050100 2510-COPY-ONE-TEAM.
050200     READ TEAM-FILE NEXT RECORD
050300         AT END
050400             SET WS-EOF-MASTER TO TRUE
050500             GO TO 2510-EXIT
050600     END-READ.
050700     MOVE TM-RECORD TO BG-IMAGE.
050800     PERFORM 2870-WRITE-IMAGE THRU 2870-EXIT.
050900 2510-EXIT.
051000     EXIT.
051100 2800-START-ONE-COPY.
051200     MOVE 0 TO WS-REC-SEQ.
051300     MOVE 'N' TO WS-EOF-MASTER-SW.
051400     SET WS-COPY-TAKEN TO TRUE.
051500 2800-EXIT.
051600     EXIT.
051700******************************************************************
051800*    2850-MASTER-NOT-OPENED - STATUS 35 IS A MASTER NOT CREATED  *
051900*    YET; ANYTHING ELSE IS A MASTER WE COULD NOT READ, AND THE   *
052000*    BACKUP HAS FAILED.                                          *
052100******************************************************************
052200 2850-MASTER-NOT-OPENED.
052300     IF WS-OPEN-STATUS = '35'
052400         SET WS-COPY-ABSENT TO TRUE
052500     ELSE
052600         SET WS-COPY-FAILED TO TRUE
052700     END-IF.
052800     PERFORM 2900-CATALOG-ONE-COPY THRU 2900-EXIT.
052900 2850-EXIT.
053000     EXIT.
053100******************************************************************
053200*    2870-WRITE-IMAGE - ONE MASTER RECORD ONTO THE GENERATION    *
053300*    FILE.  A WRITE THAT FAILS STOPS THIS MASTER'S COPY AND      *
053400*    MARKS IT FAILED.                                            *
053500******************************************************************
053600 2870-WRITE-IMAGE.
053700     ADD 1 TO WS-REC-SEQ.
053800     MOVE WS-NEW-GEN TO BG-GEN-NO.
053900     MOVE WS-FILE-ID TO BG-FILE-ID.
054000     MOVE WS-REC-SEQ TO BG-REC-SEQ.
054100     WRITE BG-RECORD.
054200     IF WS-BG-STATUS NOT = '00'
054300         SUBTRACT 1 FROM WS-REC-SEQ
054400         SET WS-COPY-FAILED TO TRUE
054500         SET WS-EOF-MASTER TO TRUE
054600     END-IF.
054700 2870-EXIT.
054800     EXIT.
054900******************************************************************
055000*    2900-CATALOG-ONE-COPY - THE CATALOG ENTRY AND REPORT LINE   *
055100*    FOR THE MASTER JUST COPIED.                                 *
055200******************************************************************
055300 2900-CATALOG-ONE-COPY.
055400     MOVE WS-NEW-GEN TO BC-GEN-NO.
055500     MOVE WS-FILE-ID TO BC-FILE-ID.
055600     MOVE WS-RUN-DATE TO BC-TAKEN-DATE.
055700     MOVE WS-RUN-TIME TO BC-TAKEN-TIME.
055800     MOVE WS-REC-SEQ TO BC-REC-COUNT.
055900     MOVE WS-COPY-SW TO BC-COPY-STATUS.
056000     WRITE BC-RECORD.
056100     IF WS-BC-STATUS = '22'
056200         REWRITE BC-RECORD
056300     END-IF.
056400     IF WS-BC-STATUS NOT = '00'
056500         SET WS-COPY-FAILED TO TRUE
056600     END-IF.
056700     MOVE WS-FILE-ID TO WS-CL-FILE-ID.
056800     MOVE WS-REC-SEQ TO WS-CL-COUNT.
056900     EVALUATE TRUE
057000         WHEN WS-COPY-TAKEN
057100             ADD 1 TO WS-FILES-COPIED
057200             MOVE "COPIED" TO WS-CL-DISPOSITION
057300         WHEN WS-COPY-ABSENT
057400             ADD 1 TO WS-FILES-ABSENT
057500             MOVE "MASTER NOT PRESENT" TO WS-CL-DISPOSITION
057600         WHEN OTHER
057700             ADD 1 TO WS-FILES-FAILED
057800             MOVE "COPY FAILED" TO WS-CL-DISPOSITION
057900     END-EVALUATE.
058000     WRITE RP-LINE FROM WS-COPY-LINE.
058100 2900-EXIT.
058200     EXIT.
058300******************************************************************
058400*    3000-DROP-OLD-GENERATIONS - ONLY AFTER TONIGHT'S COPY CAME  *
058500*    THROUGH WHOLE: EVERY GENERATION OLDER THAN THE KEEP COUNT   *
058600*    ALLOWS COMES OFF THE CATALOG AND THE GENERATION FILE.  BOTH *
058700*    ARE KEYED BY GENERATION FIRST, SO THE OLD ONES ARE AT THE   *
058800*    FRONT.                                                      *
058900******************************************************************
059000 3000-DROP-OLD-GENERATIONS.
059100     IF WS-NEW-GEN NOT > WS-KEEP-GENS
059200         GO TO 3000-EXIT
059300     END-IF.
059400     COMPUTE WS-OLDEST-KEPT = WS-NEW-GEN - WS-KEEP-GENS + 1.
059500     MOVE LOW-VALUES TO BC-CAT-KEY.
059600     START CATALOG-FILE KEY NOT < BC-CAT-KEY.
059700     IF WS-BC-STATUS = '00'
059800         MOVE 'N' TO WS-EOF-BC-SW
059900         PERFORM 1900-READ-NEXT-CATALOG THRU 1900-EXIT
060000         PERFORM 3100-DROP-ONE-ENTRY THRU 3100-EXIT
060100             UNTIL WS-EOF-CATALOG
060200     END-IF.
060300     MOVE LOW-VALUES TO BG-KEY.
060400     START GENERATION-FILE KEY NOT < BG-KEY.
060500     IF WS-BG-STATUS = '00'
060600         MOVE 'N' TO WS-EOF-BG-SW
060700         PERFORM 1950-READ-NEXT-IMAGE THRU 1950-EXIT
060800         PERFORM 3200-DROP-ONE-IMAGE THRU 3200-EXIT
060900             UNTIL WS-EOF-GENERATIONS
061000     END-IF.
061100 3000-EXIT.
061200     EXIT.
061300 3100-DROP-ONE-ENTRY.
061400     IF BC-GEN-NO NOT < WS-OLDEST-KEPT
061500         SET WS-EOF-CATALOG TO TRUE
061600         GO TO 3100-EXIT
061700     END-IF.
061800     IF BC-GEN-NO NOT = WS-LAST-DROPPED-GEN
061900         ADD 1 TO WS-GENS-DROPPED
062000         MOVE BC-GEN-NO TO WS-LAST-DROPPED-GEN
062100     END-IF.
062200     DELETE CATALOG-FILE RECORD.
062300     PERFORM 1900-READ-NEXT-CATALOG THRU 1900-EXIT.
062400 3100-EXIT.
062500     EXIT.
062600 3200-DROP-ONE-IMAGE.
062700     IF BG-GEN-NO NOT < WS-OLDEST-KEPT
062800         SET WS-EOF-GENERATIONS TO TRUE
062900         GO TO 3200-EXIT
063000     END-IF.
063100     DELETE GENERATION-FILE RECORD.
063200     ADD 1 TO WS-RECS-DROPPED.
063300     PERFORM 1950-READ-NEXT-IMAGE THRU 1950-EXIT.
063400 3200-EXIT.
063500     EXIT.
063600******************************************************************
063700*    4000-PRINT-CATALOG - EVERY GENERATION NOW ON HAND, WHEN IT  *
063800*    WAS TAKEN AND WHAT WENT INTO IT.                            *
063900******************************************************************
064000 4000-PRINT-CATALOG.
064100     MOVE SPACES TO RP-LINE.
064200     WRITE RP-LINE.
064300     MOVE "GENERATIONS ON THE CATALOG" TO RP-LINE.
064400     WRITE RP-LINE.
064500     WRITE RP-LINE FROM WS-CATALOG-HEADER.
064600     MOVE LOW-VALUES TO BC-CAT-KEY.
064700     START CATALOG-FILE KEY NOT < BC-CAT-KEY.
064800     IF WS-BC-STATUS NOT = '00'
064900         GO TO 4000-EXIT
065000     END-IF.
065100     MOVE 'N' TO WS-EOF-BC-SW.
065200     PERFORM 1900-READ-NEXT-CATALOG THRU 1900-EXIT.
065300     PERFORM 4100-PRINT-ONE-ENTRY THRU 4100-EXIT
065400         UNTIL WS-EOF-CATALOG.
065500 4000-EXIT.
065600     EXIT.
065700 4100-PRINT-ONE-ENTRY.
065800     MOVE BC-GEN-NO TO WS-CA-GEN-NO.
065900     MOVE BC-TAKEN-DATE TO WS-CA-DATE.
066000     MOVE BC-TAKEN-TIME TO WS-TIME-WORK.
066100     MOVE WS-TIME-HHMMSS TO WS-CA-TIME.
066200     MOVE BC-FILE-ID TO WS-CA-FILE-ID.
066300     MOVE BC-REC-COUNT TO WS-CA-COUNT.
066400     EVALUATE TRUE
066500         WHEN BC-COPIED
066600             MOVE "COPIED" TO WS-CA-DISPOSITION
066700         WHEN BC-NOT-PRESENT
066800             MOVE "MASTER NOT PRESENT" TO WS-CA-DISPOSITION
066900         WHEN OTHER
067000             MOVE "COPY FAILED" TO WS-CA-DISPOSITION
067100     END-EVALUATE.
067200     WRITE RP-LINE FROM WS-CATALOG-LINE.
067300     PERFORM 1900-READ-NEXT-CATALOG THRU 1900-EXIT.
067400 4100-EXIT.
067500     EXIT.
067600******************************************************************
067700*    8000-FINALIZE - PRINT THE TOTALS AND POST THE OUTCOME TO    *
067800*    THE RUN CONTROL MASTER: CLEAN ONLY WHEN THE BACKUP FILES    *
067900*    OPENED AND NO MASTER'S COPY FAILED.  A FAILED BACKUP MUST   *
068000*    STILL BLOCK THE PURGE BEHIND IT.                            *
068100******************************************************************
068200 8000-FINALIZE.
068300     IF WS-FILES-OPEN
068400         CLOSE CATALOG-FILE
068500         CLOSE GENERATION-FILE
068600     END-IF.
068700     MOVE SPACES TO RP-LINE.
068800     WRITE RP-LINE.
068900     MOVE WS-FILES-COPIED TO WS-CO-COUNT.
069000     WRITE RP-LINE FROM WS-COPIED-LINE.
069100     MOVE WS-FILES-ABSENT TO WS-AB-COUNT.
069200     WRITE RP-LINE FROM WS-ABSENT-LINE.
069300     MOVE WS-FILES-FAILED TO WS-FA-COUNT.
069400     WRITE RP-LINE FROM WS-FAILED-LINE.
069500     MOVE WS-GENS-DROPPED TO WS-DG-COUNT.
069600     MOVE WS-RECS-DROPPED TO WS-DG-RECORDS.
069700     WRITE RP-LINE FROM WS-DROPPED-LINE.
069800     IF WS-FILES-OPEN AND WS-FILES-FAILED = 0
069900         MOVE 'C' TO WS-RC-OUTCOME
070000         MOVE "BACKUP POSTED CLEAN - PURGE MAY START" TO RP-LINE
070100     ELSE
070200         MOVE 'F' TO WS-RC-OUTCOME
070300         MOVE "BACKUP POSTED FAILED - PURGE IS BLOCKED" TO RP-LINE
070400     END-IF.
070500     WRITE RP-LINE.
070600     CLOSE REPORT-FILE.
070700     MOVE 'P' TO WS-RC-FUNCTION.
070800     CALL "YACHTRCU" USING WS-RC-FUNCTION WS-RUN-DATE
070900         WS-RC-STEP WS-RC-OUTCOME WS-RC-CALL-STATUS.
071000 8000-EXIT.
071100     EXIT.
