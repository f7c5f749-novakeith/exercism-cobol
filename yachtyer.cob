000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YACHTYER.
000300 AUTHOR. J HALVORSEN.
000400 INSTALLATION. RIVERSIDE SOCIAL CLUB GAME NIGHT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/2026 JH    ORIGINAL - YEAR-END WINNINGS STATEMENTS    *
001100*                     AND CLUB FINANCIAL SUMMARY.  SORTS THE     *
001200*                     YEAR'S LEDGJRNL POSTINGS BY MEMBER AND     *
001300*                     NIGHT AND PRINTS ONE ANNUAL STATEMENT PER  *
001400*                     MEMBER - ENTRY FEES, DUES, WINNINGS NIGHT  *
001500*                     BY NIGHT AND THE YEAR'S NET - FLAGGING     *
001600*                     ANYONE WHOSE WINNINGS REACH THE CONTROL    *
001700*                     CARD'S REPORTABLE THRESHOLD.  THE CLUB     *
001800*                     SUMMARY TIES EVERY PAY NIGHT'S POT AND     *
001900*                     SCRATCH / HANDICAP SHARES ON THE PAYHIST   *
002000*                     PAYOUT HISTORY BACK TO THE WINNINGS THE    *
002100*                     LEDGER POSTED, THEN TOTALS FEES, DUES,     *
002200*                     PAYOUTS AND WHAT THE CLUB KEPT.            *
002300*    10/15/2026 JH    CARRY REFUNDS PAID OUT ('RF') ON THE       *
002400*                     MEMBER STATEMENT AND THE CLUB SUMMARY,     *
002500*                     AND SHOW THE YEAR'S NET CASH RECEIVED -    *
002600*                     PAYMENTS LESS REFUNDS.                     *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT JOURNAL-FILE ASSIGN TO "LEDGJRNL"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-LJ-STATUS.
003400     SELECT HISTORY-FILE ASSIGN TO "PAYHIST"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PH-STATUS.
003700     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
003800     SELECT CONTROL-FILE ASSIGN TO "YERCTL"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-CT-STATUS.
004100     SELECT STATEMENT-FILE ASSIGN TO "YERSTMT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-ST-STATUS.
004400     SELECT REPORT-FILE ASSIGN TO "YERSUM"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RP-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  JOURNAL-FILE.
005000     COPY "ledgjrnl.cpy".
005100 FD  HISTORY-FILE.
005200     COPY "payhist.cpy".
005300 SD  SORT-WORK-FILE.
005400 01  RS-RECORD.
005500     05  RS-MEMBER-ID              PIC X(10).
005600     05  RS-NIGHT-DATE             PIC 9(08).
005700     05  RS-MEMBER-NAME            PIC X(20).
005800     05  RS-TYPE                   PIC X(02).
005900     05  RS-DR-CR                  PIC X(01).
006000     05  RS-AMOUNT                 PIC 9(05)V99.
006100 FD  CONTROL-FILE.
006200 01  YC-RECORD.
006300     05  YC-YEAR                   PIC 9(04).
006400     05  YC-THRESHOLD              PIC 9(05)V99.
006500     05  FILLER                    PIC X(09).
006600 FD  STATEMENT-FILE.
006700 01  ST-LINE                       PIC X(80).
006800 FD  REPORT-FILE.
006900 01  RP-LINE                       PIC X(80).
007000 WORKING-STORAGE SECTION.
007100 77  WS-LJ-STATUS                  PIC X(02) VALUE '00'.
007200 77  WS-PH-STATUS                  PIC X(02) VALUE '00'.
007300 77  WS-CT-STATUS                  PIC X(02) VALUE '00'.
007400 77  WS-ST-STATUS                  PIC X(02) VALUE '00'.
007500 77  WS-RP-STATUS                  PIC X(02) VALUE '00'.
007600 77  WS-YEAR                       PIC 9(04) VALUE 0.
007700 77  WS-FROM-DATE                  PIC 9(08) VALUE 0.
007800 77  WS-TO-DATE                    PIC 9(08) VALUE 0.
007900 77  WS-THRESHOLD                  PIC 9(05)V99 VALUE 0.
008000 77  WS-PREV-ID                    PIC X(10) VALUE SPACES.
008100 77  WS-NIGHT-DATE                 PIC 9(08) VALUE 0.
008200 77  WS-NIGHT-WON                  PIC S9(07)V99 VALUE 0.
008300 77  WS-FIND-DATE                  PIC 9(08) VALUE 0.
008400 77  WS-POST-NIGHT                 PIC 9(08) VALUE 0.
008500 77  WS-YEAR-TEST-DATE             PIC 9(08) VALUE 0.
008600 77  WS-NIGHT-COUNT                PIC 9(03) VALUE 0.
008700 77  WS-NT-MAX                     PIC 9(03) VALUE 370.
008800 77  WS-NT-SUB                     PIC 9(03) VALUE 0.
008900 77  WS-SHIFT-SUB                  PIC 9(03) VALUE 0.
009000 77  WS-NIGHT-KEPT                 PIC S9(07)V99 VALUE 0.
009100 77  WS-STMT-COUNT                 PIC 9(05) VALUE 0.
009200 77  WS-REPORTABLE-COUNT           PIC 9(05) VALUE 0.
009300 77  WS-OUT-COUNT                  PIC 9(05) VALUE 0.
009400 77  WS-NO-DETAIL-COUNT            PIC 9(05) VALUE 0.
009500 77  WS-OVERFLOW-COUNT             PIC 9(05) VALUE 0.
009600 01  WS-SWITCHES.
009700     05  WS-EOF-JL-SW              PIC X(01) VALUE 'N'.
009800         88  WS-EOF-JOURNAL                VALUE 'Y'.
009900     05  WS-EOF-PH-SW              PIC X(01) VALUE 'N'.
010000         88  WS-EOF-HISTORY                VALUE 'Y'.
010100     05  WS-EOF-SORT-SW            PIC X(01) VALUE 'N'.
010200         88  WS-EOF-SORT-OUTPUT            VALUE 'Y'.
010300     05  WS-CTL-SW                 PIC X(01) VALUE 'N'.
010400         88  WS-CONTROL-GOOD               VALUE 'Y'.
010500     05  WS-SPOT-SW                PIC X(01) VALUE 'N'.
010600         88  WS-SPOT-FOUND                 VALUE 'Y'.
010700******************************************************************
010800*    ONE MEMBER'S TOTALS FOR THE YEAR, CLEARED AT EVERY BREAK.   *
010900*    WINNINGS ARE NET OF ANY RESTATEMENT ADJUSTMENTS.            *
011000******************************************************************
011100 01  WS-MEMBER-TOTALS.
011200     05  WS-MB-FEE-COUNT           PIC 9(05).
011300     05  WS-MB-FEES                PIC 9(07)V99.
011400     05  WS-MB-DUES                PIC 9(07)V99.
011500     05  WS-MB-PAID                PIC 9(07)V99.
011600     05  WS-MB-REFUNDS             PIC 9(07)V99.
011700     05  WS-MB-WON                 PIC S9(07)V99.
011800     05  WS-MB-NET                 PIC S9(07)V99.
011900     05  WS-MB-NIGHTS              PIC 9(03).
012000******************************************************************
012100*    THE CLUB'S TOTALS FOR THE YEAR.  FEES, DUES, PAYMENTS,      *
012200*    REFUNDS AND WINNINGS POSTED COME FROM THE LEDGER JOURNAL;   *
012300*    POTS AND THE CLASS SPLIT FROM THE PAYOUT HISTORY.           *
012400******************************************************************
012500 01  WS-YEAR-TOTALS.
012600     05  WS-YR-FEE-COUNT           PIC 9(05) VALUE 0.
012700     05  WS-YR-FEES                PIC 9(07)V99 VALUE 0.
012800     05  WS-YR-DUES                PIC 9(07)V99 VALUE 0.
012900     05  WS-YR-PAYMENTS            PIC 9(07)V99 VALUE 0.
013000     05  WS-YR-REFUNDS             PIC 9(07)V99 VALUE 0.
013100     05  WS-YR-NET-CASH            PIC S9(07)V99 VALUE 0.
013200     05  WS-YR-POSTED-WON          PIC 9(07)V99 VALUE 0.
013300     05  WS-YR-ADJUST              PIC S9(07)V99 VALUE 0.
013400     05  WS-YR-POTS                PIC 9(07)V99 VALUE 0.
013500     05  WS-YR-SCRATCH             PIC 9(07)V99 VALUE 0.
013600     05  WS-YR-HCP                 PIC 9(07)V99 VALUE 0.
013700     05  WS-YR-NO-DETAIL           PIC 9(07)V99 VALUE 0.
013800     05  WS-YR-PAID-OUT            PIC S9(07)V99 VALUE 0.
013900     05  WS-YR-KEPT-POTS           PIC S9(07)V99 VALUE 0.
014000     05  WS-YR-OUTSIDE-POTS        PIC S9(07)V99 VALUE 0.
014100     05  WS-YR-KEPT                PIC S9(07)V99 VALUE 0.
014200******************************************************************
014300*    THE YEAR'S PAY NIGHTS IN DATE ORDER - THE POT AND CLASS     *
014400*    SHARES YACHTPAY PAID ACCORDING TO THE PAYOUT HISTORY, AND   *
014500*    THE WINNINGS THE LEDGER RUN ACTUALLY POSTED THAT DATE.      *
014600******************************************************************
014700 01  WS-NIGHT-TBL.
014800     05  WS-NT-ENTRY OCCURS 370 TIMES.
014900         10  WS-NT-DATE            PIC 9(08).
015000         10  WS-NT-POT             PIC 9(07)V99.
015100         10  WS-NT-SCRATCH         PIC 9(07)V99.
015200         10  WS-NT-HCP             PIC 9(07)V99.
015300         10  WS-NT-POSTED          PIC 9(07)V99.
015400         10  WS-NT-DETAIL-SW       PIC X(01).
015500             88  WS-NT-HAS-DETAIL          VALUE 'Y'.
015600******************************************************************
015700*    ANNUAL STATEMENT LINES                                      *
015800******************************************************************
015900 01  WS-STMT-HEADER.
016000     05  FILLER                    PIC X(17) VALUE
016100         "ANNUAL STATEMENT ".
016200     05  WS-SH-YEAR                PIC 9(04).
016300     05  FILLER                    PIC X(01) VALUE SPACE.
016400     05  WS-SH-MEMBER-ID           PIC X(10).
016500     05  FILLER                    PIC X(01) VALUE SPACE.
016600     05  WS-SH-MEMBER-NAME         PIC X(20).
016700 01  WS-NIGHT-LINE.
016800     05  FILLER                    PIC X(04) VALUE SPACES.
016900     05  WS-NL-DATE                PIC 9(08).
017000     05  FILLER                    PIC X(01) VALUE SPACE.
017100     05  FILLER                    PIC X(16) VALUE
017200         "PRIZE WINNINGS".
017300     05  FILLER                    PIC X(01) VALUE SPACE.
017400     05  WS-NL-AMOUNT              PIC ------9.99.
017500 01  WS-FEES-LINE.
017600     05  FILLER                    PIC X(02) VALUE SPACES.
017700     05  FILLER                    PIC X(23) VALUE
017800         "ENTRY FEES CHARGED ..: ".
017900     05  WS-FE-AMOUNT              PIC -------9.99.
018000     05  FILLER                    PIC X(03) VALUE " / ".
018100     05  WS-FE-COUNT               PIC ZZZZ9.
018200     05  FILLER                    PIC X(08) VALUE " ENTRIES".
018300 01  WS-DUES-LINE.
018400     05  FILLER                    PIC X(02) VALUE SPACES.
018500     05  FILLER                    PIC X(23) VALUE
018600         "DUES CHARGED ........: ".
018700     05  WS-DU-AMOUNT              PIC -------9.99.
018800 01  WS-WON-LINE.
018900     05  FILLER                    PIC X(02) VALUE SPACES.
019000     05  FILLER                    PIC X(23) VALUE
019100         "YEAR'S WINNINGS .....: ".
019200     05  WS-WN-AMOUNT              PIC -------9.99.
019300 01  WS-PAID-LINE.
019400     05  FILLER                    PIC X(02) VALUE SPACES.
019500     05  FILLER                    PIC X(23) VALUE
019600         "PAYMENTS RECEIVED ...: ".
019700     05  WS-PD-AMOUNT              PIC -------9.99.
019800 01  WS-REFUND-LINE.
019900     05  FILLER                    PIC X(02) VALUE SPACES.
020000     05  FILLER                    PIC X(23) VALUE
020100         "REFUNDS PAID ........: ".
020200     05  WS-RF-AMOUNT              PIC -------9.99.
020300 01  WS-NET-LINE.
020400     05  FILLER                    PIC X(02) VALUE SPACES.
020500     05  FILLER                    PIC X(23) VALUE
020600         "NET FOR THE YEAR ....: ".
020700     05  WS-NE-AMOUNT              PIC -------9.99.
020800     05  FILLER                    PIC X(01) VALUE SPACE.
020900     05  WS-NE-SENSE               PIC X(13).
021000 01  WS-FLAG-LINE.
021100     05  FILLER                    PIC X(02) VALUE SPACES.
021200     05  FILLER                    PIC X(40) VALUE
021300         "*** REPORTABLE - WINNINGS AT OR OVER THE".
021400     05  FILLER                    PIC X(11) VALUE
021500         " THRESHOLD ".
021600     05  WS-FG-THRESHOLD           PIC ZZZZ9.99.
021700******************************************************************
021800*    CLUB SUMMARY LINES                                          *
021900******************************************************************
022000 01  WS-YEAR-LINE.
022100     05  FILLER                    PIC X(23) VALUE
022200         "FINANCIAL YEAR ......: ".
022300     05  WS-YL-YEAR                PIC 9(04).
022400 01  WS-THRESHOLD-LINE.
022500     05  FILLER                    PIC X(23) VALUE
022600         "REPORTABLE THRESHOLD : ".
022700     05  WS-TH-AMOUNT              PIC ZZZZ9.99.
022800 01  WS-REPORTABLE-LINE.
022900     05  FILLER                    PIC X(02) VALUE SPACES.
023000     05  WS-RL-MEMBER-ID           PIC X(10).
023100     05  FILLER                    PIC X(01) VALUE SPACE.
023200     05  WS-RL-MEMBER-NAME         PIC X(20).
023300     05  FILLER                    PIC X(01) VALUE SPACE.
023400     05  WS-RL-AMOUNT              PIC -------9.99.
023500 01  WS-TIE-HEADER.
023600     05  FILLER                    PIC X(08) VALUE "PAY DATE".
023700     05  FILLER                    PIC X(10) VALUE "       POT".
023800     05  FILLER                    PIC X(10) VALUE "   SCRATCH".
023900     05  FILLER                    PIC X(10) VALUE "  HANDICAP".
024000     05  FILLER                    PIC X(10) VALUE "      KEPT".
024100     05  FILLER                    PIC X(10) VALUE "    POSTED".
024200     05  FILLER                    PIC X(07) VALUE " REMARK".
024300 01  WS-TIE-LINE.
024400     05  WS-TL-DATE                PIC 9(08).
024500     05  FILLER                    PIC X(01) VALUE SPACE.
024600     05  WS-TL-POT                 PIC ZZZZZ9.99.
024700     05  FILLER                    PIC X(01) VALUE SPACE.
024800     05  WS-TL-SCRATCH             PIC ZZZZZ9.99.
024900     05  FILLER                    PIC X(01) VALUE SPACE.
025000     05  WS-TL-HCP                 PIC ZZZZZ9.99.
025100     05  FILLER                    PIC X(01) VALUE SPACE.
025200     05  WS-TL-KEPT                PIC -----9.99.
025300     05  FILLER                    PIC X(01) VALUE SPACE.
025400     05  WS-TL-POSTED              PIC ZZZZZ9.99.
025500     05  FILLER                    PIC X(01) VALUE SPACE.
025600     05  WS-TL-REMARK              PIC X(14).
025700 01  WS-SUM-FEES-LINE.
025800     05  FILLER                    PIC X(23) VALUE
025900         "ENTRY FEES CHARGED ..: ".
026000     05  WS-SF-AMOUNT              PIC -------9.99.
026100     05  FILLER                    PIC X(03) VALUE " / ".
026200     05  WS-SF-COUNT               PIC ZZZZ9.
026300     05  FILLER                    PIC X(08) VALUE " ENTRIES".
026400 01  WS-SUM-DUES-LINE.
026500     05  FILLER                    PIC X(23) VALUE
026600         "DUES CHARGED ........: ".
026700     05  WS-SD-AMOUNT              PIC -------9.99.
026800 01  WS-SUM-POTS-LINE.
026900     05  FILLER                    PIC X(23) VALUE
027000         "NIGHTLY POTS ........: ".
027100     05  WS-SP-AMOUNT              PIC -------9.99.
027200 01  WS-SUM-SCRATCH-LINE.
027300     05  FILLER                    PIC X(23) VALUE
027400         "PAID OUT - SCRATCH ..: ".
027500     05  WS-SS-AMOUNT              PIC -------9.99.
027600 01  WS-SUM-HCP-LINE.
027700     05  FILLER                    PIC X(23) VALUE
027800         "PAID OUT - HANDICAP .: ".
027900     05  WS-SG-AMOUNT              PIC -------9.99.
028000 01  WS-SUM-NO-DETAIL-LINE.
028100     05  FILLER                    PIC X(23) VALUE
028200         "PAID OUT - NO DETAIL : ".
028300     05  WS-SN-AMOUNT              PIC -------9.99.
028400 01  WS-SUM-ADJUST-LINE.
028500     05  FILLER                    PIC X(23) VALUE
028600         "PRIZE ADJUSTMENTS ...: ".
028700     05  WS-SA-AMOUNT              PIC -------9.99.
028800 01  WS-SUM-PAID-OUT-LINE.
028900     05  FILLER                    PIC X(23) VALUE
029000         "TOTAL PAID OUT ......: ".
029100     05  WS-SO-AMOUNT              PIC -------9.99.
029200 01  WS-SUM-KEPT-POTS-LINE.
029300     05  FILLER                    PIC X(23) VALUE
029400         "KEPT FROM THE POTS ..: ".
029500     05  WS-SK-AMOUNT              PIC -------9.99.
029600 01  WS-SUM-OUTSIDE-LINE.
029700     05  FILLER                    PIC X(23) VALUE
029800         "FEES OUTSIDE THE POTS: ".
029900     05  WS-SX-AMOUNT              PIC -------9.99.
030000 01  WS-SUM-KEPT-LINE.
030100     05  FILLER                    PIC X(23) VALUE
030200         "CLUB KEPT FOR YEAR ..: ".
030300     05  WS-SC-AMOUNT              PIC -------9.99.
030400 01  WS-SUM-POSTED-LINE.
030500     05  FILLER                    PIC X(23) VALUE
030600         "WINNINGS POSTED .....: ".
030700     05  WS-SW-AMOUNT              PIC -------9.99.
030800 01  WS-SUM-PAYMENTS-LINE.
030900     05  FILLER                    PIC X(23) VALUE
031000         "PAYMENTS RECEIVED ...: ".
031100     05  WS-SR-AMOUNT              PIC -------9.99.
031200 01  WS-SUM-REFUNDS-LINE.
031300     05  FILLER                    PIC X(23) VALUE
031400         "REFUNDS PAID ........: ".
031500     05  WS-SQ-AMOUNT              PIC -------9.99.
031600 01  WS-SUM-NET-CASH-LINE.
031700     05  FILLER                    PIC X(23) VALUE
031800         "NET CASH RECEIVED ...: ".
031900     05  WS-SY-AMOUNT              PIC -------9.99.
032000 01  WS-SUM-OUT-LINE.
032100     05  FILLER                    PIC X(23) VALUE
032200         "NIGHTS OUT OF TIE ...: ".
032300     05  WS-SU-COUNT               PIC ZZZZ9.
032400 01  WS-SUM-NO-DETAIL-COUNT-LINE.
032500     05  FILLER                    PIC X(23) VALUE
032600         "NIGHTS NO POT DETAIL : ".
032700     05  WS-SM-COUNT               PIC ZZZZ9.
032800 01  WS-SUM-REPORTABLE-LINE.
032900     05  FILLER                    PIC X(23) VALUE
033000         "REPORTABLE MEMBERS ..: ".
033100     05  WS-SE-COUNT               PIC ZZZZ9.
033200 01  WS-COUNT-LINE.
033300     05  FILLER                    PIC X(23) VALUE
033400         "STATEMENTS PRINTED ..: ".
033500     05  WS-CT-COUNT               PIC ZZZZ9.
033600 PROCEDURE DIVISION.
033700******************************************************************
033800*    0000-MAINLINE                                               *
033900******************************************************************
034000 0000-MAINLINE.
034100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034200     IF WS-CONTROL-GOOD
034300         PERFORM 2000-LOAD-PAY-HISTORY THRU 2000-EXIT
034400         SORT SORT-WORK-FILE
034500             ON ASCENDING KEY RS-MEMBER-ID
034600             ON ASCENDING KEY RS-NIGHT-DATE
034700             INPUT PROCEDURE IS 3000-RELEASE-POSTINGS
034800                 THRU 3000-EXIT
034900             OUTPUT PROCEDURE IS 4000-WRITE-STATEMENTS
035000                 THRU 4000-EXIT
035100         PERFORM 6000-WRITE-CLUB-SUMMARY THRU 6000-EXIT
035200     END-IF.
035300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
035400     STOP RUN.
035500******************************************************************
035600*    1000-INITIALIZE - READ THE YEAR AND THE REPORTABLE          *
035700*    WINNINGS THRESHOLD FROM THE CONTROL CARD.  A MISSING CARD   *
035800*    OR ONE WITH NO YEAR PRINTS NOTHING.  A BLANK OR ZERO        *
035900*    THRESHOLD FLAGS NOBODY.                                     *
036000******************************************************************
036100 1000-INITIALIZE.
036200     OPEN OUTPUT STATEMENT-FILE.
036300     MOVE "ANNUAL MEMBER WINNINGS STATEMENTS" TO ST-LINE.
036400     WRITE ST-LINE.
036500     OPEN OUTPUT REPORT-FILE.
036600     MOVE "CLUB YEAR-END FINANCIAL SUMMARY" TO RP-LINE.
036700     WRITE RP-LINE.
036800     MOVE SPACES TO RP-LINE.
036900     WRITE RP-LINE.
037000     OPEN INPUT CONTROL-FILE.
037100     IF WS-CT-STATUS NOT = '00'
037200         MOVE "YEAR-END CONTROL FILE MISSING - NOTHING PRINTED"
037300             TO RP-LINE
037400         WRITE RP-LINE
037500         GO TO 1000-EXIT
037600     END-IF.
037700     READ CONTROL-FILE
037800         AT END
037900             MOVE "YEAR-END CONTROL FILE EMPTY - NOTHING PRINTED"
038000                 TO RP-LINE
038100             WRITE RP-LINE
038200         NOT AT END
038300             IF YC-YEAR NUMERIC
038400                 MOVE YC-YEAR TO WS-YEAR
038500             END-IF
038600             IF YC-THRESHOLD NUMERIC
038700                 MOVE YC-THRESHOLD TO WS-THRESHOLD
038800             END-IF
038900             IF WS-YEAR > 0
039000                 SET WS-CONTROL-GOOD TO TRUE
039100             ELSE
039200                 MOVE "NO YEAR ON CONTROL CARD - NOTHING PRINTED"
039300                     TO RP-LINE
039400                 WRITE RP-LINE
039500             END-IF
039600     END-READ.
039700     CLOSE CONTROL-FILE.
039800     IF NOT WS-CONTROL-GOOD
039900         GO TO 1000-EXIT
040000     END-IF.
040100     COMPUTE WS-FROM-DATE = WS-YEAR * 10000 + 0101.
040200     COMPUTE WS-TO-DATE = WS-YEAR * 10000 + 1231.
040300     MOVE WS-YEAR TO WS-YL-YEAR WS-SH-YEAR.
040400     WRITE RP-LINE FROM WS-YEAR-LINE.
040500     MOVE WS-THRESHOLD TO WS-TH-AMOUNT WS-FG-THRESHOLD.
040600     WRITE RP-LINE FROM WS-THRESHOLD-LINE.
040700 1000-EXIT.
040800     EXIT.
040900******************************************************************
041000*    2000-LOAD-PAY-HISTORY - EVERY PAYOUT HISTORY LINE PAID IN   *
041100*    THE YEAR GOES INTO ITS NIGHT.  A SCRATCH-CLASS LINE CARRIES *
041200*    THE PLAYER'S FEE INTO THE POT AND ANY SCRATCH SHARE; A      *
041300*    ZERO-FEE LINE IS A HANDICAP-CLASS SHARE.  NIGHTS PAID       *
041400*    BEFORE THE HISTORY WAS KEPT HAVE NO DETAIL AND SAY SO.      *
041500******************************************************************
041600 2000-LOAD-PAY-HISTORY.
041700     OPEN INPUT HISTORY-FILE.
041800     IF WS-PH-STATUS NOT = '00'
041900         MOVE "NO PAYHIST FILE - POTS CANNOT BE TIED OUT"
042000             TO RP-LINE
042100         WRITE RP-LINE
042200         SET WS-EOF-HISTORY TO TRUE
042300         GO TO 2000-EXIT
042400     END-IF.
042500     PERFORM 2900-READ-NEXT-HISTORY THRU 2900-EXIT.
042600     PERFORM 2100-LOAD-ONE-LINE THRU 2100-EXIT
042700         UNTIL WS-EOF-HISTORY.
042800     CLOSE HISTORY-FILE.
042900 2000-EXIT.
043000     EXIT.
043100 2100-LOAD-ONE-LINE.
043200     IF PH-PAY-DATE < WS-FROM-DATE OR PH-PAY-DATE > WS-TO-DATE
043300         PERFORM 2900-READ-NEXT-HISTORY THRU 2900-EXIT
043400         GO TO 2100-EXIT
043500     END-IF.
043600     MOVE PH-PAY-DATE TO WS-FIND-DATE.
043700     PERFORM 2500-FIND-NIGHT THRU 2500-EXIT.
043800     IF WS-NT-SUB = 0
043900         ADD 1 TO WS-OVERFLOW-COUNT
044000     ELSE
044100         SET WS-NT-HAS-DETAIL (WS-NT-SUB) TO TRUE
044200         ADD PH-FEE TO WS-NT-POT (WS-NT-SUB)
044300         IF PH-FEE > 0
044400             ADD PH-WON TO WS-NT-SCRATCH (WS-NT-SUB)
044500         ELSE
044600             ADD PH-WON TO WS-NT-HCP (WS-NT-SUB)
044700         END-IF
044800     END-IF.
044900     PERFORM 2900-READ-NEXT-HISTORY THRU 2900-EXIT.
045000 2100-EXIT.
045100     EXIT.
045200******************************************************************
045300*    2500-FIND-NIGHT - POINT WS-NT-SUB AT THE NIGHT TABLE ENTRY  *
045400*    FOR WS-FIND-DATE, OPENING ONE IN DATE ORDER THE FIRST TIME  *
045500*    THE DATE IS SEEN.  A FULL TABLE RETURNS ZERO.               *
045600******************************************************************
045700 2500-FIND-NIGHT.
045800     MOVE 'N' TO WS-SPOT-SW.
045900     MOVE 1 TO WS-NT-SUB.
046000     PERFORM 2510-STEP-PAST-NIGHT THRU 2510-EXIT
046100         UNTIL WS-SPOT-FOUND OR WS-NT-SUB > WS-NIGHT-COUNT.
046200     IF WS-SPOT-FOUND
046300         IF WS-NT-DATE (WS-NT-SUB) = WS-FIND-DATE
046400             GO TO 2500-EXIT
046500         END-IF
046600     END-IF.
046700     IF WS-NIGHT-COUNT NOT < WS-NT-MAX
046800         MOVE 0 TO WS-NT-SUB
046900         GO TO 2500-EXIT
047000     END-IF.
047100     PERFORM 2550-SHIFT-ONE-NIGHT THRU 2550-EXIT
047200         VARYING WS-SHIFT-SUB FROM WS-NIGHT-COUNT BY -1
047300         UNTIL WS-SHIFT-SUB < WS-NT-SUB.
047400     ADD 1 TO WS-NIGHT-COUNT.
047500     INITIALIZE WS-NT-ENTRY (WS-NT-SUB).
047600     MOVE WS-FIND-DATE TO WS-NT-DATE (WS-NT-SUB).
047700 2500-EXIT.
047800     EXIT.
047900 2510-STEP-PAST-NIGHT.
048000     IF WS-NT-DATE (WS-NT-SUB) < WS-FIND-DATE
048100         ADD 1 TO WS-NT-SUB
048200     ELSE
048300         SET WS-SPOT-FOUND TO TRUE
048400     END-IF.
048500 2510-EXIT.
048600     EXIT.
048700 2550-SHIFT-ONE-NIGHT.
048800     MOVE WS-NT-ENTRY (WS-SHIFT-SUB)
048900         TO WS-NT-ENTRY (WS-SHIFT-SUB + 1).
049000 2550-EXIT.
049100     EXIT.
049200 2900-READ-NEXT-HISTORY.
049300     READ HISTORY-FILE
049400         AT END
049500             SET WS-EOF-HISTORY TO TRUE
049600     END-READ.
049700 2900-EXIT.
049800     EXIT.
049900******************************************************************
050000*    3000-RELEASE-POSTINGS - EVERY FEE, DUES, PAYMENT, REFUND,   *
050100*    WINNINGS AND WINNINGS ADJUSTMENT POSTED IN THE YEAR IS      *
050200*    TAKEN INTO THE CLUB TOTALS AND GOES TO THE SORT.  WINNINGS  *
050300*    COUNT FOR THE PAY DATE THEY CARRY (THE POST DATE ON         *
050400*    POSTINGS MADE BEFORE THEY CARRIED ONE), SO THEY TIE TO THE  *
050500*    SAME NIGHT AS PAYHIST; AN ADJUSTMENT COUNTS FOR THE PAY     *
050600*    NIGHT IT RESTATES.                                          *
050700******************************************************************
050800 3000-RELEASE-POSTINGS.
050900     OPEN INPUT JOURNAL-FILE.
051000     IF WS-LJ-STATUS NOT = '00'
051100         MOVE "NO LEDGJRNL FILE - NO STATEMENTS PRINTED"
051200             TO RP-LINE
051300         WRITE RP-LINE
051400         SET WS-EOF-JOURNAL TO TRUE
051500         GO TO 3000-EXIT
051600     END-IF.
051700     PERFORM 3900-READ-NEXT-POSTING THRU 3900-EXIT.
051800     PERFORM 3100-RELEASE-ONE-POSTING THRU 3100-EXIT
051900         UNTIL WS-EOF-JOURNAL.
052000     CLOSE JOURNAL-FILE.
052100 3000-EXIT.
052200     EXIT.
052300 3100-RELEASE-ONE-POSTING.
052400     MOVE LJ-POST-DATE TO WS-POST-NIGHT.
052500     IF LJ-WINNINGS OR LJ-WIN-ADJUST
052600         IF LJ-REF-PAY-DATE NUMERIC AND LJ-REF-PAY-DATE > 0
052700             MOVE LJ-REF-PAY-DATE TO WS-POST-NIGHT
052800         END-IF
052900     END-IF.
053000     IF LJ-WINNINGS
053100         MOVE WS-POST-NIGHT TO WS-YEAR-TEST-DATE
053200     ELSE
053300         MOVE LJ-POST-DATE TO WS-YEAR-TEST-DATE
053400     END-IF.
053500     IF WS-YEAR-TEST-DATE < WS-FROM-DATE
053600        OR WS-YEAR-TEST-DATE > WS-TO-DATE
053700         PERFORM 3900-READ-NEXT-POSTING THRU 3900-EXIT
053800         GO TO 3100-EXIT
053900     END-IF.
054000     MOVE WS-POST-NIGHT TO RS-NIGHT-DATE.
054100     EVALUATE TRUE
054200         WHEN LJ-ENTRY-FEE
054300             ADD 1 TO WS-YR-FEE-COUNT
054400             ADD LJ-AMOUNT TO WS-YR-FEES
054500         WHEN LJ-DUES
054600             ADD LJ-AMOUNT TO WS-YR-DUES
054700         WHEN LJ-PAYMENT
054800             ADD LJ-AMOUNT TO WS-YR-PAYMENTS
054900         WHEN LJ-REFUND
055000             ADD LJ-AMOUNT TO WS-YR-REFUNDS
055100         WHEN LJ-WINNINGS
055200             ADD LJ-AMOUNT TO WS-YR-POSTED-WON
055300             MOVE WS-POST-NIGHT TO WS-FIND-DATE
055400             PERFORM 2500-FIND-NIGHT THRU 2500-EXIT
055500             IF WS-NT-SUB = 0
055600                 ADD 1 TO WS-OVERFLOW-COUNT
055700             ELSE
055800                 ADD LJ-AMOUNT TO WS-NT-POSTED (WS-NT-SUB)
055900             END-IF
056000         WHEN LJ-WIN-ADJUST
056100             IF LJ-CREDIT
056200                 ADD LJ-AMOUNT TO WS-YR-ADJUST
056300             ELSE
056400                 SUBTRACT LJ-AMOUNT FROM WS-YR-ADJUST
056500             END-IF
056600         WHEN OTHER
056700             PERFORM 3900-READ-NEXT-POSTING THRU 3900-EXIT
056800             GO TO 3100-EXIT
056900     END-EVALUATE.
057000     MOVE LJ-MEMBER-ID TO RS-MEMBER-ID.
057100     MOVE LJ-MEMBER-NAME TO RS-MEMBER-NAME.
057200     MOVE LJ-TYPE TO RS-TYPE.
057300     MOVE LJ-DR-CR TO RS-DR-CR.
057400     MOVE LJ-AMOUNT TO RS-AMOUNT.
057500     RELEASE RS-RECORD.
057600     PERFORM 3900-READ-NEXT-POSTING THRU 3900-EXIT.
057700 3100-EXIT.
057800     EXIT.
057900 3900-READ-NEXT-POSTING.
058000     READ JOURNAL-FILE
058100         AT END
058200             SET WS-EOF-JOURNAL TO TRUE
058300     END-READ.
058400 3900-EXIT.
058500     EXIT.
058600******************************************************************
058700*    4000-WRITE-STATEMENTS - ONE ANNUAL STATEMENT PER MEMBER:    *
058800*    HEADER AT EACH MEMBER BREAK, ONE WINNINGS LINE PER NIGHT    *
058900*    (BOTH CLASSES AND ANY RESTATEMENT TAKEN TOGETHER), THEN THE *
059000*    YEAR'S TOTALS WHEN THE MEMBER CLOSES OUT.                   *
059100******************************************************************
059200 4000-WRITE-STATEMENTS.
059300     MOVE SPACES TO WS-PREV-ID.
059400     RETURN SORT-WORK-FILE
059500         AT END
059600             SET WS-EOF-SORT-OUTPUT TO TRUE
059700     END-RETURN.
059800     PERFORM 4100-TAKE-ONE-POSTING THRU 4100-EXIT
059900         UNTIL WS-EOF-SORT-OUTPUT.
060000     IF WS-PREV-ID NOT = SPACES
060100         PERFORM 4500-CLOSE-STATEMENT THRU 4500-EXIT
060200     END-IF.
060300 4000-EXIT.
060400     EXIT.
060500 4100-TAKE-ONE-POSTING.
060600     IF RS-MEMBER-ID NOT = WS-PREV-ID
060700         IF WS-PREV-ID NOT = SPACES
060800             PERFORM 4500-CLOSE-STATEMENT THRU 4500-EXIT
060900         END-IF
061000         MOVE SPACES TO ST-LINE
061100         WRITE ST-LINE
061200         MOVE RS-MEMBER-ID TO WS-SH-MEMBER-ID
061300         MOVE RS-MEMBER-NAME TO WS-SH-MEMBER-NAME
061400         WRITE ST-LINE FROM WS-STMT-HEADER
061500         MOVE "  WINNINGS BY NIGHT" TO ST-LINE
061600         WRITE ST-LINE
061700         MOVE RS-MEMBER-ID TO WS-PREV-ID
061800         INITIALIZE WS-MEMBER-TOTALS
061900         MOVE 0 TO WS-NIGHT-DATE WS-NIGHT-WON
062000         ADD 1 TO WS-STMT-COUNT
062100     END-IF.
062200     EVALUATE RS-TYPE
062300         WHEN 'EF'
062400             ADD 1 TO WS-MB-FEE-COUNT
062500             ADD RS-AMOUNT TO WS-MB-FEES
062600         WHEN 'DU'
062700             ADD RS-AMOUNT TO WS-MB-DUES
062800         WHEN 'PY'
062900             ADD RS-AMOUNT TO WS-MB-PAID
063000         WHEN 'RF'
063100             ADD RS-AMOUNT TO WS-MB-REFUNDS
063200         WHEN OTHER
063300             IF RS-NIGHT-DATE NOT = WS-NIGHT-DATE
063400                 IF WS-NIGHT-DATE NOT = 0
063500                     PERFORM 4200-PRINT-NIGHT-LINE THRU 4200-EXIT
063600                 END-IF
063700                 MOVE RS-NIGHT-DATE TO WS-NIGHT-DATE
063800                 MOVE 0 TO WS-NIGHT-WON
063900             END-IF
064000             IF RS-DR-CR = 'C'
064100                 ADD RS-AMOUNT TO WS-NIGHT-WON WS-MB-WON
064200             ELSE
064300                 SUBTRACT RS-AMOUNT FROM WS-NIGHT-WON WS-MB-WON
064400             END-IF
064500     END-EVALUATE.
064600     RETURN SORT-WORK-FILE
064700         AT END
064800             SET WS-EOF-SORT-OUTPUT TO TRUE
064900     END-RETURN.
065000 4100-EXIT.
065100     EXIT.
065200 4200-PRINT-NIGHT-LINE.
065300     MOVE WS-NIGHT-DATE TO WS-NL-DATE.
065400     MOVE WS-NIGHT-WON TO WS-NL-AMOUNT.
065500     WRITE ST-LINE FROM WS-NIGHT-LINE.
065600     ADD 1 TO WS-MB-NIGHTS.
065700 4200-EXIT.
065800     EXIT.
065900******************************************************************
066000*    4500-CLOSE-STATEMENT - THE LAST NIGHT'S WINNINGS, THEN THE  *
066100*    YEAR'S FEES, DUES, WINNINGS, PAYMENTS, REFUNDS AND          *
066200*    NET.  NET IS WINNINGS LESS FEES AND DUES - POSITIVE MEANS   *
066300*    THE MEMBER CAME OUT AHEAD.  WINNINGS AT OR OVER THE         *
066400*    THRESHOLD ARE FLAGGED ON THE STATEMENT AND LISTED ON THE    *
066500*    CLUB SUMMARY.                                               *
066600******************************************************************
066700 4500-CLOSE-STATEMENT.
066800     IF WS-NIGHT-DATE NOT = 0
066900         PERFORM 4200-PRINT-NIGHT-LINE THRU 4200-EXIT
067000     END-IF.
067100     IF WS-MB-NIGHTS = 0
067200         MOVE "    NO WINNINGS THIS YEAR" TO ST-LINE
067300         WRITE ST-LINE
067400     END-IF.
067500     MOVE WS-MB-FEES TO WS-FE-AMOUNT.
067600     MOVE WS-MB-FEE-COUNT TO WS-FE-COUNT.
067700     WRITE ST-LINE FROM WS-FEES-LINE.
067800     MOVE WS-MB-DUES TO WS-DU-AMOUNT.
067900     WRITE ST-LINE FROM WS-DUES-LINE.
068000     MOVE WS-MB-WON TO WS-WN-AMOUNT.
068100     WRITE ST-LINE FROM WS-WON-LINE.
068200     MOVE WS-MB-PAID TO WS-PD-AMOUNT.
068300     WRITE ST-LINE FROM WS-PAID-LINE.
068400     MOVE WS-MB-REFUNDS TO WS-RF-AMOUNT.
068500     WRITE ST-LINE FROM WS-REFUND-LINE.
068600     COMPUTE WS-MB-NET = WS-MB-WON - WS-MB-FEES - WS-MB-DUES.
068700     MOVE WS-MB-NET TO WS-NE-AMOUNT.
068800     EVALUATE TRUE
068900         WHEN WS-MB-NET > 0
069000             MOVE "MEMBER AHEAD" TO WS-NE-SENSE
069100         WHEN WS-MB-NET < 0
069200             MOVE "MEMBER BEHIND" TO WS-NE-SENSE
069300         WHEN OTHER
069400             MOVE SPACES TO WS-NE-SENSE
069500     END-EVALUATE.
069600     WRITE ST-LINE FROM WS-NET-LINE.
069700     IF WS-THRESHOLD = 0 OR WS-MB-WON < WS-THRESHOLD
069800         GO TO 4500-EXIT
069900     END-IF.
070000     WRITE ST-LINE FROM WS-FLAG-LINE.
070100     IF WS-REPORTABLE-COUNT = 0
070200         MOVE SPACES TO RP-LINE
070300         WRITE RP-LINE
070400         MOVE "WINNINGS AT OR OVER THE REPORTABLE THRESHOLD"
070500             TO RP-LINE
070600         WRITE RP-LINE
070700     END-IF.
070800     ADD 1 TO WS-REPORTABLE-COUNT.
070900     MOVE WS-PREV-ID TO WS-RL-MEMBER-ID.
071000     MOVE WS-SH-MEMBER-NAME TO WS-RL-MEMBER-NAME.
071100     MOVE WS-MB-WON TO WS-RL-AMOUNT.
071200     WRITE RP-LINE FROM WS-REPORTABLE-LINE.
071300 4500-EXIT.
071400     EXIT.
071500******************************************************************
071600*    6000-WRITE-CLUB-SUMMARY - THE NIGHT-BY-NIGHT TIE OF EACH    *
071700*    POT AGAINST THE WINNINGS POSTED, THEN THE YEAR'S TOTALS.    *
071800*    TOTAL PAID OUT IS THE CLASS SHARES, THE WINNINGS POSTED ON  *
071900*    NIGHTS WITH NO POT DETAIL, AND THE RESTATEMENTS; THE CLUB   *
072000*    KEPT WHAT FEES AND DUES BROUGHT IN LESS THAT.               *
072100******************************************************************
072200 6000-WRITE-CLUB-SUMMARY.
072300     MOVE SPACES TO RP-LINE.
072400     WRITE RP-LINE.
072500     MOVE "POTS BY PAY DATE AGAINST WINNINGS POSTED" TO RP-LINE.
072600     WRITE RP-LINE.
072700     WRITE RP-LINE FROM WS-TIE-HEADER.
072800     IF WS-NIGHT-COUNT = 0
072900         MOVE "NO PAY NIGHTS IN THE YEAR" TO RP-LINE
073000         WRITE RP-LINE
073100     END-IF.
073200     PERFORM 6100-PRINT-ONE-NIGHT THRU 6100-EXIT
073300         VARYING WS-NT-SUB FROM 1 BY 1
073400         UNTIL WS-NT-SUB > WS-NIGHT-COUNT.
073500     IF WS-OVERFLOW-COUNT > 0
073600         MOVE "NIGHT TABLE FULL - SOME PAY DATES NOT TIED OUT"
073700             TO RP-LINE
073800         WRITE RP-LINE
073900     END-IF.
074000     COMPUTE WS-YR-PAID-OUT = WS-YR-SCRATCH + WS-YR-HCP
074100         + WS-YR-NO-DETAIL + WS-YR-ADJUST.
074200     COMPUTE WS-YR-KEPT-POTS = WS-YR-POTS - WS-YR-SCRATCH
074300         - WS-YR-HCP.
074400     COMPUTE WS-YR-OUTSIDE-POTS = WS-YR-FEES - WS-YR-POTS.
074500     COMPUTE WS-YR-KEPT = WS-YR-FEES + WS-YR-DUES
074600         - WS-YR-PAID-OUT.
074700     MOVE SPACES TO RP-LINE.
074800     WRITE RP-LINE.
074900     MOVE WS-YR-FEES TO WS-SF-AMOUNT.
075000     MOVE WS-YR-FEE-COUNT TO WS-SF-COUNT.
075100     WRITE RP-LINE FROM WS-SUM-FEES-LINE.
075200     MOVE WS-YR-DUES TO WS-SD-AMOUNT.
075300     WRITE RP-LINE FROM WS-SUM-DUES-LINE.
075400     MOVE WS-YR-POTS TO WS-SP-AMOUNT.
075500     WRITE RP-LINE FROM WS-SUM-POTS-LINE.
075600     MOVE WS-YR-OUTSIDE-POTS TO WS-SX-AMOUNT.
075700     WRITE RP-LINE FROM WS-SUM-OUTSIDE-LINE.
075800     MOVE WS-YR-SCRATCH TO WS-SS-AMOUNT.
075900     WRITE RP-LINE FROM WS-SUM-SCRATCH-LINE.
076000     MOVE WS-YR-HCP TO WS-SG-AMOUNT.
076100     WRITE RP-LINE FROM WS-SUM-HCP-LINE.
076200     MOVE WS-YR-NO-DETAIL TO WS-SN-AMOUNT.
076300     WRITE RP-LINE FROM WS-SUM-NO-DETAIL-LINE.
076400     MOVE WS-YR-ADJUST TO WS-SA-AMOUNT.
076500     WRITE RP-LINE FROM WS-SUM-ADJUST-LINE.
076600     MOVE WS-YR-PAID-OUT TO WS-SO-AMOUNT.
076700     WRITE RP-LINE FROM WS-SUM-PAID-OUT-LINE.
076800     MOVE WS-YR-KEPT-POTS TO WS-SK-AMOUNT.
076900     WRITE RP-LINE FROM WS-SUM-KEPT-POTS-LINE.
077000     MOVE WS-YR-KEPT TO WS-SC-AMOUNT.
077100     WRITE RP-LINE FROM WS-SUM-KEPT-LINE.
077200     MOVE SPACES TO RP-LINE.
077300     WRITE RP-LINE.
077400     MOVE WS-YR-POSTED-WON TO WS-SW-AMOUNT.
077500     WRITE RP-LINE FROM WS-SUM-POSTED-LINE.
077600     MOVE WS-YR-PAYMENTS TO WS-SR-AMOUNT.
077700     WRITE RP-LINE FROM WS-SUM-PAYMENTS-LINE.
077800     MOVE WS-YR-REFUNDS TO WS-SQ-AMOUNT.
077900     WRITE RP-LINE FROM WS-SUM-REFUNDS-LINE.
078000     COMPUTE WS-YR-NET-CASH = WS-YR-PAYMENTS - WS-YR-REFUNDS.
078100     MOVE WS-YR-NET-CASH TO WS-SY-AMOUNT.
078200     WRITE RP-LINE FROM WS-SUM-NET-CASH-LINE.
078300     MOVE WS-OUT-COUNT TO WS-SU-COUNT.
078400     WRITE RP-LINE FROM WS-SUM-OUT-LINE.
078500     MOVE WS-NO-DETAIL-COUNT TO WS-SM-COUNT.
078600     WRITE RP-LINE FROM WS-SUM-NO-DETAIL-COUNT-LINE.
078700     MOVE WS-REPORTABLE-COUNT TO WS-SE-COUNT.
078800     WRITE RP-LINE FROM WS-SUM-REPORTABLE-LINE.
078900 6000-EXIT.
079000     EXIT.
079100******************************************************************
079200*    6100-PRINT-ONE-NIGHT - A NIGHT TIES WHEN THE LEDGER POSTED  *
079300*    EXACTLY THE SCRATCH AND HANDICAP SHARES THE PAYOUT HISTORY  *
079400*    SAYS WERE PAID.  WHAT THE PLACE PERCENTAGES LEFT IN THE POT *
079500*    IS THE CLUB'S.                                              *
079600******************************************************************
079700 6100-PRINT-ONE-NIGHT.
079800     MOVE SPACES TO WS-TIE-LINE.
079900     MOVE WS-NT-DATE (WS-NT-SUB) TO WS-TL-DATE.
080000     MOVE WS-NT-POSTED (WS-NT-SUB) TO WS-TL-POSTED.
080100     IF NOT WS-NT-HAS-DETAIL (WS-NT-SUB)
080200         ADD WS-NT-POSTED (WS-NT-SUB) TO WS-YR-NO-DETAIL
080300         ADD 1 TO WS-NO-DETAIL-COUNT
080400         MOVE "NO POT DETAIL" TO WS-TL-REMARK
080500         WRITE RP-LINE FROM WS-TIE-LINE
080600         GO TO 6100-EXIT
080700     END-IF.
080800     ADD WS-NT-POT (WS-NT-SUB) TO WS-YR-POTS.
080900     ADD WS-NT-SCRATCH (WS-NT-SUB) TO WS-YR-SCRATCH.
081000     ADD WS-NT-HCP (WS-NT-SUB) TO WS-YR-HCP.
081100     COMPUTE WS-NIGHT-KEPT = WS-NT-POT (WS-NT-SUB)
081200         - WS-NT-SCRATCH (WS-NT-SUB) - WS-NT-HCP (WS-NT-SUB).
081300     MOVE WS-NT-POT (WS-NT-SUB) TO WS-TL-POT.
081400     MOVE WS-NT-SCRATCH (WS-NT-SUB) TO WS-TL-SCRATCH.
081500     MOVE WS-NT-HCP (WS-NT-SUB) TO WS-TL-HCP.
081600     MOVE WS-NIGHT-KEPT TO WS-TL-KEPT.
081700     IF WS-NT-POSTED (WS-NT-SUB)
081800             = WS-NT-SCRATCH (WS-NT-SUB) + WS-NT-HCP (WS-NT-SUB)
081900         MOVE "TIES TO LEDGER" TO WS-TL-REMARK
082000     ELSE
082100         MOVE "OUT OF TIE" TO WS-TL-REMARK
082200         ADD 1 TO WS-OUT-COUNT
082300     END-IF.
082400     WRITE RP-LINE FROM WS-TIE-LINE.
082500 6100-EXIT.
082600     EXIT.
082700******************************************************************
082800*    8000-FINALIZE                                               *
082900******************************************************************
083000 8000-FINALIZE.
083100     MOVE SPACES TO ST-LINE.
083200     WRITE ST-LINE.
083300     MOVE WS-STMT-COUNT TO WS-CT-COUNT.
083400     WRITE ST-LINE FROM WS-COUNT-LINE.
083500     CLOSE STATEMENT-FILE.
083600     CLOSE REPORT-FILE.
083700 8000-EXIT.
083800     EXIT.
