002250*                     EVENING; THE SHEET NOW JUST SAYS WHY       *
002260*                     NOTHING PAID.                              *
002280*    09/01/2026 JH    GUEST SCORECARDS (NEW SC-GUEST-SW FLAG)    *
002281*                     ARE LEFT OUT OF BOTH PAYOUT CLASSES -      *
002282*                     GUESTS ARE MATCH-NIGHT COMPANY, NOT POT    *
002283*                     ENTRANTS.                                  *
002284*    09/01/2026 JH    KEY THE BALANCED-CLEAN CHECK ON THE GAME   *
002285*                     DATE OUT OF THE RUNTOTAL RECORD, NOT THE   *
002286*                     WALL CLOCK, SO A MORNING-AFTER PAYOUT      *
002287*                     CHECKS THE NIGHT BEING PAID.  A PAID       *
002288*                     NIGHT ALSO POSTS ITS COMPLETION TO RUNCTL. *
002289*    10/15/2026 JH    APPEND A PAY-TIME SNAPSHOT TO PAYSNAP -    *
002290*                     THE CONTROL PERCENTAGES AND EACH           *
002291*                     HANDICAP-CLASS ENTRANT'S HANDICAP - SO A   *
002292*                     LATER PAYOUT RESTATEMENT RE-RANKS THE      *
002293*                     NIGHT ON WHAT THIS RUN PAID IT ON.         *
002299******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004040     SELECT RUNTOTAL-FILE ASSIGN TO "RUNTOTAL"
004050         ORGANIZATION IS LINE SEQUENTIAL
004060         FILE STATUS IS WS-RT-STATUS.
004070     SELECT SNAPSHOT-FILE ASSIGN TO "PAYSNAP"
004080         ORGANIZATION IS LINE SEQUENTIAL
004090         FILE STATUS IS WS-PN-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  SCORECARD-FILE.
005820     COPY "payfeed.cpy".
005830 FD  RUNTOTAL-FILE.
005840     COPY "runtotal.cpy".
005850 FD  SNAPSHOT-FILE.
005860     COPY "paysnap.cpy".
005900 WORKING-STORAGE SECTION.
006000 77  WS-SC-STATUS                  PIC X(02) VALUE '00'.
006100 77  WS-CT-STATUS                  PIC X(02) VALUE '00'.
006300 77  WS-JR-STATUS                  PIC X(02) VALUE '00'.
006310 77  WS-HM-STATUS                  PIC X(02) VALUE '00'.
006320 77  WS-PF-STATUS                  PIC X(02) VALUE '00'.
006325 77  WS-PN-STATUS                  PIC X(02) VALUE '00'.
006330 77  WS-WON-AMT                    PIC 9(05)V99 VALUE 0.
006340 77  WS-RC-FUNCTION                PIC X(01) VALUE 'G'.
006350 77  WS-RC-STEP                    PIC X(08) VALUE "YACHTBAL".
015600     OPEN OUTPUT PAYSHEET-FILE.
015700     OPEN OUTPUT JOURNAL-FILE.
015710     OPEN OUTPUT FEED-FILE.
015720     OPEN EXTEND SNAPSHOT-FILE.
015730     IF WS-PN-STATUS = '05' OR WS-PN-STATUS = '35'
015740         OPEN OUTPUT SNAPSHOT-FILE
015750     END-IF.
015800     MOVE "GAME NIGHT PRIZE PAYOUT SHEET" TO PS-LINE.
015900     WRITE PS-LINE.
016000     MOVE SPACES TO PS-LINE.
017660                 TO WS-PLACE-PCT (WS-PLACE-SUB)
017670         END-PERFORM
017672         MOVE PC-HCP-PCT TO WS-HCP-PCT
017674         PERFORM 1100-SNAP-CONTROL THRU 1100-EXIT
017680     END-IF.
017700     CLOSE CONTROL-FILE.
017800 1000-EXIT.
017900     EXIT.
017910******************************************************************
017920*    1100-SNAP-CONTROL - THE PAY-TIME SNAPSHOT OPENS WITH THE    *
017930*    NIGHT'S FEE AND PERCENTAGES; THE HANDICAP PASS ADDS ONE     *
017940*    RECORD PER ENTRANT.  A RESTATEMENT RE-RANKS FROM THESE.     *
017950******************************************************************
017955 1100-SNAP-CONTROL.
017960     MOVE SPACES TO PN-RECORD.
017962     MOVE WS-RUN-DATE TO PN-PAY-DATE.
017964     SET PN-CONTROL TO TRUE.
017966     MOVE WS-GAME-DATE TO PN-GAME-DATE.
017968     MOVE WS-ENTRY-FEE TO PN-ENTRY-FEE.
017970     PERFORM VARYING WS-PLACE-SUB FROM 1 BY 1
017972             UNTIL WS-PLACE-SUB > 5
017974         MOVE WS-PLACE-PCT (WS-PLACE-SUB)
017976             TO PN-PLACE-PCT (WS-PLACE-SUB)
017978     END-PERFORM.
017980     MOVE WS-HCP-PCT TO PN-HCP-PCT.
017982     WRITE PN-RECORD.
017984 1100-EXIT.
017986     EXIT.
018000******************************************************************
018100*    2000-RELEASE-BEST-GAMES - SAME BEST-GAME-PER-PLAYER BREAK   *
018200*    YACHTLDR USES FOR ITS OVERALL BOARD: SCORECRD KEY ORDER     *
021680             GO TO 2200-EXIT
021690         END-IF
021695         COMPUTE RW-GAME-TOTAL = WS-BEST-TOTAL + HM-HANDICAP
021696         PERFORM 2300-SNAP-ONE-ENTRANT THRU 2300-EXIT
021697     ELSE
021700         MOVE WS-BEST-TOTAL TO RW-GAME-TOTAL
021710     END-IF.
022000     RELEASE RW-RECORD.
022100 2200-EXIT.
022200     EXIT.
022210******************************************************************
022220*    2300-SNAP-ONE-ENTRANT - THE HANDICAP THIS ENTRANT IS        *
022230*    RANKED ON GOES TO THE PAY-TIME SNAPSHOT.                    *
022240******************************************************************
022250 2300-SNAP-ONE-ENTRANT.
022255     MOVE SPACES TO PN-RECORD.
022260     MOVE WS-RUN-DATE TO PN-PAY-DATE.
022265     SET PN-ENTRANT TO TRUE.
022270     MOVE WS-PREV-ID TO PN-MEMBER-ID.
022275     MOVE HM-HANDICAP TO PN-HANDICAP.
022280     WRITE PN-RECORD.
022285 2300-EXIT.
022290     EXIT.
022300 2900-READ-NEXT-SCORECARD.
022400     READ SCORECARD-FILE NEXT RECORD
022500         AT END
036000     CLOSE PAYSHEET-FILE.
036100     CLOSE JOURNAL-FILE.
036150     CLOSE FEED-FILE.
036155     CLOSE SNAPSHOT-FILE.
036160*    A NIGHT THAT ACTUALLY PAID POSTS ITS OWN CLEAN COMPLETION
036170*    UNDER THE GAME DATE - A REFUSED OR UNPAID RUN POSTS
036180*    NOTHING, SO THE MASTER NEVER SHOWS A PAYOUT THAT WAS NOT.
