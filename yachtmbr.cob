001300*                     REINSTATEMENTS TO THE ROSTER MASTER FILE,  *
001400*                     PRINTING ONE DISPOSITION LINE PER          *
001500*                     TRANSACTION AND A TOTALS FOOTER.           *
001510*    10/15/2026 JH    'Q' RESIGNATION TRANSACTION - SETS THE NEW *
001520*                     'R' RESIGNED STANDING WITH THE EFFECTIVE   *
001530*                     DATE KEYED IN THE JOIN DATE COLUMNS (TODAY *
001540*                     WHEN BLANK).  YACHTCLS THEN CLOSES THE     *
001550*                     ACCOUNT OUT.  A RESIGNED MEMBER CANNOT BE  *
001560*                     SUSPENDED OR RESIGNED AGAIN; A CHANGE CARD *
001570*                     MAY STILL FIX THE NAME BUT NOT THE         *
001580*                     STANDING; A REINSTATEMENT TAKES THEM BACK  *
001590*                     AS A MEMBER AND CLEARS THE RESIGNATION.    *
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
003900         88  MT-CHANGE                     VALUE 'C'.
004000         88  MT-SUSPEND                    VALUE 'S'.
004100         88  MT-REINSTATE                  VALUE 'R'.
004110         88  MT-RESIGN                     VALUE 'Q'.
004200     05  MT-MEMBER-ID              PIC X(10).
004300     05  MT-MEMBER-NAME            PIC X(20).
004400     05  MT-JOIN-DATE              PIC 9(08).
004410     05  MT-RESIGN-DATE REDEFINES MT-JOIN-DATE
004420                                   PIC 9(08).
004500     05  MT-STANDING               PIC X(01).
004600     05  FILLER                    PIC X(10).
004700 FD  REPORT-FILE.
005300 77  WS-TRAN-COUNT                 PIC 9(05) VALUE 0.
005400 77  WS-APPLIED-COUNT              PIC 9(05) VALUE 0.
005500 77  WS-REJECTED-COUNT             PIC 9(05) VALUE 0.
005510 77  WS-TODAY                      PIC 9(08) VALUE 0.
005600 01  WS-SWITCHES.
005700     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
005800         88  WS-EOF-TRANS                  VALUE 'Y'.
010400     IF WS-TR-STATUS NOT = '00'
010500         SET WS-EOF-TRANS TO TRUE
010600     END-IF.
010610     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
010700     OPEN OUTPUT REPORT-FILE.
010800     MOVE "CLUB ROSTER MAINTENANCE REPORT" TO RP-LINE.
010900     WRITE RP-LINE.
013300             PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
013400         WHEN MT-ADD
013500             PERFORM 3000-ADD-MEMBER THRU 3000-EXIT
013510         WHEN WS-MEMBER-FOUND AND RO-RESIGNED
013520                 AND (MT-SUSPEND OR MT-RESIGN)
013530             PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
013600         WHEN MT-CHANGE AND WS-MEMBER-FOUND
013700             PERFORM 3100-CHANGE-MEMBER THRU 3100-EXIT
013800         WHEN MT-SUSPEND AND WS-MEMBER-FOUND
013900             PERFORM 3200-SUSPEND-MEMBER THRU 3200-EXIT
014000         WHEN MT-REINSTATE AND WS-MEMBER-FOUND
014100             PERFORM 3300-REINSTATE-MEMBER THRU 3300-EXIT
014110         WHEN MT-RESIGN AND WS-MEMBER-FOUND
014120             PERFORM 3400-RESIGN-MEMBER THRU 3400-EXIT
014200         WHEN OTHER
014300             PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
014400     END-EVALUATE.
016500     ELSE
016600         SET RO-ACTIVE TO TRUE
016700     END-IF.
016710     MOVE 0 TO RO-RESIGN-DATE.
016720     MOVE 'N' TO RO-CLOSED-SW.
016800     WRITE RO-RECORD.
016900     PERFORM 3800-WRITE-APPLIED THRU 3800-EXIT.
017000 3000-EXIT.
017300*    3100-CHANGE-MEMBER - REWRITE NAME, JOIN DATE AND STANDING   *
017400*    FROM THE TRANSACTION.  BLANK/ZERO TRANSACTION FIELDS LEAVE  *
017500*    THE MASTER VALUE ALONE SO A CHANGE CARD NEED ONLY CARRY     *
017600*    THE FIELDS BEING CHANGED.  A RESIGNED MEMBER'S STANDING     *
017610*    ONLY CHANGES BY REINSTATEMENT.                              *
017700******************************************************************
017800 3100-CHANGE-MEMBER.
017900     IF MT-MEMBER-NAME NOT = SPACES
018200     IF MT-JOIN-DATE NOT = 0
018300         MOVE MT-JOIN-DATE TO RO-JOIN-DATE
018400     END-IF.
018500     IF (MT-STANDING = 'A' OR MT-STANDING = 'S')
018510             AND NOT RO-RESIGNED
018600         MOVE MT-STANDING TO RO-STANDING
018700     END-IF.
018800     REWRITE RO-RECORD.
019700     EXIT.
019800 3300-REINSTATE-MEMBER.
019900     SET RO-ACTIVE TO TRUE.
019910     MOVE 0 TO RO-RESIGN-DATE.
019920     MOVE 'N' TO RO-CLOSED-SW.
020000     REWRITE RO-RECORD.
020100     PERFORM 3800-WRITE-APPLIED THRU 3800-EXIT.
020200 3300-EXIT.
020300     EXIT.
020310******************************************************************
020320*    3400-RESIGN-MEMBER - THE MEMBER LEAVES AS OF THE KEYED      *
020330*    DATE.  DUES STOP AT ONCE; THE TEAM SLOT, THE HANDICAP AND   *
020340*    THE ACCOUNT ARE DEALT WITH BY THE YACHTCLS CLOSE-OUT RUN.   *
020350******************************************************************
020360 3400-RESIGN-MEMBER.
020370     SET RO-RESIGNED TO TRUE.
020380     IF MT-RESIGN-DATE IS NUMERIC AND MT-RESIGN-DATE > 0
020390         MOVE MT-RESIGN-DATE TO RO-RESIGN-DATE
020391     ELSE
020392         MOVE WS-TODAY TO RO-RESIGN-DATE
020393     END-IF.
020394     MOVE 'N' TO RO-CLOSED-SW.
020395     REWRITE RO-RECORD.
020396     PERFORM 3800-WRITE-APPLIED THRU 3800-EXIT.
020397 3400-EXIT.
020398     EXIT.
020400******************************************************************
020500*    3800-WRITE-APPLIED / 3900-REJECT-TRAN - ONE DISPOSITION     *
020600*    LINE PER TRANSACTION SO THE MEMBERSHIP CHAIR CAN SEE WHAT   *
022100             MOVE "MEMBER SUSPENDED" TO WS-DL-DISPOSITION
022200         WHEN MT-REINSTATE
022300             MOVE "MEMBER REINSTATED" TO WS-DL-DISPOSITION
022310         WHEN MT-RESIGN
022320             MOVE "MEMBER RESIGNED" TO WS-DL-DISPOSITION
022400     END-EVALUATE.
022500     WRITE RP-LINE FROM WS-DETAIL-LINE.
022600 3800-EXIT.
023500         WHEN MT-ADD AND WS-MEMBER-FOUND
023600             MOVE "REJECTED-ALREADY ON ROSTER"
023700                 TO WS-DL-DISPOSITION
023710         WHEN WS-MEMBER-FOUND AND RO-RESIGNED
023720             MOVE "REJECTED-MEMBER HAS RESIGNED"
023730                 TO WS-DL-DISPOSITION
023800         WHEN MT-CHANGE OR MT-SUSPEND OR MT-REINSTATE
023810                 OR MT-RESIGN
023900             MOVE "REJECTED-NOT ON ROSTER"
024000                 TO WS-DL-DISPOSITION
024100         WHEN OTHER
