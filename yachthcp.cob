002200*                     NET BOARD AS UNRATED INSTEAD OF MISSING.   *
002210*    09/01/2026 JH    SKIP GAMES FLAGGED GUEST (HI-GUEST-SW) -   *
002220*                     A GUEST NIGHT MUST NOT SEED A HANDICAP.    *
002230*    10/15/2026 JH    MEMBERS WHOSE RESIGNATION HAS TAKEN        *
002235*                     EFFECT ('R' ON THE ROSTER, RESIGNATION     *
002240*                     DATE REACHED) ARE NEITHER RATED FROM       *
002245*                     THEIR OLD GAMES NOR SEEDED UNRATED -       *
002250*                     YACHTCLS DROPS THEIR HANDICAP RECORD AND   *
002255*                     IT MUST STAY DROPPED.  ONE RESIGNING LATER *
002260*                     IS RATED UNTIL THEN.                       *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
008400         88  WS-EOF-ROSTER                 VALUE 'Y'.
008500     05  WS-CTL-SW                 PIC X(01) VALUE 'N'.
008600         88  WS-CONTROL-GOOD               VALUE 'Y'.
008610     05  WS-RO-OPEN-SW             PIC X(01) VALUE 'N'.
008620         88  WS-ROSTER-OPEN                VALUE 'Y'.
008700******************************************************************
008800*    THE CONTROL FILE'S WINDOW AND FORMULA FIGURES, SAVED HERE   *
008900*    BEFORE THE FILE IS CLOSED - THE FD RECORD AREA IS NOT       *
019000         SET WS-EOF-HISTORY TO TRUE
019100         GO TO 2000-EXIT
019200     END-IF.
019210     OPEN INPUT ROSTER-FILE.
019220     IF WS-RO-STATUS = '00'
019230         SET WS-ROSTER-OPEN TO TRUE
019240     END-IF.
019300     PERFORM 2900-READ-NEXT-HISTORY THRU 2900-EXIT.
019400     PERFORM 2100-ACCUM-ONE-GAME THRU 2100-EXIT
019500         UNTIL WS-EOF-HISTORY.
019700         PERFORM 2500-END-PLAYER THRU 2500-EXIT
019800     END-IF.
019900     CLOSE HISTORY-FILE.
019910     IF WS-ROSTER-OPEN
019920         CLOSE ROSTER-FILE
019930         MOVE 'N' TO WS-RO-OPEN-SW
019940     END-IF.
020000 2000-EXIT.
020100     EXIT.
020200 2100-ACCUM-ONE-GAME.
021700******************************************************************
021800*    2500-END-PLAYER - RATE THE PLAYER FROM THEIR WINDOWED       *
021900*    GAMES AND WRITE (OR REWRITE) THEIR HANDICAP MASTER RECORD,  *
022000*    THEN CLEAR THE ACCUMULATORS FOR THE NEXT PLAYER.  A         *
022010*    MEMBER WHOSE RESIGNATION HAS TAKEN EFFECT IS PASSED OVER.   *
022100******************************************************************
022200 2500-END-PLAYER.
022210     IF WS-ROSTER-OPEN
022220         MOVE WS-PREV-ID TO RO-MEMBER-ID
022230         READ ROSTER-FILE KEY IS RO-MEMBER-ID
022240         IF WS-RO-STATUS = '00' AND RO-RESIGNED
022245                 AND RO-RESIGN-DATE NOT > WS-RUN-DATE
022250             MOVE 0 TO WS-PL-GAMES WS-PL-POINTS WS-PL-AVG
022260             MOVE SPACES TO WS-PREV-ID WS-PREV-NAME
022270             GO TO 2500-EXIT
022280         END-IF
022290     END-IF.
022300     MOVE WS-PREV-ID TO HM-MEMBER-ID.
022400     MOVE WS-PREV-NAME TO HM-MEMBER-NAME.
022500     MOVE WS-PL-GAMES TO HM-GAMES-COUNTED.
028200*    RECORD AT ALL (NEVER IN GAMEHIST) GETS AN UNRATED RECORD    *
028300*    SO THE NET BOARD AND THE HANDICAPPED PAYOUT CLASS SEE       *
028400*    THEM AS UNRATED INSTEAD OF NOT SEEING THEM AT ALL.          *
028410*    A MEMBER WHOSE RESIGNATION HAS TAKEN EFFECT IS NOT SEEDED.  *
028500******************************************************************
028600 5000-SEED-NEW-MEMBERS.
028700     OPEN INPUT ROSTER-FILE.
029600 5000-EXIT.
029700     EXIT.
029800 5100-SEED-ONE-MEMBER.
029810     IF RO-RESIGNED AND RO-RESIGN-DATE NOT > WS-RUN-DATE
029820         PERFORM 5900-READ-NEXT-MEMBER THRU 5900-EXIT
029830         GO TO 5100-EXIT
029840     END-IF.
029900     MOVE RO-MEMBER-ID TO HM-MEMBER-ID.
030000     READ HANDICAP-FILE KEY IS HM-MEMBER-ID.
030100     IF WS-HM-STATUS = '23'
