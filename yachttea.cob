001800*                     MEMBER'S OLD-TEAM GAMES WITH THE OLD       *
001900*                     TEAM).  PRINTS ONE DISPOSITION LINE PER    *
002000*                     TRANSACTION AND A TOTALS FOOTER.           *
002010*    10/15/2026 JH    A MEMBER CANNOT JOIN A TEAM ON OR AFTER    *
002011*                     THE DATE THEIR RESIGNATION TAKES EFFECT,   *
002012*                     OR ONCE CLOSED OUT.  A JOIN DATED BEFORE   *
002013*                     IT STANDS - THE CLOSE-OUT RUN END-DATES    *
002014*                     THE SLOT.                                  *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
022800*    ALREADY FIELDING FOUR OPEN ASSIGNMENTS, A MEMBER ALREADY    *
022900*    OPEN ON THIS TEAM OR STILL OPEN ON ANOTHER TEAM (THE 'D'    *
022950*    DROP MUST BE KEYED FIRST), OR A RECORD WITH NO SLOT LEFT    *
023000*    AT ALL IS REJECTED, AS IS A JOIN DATED ON OR AFTER THE      *
023030*    DATE THE MEMBER'S RESIGNATION TAKES EFFECT OR KEYED AFTER   *
023060*    THEIR ACCOUNT WAS CLOSED OUT.                               *
023100******************************************************************
023200 3200-JOIN-MEMBER.
023300     IF NOT WS-ROSTER-OPEN
024400         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
024500         GO TO 3200-EXIT
024600     END-IF.
024601     IF RO-CLOSED-OUT
024602        OR (RO-RESIGNED AND RO-RESIGN-DATE NOT > TT-EFF-DATE)
024603         MOVE "REJECTED-MEMBER HAS RESIGNED"
024604             TO WS-REJECT-REASON
024605         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
024606         GO TO 3200-EXIT
024607     END-IF.
024610     PERFORM 3700-SCAN-OTHER-TEAMS THRU 3700-EXIT.
024620     IF WS-OPEN-ELSEWHERE
024630         MOVE "REJECTED-OPEN ON OTHER TEAM"
