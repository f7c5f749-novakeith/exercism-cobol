002848*                     IT OUT.  A BARRED OR ALREADY-CONVERTED     *
002849*                     GUEST REJECTS '24' - A CONVERT SHOULD BE   *
002850*                     KEYED UNDER THEIR NEW MEMBER ID.           *
002851*    10/15/2026 JH    A MEMBER WHOSE RESIGNATION HAS TAKEN       *
002852*                     EFFECT ('R' ON THE ROSTER AND THE          *
002853*                     RESIGNATION DATE REACHED) IS TREATED AS    *
002854*                     OFF THE ROSTER - A REGISTERED GUEST STILL  *
002855*                     PLAYS AS A GUEST, ELSE '20'.  A MEMBER     *
002856*                     RESIGNING AT A LATER DATE PLAYS ON UNTIL   *
002857*                     THEN.                                      *
002858******************************************************************
002900 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
011000*       '08' CATEGORY ALREADY USED FOR THIS PLAYER - REJECTED
011100*       '12' DICE ROLL INVALID (DIGIT OUTSIDE 1-6) - REJECTED
011200*       '16' CATEGORY NAME NOT RECOGNIZED - REJECTED
011210*       '20' PLAYER NOT ON THE CLUB ROSTER OR RESIGNED - REJECTED
011220*       '24' PLAYER SUSPENDED ON THE CLUB ROSTER - REJECTED
011230*       '28' REVERSAL REJECTED - NO SCORECARD OR THE CATEGORY
011240*            WAS NEVER SCORED, SO THERE IS NOTHING TO REVERSE
022550*    DUES) IS REJECTED HERE INSTEAD OF QUIETLY OPENING A SECOND  *
022560*    SCORECARD.  ANYONE THE ROSTER DOES NOT KNOW (OR A MISSING   *
022570*    ROSTER FILE) GETS ONE MORE CHANCE AS A REGISTERED GUEST     *
022575*    BEFORE THE '20' REJECTION.  A MEMBER WHOSE RESIGNATION      *
022576*    HAS TAKEN EFFECT IS TREATED THE SAME AS ONE THE ROSTER DOES *
022577*    NOT KNOW; ONE RESIGNING AT A LATER DATE IS STILL A MEMBER.  *
022580******************************************************************
022581 3500-CHECK-ROSTER.
022582     MOVE 'N' TO WS-MEMBER-SW.
022597     MOVE LK-PLAYER-ID TO RO-MEMBER-ID.
022598     READ ROSTER-FILE KEY IS RO-MEMBER-ID.
022599     IF WS-RO-STATUS NOT = '00'
022600        OR (RO-RESIGNED AND RO-RESIGN-DATE NOT > WS-RUN-DATE)
022601         PERFORM 3700-CHECK-GUEST THRU 3700-EXIT
022602     ELSE
022603         IF RO-SUSPENDED
022604             SET WS-MEMBER-REJECTED TO TRUE
