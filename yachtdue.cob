001630*                     WHOLE CHARGE PASS IS REFUSED WITH A        *
001640*                     REPORT LINE INSTEAD OF BILLING THE CLUB    *
001650*                     TWICE.                                     *
001660*    10/15/2026 JH    CLEAR THE JOURNAL RECORD AREA BEFORE EACH  *
001670*                     POSTING SO THE NEW RECEIPT REFERENCE AND   *
001680*                     PAY METHOD FIELDS GO OUT BLANK INSTEAD OF  *
001690*                     CARRYING WHATEVER THE RERUN SCAN LAST READ.*
001692*    10/15/2026 JH    MEMBERS WHOSE RESIGNATION HAS TAKEN        *
001693*                     EFFECT ARE NOT CHARGED EITHER, COUNTED ON  *
001694*                     THEIR OWN FOOTER LINE.  ONE RESIGNING AT A *
001695*                     LATER DATE IS STILL CHARGED UNTIL THEN.    *
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
006200 77  WS-CHARGED-COUNT              PIC 9(05) VALUE 0.
006300 77  WS-CHARGED-TOTAL              PIC 9(07)V99 VALUE 0.
006400 77  WS-SKIPPED-COUNT              PIC 9(05) VALUE 0.
006410 77  WS-RESIGNED-COUNT             PIC 9(05) VALUE 0.
006500 01  WS-SWITCHES.
006600     05  WS-EOF-RO-SW              PIC X(01) VALUE 'N'.
006700         88  WS-EOF-ROSTER                 VALUE 'Y'.
008300     05  FILLER                    PIC X(23) VALUE
008400         "SUSPENDED SKIPPED ...: ".
008500     05  WS-SK-COUNT               PIC ZZZZ9.
008510 01  WS-RESIGNED-LINE.
008520     05  FILLER                    PIC X(23) VALUE
008530         "RESIGNED SKIPPED ....: ".
008540     05  WS-RS-COUNT               PIC ZZZZ9.
008600 PROCEDURE DIVISION.
008700******************************************************************
008800*    0000-MAINLINE                                               *
014166     EXIT.
014200******************************************************************
014300*    2000-CHARGE-THE-ROSTER - ONE DUES CHARGE PER ACTIVE         *
014400*    MEMBER.  SUSPENDED MEMBERS, AND MEMBERS WHOSE RESIGNATION   *
014450*    HAS TAKEN EFFECT BY THE RUN DATE, ARE SKIPPED.              *
014500******************************************************************
014600 2000-CHARGE-THE-ROSTER.
014700     OPEN INPUT ROSTER-FILE.
015900 2000-EXIT.
016000     EXIT.
016100 2100-CHARGE-ONE-MEMBER.
016150     IF RO-RESIGNED AND RO-RESIGN-DATE NOT > WS-RUN-DATE
016160         ADD 1 TO WS-RESIGNED-COUNT
016170         PERFORM 2900-READ-NEXT-MEMBER THRU 2900-EXIT
016180         GO TO 2100-EXIT
016190     END-IF.
016200     IF RO-SUSPENDED
016300         ADD 1 TO WS-SKIPPED-COUNT
016400     ELSE
021100     END-IF.
021200     MOVE WS-RUN-DATE TO LG-LAST-POST-DATE.
021300     REWRITE LG-RECORD.
021350     MOVE SPACES TO LJ-RECORD.
021400     MOVE WS-RUN-DATE TO LJ-POST-DATE.
021500     MOVE WS-PO-MEMBER-ID TO LJ-MEMBER-ID.
021600     MOVE WS-PO-MEMBER-NAME TO LJ-MEMBER-NAME.
023100     WRITE RP-LINE FROM WS-CHARGED-LINE.
023200     MOVE WS-SKIPPED-COUNT TO WS-SK-COUNT.
023300     WRITE RP-LINE FROM WS-SKIPPED-LINE.
023310     MOVE WS-RESIGNED-COUNT TO WS-RS-COUNT.
023320     WRITE RP-LINE FROM WS-RESIGNED-LINE.
023400     IF WS-CONTROL-GOOD
023500         CLOSE LEDGER-FILE
023600         CLOSE JOURNAL-FILE
