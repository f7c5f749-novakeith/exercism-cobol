001400*                     MEMBER - EVERY POSTING OF THE PERIOD AND   *
001500*                     THE ACCOUNT BALANCE NOW CARRIED ON THE     *
001600*                     MBRLEDG MASTER.                            *
001610*    10/15/2026 JH    PRINT MEMBER PAYMENTS ('PY') AS PAYMENT    *
001620*                     RECEIVED WITH THEIR RECEIPT NUMBER.        *
001630*    10/15/2026 JH    PRINT WINNINGS ADJUSTMENTS ('WA') FROM A   *
001640*                     PAYOUT RESTATEMENT WITH THE PAY DATE THEY  *
001650*                     CORRECT.                                   *
001660*    10/15/2026 JH    PRINT REFUNDS PAID OUT ('RF') AS REFUND    *
001670*                     PAID WITH THEIR VOUCHER NUMBER.            *
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
004700     05  RS-TYPE                   PIC X(02).
004800     05  RS-DR-CR                  PIC X(01).
004900     05  RS-AMOUNT                 PIC 9(05)V99.
004910     05  RS-REFERENCE              PIC X(08).
005000 FD  CONTROL-FILE.
005100 01  SM-RECORD.
005200     05  SM-FROM-DATE              PIC 9(08).
008600     05  WS-DL-AMOUNT              PIC ZZZZ9.99.
008700     05  FILLER                    PIC X(01) VALUE SPACE.
008800     05  WS-DL-DR-CR               PIC X(02).
008810     05  FILLER                    PIC X(01) VALUE SPACE.
008820     05  WS-DL-REFERENCE           PIC X(08).
008900 01  WS-BALANCE-LINE.
009000     05  FILLER                    PIC X(23) VALUE
009100         "BALANCE NOW OWED ....: ".
017200         MOVE LJ-TYPE TO RS-TYPE
017300         MOVE LJ-DR-CR TO RS-DR-CR
017400         MOVE LJ-AMOUNT TO RS-AMOUNT
017410         MOVE LJ-REFERENCE TO RS-REFERENCE
017500         RELEASE RS-RECORD
017600     END-IF.
017700     PERFORM 2900-READ-NEXT-POSTING THRU 2900-EXIT.
022400             MOVE "PRIZE WINNINGS" TO WS-DL-TYPE-TEXT
022500         WHEN 'DU'
022600             MOVE "MONTHLY DUES" TO WS-DL-TYPE-TEXT
022610         WHEN 'PY'
022620             MOVE "PAYMENT RECEIVED" TO WS-DL-TYPE-TEXT
022630         WHEN 'WA'
022640             MOVE "PRIZE ADJUSTMENT" TO WS-DL-TYPE-TEXT
022650         WHEN 'RF'
022660             MOVE "REFUND PAID" TO WS-DL-TYPE-TEXT
022700         WHEN OTHER
022800             MOVE "OTHER POSTING" TO WS-DL-TYPE-TEXT
022900     END-EVALUATE.
023000     MOVE RS-AMOUNT TO WS-DL-AMOUNT.
023010     MOVE RS-REFERENCE TO WS-DL-REFERENCE.
023100     IF RS-DR-CR = 'C'
023200         MOVE "CR" TO WS-DL-DR-CR
023300     ELSE
