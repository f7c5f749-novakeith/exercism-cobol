001500*                     THAT DATE AND COMES BACK RETURN CODE 0     *
001600*                     (GO) OR 8 (NO-GO) WITH THE VERDICT ON      *
001700*                     THE RUN REPORT.  THE CHAIN IS YACHTEDT,    *
001750*                     YACHTBKP, YACHTRPT, YACHTBAL, THEN THE     *
001800*                     LDR/PAY/SSN/STA REPORTS - SO THE PAYOUT    *
001900*                     CANNOT START UNTIL THE BALANCE CERTIFIED   *
002000*                     CLEAN, AND A FAILED STEP BLOCKS EVERYTHING *
002100*                     BEHIND IT.                                 *
002110*    10/15/2026 JH    YACHTBKP ADDED TO THE CHAIN BETWEEN        *
002120*                     YACHTEDT AND YACHTRPT - THE SCORECRD PURGE *
002130*                     WAITS FOR A CLEAN MASTER FILE BACKUP.      *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
006000******************************************************************
006100 01  WS-CHAIN-VALUES.
006200     05  FILLER        PIC X(16) VALUE "YACHTEDT        ".
006250     05  FILLER        PIC X(16) VALUE "YACHTBKPYACHTEDT".
006300     05  FILLER        PIC X(16) VALUE "YACHTRPTYACHTBKP".
006400     05  FILLER        PIC X(16) VALUE "YACHTBALYACHTRPT".
006500     05  FILLER        PIC X(16) VALUE "YACHTLDRYACHTBAL".
006600     05  FILLER        PIC X(16) VALUE "YACHTPAYYACHTBAL".
006700     05  FILLER        PIC X(16) VALUE "YACHTSSNYACHTBAL".
006800     05  FILLER        PIC X(16) VALUE "YACHTSTAYACHTBAL".
006900 01  WS-CHAIN-TBL REDEFINES WS-CHAIN-VALUES.
007000     05  WS-CH-ENTRY OCCURS 8 TIMES.
007100         10  WS-CH-STEP-NAME       PIC X(08).
007200         10  WS-CH-PREREQ          PIC X(08).
007300 01  WS-VERDICT-LINE.
012200     MOVE 0 TO WS-FOUND-SUB.
012300     PERFORM 2100-MATCH-ONE-STEP THRU 2100-EXIT
012400         VARYING WS-STEP-SUB FROM 1 BY 1
012500         UNTIL WS-STEP-SUB > 8.
012600     MOVE WS-GAME-DATE TO WS-VL-GAME-DATE.
012700     MOVE WS-STEP-NAME TO WS-VL-STEP-NAME.
012800     IF WS-FOUND-SUB = 0
