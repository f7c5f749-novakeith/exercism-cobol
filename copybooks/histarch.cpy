000700*                   CLOSE RUN AND READ BACK BY THE RESTORE RUN   *
000800*                   WHEN A DISPUTE OR AUDIT NEEDS AN OLD         *
000900*                   SEASON'S DETAIL ON THE LIVE MASTER AGAIN.    *
001000*    CALLED BY      YACHTSCL, YACHTSRS, YACHTAUD, YACHTPRS       *
001100******************************************************************
001200 01  GA-RECORD.
001300     05  GA-SEASON-NO              PIC 9(03).
