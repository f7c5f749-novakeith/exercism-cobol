000100******************************************************************
000200*    COPYBOOK      BKPGEN                                        *
000300*    DESCRIPTION    BACKUP GENERATION RECORD - ONE PER MASTER    *
000400*                   RECORD COPIED, KEYED BY GENERATION NUMBER,   *
000500*                   FILE NAME AND THE RECORD'S SEQUENCE IN THE   *
000600*                   COPY, SO A GENERATION READS BACK IN THE      *
000700*                   MASTER'S OWN KEY ORDER.  THE IMAGE IS THE    *
000800*                   MASTER RECORD AS IT STOOD, SPACE-FILLED TO   *
000900*                   THE LONGEST MASTER RECORD (TEAMMAST).        *
001000*    CALLED BY      YACHTBKP, YACHTBRS                           *
001100******************************************************************
001200 01  BG-RECORD.
001300     05  BG-KEY.
001400         10  BG-GEN-NO             PIC 9(05).
001500         10  BG-FILE-ID            PIC X(08).
001600         10  BG-REC-SEQ            PIC 9(07).
001700     05  BG-IMAGE                  PIC X(240).
