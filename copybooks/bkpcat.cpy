000100******************************************************************
000200*    COPYBOOK      BKPCAT                                        *
000300*    DESCRIPTION    BACKUP CATALOG RECORD - ONE PER MASTER FILE  *
000400*                   PER BACKUP GENERATION, KEYED BY GENERATION   *
000500*                   NUMBER PLUS FILE NAME.  SAYS WHEN THE COPY   *
000600*                   WAS TAKEN, HOW MANY RECORDS WENT INTO IT,    *
000700*                   AND WHETHER IT WAS TAKEN ('C'), THE MASTER   *
000800*                   DID NOT EXIST YET ('N'), OR THE COPY FAILED  *
000900*                   PART WAY ('F').                              *
001000*    CALLED BY      YACHTBKP, YACHTBRS                           *
001100******************************************************************
001200 01  BC-RECORD.
001300     05  BC-CAT-KEY.
001400         10  BC-GEN-NO             PIC 9(05).
001500         10  BC-FILE-ID            PIC X(08).
001600     05  BC-TAKEN-DATE             PIC 9(08).
001700     05  BC-TAKEN-TIME             PIC 9(08).
001800     05  BC-REC-COUNT              PIC 9(07).
001900     05  BC-COPY-STATUS            PIC X(01).
002000         88  BC-COPIED                     VALUE 'C'.
002100         88  BC-NOT-PRESENT                VALUE 'N'.
002200         88  BC-COPY-FAILED                VALUE 'F'.
002300     05  FILLER                    PIC X(10) VALUE SPACES.
