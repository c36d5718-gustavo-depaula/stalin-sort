000100*****************************************************************
000200*    BKUPREC - MASTER BACKUP RECORD LAYOUT (LRECL 120)
000300*    ONE BACKUP GENERATION HOLDS THE FIVE MASTERS AS THEY STOOD
000400*    AT THE END OF ONE RUN DATE.  AN 'H' HEADER CARRIES THE RUN
000500*    DATE (THE NEWEST RUNINDEX ROW), HOW MANY RUNINDEX ROWS
000600*    THERE WERE - EVERY ROW PAST THAT COUNT IS A LATER RUN - AND
000700*    WHEN THE COPY WAS TAKEN.  EACH MASTER FOLLOWS AS ONE 'D'
000800*    RECORD PER MASTER RECORD, THE MASTER'S OWN RECORD IMAGE IN
000900*    THE PAYLOAD, CLOSED BY A 'T' TRAILER WITH ITS RECORD COUNT
001000*    AND HASH TOTAL; AN 'E' RECORD CLOSES THE GENERATION WITH
001100*    THE COUNT OF MASTERS AND RECORDS.  EVERY RECORD CARRIES THE
001200*    RUN DATE AND THE MASTER'S DD NAME, AS THE ARCHIVE DOES, SO
001300*    A RESTORE NEVER HAS TO GUESS WHERE IT IS.  THE HASH TOTAL
001400*    IS THE SUM OF ONE NUMERIC FIELD PER MASTER:
001500*        SVECMSTR  MS-VALUE        RSLTMSTR  RM-VALUE
001600*        PARMMSTR  PM-CHG-DATE     PARMAUDT  PA-CHG-DATE
001700*        FEEDCTL   FC-SERIAL
001800*    ------------------------------------------------------------
001900*    10/15/2026  GG  WRITTEN FOR THE MASTER BACKUP AND RECOVERY
002000*                    WORK.
002100*****************************************************************
002200 01  BK-RECORD.
002300     05  BK-RECORD-TYPE        PIC X(01).
002400         88  BK-IS-HEADER          VALUE 'H'.
002500         88  BK-IS-DATA            VALUE 'D'.
002600         88  BK-IS-TRAILER         VALUE 'T'.
002700         88  BK-IS-END             VALUE 'E'.
002800     05  BK-MASTER-ID          PIC X(08).
002900     05  BK-RUN-DATE           PIC 9(08).
003000     05  BK-PAYLOAD            PIC X(100).
003100     05  BK-HEADER-VIEW REDEFINES BK-PAYLOAD.
003200         10  BK-H-INDEX-ROWS   PIC 9(06).
003300         10  BK-H-TAKEN-DATE   PIC 9(08).
003400         10  BK-H-TAKEN-TIME   PIC 9(06).
003500         10  FILLER            PIC X(80).
003600     05  BK-TRAILER-VIEW REDEFINES BK-PAYLOAD.
003700         10  BK-T-RECORD-COUNT PIC 9(09).
003800         10  BK-T-HASH-TOTAL   PIC S9(15)
003900                               SIGN LEADING SEPARATE.
004000         10  FILLER            PIC X(75).
004100     05  BK-END-VIEW REDEFINES BK-PAYLOAD.
004200         10  BK-E-MASTER-COUNT PIC 9(02).
004300         10  BK-E-RECORD-COUNT PIC 9(09).
004400         10  FILLER            PIC X(89).
004500     05  FILLER                PIC X(03).
