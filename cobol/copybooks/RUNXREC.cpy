000800*    GENERATION OF IT WITH ARCHIVED RUNS MARKED.
000900*    ------------------------------------------------------------
001000*    08/22/2026  GG  WRITTEN FOR THE RETENTION/ARCHIVAL WORK.
001010*    10/15/2026  GG  RUN TYPE NOW COMES OFF THE CALMSTR PROCESSING
001020*                    CALENDAR (SEE CALREC), WITH THE CARD AS THE
001030*                    FALLBACK, AND MAY BE 'Q' - A QUARTER-END,
001040*                    WHICH IS ALSO ITS MONTH'S MONTH-END AND IS
001050*                    KEPT AS ONE.
001100*****************************************************************
001200 01  RX-RECORD.
001300     05  RX-RUN-DATE           PIC 9(08).
001400     05  RX-RUN-TYPE           PIC X(01).
001500         88  RX-DAILY              VALUE 'D'.
001600         88  RX-MONTH-END          VALUE 'M' 'Q'.
001610         88  RX-QUARTER-END        VALUE 'Q'.
001700     05  RX-STATUS             PIC X(01).
001800         88  RX-CURRENT            VALUE 'C'.
001900         88  RX-ARCHIVED           VALUE 'A'.
