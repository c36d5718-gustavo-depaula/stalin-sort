000100*****************************************************************
000200*    CALREC - PROCESSING CALENDAR MASTER RECORD LAYOUT
000300*    ONE RECORD PER CALENDAR DATE, KEYED YYYYMMDD, SAYING WHAT
000400*    KIND OF DAY IT IS FOR THE NIGHTLY CHAIN:
000500*      B - BUSINESS DAY, A FEED IS EXPECTED AND RUNS DAILY
000600*      M - MONTH-END BUSINESS DAY, RUNS AS A MONTH-END
000700*      Q - QUARTER-END BUSINESS DAY, RUNS AS A QUARTER-END (A
000800*          QUARTER-END IS ALSO ITS MONTH'S MONTH-END)
000900*      H - HOLIDAY, NO FEED EXPECTED
001000*      N - NON-BUSINESS DAY (WEEKEND), NO FEED EXPECTED
001100*    SORTVECT (AND VECSPLIT ON THE PARALLEL PATH) LOOK UP THE
001200*    DATE THEY START ON TO GET THE RUN TYPE AND RUN DATE.
001300*    CL-RUN-AS-DATE, WHEN NOT ZERO, DATES A RUN STARTED ON THIS
001400*    DAY AS OF AN EARLIER BUSINESS DAY INSTEAD - A MAKE-UP RUN
001500*    FOR A MISSED NIGHT - AND THE RUN TYPE THEN COMES FROM THAT
001600*    DAY'S RECORD.  THE MONTH-END AND QUARTER-END DAYS ALSO
001700*    CLOSE THE BUSINESS MONTHS VECTREND TRENDS BY: A BUSINESS
001800*    MONTH RUNS FROM THE DAY AFTER ONE MONTH-END THROUGH THE
001900*    NEXT.  CALCHECK READS IT EACH MORNING AGAINST FEEDCTL AND
002000*    RUNINDEX.  CALBUILD LAYS DOWN A YEAR OF DEFAULT DAYS; THE
002100*    STALCAL CICS SCREEN (TRANSID STLC) MAINTAINS THEM, AND EACH
002200*    CHANGE IT MAKES ALSO LANDS ON THE CALAUDT AUDIT MASTER
002300*    (SEE CALAREC).  CL-SETTINGS IS THE OPERATOR-SET PART OF
002400*    THE RECORD; THE AUDIT TRAIL CARRIES IT BEFORE AND AFTER.
002500*    ------------------------------------------------------------
002600*    10/15/2026  GG  WRITTEN FOR THE PROCESSING CALENDAR WORK.
002700*****************************************************************
002800 01  CL-RECORD.
002900     05  CL-KEY.
003000         10  CL-DATE           PIC 9(08).
003100     05  CL-SETTINGS.
003200         10  CL-DAY-TYPE       PIC X(01).
003300             88  CL-DAY-TYPE-VALID
003400                                   VALUE 'B' 'H' 'M' 'N' 'Q'.
003500             88  CL-BUSINESS-DAY   VALUE 'B' 'M' 'Q'.
003600             88  CL-MONTH-END      VALUE 'M' 'Q'.
003700             88  CL-QUARTER-END    VALUE 'Q'.
003800             88  CL-HOLIDAY        VALUE 'H'.
003900             88  CL-NON-BUSINESS   VALUE 'H' 'N'.
004000         10  CL-RUN-AS-DATE    PIC 9(08).
004100         10  CL-DESCRIPTION    PIC X(20).
004200     05  CL-OPERATOR           PIC X(08).
004300     05  CL-CHG-DATE           PIC 9(08).
004400     05  CL-CHG-TIME           PIC 9(06).
004500     05  FILLER                PIC X(21).
