000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHGBACK.
000300 AUTHOR. G GRIGORIEV.
000400 INSTALLATION. CENTRAL PLANNING DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    10/15/2026  GG  WRITTEN.  THE MONTHLY CHARGEBACK TO THE
001100*                    BUREAUS THAT SEND US VECTORS WAS BUILT BY
001200*                    HAND FROM JOB LOGS.  CHGBACK RUNS AT MONTH
001300*                    END: IT READS RUNHIST (SEE RUNHREC) FOR ONE
001400*                    BUSINESS MONTH, SKIPPING ROWS MARKED
001500*                    SUPERSEDED, LOOKS EACH VECTOR UP ON THE
001600*                    VREGMSTR REGISTRY FOR ITS OWNING BUREAU AND
001700*                    COST CENTER (SEE VREGREC), AND TOTALS PER
001800*                    COST CENTER THE VECTORS PROCESSED, ELEMENTS
001900*                    LOADED, SURVIVORS, REJECTS, ERRORS, RECYCLE
002000*                    WAVES, CORRECTION RUNS AND PRIORITY 'H'
002100*                    VECTORS.  THE MONTH IS PRICED FROM THE
002200*                    CHGRATE RATE TABLE (SEE RATEREC), PRINTED
002300*                    ON CHGBRPT AS ONE INVOICE PAGE PER COST
002400*                    CENTER AND A CONTROL SUMMARY, AND WRITTEN
002500*                    TO THE CHGBACK FILE (SEE CHGBREC) THAT
002600*                    FINANCE'S GENERAL LEDGER FEED PICKS UP.
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-ANYMAINFRAME.
003100 OBJECT-COMPUTER. IBM-ANYMAINFRAME.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RUN-HISTORY-IN ASSIGN TO "RUNHIST"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-RUN-HISTORY-STATUS.
003700     SELECT VECTOR-REGISTRY ASSIGN TO "VREGMSTR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS VR-VECTOR-ID
004100         FILE STATUS IS WS-REGISTRY-STATUS.
004200     SELECT CALENDAR-MASTER ASSIGN TO "CALMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS CL-DATE
004600         FILE STATUS IS WS-CALENDAR-STATUS.
004700     SELECT RATE-TABLE-IN ASSIGN TO "CHGRATE"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-RATE-TABLE-STATUS.
005000     SELECT CHARGE-PARMS ASSIGN TO "CHGBPRM"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-CHARGE-PARMS-STATUS.
005300     SELECT CHARGE-REPORT-OUT ASSIGN TO "CHGBRPT"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-CHARGE-REPORT-STATUS.
005600     SELECT CHARGEBACK-OUT ASSIGN TO "CHGBACK"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-CHARGEBACK-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  RUN-HISTORY-IN.
006200     COPY RUNHREC.
006300 FD  VECTOR-REGISTRY.
006400     COPY VREGREC.
006500 FD  CALENDAR-MASTER.
006600     COPY CALREC.
006700 FD  RATE-TABLE-IN.
006800     COPY RATEREC.
006900 FD  CHARGE-PARMS.
007000 01  CHARGE-PARMS-RECORD       PIC X(80).
007100 FD  CHARGE-REPORT-OUT.
007200 01  CHARGE-REPORT-RECORD      PIC X(80).
007300 FD  CHARGEBACK-OUT.
007400     COPY CHGBREC.
007500 WORKING-STORAGE SECTION.
007600*****************************************************************
007700*    FILE STATUS AND SWITCHES
007800*****************************************************************
007900 01  WS-RUN-HISTORY-STATUS     PIC X(02).
008000 01  WS-REGISTRY-STATUS        PIC X(02).
008100 01  WS-CALENDAR-STATUS        PIC X(02).
008200 01  WS-RATE-TABLE-STATUS      PIC X(02).
008300 01  WS-CHARGE-PARMS-STATUS    PIC X(02).
008400 01  WS-CHARGE-REPORT-STATUS   PIC X(02).
008500 01  WS-CHARGEBACK-STATUS      PIC X(02).
008600 01  WS-SWITCHES.
008700     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
008800         88  WS-END-OF-HISTORY     VALUE 'Y'.
008900     05  WS-PARMS-EOF-SWITCH   PIC X(01) VALUE 'N'.
009000         88  WS-PARMS-EOF          VALUE 'Y'.
009100     05  WS-RATE-EOF-SWITCH    PIC X(01) VALUE 'N'.
009200         88  WS-RATE-EOF           VALUE 'Y'.
009300     05  WS-CALENDAR-EOF-SWITCH PIC X(01) VALUE 'N'.
009400         88  WS-CALENDAR-EOF       VALUE 'Y'.
009500     05  WS-CALENDAR-SWITCH    PIC X(01) VALUE 'N'.
009600         88  WS-CALENDAR-LOADED    VALUE 'Y'.
009700     05  WS-MONTH-CARD-SWITCH  PIC X(01) VALUE 'N'.
009800         88  WS-MONTH-FROM-CARD    VALUE 'Y'.
009900     05  WS-MONTH-FOUND-SWITCH PIC X(01) VALUE 'N'.
010000         88  WS-MONTH-FOUND        VALUE 'Y'.
010100     05  WS-ROW-FALLBACK-SWITCH PIC X(01) VALUE 'N'.
010200         88  WS-ROW-FALLBACK       VALUE 'Y'.
010300     05  WS-MONTH-FALLBACK-SWITCH PIC X(01) VALUE 'N'.
010400         88  WS-MONTH-FALLBACK     VALUE 'Y'.
010500     05  WS-MONTH-OPEN-SWITCH  PIC X(01) VALUE 'N'.
010600         88  WS-MONTH-STILL-OPEN   VALUE 'Y'.
010700     05  WS-KNOWN-SWITCH       PIC X(01) VALUE 'N'.
010800         88  WS-ENTRY-KNOWN        VALUE 'Y'.
010900     05  WS-PRINT-PASS         PIC X(01) VALUE 'B'.
011000         88  WS-PRINTING-BILLED    VALUE 'B'.
011100         88  WS-PRINTING-UNBILLED  VALUE 'U'.
011200     05  WS-INVOICES-DONE-SWITCH PIC X(01) VALUE 'N'.
011300         88  WS-INVOICES-DONE      VALUE 'Y'.
011330     05  WS-LEDGER-FAILED-SWITCH PIC X(01) VALUE 'N'.
011360         88  WS-LEDGER-FAILED      VALUE 'Y'.
011400*****************************************************************
011500*    DATES AND THE MONTH BEING BILLED
011600*    THE MONTH IS A BUSINESS MONTH, AS VECTREND COUNTS THEM: IT
011700*    ENDS ON THE CALMSTR MONTH-END (OR QUARTER-END) DAY, SO A
011800*    RUN AFTER AN EARLY MONTH-END IS BILLED IN THE NEXT MONTH.
011900*    A MONTH=YYYYMM CARD NAMES IT; WITHOUT ONE IT IS THE MONTH
012000*    OF THE LATEST MONTH-END DAY ON OR BEFORE TODAY - OR, WITH
012100*    NO CALENDAR, LAST CALENDAR MONTH.
012200*****************************************************************
012300 01  WS-CURRENT-DATE.
012400     05  WS-CURR-YYYY          PIC 9(4).
012500     05  WS-CURR-MM            PIC 9(2).
012600     05  WS-CURR-DD            PIC 9(2).
012700 01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE
012800                               PIC X(08).
012900 01  WS-CURRENT-TIME.
013000     05  WS-CT-HHMMSS          PIC 9(6).
013100     05  WS-CT-HUNDREDTHS      PIC 9(2).
013200 01  WS-BILL-MONTH.
013300     05  WS-BM-YYYY            PIC 9(4).
013400     05  WS-BM-MM              PIC 9(2).
013500 01  WS-BILL-MONTH-X REDEFINES WS-BILL-MONTH
013600                               PIC X(06).
013700 01  WS-BILL-MONTH-N REDEFINES WS-BILL-MONTH
013800                               PIC 9(06).
013900 01  WS-MONTH-CLOSE-DATE       PIC X(08) VALUE SPACES.
014000 01  WS-FIRST-RUN-DATE         PIC X(08) VALUE HIGH-VALUES.
014100 01  WS-LAST-RUN-DATE          PIC X(08) VALUE LOW-VALUES.
014200 01  WS-BUSINESS-MONTH         PIC X(06).
014300 01  WS-CHARGE-CARD            PIC X(80).
014400 01  WS-PARM-MONTH.
014500     05  WS-PM-YYYY            PIC 9(4).
014600     05  WS-PM-MM              PIC 9(2).
014700 01  WS-PARM-MONTH-X REDEFINES WS-PARM-MONTH
014800                               PIC X(06).
014900*****************************************************************
015000*    BUSINESS MONTHS - THE CALENDAR'S MONTH-END AND QUARTER-END
015100*    DATES, OLDEST FIRST, AS IN VECTREND.  A RUN BELONGS TO THE
015200*    MONTH OF THE FIRST OF THESE ON OR AFTER ITS RUN DATE.
015300*****************************************************************
015400 77  WS-MONTH-END-MAX          PIC 9(4) COMP VALUE 600.
015500 01  WS-MONTH-END-COUNT        PIC 9(4) COMP VALUE ZERO.
015600 01  WS-ME-SUB                 PIC 9(4) COMP.
015700 01  WS-MONTH-END-TABLE.
015800     05  WS-MONTH-END-DATE OCCURS 600 TIMES
015900                               PIC X(08).
016000 01  WS-CALENDAR-FIRST-DATE    PIC X(08) VALUE HIGH-VALUES.
016100 01  WS-CL-DATE-X              PIC X(08).
016200*****************************************************************
016300*    RATES - THE ONE ROW PER RATE CODE IN EFFECT FOR THE MONTH
016400*    BILLED: THE LATEST EFFECTIVE MONTH NOT AFTER IT.  TWO ROWS
016500*    FOR ONE CODE AND ONE MONTH, A ROW THAT FAILS ITS EDIT, OR A
016600*    CODE WITH NO ROW IN EFFECT STOPS THE RUN - AN INVOICE
016700*    PRICED ON A GUESS IS WORSE THAN A LATE ONE.
016800*    1 = ELEMENT, 2 = CORRECTN, 3 = PRIORITY.
016900*****************************************************************
017000 01  WS-RATE-SUB               PIC 9(4) COMP.
017100 01  WS-RATE-ROWS              PIC 9(4) COMP VALUE ZERO.
017200 01  WS-RATE-TABLE.
017300     05  WS-RATE-ENTRY OCCURS 3 TIMES.
017400         10  WS-RA-CODE        PIC X(08).
017500         10  WS-RA-LABEL       PIC X(18).
017600         10  WS-RA-EFFECTIVE   PIC 9(06).
017700         10  WS-RA-RATE        PIC 9(05)V9(05).
017800*****************************************************************
017900*    VECTOR TABLE - ONE ENTRY PER VECTOR ID WITH A ROW IN THE
018000*    MONTH, POINTING AT ITS COST CENTER ENTRY.  THE REGISTRY IS
018100*    READ ONCE PER VECTOR, THE FIRST TIME IT IS SEEN, SO EVERY
018200*    ROW OF A VECTOR BILLS THE SAME COST CENTER - THE ONE ON
018300*    THE REGISTRY WHEN THE MONTH IS BILLED.  RUNS, ELEMENTS,
018400*    SURVIVORS, REJECTS AND ERRORS COME OFF THE WAVE-001 ROWS
018500*    ONLY (AND LEGACY ROWS WITH NO WAVE), AS IN VECTREND - A
018600*    RECYCLE WAVE RE-SORTS ELEMENTS ALREADY LOADED AND IS
018700*    COUNTED AS A WAVE, NOT LOADED A SECOND TIME.
018800*****************************************************************
018900 77  WS-VECTOR-TABLE-MAX       PIC 9(4) COMP VALUE 2000.
019000 01  WS-VECTOR-COUNT           PIC 9(4) COMP VALUE ZERO.
019100 01  WS-VEC-SUB                PIC 9(4) COMP.
019200 01  WS-SCAN-SUB               PIC 9(4) COMP.
019300 01  WS-VECTOR-TABLE.
019400     05  WS-VECTOR-ENTRY OCCURS 2000 TIMES.
019500         10  WS-VE-VECTOR-ID   PIC X(08).
019600         10  WS-VE-CC-SUB      PIC 9(4) COMP.
019700         10  WS-VE-RUNS        PIC 9(7) COMP.
019800         10  WS-VE-ELEMENTS    PIC 9(9) COMP.
019900         10  WS-VE-SURVIVORS   PIC 9(9) COMP.
020000         10  WS-VE-REJECTS     PIC 9(9) COMP.
020100         10  WS-VE-ERRORS      PIC 9(9) COMP.
020200         10  WS-VE-WAVES       PIC 9(7) COMP.
020300         10  WS-VE-CORRECTIONS PIC 9(7) COMP.
020400         10  WS-VE-PRIORITY    PIC 9(7) COMP.
020500*****************************************************************
020600*    COST CENTER TABLE - ONE ENTRY PER BUREAU AND COST CENTER.
020700*    A VECTOR NOT ON THE REGISTRY GOES TO THE ENTRY WITH NO
020800*    BUREAU; A REGISTERED VECTOR WITH NO COST CENTER TO ITS
020900*    BUREAU'S ENTRY WITH NONE.  NEITHER IS BILLED - BOTH ARE
021000*    PRINTED, PRICED, AFTER THE REAL INVOICES SO THE DESK CAN
021100*    PUT THE REGISTRY RIGHT AND RERUN THE MONTH.
021200*****************************************************************
021300 77  WS-CC-TABLE-MAX           PIC 9(4) COMP VALUE 300.
021400 01  WS-CC-COUNT               PIC 9(4) COMP VALUE ZERO.
021500 01  WS-CC-SUB                 PIC 9(4) COMP.
021600 01  WS-PICK-SUB               PIC 9(4) COMP.
021700 01  WS-SEEK-KEY.
021800     05  WS-SK-BUREAU          PIC X(08).
021900     05  WS-SK-COST-CENTER     PIC X(05).
022000 01  WS-CC-TABLE.
022100     05  WS-CC-ENTRY OCCURS 300 TIMES.
022200         10  WS-CC-KEY.
022300             15  WS-CC-BUREAU  PIC X(08).
022400             15  WS-CC-COST-CENTER PIC X(05).
022500         10  WS-CC-PRINTED-SWITCH PIC X(01).
022600             88  WS-CC-PRINTED     VALUE 'Y'.
022700*****************************************************************
022800*    ONE INVOICE - TOTALLED FROM ITS VECTORS, THEN PRICED.
022900*****************************************************************
023000 01  WS-INVOICE-TOTALS.
023100     05  WS-IV-RUNS            PIC 9(9) COMP.
023200     05  WS-IV-ELEMENTS        PIC 9(9) COMP.
023300     05  WS-IV-SURVIVORS       PIC 9(9) COMP.
023400     05  WS-IV-REJECTS         PIC 9(9) COMP.
023500     05  WS-IV-ERRORS          PIC 9(9) COMP.
023600     05  WS-IV-WAVES           PIC 9(9) COMP.
023700     05  WS-IV-CORRECTIONS     PIC 9(9) COMP.
023800     05  WS-IV-PRIORITY        PIC 9(9) COMP.
023900     05  WS-IV-VECTORS         PIC 9(9) COMP.
024000 01  WS-INVOICE-AMOUNTS.
024100     05  WS-IV-AMOUNT OCCURS 3 TIMES
024200                               PIC 9(9)V9(02).
024300     05  WS-IV-TOTAL-AMOUNT    PIC 9(9)V9(02).
024400 01  WS-IV-QUANTITY-TABLE.
024500     05  WS-IV-QUANTITY OCCURS 3 TIMES
024600                               PIC 9(9).
024700*****************************************************************
024800*    CONTROL TOTALS - 1 = BILLED, 2 = UNBILLED.  ROW COUNTS
024900*    PROVE EVERY RUNHIST ROW WAS EITHER CHARGED TO AN INVOICE
025000*    OR SET ASIDE FOR A STATED REASON.
025100*****************************************************************
025200 01  WS-CT-SUB                 PIC 9(4) COMP.
025300 01  WS-CONTROL-TABLE.
025400     05  WS-CONTROL-ENTRY OCCURS 2 TIMES.
025500         10  WS-CT-INVOICES    PIC 9(9) COMP.
025600         10  WS-CT-VECTORS     PIC 9(9) COMP.
025700         10  WS-CT-RUNS        PIC 9(9) COMP.
025800         10  WS-CT-ELEMENTS    PIC 9(9) COMP.
025900         10  WS-CT-SURVIVORS   PIC 9(9) COMP.
026000         10  WS-CT-REJECTS     PIC 9(9) COMP.
026100         10  WS-CT-ERRORS      PIC 9(9) COMP.
026200         10  WS-CT-WAVES       PIC 9(9) COMP.
026300         10  WS-CT-CORRECTIONS PIC 9(9) COMP.
026400         10  WS-CT-PRIORITY    PIC 9(9) COMP.
026500         10  WS-CT-AMOUNT      PIC 9(11)V9(02).
026600 01  WS-ROWS-READ              PIC 9(9) COMP VALUE ZERO.
026700 01  WS-ROWS-OTHER-MONTHS      PIC 9(9) COMP VALUE ZERO.
026800 01  WS-ROWS-SUPERSEDED        PIC 9(9) COMP VALUE ZERO.
026900 01  WS-ROWS-UNREADABLE        PIC 9(9) COMP VALUE ZERO.
027000 01  WS-ROWS-CHARGED           PIC 9(9) COMP.
027100 01  WS-ROWS-ACCOUNTED         PIC 9(9) COMP.
027200 01  WS-GL-DETAILS             PIC 9(7) VALUE ZERO.
027300 01  WS-GL-TOTAL-AMOUNT        PIC 9(11)V9(02) VALUE ZERO.
027400*****************************************************************
027500*    CHGBRPT REPORT LINES
027600*    EACH INVOICE STARTS A NEW PAGE, AS DOES THE CONTROL
027700*    SUMMARY, SO CHGBRPT IS WRITTEN WITH CARRIAGE CONTROL.
027800*****************************************************************
027900 01  WS-PRINT-LINE             PIC X(80).
028000 01  WS-INVOICE-TITLE-LINE.
028100     05  FILLER                PIC X(43) VALUE
028200         "STALIN SORT - PROCESSING CHARGEBACK INVOICE".
028300     05  FILLER                PIC X(17) VALUE
028400         "   BUSINESS MONTH".
028500     05  FILLER                PIC X(01) VALUE SPACE.
028600     05  WS-IT-MM              PIC 9(2).
028700     05  FILLER                PIC X(01) VALUE "/".
028800     05  WS-IT-YYYY            PIC 9(4).
028900     05  FILLER                PIC X(12) VALUE SPACES.
029000 01  WS-SUMMARY-TITLE-LINE.
029100     05  FILLER                PIC X(43) VALUE
029200         "STALIN SORT - CHARGEBACK CONTROL SUMMARY".
029300     05  FILLER                PIC X(17) VALUE
029400         "   BUSINESS MONTH".
029500     05  FILLER                PIC X(01) VALUE SPACE.
029600     05  WS-ST-MM              PIC 9(2).
029700     05  FILLER                PIC X(01) VALUE "/".
029800     05  WS-ST-YYYY            PIC 9(4).
029900     05  FILLER                PIC X(12) VALUE SPACES.
030000 01  WS-BILL-TO-LINE.
030100     05  FILLER                PIC X(08) VALUE "BUREAU: ".
030200     05  WS-BT-BUREAU          PIC X(08).
030300     05  FILLER                PIC X(16) VALUE
030400         "   COST CENTER: ".
030500     05  WS-BT-COST-CENTER     PIC X(09).
030600     05  FILLER                PIC X(39) VALUE SPACES.
030700 01  WS-PERIOD-LINE.
030800     05  FILLER                PIC X(14) VALUE "RUNS DATED    ".
030900     05  WS-PL-FROM-MM         PIC 9(2).
031000     05  FILLER                PIC X(01) VALUE "/".
031100     05  WS-PL-FROM-DD         PIC 9(2).
031200     05  FILLER                PIC X(01) VALUE "/".
031300     05  WS-PL-FROM-YYYY       PIC 9(4).
031400     05  FILLER                PIC X(06) VALUE " THRU ".
031500     05  WS-PL-THRU-MM         PIC 9(2).
031600     05  FILLER                PIC X(01) VALUE "/".
031700     05  WS-PL-THRU-DD         PIC 9(2).
031800     05  FILLER                PIC X(01) VALUE "/".
031900     05  WS-PL-THRU-YYYY       PIC 9(4).
032000     05  FILLER                PIC X(40) VALUE SPACES.
032100 01  WS-NOTE-LINE.
032200     05  FILLER                PIC X(02) VALUE SPACES.
032300     05  WS-NL-TEXT            PIC X(70).
032400     05  FILLER                PIC X(08) VALUE SPACES.
032500 01  WS-VECTOR-COLUMN-LINE.
032600     05  FILLER                PIC X(40) VALUE
032700         "  VECTOR ID RUNS  ELEMENTS SURVIVORS   R".
032800     05  FILLER                PIC X(40) VALUE
032900         "EJECTS    ERRORS  WAVES   CORR   PRIO   ".
033000 01  WS-VECTOR-DETAIL-LINE.
033100     05  FILLER                PIC X(02) VALUE SPACES.
033200     05  WS-VD-VECTOR-ID       PIC X(08).
033300     05  FILLER                PIC X(02) VALUE SPACES.
033400     05  WS-VD-RUNS            PIC ZZZ9.
033500     05  FILLER                PIC X(03) VALUE SPACES.
033600     05  WS-VD-ELEMENTS        PIC ZZZ,ZZ9.
033700     05  FILLER                PIC X(03) VALUE SPACES.
033800     05  WS-VD-SURVIVORS       PIC ZZZ,ZZ9.
033900     05  FILLER                PIC X(03) VALUE SPACES.
034000     05  WS-VD-REJECTS         PIC ZZZ,ZZ9.
034100     05  FILLER                PIC X(03) VALUE SPACES.
034200     05  WS-VD-ERRORS          PIC ZZZ,ZZ9.
034300     05  FILLER                PIC X(03) VALUE SPACES.
034400     05  WS-VD-WAVES           PIC ZZZ9.
034500     05  FILLER                PIC X(03) VALUE SPACES.
034600     05  WS-VD-CORRECTIONS     PIC ZZZ9.
034700     05  FILLER                PIC X(03) VALUE SPACES.
034800     05  WS-VD-PRIORITY        PIC ZZZ9.
034900     05  FILLER                PIC X(03) VALUE SPACES.
035000 01  WS-USAGE-LINE.
035100     05  FILLER                PIC X(02) VALUE SPACES.
035200     05  WS-UL-LABEL           PIC X(30).
035300     05  WS-UL-VALUE           PIC ZZZ,ZZZ,ZZ9.
035400     05  FILLER                PIC X(37) VALUE SPACES.
035500 01  WS-CHARGE-COLUMN-LINE.
035600     05  FILLER                PIC X(40) VALUE
035700         "  CHARGE                 QUANTITY       ".
035800     05  FILLER                PIC X(40) VALUE
035900         "    RATE           AMOUNT               ".
036000 01  WS-CHARGE-LINE.
036100     05  FILLER                PIC X(02) VALUE SPACES.
036200     05  WS-CL-LABEL           PIC X(18).
036300     05  FILLER                PIC X(02) VALUE SPACES.
036400     05  WS-CL-QUANTITY        PIC ZZZ,ZZZ,ZZ9.
036500     05  FILLER                PIC X(03) VALUE SPACES.
036600     05  WS-CL-RATE            PIC ZZ,ZZ9.99999.
036700     05  FILLER                PIC X(03) VALUE SPACES.
036800     05  WS-CL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
036900     05  FILLER                PIC X(15) VALUE SPACES.
037000 01  WS-CHARGE-TOTAL-LINE.
037100     05  FILLER                PIC X(02) VALUE SPACES.
037200     05  WS-CTL-LABEL          PIC X(18).
037300     05  FILLER                PIC X(31) VALUE SPACES.
037400     05  WS-CTL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
037500     05  FILLER                PIC X(15) VALUE SPACES.
037600 01  WS-RATE-LINE.
037700     05  FILLER                PIC X(02) VALUE SPACES.
037800     05  WS-RL-LABEL           PIC X(18).
037900     05  FILLER                PIC X(12) VALUE
038000         "  EFFECTIVE ".
038100     05  WS-RL-MM              PIC 9(2).
038200     05  FILLER                PIC X(01) VALUE "/".
038300     05  WS-RL-YYYY            PIC 9(4).
038400     05  FILLER                PIC X(04) VALUE SPACES.
038500     05  WS-RL-RATE            PIC ZZ,ZZ9.99999.
038600     05  FILLER                PIC X(25) VALUE SPACES.
038700 01  WS-SUMMARY-COLUMN-LINE.
038800     05  FILLER                PIC X(40) VALUE
038900         "                                     BIL".
039000     05  FILLER                PIC X(40) VALUE
039100         "LED       UNBILLED                      ".
039200 01  WS-SUMMARY-LINE.
039300     05  FILLER                PIC X(02) VALUE SPACES.
039400     05  WS-SL-LABEL           PIC X(30).
039500     05  WS-SL-BILLED          PIC ZZZ,ZZZ,ZZ9.
039600     05  FILLER                PIC X(04) VALUE SPACES.
039700     05  WS-SL-UNBILLED        PIC ZZZ,ZZZ,ZZ9.
039800     05  FILLER                PIC X(22) VALUE SPACES.
039900 01  WS-SUMMARY-AMOUNT-LINE.
040000     05  FILLER                PIC X(02) VALUE SPACES.
040100     05  WS-SA-LABEL           PIC X(27).
040200     05  WS-SA-BILLED          PIC ZZZ,ZZZ,ZZ9.99.
040300     05  FILLER                PIC X(01) VALUE SPACES.
040400     05  WS-SA-UNBILLED        PIC ZZZ,ZZZ,ZZ9.99.
040500     05  FILLER                PIC X(22) VALUE SPACES.
040600 01  WS-COUNT-LINE.
040700     05  FILLER                PIC X(02) VALUE SPACES.
040800     05  WS-CNL-LABEL          PIC X(30).
040900     05  WS-CNL-VALUE          PIC ZZZ,ZZZ,ZZ9.
041000     05  FILLER                PIC X(37) VALUE SPACES.
041100 01  WS-GL-LINE.
041200     05  FILLER                PIC X(02) VALUE SPACES.
041300     05  FILLER                PIC X(27) VALUE
041400         "GENERAL LEDGER FILE        ".
041500     05  WS-GL-DETAIL-COUNT    PIC ZZZ,ZZZ,ZZ9.
041600     05  FILLER                PIC X(09) VALUE " DETAILS ".
041700     05  WS-GL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
041800     05  FILLER                PIC X(17) VALUE SPACES.
041900 01  WS-VERDICT-LINE.
042000     05  FILLER                PIC X(09) VALUE "VERDICT: ".
042100     05  WS-VL-TEXT            PIC X(60).
042200     05  FILLER                PIC X(11) VALUE SPACES.
042300 01  WS-WORK-DATE-X            PIC X(08).
042400 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-X.
042500     05  WS-WD-YYYY            PIC 9(4).
042600     05  WS-WD-MM              PIC 9(2).
042700     05  WS-WD-DD              PIC 9(2).
042800 PROCEDURE DIVISION.
042900*****************************************************************
043000*    0000-MAINLINE
043100*    SETTLES THE MONTH AND ITS RATES, GATHERS THE MONTH'S RUNHIST
043200*    ROWS BY VECTOR, THEN PRINTS THE INVOICES - BILLED COST
043300*    CENTERS FIRST, IN BUREAU AND COST CENTER ORDER, THEN THE
043400*    UNBILLED ONES - AND THE CONTROL SUMMARY.
043500*****************************************************************
043600 0000-MAINLINE.
043700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
043800     IF RETURN-CODE < 16
043900         PERFORM 2000-READ-HISTORY THRU 2000-EXIT
044000             UNTIL WS-END-OF-HISTORY
044100     END-IF.
044200     IF RETURN-CODE < 16
044300         PERFORM 4000-PRINT-INVOICES THRU 4000-EXIT
044400         PERFORM 5000-CONTROL-SUMMARY THRU 5000-EXIT
044500     END-IF.
044600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
044700     STOP RUN.
044800*****************************************************************
044900*    1000-INITIALIZE
045000*    READS THE CHGBPRM CARD, LOADS THE CALENDAR, SETTLES THE
045100*    MONTH, LOADS ITS RATES AND OPENS THE FILES.  ANY FILE BUT
045200*    CALMSTR FAILING TO OPEN, A BAD CARD OR A BAD RATE TABLE IS
045300*    RETURN-CODE 16 - NOTHING IS BILLED.
045400*****************************************************************
045500 1000-INITIALIZE.
045600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
045700     ACCEPT WS-CURRENT-TIME FROM TIME.
045800     PERFORM 1100-READ-CHARGE-PARMS THRU 1100-EXIT.
045900     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
046000     PERFORM 1300-SET-BILL-MONTH THRU 1300-EXIT.
046100     PERFORM 1400-LOAD-RATES THRU 1400-EXIT.
046200     OPEN INPUT RUN-HISTORY-IN.
046300     IF WS-RUN-HISTORY-STATUS NOT = "00"
046400         DISPLAY "CHGBACK: UNABLE TO OPEN RUNHIST, STATUS = "
046500             WS-RUN-HISTORY-STATUS
046600         MOVE 16 TO RETURN-CODE
046700     END-IF.
046800     OPEN INPUT VECTOR-REGISTRY.
046900     IF WS-REGISTRY-STATUS NOT = "00"
047000         DISPLAY "CHGBACK: UNABLE TO OPEN VREGMSTR, STATUS = "
047100             WS-REGISTRY-STATUS
047200         MOVE 16 TO RETURN-CODE
047300     END-IF.
047400     OPEN OUTPUT CHARGE-REPORT-OUT.
047500     IF WS-CHARGE-REPORT-STATUS NOT = "00"
047600         DISPLAY "CHGBACK: UNABLE TO OPEN CHGBRPT, STATUS = "
047700             WS-CHARGE-REPORT-STATUS
047800         MOVE 16 TO RETURN-CODE
047900     END-IF.
048000     OPEN OUTPUT CHARGEBACK-OUT.
048100     IF WS-CHARGEBACK-STATUS NOT = "00"
048200         DISPLAY "CHGBACK: UNABLE TO OPEN CHGBACK, STATUS = "
048300             WS-CHARGEBACK-STATUS
048400         MOVE 16 TO RETURN-CODE
048500     END-IF.
048600     DISPLAY "CHGBACK: BILLING BUSINESS MONTH " WS-BILL-MONTH-X.
048700 1000-EXIT.
048800     EXIT.
048900 1100-READ-CHARGE-PARMS.
049000     OPEN INPUT CHARGE-PARMS.
049100     IF WS-CHARGE-PARMS-STATUS NOT = "00"
049200         GO TO 1100-EXIT
049300     END-IF.
049400     PERFORM 1110-PROCESS-PARM-CARD THRU 1110-EXIT
049500         UNTIL WS-PARMS-EOF.
049600     CLOSE CHARGE-PARMS.
049700 1100-EXIT.
049800     EXIT.
049900 1110-PROCESS-PARM-CARD.
050000     READ CHARGE-PARMS INTO WS-CHARGE-CARD
050100         AT END
050200             MOVE 'Y' TO WS-PARMS-EOF-SWITCH
050300             GO TO 1110-EXIT
050400     END-READ.
050500     IF WS-CHARGE-CARD = SPACES
050600         OR WS-CHARGE-CARD(1:1) = "*"
050700         GO TO 1110-EXIT
050800     END-IF.
050900     IF WS-CHARGE-CARD(1:6) = "MONTH="
051000         MOVE WS-CHARGE-CARD(7:6) TO WS-PARM-MONTH-X
051100         IF WS-PARM-MONTH-X NOT NUMERIC
051200             OR WS-PM-MM < 1
051300             OR WS-PM-MM > 12
051400             PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
051500         ELSE
051600             MOVE WS-PARM-MONTH-X TO WS-BILL-MONTH-X
051700             MOVE 'Y' TO WS-MONTH-CARD-SWITCH
051800         END-IF
051900         GO TO 1110-EXIT
052000     END-IF.
052100     DISPLAY "CHGBACK: UNRECOGNIZED CONTROL CARD: "
052200         WS-CHARGE-CARD(1:20).
052300 1110-EXIT.
052400     EXIT.
052500 1120-REJECT-PARM-CARD.
052600     DISPLAY "CHGBACK: INVALID CONTROL CARD: "
052700         WS-CHARGE-CARD(1:30).
052800     MOVE 'Y' TO WS-PARMS-EOF-SWITCH.
052900     MOVE 16 TO RETURN-CODE.
053000 1120-EXIT.
053100     EXIT.
053200*****************************************************************
053300*    1200-LOAD-CALENDAR
053400*    PICKS THE MONTH-END AND QUARTER-END DATES OFF THE CALMSTR
053500*    PROCESSING CALENDAR, AS VECTREND DOES.  A CALENDAR THAT
053600*    WILL NOT OPEN, OR HOLDS NO MONTH-END, LEAVES EVERY RUN ON
053700*    ITS CALENDAR MONTH - THE SUMMARY SAYS SO.
053800*****************************************************************
053900 1200-LOAD-CALENDAR.
054000     OPEN INPUT CALENDAR-MASTER.
054100     IF WS-CALENDAR-STATUS NOT = "00"
054200         DISPLAY "CHGBACK: CALMSTR NOT AVAILABLE, STATUS = "
054300             WS-CALENDAR-STATUS " - CALENDAR MONTHS USED"
054400         GO TO 1200-EXIT
054500     END-IF.
054600     PERFORM 1210-LOAD-ONE-CALENDAR-DAY THRU 1210-EXIT
054700         UNTIL WS-CALENDAR-EOF.
054800     CLOSE CALENDAR-MASTER.
054900     IF WS-MONTH-END-COUNT > ZERO
055000         MOVE 'Y' TO WS-CALENDAR-SWITCH
055100     END-IF.
055200 1200-EXIT.
055300     EXIT.
055400 1210-LOAD-ONE-CALENDAR-DAY.
055500     READ CALENDAR-MASTER
055600         AT END
055700             MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
055800             GO TO 1210-EXIT
055900     END-READ.
056000     MOVE CL-DATE TO WS-CL-DATE-X.
056100     IF WS-CALENDAR-FIRST-DATE = HIGH-VALUES
056200         MOVE WS-CL-DATE-X TO WS-CALENDAR-FIRST-DATE
056300     END-IF.
056400     IF NOT CL-MONTH-END
056500         GO TO 1210-EXIT
056600     END-IF.
056700     IF WS-MONTH-END-COUNT >= WS-MONTH-END-MAX
056800         DISPLAY "CHGBACK: MONTH-END TABLE FULL AT "
056900             CL-DATE " - LATER RUNS ON CALENDAR MONTHS"
057000         MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
057100         GO TO 1210-EXIT
057200     END-IF.
057300     ADD 1 TO WS-MONTH-END-COUNT.
057400     MOVE WS-CL-DATE-X TO WS-MONTH-END-DATE(WS-MONTH-END-COUNT).
057500 1210-EXIT.
057600     EXIT.
057700*****************************************************************
057800*    1300-SET-BILL-MONTH
057900*    WITHOUT A MONTH CARD, THE MONTH OF THE LATEST MONTH-END
058000*    DAY ON OR BEFORE TODAY, OR LAST CALENDAR MONTH WITHOUT A
058100*    CALENDAR.  EITHER WAY THE MONTH'S CLOSING DAY IS LOOKED UP,
058200*    AND A MONTH THAT HAS NOT CLOSED YET - ITS MONTH-END DAY
058300*    STILL AHEAD, OR NO MONTH-END AND THE CALENDAR MONTH NOT
058400*    OVER - IS BILLED AS FAR AS IT GOES AND SAID TO BE OPEN.
058500*****************************************************************
058600 1300-SET-BILL-MONTH.
058700     IF NOT WS-MONTH-FROM-CARD
058800         MOVE WS-CURR-YYYY TO WS-BM-YYYY
058900         MOVE WS-CURR-MM TO WS-BM-MM
059000         IF WS-BM-MM = 1
059100             MOVE 12 TO WS-BM-MM
059200             SUBTRACT 1 FROM WS-BM-YYYY
059300         ELSE
059400             SUBTRACT 1 FROM WS-BM-MM
059500         END-IF
059600         PERFORM 1310-CHECK-LATEST-MONTH-END THRU 1310-EXIT
059700             VARYING WS-ME-SUB FROM 1 BY 1
059800             UNTIL WS-ME-SUB > WS-MONTH-END-COUNT
059900     END-IF.
060000     MOVE SPACES TO WS-MONTH-CLOSE-DATE.
060100     PERFORM 1320-CHECK-CLOSING-DAY THRU 1320-EXIT
060200         VARYING WS-ME-SUB FROM 1 BY 1
060300         UNTIL WS-ME-SUB > WS-MONTH-END-COUNT.
060400     IF WS-MONTH-CLOSE-DATE = SPACES
060500         IF WS-BILL-MONTH-X NOT < WS-CURRENT-DATE-X(1:6)
060600             MOVE 'Y' TO WS-MONTH-OPEN-SWITCH
060700         END-IF
060800     ELSE
060900         IF WS-MONTH-CLOSE-DATE > WS-CURRENT-DATE-X
061000             MOVE 'Y' TO WS-MONTH-OPEN-SWITCH
061100         END-IF
061200     END-IF.
061300 1300-EXIT.
061400     EXIT.
061500 1310-CHECK-LATEST-MONTH-END.
061600     IF WS-MONTH-END-DATE(WS-ME-SUB) NOT > WS-CURRENT-DATE-X
061700         MOVE WS-MONTH-END-DATE(WS-ME-SUB)(1:6)
061800             TO WS-BILL-MONTH-X
061900     END-IF.
062000 1310-EXIT.
062100     EXIT.
062200 1320-CHECK-CLOSING-DAY.
062300     IF WS-MONTH-END-DATE(WS-ME-SUB)(1:6) = WS-BILL-MONTH-X
062400         MOVE WS-MONTH-END-DATE(WS-ME-SUB) TO WS-MONTH-CLOSE-DATE
062500     END-IF.
062600 1320-EXIT.
062700     EXIT.
062800*****************************************************************
062900*    1400-LOAD-RATES
063000*    READS THE WHOLE CHGRATE TABLE AND KEEPS, PER RATE CODE,
063100*    THE ROW IN EFFECT FOR THE MONTH - SEE THE BANNER ABOVE THE
063200*    RATE TABLE.  EVERY ROW IS EDITED, IN EFFECT OR NOT.
063300*****************************************************************
063400 1400-LOAD-RATES.
063500     MOVE "ELEMENT " TO WS-RA-CODE(1).
063600     MOVE "ELEMENTS LOADED" TO WS-RA-LABEL(1).
063700     MOVE "CORRECTN" TO WS-RA-CODE(2).
063800     MOVE "CORRECTION RUNS" TO WS-RA-LABEL(2).
063900     MOVE "PRIORITY" TO WS-RA-CODE(3).
064000     MOVE "PRIORITY VECTORS" TO WS-RA-LABEL(3).
064100     MOVE ZERO TO WS-RA-EFFECTIVE(1) WS-RA-EFFECTIVE(2)
064200         WS-RA-EFFECTIVE(3).
064300     MOVE ZERO TO WS-RA-RATE(1) WS-RA-RATE(2) WS-RA-RATE(3).
064400     OPEN INPUT RATE-TABLE-IN.
064500     IF WS-RATE-TABLE-STATUS NOT = "00"
064600         DISPLAY "CHGBACK: UNABLE TO OPEN CHGRATE, STATUS = "
064700             WS-RATE-TABLE-STATUS
064800         MOVE 16 TO RETURN-CODE
064900         GO TO 1400-EXIT
065000     END-IF.
065100     PERFORM 1410-LOAD-ONE-RATE THRU 1410-EXIT
065200         UNTIL WS-RATE-EOF.
065300     CLOSE RATE-TABLE-IN.
065400     PERFORM 1430-CHECK-RATE-IN-EFFECT THRU 1430-EXIT
065500         VARYING WS-RATE-SUB FROM 1 BY 1
065600         UNTIL WS-RATE-SUB > 3.
065700 1400-EXIT.
065800     EXIT.
065900 1410-LOAD-ONE-RATE.
066000     READ RATE-TABLE-IN
066100         AT END
066200             MOVE 'Y' TO WS-RATE-EOF-SWITCH
066300             GO TO 1410-EXIT
066400     END-READ.
066500     IF RT-RECORD = SPACES
066600         OR RT-RECORD(1:1) = "*"
066700         GO TO 1410-EXIT
066800     END-IF.
066900     ADD 1 TO WS-RATE-ROWS.
067000     IF RT-ELEMENT-RATE
067100         MOVE 1 TO WS-RATE-SUB
067200     ELSE
067300         IF RT-CORRECTION-RATE
067400             MOVE 2 TO WS-RATE-SUB
067500         ELSE
067600             IF RT-PRIORITY-RATE
067700                 MOVE 3 TO WS-RATE-SUB
067800             ELSE
067900                 PERFORM 1420-REJECT-RATE-ROW THRU 1420-EXIT
068000                 GO TO 1410-EXIT
068100             END-IF
068200         END-IF
068300     END-IF.
068400     IF RT-EFFECTIVE-MONTH NOT NUMERIC
068500         OR RT-EFFECTIVE-MONTH(5:2) < "01"
068600         OR RT-EFFECTIVE-MONTH(5:2) > "12"
068700         OR RT-RATE NOT NUMERIC
068800         PERFORM 1420-REJECT-RATE-ROW THRU 1420-EXIT
068900         GO TO 1410-EXIT
069000     END-IF.
069100     IF RT-EFFECTIVE-MONTH > WS-BILL-MONTH-N
069200         GO TO 1410-EXIT
069300     END-IF.
069400     IF RT-EFFECTIVE-MONTH = WS-RA-EFFECTIVE(WS-RATE-SUB)
069500         DISPLAY "CHGBACK: TWO CHGRATE ROWS FOR "
069600             RT-RATE-CODE " EFFECTIVE " RT-EFFECTIVE-MONTH
069700         MOVE 16 TO RETURN-CODE
069800         GO TO 1410-EXIT
069900     END-IF.
070000     IF RT-EFFECTIVE-MONTH > WS-RA-EFFECTIVE(WS-RATE-SUB)
070100         MOVE RT-EFFECTIVE-MONTH TO WS-RA-EFFECTIVE(WS-RATE-SUB)
070200         MOVE RT-RATE TO WS-RA-RATE(WS-RATE-SUB)
070300     END-IF.
070400 1410-EXIT.
070500     EXIT.
070600 1420-REJECT-RATE-ROW.
070700     DISPLAY "CHGBACK: INVALID CHGRATE ROW: "
070800         RT-RECORD(1:30).
070900     MOVE 16 TO RETURN-CODE.
071000 1420-EXIT.
071100     EXIT.
071200 1430-CHECK-RATE-IN-EFFECT.
071300     IF WS-RA-EFFECTIVE(WS-RATE-SUB) = ZERO
071400         DISPLAY "CHGBACK: NO " WS-RA-CODE(WS-RATE-SUB)
071500             " RATE IN EFFECT FOR " WS-BILL-MONTH-X
071600         MOVE 16 TO RETURN-CODE
071700     END-IF.
071800 1430-EXIT.
071900     EXIT.
072000*****************************************************************
072100*    2000-READ-HISTORY
072200*    READS ONE RUNHIST ROW AND, IF IT BELONGS TO THE MONTH,
072300*    CHARGES IT TO ITS VECTOR.  EVERY ROW READ LANDS IN EXACTLY
072400*    ONE OF: ANOTHER MONTH, SUPERSEDED, UNREADABLE, OR CHARGED
072500*    (AS A RUN OR AS A RECYCLE WAVE) - THE SUMMARY PROVES IT.
072600*****************************************************************
072700 2000-READ-HISTORY.
072800     READ RUN-HISTORY-IN
072900         AT END
073000             MOVE 'Y' TO WS-EOF-SWITCH
073100             GO TO 2000-EXIT
073200     END-READ.
073300     ADD 1 TO WS-ROWS-READ.
073400     IF RH-RUN-DATE NOT NUMERIC
073500         ADD 1 TO WS-ROWS-UNREADABLE
073600         GO TO 2000-EXIT
073700     END-IF.
073800     PERFORM 2200-SET-BUSINESS-MONTH THRU 2200-EXIT.
073900     IF WS-BUSINESS-MONTH NOT = WS-BILL-MONTH-X
074000         ADD 1 TO WS-ROWS-OTHER-MONTHS
074100         GO TO 2000-EXIT
074200     END-IF.
074300     IF RH-SUPERSEDED
074400         ADD 1 TO WS-ROWS-SUPERSEDED
074500         GO TO 2000-EXIT
074600     END-IF.
074700     IF RH-SURVIVORS NOT NUMERIC
074800         OR RH-REJECTS NOT NUMERIC
074900         OR RH-ERRORS NOT NUMERIC
075000         ADD 1 TO WS-ROWS-UNREADABLE
075100         GO TO 2000-EXIT
075200     END-IF.
075300     IF WS-ROW-FALLBACK
075400         MOVE 'Y' TO WS-MONTH-FALLBACK-SWITCH
075500     END-IF.
075600     IF RH-RUN-DATE < WS-FIRST-RUN-DATE
075700         MOVE RH-RUN-DATE TO WS-FIRST-RUN-DATE
075800     END-IF.
075900     IF RH-RUN-DATE > WS-LAST-RUN-DATE
076000         MOVE RH-RUN-DATE TO WS-LAST-RUN-DATE
076100     END-IF.
076200     PERFORM 2100-FIND-VECTOR THRU 2100-EXIT.
076300     IF RETURN-CODE = 16
076400         MOVE 'Y' TO WS-EOF-SWITCH
076500         GO TO 2000-EXIT
076600     END-IF.
076700     IF RH-WAVE NUMERIC
076800         AND RH-WAVE > 1
076900         ADD 1 TO WS-VE-WAVES(WS-VEC-SUB)
077000         GO TO 2000-EXIT
077100     END-IF.
077200     ADD 1 TO WS-VE-RUNS(WS-VEC-SUB).
077300     ADD RH-SURVIVORS TO WS-VE-ELEMENTS(WS-VEC-SUB).
077400     ADD RH-REJECTS TO WS-VE-ELEMENTS(WS-VEC-SUB).
077500     ADD RH-SURVIVORS TO WS-VE-SURVIVORS(WS-VEC-SUB).
077600     ADD RH-REJECTS TO WS-VE-REJECTS(WS-VEC-SUB).
077700     ADD RH-ERRORS TO WS-VE-ERRORS(WS-VEC-SUB).
077800     IF RH-CORRECTION-RUN
077900         ADD 1 TO WS-VE-CORRECTIONS(WS-VEC-SUB)
078000     END-IF.
078100     IF RH-HIGH-PRIORITY
078200         ADD 1 TO WS-VE-PRIORITY(WS-VEC-SUB)
078300     END-IF.
078400 2000-EXIT.
078500     EXIT.
078600*****************************************************************
078700*    2100-FIND-VECTOR
078800*    LEAVES WS-VEC-SUB ON THE ROW'S VECTOR, ADDING IT - AND ITS
078900*    REGISTRY LOOK-UP - THE FIRST TIME IT IS SEEN.  A FULL
079000*    TABLE IS RETURN-CODE 16: A MONTH BILLED SHORT IS WORSE
079100*    THAN ONE NOT BILLED AT ALL.
079200*****************************************************************
079300 2100-FIND-VECTOR.
079400     MOVE 'N' TO WS-KNOWN-SWITCH.
079500     PERFORM 2110-CHECK-ONE-VECTOR THRU 2110-EXIT
079600         VARYING WS-SCAN-SUB FROM 1 BY 1
079700         UNTIL WS-SCAN-SUB > WS-VECTOR-COUNT
079800         OR WS-ENTRY-KNOWN.
079900     IF WS-ENTRY-KNOWN
080000         GO TO 2100-EXIT
080100     END-IF.
080200     IF WS-VECTOR-COUNT >= WS-VECTOR-TABLE-MAX
080300         DISPLAY "CHGBACK: VECTOR TABLE FULL AT "
080400             RH-VECTOR-ID " - MONTH NOT BILLED"
080500         MOVE 16 TO RETURN-CODE
080600         GO TO 2100-EXIT
080700     END-IF.
080800     ADD 1 TO WS-VECTOR-COUNT.
080900     MOVE WS-VECTOR-COUNT TO WS-VEC-SUB.
081000     MOVE RH-VECTOR-ID TO WS-VE-VECTOR-ID(WS-VEC-SUB).
081100     MOVE ZERO TO WS-VE-RUNS(WS-VEC-SUB)
081200         WS-VE-ELEMENTS(WS-VEC-SUB)
081300         WS-VE-SURVIVORS(WS-VEC-SUB)
081400         WS-VE-REJECTS(WS-VEC-SUB)
081500         WS-VE-ERRORS(WS-VEC-SUB)
081600         WS-VE-WAVES(WS-VEC-SUB)
081700         WS-VE-CORRECTIONS(WS-VEC-SUB)
081800         WS-VE-PRIORITY(WS-VEC-SUB).
081900     PERFORM 2120-READ-REGISTRY THRU 2120-EXIT.
082000     IF RETURN-CODE = 16
082100         GO TO 2100-EXIT
082200     END-IF.
082300     PERFORM 2130-FIND-COST-CENTER THRU 2130-EXIT.
082400     MOVE WS-CC-SUB TO WS-VE-CC-SUB(WS-VEC-SUB).
082500 2100-EXIT.
082600     EXIT.
082700 2110-CHECK-ONE-VECTOR.
082800     IF WS-VE-VECTOR-ID(WS-SCAN-SUB) = RH-VECTOR-ID
082900         MOVE WS-SCAN-SUB TO WS-VEC-SUB
083000         MOVE 'Y' TO WS-KNOWN-SWITCH
083100     END-IF.
083200 2110-EXIT.
083300     EXIT.
083400 2120-READ-REGISTRY.
083500     MOVE SPACES TO WS-SEEK-KEY.
083600     MOVE RH-VECTOR-ID TO VR-VECTOR-ID.
083700     READ VECTOR-REGISTRY
083800         INVALID KEY
083900             GO TO 2120-EXIT
084000     END-READ.
084100     IF WS-REGISTRY-STATUS NOT = "00"
084200         DISPLAY "CHGBACK: VREGMSTR READ FAILED FOR "
084300             RH-VECTOR-ID ", STATUS = " WS-REGISTRY-STATUS
084400         MOVE 16 TO RETURN-CODE
084500         GO TO 2120-EXIT
084600     END-IF.
084700     MOVE VR-BUREAU TO WS-SK-BUREAU.
084800     MOVE VR-COST-CENTER TO WS-SK-COST-CENTER.
084900 2120-EXIT.
085000     EXIT.
085100 2130-FIND-COST-CENTER.
085200     MOVE 'N' TO WS-KNOWN-SWITCH.
085300     PERFORM 2140-CHECK-ONE-COST-CENTER THRU 2140-EXIT
085400         VARYING WS-SCAN-SUB FROM 1 BY 1
085500         UNTIL WS-SCAN-SUB > WS-CC-COUNT
085600         OR WS-ENTRY-KNOWN.
085700     IF WS-ENTRY-KNOWN
085800         GO TO 2130-EXIT
085900     END-IF.
086000     IF WS-CC-COUNT >= WS-CC-TABLE-MAX
086100         DISPLAY "CHGBACK: COST CENTER TABLE FULL AT "
086200             WS-SEEK-KEY " - MONTH NOT BILLED"
086300         MOVE 16 TO RETURN-CODE
086400         GO TO 2130-EXIT
086500     END-IF.
086600     ADD 1 TO WS-CC-COUNT.
086700     MOVE WS-CC-COUNT TO WS-CC-SUB.
086800     MOVE WS-SEEK-KEY TO WS-CC-KEY(WS-CC-SUB).
086900     MOVE 'N' TO WS-CC-PRINTED-SWITCH(WS-CC-SUB).
087000 2130-EXIT.
087100     EXIT.
087200 2140-CHECK-ONE-COST-CENTER.
087300     IF WS-CC-KEY(WS-SCAN-SUB) = WS-SEEK-KEY
087400         MOVE WS-SCAN-SUB TO WS-CC-SUB
087500         MOVE 'Y' TO WS-KNOWN-SWITCH
087600     END-IF.
087700 2140-EXIT.
087800     EXIT.
087900*****************************************************************
088000*    2200-SET-BUSINESS-MONTH
088100*    THE YYYYMM OF THE FIRST CALENDAR MONTH-END ON OR AFTER THE
088200*    RUN DATE; FAILING ONE, OR FOR A RUN FROM BEFORE THE
088300*    CALENDAR BEGINS, THE RUN DATE'S OWN YYYYMM - THE SAME RULE
088400*    AS VECTREND, SO THE TREND AND THE INVOICE AGREE ON WHICH
088500*    MONTH A RUN FELL IN.
088600*****************************************************************
088700 2200-SET-BUSINESS-MONTH.
088800     MOVE RH-RUN-DATE(1:6) TO WS-BUSINESS-MONTH.
088900     MOVE 'N' TO WS-MONTH-FOUND-SWITCH.
089000     MOVE 'N' TO WS-ROW-FALLBACK-SWITCH.
089100     IF RH-RUN-DATE < WS-CALENDAR-FIRST-DATE
089200         MOVE 'Y' TO WS-ROW-FALLBACK-SWITCH
089300         GO TO 2200-EXIT
089400     END-IF.
089500     PERFORM 2210-CHECK-ONE-MONTH-END THRU 2210-EXIT
089600         VARYING WS-ME-SUB FROM 1 BY 1
089700         UNTIL WS-ME-SUB > WS-MONTH-END-COUNT
089800         OR WS-MONTH-FOUND.
089900     IF NOT WS-MONTH-FOUND
090000         MOVE 'Y' TO WS-ROW-FALLBACK-SWITCH
090100     END-IF.
090200 2200-EXIT.
090300     EXIT.
090400 2210-CHECK-ONE-MONTH-END.
090500     IF WS-MONTH-END-DATE(WS-ME-SUB) NOT < RH-RUN-DATE
090600         MOVE WS-MONTH-END-DATE(WS-ME-SUB)(1:6)
090700             TO WS-BUSINESS-MONTH
090800         MOVE 'Y' TO WS-MONTH-FOUND-SWITCH
090900     END-IF.
091000 2210-EXIT.
091100     EXIT.
091200*****************************************************************
091300*    4000-PRINT-INVOICES
091400*    OPENS THE GENERAL LEDGER FILE WITH ITS HEADER, THEN PRINTS
091500*    THE INVOICES: EACH PASS PICKS THE LOWEST BUREAU AND COST
091600*    CENTER NOT YET PRINTED UNTIL NONE IS LEFT - BILLED COST
091700*    CENTERS ON THE FIRST PASS, UNBILLED ON THE SECOND.
091800*****************************************************************
091900 4000-PRINT-INVOICES.
092000     MOVE SPACES TO CB-RECORD.
092100     MOVE 'H' TO CB-RECORD-TYPE.
092200     MOVE WS-BILL-MONTH-N TO CB-BILL-MONTH.
092300     MOVE "STALSORT" TO CB-H-SOURCE.
092400     MOVE ZERO TO CB-H-FIRST-DATE CB-H-LAST-DATE.
092500     IF WS-VECTOR-COUNT > ZERO
092600         MOVE WS-FIRST-RUN-DATE TO CB-H-FIRST-DATE
092700         MOVE WS-LAST-RUN-DATE TO CB-H-LAST-DATE
092800     END-IF.
092900     MOVE WS-CURRENT-DATE TO CB-H-CREATED-DATE.
093000     MOVE WS-CT-HHMMSS TO CB-H-CREATED-TIME.
093100     PERFORM 8300-WRITE-LEDGER THRU 8300-EXIT.
093200     MOVE ZERO TO WS-CT-INVOICES(1) WS-CT-VECTORS(1)
093300         WS-CT-RUNS(1) WS-CT-ELEMENTS(1) WS-CT-SURVIVORS(1)
093400         WS-CT-REJECTS(1) WS-CT-ERRORS(1) WS-CT-WAVES(1)
093500         WS-CT-CORRECTIONS(1) WS-CT-PRIORITY(1)
093600         WS-CT-AMOUNT(1).
093700     MOVE WS-CONTROL-ENTRY(1) TO WS-CONTROL-ENTRY(2).
093800     MOVE 'B' TO WS-PRINT-PASS.
093900     MOVE 'N' TO WS-INVOICES-DONE-SWITCH.
094000     PERFORM 4100-PRINT-NEXT-INVOICE THRU 4100-EXIT
094100         UNTIL WS-INVOICES-DONE.
094200     MOVE 'U' TO WS-PRINT-PASS.
094300     MOVE 'N' TO WS-INVOICES-DONE-SWITCH.
094400     PERFORM 4100-PRINT-NEXT-INVOICE THRU 4100-EXIT
094500         UNTIL WS-INVOICES-DONE.
094600 4000-EXIT.
094700     EXIT.
094800 4100-PRINT-NEXT-INVOICE.
094900     MOVE ZERO TO WS-PICK-SUB.
095000     PERFORM 4110-CONSIDER-ONE-COST-CENTER THRU 4110-EXIT
095100         VARYING WS-CC-SUB FROM 1 BY 1
095200         UNTIL WS-CC-SUB > WS-CC-COUNT.
095300     IF WS-PICK-SUB = ZERO
095400         MOVE 'Y' TO WS-INVOICES-DONE-SWITCH
095500         GO TO 4100-EXIT
095600     END-IF.
095700     MOVE 'Y' TO WS-CC-PRINTED-SWITCH(WS-PICK-SUB).
095800     PERFORM 4200-TOTAL-INVOICE THRU 4200-EXIT.
095900     PERFORM 4300-PRINT-INVOICE THRU 4300-EXIT.
096000     IF WS-PRINTING-BILLED
096100         MOVE 1 TO WS-CT-SUB
096200         PERFORM 4400-WRITE-LEDGER-DETAIL THRU 4400-EXIT
096300             VARYING WS-RATE-SUB FROM 1 BY 1
096400             UNTIL WS-RATE-SUB > 3
096500     ELSE
096600         MOVE 2 TO WS-CT-SUB
096700     END-IF.
096800     PERFORM 4500-ADD-TO-CONTROL THRU 4500-EXIT.
096900 4100-EXIT.
097000     EXIT.
097100 4110-CONSIDER-ONE-COST-CENTER.
097200     IF WS-CC-PRINTED(WS-CC-SUB)
097300         GO TO 4110-EXIT
097400     END-IF.
097500     IF WS-PRINTING-BILLED
097600         AND WS-CC-COST-CENTER(WS-CC-SUB) = SPACES
097700         GO TO 4110-EXIT
097800     END-IF.
097900     IF WS-PRINTING-UNBILLED
098000         AND WS-CC-COST-CENTER(WS-CC-SUB) NOT = SPACES
098100         GO TO 4110-EXIT
098200     END-IF.
098300     IF WS-PICK-SUB = ZERO
098400         MOVE WS-CC-SUB TO WS-PICK-SUB
098500         GO TO 4110-EXIT
098600     END-IF.
098700     IF WS-CC-KEY(WS-CC-SUB) < WS-CC-KEY(WS-PICK-SUB)
098800         MOVE WS-CC-SUB TO WS-PICK-SUB
098900     END-IF.
099000 4110-EXIT.
099100     EXIT.
099200*****************************************************************
099300*    4200-TOTAL-INVOICE
099400*    SUMS THE PICKED COST CENTER'S VECTORS AND PRICES THE
099500*    THREE CHARGES, EACH ROUNDED TO THE CENT ON ITS OWN LINE SO
099600*    THE INVOICE TOTAL IS THE SUM OF WHAT IS PRINTED.
099700*****************************************************************
099800 4200-TOTAL-INVOICE.
099900     MOVE ZERO TO WS-IV-RUNS WS-IV-ELEMENTS WS-IV-SURVIVORS
100000         WS-IV-REJECTS WS-IV-ERRORS WS-IV-WAVES
100100         WS-IV-CORRECTIONS WS-IV-PRIORITY WS-IV-VECTORS.
100200     PERFORM 4210-ADD-ONE-VECTOR THRU 4210-EXIT
100300         VARYING WS-VEC-SUB FROM 1 BY 1
100400         UNTIL WS-VEC-SUB > WS-VECTOR-COUNT.
100500     MOVE WS-IV-ELEMENTS TO WS-IV-QUANTITY(1).
100600     MOVE WS-IV-CORRECTIONS TO WS-IV-QUANTITY(2).
100700     MOVE WS-IV-PRIORITY TO WS-IV-QUANTITY(3).
100800     MOVE ZERO TO WS-IV-TOTAL-AMOUNT.
100900     PERFORM 4220-PRICE-ONE-CHARGE THRU 4220-EXIT
101000         VARYING WS-RATE-SUB FROM 1 BY 1
101100         UNTIL WS-RATE-SUB > 3.
101200 4200-EXIT.
101300     EXIT.
101400 4210-ADD-ONE-VECTOR.
101500     IF WS-VE-CC-SUB(WS-VEC-SUB) NOT = WS-PICK-SUB
101600         GO TO 4210-EXIT
101700     END-IF.
101800     ADD 1 TO WS-IV-VECTORS.
101900     ADD WS-VE-RUNS(WS-VEC-SUB) TO WS-IV-RUNS.
102000     ADD WS-VE-ELEMENTS(WS-VEC-SUB) TO WS-IV-ELEMENTS.
102100     ADD WS-VE-SURVIVORS(WS-VEC-SUB) TO WS-IV-SURVIVORS.
102200     ADD WS-VE-REJECTS(WS-VEC-SUB) TO WS-IV-REJECTS.
102300     ADD WS-VE-ERRORS(WS-VEC-SUB) TO WS-IV-ERRORS.
102400     ADD WS-VE-WAVES(WS-VEC-SUB) TO WS-IV-WAVES.
102500     ADD WS-VE-CORRECTIONS(WS-VEC-SUB) TO WS-IV-CORRECTIONS.
102600     ADD WS-VE-PRIORITY(WS-VEC-SUB) TO WS-IV-PRIORITY.
102700 4210-EXIT.
102800     EXIT.
102900 4220-PRICE-ONE-CHARGE.
103000     COMPUTE WS-IV-AMOUNT(WS-RATE-SUB) ROUNDED =
103100         WS-IV-QUANTITY(WS-RATE-SUB) * WS-RA-RATE(WS-RATE-SUB).
103200     ADD WS-IV-AMOUNT(WS-RATE-SUB) TO WS-IV-TOTAL-AMOUNT.
103300 4220-EXIT.
103400     EXIT.
103500*****************************************************************
103600*    4300-PRINT-INVOICE
103700*    ONE PAGE: WHO IS BILLED, THE RUN DATES COVERED, ONE LINE
103800*    PER VECTOR, THE USAGE TOTALS, THEN THE PRICED CHARGES.  AN
103900*    UNBILLED PAGE SAYS WHY IT WAS NOT SENT TO THE LEDGER.
104000*****************************************************************
104100 4300-PRINT-INVOICE.
104200     MOVE WS-BM-MM TO WS-IT-MM.
104300     MOVE WS-BM-YYYY TO WS-IT-YYYY.
104400     MOVE WS-INVOICE-TITLE-LINE TO WS-PRINT-LINE.
104500     PERFORM 8100-WRITE-NEW-PAGE THRU 8100-EXIT.
104600     MOVE WS-CC-BUREAU(WS-PICK-SUB) TO WS-BT-BUREAU.
104700     MOVE WS-CC-COST-CENTER(WS-PICK-SUB) TO WS-BT-COST-CENTER.
104800     IF WS-CC-BUREAU(WS-PICK-SUB) = SPACES
104900         MOVE "(NONE)" TO WS-BT-BUREAU
105000     END-IF.
105100     IF WS-CC-COST-CENTER(WS-PICK-SUB) = SPACES
105200         MOVE "(NONE)" TO WS-BT-COST-CENTER
105300     END-IF.
105400     MOVE WS-BILL-TO-LINE TO WS-PRINT-LINE.
105500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
105600     PERFORM 8200-WRITE-PERIOD THRU 8200-EXIT.
105700     IF WS-PRINTING-UNBILLED
105800         IF WS-CC-BUREAU(WS-PICK-SUB) = SPACES
105900             MOVE "*** VECTORS NOT ON THE REGISTRY - NOT BILLED"
106000                 TO WS-NL-TEXT
106100         ELSE
106200             MOVE "*** NO COST CENTER ON THE REGISTRY - NOT BILLE
106300-                "D" TO WS-NL-TEXT
106400         END-IF
106500         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
106600         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
106700         MOVE "*** SET THE COST CENTER ON STLV AND RERUN THE MONT
106800-                "H" TO WS-NL-TEXT
106900         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
107000         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
107100     END-IF.
107200     MOVE SPACES TO WS-PRINT-LINE.
107300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
107400     MOVE WS-VECTOR-COLUMN-LINE TO WS-PRINT-LINE.
107500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
107600     PERFORM 4310-PRINT-ONE-VECTOR THRU 4310-EXIT
107700         VARYING WS-VEC-SUB FROM 1 BY 1
107800         UNTIL WS-VEC-SUB > WS-VECTOR-COUNT.
107900     MOVE SPACES TO WS-PRINT-LINE.
108000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
108100     MOVE "VECTORS" TO WS-UL-LABEL.
108200     MOVE WS-IV-VECTORS TO WS-UL-VALUE.
108300     PERFORM 4320-PRINT-USAGE THRU 4320-EXIT.
108400     MOVE "VECTORS PROCESSED (RUNS)" TO WS-UL-LABEL.
108500     MOVE WS-IV-RUNS TO WS-UL-VALUE.
108600     PERFORM 4320-PRINT-USAGE THRU 4320-EXIT.
108700     MOVE "ELEMENTS LOADED" TO WS-UL-LABEL.
108800     MOVE WS-IV-ELEMENTS TO WS-UL-VALUE.
108900     PERFORM 4320-PRINT-USAGE THRU 4320-EXIT.
109000     MOVE "SURVIVORS" TO WS-UL-LABEL.
109100     MOVE WS-IV-SURVIVORS TO WS-UL-VALUE.
109200     PERFORM 4320-PRINT-USAGE THRU 4320-EXIT.
109300     MOVE "REJECTS" TO WS-UL-LABEL.
109400     MOVE WS-IV-REJECTS TO WS-UL-VALUE.
109500     PERFORM 4320-PRINT-USAGE THRU 4320-EXIT.
109600     MOVE "ERRORS" TO WS-UL-LABEL.
109700     MOVE WS-IV-ERRORS TO WS-UL-VALUE.
109800     PERFORM 4320-PRINT-USAGE THRU 4320-EXIT.
109900     MOVE "RECYCLE WAVES" TO WS-UL-LABEL.
110000     MOVE WS-IV-WAVES TO WS-UL-VALUE.
110100     PERFORM 4320-PRINT-USAGE THRU 4320-EXIT.
110200     MOVE "CORRECTION RUNS" TO WS-UL-LABEL.
110300     MOVE WS-IV-CORRECTIONS TO WS-UL-VALUE.
110400     PERFORM 4320-PRINT-USAGE THRU 4320-EXIT.
110500     MOVE "PRIORITY 'H' VECTORS" TO WS-UL-LABEL.
110600     MOVE WS-IV-PRIORITY TO WS-UL-VALUE.
110700     PERFORM 4320-PRINT-USAGE THRU 4320-EXIT.
110800     MOVE SPACES TO WS-PRINT-LINE.
110900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
111000     MOVE WS-CHARGE-COLUMN-LINE TO WS-PRINT-LINE.
111100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
111200     PERFORM 4330-PRINT-ONE-CHARGE THRU 4330-EXIT
111300         VARYING WS-RATE-SUB FROM 1 BY 1
111400         UNTIL WS-RATE-SUB > 3.
111500     IF WS-PRINTING-BILLED
111600         MOVE "INVOICE TOTAL" TO WS-CTL-LABEL
111700     ELSE
111800         MOVE "NOT BILLED" TO WS-CTL-LABEL
111900     END-IF.
112000     MOVE WS-IV-TOTAL-AMOUNT TO WS-CTL-AMOUNT.
112100     MOVE WS-CHARGE-TOTAL-LINE TO WS-PRINT-LINE.
112200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
112300 4300-EXIT.
112400     EXIT.
112500 4310-PRINT-ONE-VECTOR.
112600     IF WS-VE-CC-SUB(WS-VEC-SUB) NOT = WS-PICK-SUB
112700         GO TO 4310-EXIT
112800     END-IF.
112900     MOVE WS-VE-VECTOR-ID(WS-VEC-SUB) TO WS-VD-VECTOR-ID.
113000     MOVE WS-VE-RUNS(WS-VEC-SUB) TO WS-VD-RUNS.
113100     MOVE WS-VE-ELEMENTS(WS-VEC-SUB) TO WS-VD-ELEMENTS.
113200     MOVE WS-VE-SURVIVORS(WS-VEC-SUB) TO WS-VD-SURVIVORS.
113300     MOVE WS-VE-REJECTS(WS-VEC-SUB) TO WS-VD-REJECTS.
113400     MOVE WS-VE-ERRORS(WS-VEC-SUB) TO WS-VD-ERRORS.
113500     MOVE WS-VE-WAVES(WS-VEC-SUB) TO WS-VD-WAVES.
113600     MOVE WS-VE-CORRECTIONS(WS-VEC-SUB) TO WS-VD-CORRECTIONS.
113700     MOVE WS-VE-PRIORITY(WS-VEC-SUB) TO WS-VD-PRIORITY.
113800     MOVE WS-VECTOR-DETAIL-LINE TO WS-PRINT-LINE.
113900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
114000 4310-EXIT.
114100     EXIT.
114200 4320-PRINT-USAGE.
114300     MOVE WS-USAGE-LINE TO WS-PRINT-LINE.
114400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
114500 4320-EXIT.
114600     EXIT.
114700 4330-PRINT-ONE-CHARGE.
114800     MOVE WS-RA-LABEL(WS-RATE-SUB) TO WS-CL-LABEL.
114900     MOVE WS-IV-QUANTITY(WS-RATE-SUB) TO WS-CL-QUANTITY.
115000     MOVE WS-RA-RATE(WS-RATE-SUB) TO WS-CL-RATE.
115100     MOVE WS-IV-AMOUNT(WS-RATE-SUB) TO WS-CL-AMOUNT.
115200     MOVE WS-CHARGE-LINE TO WS-PRINT-LINE.
115300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
115400 4330-EXIT.
115500     EXIT.
115600*****************************************************************
115700*    4400-WRITE-LEDGER-DETAIL
115800*    ONE GENERAL LEDGER DETAIL PER CHARGE WITH A QUANTITY - A
115900*    COST CENTER THAT RAN NO PRIORITY VECTORS GETS NO ZERO
116000*    PRIORITY LINE.
116100*****************************************************************
116200 4400-WRITE-LEDGER-DETAIL.
116300     IF WS-IV-QUANTITY(WS-RATE-SUB) = ZERO
116400         GO TO 4400-EXIT
116500     END-IF.
116600     MOVE SPACES TO CB-RECORD.
116700     MOVE 'D' TO CB-RECORD-TYPE.
116800     MOVE WS-BILL-MONTH-N TO CB-BILL-MONTH.
116900     MOVE WS-CC-BUREAU(WS-PICK-SUB) TO CB-D-BUREAU.
117000     MOVE WS-CC-COST-CENTER(WS-PICK-SUB) TO CB-D-COST-CENTER.
117100     MOVE WS-RA-CODE(WS-RATE-SUB) TO CB-D-CHARGE-CODE.
117200     MOVE WS-IV-QUANTITY(WS-RATE-SUB) TO CB-D-QUANTITY.
117300     MOVE WS-RA-RATE(WS-RATE-SUB) TO CB-D-RATE.
117400     MOVE WS-IV-AMOUNT(WS-RATE-SUB) TO CB-D-AMOUNT.
117440     PERFORM 8300-WRITE-LEDGER THRU 8300-EXIT.
117480     IF WS-LEDGER-FAILED
117520         GO TO 4400-EXIT
117560     END-IF.
117600     ADD 1 TO WS-GL-DETAILS.
117700     ADD WS-IV-AMOUNT(WS-RATE-SUB) TO WS-GL-TOTAL-AMOUNT.
117800 4400-EXIT.
117900     EXIT.
118000 4500-ADD-TO-CONTROL.
118100     ADD 1 TO WS-CT-INVOICES(WS-CT-SUB).
118200     ADD WS-IV-VECTORS TO WS-CT-VECTORS(WS-CT-SUB).
118300     ADD WS-IV-RUNS TO WS-CT-RUNS(WS-CT-SUB).
118400     ADD WS-IV-ELEMENTS TO WS-CT-ELEMENTS(WS-CT-SUB).
118500     ADD WS-IV-SURVIVORS TO WS-CT-SURVIVORS(WS-CT-SUB).
118600     ADD WS-IV-REJECTS TO WS-CT-REJECTS(WS-CT-SUB).
118700     ADD WS-IV-ERRORS TO WS-CT-ERRORS(WS-CT-SUB).
118800     ADD WS-IV-WAVES TO WS-CT-WAVES(WS-CT-SUB).
118900     ADD WS-IV-CORRECTIONS TO WS-CT-CORRECTIONS(WS-CT-SUB).
119000     ADD WS-IV-PRIORITY TO WS-CT-PRIORITY(WS-CT-SUB).
119100     ADD WS-IV-TOTAL-AMOUNT TO WS-CT-AMOUNT(WS-CT-SUB).
119200 4500-EXIT.
119300     EXIT.
119400*****************************************************************
119500*    5000-CONTROL-SUMMARY
119600*    BALANCES THE RUNHIST ROWS, CLOSES THE GENERAL LEDGER FILE
119700*    WITH ITS TRAILER - ONLY IF THEY BALANCE, SO THE LEDGER FEED
119800*    REFUSES A FILE BUILT FROM A MONTH WITH A ROW LOST - AND
119900*    PRINTS THE CONTROL SUMMARY: THE RATES USED, WHERE EVERY
120000*    RUNHIST ROW WENT, THE USAGE AND AMOUNTS BILLED AND NOT
120100*    BILLED, THE LEDGER FILE'S TOTALS, ANY NOTES AND THE VERDICT.
120200*        RC 0  - EVERYTHING IN THE MONTH WAS BILLED
120300*        RC 4  - SOME USAGE COULD NOT BE BILLED, THE MONTH HAS
120400*                NOT CLOSED YET, OR THE MONTH HAD NO USAGE
120450*        RC 16 - THE ROWS DO NOT BALANCE OR A LEDGER WRITE
120500*                FAILED (OR, EARLIER, A FILE, CARD, RATE OR
120550*                TABLE FAILURE)
120700*****************************************************************
120800 5000-CONTROL-SUMMARY.
120900     COMPUTE WS-ROWS-CHARGED = WS-CT-RUNS(1) + WS-CT-WAVES(1)
121000         + WS-CT-RUNS(2) + WS-CT-WAVES(2).
121100     COMPUTE WS-ROWS-ACCOUNTED = WS-ROWS-CHARGED
121200         + WS-ROWS-OTHER-MONTHS + WS-ROWS-SUPERSEDED
121300         + WS-ROWS-UNREADABLE.
121400     IF WS-ROWS-ACCOUNTED NOT = WS-ROWS-READ
121500         MOVE 16 TO RETURN-CODE
121600     ELSE
121700         MOVE SPACES TO CB-RECORD
121800         MOVE 'T' TO CB-RECORD-TYPE
121900         MOVE WS-BILL-MONTH-N TO CB-BILL-MONTH
122000         MOVE WS-GL-DETAILS TO CB-T-DETAIL-COUNT
122100         MOVE WS-GL-TOTAL-AMOUNT TO CB-T-TOTAL-AMOUNT
122200         PERFORM 8300-WRITE-LEDGER THRU 8300-EXIT
122300     END-IF.
122400     MOVE WS-BM-MM TO WS-ST-MM.
122500     MOVE WS-BM-YYYY TO WS-ST-YYYY.
122600     MOVE WS-SUMMARY-TITLE-LINE TO WS-PRINT-LINE.
122700     PERFORM 8100-WRITE-NEW-PAGE THRU 8100-EXIT.
122800     PERFORM 8200-WRITE-PERIOD THRU 8200-EXIT.
122900     MOVE SPACES TO WS-PRINT-LINE.
123000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
123100     PERFORM 5100-PRINT-ONE-RATE THRU 5100-EXIT
123200         VARYING WS-RATE-SUB FROM 1 BY 1
123300         UNTIL WS-RATE-SUB > 3.
123400     MOVE SPACES TO WS-PRINT-LINE.
123500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
123600     PERFORM 5200-PRINT-ROW-BALANCE THRU 5200-EXIT.
123700     MOVE SPACES TO WS-PRINT-LINE.
123800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
123900     PERFORM 5300-PRINT-USAGE-TOTALS THRU 5300-EXIT.
124000     MOVE SPACES TO WS-PRINT-LINE.
124100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
124200     MOVE WS-GL-DETAILS TO WS-GL-DETAIL-COUNT.
124300     MOVE WS-GL-TOTAL-AMOUNT TO WS-GL-AMOUNT.
124400     MOVE WS-GL-LINE TO WS-PRINT-LINE.
124500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
124600     MOVE SPACES TO WS-PRINT-LINE.
124700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
124800     PERFORM 5400-PRINT-NOTES-AND-VERDICT THRU 5400-EXIT.
124900 5000-EXIT.
125000     EXIT.
125100 5100-PRINT-ONE-RATE.
125200     MOVE WS-RA-LABEL(WS-RATE-SUB) TO WS-RL-LABEL.
125300     MOVE WS-RA-EFFECTIVE(WS-RATE-SUB) TO WS-PARM-MONTH.
125400     MOVE WS-PM-MM TO WS-RL-MM.
125500     MOVE WS-PM-YYYY TO WS-RL-YYYY.
125600     MOVE WS-RA-RATE(WS-RATE-SUB) TO WS-RL-RATE.
125700     MOVE WS-RATE-LINE TO WS-PRINT-LINE.
125800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
125900 5100-EXIT.
126000     EXIT.
126100*****************************************************************
126200*    5200-PRINT-ROW-BALANCE
126300*    ROWS READ = OTHER MONTHS + SUPERSEDED + UNREADABLE + RUNS
126400*    + RECYCLE WAVES, BILLED AND NOT.  A DIFFERENCE MEANS A ROW
126500*    WAS LOST BETWEEN RUNHIST AND THE INVOICES - 5000 HAS SET
126600*    RETURN-CODE 16 AND LEFT THE LEDGER FILE WITHOUT A TRAILER.
126700*****************************************************************
126800 5200-PRINT-ROW-BALANCE.
126900     MOVE "RUNHIST ROWS READ" TO WS-CNL-LABEL.
127000     MOVE WS-ROWS-READ TO WS-CNL-VALUE.
127100     PERFORM 5210-PRINT-COUNT THRU 5210-EXIT.
127200     MOVE "  IN OTHER MONTHS" TO WS-CNL-LABEL.
127300     MOVE WS-ROWS-OTHER-MONTHS TO WS-CNL-VALUE.
127400     PERFORM 5210-PRINT-COUNT THRU 5210-EXIT.
127500     MOVE "  SUPERSEDED - NOT CHARGED" TO WS-CNL-LABEL.
127600     MOVE WS-ROWS-SUPERSEDED TO WS-CNL-VALUE.
127700     PERFORM 5210-PRINT-COUNT THRU 5210-EXIT.
127800     MOVE "  UNREADABLE - NOT CHARGED" TO WS-CNL-LABEL.
127900     MOVE WS-ROWS-UNREADABLE TO WS-CNL-VALUE.
128000     PERFORM 5210-PRINT-COUNT THRU 5210-EXIT.
128100     MOVE "  CHARGED TO AN INVOICE" TO WS-CNL-LABEL.
128200     MOVE WS-ROWS-CHARGED TO WS-CNL-VALUE.
128300     PERFORM 5210-PRINT-COUNT THRU 5210-EXIT.
128400     IF WS-ROWS-ACCOUNTED NOT = WS-ROWS-READ
128500         MOVE "RUNHIST ROWS DO NOT BALANCE - NO LEDGER TRAILER"
128600             TO WS-NL-TEXT
128700         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
128800         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
128900     END-IF.
129000 5200-EXIT.
129100     EXIT.
129200 5210-PRINT-COUNT.
129300     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
129400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
129500 5210-EXIT.
129600     EXIT.
129700 5300-PRINT-USAGE-TOTALS.
129800     MOVE WS-SUMMARY-COLUMN-LINE TO WS-PRINT-LINE.
129900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
130000     MOVE "INVOICES" TO WS-SL-LABEL.
130100     MOVE WS-CT-INVOICES(1) TO WS-SL-BILLED.
130200     MOVE WS-CT-INVOICES(2) TO WS-SL-UNBILLED.
130300     PERFORM 5310-PRINT-SUMMARY THRU 5310-EXIT.
130400     MOVE "VECTORS" TO WS-SL-LABEL.
130500     MOVE WS-CT-VECTORS(1) TO WS-SL-BILLED.
130600     MOVE WS-CT-VECTORS(2) TO WS-SL-UNBILLED.
130700     PERFORM 5310-PRINT-SUMMARY THRU 5310-EXIT.
130800     MOVE "VECTORS PROCESSED (RUNS)" TO WS-SL-LABEL.
130900     MOVE WS-CT-RUNS(1) TO WS-SL-BILLED.
131000     MOVE WS-CT-RUNS(2) TO WS-SL-UNBILLED.
131100     PERFORM 5310-PRINT-SUMMARY THRU 5310-EXIT.
131200     MOVE "ELEMENTS LOADED" TO WS-SL-LABEL.
131300     MOVE WS-CT-ELEMENTS(1) TO WS-SL-BILLED.
131400     MOVE WS-CT-ELEMENTS(2) TO WS-SL-UNBILLED.
131500     PERFORM 5310-PRINT-SUMMARY THRU 5310-EXIT.
131600     MOVE "SURVIVORS" TO WS-SL-LABEL.
131700     MOVE WS-CT-SURVIVORS(1) TO WS-SL-BILLED.
131800     MOVE WS-CT-SURVIVORS(2) TO WS-SL-UNBILLED.
131900     PERFORM 5310-PRINT-SUMMARY THRU 5310-EXIT.
132000     MOVE "REJECTS" TO WS-SL-LABEL.
132100     MOVE WS-CT-REJECTS(1) TO WS-SL-BILLED.
132200     MOVE WS-CT-REJECTS(2) TO WS-SL-UNBILLED.
132300     PERFORM 5310-PRINT-SUMMARY THRU 5310-EXIT.
132400     MOVE "ERRORS" TO WS-SL-LABEL.
132500     MOVE WS-CT-ERRORS(1) TO WS-SL-BILLED.
132600     MOVE WS-CT-ERRORS(2) TO WS-SL-UNBILLED.
132700     PERFORM 5310-PRINT-SUMMARY THRU 5310-EXIT.
132800     MOVE "RECYCLE WAVES" TO WS-SL-LABEL.
132900     MOVE WS-CT-WAVES(1) TO WS-SL-BILLED.
133000     MOVE WS-CT-WAVES(2) TO WS-SL-UNBILLED.
133100     PERFORM 5310-PRINT-SUMMARY THRU 5310-EXIT.
133200     MOVE "CORRECTION RUNS" TO WS-SL-LABEL.
133300     MOVE WS-CT-CORRECTIONS(1) TO WS-SL-BILLED.
133400     MOVE WS-CT-CORRECTIONS(2) TO WS-SL-UNBILLED.
133500     PERFORM 5310-PRINT-SUMMARY THRU 5310-EXIT.
133600     MOVE "PRIORITY 'H' VECTORS" TO WS-SL-LABEL.
133700     MOVE WS-CT-PRIORITY(1) TO WS-SL-BILLED.
133800     MOVE WS-CT-PRIORITY(2) TO WS-SL-UNBILLED.
133900     PERFORM 5310-PRINT-SUMMARY THRU 5310-EXIT.
134000     MOVE "AMOUNT" TO WS-SA-LABEL.
134100     MOVE WS-CT-AMOUNT(1) TO WS-SA-BILLED.
134200     MOVE WS-CT-AMOUNT(2) TO WS-SA-UNBILLED.
134300     MOVE WS-SUMMARY-AMOUNT-LINE TO WS-PRINT-LINE.
134400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
134500 5300-EXIT.
134600     EXIT.
134700 5310-PRINT-SUMMARY.
134800     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
134900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
135000 5310-EXIT.
135100     EXIT.
135200 5400-PRINT-NOTES-AND-VERDICT.
135300     IF NOT WS-CALENDAR-LOADED
135400         MOVE "NO PROCESSING CALENDAR - CALENDAR MONTHS USED"
135500             TO WS-NL-TEXT
135600         PERFORM 5410-PRINT-NOTE THRU 5410-EXIT
135700     ELSE
135800         IF WS-MONTH-FALLBACK
135900             MOVE "RUNS OFF THE CALENDAR - CALENDAR MONTHS USED"
136000                 TO WS-NL-TEXT
136100             PERFORM 5410-PRINT-NOTE THRU 5410-EXIT
136200         END-IF
136300     END-IF.
136400     IF WS-MONTH-STILL-OPEN
136500         MOVE "MONTH HAS NOT CLOSED - LATER RUNS ARE NOT BILLED"
136600             TO WS-NL-TEXT
136700         PERFORM 5410-PRINT-NOTE THRU 5410-EXIT
136800     END-IF.
136900     IF WS-VECTOR-COUNT = ZERO
137000         MOVE "NO USAGE IN THE MONTH" TO WS-NL-TEXT
137100         PERFORM 5410-PRINT-NOTE THRU 5410-EXIT
137200     END-IF.
137210     IF WS-LEDGER-FAILED
137220         MOVE "GENERAL LEDGER WRITE FAILED - NO TRAILER WRITTEN"
137230             TO WS-NL-TEXT
137240         PERFORM 5410-PRINT-NOTE THRU 5410-EXIT
137250     END-IF.
137300     IF RETURN-CODE = 16
137400         MOVE "HOLD THE LEDGER FILE - SEE THE NOTES"
137500             TO WS-VL-TEXT
137600     ELSE
137700         IF WS-CT-INVOICES(2) > ZERO
137800             OR WS-MONTH-STILL-OPEN
137900             OR WS-VECTOR-COUNT = ZERO
138000             MOVE "REVIEW - SEE THE NOTES AND UNBILLED INVOICES"
138100                 TO WS-VL-TEXT
138200             MOVE 4 TO RETURN-CODE
138300         ELSE
138400             MOVE "ALL USAGE BILLED" TO WS-VL-TEXT
138500         END-IF
138600     END-IF.
138700     MOVE WS-VERDICT-LINE TO WS-PRINT-LINE.
138800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
138900 5400-EXIT.
139000     EXIT.
139100 5410-PRINT-NOTE.
139200     MOVE WS-NOTE-LINE TO WS-PRINT-LINE.
139300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
139400 5410-EXIT.
139500     EXIT.
139600*****************************************************************
139700*    8000-8200 - CHGBRPT WRITERS.  EVERY LINE GOES OUT THROUGH
139800*    ONE OF THESE SO THE CARRIAGE CONTROL IS NEVER MIXED.
139820*    8300 - THE ONE CHGBACK WRITER.  AFTER A FAILED WRITE NOTHING
139840*    MORE GOES TO THE LEDGER FILE - ABOVE ALL NO TRAILER, SO THE
139860*    LEDGER FEED REFUSES THE GENERATION - AND THE RUN ENDS
139880*    RETURN-CODE 16.  THE INVOICES STILL PRINT.
139900*****************************************************************
140000 8000-WRITE-LINE.
140100     WRITE CHARGE-REPORT-RECORD FROM WS-PRINT-LINE
140200         AFTER ADVANCING 1 LINE.
140300 8000-EXIT.
140400     EXIT.
140500 8100-WRITE-NEW-PAGE.
140600     WRITE CHARGE-REPORT-RECORD FROM WS-PRINT-LINE
140700         AFTER ADVANCING PAGE.
140800 8100-EXIT.
140900     EXIT.
141000 8200-WRITE-PERIOD.
141100     IF WS-VECTOR-COUNT = ZERO
141200         GO TO 8200-EXIT
141300     END-IF.
141400     MOVE WS-FIRST-RUN-DATE TO WS-WORK-DATE-X.
141500     MOVE WS-WD-MM TO WS-PL-FROM-MM.
141600     MOVE WS-WD-DD TO WS-PL-FROM-DD.
141700     MOVE WS-WD-YYYY TO WS-PL-FROM-YYYY.
141800     MOVE WS-LAST-RUN-DATE TO WS-WORK-DATE-X.
141900     MOVE WS-WD-MM TO WS-PL-THRU-MM.
142000     MOVE WS-WD-DD TO WS-PL-THRU-DD.
142100     MOVE WS-WD-YYYY TO WS-PL-THRU-YYYY.
142200     MOVE WS-PERIOD-LINE TO WS-PRINT-LINE.
142300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
142400 8200-EXIT.
142500     EXIT.
142505 8300-WRITE-LEDGER.
142510     IF WS-LEDGER-FAILED
142515         GO TO 8300-EXIT
142520     END-IF.
142525     WRITE CB-RECORD.
142530     IF WS-CHARGEBACK-STATUS NOT = "00"
142535         DISPLAY "CHGBACK: WRITE FAILED ON CHGBACK, STATUS = "
142540             WS-CHARGEBACK-STATUS
142545         MOVE 'Y' TO WS-LEDGER-FAILED-SWITCH
142550         MOVE 16 TO RETURN-CODE
142555     END-IF.
142560 8300-EXIT.
142565     EXIT.
142600 9000-TERMINATE.
142700     CLOSE RUN-HISTORY-IN.
142800     CLOSE VECTOR-REGISTRY.
142900     CLOSE CHARGE-REPORT-OUT.
143000     CLOSE CHARGEBACK-OUT.
143100 9000-EXIT.
143200     EXIT.
