000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERFRPT.
000300 AUTHOR. G GRIGORIEV.
000400 INSTALLATION. CENTRAL PLANNING DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    10/15/2026  GG  WRITTEN.  THE CHOICE BETWEEN THE SINGLE-
001100*                    STREAM SORTVECT JOB AND THE SPLIT/MERGE
001200*                    SORTVECTP JOB WAS MADE BY GUESSWORK, AND THE
001300*                    FIRST WORD OF A BLOWN BATCH WINDOW WAS THE
001400*                    MORNING PHONE CALL.  SORTVECT, SVECRECV AND
001500*                    RSLTLOAD NOW APPEND THEIR TIMINGS TO THE
001600*                    CUMULATIVE PERFLOG DATASET (SEE PERFREC),
001700*                    AND PERFRPT READS THAT HISTORY AND PRINTS
001800*                    PERFRPT: ELEMENTS PER SECOND BY STEP AND
001900*                    STREAM, THE MINUTES FROM MANIFEST TO THE
002000*                    PRIORITY INTERFACE CUT NIGHT BY NIGHT AND
002100*                    FOR EACH 'H' VECTOR OF THE LATEST CUT, AND A
002200*                    FORECAST OF TONIGHT'S FEED - SIZED FROM ITS
002300*                    *MANIFST VM-TOTAL-RECORDS - AGAINST THE
002400*                    BATCH WINDOW, SINGLE-STREAM AND PARALLEL.
002500*                    A NIGHT THAT WILL NOT FIT SINGLE-STREAM
002600*                    ENDS RETURN-CODE 4 SO THE SCHEDULER CAN
002700*                    SUBMIT SORTVECTP INSTEAD.
002710*    10/15/2026  GG  MULTI-BUREAU INTAKE - THE FEED LANDS AS ONE
002720*                    FILE PER BUREAU AHEAD OF FEEDINTK, SO THE
002730*                    VECTORIN DD NOW CONCATENATES THEM AND THE
002740*                    NIGHT IS SIZED FROM THE SUM OF EVERY
002750*                    *MANIFST ON IT, NOT JUST THE FIRST.
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-ANYMAINFRAME.
003200 OBJECT-COMPUTER. IBM-ANYMAINFRAME.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT PERF-LOG-IN ASSIGN TO "PERFLOG"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-PERF-LOG-STATUS.
003800     SELECT FEED-SCAN-IN ASSIGN TO "VECTORIN"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-FEED-SCAN-STATUS.
004100     SELECT PERF-PARMS ASSIGN TO "PERFPRM"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-PERF-PARMS-STATUS.
004400     SELECT PERF-REPORT-OUT ASSIGN TO "PERFRPT"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-PERF-REPORT-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PERF-LOG-IN.
005000     COPY PERFREC.
005100 FD  FEED-SCAN-IN.
005200 01  FEED-SCAN-RECORD          PIC X(80).
005300 FD  PERF-PARMS.
005400 01  PERF-PARMS-RECORD         PIC X(80).
005500 FD  PERF-REPORT-OUT.
005600 01  PERF-REPORT-RECORD        PIC X(80).
005700 WORKING-STORAGE SECTION.
005800*****************************************************************
005900*    FILE STATUS AND SWITCHES
006000*****************************************************************
006100 01  WS-PERF-LOG-STATUS        PIC X(02).
006200 01  WS-FEED-SCAN-STATUS       PIC X(02).
006300 01  WS-PERF-PARMS-STATUS      PIC X(02).
006400 01  WS-PERF-REPORT-STATUS     PIC X(02).
006500 01  WS-SWITCHES.
006600     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
006700         88  WS-END-OF-LOG         VALUE 'Y'.
006800     05  WS-PARMS-EOF-SWITCH   PIC X(01) VALUE 'N'.
006900         88  WS-PARMS-EOF          VALUE 'Y'.
007000     05  WS-FEED-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
007100         88  WS-FEED-SCAN-EOF      VALUE 'Y'.
007200     05  WS-MANIFEST-SWITCH    PIC X(01) VALUE 'N'.
007300         88  WS-MANIFEST-FOUND     VALUE 'Y'.
007400     05  WS-KNOWN-SWITCH       PIC X(01) VALUE 'N'.
007500         88  WS-RATE-KNOWN         VALUE 'Y'.
007600     05  WS-RUN-STATE          PIC X(01) VALUE 'N'.
007700         88  WS-NO-RUN-PENDING     VALUE 'N'.
007800         88  WS-SINGLE-RUN-PENDING VALUE 'S'.
007900         88  WS-PARALLEL-RUN-PENDING VALUE 'P'.
008000     05  WS-RUN-RECV-SWITCH    PIC X(01) VALUE 'N'.
008100         88  WS-RUN-HAS-RECV       VALUE 'Y'.
008200     05  WS-RUN-LOAD-SWITCH    PIC X(01) VALUE 'N'.
008300         88  WS-RUN-HAS-LOAD       VALUE 'Y'.
008400     05  WS-CUT-TRUNC-SWITCH   PIC X(01) VALUE 'N'.
008500         88  WS-CUTS-TRUNCATED     VALUE 'Y'.
008600     05  WS-RATE-TRUNC-SWITCH  PIC X(01) VALUE 'N'.
008700         88  WS-RATES-TRUNCATED    VALUE 'Y'.
008800*****************************************************************
008900*    PERFRPT REPORT LINES
009000*****************************************************************
009100 01  WS-CURRENT-DATE.
009200     05  WS-CURR-YYYY          PIC 9(4).
009300     05  WS-CURR-MM            PIC 9(2).
009400     05  WS-CURR-DD            PIC 9(2).
009500 01  WS-PERF-TITLE-LINE.
009600     05  FILLER                PIC X(45) VALUE
009700         "STALIN SORT - BATCH WINDOW REPORT  RUN DATE: ".
009800     05  WS-PT-MM              PIC 9(2).
009900     05  FILLER                PIC X(01) VALUE "/".
010000     05  WS-PT-DD              PIC 9(2).
010100     05  FILLER                PIC X(01) VALUE "/".
010200     05  WS-PT-YYYY            PIC 9(4).
010300     05  FILLER                PIC X(07) VALUE "  LAST ".
010400     05  WS-PT-DAYS            PIC ZZ9.
010500     05  FILLER                PIC X(05) VALUE " DAYS".
010600     05  FILLER                PIC X(10) VALUE SPACES.
010700 01  WS-SECTION-LINE.
010800     05  WS-SL-TEXT            PIC X(60).
010900     05  FILLER                PIC X(20) VALUE SPACES.
011000 01  WS-NOTE-LINE.
011100     05  FILLER                PIC X(02) VALUE SPACES.
011200     05  WS-NL-TEXT            PIC X(70).
011300     05  FILLER                PIC X(08) VALUE SPACES.
011400 01  WS-RATE-COLUMN-LINE.
011500     05  FILLER                PIC X(54) VALUE
011600         "  STEP      STRM  RUNS     ELEMENTS  SECONDS  ELEM/SEC".
011700     05  FILLER                PIC X(26) VALUE SPACES.
011800 01  WS-RATE-DETAIL-LINE.
011900     05  FILLER                PIC X(02) VALUE SPACES.
012000     05  WS-RD-PROGRAM         PIC X(08).
012100     05  FILLER                PIC X(04) VALUE SPACES.
012200     05  WS-RD-STREAM          PIC 9(01).
012300     05  FILLER                PIC X(03) VALUE SPACES.
012400     05  WS-RD-RUNS            PIC ZZZ9.
012500     05  FILLER                PIC X(02) VALUE SPACES.
012600     05  WS-RD-ELEMENTS        PIC ZZZ,ZZZ,ZZ9.
012700     05  FILLER                PIC X(02) VALUE SPACES.
012800     05  WS-RD-SECONDS         PIC ZZZ,ZZ9.
012900     05  FILLER                PIC X(03) VALUE SPACES.
013000     05  WS-RD-RATE            PIC ZZZ,ZZ9.
013100     05  FILLER                PIC X(26) VALUE SPACES.
013200 01  WS-CUT-COLUMN-LINE.
013300     05  FILLER                PIC X(46) VALUE
013400         "  RUN DATE     MINUTES   H VECTORS     RECORDS".
013500     05  FILLER                PIC X(34) VALUE SPACES.
013600 01  WS-CUT-DETAIL-LINE.
013700     05  FILLER                PIC X(02) VALUE SPACES.
013800     05  WS-CD-MM              PIC 9(2).
013900     05  FILLER                PIC X(01) VALUE "/".
014000     05  WS-CD-DD              PIC 9(2).
014100     05  FILLER                PIC X(01) VALUE "/".
014200     05  WS-CD-YYYY            PIC 9(4).
014300     05  FILLER                PIC X(04) VALUE SPACES.
014400     05  WS-CD-MINUTES         PIC ZZZ9.9.
014500     05  FILLER                PIC X(08) VALUE SPACES.
014600     05  WS-CD-VECTORS         PIC ZZZ9.
014700     05  FILLER                PIC X(02) VALUE SPACES.
014800     05  WS-CD-RECORDS         PIC ZZ,ZZZ,ZZ9.
014900     05  FILLER                PIC X(34) VALUE SPACES.
015000 01  WS-LATEST-CUT-LINE.
015100     05  FILLER                PIC X(13) VALUE "  LATEST CUT ".
015200     05  WS-LC-MM              PIC 9(2).
015300     05  FILLER                PIC X(01) VALUE "/".
015400     05  WS-LC-DD              PIC 9(2).
015500     05  FILLER                PIC X(01) VALUE "/".
015600     05  WS-LC-YYYY            PIC 9(4).
015700     05  FILLER                PIC X(28) VALUE
015800         " - H VECTORS IN FLUSH ORDER:".
015900     05  FILLER                PIC X(29) VALUE SPACES.
016000 01  WS-HVEC-COLUMN-LINE.
016100     05  FILLER                PIC X(54) VALUE
016200         "    VECTOR ID  WAVE  ELEMENTS   MINUTES AFTER MANIFEST".
016300     05  FILLER                PIC X(26) VALUE SPACES.
016400 01  WS-HVEC-DETAIL-LINE.
016500     05  FILLER                PIC X(04) VALUE SPACES.
016600     05  WS-HD-VECTOR-ID       PIC X(08).
016700     05  FILLER                PIC X(04) VALUE SPACES.
016800     05  WS-HD-WAVE            PIC 9(03).
016900     05  FILLER                PIC X(02) VALUE SPACES.
017000     05  WS-HD-ELEMENTS        PIC ZZZZZZZ9.
017100     05  FILLER                PIC X(04) VALUE SPACES.
017200     05  WS-HD-MINUTES         PIC ZZZ9.9.
017300     05  FILLER                PIC X(41) VALUE SPACES.
017400 01  WS-FC-COUNT-LINE.
017500     05  FILLER                PIC X(02) VALUE SPACES.
017600     05  WS-FCC-LABEL          PIC X(40).
017700     05  WS-FCC-VALUE          PIC ZZ,ZZZ,ZZ9.
017800     05  FILLER                PIC X(28) VALUE SPACES.
017900 01  WS-FC-MINUTES-LINE.
018000     05  FILLER                PIC X(02) VALUE SPACES.
018100     05  WS-FCM-LABEL          PIC X(40).
018200     05  FILLER                PIC X(01) VALUE SPACE.
018300     05  WS-FCM-VALUE          PIC ZZZ,ZZ9.9.
018400     05  FILLER                PIC X(28) VALUE SPACES.
018500 01  WS-FC-VERDICT-LINE.
018600     05  FILLER                PIC X(02) VALUE SPACES.
018700     05  FILLER                PIC X(09) VALUE "VERDICT: ".
018800     05  WS-FV-TEXT            PIC X(60).
018900     05  FILLER                PIC X(09) VALUE SPACES.
018910 01  WS-FV-TIGHT-TEXT.
018920     05  FILLER                PIC X(32) VALUE
018930         "TIGHT - FITS SINGLE-STREAM, OVER".
018940     05  WS-FVT-PCT            PIC ZZ9.
018950     05  FILLER                PIC X(14) VALUE
018960         " PCT OF WINDOW".
018970     05  FILLER                PIC X(11) VALUE SPACES.
019000*****************************************************************
019100*    PARMS - THE BATCH WINDOW IN MINUTES (DEFAULT SIX HOURS) AND
019200*    HOW MANY DAYS OF PERFLOG HISTORY TO RATE AND FORECAST FROM
019300*    (DEFAULT THIRTY).  A NIGHT THAT USES MORE THAN WS-TIGHT-PCT
019400*    OF THE WINDOW FITS, BUT THE REPORT SAYS SO.
019500*****************************************************************
019600 77  WS-WINDOW-MAX             PIC 9(4) COMP VALUE 1440.
019700 77  WS-HISTORY-DAYS-MAX       PIC 9(4) COMP VALUE 366.
019800 77  WS-TIGHT-PCT              PIC 9(3) COMP VALUE 80.
019900 77  WS-PARALLEL-STREAMS       PIC 9(1) COMP VALUE 4.
020000 01  WS-WINDOW-MINUTES         PIC 9(4) VALUE 360.
020100 01  WS-HISTORY-DAYS           PIC 9(3) VALUE 30.
020200 01  WS-PARM-NUMBER            PIC 9(4).
020300 01  WS-PERF-CARD              PIC X(80).
020400*****************************************************************
020500*    TIME ARITHMETIC - A DATE AND A HHMMSSCC TIME BECOME ONE
020600*    COUNT OF HUNDREDTHS OF A SECOND SINCE THE DAY-NUMBER EPOCH,
020700*    SO TWO STAMPS SUBTRACT CLEANLY ACROSS MIDNIGHT AND MONTH
020800*    END.  8640000 HUNDREDTHS MAKE A DAY.
020900*****************************************************************
021000 01  WS-WORK-DATE.
021100     05  WS-WD-YYYY            PIC 9(4).
021200     05  WS-WD-MM              PIC 9(2).
021300     05  WS-WD-DD              PIC 9(2).
021400 01  WS-WORK-TIME.
021500     05  WS-WT-HH              PIC 9(2).
021600     05  WS-WT-MM              PIC 9(2).
021700     05  WS-WT-SS              PIC 9(2).
021800     05  WS-WT-CC              PIC 9(2).
021900 01  WS-CALC-YYYY              PIC S9(6) COMP.
022000 01  WS-CALC-MM                PIC S9(4) COMP.
022100 01  WS-CALC-TERM              PIC S9(8) COMP.
022200 01  WS-DAY-NUMBER             PIC S9(8) COMP.
022300 01  WS-ABS-TIME               PIC S9(15) COMP.
022400 01  WS-TODAY-DAY              PIC S9(8) COMP.
022500 01  WS-CUTOFF-DAY             PIC S9(8) COMP.
022600 01  WS-ROW-DAY                PIC S9(8) COMP.
022700 01  WS-ROW-START-ABS          PIC S9(15) COMP.
022800 01  WS-ROW-END-ABS            PIC S9(15) COMP.
022900 01  WS-ROW-ELAPSED            PIC S9(15) COMP.
023000 01  WS-MINUTES                PIC 9(6)V9.
023100 01  WS-SECONDS                PIC 9(9).
023200 01  WS-RATE                   PIC 9(9).
023300*****************************************************************
023400*    RATE TABLE - ONE ENTRY PER STEP AND STREAM, IN ORDER OF
023500*    FIRST APPEARANCE, TOTALLING EVERY 'S' ROW IN THE HISTORY
023600*    WINDOW THAT MOVED ANY ELEMENTS.
023700*****************************************************************
023800 77  WS-RATE-TABLE-MAX         PIC 9(4) COMP VALUE 20.
023900 01  WS-RATE-COUNT             PIC 9(4) COMP VALUE ZERO.
024000 01  WS-RATE-SUB               PIC 9(4) COMP.
024100 01  WS-SCAN-SUB               PIC 9(4) COMP.
024200 01  WS-RATE-TABLE.
024300     05  WS-RATE-ENTRY OCCURS 20 TIMES.
024400         10  WS-RT-PROGRAM     PIC X(08).
024500         10  WS-RT-STREAM      PIC 9(01).
024600         10  WS-RT-RUNS        PIC 9(4) COMP.
024700         10  WS-RT-ELEMENTS    PIC 9(11) COMP.
024800         10  WS-RT-HUNDREDTHS  PIC 9(13) COMP.
024900*****************************************************************
025000*    PRIORITY CUTS - ONE ENTRY PER 'C' ROW IN THE WINDOW.  THE
025100*    'H' VECTOR ROWS SORTVECT WRITES AHEAD OF ITS CUT WAIT IN
025200*    THE PENDING TABLE; A 'C' ROW MAKES THEM THE LATEST CUT'S
025300*    VECTORS, AND A SORTVECT 'S' ROW WITH NO CUT BEFORE IT (A
025400*    RUN THAT NEVER REACHED ONE) THROWS THEM AWAY.
025500*****************************************************************
025600 77  WS-CUT-TABLE-MAX          PIC 9(4) COMP VALUE 400.
025700 77  WS-HVEC-TABLE-MAX         PIC 9(4) COMP VALUE 200.
025800 01  WS-CUT-COUNT              PIC 9(4) COMP VALUE ZERO.
025900 01  WS-CUT-SUB                PIC 9(4) COMP.
026000 01  WS-PEND-COUNT             PIC 9(4) COMP VALUE ZERO.
026100 01  WS-LATEST-COUNT           PIC 9(4) COMP VALUE ZERO.
026200 01  WS-HVEC-SUB               PIC 9(4) COMP.
026300 01  WS-LATEST-CUT-DATE        PIC 9(08) VALUE ZERO.
026400 01  WS-LATEST-MANIFEST-ABS    PIC S9(15) COMP VALUE ZERO.
026500 01  WS-CUT-TABLE.
026600     05  WS-CUT-ENTRY OCCURS 400 TIMES.
026700         10  WS-CT-DATE        PIC 9(08).
026800         10  WS-CT-HUNDREDTHS  PIC S9(15) COMP.
026900         10  WS-CT-VECTORS     PIC 9(4) COMP.
027000         10  WS-CT-RECORDS     PIC 9(8) COMP.
027100 01  WS-PENDING-HVEC-TABLE.
027200     05  WS-PEND-ENTRY OCCURS 200 TIMES.
027300         10  WS-PH-VECTOR-ID   PIC X(08).
027400         10  WS-PH-WAVE        PIC 9(03).
027500         10  WS-PH-ELEMENTS    PIC 9(8) COMP.
027600         10  WS-PH-END-ABS     PIC S9(15) COMP.
027700 01  WS-LATEST-HVEC-TABLE.
027800     05  WS-LATEST-ENTRY OCCURS 200 TIMES.
027900         10  WS-LH-VECTOR-ID   PIC X(08).
028000         10  WS-LH-WAVE        PIC 9(03).
028100         10  WS-LH-ELEMENTS    PIC 9(8) COMP.
028200         10  WS-LH-END-ABS     PIC S9(15) COMP.
028300*****************************************************************
028400*    FORECAST - A RUN IS ONE SORT (THE SINGLE-STREAM STEP, OR THE
028500*    FOUR STREAMS OF A PARALLEL NIGHT TAKEN TOGETHER) FOLLOWED BY
028600*    THE FIRST SVECRECV AND THE FIRST RSLTLOAD THAT STARTED
028700*    AFTER IT ENDED.  ONLY WHOLE NIGHTLY RUNS COUNT: EVERY STEP
028800*    MUST CARRY FEED RECORDS (RESTARTS, CORRECTIONS AND THE
028900*    EARLY-CUT LOAD CARRY ZERO) AND ALL THREE MUST BE THERE.
029000*    THE SORT TIME OF A PARALLEL RUN IS ITS STREAMS' TIMES ADDED
029100*    UP - THE WORK ONE STREAM WOULD HAVE DONE ALONE - SO EITHER
029200*    KIND OF NIGHT RATES THE SORT PER FEED RECORD THE SAME WAY.
029300*****************************************************************
029400 01  WS-RUN-DAY                PIC S9(8) COMP.
029500 01  WS-RUN-FEED               PIC 9(9) COMP.
029600 01  WS-RUN-SORT-HS            PIC 9(13) COMP.
029700 01  WS-RUN-RECV-HS            PIC 9(13) COMP.
029800 01  WS-RUN-LOAD-HS            PIC 9(13) COMP.
029900 01  WS-RUN-SORT-END           PIC S9(15) COMP.
030000 01  WS-RUNS-USED              PIC 9(4) COMP VALUE ZERO.
030100 01  WS-TOT-FEED               PIC 9(11) COMP VALUE ZERO.
030200 01  WS-TOT-SORT-HS            PIC 9(15) COMP VALUE ZERO.
030300 01  WS-TOT-RECV-HS            PIC 9(15) COMP VALUE ZERO.
030400 01  WS-TOT-LOAD-HS            PIC 9(15) COMP VALUE ZERO.
030500 01  WS-TONIGHT-RECS           PIC 9(8) VALUE ZERO.
030510 01  WS-MANIFEST-RECS          PIC 9(8) VALUE ZERO.
030600 01  WS-PROJ-SORT-HS           PIC 9(15) COMP.
030700 01  WS-PROJ-RECV-HS           PIC 9(15) COMP.
030800 01  WS-PROJ-LOAD-HS           PIC 9(15) COMP.
030900 01  WS-PROJ-SINGLE-HS         PIC 9(15) COMP.
031000 01  WS-PROJ-PARALLEL-HS       PIC 9(15) COMP.
031100 01  WS-WINDOW-HS              PIC 9(15) COMP.
031200 01  WS-TIGHT-HS               PIC 9(15) COMP.
031300 PROCEDURE DIVISION.
031400*****************************************************************
031500*    0000-MAINLINE
031600*    LOADS THE PARMS AND READS THE WHOLE PERFLOG HISTORY, SIZES
031700*    TONIGHT'S FEED FROM ITS MANIFEST, THEN PRINTS THE THREE
031800*    SECTIONS OF THE REPORT - RATES, PRIORITY CUTS, FORECAST.
031900*****************************************************************
032000 0000-MAINLINE.
032100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032200     PERFORM 2000-READ-PERF-LOG THRU 2000-EXIT
032300         UNTIL WS-END-OF-LOG.
032400     PERFORM 2900-CLOSE-PENDING-RUN THRU 2900-EXIT.
032500     IF RETURN-CODE < 16
032550         PERFORM 3000-SCAN-TONIGHT-FEED THRU 3000-EXIT
032700         PERFORM 4000-WRITE-RATE-SECTION THRU 4000-EXIT
032800         PERFORM 5000-WRITE-CUT-SECTION THRU 5000-EXIT
032900         PERFORM 6000-WRITE-FORECAST THRU 6000-EXIT
033000     END-IF.
033100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033200     STOP RUN.
033300*****************************************************************
033400*    1000-INITIALIZE OPENS THE FILES, READS THE PERFPRM CONTROL
033500*    CARDS - WINDOW-MINUTES=NNNN AND HISTORY-DAYS=NNN, EACH
033600*    OPTIONAL, SAME CARD CONVENTIONS AS SORTVECT'S RUNPARMS - AND
033700*    WORKS OUT THE FIRST DAY OF THE HISTORY WINDOW.  AN OPEN
033800*    FAILURE ON PERFLOG OR PERFRPT, OR A CARD THAT FAILS ITS
033900*    EDIT, SETS RETURN-CODE 16 - A FORECAST FROM HALF THE
034000*    SETTINGS OR NONE OF THE HISTORY IS NO FORECAST.
034100*****************************************************************
034200 1000-INITIALIZE.
034300     OPEN INPUT PERF-LOG-IN.
034400     IF WS-PERF-LOG-STATUS NOT = "00"
034500         DISPLAY "PERFRPT: UNABLE TO OPEN PERFLOG, STATUS = "
034600             WS-PERF-LOG-STATUS
034700         MOVE 'Y' TO WS-EOF-SWITCH
034800         MOVE 16 TO RETURN-CODE
034900     END-IF.
035000     OPEN OUTPUT PERF-REPORT-OUT.
035100     IF WS-PERF-REPORT-STATUS NOT = "00"
035200         DISPLAY "PERFRPT: UNABLE TO OPEN PERFRPT, STATUS = "
035300             WS-PERF-REPORT-STATUS
035400         MOVE 'Y' TO WS-EOF-SWITCH
035500         MOVE 16 TO RETURN-CODE
035600     END-IF.
035700     PERFORM 1100-READ-PERF-PARMS THRU 1100-EXIT.
035800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
035900     MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
036000     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
036100     MOVE WS-DAY-NUMBER TO WS-TODAY-DAY.
036200     COMPUTE WS-CUTOFF-DAY = WS-TODAY-DAY - WS-HISTORY-DAYS.
036300 1000-EXIT.
036400     EXIT.
036500 1100-READ-PERF-PARMS.
036600     OPEN INPUT PERF-PARMS.
036700     IF WS-PERF-PARMS-STATUS NOT = "00"
036800         GO TO 1100-EXIT
036900     END-IF.
037000     PERFORM 1110-PROCESS-PARM-CARD THRU 1110-EXIT
037100         UNTIL WS-PARMS-EOF.
037200     CLOSE PERF-PARMS.
037300 1100-EXIT.
037400     EXIT.
037500 1110-PROCESS-PARM-CARD.
037600     READ PERF-PARMS INTO WS-PERF-CARD
037700         AT END
037800             MOVE 'Y' TO WS-PARMS-EOF-SWITCH
037900             GO TO 1110-EXIT
038000     END-READ.
038100     IF WS-PERF-CARD = SPACES
038200         OR WS-PERF-CARD(1:1) = "*"
038300         GO TO 1110-EXIT
038400     END-IF.
038500     IF WS-PERF-CARD(1:15) = "WINDOW-MINUTES="
038600         MOVE WS-PERF-CARD(16:4) TO WS-PARM-NUMBER
038700         IF WS-PARM-NUMBER NOT NUMERIC
038800             OR WS-PARM-NUMBER = ZERO
038900             OR WS-PARM-NUMBER > WS-WINDOW-MAX
039000             PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
039100         ELSE
039200             MOVE WS-PARM-NUMBER TO WS-WINDOW-MINUTES
039300         END-IF
039400         GO TO 1110-EXIT
039500     END-IF.
039600     IF WS-PERF-CARD(1:13) = "HISTORY-DAYS="
039700         MOVE WS-PERF-CARD(14:3) TO WS-PARM-NUMBER(2:3)
039800         MOVE ZERO TO WS-PARM-NUMBER(1:1)
039900         IF WS-PARM-NUMBER NOT NUMERIC
040000             OR WS-PARM-NUMBER = ZERO
040100             OR WS-PARM-NUMBER > WS-HISTORY-DAYS-MAX
040200             PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
040300         ELSE
040400             MOVE WS-PARM-NUMBER TO WS-HISTORY-DAYS
040500         END-IF
040600         GO TO 1110-EXIT
040700     END-IF.
040800     DISPLAY "PERFRPT: UNRECOGNIZED CONTROL CARD: "
040900         WS-PERF-CARD(1:20).
041000 1110-EXIT.
041100     EXIT.
041200 1120-REJECT-PARM-CARD.
041300     DISPLAY "PERFRPT: INVALID CONTROL CARD: "
041400         WS-PERF-CARD(1:30).
041500     MOVE 'Y' TO WS-EOF-SWITCH.
041600     MOVE 16 TO RETURN-CODE.
041700 1120-EXIT.
041800     EXIT.
041900*****************************************************************
042000*    2000-READ-PERF-LOG
042100*    READS ONE PERFLOG ROW AND TURNS ITS TWO STAMPS INTO
042200*    HUNDREDTHS (SEE THE TIME ARITHMETIC BANNER) BEFORE HANDING
042300*    IT ON BY KIND.  A ROW WITH A GARBLED STAMP IS SKIPPED - IT
042400*    CANNOT BE TIMED.  APPEND ORDER IS RUN ORDER, WHICH IS WHAT
042500*    LETS THE RUN PAIRING AND THE PENDING 'H' VECTORS WORK FROM
042600*    ONE PASS.
042700*****************************************************************
042800 2000-READ-PERF-LOG.
042900     READ PERF-LOG-IN
043000         AT END
043100             MOVE 'Y' TO WS-EOF-SWITCH
043200             GO TO 2000-EXIT
043300     END-READ.
043400     IF PF-START-DATE NOT NUMERIC
043500         OR PF-START-TIME NOT NUMERIC
043600         OR PF-END-DATE NOT NUMERIC
043700         OR PF-END-TIME NOT NUMERIC
043800         OR PF-ELEMENTS NOT NUMERIC
043900         OR PF-VECTORS NOT NUMERIC
044000         OR PF-FEED-RECORDS NOT NUMERIC
044100         GO TO 2000-EXIT
044200     END-IF.
044300     MOVE PF-END-DATE TO WS-WORK-DATE.
044400     MOVE PF-END-TIME TO WS-WORK-TIME.
044500     PERFORM 8100-STAMP-TO-ABSOLUTE THRU 8100-EXIT.
044600     MOVE WS-ABS-TIME TO WS-ROW-END-ABS.
044700     MOVE PF-START-DATE TO WS-WORK-DATE.
044800     MOVE PF-START-TIME TO WS-WORK-TIME.
044900     PERFORM 8100-STAMP-TO-ABSOLUTE THRU 8100-EXIT.
045000     MOVE WS-ABS-TIME TO WS-ROW-START-ABS.
045100     MOVE WS-DAY-NUMBER TO WS-ROW-DAY.
045200     COMPUTE WS-ROW-ELAPSED = WS-ROW-END-ABS - WS-ROW-START-ABS.
045300     IF WS-ROW-ELAPSED < ZERO
045400         MOVE ZERO TO WS-ROW-ELAPSED
045500     END-IF.
045600     IF PF-IS-STEP
045700         PERFORM 2100-STEP-ROW THRU 2100-EXIT
045800     END-IF.
045900     IF PF-IS-PRIORITY-CUT
046000         PERFORM 2300-CUT-ROW THRU 2300-EXIT
046100     END-IF.
046200     IF PF-IS-VECTOR
046300         PERFORM 2400-VECTOR-ROW THRU 2400-EXIT
046400     END-IF.
046500 2000-EXIT.
046600     EXIT.
046700*****************************************************************
046800*    2100-STEP-ROW
046900*    A WHOLE-STEP ROW GOES INTO THE RATE TABLE WHEN IT FALLS IN
047000*    THE HISTORY WINDOW AND MOVED ANYTHING, AND INTO THE RUN
047100*    PAIRING FOR THE FORECAST.
047200*****************************************************************
047300 2100-STEP-ROW.
047400     IF WS-ROW-DAY NOT < WS-CUTOFF-DAY
047500         AND PF-ELEMENTS > ZERO
047600         PERFORM 2110-ADD-TO-RATE-TABLE THRU 2110-EXIT
047700     END-IF.
047800     IF PF-PROGRAM = "SORTVECT"
047900         MOVE ZERO TO WS-PEND-COUNT
048000         PERFORM 2200-PAIR-SORT-ROW THRU 2200-EXIT
048100     ELSE
048200         PERFORM 2250-PAIR-LOAD-ROW THRU 2250-EXIT
048300     END-IF.
048400 2100-EXIT.
048500     EXIT.
048600 2110-ADD-TO-RATE-TABLE.
048700     MOVE 'N' TO WS-KNOWN-SWITCH.
048800     PERFORM 2120-CHECK-ONE-RATE THRU 2120-EXIT
048900         VARYING WS-SCAN-SUB FROM 1 BY 1
049000         UNTIL WS-SCAN-SUB > WS-RATE-COUNT
049100         OR WS-RATE-KNOWN.
049200     IF NOT WS-RATE-KNOWN
049300         IF WS-RATE-COUNT >= WS-RATE-TABLE-MAX
049400             MOVE 'Y' TO WS-RATE-TRUNC-SWITCH
049500             GO TO 2110-EXIT
049600         END-IF
049700         ADD 1 TO WS-RATE-COUNT
049800         MOVE WS-RATE-COUNT TO WS-RATE-SUB
049900         MOVE PF-PROGRAM TO WS-RT-PROGRAM(WS-RATE-SUB)
050000         MOVE PF-STREAM TO WS-RT-STREAM(WS-RATE-SUB)
050100         MOVE ZERO TO WS-RT-RUNS(WS-RATE-SUB)
050200         MOVE ZERO TO WS-RT-ELEMENTS(WS-RATE-SUB)
050300         MOVE ZERO TO WS-RT-HUNDREDTHS(WS-RATE-SUB)
050400     END-IF.
050500     ADD 1 TO WS-RT-RUNS(WS-RATE-SUB).
050600     ADD PF-ELEMENTS TO WS-RT-ELEMENTS(WS-RATE-SUB).
050700     ADD WS-ROW-ELAPSED TO WS-RT-HUNDREDTHS(WS-RATE-SUB).
050800 2110-EXIT.
050900     EXIT.
051000 2120-CHECK-ONE-RATE.
051100     IF WS-RT-PROGRAM(WS-SCAN-SUB) = PF-PROGRAM
051200         AND WS-RT-STREAM(WS-SCAN-SUB) = PF-STREAM
051300         MOVE 'Y' TO WS-KNOWN-SWITCH
051400         MOVE WS-SCAN-SUB TO WS-RATE-SUB
051500     END-IF.
051600 2120-EXIT.
051700     EXIT.
051800*****************************************************************
051900*    2200-PAIR-SORT-ROW
052000*    A SORTVECT STEP ROW OPENS A NEW RUN - SEE THE FORECAST
052100*    BANNER - EXCEPT THAT A PARALLEL STREAM JOINS THE PARALLEL
052200*    RUN ALREADY OPEN, SO LONG AS NO LOAD HAS PAIRED WITH IT YET.
052300*    A SINGLE-STREAM ROW THAT DID NOT TAKE THE WHOLE FEED (ZERO
052400*    FEED RECORDS) CLOSES THE PENDING RUN AND OPENS NONE, SO THE
052500*    LOADS AFTER A RESTART CANNOT PAIR WITH LAST NIGHT'S SORT.
052600*****************************************************************
052700 2200-PAIR-SORT-ROW.
052800     IF PF-FEED-RECORDS = ZERO
052900         IF PF-STREAM = ZERO
053000             PERFORM 2900-CLOSE-PENDING-RUN THRU 2900-EXIT
053100         END-IF
053200         GO TO 2200-EXIT
053300     END-IF.
053400     IF PF-STREAM NOT = ZERO
053500         AND WS-PARALLEL-RUN-PENDING
053600         AND NOT WS-RUN-HAS-RECV
053700         AND NOT WS-RUN-HAS-LOAD
053800         ADD PF-FEED-RECORDS TO WS-RUN-FEED
053900         ADD WS-ROW-ELAPSED TO WS-RUN-SORT-HS
054000         IF WS-ROW-END-ABS > WS-RUN-SORT-END
054100             MOVE WS-ROW-END-ABS TO WS-RUN-SORT-END
054200         END-IF
054300         GO TO 2200-EXIT
054400     END-IF.
054500     PERFORM 2900-CLOSE-PENDING-RUN THRU 2900-EXIT.
054600     IF PF-STREAM = ZERO
054700         MOVE 'S' TO WS-RUN-STATE
054800     ELSE
054900         MOVE 'P' TO WS-RUN-STATE
055000     END-IF.
055100     MOVE WS-ROW-DAY TO WS-RUN-DAY.
055200     MOVE PF-FEED-RECORDS TO WS-RUN-FEED.
055300     MOVE WS-ROW-ELAPSED TO WS-RUN-SORT-HS.
055400     MOVE WS-ROW-END-ABS TO WS-RUN-SORT-END.
055500     MOVE ZERO TO WS-RUN-RECV-HS.
055600     MOVE ZERO TO WS-RUN-LOAD-HS.
055700     MOVE 'N' TO WS-RUN-RECV-SWITCH.
055800     MOVE 'N' TO WS-RUN-LOAD-SWITCH.
055900 2200-EXIT.
056000     EXIT.
056100*****************************************************************
056200*    2250-PAIR-LOAD-ROW
056300*    THE FIRST SVECRECV AND THE FIRST RSLTLOAD STEP ROWS THAT
056400*    STARTED AFTER THE PENDING RUN'S SORT ENDED ARE ITS LOADS.
056500*    THE EARLY-CUT SVECRECV OF A PRIORITY NIGHT STARTS BEFORE
056600*    THE SORT ENDS, AND CARRIES ZERO FEED RECORDS BESIDES.
056700*****************************************************************
056800 2250-PAIR-LOAD-ROW.
056900     IF WS-NO-RUN-PENDING
057000         OR PF-FEED-RECORDS = ZERO
057100         OR WS-ROW-START-ABS < WS-RUN-SORT-END
057200         GO TO 2250-EXIT
057300     END-IF.
057400     IF PF-PROGRAM = "SVECRECV"
057500         AND NOT WS-RUN-HAS-RECV
057600         MOVE WS-ROW-ELAPSED TO WS-RUN-RECV-HS
057700         MOVE 'Y' TO WS-RUN-RECV-SWITCH
057800     END-IF.
057900     IF PF-PROGRAM = "RSLTLOAD"
058000         AND NOT WS-RUN-HAS-LOAD
058100         MOVE WS-ROW-ELAPSED TO WS-RUN-LOAD-HS
058200         MOVE 'Y' TO WS-RUN-LOAD-SWITCH
058300     END-IF.
058400 2250-EXIT.
058500     EXIT.
058600*****************************************************************
058700*    2300-CUT-ROW
058800*    A PRIORITY INTERFACE CUT.  ITS MANIFEST-TO-CUT TIME GOES
058900*    INTO THE CUT HISTORY WHEN IT FALLS IN THE WINDOW, AND THE
059000*    'H' VECTORS WAITING IN THE PENDING TABLE BECOME THE LATEST
059100*    CUT'S.  A FULL CUT TABLE STOPS THE HISTORY GROWING BUT
059200*    NEVER THE LATEST CUT.
059300*****************************************************************
059400 2300-CUT-ROW.
059500     IF WS-ROW-DAY < WS-CUTOFF-DAY
059600         MOVE ZERO TO WS-PEND-COUNT
059700         GO TO 2300-EXIT
059800     END-IF.
059900     IF WS-CUT-COUNT >= WS-CUT-TABLE-MAX
060000         MOVE 'Y' TO WS-CUT-TRUNC-SWITCH
060100     ELSE
060200         ADD 1 TO WS-CUT-COUNT
060300         MOVE PF-END-DATE TO WS-CT-DATE(WS-CUT-COUNT)
060400         MOVE WS-ROW-ELAPSED TO WS-CT-HUNDREDTHS(WS-CUT-COUNT)
060500         MOVE PF-VECTORS TO WS-CT-VECTORS(WS-CUT-COUNT)
060600         MOVE PF-ELEMENTS TO WS-CT-RECORDS(WS-CUT-COUNT)
060700     END-IF.
060800     MOVE PF-END-DATE TO WS-LATEST-CUT-DATE.
060900     MOVE WS-ROW-START-ABS TO WS-LATEST-MANIFEST-ABS.
061000     MOVE WS-PEND-COUNT TO WS-LATEST-COUNT.
061100     PERFORM 2310-COPY-ONE-HVEC THRU 2310-EXIT
061200         VARYING WS-HVEC-SUB FROM 1 BY 1
061300         UNTIL WS-HVEC-SUB > WS-PEND-COUNT.
061400     MOVE ZERO TO WS-PEND-COUNT.
061500 2300-EXIT.
061600     EXIT.
061700 2310-COPY-ONE-HVEC.
061800     MOVE WS-PEND-ENTRY(WS-HVEC-SUB)
061900         TO WS-LATEST-ENTRY(WS-HVEC-SUB).
062000 2310-EXIT.
062100     EXIT.
062200*****************************************************************
062300*    2400-VECTOR-ROW
062400*    ONLY SORTVECT'S 'H' VECTORS ARE KEPT, TO WAIT FOR THEIR CUT.
062500*****************************************************************
062600 2400-VECTOR-ROW.
062700     IF PF-PROGRAM NOT = "SORTVECT"
062800         OR NOT PF-HIGH-PRIORITY
062900         OR WS-PEND-COUNT >= WS-HVEC-TABLE-MAX
063000         GO TO 2400-EXIT
063100     END-IF.
063200     ADD 1 TO WS-PEND-COUNT.
063300     MOVE PF-VECTOR-ID TO WS-PH-VECTOR-ID(WS-PEND-COUNT).
063400     MOVE PF-WAVE TO WS-PH-WAVE(WS-PEND-COUNT).
063500     MOVE PF-ELEMENTS TO WS-PH-ELEMENTS(WS-PEND-COUNT).
063600     MOVE WS-ROW-END-ABS TO WS-PH-END-ABS(WS-PEND-COUNT).
063700 2400-EXIT.
063800     EXIT.
063900*****************************************************************
064000*    2900-CLOSE-PENDING-RUN
064100*    A PENDING RUN WITH ITS SORT AND BOTH LOADS, WHOSE SORT FELL
064200*    IN THE HISTORY WINDOW, ADDS TO THE FORECAST TOTALS.  EITHER
064300*    WAY THE PAIRING STARTS OVER.
064400*****************************************************************
064500 2900-CLOSE-PENDING-RUN.
064600     IF NOT WS-NO-RUN-PENDING
064700         AND WS-RUN-HAS-RECV
064800         AND WS-RUN-HAS-LOAD
064900         AND WS-RUN-DAY NOT < WS-CUTOFF-DAY
065000         ADD 1 TO WS-RUNS-USED
065100         ADD WS-RUN-FEED TO WS-TOT-FEED
065200         ADD WS-RUN-SORT-HS TO WS-TOT-SORT-HS
065300         ADD WS-RUN-RECV-HS TO WS-TOT-RECV-HS
065400         ADD WS-RUN-LOAD-HS TO WS-TOT-LOAD-HS
065500     END-IF.
065600     MOVE 'N' TO WS-RUN-STATE.
065700     MOVE 'N' TO WS-RUN-RECV-SWITCH.
065800     MOVE 'N' TO WS-RUN-LOAD-SWITCH.
065900 2900-EXIT.
066000     EXIT.
066100*****************************************************************
066200*    3000-SCAN-TONIGHT-FEED
066300*    READS TONIGHT'S VECTORIN THROUGH, THE SAME PRE-SCAN
066400*    SORTVECT MAKES FOR THE FEED SERIAL, AND TAKES THE SUM OF
066500*    THE SENDERS' VM-TOTAL-RECORDS (COLUMNS 19-26, SEE VECTREC)
066510*    OVER EVERY *MANIFST - ONE PER BUREAU FILE CONCATENATED ON
066520*    THE DD - AS THE SIZE OF THE NIGHT.  NO FEED, OR NO
066600*    MANIFEST, MEANS NO FORECAST - THE REPORT SAYS SO.
066800*****************************************************************
066900 3000-SCAN-TONIGHT-FEED.
067000     OPEN INPUT FEED-SCAN-IN.
067100     IF WS-FEED-SCAN-STATUS NOT = "00"
067200         DISPLAY "PERFRPT: VECTORIN NOT AVAILABLE, STATUS = "
067300             WS-FEED-SCAN-STATUS " - NO FORECAST"
067400         GO TO 3000-EXIT
067500     END-IF.
067600     PERFORM 3100-SCAN-ONE-RECORD THRU 3100-EXIT
067700         UNTIL WS-FEED-SCAN-EOF.
067800     CLOSE FEED-SCAN-IN.
067900 3000-EXIT.
068000     EXIT.
068100 3100-SCAN-ONE-RECORD.
068200     READ FEED-SCAN-IN
068300         AT END
068400             MOVE 'Y' TO WS-FEED-SCAN-EOF-SWITCH
068500             GO TO 3100-EXIT
068600     END-READ.
068700     IF FEED-SCAN-RECORD(11:8) NOT = "*MANIFST"
068800         GO TO 3100-EXIT
068900     END-IF.
069000     IF FEED-SCAN-RECORD(19:8) NUMERIC
069100         MOVE FEED-SCAN-RECORD(19:8) TO WS-MANIFEST-RECS
069110         ADD WS-MANIFEST-RECS TO WS-TONIGHT-RECS
069200         MOVE 'Y' TO WS-MANIFEST-SWITCH
069300     END-IF.
069500 3100-EXIT.
069600     EXIT.
069700*****************************************************************
069800*    4000-WRITE-RATE-SECTION
069900*    DATED TITLE, THEN ONE LINE PER STEP AND STREAM: RUNS IN THE
070000*    WINDOW, ELEMENTS MOVED, ELAPSED SECONDS AND THE RATE.
070100*****************************************************************
070200 4000-WRITE-RATE-SECTION.
070300     MOVE WS-CURR-MM TO WS-PT-MM.
070400     MOVE WS-CURR-DD TO WS-PT-DD.
070500     MOVE WS-CURR-YYYY TO WS-PT-YYYY.
070600     MOVE WS-HISTORY-DAYS TO WS-PT-DAYS.
070700     WRITE PERF-REPORT-RECORD FROM WS-PERF-TITLE-LINE.
070800     MOVE "ELEMENTS PER SECOND BY STEP AND STREAM" TO WS-SL-TEXT.
070900     WRITE PERF-REPORT-RECORD FROM WS-SECTION-LINE.
071000     IF WS-RATE-COUNT = ZERO
071100         MOVE "NO STEP TIMINGS IN THE HISTORY WINDOW"
071200             TO WS-NL-TEXT
071300         WRITE PERF-REPORT-RECORD FROM WS-NOTE-LINE
071400         GO TO 4000-EXIT
071500     END-IF.
071600     WRITE PERF-REPORT-RECORD FROM WS-RATE-COLUMN-LINE.
071700     PERFORM 4100-WRITE-ONE-RATE THRU 4100-EXIT
071800         VARYING WS-RATE-SUB FROM 1 BY 1
071900         UNTIL WS-RATE-SUB > WS-RATE-COUNT.
072000     IF WS-RATES-TRUNCATED
072100         MOVE "RATE TABLE FULL - SOME STEPS NOT SHOWN"
072200             TO WS-NL-TEXT
072300         WRITE PERF-REPORT-RECORD FROM WS-NOTE-LINE
072400     END-IF.
072500 4000-EXIT.
072600     EXIT.
072700 4100-WRITE-ONE-RATE.
072800     MOVE WS-RT-PROGRAM(WS-RATE-SUB) TO WS-RD-PROGRAM.
072900     MOVE WS-RT-STREAM(WS-RATE-SUB) TO WS-RD-STREAM.
073000     MOVE WS-RT-RUNS(WS-RATE-SUB) TO WS-RD-RUNS.
073100     MOVE WS-RT-ELEMENTS(WS-RATE-SUB) TO WS-RD-ELEMENTS.
073200     DIVIDE WS-RT-HUNDREDTHS(WS-RATE-SUB) BY 100
073300         GIVING WS-SECONDS ROUNDED.
073400     MOVE WS-SECONDS TO WS-RD-SECONDS.
073500     IF WS-RT-HUNDREDTHS(WS-RATE-SUB) = ZERO
073600         MOVE ZERO TO WS-RATE
073700     ELSE
073800         COMPUTE WS-RATE ROUNDED =
073900             WS-RT-ELEMENTS(WS-RATE-SUB) * 100
074000             / WS-RT-HUNDREDTHS(WS-RATE-SUB)
074100     END-IF.
074200     MOVE WS-RATE TO WS-RD-RATE.
074300     WRITE PERF-REPORT-RECORD FROM WS-RATE-DETAIL-LINE.
074400 4100-EXIT.
074500     EXIT.
074600*****************************************************************
074700*    5000-WRITE-CUT-SECTION
074800*    ONE LINE PER PRIORITY INTERFACE CUT IN THE WINDOW - MINUTES
074900*    FROM THE MANIFEST TO THE CUT, 'H' VECTORS AND RECORDS CUT -
075000*    THEN THE LATEST CUT VECTOR BY VECTOR, EACH WITH THE MINUTES
075100*    FROM THE MANIFEST TO ITS OWN FLUSH.
075200*****************************************************************
075300 5000-WRITE-CUT-SECTION.
075400     MOVE "MINUTES FROM MANIFEST TO PRIORITY INTERFACE CUT"
075500         TO WS-SL-TEXT.
075600     WRITE PERF-REPORT-RECORD FROM WS-SECTION-LINE.
075700     IF WS-CUT-COUNT = ZERO
075800         MOVE "NO PRIORITY CUTS IN THE HISTORY WINDOW"
075900             TO WS-NL-TEXT
076000         WRITE PERF-REPORT-RECORD FROM WS-NOTE-LINE
076100         GO TO 5000-EXIT
076200     END-IF.
076300     WRITE PERF-REPORT-RECORD FROM WS-CUT-COLUMN-LINE.
076400     PERFORM 5100-WRITE-ONE-CUT THRU 5100-EXIT
076500         VARYING WS-CUT-SUB FROM 1 BY 1
076600         UNTIL WS-CUT-SUB > WS-CUT-COUNT.
076700     IF WS-CUTS-TRUNCATED
076800         MOVE "CUT TABLE FULL - LATER CUTS NOT LISTED"
076900             TO WS-NL-TEXT
077000         WRITE PERF-REPORT-RECORD FROM WS-NOTE-LINE
077100     END-IF.
077200     MOVE WS-LATEST-CUT-DATE TO WS-WORK-DATE.
077300     MOVE WS-WD-MM TO WS-LC-MM.
077400     MOVE WS-WD-DD TO WS-LC-DD.
077500     MOVE WS-WD-YYYY TO WS-LC-YYYY.
077600     WRITE PERF-REPORT-RECORD FROM WS-LATEST-CUT-LINE.
077700     IF WS-LATEST-COUNT = ZERO
077800         MOVE "NO 'H' VECTORS LOGGED AHEAD OF THE LATEST CUT"
077900             TO WS-NL-TEXT
078000         WRITE PERF-REPORT-RECORD FROM WS-NOTE-LINE
078100         GO TO 5000-EXIT
078200     END-IF.
078300     WRITE PERF-REPORT-RECORD FROM WS-HVEC-COLUMN-LINE.
078400     PERFORM 5200-WRITE-ONE-HVEC THRU 5200-EXIT
078500         VARYING WS-HVEC-SUB FROM 1 BY 1
078600         UNTIL WS-HVEC-SUB > WS-LATEST-COUNT.
078700 5000-EXIT.
078800     EXIT.
078900 5100-WRITE-ONE-CUT.
079000     MOVE WS-CT-DATE(WS-CUT-SUB) TO WS-WORK-DATE.
079100     MOVE WS-WD-MM TO WS-CD-MM.
079200     MOVE WS-WD-DD TO WS-CD-DD.
079300     MOVE WS-WD-YYYY TO WS-CD-YYYY.
079400     DIVIDE WS-CT-HUNDREDTHS(WS-CUT-SUB) BY 6000
079500         GIVING WS-MINUTES ROUNDED.
079600     MOVE WS-MINUTES TO WS-CD-MINUTES.
079700     MOVE WS-CT-VECTORS(WS-CUT-SUB) TO WS-CD-VECTORS.
079800     MOVE WS-CT-RECORDS(WS-CUT-SUB) TO WS-CD-RECORDS.
079900     WRITE PERF-REPORT-RECORD FROM WS-CUT-DETAIL-LINE.
080000 5100-EXIT.
080100     EXIT.
080200 5200-WRITE-ONE-HVEC.
080300     MOVE WS-LH-VECTOR-ID(WS-HVEC-SUB) TO WS-HD-VECTOR-ID.
080400     MOVE WS-LH-WAVE(WS-HVEC-SUB) TO WS-HD-WAVE.
080500     MOVE WS-LH-ELEMENTS(WS-HVEC-SUB) TO WS-HD-ELEMENTS.
080600     IF WS-LH-END-ABS(WS-HVEC-SUB) < WS-LATEST-MANIFEST-ABS
080700         MOVE ZERO TO WS-MINUTES
080800     ELSE
080900         COMPUTE WS-MINUTES ROUNDED =
081000             (WS-LH-END-ABS(WS-HVEC-SUB) - WS-LATEST-MANIFEST-ABS)
081100             / 6000
081200     END-IF.
081300     MOVE WS-MINUTES TO WS-HD-MINUTES.
081400     WRITE PERF-REPORT-RECORD FROM WS-HVEC-DETAIL-LINE.
081500 5200-EXIT.
081600     EXIT.
081700*****************************************************************
081800*    6000-WRITE-FORECAST
081900*    PROJECTS TONIGHT'S CHAIN - SORT, SVECRECV, RSLTLOAD - FROM
082000*    THE WINDOW'S WHOLE RUNS, AS TIME PER FEED RECORD TIMES THE
082100*    RECORDS ON TONIGHT'S MANIFEST.  THE PARALLEL FIGURE SHARES
082200*    THE SORT FOUR WAYS, AS SORTVECTP DOES WHEN ITS FOUR SORT
082300*    JOBS RUN SIDE BY SIDE; THE LOADS RUN ONCE EITHER WAY.  THE
082400*    SPLIT AND MERGE STEPS ARE NOT TIMED AND NOT INCLUDED.
082500*      FITS                       RETURN-CODE 0
082600*      FITS, OVER WS-TIGHT-PCT    RETURN-CODE 0, SAID ON REPORT
082700*      FITS ONLY IN PARALLEL      RETURN-CODE 4 - RUN SORTVECTP
082800*      FITS NEITHER WAY           RETURN-CODE 8
082900*    NO MANIFEST OR NO WHOLE RUN IN THE WINDOW GIVES NO VERDICT
083000*    AND LEAVES THE RETURN CODE ALONE - THE NIGHT RUNS AS IT
083100*    WOULD HAVE WITHOUT THIS REPORT.
083200*****************************************************************
083300 6000-WRITE-FORECAST.
083400     MOVE "TONIGHT'S FORECAST" TO WS-SL-TEXT.
083500     WRITE PERF-REPORT-RECORD FROM WS-SECTION-LINE.
083600     IF NOT WS-MANIFEST-FOUND
083700         MOVE "NO *MANIFST ON TONIGHT'S VECTORIN - NO FORECAST"
083800             TO WS-NL-TEXT
083900         WRITE PERF-REPORT-RECORD FROM WS-NOTE-LINE
084000         GO TO 6000-EXIT
084100     END-IF.
084200     MOVE "MANIFEST RECORDS TONIGHT" TO WS-FCC-LABEL.
084300     MOVE WS-TONIGHT-RECS TO WS-FCC-VALUE.
084400     WRITE PERF-REPORT-RECORD FROM WS-FC-COUNT-LINE.
084500     MOVE "WHOLE RUNS IN THE HISTORY WINDOW" TO WS-FCC-LABEL.
084600     MOVE WS-RUNS-USED TO WS-FCC-VALUE.
084700     WRITE PERF-REPORT-RECORD FROM WS-FC-COUNT-LINE.
084800     MOVE "FEED RECORDS IN THOSE RUNS" TO WS-FCC-LABEL.
084900     MOVE WS-TOT-FEED TO WS-FCC-VALUE.
085000     WRITE PERF-REPORT-RECORD FROM WS-FC-COUNT-LINE.
085100     IF WS-RUNS-USED = ZERO
085200         OR WS-TOT-FEED = ZERO
085300         MOVE "NO WHOLE NIGHTLY RUN IN THE HISTORY WINDOW - NO FOR
085400-             "ECAST" TO WS-NL-TEXT
085500         WRITE PERF-REPORT-RECORD FROM WS-NOTE-LINE
085600         GO TO 6000-EXIT
085700     END-IF.
085800     COMPUTE WS-PROJ-SORT-HS ROUNDED =
085900         WS-TONIGHT-RECS * WS-TOT-SORT-HS / WS-TOT-FEED.
086000     COMPUTE WS-PROJ-RECV-HS ROUNDED =
086100         WS-TONIGHT-RECS * WS-TOT-RECV-HS / WS-TOT-FEED.
086200     COMPUTE WS-PROJ-LOAD-HS ROUNDED =
086300         WS-TONIGHT-RECS * WS-TOT-LOAD-HS / WS-TOT-FEED.
086400     COMPUTE WS-PROJ-SINGLE-HS =
086500         WS-PROJ-SORT-HS + WS-PROJ-RECV-HS + WS-PROJ-LOAD-HS.
086600     COMPUTE WS-PROJ-PARALLEL-HS ROUNDED =
086700         (WS-PROJ-SORT-HS / WS-PARALLEL-STREAMS)
086800         + WS-PROJ-RECV-HS + WS-PROJ-LOAD-HS.
086900     COMPUTE WS-WINDOW-HS = WS-WINDOW-MINUTES * 6000.
087000     COMPUTE WS-TIGHT-HS = WS-WINDOW-HS * WS-TIGHT-PCT / 100.
087100     MOVE "PROJECTED MINUTES - SORT" TO WS-FCM-LABEL.
087200     MOVE WS-PROJ-SORT-HS TO WS-ROW-ELAPSED.
087300     PERFORM 6100-WRITE-MINUTES-LINE THRU 6100-EXIT.
087400     MOVE "PROJECTED MINUTES - SVECRECV" TO WS-FCM-LABEL.
087500     MOVE WS-PROJ-RECV-HS TO WS-ROW-ELAPSED.
087600     PERFORM 6100-WRITE-MINUTES-LINE THRU 6100-EXIT.
087700     MOVE "PROJECTED MINUTES - RSLTLOAD" TO WS-FCM-LABEL.
087800     MOVE WS-PROJ-LOAD-HS TO WS-ROW-ELAPSED.
087900     PERFORM 6100-WRITE-MINUTES-LINE THRU 6100-EXIT.
088000     MOVE "PROJECTED MINUTES - SINGLE-STREAM CHAIN"
088050         TO WS-FCM-LABEL.
088100     MOVE WS-PROJ-SINGLE-HS TO WS-ROW-ELAPSED.
088200     PERFORM 6100-WRITE-MINUTES-LINE THRU 6100-EXIT.
088300     MOVE "PROJECTED MINUTES - PARALLEL CHAIN" TO WS-FCM-LABEL.
088400     MOVE WS-PROJ-PARALLEL-HS TO WS-ROW-ELAPSED.
088500     PERFORM 6100-WRITE-MINUTES-LINE THRU 6100-EXIT.
088600     MOVE "BATCH WINDOW MINUTES" TO WS-FCM-LABEL.
088700     MOVE WS-WINDOW-HS TO WS-ROW-ELAPSED.
088800     PERFORM 6100-WRITE-MINUTES-LINE THRU 6100-EXIT.
088900     IF WS-PROJ-SINGLE-HS NOT > WS-TIGHT-HS
089000         MOVE "FITS SINGLE-STREAM - RUN SORTVECT" TO WS-FV-TEXT
089100         GO TO 6000-VERDICT
089200     END-IF.
089300     IF WS-PROJ-SINGLE-HS NOT > WS-WINDOW-HS
089400         MOVE WS-TIGHT-PCT TO WS-FVT-PCT
089500         MOVE WS-FV-TIGHT-TEXT TO WS-FV-TEXT
089600         GO TO 6000-VERDICT
089700     END-IF.
089800     IF WS-PROJ-PARALLEL-HS NOT > WS-WINDOW-HS
089900         MOVE "WILL NOT FIT SINGLE-STREAM - RUN SORTVECTP"
090000             TO WS-FV-TEXT
090100         IF RETURN-CODE < 4
090200             MOVE 4 TO RETURN-CODE
090300         END-IF
090400         GO TO 6000-VERDICT
090500     END-IF.
090600     MOVE "WILL NOT FIT EVEN IN PARALLEL - RUN SORTVECTP AND WARN"
090700         TO WS-FV-TEXT.
090800     IF RETURN-CODE < 8
090900         MOVE 8 TO RETURN-CODE
091000     END-IF.
091100 6000-VERDICT.
091200     WRITE PERF-REPORT-RECORD FROM WS-FC-VERDICT-LINE.
091300     DISPLAY "PERFRPT: " WS-FV-TEXT.
091400 6000-EXIT.
091500     EXIT.
091600 6100-WRITE-MINUTES-LINE.
091700     DIVIDE WS-ROW-ELAPSED BY 6000 GIVING WS-MINUTES ROUNDED.
091800     MOVE WS-MINUTES TO WS-FCM-VALUE.
091900     WRITE PERF-REPORT-RECORD FROM WS-FC-MINUTES-LINE.
092000 6100-EXIT.
092100     EXIT.
092200*****************************************************************
092300*    8000-DATE-TO-DAY-NUMBER
092400*    TURNS WS-WORK-DATE INTO A RUNNING DAY NUMBER, AS IN
092500*    ARCHPURG - JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14
092600*    OF THE PRIOR YEAR, SO THE LEAP DAY SITS AT THE END OF THE
092700*    SHIFTED YEAR.  EACH DIVISION IS TAKEN TO A WHOLE NUMBER ON
092800*    ITS OWN, SO NO FRACTION CARRIES FROM ONE TERM INTO THE
092900*    NEXT AND THE DIFFERENCE OF TWO DAY NUMBERS IS EXACT.
093000*****************************************************************
093100 8000-DATE-TO-DAY-NUMBER.
093200     MOVE WS-WD-YYYY TO WS-CALC-YYYY.
093300     MOVE WS-WD-MM TO WS-CALC-MM.
093400     IF WS-CALC-MM < 3
093500         SUBTRACT 1 FROM WS-CALC-YYYY
093600         ADD 12 TO WS-CALC-MM
093700     END-IF.
093800     COMPUTE WS-DAY-NUMBER = (365 * WS-CALC-YYYY) + WS-WD-DD.
093900     DIVIDE WS-CALC-YYYY BY 4 GIVING WS-CALC-TERM.
094000     ADD WS-CALC-TERM TO WS-DAY-NUMBER.
094100     DIVIDE WS-CALC-YYYY BY 100 GIVING WS-CALC-TERM.
094200     SUBTRACT WS-CALC-TERM FROM WS-DAY-NUMBER.
094300     DIVIDE WS-CALC-YYYY BY 400 GIVING WS-CALC-TERM.
094400     ADD WS-CALC-TERM TO WS-DAY-NUMBER.
094500     COMPUTE WS-CALC-TERM = 153 * (WS-CALC-MM + 1).
094600     DIVIDE WS-CALC-TERM BY 5 GIVING WS-CALC-TERM.
094700     ADD WS-CALC-TERM TO WS-DAY-NUMBER.
094800 8000-EXIT.
094900     EXIT.
095000*****************************************************************
095100*    8100-STAMP-TO-ABSOLUTE
095200*    WS-WORK-DATE AND WS-WORK-TIME TOGETHER AS HUNDREDTHS OF A
095300*    SECOND SINCE DAY ZERO; WS-DAY-NUMBER IS LEFT BEHIND FOR THE
095400*    CALLER'S WINDOW TEST.
095500*****************************************************************
095600 8100-STAMP-TO-ABSOLUTE.
095700     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
095800     COMPUTE WS-ABS-TIME = (WS-DAY-NUMBER * 8640000)
095900         + (WS-WT-HH * 360000) + (WS-WT-MM * 6000)
096000         + (WS-WT-SS * 100) + WS-WT-CC.
096100 8100-EXIT.
096200     EXIT.
096300*****************************************************************
096400*    9000-TERMINATE CLOSES OUT THE FILES FOR THIS RUN.
096500*****************************************************************
096600 9000-TERMINATE.
096700     CLOSE PERF-LOG-IN.
096800     CLOSE PERF-REPORT-OUT.
096900 9000-EXIT.
097000     EXIT.
