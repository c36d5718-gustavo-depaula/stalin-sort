002600*                    RETURN-CODE 4 SO THE SCHEDULER KNOWS
002700*                    WHETHER TO WAKE ANYONE.  ONE PAGE PER NIGHT
002800*                    IS WHAT THE SHIFT HANDOVER ACTUALLY READS.
002810*    10/15/2026  GG  ADDED THE SUSPENSE SECTION.  EVERY ITEM
002820*                    STILL OPEN ON SUSPMSTR (HELD, OR RELEASED
002830*                    AND NOT YET PICKED UP) IS AGED FROM THE
002840*                    DATE SORTVECT HELD IT TO THE NIGHT'S RUN
002850*                    DATE AND COUNTED INTO FOUR AGE BANDS; ITEMS
002860*                    OVER A WEEK OLD ARE ECHOED BY NAME.  AN
002870*                    ITEM HELD TONIGHT OR ONE OVER A WEEK OLD
002871*                    SENDS THE VERDICT TO REVIEW - THE FIRST IS
002872*                    NEWS THE DESK HAS TO ACT ON, THE SECOND IS
002873*                    WORK THE DESK HAS LET SIT.  NO SUSPMSTR IS
002874*                    A NOTE ON THE PAGE, NOT AN EXCEPTION, BUT
002875*                    EVERY DROPPED VECTOR SORTVECT COULD NOT
002876*                    HOLD (ITS "NOT HELD" LINES ON ERRORSOUT) IS
002877*                    COUNTED AND SENDS THE VERDICT TO REVIEW -
002878*                    NOBODY ELSE HAS A COPY OF IT.
002879*    10/15/2026  GG  ADDED THE FEEDS-BY-SENDER SECTION.  ONE LINE
002880*                    PER BUREAU: FEEDINTK'S VERDICT, SERIAL,
002881*                    RECORDS AND VECTORS OFF INTKCTL, AND THE
002882*                    RECORDS SORTVECT READ FOR IT OFF BALRPT'S
002883*                    *SN LINES, SO EACH DELIVERY RECONCILES ON
002884*                    ITS OWN.  A BUREAU HELD AS LATE, DUPLICATE
002885*                    OR BROKEN, OR ONE WHOSE SERIAL SKIPPED
002886*                    AHEAD, SENDS THE VERDICT TO REVIEW.  NO
002887*                    INTKCTL IS A NOTE ON THE PAGE, NOT AN
002888*                    EXCEPTION - A SINGLE-SENDER NIGHT HAS NONE.
002889*    10/15/2026  GG  THE TITLE LINE NAMES A QUARTER-END RUN (RUN
002890*                    TYPE 'Q', OFF THE PROCESSING CALENDAR) AS
002891*                    QTR-END INSTEAD OF UNKNOWN.
002892*    10/15/2026  GG  A BALRPT THAT OPENS EMPTY MEANS SORTVECT
002893*                    NEVER RAN - INTAKE OR RELEASE STOPPED THE
002894*                    NIGHT AND THE JOB'S MORNSUMH STEP HANDS IN
002895*                    DUMMY BALRPT, ERRORSOUT AND SVECERR.  THE
002896*                    PAGE SAYS SO UNDER THE TITLE, WHOSE DATE
002897*                    AND TOTALS ARE THEN THE LAST SORTED NIGHT'S,
002898*                    THE MANIFEST LINE SAYS NOT CHECKED, AND THE
002899*                    VERDICT GOES TO REVIEW.
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
005100     SELECT SUMMARY-OUT ASSIGN TO "SUMRPT"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-SUMMARY-OUT-STATUS.
005310     SELECT SUSPENSE-IN ASSIGN TO "SUSPMSTR"
005320         ORGANIZATION IS INDEXED
005330         ACCESS MODE IS SEQUENTIAL
005340         RECORD KEY IS SP-KEY
005350         FILE STATUS IS WS-SUSPENSE-IN-STATUS.
005360     SELECT INTAKE-CONTROL-IN ASSIGN TO "INTKCTL"
005370         ORGANIZATION IS SEQUENTIAL
005380         FILE STATUS IS WS-INTAKE-CONTROL-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  BALANCE-IN.
006500     COPY RUNXREC.
006600 FD  SUMMARY-OUT.
006700 01  SUMMARY-OUT-RECORD        PIC X(80).
006710 FD  SUSPENSE-IN.
006720     COPY SUSPREC.
006730 FD  INTAKE-CONTROL-IN.
006740     COPY INTKREC.
006800 WORKING-STORAGE SECTION.
006900*****************************************************************
007000*    FILE STATUS AND SWITCHES
007500 01  WS-RUN-HISTORY-STATUS PIC X(02).
007600 01  WS-RUN-INDEX-STATUS   PIC X(02).
007700 01  WS-SUMMARY-OUT-STATUS PIC X(02).
007710 01  WS-SUSPENSE-IN-STATUS PIC X(02).
007720 01  WS-INTAKE-CONTROL-STATUS PIC X(02).
007800 01  WS-SWITCHES.
007900     05  WS-BAL-EOF-SWITCH PIC X(01) VALUE 'N'.
008000         88  WS-END-OF-BALANCE     VALUE 'Y'.
008800         88  WS-END-OF-INDEX       VALUE 'Y'.
008900     05  WS-REVIEW-SWITCH  PIC X(01) VALUE 'N'.
009000         88  WS-NEEDS-REVIEW       VALUE 'Y'.
009010     05  WS-SUSP-EOF-SWITCH PIC X(01) VALUE 'N'.
009020         88  WS-END-OF-SUSPENSE    VALUE 'Y'.
009030     05  WS-SUSP-OPEN-SWITCH PIC X(01) VALUE 'N'.
009040         88  WS-SUSPENSE-READ      VALUE 'Y'.
009050     05  WS-INTAKE-EOF-SWITCH PIC X(01) VALUE 'N'.
009060         88  WS-END-OF-INTAKE      VALUE 'Y'.
009070     05  WS-INTAKE-OPEN-SWITCH PIC X(01) VALUE 'N'.
009080         88  WS-INTAKE-READ        VALUE 'Y'.
009082     05  WS-BAL-EMPTY-SWITCH PIC X(01) VALUE 'Y'.
009084         88  WS-NO-BALANCE-LINES   VALUE 'Y'.
009100     05  WS-MANIFEST-VERDICT PIC X(01) VALUE 'O'.
009200         88  WS-MANIFEST-OK        VALUE 'O'.
009300         88  WS-MANIFEST-BAD       VALUE 'B'.
012800     05  FILLER            PIC X(09) VALUE "VERDICT: ".
012900     05  WS-VL-VERDICT     PIC X(06).
013000     05  FILLER            PIC X(65) VALUE SPACES.
013001 01  WS-SUM-SUSPENSE-LINE.
013002     05  FILLER            PIC X(10) VALUE "SUSPENSE: ".
013003     05  WS-SL-OPEN        PIC ZZZ9.
013004     05  FILLER            PIC X(07) VALUE " OPEN (".
013005     05  WS-SL-HELD        PIC ZZZ9.
013006     05  FILLER            PIC X(07) VALUE " HELD, ".
013007     05  WS-SL-RELEASED    PIC ZZZ9.
013008     05  FILLER            PIC X(13) VALUE " RELEASED)  ".
013009     05  FILLER            PIC X(31) VALUE SPACES.
013010 01  WS-SUM-AGE-LINE.
013011     05  FILLER            PIC X(12) VALUE "  AGE  0-2: ".
013012     05  WS-AL-BAND-1      PIC ZZZ9.
013013     05  FILLER            PIC X(09) VALUE "   3-7: ".
013014     05  WS-AL-BAND-2      PIC ZZZ9.
013015     05  FILLER            PIC X(09) VALUE "   8-14: ".
013016     05  WS-AL-BAND-3      PIC ZZZ9.
013017     05  FILLER            PIC X(12) VALUE "   OVER 14: ".
013018     05  WS-AL-BAND-4      PIC ZZZ9.
013019     05  FILLER            PIC X(06) VALUE " DAYS".
013020     05  FILLER            PIC X(16) VALUE SPACES.
013021 01  WS-SUM-NOT-HELD-LINE.
013022     05  FILLER            PIC X(10) VALUE "SUSPENSE: ".
013023     05  WS-NH-COUNT       PIC ZZZ9.
013024     05  FILLER            PIC X(41) VALUE
013025         " DROPPED VECTORS NOT HELD - SEE ERRORSOUT".
013026     05  FILLER            PIC X(25) VALUE SPACES.
013027 01  WS-SUSPENSE-ECHO.
013028     05  WS-SX-VECTOR-ID   PIC X(08).
013029     05  FILLER            PIC X(09) VALUE " HELD ON ".
013030     05  WS-SX-RUN-DATE    PIC 9(08).
013031     05  FILLER            PIC X(06) VALUE "  AGE ".
013032     05  WS-SX-AGE         PIC ZZZ9.
013033     05  FILLER            PIC X(03) VALUE "  ".
013034     05  WS-SX-STATUS      PIC X(01).
013035     05  FILLER            PIC X(02) VALUE SPACES.
013036     05  WS-SX-REASON      PIC X(30).
013037     05  FILLER            PIC X(07) VALUE SPACES.
013038 01  WS-SUM-SENDER-LINE.
013039     05  FILLER            PIC X(02) VALUE SPACES.
013040     05  WS-FS-SENDER-ID   PIC X(04).
013041     05  FILLER            PIC X(01) VALUE SPACE.
013042     05  WS-FS-STATUS      PIC X(09).
013043     05  FILLER            PIC X(08) VALUE " SERIAL ".
013044     05  WS-FS-SERIAL      PIC ZZZZZ9.
013045     05  FILLER            PIC X(06) VALUE " RECS ".
013046     05  WS-FS-RECORDS     PIC ZZZZZZZ9.
013047     05  FILLER            PIC X(06) VALUE " VECS ".
013048     05  WS-FS-VECTORS     PIC ZZZ9.
013049     05  FILLER            PIC X(06) VALUE " READ ".
013050     05  WS-FS-READ        PIC ZZZZZZZ9.
013051     05  WS-FS-READ-X REDEFINES WS-FS-READ
013052                           PIC X(08).
013053     05  FILLER            PIC X(01) VALUE SPACE.
013054     05  WS-FS-NOTE        PIC X(11).
013055 01  WS-SUM-SENDER-HELD-LINE.
013056     05  FILLER            PIC X(07) VALUE SPACES.
013057     05  FILLER            PIC X(07) VALUE "HELD - ".
013058     05  WS-FH-REASON      PIC X(20).
013059     05  FILLER            PIC X(46) VALUE
013060         " - NOT IN TONIGHT'S VECTORIN, BUREAU TO RESHIP".
013100*****************************************************************
013200*    WORKING COUNTERS AND STATE
013300*    ECHO LINES ARE CAPPED - A SUMMARY THAT RUNS TO FIVE PAGES
016000         OCCURS 15 TIMES.
016100 01  WS-ECHO-SUB           PIC 9(4) COMP.
016110 01  WS-MORE-COUNT         PIC 9(04).
016111*****************************************************************
016112*    SUSPENSE AGING.  AN ITEM IS AGED IN WHOLE DAYS FROM THE
016113*    DATE SORTVECT HELD IT TO THE NIGHT'S RUN DATE OFF RUNINDEX
016114*    (TODAY'S DATE WHEN RUNINDEX GAVE NONE), USING THE SAME
016115*    DAY-NUMBER ARITHMETIC AS ARCHPURG.  WS-STALE-DAYS IS THE
016116*    AGE PAST WHICH AN ITEM IS ECHOED AND FORCES REVIEW.
016117*****************************************************************
016118 77  WS-STALE-DAYS         PIC 9(4) COMP VALUE 7.
016119 01  WS-SUSP-OPEN          PIC 9(04) VALUE ZERO.
016120 01  WS-SUSP-HELD          PIC 9(04) VALUE ZERO.
016121 01  WS-SUSP-RELEASED      PIC 9(04) VALUE ZERO.
016122 01  WS-SUSP-NEW           PIC 9(04) VALUE ZERO.
016123 01  WS-SUSP-STALE         PIC 9(04) VALUE ZERO.
016124 01  WS-SUSP-NOT-HELD      PIC 9(04) VALUE ZERO.
016125 01  WS-SUSP-ECHOED        PIC 9(04) VALUE ZERO.
016126 01  WS-SUSP-BANDS.
016127     05  WS-SUSP-BAND      PIC 9(04) VALUE ZERO
016128         OCCURS 4 TIMES.
016129 01  WS-ECHO-TABLE-SUS.
016130     05  WS-EU-LINE        PIC X(78)
016131         OCCURS 15 TIMES.
016132 01  WS-WORK-DATE.
016133     05  WS-WD-YYYY        PIC 9(4).
016134     05  WS-WD-MM          PIC 9(2).
016135     05  WS-WD-DD          PIC 9(2).
016136 01  WS-CALC-YYYY          PIC S9(6) COMP.
016137 01  WS-CALC-MM            PIC S9(4) COMP.
016138 01  WS-CALC-TERM          PIC S9(8) COMP.
016139 01  WS-DAY-NUMBER         PIC S9(8) COMP.
016140 01  WS-AGE-DATE-DAYS      PIC S9(8) COMP.
016141 01  WS-AGE-DAYS           PIC S9(8) COMP.
016142*****************************************************************
016143*    FEEDS BY SENDER.  ONE ENTRY PER BUREAU - FIRST FROM THE
016144*    INTKCTL ROWS, THEN ANY SENDER BALRPT NAMES THAT INTAKE DID
016145*    NOT (A FEED FROM BEFORE INTAKE SHOWS AS ----).  WS-SD-READ
016146*    SUMS THE *SN LINES, SO A NIGHT SPLIT OVER SEVERAL BALRPTS
016147*    STILL FOOTS.
016148*****************************************************************
016149 77  WS-SENDER-TABLE-MAX   PIC 9(4) COMP VALUE 10.
016150 01  WS-SENDER-COUNT       PIC 9(4) COMP VALUE ZERO.
016151 01  WS-SND-SUB            PIC 9(4) COMP.
016152 01  WS-SND-HIT            PIC 9(4) COMP.
016153 01  WS-SN-LINE-ID         PIC X(04).
016154 01  WS-SN-LINE-READ       PIC 9(08).
016155 01  WS-SENDER-TABLE.
016156     05  WS-SENDER-ENTRY OCCURS 10 TIMES.
016157         10  WS-SD-SENDER-ID   PIC X(04).
016158         10  WS-SD-STATUS      PIC X(01).
016159             88  WS-SD-ACCEPTED    VALUE 'A'.
016160             88  WS-SD-LATE        VALUE 'L'.
016161             88  WS-SD-DUPLICATE   VALUE 'D'.
016162             88  WS-SD-BROKEN      VALUE 'B'.
016163         10  WS-SD-SERIAL      PIC 9(06).
016164         10  WS-SD-RECORDS     PIC 9(08).
016165         10  WS-SD-VECTORS     PIC 9(04).
016166         10  WS-SD-GAP-FLAG    PIC X(01).
016167             88  WS-SD-SERIAL-GAP  VALUE 'G'.
016168         10  WS-SD-REASON      PIC X(20).
016169         10  WS-SD-READ        PIC 9(08).
016170         10  WS-SD-BAL-SWITCH  PIC X(01).
016171             88  WS-SD-ON-BALRPT   VALUE 'Y'.
016200 PROCEDURE DIVISION.
016300*****************************************************************
016400*    0000-MAINLINE
017600         UNTIL WS-END-OF-HISTORY.
017700     PERFORM 4000-SCAN-ONE-ERROR-LINE THRU 4000-EXIT
017800         UNTIL WS-END-OF-ERRORS.
017810     PERFORM 4500-LOAD-ONE-INTAKE THRU 4500-EXIT
017820         UNTIL WS-END-OF-INTAKE.
017900     PERFORM 5000-SCAN-ONE-BALANCE-LINE THRU 5000-EXIT
018000         UNTIL WS-END-OF-BALANCE.
018100     PERFORM 6000-SCAN-ONE-RECEIVE-LINE THRU 6000-EXIT
018200         UNTIL WS-END-OF-RECEIVE.
018210     PERFORM 6400-SET-AGING-DATE THRU 6400-EXIT.
018220     PERFORM 6500-AGE-ONE-SUSPENSE-RECORD THRU 6500-EXIT
018230         UNTIL WS-END-OF-SUSPENSE.
018300     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT.
018400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018500     STOP RUN.
019900     OPEN INPUT BALANCE-IN.
020000     IF WS-BALANCE-IN-STATUS NOT = "00"
020100         MOVE 'Y' TO WS-BAL-EOF-SWITCH
020150         MOVE 'N' TO WS-BAL-EMPTY-SWITCH
020200         MOVE 'Y' TO WS-REVIEW-SWITCH
020300     END-IF.
020400     OPEN INPUT ERRORS-IN.
022100         MOVE 'Y' TO WS-INDEX-EOF-SWITCH
022200         MOVE 'Y' TO WS-REVIEW-SWITCH
022300     END-IF.
022310     OPEN INPUT SUSPENSE-IN.
022320     IF WS-SUSPENSE-IN-STATUS = "00"
022330         MOVE 'Y' TO WS-SUSP-OPEN-SWITCH
022340     ELSE
022350         MOVE 'Y' TO WS-SUSP-EOF-SWITCH
022360     END-IF.
022370     OPEN INPUT INTAKE-CONTROL-IN.
022380     IF WS-INTAKE-CONTROL-STATUS = "00"
022390         MOVE 'Y' TO WS-INTAKE-OPEN-SWITCH
022391     ELSE
022392         MOVE 'Y' TO WS-INTAKE-EOF-SWITCH
022393     END-IF.
022400 1000-EXIT.
022500     EXIT.
022600*****************************************************************
033700                 TO WS-ES-LINE(WS-SERIAL-ECHOED)
033800         END-IF
033900     END-IF.
033910     MOVE ZERO TO WS-ECHO-SUB.
033920     INSPECT ERRORS-IN-RECORD
033930         TALLYING WS-ECHO-SUB FOR ALL "NOT HELD - NO SUSPENSE".
033940     IF WS-ECHO-SUB > ZERO
033950         ADD 1 TO WS-SUSP-NOT-HELD
033960         MOVE 'Y' TO WS-REVIEW-SWITCH
033970     END-IF.
034000 4000-EXIT.
034100     EXIT.
034110*****************************************************************
034120*    4500-LOAD-ONE-INTAKE
034130*    ONE INTKCTL ROW PER BUREAU FEEDINTK WAS SET UP TO TAKE.
034140*    ANY VERDICT BUT ACCEPTED IS AN EXCEPTION - THAT BUREAU'S
034150*    VECTORS SAT OUT THE NIGHT - AND SO IS A SERIAL GAP, A
034160*    FEED THAT NEVER ARRIVED AHEAD OF THIS ONE.
034170*****************************************************************
034171 4500-LOAD-ONE-INTAKE.
034172     READ INTAKE-CONTROL-IN
034173         AT END
034174             MOVE 'Y' TO WS-INTAKE-EOF-SWITCH
034175             GO TO 4500-EXIT
034176     END-READ.
034177     IF WS-SENDER-COUNT >= WS-SENDER-TABLE-MAX
034178         GO TO 4500-EXIT
034179     END-IF.
034180     ADD 1 TO WS-SENDER-COUNT.
034181     MOVE WS-SENDER-COUNT TO WS-SND-HIT.
034182     MOVE IK-SENDER-ID TO WS-SD-SENDER-ID(WS-SND-HIT).
034183     MOVE IK-STATUS TO WS-SD-STATUS(WS-SND-HIT).
034184     MOVE IK-SERIAL TO WS-SD-SERIAL(WS-SND-HIT).
034185     MOVE IK-RECORDS TO WS-SD-RECORDS(WS-SND-HIT).
034186     MOVE IK-VECTORS TO WS-SD-VECTORS(WS-SND-HIT).
034187     MOVE IK-GAP-FLAG TO WS-SD-GAP-FLAG(WS-SND-HIT).
034188     MOVE IK-REASON TO WS-SD-REASON(WS-SND-HIT).
034189     MOVE ZERO TO WS-SD-READ(WS-SND-HIT).
034190     MOVE 'N' TO WS-SD-BAL-SWITCH(WS-SND-HIT).
034191     IF NOT IK-ACCEPTED
034192         OR IK-SERIAL-GAP
034193         MOVE 'Y' TO WS-REVIEW-SWITCH
034194     END-IF.
034195 4500-EXIT.
034196     EXIT.
034200*****************************************************************
034300*    5000-SCAN-ONE-BALANCE-LINE
034400*    EVERY BALRPT LINE FLAGGED OUT-OF-BALANCE IS AN EXCEPTION -
034500*    DETAIL LINES NAME THE VECTOR AND WAVE, THE JOB-TOTAL LINE
034600*    NAMES THE NIGHT.  SORTVECT ALWAYS WRITES BALRPT, SO ONE
034610*    THAT OPENS BUT HOLDS NOTHING IS A NIGHT NO SORT RAN.
034700*****************************************************************
034800 5000-SCAN-ONE-BALANCE-LINE.
034900     READ BALANCE-IN
035000         AT END
035100             MOVE 'Y' TO WS-BAL-EOF-SWITCH
035110             IF WS-NO-BALANCE-LINES
035120                 MOVE 'Y' TO WS-REVIEW-SWITCH
035130             END-IF
035200             GO TO 5000-EXIT
035300     END-READ.
035310     MOVE 'N' TO WS-BAL-EMPTY-SWITCH.
035400     PERFORM 5100-LOOK-FOR-OOB THRU 5100-EXIT.
035410     PERFORM 5200-NOTE-SENDER-LINE THRU 5200-EXIT.
035500 5000-EXIT.
035600     EXIT.
035700 5100-LOOK-FOR-OOB.
037000     END-IF.
037100 5100-EXIT.
037200     EXIT.
037210*****************************************************************
037220*    5200-NOTE-SENDER-LINE
037230*    A BALRPT *SN LINE CARRIES ONE SENDER'S FIGURES, READ COUNT
037240*    IN COLUMNS 13-20.  THE *SN LINES THAT NAME A BUREAU HELD AT
037250*    INTAKE CARRY NO FIGURES AND ARE PASSED OVER - INTKCTL HAS
037251*    ALREADY SAID SO.
037252*****************************************************************
037253 5200-NOTE-SENDER-LINE.
037254     IF BALANCE-IN-RECORD(1:4) NOT = "*SN "
037255         OR BALANCE-IN-RECORD(13:4) = "HELD"
037256         GO TO 5200-EXIT
037257     END-IF.
037258     MOVE BALANCE-IN-RECORD(5:4) TO WS-SN-LINE-ID.
037259     MOVE ZERO TO WS-SN-LINE-READ.
037260     INSPECT BALANCE-IN-RECORD(13:8)
037261         REPLACING LEADING SPACES BY ZEROS.
037262     IF BALANCE-IN-RECORD(13:8) NUMERIC
037263         MOVE BALANCE-IN-RECORD(13:8) TO WS-SN-LINE-READ
037264     END-IF.
037265     MOVE ZERO TO WS-SND-HIT.
037266     PERFORM 5210-CHECK-ONE-SENDER THRU 5210-EXIT
037267         VARYING WS-SND-SUB FROM 1 BY 1
037268         UNTIL WS-SND-SUB > WS-SENDER-COUNT
037269         OR WS-SND-HIT > ZERO.
037270     IF WS-SND-HIT = ZERO
037271         IF WS-SENDER-COUNT >= WS-SENDER-TABLE-MAX
037272             GO TO 5200-EXIT
037273         END-IF
037274         ADD 1 TO WS-SENDER-COUNT
037275         MOVE WS-SENDER-COUNT TO WS-SND-HIT
037276         MOVE WS-SN-LINE-ID TO WS-SD-SENDER-ID(WS-SND-HIT)
037277         MOVE SPACE TO WS-SD-STATUS(WS-SND-HIT)
037278         MOVE ZERO TO WS-SD-SERIAL(WS-SND-HIT)
037279         MOVE ZERO TO WS-SD-RECORDS(WS-SND-HIT)
037280         MOVE ZERO TO WS-SD-VECTORS(WS-SND-HIT)
037281         MOVE SPACE TO WS-SD-GAP-FLAG(WS-SND-HIT)
037282         MOVE SPACES TO WS-SD-REASON(WS-SND-HIT)
037283         MOVE ZERO TO WS-SD-READ(WS-SND-HIT)
037284     END-IF.
037285     ADD WS-SN-LINE-READ TO WS-SD-READ(WS-SND-HIT).
037286     MOVE 'Y' TO WS-SD-BAL-SWITCH(WS-SND-HIT).
037287 5200-EXIT.
037288     EXIT.
037289 5210-CHECK-ONE-SENDER.
037290     IF WS-SD-SENDER-ID(WS-SND-SUB) = WS-SN-LINE-ID
037291         MOVE WS-SND-SUB TO WS-SND-HIT
037292     END-IF.
037293 5210-EXIT.
037294     EXIT.
037300*****************************************************************
037400*    6000-SCAN-ONE-RECEIVE-LINE
037500*    EVERY SVECERR SECTION HEADER IS A VECTOR THAT NEVER MADE
039300     END-IF.
039400 6000-EXIT.
039500     EXIT.
039501*****************************************************************
039502*    6400-SET-AGING-DATE
039503*    THE NIGHT'S RUN DATE IS KNOWN BY NOW - RUNINDEX HAS BEEN
039504*    READ - SO ITS DAY NUMBER IS TAKEN ONCE, BEFORE THE PASS
039505*    OVER SUSPMSTR.
039506*****************************************************************
039507 6400-SET-AGING-DATE.
039508     IF WS-RUN-DATE = ZERO
039509         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
039510         MOVE WS-CURRENT-DATE TO WS-WORK-DATE
039511     ELSE
039512         MOVE WS-RUN-DATE TO WS-WORK-DATE
039513     END-IF.
039514     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
039515     MOVE WS-DAY-NUMBER TO WS-AGE-DATE-DAYS.
039516 6400-EXIT.
039517     EXIT.
039518*****************************************************************
039519*    6500-AGE-ONE-SUSPENSE-RECORD
039520*    ONLY AN ITEM'S SEQUENCE-0000 RECORD CARRIES ITS STATUS;
039521*    THE DETAILS UNDER IT ARE PASSED OVER.  PICKED-UP AND
039522*    WRITTEN-OFF ITEMS ARE CLOSED AND NOT COUNTED.  A RELEASED
039523*    ITEM IS STILL OPEN UNTIL SUSPRLSE PICKS IT UP, SO IT AGES
039524*    WITH THE HELD ONES.
039525*****************************************************************
039526 6500-AGE-ONE-SUSPENSE-RECORD.
039527     READ SUSPENSE-IN
039528         AT END
039529             MOVE 'Y' TO WS-SUSP-EOF-SWITCH
039530             GO TO 6500-EXIT
039531     END-READ.
039532     IF NOT SP-COUNT-RECORD
039533         OR NOT SP-OPEN-ITEM
039534         GO TO 6500-EXIT
039535     END-IF.
039536     ADD 1 TO WS-SUSP-OPEN.
039537     IF SP-HELD
039538         ADD 1 TO WS-SUSP-HELD
039539     ELSE
039540         ADD 1 TO WS-SUSP-RELEASED
039541     END-IF.
039542     MOVE SP-RUN-DATE TO WS-WORK-DATE.
039543     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
039544     COMPUTE WS-AGE-DAYS = WS-AGE-DATE-DAYS - WS-DAY-NUMBER.
039545     IF WS-AGE-DAYS < ZERO
039546         MOVE ZERO TO WS-AGE-DAYS
039547     END-IF.
039548     EVALUATE TRUE
039549         WHEN WS-AGE-DAYS < 3
039550             ADD 1 TO WS-SUSP-BAND(1)
039551         WHEN WS-AGE-DAYS < 8
039552             ADD 1 TO WS-SUSP-BAND(2)
039553         WHEN WS-AGE-DAYS < 15
039554             ADD 1 TO WS-SUSP-BAND(3)
039555         WHEN OTHER
039556             ADD 1 TO WS-SUSP-BAND(4)
039557     END-EVALUATE.
039558     IF WS-AGE-DAYS = ZERO
039559         AND SP-HELD
039560         ADD 1 TO WS-SUSP-NEW
039561         MOVE 'Y' TO WS-REVIEW-SWITCH
039562     END-IF.
039563     IF WS-AGE-DAYS NOT > WS-STALE-DAYS
039564         GO TO 6500-EXIT
039565     END-IF.
039566     ADD 1 TO WS-SUSP-STALE.
039567     MOVE 'Y' TO WS-REVIEW-SWITCH.
039568     IF WS-SUSP-ECHOED < WS-ECHO-CAP
039569         ADD 1 TO WS-SUSP-ECHOED
039570         MOVE SP-VECTOR-ID TO WS-SX-VECTOR-ID
039571         MOVE SP-RUN-DATE TO WS-SX-RUN-DATE
039572         MOVE WS-AGE-DAYS TO WS-SX-AGE
039573         MOVE SP-STATUS TO WS-SX-STATUS
039574         MOVE SP-REASON TO WS-SX-REASON
039575         MOVE WS-SUSPENSE-ECHO TO WS-EU-LINE(WS-SUSP-ECHOED)
039576     END-IF.
039577 6500-EXIT.
039578     EXIT.
039600*****************************************************************
039700*    7000-WRITE-SUMMARY
039800*    THE ONE PAGE.  EXCEPTIONS ONLY - A CLEAN NIGHT IS A TITLE,
040800             MOVE "DAILY   " TO WS-TL-RUN-TYPE
040900         WHEN 'M'
041000             MOVE "MONTHEND" TO WS-TL-RUN-TYPE
041050         WHEN 'Q'
041060             MOVE "QTR-END " TO WS-TL-RUN-TYPE
041100         WHEN OTHER
041200             MOVE "UNKNOWN " TO WS-TL-RUN-TYPE
041300     END-EVALUATE.
041400     WRITE SUMMARY-OUT-RECORD FROM WS-SUM-TITLE-LINE.
041410     IF WS-NO-BALANCE-LINES
041420         MOVE "SORT: DID NOT RUN - DATE AND TOTALS ARE LAST SORT"
041430             TO WS-SS-TEXT
041440         WRITE SUMMARY-OUT-RECORD FROM WS-SUM-SECTION-LINE
041450     END-IF.
041500     EVALUATE TRUE
041510         WHEN WS-NO-BALANCE-LINES
041520             MOVE "MANIFEST: NOT CHECKED - NO SORT RAN"
041530                 TO WS-SS-TEXT
041600         WHEN WS-MANIFEST-BAD
041700             MOVE "MANIFEST: DID NOT RECONCILE - SEE ERRORSOUT"
041800                 TO WS-SS-TEXT
043160             WRITE SUMMARY-OUT-RECORD FROM WS-SUM-MORE-LINE
043170         END-IF
043200     END-IF.
043210     PERFORM 7060-WRITE-SENDERS THRU 7060-EXIT.
043300     IF WS-OOB-COUNT = ZERO
043400         MOVE "BALANCE: ALL VECTORS IN BALANCE" TO WS-SS-TEXT
043500         WRITE SUMMARY-OUT-RECORD FROM WS-SUM-SECTION-LINE
045360             WRITE SUMMARY-OUT-RECORD FROM WS-SUM-MORE-LINE
045370         END-IF
045400     END-IF.
045410     PERFORM 7050-WRITE-SUSPENSE THRU 7050-EXIT.
045500     MOVE WS-NIGHT-REJECTS TO WS-TO-REJECTS.
045600     MOVE WS-PRIOR-REJECTS TO WS-TO-PRIOR-REJ.
045700     MOVE WS-NIGHT-ERRORS TO WS-TO-ERRORS.
046800     WRITE SUMMARY-OUT-RECORD FROM WS-SUM-VERDICT-LINE.
046900 7000-EXIT.
047000     EXIT.
047010*****************************************************************
047020*    7050-WRITE-SUSPENSE
047030*    THE OPEN SUSPENSE ITEMS BY AGE BAND, THEN EVERY ITEM OVER
047031*    A WEEK OLD BY NAME.  NOTHING OPEN IS ONE QUIET LINE.
047032*****************************************************************
047033 7050-WRITE-SUSPENSE.
047034     IF WS-SUSP-NOT-HELD > ZERO
047035         MOVE WS-SUSP-NOT-HELD TO WS-NH-COUNT
047036         WRITE SUMMARY-OUT-RECORD FROM WS-SUM-NOT-HELD-LINE
047037     END-IF.
047038     IF NOT WS-SUSPENSE-READ
047039         MOVE "SUSPENSE: SUSPMSTR NOT AVAILABLE - NOT AGED"
047040             TO WS-SS-TEXT
047041         WRITE SUMMARY-OUT-RECORD FROM WS-SUM-SECTION-LINE
047042         GO TO 7050-EXIT
047043     END-IF.
047044     IF WS-SUSP-OPEN = ZERO
047045         MOVE "SUSPENSE: NO OPEN ITEMS" TO WS-SS-TEXT
047046         WRITE SUMMARY-OUT-RECORD FROM WS-SUM-SECTION-LINE
047047         GO TO 7050-EXIT
047048     END-IF.
047049     MOVE WS-SUSP-OPEN TO WS-SL-OPEN.
047050     MOVE WS-SUSP-HELD TO WS-SL-HELD.
047051     MOVE WS-SUSP-RELEASED TO WS-SL-RELEASED.
047052     WRITE SUMMARY-OUT-RECORD FROM WS-SUM-SUSPENSE-LINE.
047053     MOVE WS-SUSP-BAND(1) TO WS-AL-BAND-1.
047054     MOVE WS-SUSP-BAND(2) TO WS-AL-BAND-2.
047055     MOVE WS-SUSP-BAND(3) TO WS-AL-BAND-3.
047056     MOVE WS-SUSP-BAND(4) TO WS-AL-BAND-4.
047057     WRITE SUMMARY-OUT-RECORD FROM WS-SUM-AGE-LINE.
047058     IF WS-SUSP-STALE = ZERO
047059         GO TO 7050-EXIT
047060     END-IF.
047061     MOVE "SUSPENSE: ITEMS OVER A WEEK OLD FOLLOW" TO WS-SS-TEXT.
047062     WRITE SUMMARY-OUT-RECORD FROM WS-SUM-SECTION-LINE.
047063     PERFORM 7400-ECHO-ONE-SUSPENSE THRU 7400-EXIT
047064         VARYING WS-ECHO-SUB FROM 1 BY 1
047065         UNTIL WS-ECHO-SUB > WS-SUSP-ECHOED.
047066     IF WS-SUSP-STALE > WS-SUSP-ECHOED
047067         SUBTRACT WS-SUSP-ECHOED FROM WS-SUSP-STALE
047068             GIVING WS-MORE-COUNT
047069         MOVE WS-MORE-COUNT TO WS-SM-COUNT
047070         MOVE "STLS      " TO WS-SM-SOURCE
047071         WRITE SUMMARY-OUT-RECORD FROM WS-SUM-MORE-LINE
047072     END-IF.
047073 7050-EXIT.
047074     EXIT.
047075*****************************************************************
047076*    7060-WRITE-SENDERS
047077*    ONE LINE PER BUREAU - INTAKE'S VERDICT AND COUNTS BESIDE
047078*    WHAT SORTVECT READ FOR IT - AND, UNDER A HELD BUREAU, WHY.
047079*    A NIGHT WITH NO INTKCTL AND NO *SN LINES SAYS NOTHING BUT
047080*    THE NOTE.
047081*****************************************************************
047082 7060-WRITE-SENDERS.
047083     IF NOT WS-INTAKE-READ
047084         MOVE "FEEDS: INTKCTL NOT AVAILABLE - NO INTAKE VERDICTS"
047085             TO WS-SS-TEXT
047086         WRITE SUMMARY-OUT-RECORD FROM WS-SUM-SECTION-LINE
047087     END-IF.
047088     IF WS-SENDER-COUNT = ZERO
047089         GO TO 7060-EXIT
047090     END-IF.
047091     MOVE "FEEDS BY SENDER:" TO WS-SS-TEXT.
047092     WRITE SUMMARY-OUT-RECORD FROM WS-SUM-SECTION-LINE.
047093     PERFORM 7500-ECHO-ONE-SENDER THRU 7500-EXIT
047094         VARYING WS-SND-SUB FROM 1 BY 1
047095         UNTIL WS-SND-SUB > WS-SENDER-COUNT.
047096 7060-EXIT.
047097     EXIT.
047100 7100-ECHO-ONE-SERIAL.
047200     MOVE WS-ES-LINE(WS-ECHO-SUB) TO WS-SE-TEXT.
047300     WRITE SUMMARY-OUT-RECORD FROM WS-SUM-ECHO-LINE.
048300     WRITE SUMMARY-OUT-RECORD FROM WS-SUM-ECHO-LINE.
048400 7300-EXIT.
048500     EXIT.
048510 7400-ECHO-ONE-SUSPENSE.
048520     MOVE WS-EU-LINE(WS-ECHO-SUB) TO WS-SE-TEXT.
048530     WRITE SUMMARY-OUT-RECORD FROM WS-SUM-ECHO-LINE.
048531 7400-EXIT.
048532     EXIT.
048533 7500-ECHO-ONE-SENDER.
048534     MOVE WS-SD-SENDER-ID(WS-SND-SUB) TO WS-FS-SENDER-ID.
048535     EVALUATE TRUE
048536         WHEN WS-SD-ACCEPTED(WS-SND-SUB)
048537             MOVE "ACCEPTED " TO WS-FS-STATUS
048538         WHEN WS-SD-LATE(WS-SND-SUB)
048539             MOVE "LATE     " TO WS-FS-STATUS
048540         WHEN WS-SD-DUPLICATE(WS-SND-SUB)
048541             MOVE "DUPLICATE" TO WS-FS-STATUS
048542         WHEN WS-SD-BROKEN(WS-SND-SUB)
048543             MOVE "BROKEN   " TO WS-FS-STATUS
048544         WHEN OTHER
048545             MOVE "NO INTAKE" TO WS-FS-STATUS
048546     END-EVALUATE.
048547     MOVE WS-SD-SERIAL(WS-SND-SUB) TO WS-FS-SERIAL.
048548     MOVE WS-SD-RECORDS(WS-SND-SUB) TO WS-FS-RECORDS.
048549     MOVE WS-SD-VECTORS(WS-SND-SUB) TO WS-FS-VECTORS.
048550     IF WS-SD-ON-BALRPT(WS-SND-SUB)
048551         MOVE WS-SD-READ(WS-SND-SUB) TO WS-FS-READ
048552     ELSE
048553         MOVE "       -" TO WS-FS-READ-X
048554     END-IF.
048555     IF WS-SD-SERIAL-GAP(WS-SND-SUB)
048556         MOVE "SERIAL GAP" TO WS-FS-NOTE
048557     ELSE
048558         MOVE SPACES TO WS-FS-NOTE
048559     END-IF.
048560     WRITE SUMMARY-OUT-RECORD FROM WS-SUM-SENDER-LINE.
048561     IF WS-SD-LATE(WS-SND-SUB)
048562         OR WS-SD-DUPLICATE(WS-SND-SUB)
048563         OR WS-SD-BROKEN(WS-SND-SUB)
048564         MOVE WS-SD-REASON(WS-SND-SUB) TO WS-FH-REASON
048565         WRITE SUMMARY-OUT-RECORD FROM WS-SUM-SENDER-HELD-LINE
048566     END-IF.
048567 7500-EXIT.
048568     EXIT.
048569*****************************************************************
048570*    8000-DATE-TO-DAY-NUMBER
048571*    TURNS WS-WORK-DATE INTO A RUNNING DAY NUMBER, AS IN
048572*    ARCHPURG - JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14
048573*    OF THE PRIOR YEAR, SO THE LEAP DAY SITS AT THE END OF THE
048574*    SHIFTED YEAR.  EACH DIVISION IS TAKEN TO A WHOLE NUMBER ON
048575*    ITS OWN, SO NO FRACTION CARRIES FROM ONE TERM INTO THE
048576*    NEXT AND THE DIFFERENCE OF TWO DAY NUMBERS IS EXACT.
048577*****************************************************************
048578 8000-DATE-TO-DAY-NUMBER.
048579     MOVE WS-WD-YYYY TO WS-CALC-YYYY.
048580     MOVE WS-WD-MM TO WS-CALC-MM.
048581     IF WS-CALC-MM < 3
048582         SUBTRACT 1 FROM WS-CALC-YYYY
048583         ADD 12 TO WS-CALC-MM
048584     END-IF.
048585     COMPUTE WS-DAY-NUMBER = (365 * WS-CALC-YYYY) + WS-WD-DD.
048586     DIVIDE WS-CALC-YYYY BY 4 GIVING WS-CALC-TERM.
048587     ADD WS-CALC-TERM TO WS-DAY-NUMBER.
048588     DIVIDE WS-CALC-YYYY BY 100 GIVING WS-CALC-TERM.
048589     SUBTRACT WS-CALC-TERM FROM WS-DAY-NUMBER.
048590     DIVIDE WS-CALC-YYYY BY 400 GIVING WS-CALC-TERM.
048591     ADD WS-CALC-TERM TO WS-DAY-NUMBER.
048592     COMPUTE WS-CALC-TERM = 153 * (WS-CALC-MM + 1).
048593     DIVIDE WS-CALC-TERM BY 5 GIVING WS-CALC-TERM.
048594     ADD WS-CALC-TERM TO WS-DAY-NUMBER.
048595 8000-EXIT.
048596     EXIT.
048600*****************************************************************
048700*    9000-TERMINATE REPORTS THE VERDICT TO THE JOB LOG AND
048800*    CLOSES OUT.
049900     CLOSE RUN-HISTORY-IN.
050000     CLOSE RUN-INDEX-IN.
050100     CLOSE SUMMARY-OUT.
050110     IF WS-SUSPENSE-READ
050120         CLOSE SUSPENSE-IN
050130     END-IF.
050140     IF WS-INTAKE-READ
050150         CLOSE INTAKE-CONTROL-IN
050160     END-IF.
050200 9000-EXIT.
050300     EXIT.
