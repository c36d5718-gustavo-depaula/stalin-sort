002330*                    RUN HAS REPLACED THAT RUN'S ANSWERS, AND
002340*                    TRENDING THE BAD RUN WOULD FLAG THE VERY
002350*                    SWING THE CORRECTION JUST REMOVED.
002360*    10/15/2026  GG  EACH VECTOR'S SECTION NOW CLOSES WITH ITS
002361*                    LAST 12 BUSINESS MONTHS - RUNS, SURVIVORS,
002362*                    REJECTS, ERRORS, BOTH RATES AND THE SURVIVOR
002363*                    RATE'S CHANGE ON THE MONTH BEFORE.  A
002364*                    BUSINESS MONTH ENDS ON THE MONTH-END (OR
002365*                    QUARTER-END) DAY OF THE CALMSTR PROCESSING
002366*                    CALENDAR (SEE CALREC), SO A RUN AFTER AN
002367*                    EARLY MONTH-END FALLS IN THE NEXT MONTH, AS
002368*                    ARCHPURG AND THE DESK COUNT IT.  RUNS PAST
002369*                    THE CALENDAR'S LAST MONTH-END OR DATED
002370*                    BEFORE ITS FIRST DAY, OR ANY RUN WHEN CALMSTR
002371*                    IS NOT THERE, FALL BACK ON THE CALENDAR
002372*                    MONTH OF THE RUN DATE WITH A NOTE.
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003630         ACCESS MODE IS SEQUENTIAL
003640         RECORD KEY IS PM-KEY
003650         FILE STATUS IS WS-PARM-MASTER-STATUS.
003660     SELECT CALENDAR-MASTER ASSIGN TO "CALMSTR"
003670         ORGANIZATION IS INDEXED
003680         ACCESS MODE IS SEQUENTIAL
003690         RECORD KEY IS CL-DATE
003695         FILE STATUS IS WS-CALENDAR-STATUS.
003700     SELECT TREND-REPORT-OUT ASSIGN TO "TRENDRPT"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-TREND-REPORT-STATUS.
004500 01  TREND-PARMS-RECORD        PIC X(80).
004510 FD  PARAMETER-MASTER.
004520     COPY PARMMREC.
004530 FD  CALENDAR-MASTER.
004540     COPY CALREC.
004600 FD  TREND-REPORT-OUT.
004700 01  TREND-REPORT-RECORD       PIC X(80).
004800 WORKING-STORAGE SECTION.
005300 01  WS-TREND-PARMS-STATUS     PIC X(02).
005400 01  WS-TREND-REPORT-STATUS    PIC X(02).
005410 01  WS-PARM-MASTER-STATUS     PIC X(02).
005420 01  WS-CALENDAR-STATUS        PIC X(02).
005500 01  WS-SWITCHES.
005600     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
005700         88  WS-END-OF-HISTORY     VALUE 'Y'.
005950         88  WS-PARM-MASTER-EOF    VALUE 'Y'.
006000     05  WS-KNOWN-SWITCH       PIC X(01) VALUE 'N'.
006100         88  WS-VECTOR-KNOWN       VALUE 'Y'.
006110     05  WS-CALENDAR-EOF-SWITCH PIC X(01) VALUE 'N'.
006120         88  WS-CALENDAR-EOF       VALUE 'Y'.
006130     05  WS-CALENDAR-SWITCH    PIC X(01) VALUE 'N'.
006140         88  WS-CALENDAR-LOADED    VALUE 'Y'.
006150     05  WS-MONTH-FOUND-SWITCH PIC X(01) VALUE 'N'.
006160         88  WS-MONTH-FOUND        VALUE 'Y'.
006170     05  WS-MONTH-FALLBACK-SWITCH PIC X(01) VALUE 'N'.
006180         88  WS-MONTH-FALLBACK     VALUE 'Y'.
006190     05  WS-MONTH-OPEN-SWITCH  PIC X(01) VALUE 'N'.
006195         88  WS-MONTH-OPEN         VALUE 'Y'.
006200*****************************************************************
006300*    TRENDRPT REPORT LINES
006400*****************************************************************
011700 01  WS-TREND-NOTE-LINE.
011800     05  WS-TN-TEXT        PIC X(50).
011900     05  FILLER            PIC X(30) VALUE SPACES.
011910 01  WS-MONTH-TITLE-LINE.
011920     05  FILLER            PIC X(30) VALUE
011930         "  BY BUSINESS MONTH (LAST 12)".
011940     05  FILLER            PIC X(50) VALUE SPACES.
011950 01  WS-MONTH-COLUMN-LINE.
011960     05  FILLER            PIC X(38) VALUE
011970         "  MONTH     RUNS SURVIVORS  REJECTS   ".
011971     05  FILLER            PIC X(27) VALUE
011972         "ERRORS SRATE  ERATE     CHG".
011973     05  FILLER            PIC X(15) VALUE SPACES.
011974 01  WS-MONTH-DETAIL-LINE.
011975     05  FILLER            PIC X(02) VALUE SPACES.
011976     05  WS-MD-MM          PIC 9(2).
011977     05  FILLER            PIC X(01) VALUE "/".
011978     05  WS-MD-YYYY        PIC 9(4).
011979     05  FILLER            PIC X(04) VALUE SPACES.
011980     05  WS-MD-RUNS        PIC ZZ9.
011981     05  FILLER            PIC X(03) VALUE SPACES.
011982     05  WS-MD-SURVIVORS   PIC ZZZZZZ9.
011983     05  FILLER            PIC X(02) VALUE SPACES.
011984     05  WS-MD-REJECTS     PIC ZZZZZZ9.
011985     05  FILLER            PIC X(02) VALUE SPACES.
011986     05  WS-MD-ERRORS      PIC ZZZZZZ9.
011987     05  FILLER            PIC X(03) VALUE SPACES.
011988     05  WS-MD-SRATE       PIC ZZ9.
011989     05  FILLER            PIC X(04) VALUE SPACES.
011990     05  WS-MD-ERATE       PIC ZZ9.
011991     05  FILLER            PIC X(04) VALUE SPACES.
011992     05  WS-MD-CHANGE      PIC -ZZ9.
011993     05  WS-MD-CHANGE-X REDEFINES WS-MD-CHANGE
011994                           PIC X(04).
011995     05  FILLER            PIC X(15) VALUE SPACES.
012000*****************************************************************
012100*    WORKING COUNTERS AND TABLES
012200*    THE HISTORY TABLE HOLDS EVERY WAVE-001 RUNHIST RECORD IN
015100     88  WS-HIST-TRUNCATED     VALUE 'Y'.
015210 01  WS-VEC-TRUNC-SWITCH   PIC X(01) VALUE 'N'.
015220     88  WS-VEC-TRUNCATED      VALUE 'Y'.
015230*****************************************************************
015240*    BUSINESS MONTHS - THE CALENDAR'S MONTH-END AND QUARTER-END
015250*    DATES, OLDEST FIRST (CALMSTR IS READ IN KEY ORDER).  A RUN
015260*    BELONGS TO THE MONTH OF THE FIRST OF THESE ON OR AFTER ITS
015270*    RUN DATE.  THE MONTH ACCUMULATORS GATHER ONE VECTOR'S RUNS
015271*    FOR ONE BUSINESS MONTH AT A TIME.
015272*****************************************************************
015273 77  WS-MONTH-END-MAX      PIC 9(4) COMP VALUE 600.
015274 77  WS-MONTHS-SHOWN       PIC 9(4) COMP VALUE 12.
015275 01  WS-MONTH-END-COUNT    PIC 9(4) COMP VALUE ZERO.
015276 01  WS-ME-SUB             PIC 9(4) COMP.
015277 01  WS-MONTH-END-TABLE.
015278     05  WS-MONTH-END-DATE OCCURS 600 TIMES
015279                           PIC X(08).
015280 01  WS-CALENDAR-FIRST-DATE PIC X(08) VALUE HIGH-VALUES.
015281 01  WS-BUSINESS-MONTH     PIC X(06).
015282 01  WS-PRIOR-MONTH        PIC X(06).
015283 01  WS-VEC-MONTHS         PIC 9(4) COMP.
015284 01  WS-MONTHS-TO-SKIP     PIC 9(4) COMP.
015285 01  WS-MONTH-ORDINAL      PIC 9(4) COMP.
015286 01  WS-MONTH-ACCUMULATORS.
015287     05  WS-MA-MONTH       PIC X(06).
015288     05  WS-MA-RUNS        PIC 9(4) COMP.
015289     05  WS-MA-SURVIVORS   PIC 9(8) COMP.
015290     05  WS-MA-REJECTS     PIC 9(8) COMP.
015291     05  WS-MA-ERRORS      PIC 9(8) COMP.
015292 01  WS-MONTH-SRATE        PIC 9(3).
015293 01  WS-PRIOR-MONTH-SRATE  PIC 9(3).
015294 01  WS-MONTH-LINES        PIC 9(4) COMP.
015295 01  WS-HISTORY-TABLE.
015300     05  WS-HIST-ENTRY OCCURS 5000 TIMES.
015400         10  WS-HE-DATE        PIC X(08).
015500         10  WS-HE-VECTOR-ID   PIC X(08).
015600         10  WS-HE-SURVIVORS   PIC 9(4) COMP.
015700         10  WS-HE-REJECTS     PIC 9(4) COMP.
015800         10  WS-HE-ERRORS      PIC 9(4) COMP.
015810         10  WS-HE-MONTH       PIC X(06).
015900 01  WS-VECTOR-TABLE.
016000     05  WS-VECTOR-ENTRY OCCURS 200 TIMES.
016100         10  WS-VE-VECTOR-ID   PIC X(08).
019900         MOVE 16 TO RETURN-CODE
020000     END-IF.
020100     PERFORM 1100-READ-TREND-PARMS THRU 1100-EXIT.
020110     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
020200 1000-EXIT.
020300     EXIT.
020400 1100-READ-TREND-PARMS.
025601         PM-OPERATOR ": " WS-TREND-CARD(1:20).
025602 1140-EXIT.
025603     EXIT.
025604*****************************************************************
025605*    1200-LOAD-CALENDAR
025606*    PICKS THE MONTH-END AND QUARTER-END DATES OFF THE CALMSTR
025607*    PROCESSING CALENDAR INTO THE MONTH-END TABLE.  A CALENDAR
025608*    THAT WILL NOT OPEN, OR HOLDS NO MONTH-END, LEAVES EVERY RUN
025609*    ON ITS CALENDAR MONTH - THE REPORT SAYS SO, AND RC IS
025610*    UNCHANGED.
025611*****************************************************************
025612 1200-LOAD-CALENDAR.
025613     OPEN INPUT CALENDAR-MASTER.
025614     IF WS-CALENDAR-STATUS NOT = "00"
025615         DISPLAY "VECTREND: CALMSTR NOT AVAILABLE, STATUS = "
025616             WS-CALENDAR-STATUS " - CALENDAR MONTHS USED"
025617         GO TO 1200-EXIT
025618     END-IF.
025619     PERFORM 1210-LOAD-ONE-CALENDAR-DAY THRU 1210-EXIT
025620         UNTIL WS-CALENDAR-EOF.
025621     CLOSE CALENDAR-MASTER.
025622     IF WS-MONTH-END-COUNT > ZERO
025623         MOVE 'Y' TO WS-CALENDAR-SWITCH
025624     END-IF.
025625 1200-EXIT.
025626     EXIT.
025627 1210-LOAD-ONE-CALENDAR-DAY.
025628     READ CALENDAR-MASTER
025629         AT END
025630             MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
025631             GO TO 1210-EXIT
025632     END-READ.
025633     IF WS-CALENDAR-FIRST-DATE = HIGH-VALUES
025634         MOVE CL-DATE TO WS-CALENDAR-FIRST-DATE
025635     END-IF.
025639     IF NOT CL-MONTH-END
025643         GO TO 1210-EXIT
025647     END-IF.
025651     IF WS-MONTH-END-COUNT >= WS-MONTH-END-MAX
025655         DISPLAY "VECTREND: MONTH-END TABLE FULL AT "
025659             CL-DATE " - LATER RUNS ON CALENDAR MONTHS"
025663         MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
025667         GO TO 1210-EXIT
025671     END-IF.
025675     ADD 1 TO WS-MONTH-END-COUNT.
025679     MOVE CL-DATE TO WS-MONTH-END-DATE(WS-MONTH-END-COUNT).
025683 1210-EXIT.
025687     EXIT.
025691*****************************************************************
025700*    2000-LOAD-HISTORY
025800*    READS ONE RUNHIST RECORD.  ONLY WAVE-001 RECORDS (AND LEGACY
025900*    RECORDS FROM BEFORE THE WAVE FIELD, WHICH CARRY SPACES) GO
028700     MOVE RH-SURVIVORS TO WS-HE-SURVIVORS(WS-HIST-COUNT).
028800     MOVE RH-REJECTS TO WS-HE-REJECTS(WS-HIST-COUNT).
028900     MOVE RH-ERRORS TO WS-HE-ERRORS(WS-HIST-COUNT).
028910     PERFORM 2200-SET-BUSINESS-MONTH THRU 2200-EXIT.
028920     MOVE WS-BUSINESS-MONTH TO WS-HE-MONTH(WS-HIST-COUNT).
029000     PERFORM 2100-NOTE-VECTOR-ID THRU 2100-EXIT.
029100 2000-EXIT.
029200     EXIT.
031200     END-IF.
031300 2110-EXIT.
031400     EXIT.
031410*****************************************************************
031420*    2200-SET-BUSINESS-MONTH
031430*    THE YYYYMM OF THE FIRST CALENDAR MONTH-END ON OR AFTER THE
031440*    RUN DATE; FAILING ONE, OR FOR A RUN FROM BEFORE THE
031445*    CALENDAR BEGINS, THE RUN DATE'S OWN YYYYMM.
031450*****************************************************************
031460 2200-SET-BUSINESS-MONTH.
031470     MOVE RH-RUN-DATE(1:6) TO WS-BUSINESS-MONTH.
031471     MOVE 'N' TO WS-MONTH-FOUND-SWITCH.
031472     IF RH-RUN-DATE < WS-CALENDAR-FIRST-DATE
031473         MOVE 'Y' TO WS-MONTH-FALLBACK-SWITCH
031474         GO TO 2200-EXIT
031475     END-IF.
031476     PERFORM 2210-CHECK-ONE-MONTH-END THRU 2210-EXIT
031477         VARYING WS-ME-SUB FROM 1 BY 1
031478         UNTIL WS-ME-SUB > WS-MONTH-END-COUNT
031479         OR WS-MONTH-FOUND.
031480     IF NOT WS-MONTH-FOUND
031481         MOVE 'Y' TO WS-MONTH-FALLBACK-SWITCH
031482     END-IF.
031483 2200-EXIT.
031484     EXIT.
031485 2210-CHECK-ONE-MONTH-END.
031486     IF WS-MONTH-END-DATE(WS-ME-SUB) NOT < RH-RUN-DATE
031487         MOVE WS-MONTH-END-DATE(WS-ME-SUB)(1:6)
031488             TO WS-BUSINESS-MONTH
031489         MOVE 'Y' TO WS-MONTH-FOUND-SWITCH
031490     END-IF.
031491 2210-EXIT.
031492     EXIT.
031500*****************************************************************
031600*    2500-WRITE-REPORT-HEADER
031700*    DATED TITLE CARRYING THE EFFECTIVE LAST-RUNS AND THRESHOLD
033630             TO WS-TN-TEXT
033640         WRITE TREND-REPORT-RECORD FROM WS-TREND-NOTE-LINE
033650     END-IF.
033660     IF NOT WS-CALENDAR-LOADED
033670         MOVE "NO PROCESSING CALENDAR - CALENDAR MONTHS USED"
033680             TO WS-TN-TEXT
033690         WRITE TREND-REPORT-RECORD FROM WS-TREND-NOTE-LINE
033691     ELSE
033692         IF WS-MONTH-FALLBACK
033693             MOVE "RUNS OFF THE CALENDAR - CALENDAR MONTHS USED"
033694                 TO WS-TN-TEXT
033695             WRITE TREND-REPORT-RECORD FROM WS-TREND-NOTE-LINE
033696         END-IF
033697     END-IF.
033700     IF WS-HIST-COUNT = ZERO
033800         MOVE "NO RUN HISTORY ON FILE" TO WS-TN-TEXT
033900         WRITE TREND-REPORT-RECORD FROM WS-TREND-NOTE-LINE
038300             WRITE TREND-REPORT-RECORD FROM WS-TREND-FLAG-LINE
038400         END-IF
038500     END-IF.
038510     PERFORM 3300-REPORT-MONTHS THRU 3300-EXIT.
038600 3000-EXIT.
038700     EXIT.
038800 3100-COUNT-ONE-ENTRY.
043100     ADD 1 TO WS-RATES-SEEN.
043200 3200-EXIT.
043300     EXIT.
043310*****************************************************************
043320*    3300-REPORT-MONTHS
043330*    THE VECTOR'S LAST 12 BUSINESS MONTHS, ONE LINE EACH, IN THE
043340*    SAME TWO PASSES AS THE RUN LINES - COUNT THE MONTHS, THEN
043350*    SKIP ALL BUT THE LAST 12 AND ACCUMULATE THE REST.  HISTORY
043360*    IS IN RUN ORDER, SO A VECTOR'S RUNS FOR ONE MONTH LIE
043370*    TOGETHER AND A NEW MONTH STARTS WHEN THE MONTH CHANGES.
043380*    CHG IS THE SURVIVOR RATE LESS THE MONTH BEFORE'S - BLANK ON
043390*    THE FIRST LINE.
043400*****************************************************************
043401 3300-REPORT-MONTHS.
043402     MOVE ZERO TO WS-VEC-MONTHS.
043403     MOVE SPACES TO WS-PRIOR-MONTH.
043404     PERFORM 3310-COUNT-ONE-MONTH THRU 3310-EXIT
043405         VARYING WS-HIST-SUB FROM 1 BY 1
043406         UNTIL WS-HIST-SUB > WS-HIST-COUNT.
043407     IF WS-VEC-MONTHS > WS-MONTHS-SHOWN
043408         COMPUTE WS-MONTHS-TO-SKIP =
043409             WS-VEC-MONTHS - WS-MONTHS-SHOWN
043410     ELSE
043411         MOVE ZERO TO WS-MONTHS-TO-SKIP
043412     END-IF.
043413     WRITE TREND-REPORT-RECORD FROM WS-MONTH-TITLE-LINE.
043414     WRITE TREND-REPORT-RECORD FROM WS-MONTH-COLUMN-LINE.
043415     MOVE ZERO TO WS-MONTH-ORDINAL.
043416     MOVE ZERO TO WS-MONTH-LINES.
043417     MOVE SPACES TO WS-PRIOR-MONTH.
043418     MOVE 'N' TO WS-MONTH-OPEN-SWITCH.
043419     PERFORM 3320-ADD-ONE-ENTRY THRU 3320-EXIT
043420         VARYING WS-HIST-SUB FROM 1 BY 1
043421         UNTIL WS-HIST-SUB > WS-HIST-COUNT.
043422     IF WS-MONTH-OPEN
043423         PERFORM 3330-PRINT-ONE-MONTH THRU 3330-EXIT
043424     END-IF.
043425 3300-EXIT.
043426     EXIT.
043427 3310-COUNT-ONE-MONTH.
043428     IF WS-HE-VECTOR-ID(WS-HIST-SUB) NOT =
043429         WS-VE-VECTOR-ID(WS-VEC-SUB)
043430         GO TO 3310-EXIT
043431     END-IF.
043432     IF WS-HE-MONTH(WS-HIST-SUB) NOT = WS-PRIOR-MONTH
043433         ADD 1 TO WS-VEC-MONTHS
043434         MOVE WS-HE-MONTH(WS-HIST-SUB) TO WS-PRIOR-MONTH
043435     END-IF.
043436 3310-EXIT.
043437     EXIT.
043438 3320-ADD-ONE-ENTRY.
043439     IF WS-HE-VECTOR-ID(WS-HIST-SUB) NOT =
043440         WS-VE-VECTOR-ID(WS-VEC-SUB)
043441         GO TO 3320-EXIT
043442     END-IF.
043443     IF WS-HE-MONTH(WS-HIST-SUB) NOT = WS-PRIOR-MONTH
043444         ADD 1 TO WS-MONTH-ORDINAL
043445         MOVE WS-HE-MONTH(WS-HIST-SUB) TO WS-PRIOR-MONTH
043446         IF WS-MONTH-OPEN
043447             PERFORM 3330-PRINT-ONE-MONTH THRU 3330-EXIT
043448         END-IF
043449         IF WS-MONTH-ORDINAL > WS-MONTHS-TO-SKIP
043450             MOVE WS-HE-MONTH(WS-HIST-SUB) TO WS-MA-MONTH
043451             MOVE ZERO TO WS-MA-RUNS
043452             MOVE ZERO TO WS-MA-SURVIVORS
043453             MOVE ZERO TO WS-MA-REJECTS
043454             MOVE ZERO TO WS-MA-ERRORS
043455             MOVE 'Y' TO WS-MONTH-OPEN-SWITCH
043456         END-IF
043457     END-IF.
043458     IF NOT WS-MONTH-OPEN
043459         GO TO 3320-EXIT
043460     END-IF.
043461     ADD 1 TO WS-MA-RUNS.
043462     ADD WS-HE-SURVIVORS(WS-HIST-SUB) TO WS-MA-SURVIVORS.
043463     ADD WS-HE-REJECTS(WS-HIST-SUB) TO WS-MA-REJECTS.
043464     ADD WS-HE-ERRORS(WS-HIST-SUB) TO WS-MA-ERRORS.
043465 3320-EXIT.
043466     EXIT.
043467 3330-PRINT-ONE-MONTH.
043468     COMPUTE WS-LOADED-COUNT = WS-MA-SURVIVORS + WS-MA-REJECTS.
043469     COMPUTE WS-READ-COUNT = WS-LOADED-COUNT + WS-MA-ERRORS.
043470     IF WS-LOADED-COUNT = ZERO
043471         MOVE ZERO TO WS-MONTH-SRATE
043472     ELSE
043473         COMPUTE WS-MONTH-SRATE ROUNDED =
043474             WS-MA-SURVIVORS * 100 / WS-LOADED-COUNT
043475     END-IF.
043476     IF WS-READ-COUNT = ZERO
043477         MOVE ZERO TO WS-ERATE
043478     ELSE
043479         COMPUTE WS-ERATE ROUNDED =
043480             WS-MA-ERRORS * 100 / WS-READ-COUNT
043481     END-IF.
043482     MOVE WS-MA-MONTH(5:2) TO WS-MD-MM.
043483     MOVE WS-MA-MONTH(1:4) TO WS-MD-YYYY.
043484     MOVE WS-MA-RUNS TO WS-MD-RUNS.
043485     MOVE WS-MA-SURVIVORS TO WS-MD-SURVIVORS.
043486     MOVE WS-MA-REJECTS TO WS-MD-REJECTS.
043487     MOVE WS-MA-ERRORS TO WS-MD-ERRORS.
043488     MOVE WS-MONTH-SRATE TO WS-MD-SRATE.
043489     MOVE WS-ERATE TO WS-MD-ERATE.
043490     IF WS-MONTH-LINES = ZERO
043491         MOVE SPACES TO WS-MD-CHANGE-X
043492     ELSE
043493         COMPUTE WS-RATE-MOVE =
043494             WS-MONTH-SRATE - WS-PRIOR-MONTH-SRATE
043495         MOVE WS-RATE-MOVE TO WS-MD-CHANGE
043496     END-IF.
043497     WRITE TREND-REPORT-RECORD FROM WS-MONTH-DETAIL-LINE.
043498     MOVE WS-MONTH-SRATE TO WS-PRIOR-MONTH-SRATE.
043499     ADD 1 TO WS-MONTH-LINES.
043500     MOVE 'N' TO WS-MONTH-OPEN-SWITCH.
043501 3330-EXIT.
043502     EXIT.
043503*****************************************************************
043504*    9000-TERMINATE CLOSES OUT THE FILES FOR THIS RUN.
043600*****************************************************************
043700 9000-TERMINATE.
043800     CLOSE RUN-HISTORY-IN.
