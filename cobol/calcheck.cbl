000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CALCHECK.
000300 AUTHOR. G GRIGORIEV.
000400 INSTALLATION. CENTRAL PLANNING DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    10/15/2026  GG  WRITTEN.  A BUSINESS DAY THAT PASSED WITH NO
001100*                    FEED PROCESSED USED TO SURFACE ONLY WHEN A
001200*                    USER ASKED WHERE THEIR NUMBERS WERE, AND A
001300*                    FEED RUN ON A HOLIDAY NOT AT ALL.  CALCHECK
001400*                    RUNS EARLY EACH MORNING AND LAYS THE CALMSTR
001500*                    PROCESSING CALENDAR (SEE CALREC) OVER THE
001600*                    FEEDCTL FEED-CONTROL MASTER AND THE RUNINDEX
001700*                    FOR THE LAST FEW DAYS, PRINTING ON CALEXCP
001800*                    EVERY BUSINESS DAY WITH NO FEED PROCESSED,
001900*                    EVERY NON-BUSINESS DAY WITH ONE, EVERY DATE
002000*                    MISSING FROM THE CALENDAR AND EVERY RUN
002100*                    WHOSE RUN TYPE DISAGREES WITH ITS DAY.  IT
002200*                    ALSO LOOKS AHEAD: A CALENDAR THAT RUNS OUT
002300*                    WITHIN 30 DAYS, OR A THIS MONTH OR NEXT
002400*                    MONTH WITHOUT EXACTLY ONE MONTH-END DAY, IS
002500*                    A WARNING.  ANY EXCEPTION OR WARNING ENDS
002600*                    RETURN-CODE 4 SO THE SCHEDULER CAN WAKE
002700*                    SOMEONE.
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-ANYMAINFRAME.
003200 OBJECT-COMPUTER. IBM-ANYMAINFRAME.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CALENDAR-MASTER ASSIGN TO "CALMSTR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CL-DATE
003900         FILE STATUS IS WS-CALENDAR-STATUS.
004000     SELECT FEED-CONTROL-IN ASSIGN TO "FEEDCTL"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-FEED-CONTROL-STATUS.
004300     SELECT RUN-INDEX-IN ASSIGN TO "RUNINDEX"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-RUN-INDEX-STATUS.
004600     SELECT CALENDAR-PARMS ASSIGN TO "CALPRM"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-CALENDAR-PARMS-STATUS.
004900     SELECT EXCEPTION-OUT ASSIGN TO "CALEXCP"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-EXCEPTION-OUT-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CALENDAR-MASTER.
005500     COPY CALREC.
005600 FD  FEED-CONTROL-IN.
005700     COPY FEEDCREC.
005800 FD  RUN-INDEX-IN.
005900     COPY RUNXREC.
006000 FD  CALENDAR-PARMS.
006100 01  CALENDAR-PARMS-RECORD     PIC X(80).
006200 FD  EXCEPTION-OUT.
006300 01  EXCEPTION-OUT-RECORD      PIC X(80).
006400 WORKING-STORAGE SECTION.
006500*****************************************************************
006600*    FILE STATUS AND SWITCHES
006700*****************************************************************
006800 01  WS-CALENDAR-STATUS        PIC X(02).
006900 01  WS-FEED-CONTROL-STATUS    PIC X(02).
007000 01  WS-RUN-INDEX-STATUS       PIC X(02).
007100 01  WS-CALENDAR-PARMS-STATUS  PIC X(02).
007200 01  WS-EXCEPTION-OUT-STATUS   PIC X(02).
007300 01  WS-SWITCHES.
007400     05  WS-PARMS-EOF-SWITCH   PIC X(01) VALUE 'N'.
007500         88  WS-PARMS-EOF          VALUE 'Y'.
007600     05  WS-FEED-CTL-EOF-SWITCH PIC X(01) VALUE 'N'.
007700         88  WS-FEED-CTL-EOF       VALUE 'Y'.
007800     05  WS-RUN-INDEX-EOF-SWITCH PIC X(01) VALUE 'N'.
007900         88  WS-RUN-INDEX-EOF      VALUE 'Y'.
008000     05  WS-IN-WINDOW-SWITCH   PIC X(01) VALUE 'N'.
008100         88  WS-IN-WINDOW          VALUE 'Y'.
008200     05  WS-SHORT-SWITCH       PIC X(01) VALUE 'N'.
008300         88  WS-CALENDAR-SHORT     VALUE 'Y'.
008400*****************************************************************
008500*    CALEXCP REPORT LINES
008600*****************************************************************
008700 01  WS-CURRENT-DATE.
008800     05  WS-CURR-YYYY          PIC 9(4).
008900     05  WS-CURR-MM            PIC 9(2).
009000     05  WS-CURR-DD            PIC 9(2).
009100 01  WS-TITLE-LINE.
009200     05  FILLER                PIC X(36) VALUE
009300         "STALIN SORT - CALENDAR CHECK  DATE: ".
009400     05  WS-TL-MM              PIC 9(2).
009500     05  FILLER                PIC X(01) VALUE "/".
009600     05  WS-TL-DD              PIC 9(2).
009700     05  FILLER                PIC X(01) VALUE "/".
009800     05  WS-TL-YYYY            PIC 9(4).
009900     05  FILLER                PIC X(07) VALUE "  LAST ".
010000     05  WS-TL-DAYS            PIC ZZ9.
010100     05  FILLER                PIC X(05) VALUE " DAYS".
010200     05  FILLER                PIC X(19) VALUE SPACES.
010300 01  WS-SECTION-LINE.
010400     05  WS-SL-TEXT            PIC X(60).
010500     05  FILLER                PIC X(20) VALUE SPACES.
010600 01  WS-NOTE-LINE.
010700     05  FILLER                PIC X(02) VALUE SPACES.
010800     05  WS-NL-TEXT            PIC X(70).
010900     05  FILLER                PIC X(08) VALUE SPACES.
011000 01  WS-WINDOW-LINE.
011100     05  FILLER                PIC X(13) VALUE "DAYS CHECKED ".
011200     05  WS-WL-FROM-MM         PIC 9(2).
011300     05  FILLER                PIC X(01) VALUE "/".
011400     05  WS-WL-FROM-DD         PIC 9(2).
011500     05  FILLER                PIC X(01) VALUE "/".
011600     05  WS-WL-FROM-YYYY       PIC 9(4).
011700     05  FILLER                PIC X(06) VALUE " THRU ".
011800     05  WS-WL-THRU-MM         PIC 9(2).
011900     05  FILLER                PIC X(01) VALUE "/".
012000     05  WS-WL-THRU-DD         PIC 9(2).
012100     05  FILLER                PIC X(01) VALUE "/".
012200     05  WS-WL-THRU-YYYY       PIC 9(4).
012300     05  FILLER                PIC X(41) VALUE SPACES.
012400 01  WS-COLUMN-LINE.
012500     05  FILLER                PIC X(50) VALUE
012600         "  DATE        TYPE  FEEDS  RUNS  EXCEPTION".
012700     05  FILLER                PIC X(30) VALUE SPACES.
012800 01  WS-EXCEPTION-LINE.
012900     05  FILLER                PIC X(02) VALUE SPACES.
013000     05  WS-EL-MM              PIC 9(2).
013100     05  FILLER                PIC X(01) VALUE "/".
013200     05  WS-EL-DD              PIC 9(2).
013300     05  FILLER                PIC X(01) VALUE "/".
013400     05  WS-EL-YYYY            PIC 9(4).
013500     05  FILLER                PIC X(05) VALUE SPACES.
013600     05  WS-EL-DAY-TYPE        PIC X(01).
013700     05  FILLER                PIC X(03) VALUE SPACES.
013800     05  WS-EL-FEEDS           PIC ZZ9.
013900     05  FILLER                PIC X(03) VALUE SPACES.
014000     05  WS-EL-RUNS            PIC ZZ9.
014100     05  FILLER                PIC X(02) VALUE SPACES.
014200     05  WS-EL-TEXT            PIC X(45).
014300     05  FILLER                PIC X(03) VALUE SPACES.
014400 01  WS-WARNING-LINE.
014500     05  FILLER                PIC X(11) VALUE "  WARNING: ".
014600     05  WS-WN-TEXT            PIC X(60).
014700     05  FILLER                PIC X(09) VALUE SPACES.
014800 01  WS-WARN-DATE-TEXT.
014900     05  FILLER                PIC X(24) VALUE
015000         "CALENDAR HAS NO ENTRY - ".
015100     05  WS-WD-TEXT-MM         PIC 9(2).
015200     05  FILLER                PIC X(01) VALUE "/".
015300     05  WS-WD-TEXT-DD         PIC 9(2).
015400     05  FILLER                PIC X(01) VALUE "/".
015500     05  WS-WD-TEXT-YYYY       PIC 9(4).
015600     05  FILLER                PIC X(26) VALUE
015700         " - RUN CALBUILD AND STLC".
015800 01  WS-WARN-MONTH-TEXT.
015900     05  WS-WM-MM              PIC 9(2).
016000     05  FILLER                PIC X(01) VALUE "/".
016100     05  WS-WM-YYYY            PIC 9(4).
016200     05  FILLER                PIC X(01) VALUE SPACE.
016300     05  WS-WM-TEXT            PIC X(52).
016400 01  WS-RUN-TYPE-TEXT.
016500     05  FILLER                PIC X(09) VALUE "RUN TYPE ".
016600     05  WS-RT-FOUND           PIC X(01).
016700     05  FILLER                PIC X(29) VALUE
016800         " ON RUNINDEX, CALENDAR SAYS ".
016900     05  WS-RT-EXPECTED        PIC X(01).
017000     05  FILLER                PIC X(05) VALUE SPACES.
017100 01  WS-TOTAL-LINE.
017200     05  FILLER                PIC X(12) VALUE "EXCEPTIONS: ".
017300     05  WS-TOT-EXCEPTIONS     PIC ZZZ9.
017400     05  FILLER                PIC X(12) VALUE "  WARNINGS: ".
017500     05  WS-TOT-WARNINGS       PIC ZZZ9.
017600     05  FILLER                PIC X(48) VALUE SPACES.
017700 01  WS-VERDICT-LINE.
017800     05  FILLER                PIC X(09) VALUE "VERDICT: ".
017900     05  WS-VL-TEXT            PIC X(50).
018000     05  FILLER                PIC X(21) VALUE SPACES.
018100*****************************************************************
018200*    PARMS - HOW MANY DAYS BACK TO CHECK, ENDING YESTERDAY
018300*    (DEFAULT A WEEK, SO A MONDAY RUN STILL SEES LAST FRIDAY
018400*    AND THE WEEKEND), AND HOW FAR AHEAD THE CALENDAR MUST RUN.
018500*****************************************************************
018600 77  WS-LOOKBACK-MAX           PIC 9(4) COMP VALUE 366.
018700 77  WS-AHEAD-DAYS             PIC 9(4) COMP VALUE 31.
018800 01  WS-LOOKBACK-DAYS          PIC 9(3) VALUE 7.
018900 01  WS-PARM-NUMBER            PIC 9(4).
019000 01  WS-CALENDAR-CARD          PIC X(80).
019100*****************************************************************
019200*    DATE WORK AREAS - THE DAY-NUMBER FORMULA AS IN ARCHPURG AND
019300*    PERFRPT, EACH DIVISION TAKEN TO A WHOLE NUMBER ON ITS OWN,
019400*    AND ONE-DAY STEPS FORWARD AND BACK THAT KNOW THE LENGTH OF
019500*    EACH MONTH.
019600*****************************************************************
019700 01  WS-WORK-DATE.
019800     05  WS-WD-YYYY            PIC 9(4).
019900     05  WS-WD-MM              PIC 9(2).
020000     05  WS-WD-DD              PIC 9(2).
020100 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
020200                               PIC 9(8).
020300 01  WS-CALC-YYYY              PIC S9(6) COMP.
020400 01  WS-CALC-MM                PIC S9(4) COMP.
020500 01  WS-CALC-TERM              PIC S9(8) COMP.
020600 01  WS-CALC-REMAINDER         PIC S9(4) COMP.
020700 01  WS-DAY-NUMBER             PIC S9(8) COMP.
020800 01  WS-TODAY-DAY              PIC S9(8) COMP.
020900 01  WS-START-DAY              PIC S9(8) COMP.
021000 01  WS-MONTH-LENGTH           PIC 9(2).
021100 01  WS-DAYS-IN-MONTH          PIC 9(2).
021200 01  WS-MONTH-LENGTH-TABLE.
021300     05  FILLER                PIC X(24) VALUE
021400         "312831303130313130313031".
021500 01  WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTH-TABLE.
021600     05  WS-ML-DAYS            PIC 9(2) OCCURS 12 TIMES.
021700 01  WS-CHECK-MONTH.
021800     05  WS-CM-YYYY            PIC 9(4).
021900     05  WS-CM-MM              PIC 9(2).
022000*****************************************************************
022100*    WINDOW TABLE - ONE ENTRY PER DAY CHECKED, OLDEST FIRST.
022200*    FEEDCTL AND RUNINDEX ROWS ARE COUNTED INTO THE DAY THEIR
022300*    RUN DATE FALLS ON, RUNS BY RUN TYPE, BEFORE ANY DAY IS
022400*    LOOKED UP ON THE CALENDAR.
022500*****************************************************************
022600 01  WS-WINDOW-SUB             PIC 9(4) COMP.
022700 01  WS-AHEAD-SUB              PIC 9(4) COMP.
022800 01  WS-WINDOW-TABLE.
022900     05  WS-WINDOW-ENTRY OCCURS 366 TIMES.
023000         10  WS-WE-DATE        PIC 9(8).
023100         10  WS-WE-FEEDS       PIC 9(4) COMP.
023200         10  WS-WE-RUNS        PIC 9(4) COMP.
023300         10  WS-WE-DAILY-RUNS  PIC 9(4) COMP.
023400         10  WS-WE-MONTH-RUNS  PIC 9(4) COMP.
023500         10  WS-WE-QTR-RUNS    PIC 9(4) COMP.
023600*****************************************************************
023700*    COUNTS
023800*****************************************************************
023900 01  WS-EXCEPTION-COUNT        PIC 9(4) COMP VALUE ZERO.
024000 01  WS-WARNING-COUNT          PIC 9(4) COMP VALUE ZERO.
024100 01  WS-DAYS-FOUND             PIC 9(2) COMP.
024200 01  WS-MONTH-END-DAYS         PIC 9(2) COMP.
024300 01  WS-MONTH-END-DISPLAY      PIC Z9.
024400 01  WS-EXPECTED-TYPE          PIC X(01).
024500 PROCEDURE DIVISION.
024600*****************************************************************
024700*    0000-MAINLINE
024800*    LOADS THE PARMS, LAYS OUT THE WINDOW OF DAYS, COUNTS THE
024900*    FEEDS AND RUNS INTO IT, THEN PRINTS THE TWO SECTIONS OF THE
025000*    REPORT - LOOKING BACK, LOOKING AHEAD - AND THE VERDICT.
025100*****************************************************************
025200 0000-MAINLINE.
025300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025400     IF RETURN-CODE < 16
025500         PERFORM 2000-BUILD-WINDOW THRU 2000-EXIT
025600         PERFORM 3000-LOAD-FEED-CONTROL THRU 3000-EXIT
025700             UNTIL WS-FEED-CTL-EOF
025800         PERFORM 3500-LOAD-RUN-INDEX THRU 3500-EXIT
025900             UNTIL WS-RUN-INDEX-EOF
026000         PERFORM 4000-CHECK-WINDOW THRU 4000-EXIT
026100         PERFORM 5000-LOOK-AHEAD THRU 5000-EXIT
026200         PERFORM 6000-WRITE-VERDICT THRU 6000-EXIT
026300     END-IF.
026400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026500     STOP RUN.
026600*****************************************************************
026700*    1000-INITIALIZE READS THE CALPRM CARD - LOOKBACK-DAYS=NNN,
026800*    OPTIONAL, SAME CARD CONVENTIONS AS SORTVECT'S RUNPARMS -
026900*    AND OPENS THE FILES.  ANY OF THEM FAILING TO OPEN, OR A
027000*    CARD THAT FAILS ITS EDIT, IS RETURN-CODE 16: A CHECK THAT
027100*    CANNOT SEE THE CALENDAR, THE FEEDS OR THE RUNS WOULD REPORT
027200*    A CLEAN MORNING IT KNOWS NOTHING ABOUT.
027300*****************************************************************
027400 1000-INITIALIZE.
027500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
027600     PERFORM 1100-READ-CALENDAR-PARMS THRU 1100-EXIT.
027700     OPEN OUTPUT EXCEPTION-OUT.
027800     IF WS-EXCEPTION-OUT-STATUS NOT = "00"
027900         DISPLAY "CALCHECK: UNABLE TO OPEN CALEXCP, STATUS = "
028000             WS-EXCEPTION-OUT-STATUS
028100         MOVE 16 TO RETURN-CODE
028200     END-IF.
028300     OPEN INPUT CALENDAR-MASTER.
028400     IF WS-CALENDAR-STATUS NOT = "00"
028500         DISPLAY "CALCHECK: UNABLE TO OPEN CALMSTR, STATUS = "
028600             WS-CALENDAR-STATUS
028700         MOVE 16 TO RETURN-CODE
028800     END-IF.
028900     OPEN INPUT FEED-CONTROL-IN.
029000     IF WS-FEED-CONTROL-STATUS NOT = "00"
029100         DISPLAY "CALCHECK: UNABLE TO OPEN FEEDCTL, STATUS = "
029200             WS-FEED-CONTROL-STATUS
029300         MOVE 'Y' TO WS-FEED-CTL-EOF-SWITCH
029400         MOVE 16 TO RETURN-CODE
029500     END-IF.
029600     OPEN INPUT RUN-INDEX-IN.
029700     IF WS-RUN-INDEX-STATUS NOT = "00"
029800         DISPLAY "CALCHECK: UNABLE TO OPEN RUNINDEX, STATUS = "
029900             WS-RUN-INDEX-STATUS
030000         MOVE 'Y' TO WS-RUN-INDEX-EOF-SWITCH
030100         MOVE 16 TO RETURN-CODE
030200     END-IF.
030300     IF RETURN-CODE = 16
030400         GO TO 1000-EXIT
030500     END-IF.
030600     MOVE WS-CURR-MM TO WS-TL-MM.
030700     MOVE WS-CURR-DD TO WS-TL-DD.
030800     MOVE WS-CURR-YYYY TO WS-TL-YYYY.
030900     MOVE WS-LOOKBACK-DAYS TO WS-TL-DAYS.
031000     WRITE EXCEPTION-OUT-RECORD FROM WS-TITLE-LINE.
031100 1000-EXIT.
031200     EXIT.
031300 1100-READ-CALENDAR-PARMS.
031400     OPEN INPUT CALENDAR-PARMS.
031500     IF WS-CALENDAR-PARMS-STATUS NOT = "00"
031600         GO TO 1100-EXIT
031700     END-IF.
031800     PERFORM 1110-PROCESS-PARM-CARD THRU 1110-EXIT
031900         UNTIL WS-PARMS-EOF.
032000     CLOSE CALENDAR-PARMS.
032100 1100-EXIT.
032200     EXIT.
032300 1110-PROCESS-PARM-CARD.
032400     READ CALENDAR-PARMS INTO WS-CALENDAR-CARD
032500         AT END
032600             MOVE 'Y' TO WS-PARMS-EOF-SWITCH
032700             GO TO 1110-EXIT
032800     END-READ.
032900     IF WS-CALENDAR-CARD = SPACES
033000         OR WS-CALENDAR-CARD(1:1) = "*"
033100         GO TO 1110-EXIT
033200     END-IF.
033300     IF WS-CALENDAR-CARD(1:14) = "LOOKBACK-DAYS="
033400         MOVE WS-CALENDAR-CARD(15:3) TO WS-PARM-NUMBER(2:3)
033500         MOVE ZERO TO WS-PARM-NUMBER(1:1)
033600         IF WS-PARM-NUMBER NOT NUMERIC
033700             OR WS-PARM-NUMBER = ZERO
033800             OR WS-PARM-NUMBER > WS-LOOKBACK-MAX
033900             PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
034000         ELSE
034100             MOVE WS-PARM-NUMBER TO WS-LOOKBACK-DAYS
034200         END-IF
034300         GO TO 1110-EXIT
034400     END-IF.
034500     DISPLAY "CALCHECK: UNRECOGNIZED CONTROL CARD: "
034600         WS-CALENDAR-CARD(1:20).
034700 1110-EXIT.
034800     EXIT.
034900 1120-REJECT-PARM-CARD.
035000     DISPLAY "CALCHECK: INVALID CONTROL CARD: "
035100         WS-CALENDAR-CARD(1:30).
035200     MOVE 'Y' TO WS-PARMS-EOF-SWITCH.
035300     MOVE 16 TO RETURN-CODE.
035400 1120-EXIT.
035500     EXIT.
035600*****************************************************************
035700*    2000-BUILD-WINDOW
035800*    STEPS BACK FROM TODAY TO THE FIRST DAY OF THE WINDOW, THEN
035900*    FORWARD AGAIN ONE DAY PER TABLE ENTRY - THE LAST ENTRY IS
036000*    YESTERDAY.  TODAY IS LEFT OUT: TONIGHT'S RUN HAS NOT
036100*    HAPPENED YET.
036200*****************************************************************
036300 2000-BUILD-WINDOW.
036400     MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
036500     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
036600     MOVE WS-DAY-NUMBER TO WS-TODAY-DAY.
036700     COMPUTE WS-START-DAY = WS-TODAY-DAY - WS-LOOKBACK-DAYS.
036800     PERFORM 8200-PRIOR-DATE THRU 8200-EXIT
036900         WS-LOOKBACK-DAYS TIMES.
037000     PERFORM 2100-FILL-ONE-DAY THRU 2100-EXIT
037100         VARYING WS-WINDOW-SUB FROM 1 BY 1
037200         UNTIL WS-WINDOW-SUB > WS-LOOKBACK-DAYS.
037300 2000-EXIT.
037400     EXIT.
037500 2100-FILL-ONE-DAY.
037600     MOVE WS-WORK-DATE-N TO WS-WE-DATE(WS-WINDOW-SUB).
037700     MOVE ZERO TO WS-WE-FEEDS(WS-WINDOW-SUB).
037800     MOVE ZERO TO WS-WE-RUNS(WS-WINDOW-SUB).
037900     MOVE ZERO TO WS-WE-DAILY-RUNS(WS-WINDOW-SUB).
038000     MOVE ZERO TO WS-WE-MONTH-RUNS(WS-WINDOW-SUB).
038100     MOVE ZERO TO WS-WE-QTR-RUNS(WS-WINDOW-SUB).
038200     PERFORM 8100-NEXT-DATE THRU 8100-EXIT.
038300 2100-EXIT.
038400     EXIT.
038500*****************************************************************
038600*    3000-LOAD-FEED-CONTROL
038700*    COUNTS EACH PROCESSED FEEDCTL ROW INTO THE DAY OF ITS RUN
038800*    DATE.  ON A MULTI-BUREAU NIGHT THE *ALL SERIAL AND EACH
038900*    BUREAU'S SERIAL ARE ALL ROWS, SO A DAY CAN SHOW SEVERAL
039000*    FEEDS - IT IS ZERO THAT MATTERS.  A CORRECTION RUN
039100*    REGISTERS ITS FEED TOO, SO ONE RUN ON A MISSED NIGHT'S DATE
039200*    WILL COVER IT HERE.
039300*****************************************************************
039400 3000-LOAD-FEED-CONTROL.
039500     READ FEED-CONTROL-IN
039600         AT END
039700             MOVE 'Y' TO WS-FEED-CTL-EOF-SWITCH
039800             GO TO 3000-EXIT
039900     END-READ.
040000     IF NOT FC-PROCESSED
040100         OR FC-RUN-DATE NOT NUMERIC
040200         GO TO 3000-EXIT
040300     END-IF.
040400     MOVE FC-RUN-DATE TO WS-WORK-DATE.
040500     PERFORM 3900-FIND-WINDOW-DAY THRU 3900-EXIT.
040600     IF WS-IN-WINDOW
040700         ADD 1 TO WS-WE-FEEDS(WS-WINDOW-SUB)
040800     END-IF.
040900 3000-EXIT.
041000     EXIT.
041100*****************************************************************
041200*    3500-LOAD-RUN-INDEX
041300*    COUNTS EACH RUNINDEX ROW INTO THE DAY OF ITS RUN DATE, BY
041400*    RUN TYPE.  ARCHIVED RUNS COUNT THE SAME AS CURRENT ONES.
041500*****************************************************************
041600 3500-LOAD-RUN-INDEX.
041700     READ RUN-INDEX-IN
041800         AT END
041900             MOVE 'Y' TO WS-RUN-INDEX-EOF-SWITCH
042000             GO TO 3500-EXIT
042100     END-READ.
042200     IF RX-RUN-DATE NOT NUMERIC
042300         GO TO 3500-EXIT
042400     END-IF.
042500     MOVE RX-RUN-DATE TO WS-WORK-DATE.
042600     PERFORM 3900-FIND-WINDOW-DAY THRU 3900-EXIT.
042700     IF NOT WS-IN-WINDOW
042800         GO TO 3500-EXIT
042900     END-IF.
043000     ADD 1 TO WS-WE-RUNS(WS-WINDOW-SUB).
043100     EVALUATE TRUE
043200         WHEN RX-QUARTER-END
043300             ADD 1 TO WS-WE-QTR-RUNS(WS-WINDOW-SUB)
043400         WHEN RX-MONTH-END
043500             ADD 1 TO WS-WE-MONTH-RUNS(WS-WINDOW-SUB)
043600         WHEN OTHER
043700             ADD 1 TO WS-WE-DAILY-RUNS(WS-WINDOW-SUB)
043800     END-EVALUATE.
043900 3500-EXIT.
044000     EXIT.
044100*****************************************************************
044200*    3900-FIND-WINDOW-DAY
044300*    WHICH WINDOW ENTRY, IF ANY, WS-WORK-DATE FALLS ON - ITS
044400*    DAY NUMBER LESS THE ONE BEFORE THE WINDOW'S FIRST DAY.
044500*****************************************************************
044600 3900-FIND-WINDOW-DAY.
044700     MOVE 'N' TO WS-IN-WINDOW-SWITCH.
044800     IF WS-WD-MM < 1 OR WS-WD-MM > 12
044900         GO TO 3900-EXIT
045000     END-IF.
045100     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
045200     IF WS-DAY-NUMBER NOT > WS-START-DAY
045300         OR WS-DAY-NUMBER NOT < WS-TODAY-DAY
045400         GO TO 3900-EXIT
045500     END-IF.
045600     COMPUTE WS-WINDOW-SUB = WS-DAY-NUMBER - WS-START-DAY.
045700     MOVE 'Y' TO WS-IN-WINDOW-SWITCH.
045800 3900-EXIT.
045900     EXIT.
046000*****************************************************************
046100*    4000-CHECK-WINDOW
046200*    THE LOOKING-BACK SECTION: EACH DAY OF THE WINDOW AGAINST
046300*    ITS CALENDAR ENTRY, ONE LINE PER EXCEPTION.
046400*****************************************************************
046500 4000-CHECK-WINDOW.
046600     MOVE WS-WE-DATE(1) TO WS-WORK-DATE.
046700     MOVE WS-WD-MM TO WS-WL-FROM-MM.
046800     MOVE WS-WD-DD TO WS-WL-FROM-DD.
046900     MOVE WS-WD-YYYY TO WS-WL-FROM-YYYY.
047000     MOVE WS-WE-DATE(WS-LOOKBACK-DAYS) TO WS-WORK-DATE.
047100     MOVE WS-WD-MM TO WS-WL-THRU-MM.
047200     MOVE WS-WD-DD TO WS-WL-THRU-DD.
047300     MOVE WS-WD-YYYY TO WS-WL-THRU-YYYY.
047400     WRITE EXCEPTION-OUT-RECORD FROM WS-WINDOW-LINE.
047500     WRITE EXCEPTION-OUT-RECORD FROM WS-COLUMN-LINE.
047600     PERFORM 4100-CHECK-ONE-DAY THRU 4100-EXIT
047700         VARYING WS-WINDOW-SUB FROM 1 BY 1
047800         UNTIL WS-WINDOW-SUB > WS-LOOKBACK-DAYS.
047900     IF WS-EXCEPTION-COUNT = ZERO
048000         MOVE "NO EXCEPTIONS" TO WS-NL-TEXT
048100         WRITE EXCEPTION-OUT-RECORD FROM WS-NOTE-LINE
048200     END-IF.
048300 4000-EXIT.
048400     EXIT.
048500*****************************************************************
048600*    4100-CHECK-ONE-DAY
048700*    A DATE MISSING FROM THE CALENDAR IS AN EXCEPTION IN ITSELF
048800*    - SORTVECT FELL BACK ON ITS CARD THAT NIGHT.  A BUSINESS
048900*    DAY NEEDS A PROCESSED FEED; THE LINE SAYS WHETHER A RUN
049000*    HAPPENED AT ALL OR RAN WITHOUT REGISTERING ITS FEED.  A
049100*    NON-BUSINESS DAY SHOULD HAVE NEITHER - A MAKE-UP RUN ON ONE
049200*    IS DATED AS THE DAY IT MAKES UP, VIA ITS RUN-AS DATE.  A
049300*    RUN WHOSE TYPE IS NOT THE ONE ITS DAY CALLS FOR (Q ON A
049400*    QUARTER-END, M ON A MONTH-END, D OTHERWISE) IS ONE MORE.
049500*****************************************************************
049600 4100-CHECK-ONE-DAY.
049700     MOVE WS-WE-DATE(WS-WINDOW-SUB) TO CL-DATE.
049800     READ CALENDAR-MASTER
049900         INVALID KEY
050000             MOVE '?' TO WS-EL-DAY-TYPE
050100             MOVE "NOT ON CALENDAR" TO WS-EL-TEXT
050200             PERFORM 4200-WRITE-EXCEPTION THRU 4200-EXIT
050300             GO TO 4100-EXIT
050400     END-READ.
050500     MOVE CL-DAY-TYPE TO WS-EL-DAY-TYPE.
050600     IF CL-NON-BUSINESS
050700         IF WS-WE-FEEDS(WS-WINDOW-SUB) > ZERO
050800             MOVE "NON-BUSINESS DAY - FEED PROCESSED"
050900                 TO WS-EL-TEXT
051000             PERFORM 4200-WRITE-EXCEPTION THRU 4200-EXIT
051100         ELSE
051200             IF WS-WE-RUNS(WS-WINDOW-SUB) > ZERO
051300                 MOVE "NON-BUSINESS DAY - RUN ON RUNINDEX"
051400                     TO WS-EL-TEXT
051500                 PERFORM 4200-WRITE-EXCEPTION THRU 4200-EXIT
051600             END-IF
051700         END-IF
051800         GO TO 4100-EXIT
051900     END-IF.
052000     IF WS-WE-FEEDS(WS-WINDOW-SUB) = ZERO
052100         IF WS-WE-RUNS(WS-WINDOW-SUB) = ZERO
052200             MOVE "BUSINESS DAY - NO FEED PROCESSED, NO RUN"
052300                 TO WS-EL-TEXT
052400         ELSE
052500             MOVE "BUSINESS DAY - RAN, NO FEED REGISTERED"
052600                 TO WS-EL-TEXT
052700         END-IF
052800         PERFORM 4200-WRITE-EXCEPTION THRU 4200-EXIT
052900     END-IF.
053000     PERFORM 4300-CHECK-RUN-TYPE THRU 4300-EXIT.
053100 4100-EXIT.
053200     EXIT.
053300 4200-WRITE-EXCEPTION.
053400     MOVE WS-WE-DATE(WS-WINDOW-SUB) TO WS-WORK-DATE.
053500     MOVE WS-WD-MM TO WS-EL-MM.
053600     MOVE WS-WD-DD TO WS-EL-DD.
053700     MOVE WS-WD-YYYY TO WS-EL-YYYY.
053800     MOVE WS-WE-FEEDS(WS-WINDOW-SUB) TO WS-EL-FEEDS.
053900     MOVE WS-WE-RUNS(WS-WINDOW-SUB) TO WS-EL-RUNS.
054000     WRITE EXCEPTION-OUT-RECORD FROM WS-EXCEPTION-LINE.
054100     ADD 1 TO WS-EXCEPTION-COUNT.
054200 4200-EXIT.
054300     EXIT.
054400 4300-CHECK-RUN-TYPE.
054500     EVALUATE TRUE
054600         WHEN CL-QUARTER-END
054700             MOVE 'Q' TO WS-EXPECTED-TYPE
054800         WHEN CL-MONTH-END
054900             MOVE 'M' TO WS-EXPECTED-TYPE
055000         WHEN OTHER
055100             MOVE 'D' TO WS-EXPECTED-TYPE
055200     END-EVALUATE.
055300     MOVE WS-EXPECTED-TYPE TO WS-RT-EXPECTED.
055400     MOVE SPACE TO WS-RT-FOUND.
055500     IF WS-WE-DAILY-RUNS(WS-WINDOW-SUB) > ZERO
055600         AND WS-EXPECTED-TYPE NOT = 'D'
055700         MOVE 'D' TO WS-RT-FOUND
055800     END-IF.
055900     IF WS-WE-MONTH-RUNS(WS-WINDOW-SUB) > ZERO
056000         AND WS-EXPECTED-TYPE NOT = 'M'
056100         MOVE 'M' TO WS-RT-FOUND
056200     END-IF.
056300     IF WS-WE-QTR-RUNS(WS-WINDOW-SUB) > ZERO
056400         AND WS-EXPECTED-TYPE NOT = 'Q'
056500         MOVE 'Q' TO WS-RT-FOUND
056600     END-IF.
056700     IF WS-RT-FOUND = SPACE
056800         GO TO 4300-EXIT
056900     END-IF.
057000     MOVE WS-RUN-TYPE-TEXT TO WS-EL-TEXT.
057100     PERFORM 4200-WRITE-EXCEPTION THRU 4200-EXIT.
057200 4300-EXIT.
057300     EXIT.
057400*****************************************************************
057500*    5000-LOOK-AHEAD
057600*    THE LOOKING-AHEAD SECTION.  EVERY DATE FROM TODAY THROUGH
057700*    THE NEXT 30 DAYS MUST BE ON THE CALENDAR - THE FIRST ONE
057800*    MISSING IS NAMED.  THIS MONTH AND NEXT MONTH MUST EACH
057900*    HAVE EXACTLY ONE MONTH-END (OR QUARTER-END) DAY - NONE
058000*    MEANS THE MONTH-END RUN NEVER HAPPENS, TWO MEANS IT HAPPENS
058100*    TWICE AND SPLITS VECTREND'S BUSINESS MONTH.
058200*****************************************************************
058300 5000-LOOK-AHEAD.
058400     MOVE "LOOKING AHEAD" TO WS-SL-TEXT.
058500     WRITE EXCEPTION-OUT-RECORD FROM WS-SECTION-LINE.
058600     MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
058700     PERFORM 5100-CHECK-AHEAD-DAY THRU 5100-EXIT
058800         VARYING WS-AHEAD-SUB FROM 1 BY 1
058900         UNTIL WS-AHEAD-SUB > WS-AHEAD-DAYS
059000         OR WS-CALENDAR-SHORT.
059100     MOVE WS-CURR-YYYY TO WS-CM-YYYY.
059200     MOVE WS-CURR-MM TO WS-CM-MM.
059300     PERFORM 5200-CHECK-MONTH-ENDS THRU 5200-EXIT.
059400     IF WS-CM-MM = 12
059500         MOVE 1 TO WS-CM-MM
059600         ADD 1 TO WS-CM-YYYY
059700     ELSE
059800         ADD 1 TO WS-CM-MM
059900     END-IF.
060000     PERFORM 5200-CHECK-MONTH-ENDS THRU 5200-EXIT.
060100     IF WS-WARNING-COUNT = ZERO
060200         MOVE "NO WARNINGS" TO WS-NL-TEXT
060300         WRITE EXCEPTION-OUT-RECORD FROM WS-NOTE-LINE
060400     END-IF.
060500 5000-EXIT.
060600     EXIT.
060700 5100-CHECK-AHEAD-DAY.
060800     MOVE WS-WORK-DATE-N TO CL-DATE.
060900     READ CALENDAR-MASTER
061000         INVALID KEY
061100             MOVE 'Y' TO WS-SHORT-SWITCH
061200             MOVE WS-WD-MM TO WS-WD-TEXT-MM
061300             MOVE WS-WD-DD TO WS-WD-TEXT-DD
061400             MOVE WS-WD-YYYY TO WS-WD-TEXT-YYYY
061500             MOVE WS-WARN-DATE-TEXT TO WS-WN-TEXT
061600             PERFORM 5900-WRITE-WARNING THRU 5900-EXIT
061700             GO TO 5100-EXIT
061800     END-READ.
061900     PERFORM 8100-NEXT-DATE THRU 8100-EXIT.
062000 5100-EXIT.
062100     EXIT.
062200*****************************************************************
062300*    5200-CHECK-MONTH-ENDS
062400*    COUNTS THE MONTH-END AND QUARTER-END DAYS OF WS-CHECK-MONTH
062500*    ON THE CALENDAR.  A MONTH WITH NO DAYS ON THE CALENDAR AT
062600*    ALL IS SAID AS SUCH RATHER THAN AS A MISSING MONTH-END.
062700*****************************************************************
062800 5200-CHECK-MONTH-ENDS.
062900     MOVE WS-CM-YYYY TO WS-WD-YYYY.
063000     MOVE WS-CM-MM TO WS-WD-MM.
063100     MOVE 1 TO WS-WD-DD.
063200     PERFORM 8300-MONTH-LENGTH THRU 8300-EXIT.
063300     MOVE WS-MONTH-LENGTH TO WS-DAYS-IN-MONTH.
063400     MOVE ZERO TO WS-DAYS-FOUND.
063500     MOVE ZERO TO WS-MONTH-END-DAYS.
063600     PERFORM 5300-COUNT-ONE-DAY THRU 5300-EXIT
063700         WS-DAYS-IN-MONTH TIMES.
063800     MOVE WS-CM-MM TO WS-WM-MM.
063900     MOVE WS-CM-YYYY TO WS-WM-YYYY.
064000     IF WS-DAYS-FOUND = ZERO
064100         MOVE "IS NOT ON THE CALENDAR" TO WS-WM-TEXT
064200         MOVE WS-WARN-MONTH-TEXT TO WS-WN-TEXT
064300         PERFORM 5900-WRITE-WARNING THRU 5900-EXIT
064400         GO TO 5200-EXIT
064500     END-IF.
064600     IF WS-MONTH-END-DAYS = ZERO
064700         MOVE "HAS NO MONTH-END DAY - SET ONE ON STLC"
064800             TO WS-WM-TEXT
064900         MOVE WS-WARN-MONTH-TEXT TO WS-WN-TEXT
065000         PERFORM 5900-WRITE-WARNING THRU 5900-EXIT
065100         GO TO 5200-EXIT
065200     END-IF.
065300     IF WS-MONTH-END-DAYS > 1
065400         MOVE WS-MONTH-END-DAYS TO WS-MONTH-END-DISPLAY
065500         MOVE SPACES TO WS-WM-TEXT
065600         STRING "HAS " WS-MONTH-END-DISPLAY
065700             " MONTH-END DAYS - KEEP ONE ON STLC"
065800             DELIMITED BY SIZE INTO WS-WM-TEXT
065900         MOVE WS-WARN-MONTH-TEXT TO WS-WN-TEXT
066000         PERFORM 5900-WRITE-WARNING THRU 5900-EXIT
066100     END-IF.
066200 5200-EXIT.
066300     EXIT.
066400 5300-COUNT-ONE-DAY.
066500     MOVE WS-WORK-DATE-N TO CL-DATE.
066600     READ CALENDAR-MASTER
066700         INVALID KEY
066800             GO TO 5300-NEXT
066900     END-READ.
067000     ADD 1 TO WS-DAYS-FOUND.
067100     IF CL-MONTH-END
067200         ADD 1 TO WS-MONTH-END-DAYS
067300     END-IF.
067400 5300-NEXT.
067500     PERFORM 8100-NEXT-DATE THRU 8100-EXIT.
067600 5300-EXIT.
067700     EXIT.
067800 5900-WRITE-WARNING.
067900     WRITE EXCEPTION-OUT-RECORD FROM WS-WARNING-LINE.
068000     ADD 1 TO WS-WARNING-COUNT.
068100 5900-EXIT.
068200     EXIT.
068300*****************************************************************
068400*    6000-WRITE-VERDICT
068500*    TOTALS AND ONE WORD.  ANYTHING TO LOOK AT ENDS RETURN-CODE
068600*    4 - THE MISSED NIGHT NEEDS A MAKE-UP RUN, THE WRONG-DAY
068700*    FEED NEEDS EXPLAINING, AND THE SHORT CALENDAR NEEDS A
068800*    CALBUILD BEFORE IT BECOMES A MISSED NIGHT OF ITS OWN.
068900*****************************************************************
069000 6000-WRITE-VERDICT.
069100     MOVE WS-EXCEPTION-COUNT TO WS-TOT-EXCEPTIONS.
069200     MOVE WS-WARNING-COUNT TO WS-TOT-WARNINGS.
069300     WRITE EXCEPTION-OUT-RECORD FROM WS-TOTAL-LINE.
069400     IF WS-EXCEPTION-COUNT = ZERO
069500         AND WS-WARNING-COUNT = ZERO
069600         MOVE "CLEAN" TO WS-VL-TEXT
069700     ELSE
069800         MOVE "REVIEW" TO WS-VL-TEXT
069900         IF RETURN-CODE < 4
070000             MOVE 4 TO RETURN-CODE
070100         END-IF
070200     END-IF.
070300     WRITE EXCEPTION-OUT-RECORD FROM WS-VERDICT-LINE.
070400     DISPLAY "CALCHECK: " WS-VL-TEXT " - EXCEPTIONS "
070500         WS-TOT-EXCEPTIONS " WARNINGS " WS-TOT-WARNINGS.
070600 6000-EXIT.
070700     EXIT.
070800*****************************************************************
070900*    8000-DATE-TO-DAY-NUMBER
071000*    TURNS WS-WORK-DATE INTO A RUNNING DAY NUMBER, AS IN
071100*    PERFRPT - JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14
071200*    OF THE PRIOR YEAR, SO THE LEAP DAY SITS AT THE END OF THE
071300*    SHIFTED YEAR.
071400*****************************************************************
071500 8000-DATE-TO-DAY-NUMBER.
071600     MOVE WS-WD-YYYY TO WS-CALC-YYYY.
071700     MOVE WS-WD-MM TO WS-CALC-MM.
071800     IF WS-CALC-MM < 3
071900         SUBTRACT 1 FROM WS-CALC-YYYY
072000         ADD 12 TO WS-CALC-MM
072100     END-IF.
072200     COMPUTE WS-DAY-NUMBER = (365 * WS-CALC-YYYY) + WS-WD-DD.
072300     DIVIDE WS-CALC-YYYY BY 4 GIVING WS-CALC-TERM.
072400     ADD WS-CALC-TERM TO WS-DAY-NUMBER.
072500     DIVIDE WS-CALC-YYYY BY 100 GIVING WS-CALC-TERM.
072600     SUBTRACT WS-CALC-TERM FROM WS-DAY-NUMBER.
072700     DIVIDE WS-CALC-YYYY BY 400 GIVING WS-CALC-TERM.
072800     ADD WS-CALC-TERM TO WS-DAY-NUMBER.
072900     COMPUTE WS-CALC-TERM = 153 * (WS-CALC-MM + 1).
073000     DIVIDE WS-CALC-TERM BY 5 GIVING WS-CALC-TERM.
073100     ADD WS-CALC-TERM TO WS-DAY-NUMBER.
073200 8000-EXIT.
073300     EXIT.
073400*****************************************************************
073500*    8100-NEXT-DATE / 8200-PRIOR-DATE
073600*    MOVE WS-WORK-DATE ONE DAY FORWARD OR BACK, ACROSS MONTH AND
073700*    YEAR ENDS.
073800*****************************************************************
073900 8100-NEXT-DATE.
074000     PERFORM 8300-MONTH-LENGTH THRU 8300-EXIT.
074100     ADD 1 TO WS-WD-DD.
074200     IF WS-WD-DD > WS-MONTH-LENGTH
074300         MOVE 1 TO WS-WD-DD
074400         ADD 1 TO WS-WD-MM
074500         IF WS-WD-MM > 12
074600             MOVE 1 TO WS-WD-MM
074700             ADD 1 TO WS-WD-YYYY
074800         END-IF
074900     END-IF.
075000 8100-EXIT.
075100     EXIT.
075200 8200-PRIOR-DATE.
075300     IF WS-WD-DD > 1
075400         SUBTRACT 1 FROM WS-WD-DD
075500         GO TO 8200-EXIT
075600     END-IF.
075700     IF WS-WD-MM > 1
075800         SUBTRACT 1 FROM WS-WD-MM
075900     ELSE
076000         MOVE 12 TO WS-WD-MM
076100         SUBTRACT 1 FROM WS-WD-YYYY
076200     END-IF.
076300     PERFORM 8300-MONTH-LENGTH THRU 8300-EXIT.
076400     MOVE WS-MONTH-LENGTH TO WS-WD-DD.
076500 8200-EXIT.
076600     EXIT.
076700*****************************************************************
076800*    8300-MONTH-LENGTH
076900*    DAYS IN WS-WORK-DATE'S MONTH - FEBRUARY 29 IN A LEAP YEAR,
077000*    EVERY FOURTH YEAR BUT NOT A CENTURY UNLESS IT DIVIDES BY
077100*    400.
077200*****************************************************************
077300 8300-MONTH-LENGTH.
077400     MOVE WS-ML-DAYS(WS-WD-MM) TO WS-MONTH-LENGTH.
077500     IF WS-WD-MM NOT = 2
077600         GO TO 8300-EXIT
077700     END-IF.
077800     DIVIDE WS-WD-YYYY BY 4 GIVING WS-CALC-TERM
077900         REMAINDER WS-CALC-REMAINDER.
078000     IF WS-CALC-REMAINDER NOT = ZERO
078100         GO TO 8300-EXIT
078200     END-IF.
078300     MOVE 29 TO WS-MONTH-LENGTH.
078400     DIVIDE WS-WD-YYYY BY 100 GIVING WS-CALC-TERM
078500         REMAINDER WS-CALC-REMAINDER.
078600     IF WS-CALC-REMAINDER NOT = ZERO
078700         GO TO 8300-EXIT
078800     END-IF.
078900     MOVE 28 TO WS-MONTH-LENGTH.
079000     DIVIDE WS-WD-YYYY BY 400 GIVING WS-CALC-TERM
079100         REMAINDER WS-CALC-REMAINDER.
079200     IF WS-CALC-REMAINDER = ZERO
079300         MOVE 29 TO WS-MONTH-LENGTH
079400     END-IF.
079500 8300-EXIT.
079600     EXIT.
079700*****************************************************************
079800*    9000-TERMINATE CLOSES OUT THE FILES FOR THIS RUN.
079900*****************************************************************
080000 9000-TERMINATE.
080100     CLOSE CALENDAR-MASTER.
080200     CLOSE FEED-CONTROL-IN.
080300     CLOSE RUN-INDEX-IN.
080400     CLOSE EXCEPTION-OUT.
080500 9000-EXIT.
080600     EXIT.
