000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPTKEEP.
000300 AUTHOR. G GRIGORIEV.
000400 INSTALLATION. CENTRAL PLANNING DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    10/15/2026  GG  WRITTEN.  THE PLANNING DESK KEEPS ASKING
001100*                    HOW MUCH STALIN-SORT THROWS AWAY THAT IT
001200*                    DID NOT HAVE TO - ONE EARLY SPIKE SETS THE
001300*                    RUNNING MAXIMUM AND PURGES EVERYTHING AFTER
001400*                    IT, EVEN WHEN MOST OF THOSE VALUES WERE IN
001500*                    PERFECT ORDER.  OPTKEEP REPLAYS THE NIGHT'S
001600*                    VECTOR-IN FEED AND WORKS OUT, PER VECTOR
001700*                    AND WAVE, THE LARGEST SET OF ELEMENTS THAT
001800*                    COULD HAVE BEEN KEPT IN ORDER UNDER THE
001900*                    SAME DIRECTION AND TOLERANCE RULES SORTVECT
002000*                    APPLIES, AND PRINTS IT ON OPTRPT NEXT TO
002100*                    THE SURVIVOR COUNT SORTVECT ACTUALLY
002200*                    LOGGED ON RUNHIST - THE UNNECESSARY-PURGE
002300*                    GAP, THE RECORD POSITIONS THE OPTIMUM KEEPS
002400*                    AND THE ONES PURGED NEEDLESSLY, AND A JOB
002500*                    EFFICIENCY PERCENTAGE.  REPORT ONLY - NO
002600*                    PRODUCTION FILE IS WRITTEN OR TOUCHED.
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-ANYMAINFRAME.
003100 OBJECT-COMPUTER. IBM-ANYMAINFRAME.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT VECTOR-IN ASSIGN TO "VECTORIN"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-VECTOR-IN-STATUS.
003700     SELECT RUN-HISTORY-IN ASSIGN TO "RUNHIST"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-RUN-HISTORY-STATUS.
004000     SELECT VECTOR-REGISTRY ASSIGN TO "VREGMSTR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS VR-VECTOR-ID
004400         FILE STATUS IS WS-REGISTRY-STATUS.
004500     SELECT OPT-REPORT-OUT ASSIGN TO "OPTRPT"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-OPT-REPORT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  VECTOR-IN.
005100     COPY VECTREC.
005200 FD  RUN-HISTORY-IN.
005300     COPY RUNHREC.
005400 FD  VECTOR-REGISTRY.
005500     COPY VREGREC.
005600 FD  OPT-REPORT-OUT.
005700 01  OPT-REPORT-RECORD         PIC X(80).
005800 WORKING-STORAGE SECTION.
005900*****************************************************************
006000*    FILE STATUS AND SWITCHES
006100*****************************************************************
006200 01  WS-VECTOR-IN-STATUS   PIC X(02).
006300 01  WS-RUN-HISTORY-STATUS PIC X(02).
006400 01  WS-REGISTRY-STATUS    PIC X(02).
006500 01  WS-OPT-REPORT-STATUS  PIC X(02).
006600 01  WS-SWITCHES.
006700     05  WS-EOF-SWITCH     PIC X(01) VALUE 'N'.
006800         88  WS-END-OF-INPUT       VALUE 'Y'.
006900     05  WS-HIST-EOF-SWITCH PIC X(01) VALUE 'N'.
007000         88  WS-END-OF-HISTORY     VALUE 'Y'.
007100     05  WS-PENDING-SWITCH PIC X(01) VALUE 'N'.
007200         88  WS-RECORD-PENDING     VALUE 'Y'.
007300     05  WS-REGISTRY-SWITCH PIC X(01) VALUE 'N'.
007400         88  WS-REGISTRY-OPEN      VALUE 'Y'.
007500     05  WS-DELTA-SWITCH   PIC X(01) VALUE 'Y'.
007600         88  WS-DELTA-USABLE       VALUE 'Y'.
007700     05  WS-WAVES-DONE-SWITCH PIC X(01) VALUE 'N'.
007800         88  WS-WAVES-DONE         VALUE 'Y'.
007900     05  WS-NIGHT-TRUNC-SWITCH PIC X(01) VALUE 'N'.
008000         88  WS-NIGHT-TRUNCATED    VALUE 'Y'.
008100     05  WS-SORT-DIRECTION PIC X(01) VALUE 'A'.
008200         88  WS-OPT-DESCENDING     VALUE 'D' 'U'.
008300         88  WS-OPT-TOLERANCE      VALUE 'T' 'U'.
008400*****************************************************************
008500*    OPTRPT REPORT LINES
008600*****************************************************************
008700 01  WS-CURRENT-DATE.
008800     05  WS-CURR-YYYY      PIC 9(4).
008900     05  WS-CURR-MM        PIC 9(2).
009000     05  WS-CURR-DD        PIC 9(2).
009100 01  WS-OPT-TITLE-LINE.
009200     05  FILLER            PIC X(42) VALUE
009300         "STALIN SORT - OPTIMAL-KEEP REPORT  RUN OF ".
009400     05  WS-OT-RUN-DATE    PIC 9(08).
009500     05  FILLER            PIC X(09) VALUE "  AS OF: ".
009600     05  WS-OT-MM          PIC 9(2).
009700     05  FILLER            PIC X(01) VALUE "/".
009800     05  WS-OT-DD          PIC 9(2).
009900     05  FILLER            PIC X(01) VALUE "/".
010000     05  WS-OT-YYYY        PIC 9(4).
010100     05  FILLER            PIC X(11) VALUE SPACES.
010200 01  WS-OPT-COLUMN-LINE.
010300     05  FILLER            PIC X(41) VALUE
010400         "VECTOR    WAVE DIR DELTA LOADED  ACTUAL  ".
010500     05  FILLER            PIC X(23) VALUE
010600         "OPTIMAL    GAP  EFF PCT".
010700     05  FILLER            PIC X(16) VALUE SPACES.
010800 01  WS-OPT-DETAIL-LINE.
010900     05  WS-OD-VECTOR-ID   PIC X(08).
011000     05  FILLER            PIC X(02) VALUE SPACES.
011100     05  WS-OD-WAVE        PIC 9(03).
011200     05  FILLER            PIC X(03) VALUE SPACES.
011300     05  WS-OD-DIRECTION   PIC X(01).
011400     05  FILLER            PIC X(01) VALUE SPACES.
011500     05  WS-OD-DELTA       PIC ZZZZZ9.
011600     05  FILLER            PIC X(03) VALUE SPACES.
011700     05  WS-OD-LOADED      PIC ZZZ9.
011800     05  FILLER            PIC X(04) VALUE SPACES.
011900     05  WS-OD-ACTUAL      PIC ZZZ9.
012000     05  FILLER            PIC X(05) VALUE SPACES.
012100     05  WS-OD-OPTIMAL     PIC ZZZ9.
012200     05  FILLER            PIC X(03) VALUE SPACES.
012300     05  WS-OD-GAP         PIC ZZZ9.
012400     05  FILLER            PIC X(06) VALUE SPACES.
012500     05  WS-OD-EFFICIENCY  PIC ZZ9.
012600     05  FILLER            PIC X(02) VALUE SPACES.
012700     05  WS-OD-FLAG        PIC X(14).
012800 01  WS-OPT-POSITION-LINE.
012900     05  WS-OP-LABEL       PIC X(18).
013000     05  WS-OP-SLOT OCCURS 12 TIMES.
013100         10  WS-OP-POSITION PIC ZZZ9.
013200         10  FILLER        PIC X(01).
013300     05  FILLER            PIC X(02).
013400 01  WS-OPT-MISMATCH-LINE.
013500     05  FILLER            PIC X(17) VALUE
013600         "  REPLAY KEEPS   ".
013700     05  WS-OM-REPLAY      PIC ZZZ9.
013800     05  FILLER            PIC X(16) VALUE
013900         " - RUNHIST SAYS ".
014000     05  WS-OM-RUNHIST     PIC ZZZ9.
014100     05  FILLER            PIC X(39) VALUE
014200         " - FIELD-VALUE RANGE OR FEED DIFFERS   ".
014300 01  WS-OPT-NOTE-LINE.
014400     05  WS-ON-VECTOR-ID   PIC X(08).
014500     05  FILLER            PIC X(02) VALUE SPACES.
014600     05  WS-ON-TEXT        PIC X(60).
014700     05  FILLER            PIC X(10) VALUE SPACES.
014800 01  WS-OPT-TOTAL-LINE.
014900     05  FILLER            PIC X(10) VALUE "*JOB TOT  ".
015000     05  FILLER            PIC X(08) VALUE "WAVES   ".
015100     05  WS-OJ-WAVES       PIC ZZZZ9.
015200     05  FILLER            PIC X(09) VALUE "  ACTUAL ".
015300     05  WS-OJ-ACTUAL      PIC ZZZZZZ9.
015400     05  FILLER            PIC X(10) VALUE "  OPTIMAL ".
015500     05  WS-OJ-OPTIMAL     PIC ZZZZZZ9.
015600     05  FILLER            PIC X(06) VALUE "  GAP ".
015700     05  WS-OJ-GAP         PIC ZZZZZZ9.
015800     05  FILLER            PIC X(11) VALUE SPACES.
015900 01  WS-OPT-EFFICIENCY-LINE.
016000     05  FILLER            PIC X(22) VALUE
016100         "*JOB EFFICIENCY       ".
016200     05  WS-OE-EFFICIENCY  PIC ZZ9.
016300     05  FILLER            PIC X(26) VALUE
016400         " PCT OF THE OPTIMUM KEPT  ".
016500     05  WS-OE-HURT        PIC ZZZ9.
016600     05  FILLER            PIC X(25) VALUE
016700         " WAVE(S) CUT NEEDLESSLY  ".
016800*****************************************************************
016900*    WORKING COUNTERS AND TABLES
017000*    THE NIGHT TABLE HOLDS ONE ENTRY PER VECTOR AND WAVE ON THE
017100*    NIGHT'S CURRENT RUNHIST ROWS - THE NEWEST RUN DATE ON FILE,
017200*    THE SAME NIGHT MSTRECON RECONCILES.  THE ELEMENT TABLE
017300*    HOLDS ONE WAVE OF ONE VECTOR AT A TIME: THE VALUE, ITS
017400*    RECORD ORDINAL (THE SAME POSITION STALINQ SHOWS), THE
017500*    VALUE AS COMPARED (SIGN-FLIPPED FOR A DESCENDING VECTOR SO
017600*    ONE ASCENDING SEARCH SERVES ALL FOUR DIRECTIONS), AND THE
017700*    SEARCH'S WORKING FIELDS.  THE NEXT-WAVE TABLE COLLECTS
017800*    WHAT THE REPLAYED STALIN-SORT PURGES, IN ORDER - EXACTLY
017900*    WHAT SORTVECT'S RECYCLE FILE CARRIES INTO THE NEXT WAVE.
018000*****************************************************************
018100 77  WS-NIGHT-TABLE-MAX    PIC 9(4) COMP VALUE 2000.
018200 77  WS-TABLE-CAPACITY     PIC 9(4) COMP VALUE 500.
018300 77  WS-POSITIONS-PER-LINE PIC 9(4) COMP VALUE 12.
018400 77  WS-MIN-FIELD-VALUE    PIC S9(6) VALUE -999999.
018500 77  WS-MAX-FIELD-VALUE    PIC S9(6) VALUE  999999.
018600 01  WS-NIGHT-DATE         PIC 9(08) VALUE ZERO.
018700 01  WS-ROW-DATE           PIC 9(08).
018800 01  WS-NIGHT-COUNT        PIC 9(4) COMP VALUE ZERO.
018900 01  WS-NIGHT-SUB          PIC 9(4) COMP.
019000 01  WS-MATCH-SUB          PIC 9(4) COMP.
019100 01  WS-LOOK-VECTOR-ID     PIC X(08).
019200 01  WS-LOOK-WAVE          PIC 9(03).
019300 01  WS-CURRENT-VECTOR-ID  PIC X(08).
019400 01  WS-DECLARED-LENGTH    PIC 9(4) COMP.
019500 01  WS-VECTOR-RECS-READ   PIC 9(4) COMP.
019600 01  WS-LOAD-COUNT         PIC 9(4) COMP.
019700 01  WS-NEXT-COUNT         PIC 9(4) COMP.
019800 01  WS-WAVE               PIC 9(03).
019900 01  WS-DELTA              PIC 9(6).
020000 01  WS-FLOOR              PIC S9(7).
020100 01  WS-HIGH-MARK          PIC S9(6).
020200 01  WS-J-SUB              PIC 9(4) COMP.
020300 01  WS-K-SUB              PIC 9(4) COMP.
020400 01  WS-FIRST-K            PIC 9(4) COMP.
020500 01  WS-LINK-LIMIT         PIC 9(4) COMP.
020600 01  WS-FOLLOWERS          PIC 9(4) COMP.
020700 01  WS-CANDIDATE          PIC 9(4) COMP.
020800 01  WS-CHAIN-TOTAL        PIC 9(4) COMP.
020900 01  WS-BEST-TOTAL         PIC 9(4) COMP.
021000 01  WS-BEST-SUB           PIC 9(4) COMP.
021100 01  WS-REPLAY-SURVIVORS   PIC 9(4) COMP.
021200 01  WS-ACTUAL             PIC 9(4) COMP.
021300 01  WS-GAP                PIC 9(4) COMP.
021400 01  WS-EFFICIENCY         PIC 9(3).
021500 01  WS-SLOT-SUB           PIC 9(4) COMP.
021600 01  WS-LINE-DISP          PIC X(01).
021700 01  WS-TOT-WAVES          PIC 9(5) COMP VALUE ZERO.
021800 01  WS-TOT-ACTUAL         PIC 9(7) COMP VALUE ZERO.
021900 01  WS-TOT-OPTIMAL        PIC 9(7) COMP VALUE ZERO.
022000 01  WS-TOT-GAP            PIC 9(7) COMP VALUE ZERO.
022100 01  WS-TOT-HURT           PIC 9(4) COMP VALUE ZERO.
022200 01  WS-TOT-NOT-ANALYSED   PIC 9(4) COMP VALUE ZERO.
022300 01  WS-NIGHT-TABLE.
022400     05  WS-NIGHT-ENTRY OCCURS 2000 TIMES.
022500         10  WS-NE-VECTOR-ID   PIC X(08).
022600         10  WS-NE-WAVE        PIC 9(03).
022700         10  WS-NE-SURVIVORS   PIC 9(04).
022800 01  WS-ELEMENT-TABLE.
022900     05  WS-EL-ENTRY OCCURS 500 TIMES.
023000         10  WS-EL-VALUE       PIC S9(6).
023100         10  WS-EL-COMPARE     PIC S9(6).
023200         10  WS-EL-ORDINAL     PIC 9(4) COMP.
023300         10  WS-EL-CHAIN       PIC 9(4) COMP.
023400         10  WS-EL-PRIOR       PIC 9(4) COMP.
023500         10  WS-EL-OPTIMUM     PIC X(01).
023600             88  WS-EL-OPT-KEEPS   VALUE 'Y'.
023700         10  WS-EL-REPLAY      PIC X(01).
023800             88  WS-EL-SURVIVES    VALUE 'S'.
023900             88  WS-EL-PURGED      VALUE 'R'.
024000 01  WS-NEXT-WAVE-TABLE.
024100     05  WS-NW-VALUE OCCURS 500 TIMES PIC S9(6).
024200 PROCEDURE DIVISION.
024300*****************************************************************
024400*    0000-MAINLINE
024500*    FINDS THE NIGHT'S RUN DATE, LOADS ITS RUNHIST ROWS, THEN
024600*    REPLAYS EVERY VECTOR ON VECTOR-IN, WAVE BY WAVE, AGAINST
024700*    THEM, AND CLOSES WITH THE JOB TOTALS.
024800*****************************************************************
024900 0000-MAINLINE.
025000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025100     PERFORM 2000-FIND-NIGHT-DATE THRU 2000-EXIT
025200         UNTIL WS-END-OF-HISTORY.
025300     PERFORM 2500-REWIND-HISTORY THRU 2500-EXIT.
025400     PERFORM 3000-LOAD-ONE-NIGHT-ROW THRU 3000-EXIT
025500         UNTIL WS-END-OF-HISTORY.
025600     PERFORM 3500-WRITE-REPORT-HEADER THRU 3500-EXIT.
025700     PERFORM 0200-ANALYSE-ONE-VECTOR THRU 0200-EXIT
025800         UNTIL WS-END-OF-INPUT.
025900     PERFORM 8000-WRITE-JOB-TOTALS THRU 8000-EXIT.
026000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026100     STOP RUN.
026200*****************************************************************
026300*    0200-ANALYSE-ONE-VECTOR
026400*    READS ONE VECTOR (COUNT RECORD PLUS ITS DECLARED RUN OF
026500*    DETAIL RECORDS), THEN ANALYSES IT WAVE BY WAVE FOR AS
026600*    LONG AS THE NIGHT'S RUNHIST SHOWS SORTVECT RAN THAT WAVE.
026700*****************************************************************
026800 0200-ANALYSE-ONE-VECTOR.
026900     PERFORM 1500-READ-VECTOR-LENGTH THRU 1500-EXIT.
027000     IF WS-END-OF-INPUT
027100         GO TO 0200-EXIT
027200     END-IF.
027300     PERFORM 1600-LOAD-VECTOR THRU 1600-EXIT.
027400     IF NOT WS-DELTA-USABLE
027500         MOVE "TOLERANCE DELTA UNUSABLE - NOT ANALYSED"
027600             TO WS-ON-TEXT
027700         PERFORM 5900-WRITE-VECTOR-NOTE THRU 5900-EXIT
027800         ADD 1 TO WS-TOT-NOT-ANALYSED
027900         GO TO 0200-EXIT
028000     END-IF.
028100     MOVE 1 TO WS-WAVE.
028200     MOVE 'N' TO WS-WAVES-DONE-SWITCH.
028300     PERFORM 0300-ANALYSE-ONE-WAVE THRU 0300-EXIT
028400         UNTIL WS-WAVES-DONE.
028500 0200-EXIT.
028600     EXIT.
028700*****************************************************************
028800*    0300-ANALYSE-ONE-WAVE
028900*    ONE WAVE OF THE CURRENT VECTOR: FIND THE OPTIMUM, REPLAY
029000*    STALIN-SORT TO LEARN WHICH ELEMENTS IT PURGED, AND PRINT
029100*    THE COMPARISON.  WHAT THE REPLAY PURGED BECOMES THE NEXT
029200*    WAVE'S INPUT, THE WAY THE RECYCLE FILE CARRIES IT IN
029300*    SORTVECT.  A WAVE WITH NO RUNHIST ROW ENDS THE VECTOR - ON
029400*    WAVE 1 THAT MEANS SORTVECT NEVER SORTED IT (HELD OR
029500*    SKIPPED), AND THE REPORT SAYS SO.
029600*****************************************************************
029700 0300-ANALYSE-ONE-WAVE.
029800     MOVE WS-CURRENT-VECTOR-ID TO WS-LOOK-VECTOR-ID.
029900     MOVE WS-WAVE TO WS-LOOK-WAVE.
030000     PERFORM 7000-FIND-NIGHT-ENTRY THRU 7000-EXIT.
030100     IF WS-MATCH-SUB = ZERO
030200         MOVE 'Y' TO WS-WAVES-DONE-SWITCH
030300         IF WS-WAVE = 1
030400             MOVE "NOT ON THE NIGHT'S RUNHIST - NOT SORTED"
030500                 TO WS-ON-TEXT
030600             PERFORM 5900-WRITE-VECTOR-NOTE THRU 5900-EXIT
030700             ADD 1 TO WS-TOT-NOT-ANALYSED
030800         END-IF
030900         GO TO 0300-EXIT
031000     END-IF.
031100     MOVE WS-NE-SURVIVORS(WS-MATCH-SUB) TO WS-ACTUAL.
031200     PERFORM 4000-FIND-OPTIMUM THRU 4000-EXIT.
031300     PERFORM 4500-REPLAY-STALIN-SORT THRU 4500-EXIT.
031400     PERFORM 5000-WRITE-WAVE-SECTION THRU 5000-EXIT.
031500     IF WS-NEXT-COUNT = ZERO
031600         OR WS-WAVE = 999
031700         MOVE 'Y' TO WS-WAVES-DONE-SWITCH
031800         GO TO 0300-EXIT
031900     END-IF.
032000     PERFORM 4600-START-NEXT-WAVE THRU 4600-EXIT.
032100     ADD 1 TO WS-WAVE.
032200 0300-EXIT.
032300     EXIT.
032400*****************************************************************
032500*    1000-INITIALIZE OPENS THE FILES.  AN OPEN FAILURE ON
032600*    VECTORIN, RUNHIST OR OPTRPT SETS RETURN-CODE 16 - THERE IS
032700*    NOTHING TO COMPARE WITHOUT ALL THREE.  THE VECTOR REGISTRY
032800*    IS A DIAL, NOT A PREREQUISITE: IT IS READ ONLY TO SUPPLY
032900*    THE REGISTERED DEFAULT DELTA FOR A TOLERANCE VECTOR THAT
033000*    LEFT ITS OWN BLANK, THE SAME FALLBACK SORTVECT TAKES.
033100*****************************************************************
033200 1000-INITIALIZE.
033300     OPEN INPUT VECTOR-IN.
033400     IF WS-VECTOR-IN-STATUS NOT = "00"
033500         DISPLAY "OPTKEEP: UNABLE TO OPEN VECTORIN, STATUS = "
033600             WS-VECTOR-IN-STATUS
033700         MOVE 16 TO RETURN-CODE
033800     END-IF.
033900     OPEN INPUT RUN-HISTORY-IN.
034000     IF WS-RUN-HISTORY-STATUS NOT = "00"
034100         DISPLAY "OPTKEEP: UNABLE TO OPEN RUNHIST, STATUS = "
034200             WS-RUN-HISTORY-STATUS
034300         MOVE 16 TO RETURN-CODE
034400     END-IF.
034500     OPEN OUTPUT OPT-REPORT-OUT.
034600     IF WS-OPT-REPORT-STATUS NOT = "00"
034700         DISPLAY "OPTKEEP: UNABLE TO OPEN OPTRPT, STATUS = "
034800             WS-OPT-REPORT-STATUS
034900         MOVE 16 TO RETURN-CODE
035000     END-IF.
035100     IF RETURN-CODE NOT = ZERO
035200         MOVE 'Y' TO WS-EOF-SWITCH
035300         MOVE 'Y' TO WS-HIST-EOF-SWITCH
035400         GO TO 1000-EXIT
035500     END-IF.
035600     OPEN INPUT VECTOR-REGISTRY.
035700     IF WS-REGISTRY-STATUS = "00"
035800         MOVE 'Y' TO WS-REGISTRY-SWITCH
035900     END-IF.
036000 1000-EXIT.
036100     EXIT.
036200*****************************************************************
036300*    1500-READ-VECTOR-LENGTH
036400*    READS THE NEXT COUNT RECORD AND SETS THE VECTOR'S DECLARED
036500*    LENGTH, DIRECTION, DELTA AND ID.  THE *MANIFST TRAILER
036600*    ENDS THE FEED.  A COUNT RECORD SORTVECT COULD NOT HAVE
036700*    TRUSTED IS NOTED AND READ PAST TO THE NEXT RECORD CARRYING
036800*    A VECTOR ID, THE SAME WAY BAD-COUNT-POLICY=SKIP READS PAST
036900*    IT - THAT RECORD IS LEFT PENDING FOR THE NEXT TIME ROUND.
037000*    A TOLERANCE VECTOR'S DELTA IS TAKEN AS SORTVECT TAKES IT:
037100*    THE COUNT RECORD'S OWN, OR THE REGISTERED DEFAULT WHEN THE
037200*    BUREAU LEFT IT BLANK; NEITHER LEAVES THE DELTA UNUSABLE.
037300*****************************************************************
037400 1500-READ-VECTOR-LENGTH.
037500     IF WS-END-OF-INPUT
037600         GO TO 1500-EXIT
037700     END-IF.
037800     IF WS-RECORD-PENDING
037900         MOVE 'N' TO WS-PENDING-SWITCH
038000     ELSE
038100         READ VECTOR-IN
038200             AT END
038300                 MOVE 'Y' TO WS-EOF-SWITCH
038400                 GO TO 1500-EXIT
038500         END-READ
038600     END-IF.
038700     IF VI-IS-MANIFEST
038800         MOVE 'Y' TO WS-EOF-SWITCH
038900         GO TO 1500-EXIT
039000     END-IF.
039100     MOVE VI-VECTOR-ID TO WS-CURRENT-VECTOR-ID.
039200     IF VI-VALUE NOT NUMERIC
039300         OR VI-VALUE < 1
039400         OR VI-VALUE > WS-TABLE-CAPACITY
039500         MOVE "COUNT RECORD UNUSABLE - VECTOR NOT ANALYSED"
039600             TO WS-ON-TEXT
039700         PERFORM 5900-WRITE-VECTOR-NOTE THRU 5900-EXIT
039800         ADD 1 TO WS-TOT-NOT-ANALYSED
039900         PERFORM 1550-SKIP-TO-NEXT-VECTOR THRU 1550-EXIT
040000         GO TO 1500-READ-VECTOR-LENGTH
040100     END-IF.
040200     MOVE VI-VALUE TO WS-DECLARED-LENGTH.
040300     MOVE VI-SORT-DIRECTION TO WS-SORT-DIRECTION.
040400     MOVE ZERO TO WS-DELTA.
040500     MOVE 'Y' TO WS-DELTA-SWITCH.
040600     IF NOT WS-OPT-TOLERANCE
040700         GO TO 1500-EXIT
040800     END-IF.
040900     IF VI-TOLERANCE-DELTA NUMERIC
041000         MOVE VI-TOLERANCE-DELTA TO WS-DELTA
041100         GO TO 1500-EXIT
041200     END-IF.
041300     MOVE 'N' TO WS-DELTA-SWITCH.
041400     IF VI-TOLERANCE-DELTA = SPACES
041500         AND WS-REGISTRY-OPEN
041600         PERFORM 1580-READ-REGISTRY THRU 1580-EXIT
041700     END-IF.
041800 1500-EXIT.
041900     EXIT.
042000 1550-SKIP-TO-NEXT-VECTOR.
042100     READ VECTOR-IN
042200         AT END
042300             MOVE 'Y' TO WS-EOF-SWITCH
042400             GO TO 1550-EXIT
042500     END-READ.
042600     IF VI-VECTOR-ID = SPACES
042700         GO TO 1550-SKIP-TO-NEXT-VECTOR
042800     END-IF.
042900     MOVE 'Y' TO WS-PENDING-SWITCH.
043000 1550-EXIT.
043100     EXIT.
043200 1580-READ-REGISTRY.
043300     MOVE WS-CURRENT-VECTOR-ID TO VR-VECTOR-ID.
043400     READ VECTOR-REGISTRY
043500         INVALID KEY
043600             GO TO 1580-EXIT
043700     END-READ.
043800     IF WS-REGISTRY-STATUS = "00"
043900         MOVE VR-DEFAULT-DELTA TO WS-DELTA
044000         MOVE 'Y' TO WS-DELTA-SWITCH
044100     END-IF.
044200 1580-EXIT.
044300     EXIT.
044400*****************************************************************
044500*    1600-LOAD-VECTOR
044600*    LOADS THE VECTOR'S DECLARED RUN OF DETAIL RECORDS,
044700*    APPLYING THE SAME NUMERIC AND RANGE SCREENS THE PRODUCTION
044800*    SORT APPLIES - AN ELEMENT PRODUCTION ERRORED OUT WAS NEVER
044900*    IN THE RUNNING, SO IT MUST NOT COUNT TOWARD THE OPTIMUM
045000*    EITHER.  EACH LOADED ELEMENT KEEPS ITS RECORD ORDINAL.
045100*****************************************************************
045200 1600-LOAD-VECTOR.
045300     MOVE ZERO TO WS-LOAD-COUNT.
045400     MOVE ZERO TO WS-VECTOR-RECS-READ.
045500     PERFORM 1610-LOAD-ONE-VALUE THRU 1610-EXIT
045600         UNTIL WS-END-OF-INPUT
045700         OR WS-VECTOR-RECS-READ >= WS-DECLARED-LENGTH.
045800 1600-EXIT.
045900     EXIT.
046000 1610-LOAD-ONE-VALUE.
046100     READ VECTOR-IN
046200         AT END
046300             MOVE 'Y' TO WS-EOF-SWITCH
046400             GO TO 1610-EXIT
046500     END-READ.
046600     IF VI-IS-MANIFEST
046700         MOVE 'Y' TO WS-EOF-SWITCH
046800         GO TO 1610-EXIT
046900     END-IF.
047000     ADD 1 TO WS-VECTOR-RECS-READ.
047100     IF VI-VALUE NOT NUMERIC
047200         GO TO 1610-EXIT
047300     END-IF.
047400     IF VI-VALUE < WS-MIN-FIELD-VALUE
047500         OR VI-VALUE > WS-MAX-FIELD-VALUE
047600         GO TO 1610-EXIT
047700     END-IF.
047800     ADD 1 TO WS-LOAD-COUNT.
047900     MOVE VI-VALUE TO WS-EL-VALUE(WS-LOAD-COUNT).
048000     MOVE WS-VECTOR-RECS-READ TO WS-EL-ORDINAL(WS-LOAD-COUNT).
048100 1610-EXIT.
048200     EXIT.
048300*****************************************************************
048400*    2000-FIND-NIGHT-DATE - PASS 1 OVER RUNHIST
048500*    THE NIGHT UNDER ANALYSIS IS THE NEWEST RUN DATE ON ANY
048600*    CURRENT (NOT SUPERSEDED) ROW.
048700*****************************************************************
048800 2000-FIND-NIGHT-DATE.
048900     READ RUN-HISTORY-IN
049000         AT END
049100             MOVE 'Y' TO WS-HIST-EOF-SWITCH
049200             GO TO 2000-EXIT
049300     END-READ.
049400     IF RH-SUPERSEDED
049500         OR RH-RUN-DATE NOT NUMERIC
049600         GO TO 2000-EXIT
049700     END-IF.
049800     MOVE RH-RUN-DATE TO WS-ROW-DATE.
049900     IF WS-ROW-DATE > WS-NIGHT-DATE
050000         MOVE WS-ROW-DATE TO WS-NIGHT-DATE
050100     END-IF.
050200 2000-EXIT.
050300     EXIT.
050400 2500-REWIND-HISTORY.
050500     IF RETURN-CODE = 16
050600         GO TO 2500-EXIT
050700     END-IF.
050800     CLOSE RUN-HISTORY-IN.
050900     OPEN INPUT RUN-HISTORY-IN.
051000     IF WS-RUN-HISTORY-STATUS = "00"
051100         MOVE 'N' TO WS-HIST-EOF-SWITCH
051200     END-IF.
051300 2500-EXIT.
051400     EXIT.
051500*****************************************************************
051600*    3000-LOAD-ONE-NIGHT-ROW - PASS 2 OVER RUNHIST
051700*    EVERY CURRENT ROW CARRYING THE NIGHT'S DATE BECOMES ONE
051800*    NIGHT-TABLE ENTRY WITH ITS RH-SURVIVORS.  A SECOND ROW FOR
051900*    THE SAME VECTOR AND WAVE (A SAME-NIGHT RERUN) REPLACES THE
052000*    FIRST - APPEND ORDER IS RUN ORDER, SO THE LAST ROW WINS.
052100*****************************************************************
052200 3000-LOAD-ONE-NIGHT-ROW.
052300     READ RUN-HISTORY-IN
052400         AT END
052500             MOVE 'Y' TO WS-HIST-EOF-SWITCH
052600             GO TO 3000-EXIT
052700     END-READ.
052800     IF RH-SUPERSEDED
052900         OR RH-RUN-DATE NOT NUMERIC
053000         OR RH-SURVIVORS NOT NUMERIC
053100         OR RH-WAVE NOT NUMERIC
053200         GO TO 3000-EXIT
053300     END-IF.
053400     MOVE RH-RUN-DATE TO WS-ROW-DATE.
053500     IF WS-ROW-DATE NOT = WS-NIGHT-DATE
053600         GO TO 3000-EXIT
053700     END-IF.
053800     MOVE RH-VECTOR-ID TO WS-LOOK-VECTOR-ID.
053900     MOVE RH-WAVE TO WS-LOOK-WAVE.
054000     PERFORM 7000-FIND-NIGHT-ENTRY THRU 7000-EXIT.
054100     IF WS-MATCH-SUB > ZERO
054200         MOVE RH-SURVIVORS TO WS-NE-SURVIVORS(WS-MATCH-SUB)
054300         GO TO 3000-EXIT
054400     END-IF.
054500     IF WS-NIGHT-COUNT >= WS-NIGHT-TABLE-MAX
054600         MOVE 'Y' TO WS-NIGHT-TRUNC-SWITCH
054700         GO TO 3000-EXIT
054800     END-IF.
054900     ADD 1 TO WS-NIGHT-COUNT.
055000     MOVE RH-VECTOR-ID TO WS-NE-VECTOR-ID(WS-NIGHT-COUNT).
055100     MOVE RH-WAVE TO WS-NE-WAVE(WS-NIGHT-COUNT).
055200     MOVE RH-SURVIVORS TO WS-NE-SURVIVORS(WS-NIGHT-COUNT).
055300 3000-EXIT.
055400     EXIT.
055500*****************************************************************
055600*    3500-WRITE-REPORT-HEADER
055700*    TITLE NAMING THE NIGHT ANALYSED, COLUMN HEADINGS, AND A
055800*    NOTE FOR ANYTHING THAT LIMITS WHAT THE REPORT CAN SAY.
055900*****************************************************************
056000 3500-WRITE-REPORT-HEADER.
056100     IF WS-OPT-REPORT-STATUS NOT = "00"
056200         GO TO 3500-EXIT
056300     END-IF.
056400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
056500     MOVE WS-NIGHT-DATE TO WS-OT-RUN-DATE.
056600     MOVE WS-CURR-MM TO WS-OT-MM.
056700     MOVE WS-CURR-DD TO WS-OT-DD.
056800     MOVE WS-CURR-YYYY TO WS-OT-YYYY.
056900     WRITE OPT-REPORT-RECORD FROM WS-OPT-TITLE-LINE.
057000     MOVE SPACES TO WS-OPT-POSITION-LINE.
057100     MOVE SPACES TO WS-ON-VECTOR-ID.
057200     IF WS-NIGHT-COUNT = ZERO
057300         MOVE "NO RUN HISTORY FOR THE NIGHT - NOTHING TO COMPARE"
057400             TO WS-ON-TEXT
057500         WRITE OPT-REPORT-RECORD FROM WS-OPT-NOTE-LINE
057600     END-IF.
057700     IF WS-NIGHT-TRUNCATED
057800         MOVE "NIGHT TABLE FULL - SOME VECTORS SHOW AS NOT SORTED"
057900             TO WS-ON-TEXT
058000         WRITE OPT-REPORT-RECORD FROM WS-OPT-NOTE-LINE
058100     END-IF.
058200     WRITE OPT-REPORT-RECORD FROM WS-OPT-COLUMN-LINE.
058300 3500-EXIT.
058400     EXIT.
058500*****************************************************************
058600*    4000-FIND-OPTIMUM
058700*    THE LARGEST SET OF ELEMENTS THAT COULD HAVE SURVIVED, IN
058800*    FEED ORDER, UNDER THE RULE 4110/4120 APPLY IN SORTVECT - AN
058900*    ELEMENT SURVIVES WHEN IT IS NO MORE THAN THE DELTA BELOW
059000*    THE HIGH MARK, AND ONLY A GENUINE NEW HIGH MOVES THE MARK.
059100*    ASCENDING AND DESCENDING ARE THE DELTA-ZERO CASES.  ON THE
059200*    COMPARE VALUES (SEE THE TABLE BANNER) A KEPT SET IS A CHAIN
059300*    OF NEW HIGHS, EACH TRAILED BY EVERY LATER ELEMENT THAT SITS
059400*    IN ITS BAND (HIGH MINUS DELTA UP TO HIGH) BEFORE THE NEXT
059500*    HIGH - KEEPING THOSE TRAILERS NEVER COSTS ANYTHING, SINCE
059600*    THEY DO NOT MOVE THE MARK.  WS-EL-CHAIN(K) IS THE MOST
059700*    ELEMENTS ANY SUCH SET CAN HOLD UP TO AND INCLUDING K WITH K
059800*    AS ITS CURRENT HIGH, AND WS-EL-PRIOR(K) THE HIGH BEFORE IT.
059900*    EACH ELEMENT IN TURN IS TRIED AS A HIGH AND EXTENDED
060000*    FORWARD; THE BEST CHAIN PLUS ITS TRAILING BAND IS THE
060100*    OPTIMUM, AND 4300 WALKS IT BACK TO MARK THE KEPT ELEMENTS.
060200*****************************************************************
060300 4000-FIND-OPTIMUM.
060400     MOVE ZERO TO WS-BEST-TOTAL.
060500     MOVE ZERO TO WS-BEST-SUB.
060600     PERFORM 4010-CLEAR-ONE-ELEMENT THRU 4010-EXIT
060700         VARYING WS-J-SUB FROM 1 BY 1
060800         UNTIL WS-J-SUB > WS-LOAD-COUNT.
060900     PERFORM 4100-EXTEND-FROM-ONE-HIGH THRU 4100-EXIT
061000         VARYING WS-J-SUB FROM 1 BY 1
061100         UNTIL WS-J-SUB > WS-LOAD-COUNT.
061200     IF WS-BEST-SUB > ZERO
061300         PERFORM 4300-MARK-OPTIMUM THRU 4300-EXIT
061400     END-IF.
061500 4000-EXIT.
061600     EXIT.
061700 4010-CLEAR-ONE-ELEMENT.
061800     IF WS-OPT-DESCENDING
061900         COMPUTE WS-EL-COMPARE(WS-J-SUB) =
062000             ZERO - WS-EL-VALUE(WS-J-SUB)
062100     ELSE
062200         MOVE WS-EL-VALUE(WS-J-SUB) TO WS-EL-COMPARE(WS-J-SUB)
062300     END-IF.
062400     MOVE 1 TO WS-EL-CHAIN(WS-J-SUB).
062500     MOVE ZERO TO WS-EL-PRIOR(WS-J-SUB).
062600     MOVE 'N' TO WS-EL-OPTIMUM(WS-J-SUB).
062700 4010-EXIT.
062800     EXIT.
062900 4100-EXTEND-FROM-ONE-HIGH.
063000     MOVE ZERO TO WS-FOLLOWERS.
063100     COMPUTE WS-FLOOR = WS-EL-COMPARE(WS-J-SUB) - WS-DELTA.
063200     COMPUTE WS-FIRST-K = WS-J-SUB + 1.
063300     PERFORM 4110-TRY-ONE-SUCCESSOR THRU 4110-EXIT
063400         VARYING WS-K-SUB FROM WS-FIRST-K BY 1
063500         UNTIL WS-K-SUB > WS-LOAD-COUNT.
063600     COMPUTE WS-CHAIN-TOTAL =
063700         WS-EL-CHAIN(WS-J-SUB) + WS-FOLLOWERS.
063800     IF WS-CHAIN-TOTAL > WS-BEST-TOTAL
063900         MOVE WS-CHAIN-TOTAL TO WS-BEST-TOTAL
064000         MOVE WS-J-SUB TO WS-BEST-SUB
064100     END-IF.
064200 4100-EXIT.
064300     EXIT.
064400 4110-TRY-ONE-SUCCESSOR.
064500     IF WS-EL-COMPARE(WS-K-SUB) > WS-EL-COMPARE(WS-J-SUB)
064600         COMPUTE WS-CANDIDATE =
064700             WS-EL-CHAIN(WS-J-SUB) + WS-FOLLOWERS + 1
064800         IF WS-CANDIDATE > WS-EL-CHAIN(WS-K-SUB)
064900             MOVE WS-CANDIDATE TO WS-EL-CHAIN(WS-K-SUB)
065000             MOVE WS-J-SUB TO WS-EL-PRIOR(WS-K-SUB)
065100         END-IF
065200         GO TO 4110-EXIT
065300     END-IF.
065400     IF WS-EL-COMPARE(WS-K-SUB) >= WS-FLOOR
065500         ADD 1 TO WS-FOLLOWERS
065600     END-IF.
065700 4110-EXIT.
065800     EXIT.
065900*****************************************************************
066000*    4300-MARK-OPTIMUM
066100*    WALKS THE BEST CHAIN BACK FROM ITS LAST HIGH, MARKING EACH
066200*    HIGH AND THE BAND ELEMENTS THAT TRAIL IT UP TO THE NEXT
066300*    HIGH (OR, FOR THE LAST HIGH, TO THE END OF THE WAVE).
066400*****************************************************************
066500 4300-MARK-OPTIMUM.
066600     MOVE WS-BEST-SUB TO WS-J-SUB.
066700     MOVE WS-LOAD-COUNT TO WS-LINK-LIMIT.
066800     PERFORM 4310-MARK-ONE-LINK THRU 4310-EXIT
066900         UNTIL WS-J-SUB = ZERO.
067000 4300-EXIT.
067100     EXIT.
067200 4310-MARK-ONE-LINK.
067300     MOVE 'Y' TO WS-EL-OPTIMUM(WS-J-SUB).
067400     COMPUTE WS-FLOOR = WS-EL-COMPARE(WS-J-SUB) - WS-DELTA.
067500     COMPUTE WS-FIRST-K = WS-J-SUB + 1.
067600     PERFORM 4320-MARK-ONE-TRAILER THRU 4320-EXIT
067700         VARYING WS-K-SUB FROM WS-FIRST-K BY 1
067800         UNTIL WS-K-SUB > WS-LINK-LIMIT.
067900     COMPUTE WS-LINK-LIMIT = WS-J-SUB - 1.
068000     MOVE WS-EL-PRIOR(WS-J-SUB) TO WS-J-SUB.
068100 4310-EXIT.
068200     EXIT.
068300 4320-MARK-ONE-TRAILER.
068400     IF WS-EL-COMPARE(WS-K-SUB) NOT > WS-EL-COMPARE(WS-J-SUB)
068500         AND WS-EL-COMPARE(WS-K-SUB) >= WS-FLOOR
068600         MOVE 'Y' TO WS-EL-OPTIMUM(WS-K-SUB)
068700     END-IF.
068800 4320-EXIT.
068900     EXIT.
069000*****************************************************************
069100*    4500-REPLAY-STALIN-SORT
069200*    RUNS THE WAVE THROUGH THE PRODUCTION RULE ITSELF - THE
069300*    FIRST ELEMENT SEEDS THE HIGH MARK, AND EVERY LATER ONE
069400*    SURVIVES OR IS PURGED EXACTLY AS 4100/4110/4120 DECIDE IN
069500*    SORTVECT.  THE VERDICTS NAME THE NEEDLESS PURGES, THE
069600*    SURVIVOR COUNT IS CHECKED AGAINST RUNHIST, AND THE PURGED
069700*    VALUES QUEUE UP AS THE NEXT WAVE.
069800*****************************************************************
069900 4500-REPLAY-STALIN-SORT.
070000     MOVE ZERO TO WS-REPLAY-SURVIVORS.
070100     MOVE ZERO TO WS-NEXT-COUNT.
070200     IF WS-LOAD-COUNT = ZERO
070300         GO TO 4500-EXIT
070400     END-IF.
070500     MOVE WS-EL-COMPARE(1) TO WS-HIGH-MARK.
070600     MOVE 'S' TO WS-EL-REPLAY(1).
070700     ADD 1 TO WS-REPLAY-SURVIVORS.
070800     PERFORM 4510-JUDGE-ONE-ELEMENT THRU 4510-EXIT
070900         VARYING WS-K-SUB FROM 2 BY 1
071000         UNTIL WS-K-SUB > WS-LOAD-COUNT.
071100 4500-EXIT.
071200     EXIT.
071300 4510-JUDGE-ONE-ELEMENT.
071400     COMPUTE WS-FLOOR = WS-HIGH-MARK - WS-DELTA.
071500     IF WS-EL-COMPARE(WS-K-SUB) >= WS-FLOOR
071600         MOVE 'S' TO WS-EL-REPLAY(WS-K-SUB)
071700         ADD 1 TO WS-REPLAY-SURVIVORS
071800         IF WS-EL-COMPARE(WS-K-SUB) > WS-HIGH-MARK
071900             MOVE WS-EL-COMPARE(WS-K-SUB) TO WS-HIGH-MARK
072000         END-IF
072100     ELSE
072200         MOVE 'R' TO WS-EL-REPLAY(WS-K-SUB)
072300         ADD 1 TO WS-NEXT-COUNT
072400         MOVE WS-EL-VALUE(WS-K-SUB) TO WS-NW-VALUE(WS-NEXT-COUNT)
072500     END-IF.
072600 4510-EXIT.
072700     EXIT.
072800*****************************************************************
072900*    4600-START-NEXT-WAVE
073000*    THE REPLAY'S PURGES BECOME THE NEXT WAVE'S ELEMENTS.  ON A
073100*    RECYCLE FILE EVERY RECORD IS A GOOD VALUE, SO A RECYCLED
073200*    ELEMENT'S RECORD ORDINAL IS SIMPLY ITS PLACE IN THE WAVE.
073300*****************************************************************
073400 4600-START-NEXT-WAVE.
073500     MOVE WS-NEXT-COUNT TO WS-LOAD-COUNT.
073600     PERFORM 4610-MOVE-ONE-ELEMENT THRU 4610-EXIT
073700         VARYING WS-K-SUB FROM 1 BY 1
073800         UNTIL WS-K-SUB > WS-LOAD-COUNT.
073900 4600-EXIT.
074000     EXIT.
074100 4610-MOVE-ONE-ELEMENT.
074200     MOVE WS-NW-VALUE(WS-K-SUB) TO WS-EL-VALUE(WS-K-SUB).
074300     MOVE WS-K-SUB TO WS-EL-ORDINAL(WS-K-SUB).
074400 4610-EXIT.
074500     EXIT.
074600*****************************************************************
074700*    5000-WRITE-WAVE-SECTION
074800*    ONE DETAIL LINE PER VECTOR PER WAVE - ELEMENTS LOADED, THE
074900*    RUNHIST SURVIVOR COUNT, THE OPTIMUM, THE GAP AND THE
075000*    EFFICIENCY (ACTUAL OVER OPTIMUM) - THEN, WHERE THERE IS A
075100*    GAP, THE RECORD POSITIONS THE OPTIMUM KEEPS AND THE ONES
075200*    STALIN-SORT PURGED THAT IT NEED NOT HAVE.  A REPLAY THAT
075300*    DISAGREES WITH RUNHIST IS CALLED OUT UNDER THE LINE.
075400*****************************************************************
075500 5000-WRITE-WAVE-SECTION.
075600     IF WS-ACTUAL < WS-BEST-TOTAL
075700         COMPUTE WS-GAP = WS-BEST-TOTAL - WS-ACTUAL
075800     ELSE
075900         MOVE ZERO TO WS-GAP
076000     END-IF.
076100     IF WS-BEST-TOTAL = ZERO
076200         MOVE 100 TO WS-EFFICIENCY
076300     ELSE
076400         IF WS-ACTUAL NOT < WS-BEST-TOTAL
076500             MOVE 100 TO WS-EFFICIENCY
076600         ELSE
076700             COMPUTE WS-EFFICIENCY ROUNDED =
076800                 WS-ACTUAL * 100 / WS-BEST-TOTAL
076900         END-IF
077000     END-IF.
077100     ADD 1 TO WS-TOT-WAVES.
077200     ADD WS-ACTUAL TO WS-TOT-ACTUAL.
077300     ADD WS-BEST-TOTAL TO WS-TOT-OPTIMAL.
077400     ADD WS-GAP TO WS-TOT-GAP.
077500     IF WS-GAP > ZERO
077600         ADD 1 TO WS-TOT-HURT
077700     END-IF.
077800     IF WS-OPT-REPORT-STATUS NOT = "00"
077900         GO TO 5000-EXIT
078000     END-IF.
078100     MOVE WS-CURRENT-VECTOR-ID TO WS-OD-VECTOR-ID.
078200     MOVE WS-WAVE TO WS-OD-WAVE.
078300     MOVE WS-SORT-DIRECTION TO WS-OD-DIRECTION.
078400     MOVE WS-DELTA TO WS-OD-DELTA.
078500     MOVE WS-LOAD-COUNT TO WS-OD-LOADED.
078600     MOVE WS-ACTUAL TO WS-OD-ACTUAL.
078700     MOVE WS-BEST-TOTAL TO WS-OD-OPTIMAL.
078800     MOVE WS-GAP TO WS-OD-GAP.
078900     MOVE WS-EFFICIENCY TO WS-OD-EFFICIENCY.
079000     IF WS-GAP > ZERO
079100         MOVE "*NEEDLESS CUT*" TO WS-OD-FLAG
079200     ELSE
079300         MOVE SPACES TO WS-OD-FLAG
079400     END-IF.
079500     WRITE OPT-REPORT-RECORD FROM WS-OPT-DETAIL-LINE.
079600     IF WS-REPLAY-SURVIVORS NOT = WS-ACTUAL
079700         MOVE WS-REPLAY-SURVIVORS TO WS-OM-REPLAY
079800         MOVE WS-ACTUAL TO WS-OM-RUNHIST
079900         WRITE OPT-REPORT-RECORD FROM WS-OPT-MISMATCH-LINE
080000     END-IF.
080100     IF WS-GAP = ZERO
080200         GO TO 5000-EXIT
080300     END-IF.
080400     MOVE "  OPTIMUM KEEPS: " TO WS-OP-LABEL.
080500     MOVE 'K' TO WS-LINE-DISP.
080600     PERFORM 5100-WRITE-POSITION-LIST THRU 5100-EXIT.
080700     MOVE "  NEEDLESS PURGE:" TO WS-OP-LABEL.
080800     MOVE 'P' TO WS-LINE-DISP.
080900     PERFORM 5100-WRITE-POSITION-LIST THRU 5100-EXIT.
081000 5000-EXIT.
081100     EXIT.
081200*****************************************************************
081300*    5100-WRITE-POSITION-LIST
081400*    PRINTS THE RECORD ORDINALS OF EVERY ELEMENT SELECTED BY
081500*    WS-LINE-DISP - 'K' THE OPTIMUM KEEPS, 'P' THE OPTIMUM KEEPS
081600*    BUT THE REPLAY PURGED - TWELVE TO A LINE, LABEL ON THE
081700*    FIRST LINE ONLY.
081800*****************************************************************
081900 5100-WRITE-POSITION-LIST.
082000     MOVE ZERO TO WS-SLOT-SUB.
082100     PERFORM 5110-LIST-ONE-ELEMENT THRU 5110-EXIT
082200         VARYING WS-K-SUB FROM 1 BY 1
082300         UNTIL WS-K-SUB > WS-LOAD-COUNT.
082400     IF WS-SLOT-SUB > ZERO
082500         WRITE OPT-REPORT-RECORD FROM WS-OPT-POSITION-LINE
082600     END-IF.
082700 5100-EXIT.
082800     EXIT.
082900 5110-LIST-ONE-ELEMENT.
083000     IF NOT WS-EL-OPT-KEEPS(WS-K-SUB)
083100         GO TO 5110-EXIT
083200     END-IF.
083300     IF WS-LINE-DISP = 'P'
083400         AND NOT WS-EL-PURGED(WS-K-SUB)
083500         GO TO 5110-EXIT
083600     END-IF.
083700     IF WS-SLOT-SUB = ZERO
083800         MOVE SPACES TO WS-OP-SLOT(1) WS-OP-SLOT(2) WS-OP-SLOT(3)
083900             WS-OP-SLOT(4) WS-OP-SLOT(5) WS-OP-SLOT(6)
084000             WS-OP-SLOT(7) WS-OP-SLOT(8) WS-OP-SLOT(9)
084100             WS-OP-SLOT(10) WS-OP-SLOT(11) WS-OP-SLOT(12)
084200     END-IF.
084300     ADD 1 TO WS-SLOT-SUB.
084400     MOVE WS-EL-ORDINAL(WS-K-SUB) TO WS-OP-POSITION(WS-SLOT-SUB).
084500     IF WS-SLOT-SUB >= WS-POSITIONS-PER-LINE
084600         WRITE OPT-REPORT-RECORD FROM WS-OPT-POSITION-LINE
084700         MOVE SPACES TO WS-OP-LABEL
084800         MOVE ZERO TO WS-SLOT-SUB
084900     END-IF.
085000 5110-EXIT.
085100     EXIT.
085200*****************************************************************
085300*    5900-WRITE-VECTOR-NOTE
085400*    ONE NOTE LINE AGAINST THE CURRENT VECTOR ID, TEXT ALREADY
085500*    IN WS-ON-TEXT.
085600*****************************************************************
085700 5900-WRITE-VECTOR-NOTE.
085800     IF WS-OPT-REPORT-STATUS NOT = "00"
085900         GO TO 5900-EXIT
086000     END-IF.
086100     MOVE WS-CURRENT-VECTOR-ID TO WS-ON-VECTOR-ID.
086200     WRITE OPT-REPORT-RECORD FROM WS-OPT-NOTE-LINE.
086300 5900-EXIT.
086400     EXIT.
086500*****************************************************************
086600*    7000-FIND-NIGHT-ENTRY
086700*    LOOKS WS-LOOK-VECTOR-ID/WS-LOOK-WAVE UP IN THE NIGHT
086800*    TABLE; WS-MATCH-SUB IS ITS ENTRY, OR ZERO.
086900*****************************************************************
087000 7000-FIND-NIGHT-ENTRY.
087100     MOVE ZERO TO WS-MATCH-SUB.
087200     PERFORM 7010-CHECK-ONE-ENTRY THRU 7010-EXIT
087300         VARYING WS-NIGHT-SUB FROM 1 BY 1
087400         UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
087500         OR WS-MATCH-SUB > ZERO.
087600 7000-EXIT.
087700     EXIT.
087800 7010-CHECK-ONE-ENTRY.
087900     IF WS-NE-VECTOR-ID(WS-NIGHT-SUB) = WS-LOOK-VECTOR-ID
088000         AND WS-NE-WAVE(WS-NIGHT-SUB) = WS-LOOK-WAVE
088100         MOVE WS-NIGHT-SUB TO WS-MATCH-SUB
088200     END-IF.
088300 7010-EXIT.
088400     EXIT.
088500*****************************************************************
088600*    8000-WRITE-JOB-TOTALS
088700*    THE JOB LINE - WAVES ANALYSED AND THE ACTUAL, OPTIMAL AND
088800*    GAP TOTALS ACROSS THEM - THEN THE JOB EFFICIENCY (TOTAL
088900*    ACTUAL OVER TOTAL OPTIMUM) AND HOW MANY WAVES LOST
089000*    ANYTHING NEEDLESSLY, PLUS A COUNT OF VECTORS THE REPORT
089100*    COULD NOT SPEAK FOR.
089200*****************************************************************
089300 8000-WRITE-JOB-TOTALS.
089400     IF WS-OPT-REPORT-STATUS NOT = "00"
089500         GO TO 8000-EXIT
089600     END-IF.
089700     MOVE WS-TOT-WAVES TO WS-OJ-WAVES.
089800     MOVE WS-TOT-ACTUAL TO WS-OJ-ACTUAL.
089900     MOVE WS-TOT-OPTIMAL TO WS-OJ-OPTIMAL.
090000     MOVE WS-TOT-GAP TO WS-OJ-GAP.
090100     WRITE OPT-REPORT-RECORD FROM WS-OPT-TOTAL-LINE.
090200     IF WS-TOT-OPTIMAL = ZERO
090300         MOVE 100 TO WS-EFFICIENCY
090400     ELSE
090500         IF WS-TOT-ACTUAL NOT < WS-TOT-OPTIMAL
090600             MOVE 100 TO WS-EFFICIENCY
090700         ELSE
090800             COMPUTE WS-EFFICIENCY ROUNDED =
090900                 WS-TOT-ACTUAL * 100 / WS-TOT-OPTIMAL
091000         END-IF
091100     END-IF.
091200     MOVE WS-EFFICIENCY TO WS-OE-EFFICIENCY.
091300     MOVE WS-TOT-HURT TO WS-OE-HURT.
091400     WRITE OPT-REPORT-RECORD FROM WS-OPT-EFFICIENCY-LINE.
091500     IF WS-TOT-NOT-ANALYSED > ZERO
091600         MOVE "*NOTE   " TO WS-ON-VECTOR-ID
091700         MOVE SPACES TO WS-ON-TEXT
091800         MOVE WS-TOT-NOT-ANALYSED TO WS-OJ-WAVES
091900         STRING WS-OJ-WAVES DELIMITED BY SIZE
092000             " VECTOR(S) NOT ANALYSED - SEE NOTES ABOVE"
092100                 DELIMITED BY SIZE
092200             INTO WS-ON-TEXT
092300         WRITE OPT-REPORT-RECORD FROM WS-OPT-NOTE-LINE
092400     END-IF.
092500 8000-EXIT.
092600     EXIT.
092700*****************************************************************
092800*    9000-TERMINATE REPORTS THE TALLY AND CLOSES OUT.
092900*****************************************************************
093000 9000-TERMINATE.
093100     DISPLAY "OPTKEEP: " WS-TOT-WAVES " WAVE(S) ANALYSED, "
093200         WS-TOT-HURT " PURGED NEEDLESSLY".
093300     CLOSE VECTOR-IN.
093400     CLOSE RUN-HISTORY-IN.
093500     CLOSE OPT-REPORT-OUT.
093600     IF WS-REGISTRY-OPEN
093700         CLOSE VECTOR-REGISTRY
093800     END-IF.
093900 9000-EXIT.
094000     EXIT.
