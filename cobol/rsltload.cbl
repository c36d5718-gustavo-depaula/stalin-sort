001895*                    READ LOOP NOW RUNS ONE RECORD AHEAD (SAME
001896*                    SHAPE AS SVECRECV) SO THE FIRST RECORD CAN
001897*                    PICK THE OPEN MODE.
001902*    10/15/2026  GG  REFERENCE KEYS - EVERY RESULT LOADED WITH A
001907*                    SENDER REFERENCE KEY (RS-REF-KEY) ALSO GETS
001912*                    A RECORD ON THE RSLTXREF CROSS-REFERENCE
001917*                    (SEE RSLTXREC) SO STALINQ CAN LOOK IT UP BY
001922*                    THAT KEY.  RSLTXREF IS RESET AND OPENED
001927*                    RIGHT ALONGSIDE THE MASTER, AND A CORRECTION
001932*                    PURGE DELETES A SWEPT RECORD'S CROSS-
001937*                    REFERENCE WITH IT.
001942*    10/15/2026  GG  PERFORMANCE LOG - EACH VECTOR AND WAVE'S
001947*                    RUN OF RESULTS, WITH ITS START AND END TIME
001952*                    AND RECORD COUNT, AND THE WHOLE STEP, ARE
001957*                    NOW APPENDED TO THE CUMULATIVE PERFLOG
001962*                    DATASET (SEE PERFREC) FOR PERFRPT'S BATCH-
001967*                    WINDOW FORECAST.  NO PERFLOG - NO TIMINGS,
001972*                    AND THE LOAD IS OTHERWISE UNCHANGED.
001977*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. IBM-ANYMAINFRAME.
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS RM-KEY
003300         FILE STATUS IS WS-RESULTS-MASTER-STATUS.
003310     SELECT RESULTS-XREF ASSIGN TO "RSLTXREF"
003320         ORGANIZATION IS INDEXED
003330         ACCESS MODE IS DYNAMIC
003340         RECORD KEY IS XR-KEY
003350         FILE STATUS IS WS-RESULTS-XREF-STATUS.
003360     SELECT PERF-LOG-OUT ASSIGN TO "PERFLOG"
003370         ORGANIZATION IS SEQUENTIAL
003380         FILE STATUS IS WS-PERF-LOG-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  RESULTS-IN.
003700     COPY RSLTREC.
003800 FD  RESULTS-MASTER.
003900     COPY RSLTMREC.
003910 FD  RESULTS-XREF.
003920     COPY RSLTXREC.
003930 FD  PERF-LOG-OUT.
003940     COPY PERFREC.
004000 WORKING-STORAGE SECTION.
004100*****************************************************************
004200*    FILE STATUS AND SWITCHES
004300*****************************************************************
004400 01  WS-RESULTS-IN-STATUS      PIC X(02).
004500 01  WS-RESULTS-MASTER-STATUS  PIC X(02).
004510 01  WS-RESULTS-XREF-STATUS    PIC X(02).
004520 01  WS-PERF-LOG-STATUS        PIC X(02).
004600 01  WS-SWITCHES.
004700     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
004800         88  WS-END-OF-INPUT       VALUE 'Y'.
004840         88  WS-PURGE-EOF          VALUE 'Y'.
004850     05  WS-PURGED-SWITCH      PIC X(01) VALUE 'N'.
004860         88  WS-ALREADY-PURGED     VALUE 'Y'.
004870     05  WS-PERF-LOG-SWITCH    PIC X(01) VALUE 'N'.
004880         88  WS-PERF-LOG-OPEN      VALUE 'Y'.
004900*****************************************************************
005000*    WORKING COUNTERS
005100*    THE PURGED TABLE REMEMBERS WHICH CORRECTION VECTORS HAVE
005260 01  WS-PURGE-SUB              PIC 9(4) COMP.
005270 01  WS-PURGE-VECTOR-ID        PIC X(08).
005280 01  WS-RECORDS-PURGED         PIC 9(8) COMP VALUE ZERO.
005290 01  WS-RECORDS-READ           PIC 9(8) COMP VALUE ZERO.
005300 01  WS-RECORDS-LOADED         PIC 9(8) COMP VALUE ZERO.
005400 01  WS-RECORDS-REPLACED       PIC 9(8) COMP VALUE ZERO.
005500 01  WS-RECORDS-DROPPED        PIC 9(8) COMP VALUE ZERO.
005501 01  WS-XREF-WRITTEN           PIC 9(8) COMP VALUE ZERO.
005502 01  WS-XREF-DELETED           PIC 9(8) COMP VALUE ZERO.
005510 01  WS-PURGED-TABLE.
005520     05  WS-PURGED-VECTOR-ID   PIC X(08)
005530         OCCURS 200 TIMES.
005531*****************************************************************
005532*    PERFORMANCE LOG - START STAMPS FOR THE STEP AND FOR THE RUN
005533*    OF RESULTS IN HAND, EACH AS DATE YYYYMMDD PLUS TIME
005534*    HHMMSSCC.  A RUN IS ONE VECTOR AND WAVE - RS-KEY LESS ITS
005535*    POSITION - AND ENDS WHEN THE NEXT RECORD'S DIFFERS.
005536*****************************************************************
005537 01  WS-PERF-NOW.
005538     05  WS-PERF-NOW-DATE      PIC 9(08).
005539     05  WS-PERF-NOW-TIME      PIC 9(08).
005540 01  WS-PERF-STEP-START.
005541     05  WS-PERF-STEP-DATE     PIC 9(08).
005542     05  WS-PERF-STEP-TIME     PIC 9(08).
005543 01  WS-PERF-GROUP-START.
005544     05  WS-PERF-GRP-DATE      PIC 9(08).
005545     05  WS-PERF-GRP-TIME      PIC 9(08).
005546 01  WS-PERF-GROUP-KEY         PIC X(11) VALUE SPACES.
005547 01  WS-PERF-GROUP-RECS        PIC 9(8) COMP VALUE ZERO.
005548 01  WS-PERF-STEP-GROUPS       PIC 9(4) COMP VALUE ZERO.
005600 PROCEDURE DIVISION.
005700*****************************************************************
005800*    0000-MAINLINE
007010*    PRIMING READ - SEE 1200-OPEN-MASTER.  AN OPEN FAILURE SETS
007100*    RETURN-CODE 16 SO THE INQUIRY SIDE IS NEVER LEFT POINTING
007200*    AT A HALF-BUILT MASTER.
007210*    THE PERFLOG TIMINGS ARE A MEASURING TAPE, NOT PART OF THE
007220*    LOAD: A PERFLOG THAT CANNOT BE OPENED IS SAID ON THE JOB
007230*    LOG AND THE STEP RUNS ON UNTIMED, RC UNCHANGED.
007300*****************************************************************
007400 1000-INITIALIZE.
007410     PERFORM 8100-STAMP-NOW THRU 8100-EXIT.
007420     MOVE WS-PERF-NOW TO WS-PERF-STEP-START.
007430     MOVE WS-PERF-NOW TO WS-PERF-GROUP-START.
007500     OPEN INPUT RESULTS-IN.
007600     IF WS-RESULTS-IN-STATUS NOT = "00"
007700         DISPLAY "RSLTLOAD: UNABLE TO OPEN RSLTIN, STATUS = "
007900         MOVE 'Y' TO WS-EOF-SWITCH
008000         MOVE 16 TO RETURN-CODE
008100     END-IF.
008101     OPEN EXTEND PERF-LOG-OUT.
008102     IF WS-PERF-LOG-STATUS = "00"
008103         MOVE 'Y' TO WS-PERF-LOG-SWITCH
008104     ELSE
008105         DISPLAY "RSLTLOAD: PERFLOG NOT AVAILABLE, STATUS = "
008106             WS-PERF-LOG-STATUS " - TIMINGS NOT LOGGED"
008107     END-IF.
008110 1000-EXIT.
008120     EXIT.
008130*****************************************************************
008190*    OUTPUT AND CLOSED AT ONCE TO RESET THE REUSABLE CLUSTER,
008200*    THEN REOPENED I-O FOR THE LOAD ITSELF - REWRITE IS ILLEGAL
008210*    IN OUTPUT MODE (FILE STATUS 49), AND THE REPLAY-ABSORBING
008220*    REPLACE IN 2100 NEEDS IT.  RSLTXREF FOLLOWS THE MASTER
008221*    THROUGH THE SAME RESET-OR-NOT DECISION - SEE 1250.
008230*****************************************************************
008240 1200-OPEN-MASTER.
008250     IF NOT WS-END-OF-INPUT
008850             WS-RESULTS-MASTER-STATUS
008860         MOVE 'Y' TO WS-EOF-SWITCH
008870         MOVE 16 TO RETURN-CODE
008875         GO TO 1200-EXIT
008880     END-IF.
008885     PERFORM 1250-OPEN-XREF THRU 1250-EXIT.
008890 1200-EXIT.
008900     EXIT.
008901*****************************************************************
008902*    1250-OPEN-XREF
008903*    THE CROSS-REFERENCE ONLY EVER DESCRIBES WHAT IS ON THE
008904*    MASTER, SO IT IS RESET WHENEVER THE MASTER IS AND OPENED
008905*    AS IT STANDS ON A CORRECTION STREAM.  A FAILURE HERE IS AS
008906*    FATAL AS ONE ON THE MASTER - RETURN-CODE 16.
008907*****************************************************************
008908 1250-OPEN-XREF.
008909     IF WS-CORRECTION-RUN
008910         GO TO 1250-REOPEN
008911     END-IF.
008912     OPEN OUTPUT RESULTS-XREF.
008913     IF WS-RESULTS-XREF-STATUS NOT = "00"
008914         DISPLAY "RSLTLOAD: UNABLE TO OPEN RSLTXREF, STATUS = "
008915             WS-RESULTS-XREF-STATUS
008916         MOVE 'Y' TO WS-EOF-SWITCH
008917         MOVE 16 TO RETURN-CODE
008918         GO TO 1250-EXIT
008919     END-IF.
008920     CLOSE RESULTS-XREF.
008921 1250-REOPEN.
008922     OPEN I-O RESULTS-XREF.
008923     IF WS-RESULTS-XREF-STATUS NOT = "00"
008924         DISPLAY "RSLTLOAD: UNABLE TO REOPEN RSLTXREF, STATUS ="
008925             WS-RESULTS-XREF-STATUS
008926         MOVE 'Y' TO WS-EOF-SWITCH
008927         MOVE 16 TO RETURN-CODE
008928     END-IF.
008929 1250-EXIT.
008930     EXIT.
008931*****************************************************************
008932*    1500-READ-RESULTS
008933*    READS THE NEXT RESULTS RECORD.  THE LOAD RUNS ONE RECORD
008940*    AHEAD SO THE FIRST RECORD CAN PICK THE MASTER'S OPEN MODE.
008950*****************************************************************
008960 1500-READ-RESULTS.
009600*    EVER FIND IT.  A DUPLICATE KEY IS REWRITTEN IN PLACE - SEE
009700*    THE HISTORY NOTE.  ON A CORRECTION STREAM, A VECTOR'S
009710*    FIRST RECORD TRIGGERS THE SWEEP OF ITS PRIOR RECORDS.
009720*    A RECORD CARRYING A REFERENCE KEY IS THEN CROSS-REFERENCED.
009730*    A RECORD THAT STARTS A NEW VECTOR AND WAVE FIRST CLOSES THE
009740*    PRIOR ONE'S PERFLOG ROW.
009800*****************************************************************
009900 2000-LOAD-ONE-RECORD.
010000     IF RS-KEY(1:11) NOT = WS-PERF-GROUP-KEY
010100         PERFORM 8200-LOG-GROUP THRU 8200-EXIT
010200         MOVE RS-KEY(1:11) TO WS-PERF-GROUP-KEY
010300     END-IF.
010400     ADD 1 TO WS-PERF-GROUP-RECS.
010600     IF RS-WAVE NOT NUMERIC
010700         OR RS-POSITION NOT NUMERIC
010800         ADD 1 TO WS-RECORDS-DROPPED
011500         NOT INVALID KEY
011600             ADD 1 TO WS-RECORDS-LOADED
011700     END-WRITE.
011710     IF RS-REF-KEY NOT = SPACES
011720         PERFORM 2200-WRITE-XREF THRU 2200-EXIT
011730     END-IF.
011750     PERFORM 1500-READ-RESULTS THRU 1500-EXIT.
011800 2000-EXIT.
011900     EXIT.
012700     END-REWRITE.
012800 2100-EXIT.
012900     EXIT.
012901*****************************************************************
012902*    2200-WRITE-XREF
012903*    ADDS THE RESULT'S CROSS-REFERENCE RECORD.  A DUPLICATE IS
012904*    A REPLAYED DECISION WHOSE CROSS-REFERENCE IS ALREADY THERE
012905*    AND IS LEFT ALONE.  SHOULD A REPLAY EVER CARRY A DIFFERENT
012906*    KEY, THE ORPHAN LEFT UNDER THE OLD ONE IS HARMLESS - STALINQ
012907*    CHECKS RM-REF-KEY ON EVERY HIT BEFORE SHOWING IT.
012908*****************************************************************
012909 2200-WRITE-XREF.
012910     MOVE SPACES TO XR-RECORD.
012911     MOVE RS-REF-KEY TO XR-REF-KEY.
012912     MOVE RS-VECTOR-ID TO XR-VECTOR-ID.
012913     MOVE RS-WAVE TO XR-WAVE.
012914     MOVE RS-POSITION TO XR-POSITION.
012915     MOVE RS-DISPOSITION TO XR-DISPOSITION.
012916     WRITE XR-RECORD
012917         INVALID KEY
012918             CONTINUE
012919         NOT INVALID KEY
012920             ADD 1 TO WS-XREF-WRITTEN
012921     END-WRITE.
012922 2200-EXIT.
012923     EXIT.
012924*****************************************************************
012925*    3500-PURGE-VECTOR-RECORDS
012930*    ON THE FIRST ENCOUNTER OF A CORRECTION VECTOR, DELETES ITS
012940*    EXISTING MASTER RECORDS - ALL WAVES, ALL POSITIONS - SO A
012950*    SHORTER CORRECTED VECTOR LEAVES NO STALE TAIL BEHIND.  THE
012973*    RECORD, LEAVING ONLY ITS LAST RECORD ON THE MASTER.  THE
012974*    BROWSE TRASHES RM-RECORD, SO THE TARGET VECTOR ID IS
012975*    SAVED FIRST AND THE CALLER REBUILDS RM-RECORD FROM
012976*    RS-RECORD AFTERWARD.  A SWEPT RECORD THAT CARRIES A
012977*    REFERENCE KEY TAKES ITS CROSS-REFERENCE RECORD WITH IT.
013000*****************************************************************
013001 3500-PURGE-VECTOR-RECORDS.
013002     MOVE 'N' TO WS-PURGED-SWITCH.
013017     ADD 1 TO WS-PURGED-COUNT.
013018     MOVE RS-VECTOR-ID
013019         TO WS-PURGED-VECTOR-ID(WS-PURGED-COUNT).
013020     MOVE RS-VECTOR-ID TO WS-PURGE-VECTOR-ID.
013021     MOVE SPACES TO RM-RECORD.
013022     MOVE WS-PURGE-VECTOR-ID TO RM-VECTOR-ID.
013023     MOVE ZERO TO RM-WAVE.
013024     MOVE ZERO TO RM-POSITION.
013025     MOVE 'N' TO WS-PURGE-EOF-SWITCH.
013026     START RESULTS-MASTER KEY NOT < RM-KEY
013027         INVALID KEY
013028             MOVE 'Y' TO WS-PURGE-EOF-SWITCH
013029     END-START.
013030     PERFORM 3520-DELETE-ONE-RECORD THRU 3520-EXIT
013031         UNTIL WS-PURGE-EOF.
013032 3500-EXIT.
013033     EXIT.
013034 3510-CHECK-ONE-PURGED.
013035     IF WS-PURGED-VECTOR-ID(WS-PURGE-SUB) = RS-VECTOR-ID
013036         MOVE 'Y' TO WS-PURGED-SWITCH
013037     END-IF.
013038 3510-EXIT.
013039     EXIT.
013040 3520-DELETE-ONE-RECORD.
013041     READ RESULTS-MASTER NEXT RECORD
013042         AT END
013043             MOVE 'Y' TO WS-PURGE-EOF-SWITCH
013044             GO TO 3520-EXIT
013045     END-READ.
013046     IF RM-VECTOR-ID NOT = WS-PURGE-VECTOR-ID
013047         MOVE 'Y' TO WS-PURGE-EOF-SWITCH
013048         GO TO 3520-EXIT
013049     END-IF.
013050     IF RM-REF-KEY NOT = SPACES
013051         MOVE RM-REF-KEY TO XR-REF-KEY
013052         MOVE RM-KEY TO XR-RESULT-KEY
013053         DELETE RESULTS-XREF RECORD
013054             INVALID KEY
013055                 CONTINUE
013056             NOT INVALID KEY
013057                 ADD 1 TO WS-XREF-DELETED
013058         END-DELETE
013059     END-IF.
013060     DELETE RESULTS-MASTER
013061         INVALID KEY
013062             MOVE 'Y' TO WS-PURGE-EOF-SWITCH
013063     END-DELETE.
013064     ADD 1 TO WS-RECORDS-PURGED.
013065 3520-EXIT.
013066     EXIT.
013067*****************************************************************
013068*    8100-8300 - PERFLOG TIMINGS
013069*    8100 TAKES THE CLOCK.  8200 CLOSES THE RUN OF RESULTS IN
013070*    HAND WITH ONE 'V' ROW - ITS END IS THE NEXT RUN'S START -
013071*    AND DOES NOTHING BEFORE THE FIRST RECORD.  8300 WRITES THE
013072*    STEP'S 'S' ROW AT END OF JOB, ITS FEED-RECORDS FIELD
013073*    CARRYING THE RSLTIN RECORDS READ.  A CORRECTION STREAM IS
013074*    NOT THE NIGHTLY REBUILD, AND A LOAD THAT STOPPED HARD DID
013075*    NOT FINISH IT, SO THOSE CARRY ZERO FEED RECORDS AND PERFRPT
013076*    LEAVES THEM OUT OF THE FORECAST - THE SAME CONVENTION
013077*    SORTVECT USES FOR A RESTART.
013078*****************************************************************
013079 8100-STAMP-NOW.
013080     ACCEPT WS-PERF-NOW-DATE FROM DATE YYYYMMDD.
013081     ACCEPT WS-PERF-NOW-TIME FROM TIME.
013082 8100-EXIT.
013083     EXIT.
013084 8200-LOG-GROUP.
013085     IF WS-PERF-GROUP-RECS = ZERO
013086         GO TO 8200-EXIT
013087     END-IF.
013088     ADD 1 TO WS-PERF-STEP-GROUPS.
013089     PERFORM 8100-STAMP-NOW THRU 8100-EXIT.
013090     IF NOT WS-PERF-LOG-OPEN
013091         GO TO 8200-NEXT-GROUP
013092     END-IF.
013093     MOVE SPACES TO PF-RECORD.
013094     MOVE 'V' TO PF-RECORD-TYPE.
013095     MOVE "RSLTLOAD" TO PF-PROGRAM.
013096     MOVE ZERO TO PF-STREAM.
013097     MOVE WS-PERF-GROUP-KEY(1:8) TO PF-VECTOR-ID.
013098     IF WS-PERF-GROUP-KEY(9:3) NUMERIC
013099         MOVE WS-PERF-GROUP-KEY(9:3) TO PF-WAVE
013100     ELSE
013101         MOVE ZERO TO PF-WAVE
013102     END-IF.
013103     MOVE WS-PERF-GRP-DATE TO PF-START-DATE.
013104     MOVE WS-PERF-GRP-TIME TO PF-START-TIME.
013105     MOVE WS-PERF-NOW-DATE TO PF-END-DATE.
013106     MOVE WS-PERF-NOW-TIME TO PF-END-TIME.
013107     MOVE WS-PERF-GROUP-RECS TO PF-ELEMENTS.
013108     MOVE 1 TO PF-VECTORS.
013109     MOVE ZERO TO PF-FEED-RECORDS.
013110     WRITE PF-RECORD.
013111 8200-NEXT-GROUP.
013112     MOVE WS-PERF-NOW TO WS-PERF-GROUP-START.
013113     MOVE ZERO TO WS-PERF-GROUP-RECS.
013114 8200-EXIT.
013115     EXIT.
013116 8300-LOG-STEP.
013117     IF NOT WS-PERF-LOG-OPEN
013118         GO TO 8300-EXIT
013119     END-IF.
013120     PERFORM 8100-STAMP-NOW THRU 8100-EXIT.
013121     MOVE SPACES TO PF-RECORD.
013122     MOVE 'S' TO PF-RECORD-TYPE.
013123     MOVE "RSLTLOAD" TO PF-PROGRAM.
013124     MOVE ZERO TO PF-STREAM.
013125     MOVE ZERO TO PF-WAVE.
013126     MOVE WS-PERF-STEP-DATE TO PF-START-DATE.
013127     MOVE WS-PERF-STEP-TIME TO PF-START-TIME.
013128     MOVE WS-PERF-NOW-DATE TO PF-END-DATE.
013129     MOVE WS-PERF-NOW-TIME TO PF-END-TIME.
013130     MOVE WS-RECORDS-READ TO PF-ELEMENTS.
013131     MOVE WS-PERF-STEP-GROUPS TO PF-VECTORS.
013132     IF WS-CORRECTION-RUN
013133         OR RETURN-CODE = 16
013134         MOVE ZERO TO PF-FEED-RECORDS
013135     ELSE
013136         MOVE WS-RECORDS-READ TO PF-FEED-RECORDS
013137     END-IF.
013138     WRITE PF-RECORD.
013139 8300-EXIT.
013140     EXIT.
013141*****************************************************************
013142*    9000-TERMINATE REPORTS THE TALLIES TO THE JOB LOG AND CLOSES
013200*    OUT.  A LOAD THAT DROPPED ANYTHING ENDS WITH RETURN-CODE 4 -
013300*    THE INQUIRY SIDE STILL WORKS, BUT SOMEBODY SHOULD LOOK.
013400*****************************************************************
013920         DISPLAY "RSLTLOAD: CORRECTION PURGED " WS-RECORDS-PURGED
013930             " PRIOR RECORDS FOR " WS-PURGED-COUNT " VECTORS"
013940     END-IF.
013950     DISPLAY "RSLTLOAD: CROSS-REFERENCE ADDED " WS-XREF-WRITTEN
013960         " DELETED " WS-XREF-DELETED.
014000     IF WS-RECORDS-DROPPED > ZERO
014100         AND RETURN-CODE = ZERO
014200         MOVE 4 TO RETURN-CODE
014300     END-IF.
014310     PERFORM 8200-LOG-GROUP THRU 8200-EXIT.
014320     PERFORM 8300-LOG-STEP THRU 8300-EXIT.
014400     CLOSE RESULTS-IN.
014500     CLOSE RESULTS-MASTER.
014510     CLOSE RESULTS-XREF.
014520     IF WS-PERF-LOG-OPEN
014530         CLOSE PERF-LOG-OUT
014540     END-IF.
014600 9000-EXIT.
014700     EXIT.
