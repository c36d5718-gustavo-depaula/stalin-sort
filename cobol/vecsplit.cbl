002791*                    MANIFESTS CARRY NO SERIAL - THE FOUR
002792*                    PARALLEL SORT STEPS MUST NOT EACH TRY TO
002793*                    REGISTER A QUARTER OF ONE FEED.
002798*    10/15/2026  GG  MULTI-BUREAU INTAKE - SERIALS ARE NOW EACH
002803*                    SENDER'S OWN SEQUENCE, SO ONLY FEEDCTL ROWS
002808*                    FOR THE MANIFEST'S SENDER (VM-SENDER-ID)
002813*                    ARE WEIGHED, AND THE ROW WRITTEN CARRIES IT.
002818*                    ON THE CONSOLIDATED (*ALL) FEED FEEDINTK
002823*                    BUILDS, THE SERIAL OF EACH BUREAU INTAKE
002828*                    ACCEPTED IS REGISTERED FROM INTKCTL TOO.
002833*    10/15/2026  GG  PROCESSING CALENDAR - THE FEEDCTL ROWS A
002838*                    CLEAN SPLIT WRITES ARE DATED WITH THE RUN
002843*                    DATE OFF THE CALMSTR CALENDAR (SEE CALREC),
002848*                    AS SORTVECT DATES ITS OWN: A MAKE-UP RUN ON
002853*                    A DAY CARRYING A RUN-AS DATE REGISTERS ITS
002858*                    FEED AS OF THAT EARLIER BUSINESS DAY.  NO
002863*                    CALMSTR, OR NO ENTRY FOR TODAY, DATES THE
002868*                    ROWS BY THE CLOCK AS BEFORE.
002873*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-ANYMAINFRAME.
004940     SELECT FEED-CONTROL-OUT ASSIGN TO "FEEDCTL"
004950         ORGANIZATION IS SEQUENTIAL
004960         FILE STATUS IS WS-FEED-CONTROL-OUT-STATUS.
004970     SELECT INTAKE-CONTROL-IN ASSIGN TO "INTKCTL"
004980         ORGANIZATION IS SEQUENTIAL
004990         FILE STATUS IS WS-INTAKE-CONTROL-STATUS.
004991     SELECT CALENDAR-MASTER ASSIGN TO "CALMSTR"
004992         ORGANIZATION IS INDEXED
004993         ACCESS MODE IS RANDOM
004994         RECORD KEY IS CL-DATE
004995         FILE STATUS IS WS-CALENDAR-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  VECTOR-IN.
006120     COPY FEEDCREC.
006130 FD  FEED-CONTROL-OUT.
006140 01  FEED-CONTROL-OUT-RECORD   PIC X(80).
006150 FD  INTAKE-CONTROL-IN.
006160     COPY INTKREC.
006170 FD  CALENDAR-MASTER.
006180     COPY CALREC.
006200 WORKING-STORAGE SECTION.
006300*****************************************************************
006400*    FILE STATUS AND SWITCHES
007000 01  WS-FEED4-STATUS       PIC X(02).
007010 01  WS-FEED-CONTROL-IN-STATUS PIC X(02).
007020 01  WS-FEED-CONTROL-OUT-STATUS PIC X(02).
007030 01  WS-INTAKE-CONTROL-STATUS PIC X(02).
007040 01  WS-CALENDAR-STATUS    PIC X(02).
007100 01  WS-SWITCHES.
007200     05  WS-EOF-SWITCH     PIC X(01) VALUE 'N'.
007300         88  WS-END-OF-INPUT       VALUE 'Y'.
007520         88  WS-FEED-CTL-EOF       VALUE 'Y'.
007530     05  WS-DUP-FEED-SWITCH PIC X(01) VALUE 'N'.
007540         88  WS-DUPLICATE-FEED     VALUE 'Y'.
007550     05  WS-INTAKE-EOF-SWITCH PIC X(01) VALUE 'N'.
007560         88  WS-INTAKE-EOF         VALUE 'Y'.
007600*****************************************************************
007700*    WORKING COUNTERS
007800*    PER-FEED TALLIES DRIVE THE FRESH MANIFEST EACH FEED GETS;
009120 01  WS-FEED-DATE          PIC 9(08) VALUE ZERO.
009130 01  WS-HIGH-SERIAL        PIC 9(06) VALUE ZERO.
009140 01  WS-EXPECTED-SERIAL    PIC 9(06) VALUE ZERO.
009145 01  WS-MANIFEST-SENDER-ID PIC X(04) VALUE SPACES.
009150 01  WS-CURRENT-DATE.
009160     05  WS-CURR-YYYY      PIC 9(4).
009170     05  WS-CURR-MM        PIC 9(2).
009192     05  WS-FCR-FEED-DATE  PIC 9(08).
009193     05  WS-FCR-RUN-DATE   PIC 9(08).
009194     05  WS-FCR-STATUS     PIC X(01).
009195     05  WS-FCR-SENDER-ID  PIC X(04).
009196     05  FILLER            PIC X(53) VALUE SPACES.
009200 01  WS-FEED-TALLIES.
009300     05  WS-FEED-TALLY OCCURS 4 TIMES.
009400         10  WS-FT-RECS    PIC 9(8) COMP.
022840     IF VM-FEED-DATE NUMERIC
022850         MOVE VM-FEED-DATE TO WS-FEED-DATE
022860     END-IF.
022870     MOVE VM-SENDER-ID TO WS-MANIFEST-SENDER-ID.
022900     IF VM-TOTAL-RECORDS NUMERIC
023000         MOVE VM-TOTAL-RECORDS TO WS-MF-EXP-RECS
023100     ELSE
029190*    ONCE - THE FOUR SORT STEPS DOWNSTREAM RUN ON UNSERIALED
029191*    PER-FEED MANIFESTS AND NEVER TOUCH FEEDCTL.  NO SERIAL
029192*    ON THE FEED, OR NO FEEDCTL DD, SKIPS THE CHECK WITH A
029193*    NOTE.  ONLY FEEDCTL ROWS FOR THE MANIFEST'S SENDER COUNT.
029194*****************************************************************
029195 8500-CHECK-FEED-SERIAL.
029196     IF RETURN-CODE NOT = ZERO
029234     IF FC-SERIAL NOT NUMERIC
029235         GO TO 8510-EXIT
029236     END-IF.
029237     IF FC-SENDER-ID NOT = WS-MANIFEST-SENDER-ID
029238         GO TO 8510-EXIT
029239     END-IF.
029240     IF FC-SERIAL = WS-FEED-SERIAL
029241         AND FC-PROCESSED
029242         MOVE 'Y' TO WS-DUP-FEED-SWITCH
029243     END-IF.
029244     IF FC-SERIAL > WS-HIGH-SERIAL
029245         MOVE FC-SERIAL TO WS-HIGH-SERIAL
029246     END-IF.
029247 8510-EXIT.
029248     EXIT.
029249 8520-REGISTER-FEED-SERIAL.
029250     OPEN EXTEND FEED-CONTROL-OUT.
029251     IF WS-FEED-CONTROL-OUT-STATUS NOT = "00"
029252         DISPLAY "VECSPLIT: UNABLE TO REGISTER FEED SERIAL, "
029253             "STATUS = " WS-FEED-CONTROL-OUT-STATUS
029254         GO TO 8520-EXIT
029255     END-IF.
029256     MOVE SPACES TO WS-FEED-CONTROL-REC.
029257     MOVE WS-FEED-SERIAL TO WS-FCR-SERIAL.
029258     MOVE WS-FEED-DATE TO WS-FCR-FEED-DATE.
029259     PERFORM 8525-SET-RUN-DATE THRU 8525-EXIT.
029260     MOVE WS-CURRENT-DATE TO WS-FCR-RUN-DATE.
029261     MOVE 'P' TO WS-FCR-STATUS.
029262     MOVE WS-MANIFEST-SENDER-ID TO WS-FCR-SENDER-ID.
029263     WRITE FEED-CONTROL-OUT-RECORD FROM WS-FEED-CONTROL-REC.
029264     IF WS-MANIFEST-SENDER-ID = "*ALL"
029265         PERFORM 8530-REGISTER-SENDERS THRU 8530-EXIT
029266     END-IF.
029267     CLOSE FEED-CONTROL-OUT.
029268     DISPLAY "VECSPLIT: FEED SERIAL " WS-FEED-SERIAL
029269         " MARKED PROCESSED".
029270 8520-EXIT.
029271     EXIT.
029272*****************************************************************
029273*    8525-SET-RUN-DATE
029274*    THE DATE THE FEED IS REGISTERED AS PROCESSED: TODAY, OR -
029275*    ON A MAKE-UP RUN - THE RUN-AS DATE TODAY CARRIES ON THE
029276*    CALMSTR PROCESSING CALENDAR, THE SAME RULE SORTVECT'S
029277*    1150-READ-CALENDAR USES, SO CALCHECK SEES THE MISSED
029278*    BUSINESS DAY COVERED WHICHEVER PATH RAN THE NIGHT.
029279*****************************************************************
029280 8525-SET-RUN-DATE.
029281     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
029282     OPEN INPUT CALENDAR-MASTER.
029283     IF WS-CALENDAR-STATUS NOT = "00"
029284         DISPLAY "VECSPLIT: CALMSTR NOT AVAILABLE - FEED "
029285             "REGISTERED AS OF TODAY"
029286         GO TO 8525-EXIT
029287     END-IF.
029288     MOVE WS-CURRENT-DATE TO CL-DATE.
029289     READ CALENDAR-MASTER
029290         INVALID KEY
029291             DISPLAY "VECSPLIT: " CL-DATE " NOT ON CALMSTR - "
029292                 "FEED REGISTERED AS OF TODAY"
029293             MOVE ZERO TO CL-RUN-AS-DATE
029294     END-READ.
029295     IF CL-RUN-AS-DATE > ZERO
029296         DISPLAY "VECSPLIT: MAKE-UP RUN - FEED REGISTERED AS OF "
029297             CL-RUN-AS-DATE
029298         MOVE CL-RUN-AS-DATE TO WS-CURRENT-DATE
029299     END-IF.
029300     CLOSE CALENDAR-MASTER.
029301 8525-EXIT.
029302     EXIT.
029303*****************************************************************
029304*    8530-REGISTER-SENDERS
029305*    THE CONSOLIDATED FEED SPLIT CLEAN, SO EACH BUREAU FEED
029306*    FEEDINTK ACCEPTED INTO IT IS NOW PROCESSED TOO - ITS OWN
029307*    SERIAL GOES ON FEEDCTL UNDER ITS OWN SENDER.  NO INTKCTL
029308*    MEANS THE BUREAU SERIALS GO UNREGISTERED, WITH A NOTE.
029309*****************************************************************
029310 8530-REGISTER-SENDERS.
029311     OPEN INPUT INTAKE-CONTROL-IN.
029312     IF WS-INTAKE-CONTROL-STATUS NOT = "00"
029313         DISPLAY "VECSPLIT: INTKCTL NOT AVAILABLE - SENDER "
029314             "SERIALS NOT REGISTERED"
029315         GO TO 8530-EXIT
029316     END-IF.
029317     PERFORM 8540-REGISTER-ONE-SENDER THRU 8540-EXIT
029318         UNTIL WS-INTAKE-EOF.
029319     CLOSE INTAKE-CONTROL-IN.
029320 8530-EXIT.
029321     EXIT.
029322 8540-REGISTER-ONE-SENDER.
029323     READ INTAKE-CONTROL-IN
029324         AT END
029325             MOVE 'Y' TO WS-INTAKE-EOF-SWITCH
029326             GO TO 8540-EXIT
029327     END-READ.
029328     IF NOT IK-ACCEPTED
029329         OR IK-SERIAL NOT NUMERIC
029330         OR IK-SERIAL = ZERO
029331         GO TO 8540-EXIT
029332     END-IF.
029333     MOVE SPACES TO WS-FEED-CONTROL-REC.
029334     MOVE IK-SERIAL TO WS-FCR-SERIAL.
029335     MOVE IK-FEED-DATE TO WS-FCR-FEED-DATE.
029336     MOVE WS-CURRENT-DATE TO WS-FCR-RUN-DATE.
029337     MOVE 'P' TO WS-FCR-STATUS.
029338     MOVE IK-SENDER-ID TO WS-FCR-SENDER-ID.
029339     WRITE FEED-CONTROL-OUT-RECORD FROM WS-FEED-CONTROL-REC.
029340     DISPLAY "VECSPLIT: SENDER " IK-SENDER-ID " SERIAL "
029341         IK-SERIAL " MARKED PROCESSED".
029342 8540-EXIT.
029343     EXIT.
029344*****************************************************************
029345*    9000-TERMINATE CLOSES EACH FEED WITH ITS OWN FRESH MANIFEST
029400*    - BUILT FROM WHAT WAS ACTUALLY DEALT TO IT - SO EVERY
029500*    PARALLEL SORTVECT STILL PROVES ITS FEED ARRIVED WHOLE.  THE
029600*    MANIFESTS ARE WRITTEN EVEN ON A FAILED SPLIT; THE NONZERO
