000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SVECDIFF.
000300 AUTHOR. G GRIGORIEV.
000400 INSTALLATION. CENTRAL PLANNING DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    10/15/2026  GG  WRITTEN.  SVECRECV REBUILDS SVECMSTR EVERY
001100*                    NIGHT AND NOTHING SAID WHAT HAD ACTUALLY
001200*                    CHANGED SINCE THE NIGHT BEFORE - A SHIFTED
001300*                    SURVIVOR SET SURFACED AS A PHONE CALL FROM
001400*                    DOWNSTREAM.  SVECDIFF RUNS RIGHT AFTER
001500*                    NEXTSTEP AND MATCH-MERGES LAST NIGHT'S
001600*                    SVECMSTR IMAGE (SVECPRIR, THE PREVIOUS
001700*                    GENERATION OF ITS OWN SVECIMG OUTPUT)
001800*                    AGAINST TONIGHT'S MASTER IN KEY ORDER.  EACH
001900*                    VECTOR AND WAVE IS CLASSED NEW, DROPPED,
002000*                    UNCHANGED OR CHANGED ON CHGRPT, A CHANGED
002100*                    ONE WITH ITS SURVIVORS ADDED, REMOVED AND
002200*                    RE-VALUED LISTED UNDER IT; EVERY SURVIVOR
002300*                    THAT DIFFERS GOES TO THE SVECCHG CHANGE FILE
002400*                    AS AN A/D/C RECORD (SEE SVECCHG) CLOSED BY
002500*                    A *MANIFST CONTROL TRAILER.  TONIGHT'S
002600*                    MASTER IS COPIED TO A NEW SVECIMG GENERATION
002700*                    ON THE SAME PASS, WITH A TRAILER OF ITS OWN,
002800*                    READY FOR TOMORROW.
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-ANYMAINFRAME.
003300 OBJECT-COMPUTER. IBM-ANYMAINFRAME.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT SVEC-MASTER-IN ASSIGN TO "SVECMSTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS MS-KEY
004000         FILE STATUS IS WS-SVEC-MASTER-STATUS.
004100     SELECT PRIOR-IMAGE-IN ASSIGN TO "SVECPRIR"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-PRIOR-IMAGE-STATUS.
004400     SELECT IMAGE-OUT ASSIGN TO "SVECIMG"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-IMAGE-OUT-STATUS.
004700     SELECT CHANGE-OUT ASSIGN TO "SVECCHG"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-CHANGE-OUT-STATUS.
005000     SELECT CHANGE-REPORT-OUT ASSIGN TO "CHGRPT"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-CHANGE-REPORT-STATUS.
005300     SELECT RUN-INDEX-IN ASSIGN TO "RUNINDEX"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-RUN-INDEX-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  SVEC-MASTER-IN.
005900     COPY SVECMST.
006000 FD  PRIOR-IMAGE-IN.
006100 01  PRIOR-IMAGE-RECORD        PIC X(80).
006200 FD  IMAGE-OUT.
006300 01  IMAGE-OUT-RECORD          PIC X(80).
006400 FD  CHANGE-OUT.
006500     COPY SVECCHG.
006600 FD  CHANGE-REPORT-OUT.
006700 01  CHANGE-REPORT-RECORD      PIC X(80).
006800 FD  RUN-INDEX-IN.
006900     COPY RUNXREC.
007000 WORKING-STORAGE SECTION.
007100*****************************************************************
007200*    FILE STATUS AND SWITCHES
007300*****************************************************************
007400 01  WS-SVEC-MASTER-STATUS PIC X(02).
007500 01  WS-PRIOR-IMAGE-STATUS PIC X(02).
007600 01  WS-IMAGE-OUT-STATUS   PIC X(02).
007700 01  WS-CHANGE-OUT-STATUS  PIC X(02).
007800 01  WS-CHANGE-REPORT-STATUS PIC X(02).
007900 01  WS-RUN-INDEX-STATUS   PIC X(02).
008000 01  WS-SWITCHES.
008100     05  WS-MASTER-EOF-SWITCH PIC X(01) VALUE 'N'.
008200         88  WS-END-OF-MASTER     VALUE 'Y'.
008300     05  WS-PRIOR-EOF-SWITCH PIC X(01) VALUE 'N'.
008400         88  WS-END-OF-PRIOR      VALUE 'Y'.
008500     05  WS-INDEX-EOF-SWITCH PIC X(01) VALUE 'N'.
008600         88  WS-END-OF-INDEX      VALUE 'Y'.
008700     05  WS-PRIOR-OPEN-SWITCH PIC X(01) VALUE 'N'.
008800         88  WS-PRIOR-OPEN        VALUE 'Y'.
008900     05  WS-PRIOR-TRUST-SWITCH PIC X(01) VALUE 'N'.
009000         88  WS-PRIOR-TRUSTED     VALUE 'Y'.
009100     05  WS-PRIOR-TRAILER-SWITCH PIC X(01) VALUE 'N'.
009200         88  WS-PRIOR-TRAILER-SEEN VALUE 'Y'.
009300     05  WS-PRIOR-BAD-SWITCH PIC X(01) VALUE 'N'.
009400         88  WS-PRIOR-BAD         VALUE 'Y'.
009500*****************************************************************
009600*    LAST NIGHT'S IMAGE RECORD.  SVECIMG IS A STRAIGHT COPY OF
009700*    SVECMSTR IN KEY ORDER, SO ITS DATA RECORDS ARE MS-RECORDS;
009800*    THE LAST RECORD IS A TRAILER TAGGED *MANIFST IN THE VECTOR
009900*    ID ASSERTING THE RECORD COUNT, THE NIGHT IT WAS TAKEN AND A
010000*    HASH TOTAL OF THE SURVIVOR VALUES.  A TAG THAT SORTS AHEAD
010100*    OF EVERY REAL VECTOR ID IS NO PROBLEM - IT IS TESTED FOR
010200*    BEFORE ANY KEY IS COMPARED.
010300*****************************************************************
010400 01  WS-PRIOR-RECORD.
010500     05  WS-PR-KEY.
010600         10  WS-PR-VECTOR-ID   PIC X(08).
010700             88  WS-PR-IS-MANIFEST VALUE '*MANIFST'.
010800         10  WS-PR-WAVE        PIC 9(03).
010900         10  WS-PR-SEQUENCE    PIC 9(04).
011000     05  WS-PR-VALUE           PIC S9(6) SIGN IS LEADING SEPARATE.
011100     05  WS-PR-REF-KEY         PIC X(16).
011200     05  FILLER                PIC X(42).
011300 01  WS-PRIOR-TRAILER REDEFINES WS-PRIOR-RECORD.
011400     05  FILLER                PIC X(08).
011500     05  WS-PT-RECORDS         PIC 9(08).
011600     05  WS-PT-RUN-DATE        PIC 9(08).
011700     05  WS-PT-HASH            PIC S9(12)
011800                               SIGN IS LEADING SEPARATE.
011900     05  FILLER                PIC X(43).
012000 01  WS-IMAGE-TRAILER.
012100     05  FILLER                PIC X(08) VALUE "*MANIFST".
012200     05  WS-IT-RECORDS         PIC 9(08).
012300     05  WS-IT-RUN-DATE        PIC 9(08).
012400     05  WS-IT-HASH            PIC S9(12)
012500                               SIGN IS LEADING SEPARATE.
012600     05  FILLER                PIC X(43) VALUE SPACES.
012700*****************************************************************
012800*    MATCH-MERGE STATE.  EACH SIDE'S CURRENT KEY IS HELD AS 15
012900*    BYTES - VECTOR ID, WAVE, SEQUENCE - AND GOES TO HIGH-VALUES
013000*    AT END OF FILE, SO THE LOWER KEY ALWAYS MOVES NEXT AND THE
013100*    MERGE ENDS WHEN BOTH ARE HIGH-VALUES.  THE LEADING 11 BYTES
013200*    ARE THE SECTION - VECTOR ID PLUS WAVE.
013300*****************************************************************
013400 01  WS-OLD-KEY            PIC X(15).
013500 01  WS-NEW-KEY            PIC X(15).
013600 01  WS-LAST-PRIOR-KEY     PIC X(15).
013700 01  WS-LOW-SECTION        PIC X(11).
013800 01  WS-CUR-SECTION.
013900     05  WS-CS-VECTOR-ID   PIC X(08).
014000     05  WS-CS-WAVE        PIC 9(03).
014100 01  WS-SC-OLD-COUNT       PIC 9(06).
014200 01  WS-SC-NEW-COUNT       PIC 9(06).
014300 01  WS-SC-ADDED           PIC 9(06).
014400 01  WS-SC-REMOVED         PIC 9(06).
014500 01  WS-SC-REVALUED        PIC 9(06).
014600*****************************************************************
014700*    THE CHANGES FOR THE SECTION IN HAND ARE HELD UNTIL THE
014800*    SECTION ENDS - ONLY THEN IS IT KNOWN WHETHER IT IS NEW,
014900*    DROPPED OR CHANGED, AND ONLY A CHANGED SECTION LISTS THEM.
015000*    A SECTION HOLDS AT MOST 500 SURVIVORS A NIGHT, SO ONE
015100*    THOUSAND ENTRIES COVERS EVERY ONE REMOVED AND EVERY ONE
015200*    ADDED; ANYTHING PAST THAT IS STILL ON SVECCHG AND IS
015300*    COUNTED ON A "MORE" LINE.
015400*****************************************************************
015500 77  WS-CHANGE-TABLE-MAX   PIC 9(4) COMP VALUE 1000.
015600 01  WS-CHANGE-COUNT       PIC 9(4) COMP VALUE ZERO.
015700 01  WS-CHANGE-UNLISTED    PIC 9(06) VALUE ZERO.
015800 01  WS-CHG-SUB            PIC 9(4) COMP.
015900 01  WS-CHANGE-TABLE.
016000     05  WS-CHANGE-ENTRY OCCURS 1000 TIMES.
016100         10  WS-CE-SEQUENCE    PIC 9(04).
016200         10  WS-CE-ACTION      PIC X(09).
016300         10  WS-CE-OLD-VALUE   PIC S9(6).
016400         10  WS-CE-NEW-VALUE   PIC S9(6).
016500         10  WS-CE-REF-KEY     PIC X(16).
016600*****************************************************************
016700*    JOB TOTALS AND CONTROL FIGURES
016800*****************************************************************
016900 01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.
017000 01  WS-PRIOR-DATE         PIC 9(08) VALUE ZERO.
017100 01  WS-PRIOR-READ         PIC 9(08) VALUE ZERO.
017200 01  WS-PRIOR-HASH         PIC S9(12) VALUE ZERO.
017300 01  WS-PRIOR-NOTE         PIC X(60) VALUE SPACES.
017400 01  WS-MASTER-READ        PIC 9(08) VALUE ZERO.
017500 01  WS-IMAGE-HASH         PIC S9(12) VALUE ZERO.
017600 01  WS-CHANGE-HASH        PIC S9(12) VALUE ZERO.
017700 01  WS-ADD-COUNT          PIC 9(08) VALUE ZERO.
017800 01  WS-DELETE-COUNT       PIC 9(08) VALUE ZERO.
017900 01  WS-REVALUE-COUNT      PIC 9(08) VALUE ZERO.
018000 01  WS-VECTORS-NEW        PIC 9(06) VALUE ZERO.
018100 01  WS-VECTORS-DROPPED    PIC 9(06) VALUE ZERO.
018200 01  WS-VECTORS-CHANGED    PIC 9(06) VALUE ZERO.
018300 01  WS-VECTORS-UNCHANGED  PIC 9(06) VALUE ZERO.
018400 01  WS-EDIT-VALUE         PIC -ZZZZZ9.
018500*****************************************************************
018600*    CHGRPT REPORT LINES
018700*****************************************************************
018800 01  WS-CHG-TITLE-LINE.
018900     05  FILLER            PIC X(39) VALUE
019000         "STALIN SORT - SVECMSTR CHANGES  RUN OF ".
019100     05  WS-CT-RUN-DATE    PIC 9(08).
019200     05  FILLER            PIC X(10) VALUE "  AGAINST ".
019300     05  WS-CT-PRIOR-DATE  PIC 9(08).
019400     05  FILLER            PIC X(15) VALUE SPACES.
019500 01  WS-CHG-COLUMN-LINE.
019600     05  FILLER            PIC X(24) VALUE
019700         "VECTOR    WAV  STATUS   ".
019800     05  FILLER            PIC X(45) VALUE
019900         "     LAST  TONIGHT    ADDED  REMOVED REVALUED".
020000     05  FILLER            PIC X(11) VALUE SPACES.
020100 01  WS-CHG-SECTION-LINE.
020200     05  WS-CS-LINE-VECTOR PIC X(08).
020300     05  FILLER            PIC X(02) VALUE SPACES.
020400     05  WS-CS-LINE-WAVE   PIC 9(03).
020500     05  FILLER            PIC X(02) VALUE SPACES.
020600     05  WS-CS-STATUS      PIC X(09).
020700     05  FILLER            PIC X(02) VALUE SPACES.
020800     05  WS-CS-OLD         PIC ZZZZZZ9.
020900     05  FILLER            PIC X(02) VALUE SPACES.
021000     05  WS-CS-NEW         PIC ZZZZZZ9.
021100     05  FILLER            PIC X(02) VALUE SPACES.
021200     05  WS-CS-ADDED       PIC ZZZZZZ9.
021300     05  FILLER            PIC X(02) VALUE SPACES.
021400     05  WS-CS-REMOVED     PIC ZZZZZZ9.
021500     05  FILLER            PIC X(02) VALUE SPACES.
021600     05  WS-CS-REVALUED    PIC ZZZZZZ9.
021700     05  FILLER            PIC X(11) VALUE SPACES.
021800 01  WS-CHG-DETAIL-LINE.
021900     05  FILLER            PIC X(12) VALUE SPACES.
022000     05  FILLER            PIC X(04) VALUE "POS ".
022100     05  WS-CD-SEQUENCE    PIC ZZZ9.
022200     05  FILLER            PIC X(02) VALUE SPACES.
022300     05  WS-CD-ACTION      PIC X(09).
022400     05  FILLER            PIC X(05) VALUE " WAS ".
022500     05  WS-CD-OLD         PIC X(07).
022600     05  FILLER            PIC X(05) VALUE " NOW ".
022700     05  WS-CD-NEW         PIC X(07).
022800     05  FILLER            PIC X(02) VALUE SPACES.
022900     05  WS-CD-REF-KEY     PIC X(16).
023000     05  FILLER            PIC X(07) VALUE SPACES.
023100 01  WS-CHG-MORE-LINE.
023200     05  FILLER            PIC X(12) VALUE SPACES.
023300     05  WS-CM-COUNT       PIC ZZZZZ9.
023400     05  FILLER            PIC X(40) VALUE
023500         " MORE SURVIVOR CHANGES - SEE SVECCHG".
023600     05  FILLER            PIC X(22) VALUE SPACES.
023700 01  WS-CHG-NOTE-LINE.
023800     05  WS-CN-TEXT        PIC X(60).
023900     05  FILLER            PIC X(20) VALUE SPACES.
024000 01  WS-CHG-VECTOR-TOTALS.
024100     05  FILLER            PIC X(13) VALUE "VECTORS: NEW ".
024200     05  WS-VT-NEW         PIC ZZZZZ9.
024300     05  FILLER            PIC X(10) VALUE "  DROPPED ".
024400     05  WS-VT-DROPPED     PIC ZZZZZ9.
024500     05  FILLER            PIC X(10) VALUE "  CHANGED ".
024600     05  WS-VT-CHANGED     PIC ZZZZZ9.
024700     05  FILLER            PIC X(12) VALUE "  UNCHANGED ".
024800     05  WS-VT-UNCHANGED   PIC ZZZZZ9.
024900     05  FILLER            PIC X(11) VALUE SPACES.
025000 01  WS-CHG-SURVIVOR-TOTALS.
025100     05  FILLER            PIC X(17) VALUE "SURVIVORS: ADDED ".
025200     05  WS-ST-ADDED       PIC ZZZZZZZ9.
025300     05  FILLER            PIC X(10) VALUE "  REMOVED ".
025400     05  WS-ST-REMOVED     PIC ZZZZZZZ9.
025500     05  FILLER            PIC X(11) VALUE "  REVALUED ".
025600     05  WS-ST-REVALUED    PIC ZZZZZZZ9.
025700     05  FILLER            PIC X(18) VALUE SPACES.
025800 01  WS-CHG-MASTER-TOTALS.
025900     05  FILLER            PIC X(28) VALUE
026000         "MASTER RECORDS: LAST NIGHT ".
026100     05  WS-MT-PRIOR       PIC ZZZZZZZ9.
026200     05  FILLER            PIC X(10) VALUE "  TONIGHT ".
026300     05  WS-MT-TONIGHT     PIC ZZZZZZZ9.
026400     05  FILLER            PIC X(26) VALUE SPACES.
026500 01  WS-CHG-FILE-TOTALS.
026600     05  FILLER            PIC X(13) VALUE "CHANGE FILE: ".
026700     05  WS-FT-RECORDS     PIC ZZZZZZZ9.
026800     05  FILLER            PIC X(24) VALUE
026900         " RECORDS PLUS TRAILER - ".
027000     05  WS-FT-STATUS      PIC X(16).
027100     05  FILLER            PIC X(19) VALUE SPACES.
027200 PROCEDURE DIVISION.
027300*****************************************************************
027400*    0000-MAINLINE
027500*    FINDS THE NIGHT'S RUN DATE, PROVES LAST NIGHT'S IMAGE,
027600*    THEN MERGES IT AGAINST TONIGHT'S MASTER ONE KEY AT A TIME
027700*    AND CLOSES ALL THREE OUTPUTS WITH THEIR CONTROL FIGURES.
027800*****************************************************************
027900 0000-MAINLINE.
028000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028100     PERFORM 2000-READ-ONE-INDEX-RECORD THRU 2000-EXIT
028200         UNTIL WS-END-OF-INDEX.
028300     PERFORM 2500-PROVE-PRIOR-IMAGE THRU 2500-EXIT.
028400     PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT.
028500     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
028600     PERFORM 3200-READ-PRIOR THRU 3200-EXIT.
028700     PERFORM 4000-MATCH-ONE-KEY THRU 4000-EXIT
028800         UNTIL WS-OLD-KEY = HIGH-VALUES
028900         AND WS-NEW-KEY = HIGH-VALUES.
029000     PERFORM 4900-CLOSE-SECTION THRU 4900-EXIT.
029100     PERFORM 5000-WRITE-TRAILERS THRU 5000-EXIT.
029200     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT.
029300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029400     STOP RUN.
029500*****************************************************************
029600*    1000-INITIALIZE OPENS THE MASTER AND THE THREE OUTPUTS.
029700*    ANY FAILURE THERE ENDS RETURN-CODE 16 WITH NOTHING MERGED -
029800*    HALF A CHANGE FILE IS WORSE THAN NONE, AND AN IMAGE THAT
029900*    IS NOT TONIGHT'S WOULD POISON TOMORROW'S RUN.  RUNINDEX
030000*    ONLY DATES THE RUN; WITHOUT IT TODAY'S DATE STANDS IN.
030100*****************************************************************
030200 1000-INITIALIZE.
030300     MOVE LOW-VALUES TO WS-CUR-SECTION.
030400     OPEN INPUT SVEC-MASTER-IN.
030500     IF WS-SVEC-MASTER-STATUS NOT = "00"
030600         DISPLAY "SVECDIFF: UNABLE TO OPEN SVECMSTR, STATUS = "
030700             WS-SVEC-MASTER-STATUS
030800         MOVE 16 TO RETURN-CODE
030900     END-IF.
031000     OPEN OUTPUT IMAGE-OUT.
031100     IF WS-IMAGE-OUT-STATUS NOT = "00"
031200         DISPLAY "SVECDIFF: UNABLE TO OPEN SVECIMG, STATUS = "
031300             WS-IMAGE-OUT-STATUS
031400         MOVE 16 TO RETURN-CODE
031500     END-IF.
031600     OPEN OUTPUT CHANGE-OUT.
031700     IF WS-CHANGE-OUT-STATUS NOT = "00"
031800         DISPLAY "SVECDIFF: UNABLE TO OPEN SVECCHG, STATUS = "
031900             WS-CHANGE-OUT-STATUS
032000         MOVE 16 TO RETURN-CODE
032100     END-IF.
032200     OPEN OUTPUT CHANGE-REPORT-OUT.
032300     IF WS-CHANGE-REPORT-STATUS NOT = "00"
032400         DISPLAY "SVECDIFF: UNABLE TO OPEN CHGRPT, STATUS = "
032500             WS-CHANGE-REPORT-STATUS
032600         MOVE 16 TO RETURN-CODE
032700     END-IF.
032800     OPEN INPUT RUN-INDEX-IN.
032900     IF WS-RUN-INDEX-STATUS NOT = "00"
033000         MOVE 'Y' TO WS-INDEX-EOF-SWITCH
033100     END-IF.
033200     IF RETURN-CODE NOT = ZERO
033300         MOVE 'Y' TO WS-INDEX-EOF-SWITCH
033400         MOVE 'Y' TO WS-MASTER-EOF-SWITCH
033500         MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
033600     END-IF.
033700 1000-EXIT.
033800     EXIT.
033900*****************************************************************
034000*    2000-READ-ONE-INDEX-RECORD
034100*    THE NEWEST RUNINDEX RECORD NAMES THE NIGHT.
034200*****************************************************************
034300 2000-READ-ONE-INDEX-RECORD.
034400     READ RUN-INDEX-IN
034500         AT END
034600             MOVE 'Y' TO WS-INDEX-EOF-SWITCH
034700             GO TO 2000-EXIT
034800     END-READ.
034900     IF RX-RUN-DATE NUMERIC
035000         MOVE RX-RUN-DATE TO WS-RUN-DATE
035100     END-IF.
035200 2000-EXIT.
035300     EXIT.
035400*****************************************************************
035500*    2500-PROVE-PRIOR-IMAGE
035600*    LAST NIGHT'S IMAGE IS READ THROUGH ONCE BEFORE IT IS
035700*    TRUSTED: ITS *MANIFST TRAILER MUST BE THE LAST RECORD AND
035800*    MUST AGREE WITH THE RECORDS AND THE HASH TOTAL ACTUALLY
035900*    READ, AND THE KEYS AHEAD OF IT MUST RUN IN ASCENDING ORDER
036000*    OR THE MERGE WOULD MISMATCH EVERYTHING AFTER THE FIRST
036100*    SLIP.  A MISSING, EMPTY (THE SEED GENERATION), TRUNCATED OR
036200*    DISORDERED IMAGE IS NOT COMPARED AGAINST AT ALL - EVERY
036300*    SURVIVOR THEN GOES OUT AS AN ADD, THE TRAILER SAYS RELOAD,
036400*    AND THE RUN ENDS RETURN-CODE 4.  A TRUSTED IMAGE IS CLOSED
036500*    AND REOPENED SO THE MERGE STARTS FROM ITS FIRST RECORD.
036600*****************************************************************
036700 2500-PROVE-PRIOR-IMAGE.
036800     IF RETURN-CODE = 16
036900         GO TO 2500-EXIT
037000     END-IF.
037100     IF WS-RUN-DATE = ZERO
037200         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
037300     END-IF.
037400     MOVE LOW-VALUES TO WS-LAST-PRIOR-KEY.
037500     OPEN INPUT PRIOR-IMAGE-IN.
037600     IF WS-PRIOR-IMAGE-STATUS NOT = "00"
037700         MOVE "LAST NIGHT'S IMAGE NOT AVAILABLE" TO WS-PRIOR-NOTE
037800         GO TO 2500-UNTRUSTED
037900     END-IF.
038000     MOVE 'Y' TO WS-PRIOR-OPEN-SWITCH.
038100     PERFORM 2600-PROVE-ONE-PRIOR-RECORD THRU 2600-EXIT
038200         UNTIL WS-END-OF-PRIOR.
038300     IF WS-PRIOR-READ = ZERO
038400         AND NOT WS-PRIOR-TRAILER-SEEN
038500         MOVE "LAST NIGHT'S IMAGE IS EMPTY" TO WS-PRIOR-NOTE
038600         GO TO 2500-UNTRUSTED
038700     END-IF.
038800     IF WS-PRIOR-BAD
038900         GO TO 2500-UNTRUSTED
039000     END-IF.
039100     IF NOT WS-PRIOR-TRAILER-SEEN
039200         MOVE "LAST NIGHT'S IMAGE HAS NO TRAILER" TO WS-PRIOR-NOTE
039300         GO TO 2500-UNTRUSTED
039400     END-IF.
039500     IF WS-PT-RECORDS NOT = WS-PRIOR-READ
039600         OR WS-PT-HASH NOT = WS-PRIOR-HASH
039700         MOVE "LAST NIGHT'S IMAGE DISAGREES WITH ITS TRAILER"
039800             TO WS-PRIOR-NOTE
039900         GO TO 2500-UNTRUSTED
040000     END-IF.
040100     MOVE WS-PT-RUN-DATE TO WS-PRIOR-DATE.
040200     CLOSE PRIOR-IMAGE-IN.
040300     OPEN INPUT PRIOR-IMAGE-IN.
040400     IF WS-PRIOR-IMAGE-STATUS NOT = "00"
040500         MOVE 'N' TO WS-PRIOR-OPEN-SWITCH
040600         MOVE "LAST NIGHT'S IMAGE WOULD NOT REOPEN"
040700             TO WS-PRIOR-NOTE
040800         GO TO 2500-UNTRUSTED
040900     END-IF.
041000     MOVE 'Y' TO WS-PRIOR-TRUST-SWITCH.
041100     MOVE 'N' TO WS-PRIOR-EOF-SWITCH.
041200     GO TO 2500-EXIT.
041300 2500-UNTRUSTED.
041400     MOVE 'Y' TO WS-PRIOR-EOF-SWITCH.
041500     MOVE ZERO TO WS-PRIOR-READ.
041600     DISPLAY "SVECDIFF: " WS-PRIOR-NOTE.
041700     DISPLAY "SVECDIFF: FULL RELOAD WRITTEN TO SVECCHG".
041800     IF RETURN-CODE < 4
041900         MOVE 4 TO RETURN-CODE
042000     END-IF.
042100 2500-EXIT.
042200     EXIT.
042300 2600-PROVE-ONE-PRIOR-RECORD.
042400     READ PRIOR-IMAGE-IN INTO WS-PRIOR-RECORD
042500         AT END
042600             MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
042700             GO TO 2600-EXIT
042800     END-READ.
042900     IF WS-PRIOR-TRAILER-SEEN
043000         MOVE "LAST NIGHT'S IMAGE HAS DATA AFTER ITS TRAILER"
043100             TO WS-PRIOR-NOTE
043200         MOVE 'Y' TO WS-PRIOR-BAD-SWITCH
043300         MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
043400         GO TO 2600-EXIT
043500     END-IF.
043600     IF WS-PR-IS-MANIFEST
043700         MOVE 'Y' TO WS-PRIOR-TRAILER-SWITCH
043800         IF WS-PT-RECORDS NOT NUMERIC
043900             OR WS-PT-RUN-DATE NOT NUMERIC
044000             OR WS-PT-HASH NOT NUMERIC
044100             MOVE "LAST NIGHT'S IMAGE TRAILER IS GARBLED"
044200                 TO WS-PRIOR-NOTE
044300             MOVE 'Y' TO WS-PRIOR-BAD-SWITCH
044400             MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
044500         END-IF
044600         GO TO 2600-EXIT
044700     END-IF.
044800     IF WS-PR-KEY NOT > WS-LAST-PRIOR-KEY
044900         OR WS-PR-VALUE NOT NUMERIC
045000         MOVE "LAST NIGHT'S IMAGE IS OUT OF KEY ORDER"
045100             TO WS-PRIOR-NOTE
045200         MOVE 'Y' TO WS-PRIOR-BAD-SWITCH
045300         MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
045400         GO TO 2600-EXIT
045500     END-IF.
045600     MOVE WS-PR-KEY TO WS-LAST-PRIOR-KEY.
045700     ADD 1 TO WS-PRIOR-READ.
045800     ADD WS-PR-VALUE TO WS-PRIOR-HASH.
045900 2600-EXIT.
046000     EXIT.
046100*****************************************************************
046200*    3000-WRITE-HEADINGS
046300*    THE TITLE NAMES BOTH NIGHTS; WITHOUT A TRUSTED IMAGE THE
046400*    REASON AND THE RELOAD NOTE STAND IN FOR THE SECTION LINES.
046500*****************************************************************
046600 3000-WRITE-HEADINGS.
046700     IF WS-CHANGE-REPORT-STATUS NOT = "00"
046800         GO TO 3000-EXIT
046900     END-IF.
047000     MOVE WS-RUN-DATE TO WS-CT-RUN-DATE.
047100     MOVE WS-PRIOR-DATE TO WS-CT-PRIOR-DATE.
047200     WRITE CHANGE-REPORT-RECORD FROM WS-CHG-TITLE-LINE.
047300     IF WS-PRIOR-TRUSTED
047400         WRITE CHANGE-REPORT-RECORD FROM WS-CHG-COLUMN-LINE
047500         GO TO 3000-EXIT
047600     END-IF.
047700     MOVE WS-PRIOR-NOTE TO WS-CN-TEXT.
047800     WRITE CHANGE-REPORT-RECORD FROM WS-CHG-NOTE-LINE.
047900     MOVE "NO COMPARISON - EVERY SURVIVOR WRITTEN AS AN ADD"
048000         TO WS-CN-TEXT.
048100     WRITE CHANGE-REPORT-RECORD FROM WS-CHG-NOTE-LINE.
048200 3000-EXIT.
048300     EXIT.
048400*****************************************************************
048500*    3100-READ-MASTER
048600*    EVERY MASTER RECORD IS READ EXACTLY ONCE, SO IT IS COPIED
048700*    TO TONIGHT'S IMAGE AS IT GOES BY.
048800*****************************************************************
048900 3100-READ-MASTER.
049000     IF WS-END-OF-MASTER
049100         MOVE HIGH-VALUES TO WS-NEW-KEY
049200         GO TO 3100-EXIT
049300     END-IF.
049400     READ SVEC-MASTER-IN
049500         AT END
049600             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
049700             MOVE HIGH-VALUES TO WS-NEW-KEY
049800             GO TO 3100-EXIT
049900     END-READ.
050000     MOVE MS-KEY TO WS-NEW-KEY.
050100     WRITE IMAGE-OUT-RECORD FROM MS-RECORD.
050200     ADD 1 TO WS-MASTER-READ.
050300     ADD MS-VALUE TO WS-IMAGE-HASH.
050400 3100-EXIT.
050500     EXIT.
050600 3200-READ-PRIOR.
050700     IF WS-END-OF-PRIOR
050800         MOVE HIGH-VALUES TO WS-OLD-KEY
050900         GO TO 3200-EXIT
051000     END-IF.
051100     READ PRIOR-IMAGE-IN INTO WS-PRIOR-RECORD
051200         AT END
051300             MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
051400             MOVE HIGH-VALUES TO WS-OLD-KEY
051500             GO TO 3200-EXIT
051600     END-READ.
051700     IF WS-PR-IS-MANIFEST
051800         MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
051900         MOVE HIGH-VALUES TO WS-OLD-KEY
052000         GO TO 3200-EXIT
052100     END-IF.
052200     MOVE WS-PR-KEY TO WS-OLD-KEY.
052300 3200-EXIT.
052400     EXIT.
052500*****************************************************************
052600*    4000-MATCH-ONE-KEY
052700*    THE LOWER KEY MOVES.  A KEY ONLY ON LAST NIGHT'S IMAGE IS
052800*    A SURVIVOR REMOVED, ONE ONLY ON TONIGHT'S MASTER IS A
052900*    SURVIVOR ADDED, AND ONE ON BOTH IS COMPARED.  WHEN THE
053000*    LOWER KEY BELONGS TO A DIFFERENT SECTION THE SECTION IN
053100*    HAND IS CLOSED OUT FIRST.
053200*****************************************************************
053300 4000-MATCH-ONE-KEY.
053400     IF WS-OLD-KEY < WS-NEW-KEY
053500         MOVE WS-OLD-KEY(1:11) TO WS-LOW-SECTION
053600     ELSE
053700         MOVE WS-NEW-KEY(1:11) TO WS-LOW-SECTION
053800     END-IF.
053900     IF WS-LOW-SECTION NOT = WS-CUR-SECTION
054000         PERFORM 4900-CLOSE-SECTION THRU 4900-EXIT
054100         MOVE WS-LOW-SECTION TO WS-CUR-SECTION
054200     END-IF.
054300     EVALUATE TRUE
054400         WHEN WS-OLD-KEY < WS-NEW-KEY
054500             PERFORM 4100-SURVIVOR-REMOVED THRU 4100-EXIT
054600             PERFORM 3200-READ-PRIOR THRU 3200-EXIT
054700         WHEN WS-OLD-KEY > WS-NEW-KEY
054800             PERFORM 4200-SURVIVOR-ADDED THRU 4200-EXIT
054900             PERFORM 3100-READ-MASTER THRU 3100-EXIT
055000         WHEN OTHER
055100             PERFORM 4300-SURVIVOR-MATCHED THRU 4300-EXIT
055200             PERFORM 3100-READ-MASTER THRU 3100-EXIT
055300             PERFORM 3200-READ-PRIOR THRU 3200-EXIT
055400     END-EVALUATE.
055500 4000-EXIT.
055600     EXIT.
055700 4100-SURVIVOR-REMOVED.
055800     ADD 1 TO WS-SC-OLD-COUNT.
055900     ADD 1 TO WS-SC-REMOVED.
056000     ADD 1 TO WS-DELETE-COUNT.
056100     MOVE SPACES TO CG-RECORD.
056200     MOVE 'D' TO CG-RECORD-TYPE.
056300     MOVE WS-PR-VECTOR-ID TO CG-VECTOR-ID.
056400     MOVE WS-PR-WAVE TO CG-WAVE.
056500     MOVE WS-PR-SEQUENCE TO CG-SEQUENCE.
056600     MOVE WS-PR-VALUE TO CG-OLD-VALUE.
056700     MOVE ZERO TO CG-NEW-VALUE.
056800     MOVE WS-PR-REF-KEY TO CG-OLD-REF-KEY.
056900     MOVE WS-RUN-DATE TO CG-RUN-DATE.
057000     WRITE CG-RECORD.
057200     PERFORM 4800-HOLD-SECTION-CHANGE THRU 4800-EXIT.
057300 4100-EXIT.
057400     EXIT.
057500 4200-SURVIVOR-ADDED.
057600     ADD 1 TO WS-SC-NEW-COUNT.
057700     ADD 1 TO WS-SC-ADDED.
057800     ADD 1 TO WS-ADD-COUNT.
057900     MOVE SPACES TO CG-RECORD.
058000     MOVE 'A' TO CG-RECORD-TYPE.
058100     MOVE MS-VECTOR-ID TO CG-VECTOR-ID.
058200     MOVE MS-WAVE TO CG-WAVE.
058300     MOVE MS-SEQUENCE TO CG-SEQUENCE.
058400     MOVE ZERO TO CG-OLD-VALUE.
058500     MOVE MS-VALUE TO CG-NEW-VALUE.
058600     MOVE MS-REF-KEY TO CG-NEW-REF-KEY.
058700     MOVE WS-RUN-DATE TO CG-RUN-DATE.
058800     WRITE CG-RECORD.
058900     ADD MS-VALUE TO WS-CHANGE-HASH.
059000     PERFORM 4800-HOLD-SECTION-CHANGE THRU 4800-EXIT.
059100 4200-EXIT.
059200     EXIT.
059300*****************************************************************
059400*    4300-SURVIVOR-MATCHED
059500*    THE SAME POSITION IN THE SAME SECTION ON BOTH NIGHTS.  A
059600*    DIFFERENT VALUE, OR THE SAME VALUE UNDER A DIFFERENT SENDER
059700*    REFERENCE KEY, IS A CHANGE - EITHER WAY THE SURVIVOR AT
059800*    THAT POSITION IS NO LONGER WHAT A CONSUMER HOLDS.
059900*****************************************************************
060000 4300-SURVIVOR-MATCHED.
060100     ADD 1 TO WS-SC-OLD-COUNT.
060200     ADD 1 TO WS-SC-NEW-COUNT.
060300     IF WS-PR-VALUE = MS-VALUE
060400         AND WS-PR-REF-KEY = MS-REF-KEY
060500         GO TO 4300-EXIT
060600     END-IF.
060700     ADD 1 TO WS-SC-REVALUED.
060800     ADD 1 TO WS-REVALUE-COUNT.
060900     MOVE SPACES TO CG-RECORD.
061000     MOVE 'C' TO CG-RECORD-TYPE.
061100     MOVE MS-VECTOR-ID TO CG-VECTOR-ID.
061200     MOVE MS-WAVE TO CG-WAVE.
061300     MOVE MS-SEQUENCE TO CG-SEQUENCE.
061400     MOVE WS-PR-VALUE TO CG-OLD-VALUE.
061500     MOVE MS-VALUE TO CG-NEW-VALUE.
061600     MOVE WS-PR-REF-KEY TO CG-OLD-REF-KEY.
061700     MOVE MS-REF-KEY TO CG-NEW-REF-KEY.
061800     MOVE WS-RUN-DATE TO CG-RUN-DATE.
061900     WRITE CG-RECORD.
062000     ADD MS-VALUE TO WS-CHANGE-HASH.
062100     PERFORM 4800-HOLD-SECTION-CHANGE THRU 4800-EXIT.
062200 4300-EXIT.
062300     EXIT.
062400*****************************************************************
062500*    4800-HOLD-SECTION-CHANGE
062600*    PARKS THE CHANGE RECORD JUST WRITTEN IN THE SECTION TABLE
062700*    FOR THE REPORT.
062800*****************************************************************
062900 4800-HOLD-SECTION-CHANGE.
063000     IF WS-CHANGE-COUNT >= WS-CHANGE-TABLE-MAX
063100         ADD 1 TO WS-CHANGE-UNLISTED
063200         GO TO 4800-EXIT
063300     END-IF.
063400     ADD 1 TO WS-CHANGE-COUNT.
063500     MOVE CG-SEQUENCE TO WS-CE-SEQUENCE(WS-CHANGE-COUNT).
063600     MOVE CG-OLD-VALUE TO WS-CE-OLD-VALUE(WS-CHANGE-COUNT).
063700     MOVE CG-NEW-VALUE TO WS-CE-NEW-VALUE(WS-CHANGE-COUNT).
063800     EVALUATE TRUE
063900         WHEN CG-IS-DELETE
064000             MOVE "REMOVED  " TO WS-CE-ACTION(WS-CHANGE-COUNT)
064100             MOVE CG-OLD-REF-KEY
064200                 TO WS-CE-REF-KEY(WS-CHANGE-COUNT)
064300         WHEN CG-IS-ADD
064400             MOVE "ADDED    " TO WS-CE-ACTION(WS-CHANGE-COUNT)
064500             MOVE CG-NEW-REF-KEY
064600                 TO WS-CE-REF-KEY(WS-CHANGE-COUNT)
064700         WHEN OTHER
064800             MOVE "REVALUED " TO WS-CE-ACTION(WS-CHANGE-COUNT)
064900             MOVE CG-NEW-REF-KEY
065000                 TO WS-CE-REF-KEY(WS-CHANGE-COUNT)
065100     END-EVALUATE.
065200 4800-EXIT.
065300     EXIT.
065400*****************************************************************
065500*    4900-CLOSE-SECTION
065600*    CLASSES THE SECTION JUST FINISHED: NOTHING ON LAST NIGHT'S
065700*    IMAGE IS NEW, NOTHING ON TONIGHT'S MASTER IS DROPPED, NO
065800*    DIFFERENCE AT ALL IS UNCHANGED, ANYTHING ELSE IS CHANGED.
065900*    UNCHANGED SECTIONS ARE COUNTED, NOT LISTED - THE REPORT IS
066000*    WHAT MOVED.  ONLY A CHANGED SECTION LISTS ITS SURVIVORS; A
066100*    NEW OR DROPPED ONE IS ALL ADDS OR ALL DELETES BY
066200*    DEFINITION.  THE SECTION COUNTERS ARE THEN RESET.
066300*****************************************************************
066400 4900-CLOSE-SECTION.
066500     IF WS-CUR-SECTION = LOW-VALUES
066600         GO TO 4900-RESET
066700     END-IF.
066800     EVALUATE TRUE
066900         WHEN WS-SC-OLD-COUNT = ZERO
067000             ADD 1 TO WS-VECTORS-NEW
067100             MOVE "NEW      " TO WS-CS-STATUS
067200         WHEN WS-SC-NEW-COUNT = ZERO
067300             ADD 1 TO WS-VECTORS-DROPPED
067400             MOVE "DROPPED  " TO WS-CS-STATUS
067500         WHEN WS-SC-ADDED = ZERO
067600             AND WS-SC-REMOVED = ZERO
067700             AND WS-SC-REVALUED = ZERO
067800             ADD 1 TO WS-VECTORS-UNCHANGED
067900             GO TO 4900-RESET
068000         WHEN OTHER
068100             ADD 1 TO WS-VECTORS-CHANGED
068200             MOVE "CHANGED  " TO WS-CS-STATUS
068300     END-EVALUATE.
068400     IF NOT WS-PRIOR-TRUSTED
068500         OR WS-CHANGE-REPORT-STATUS NOT = "00"
068600         GO TO 4900-RESET
068700     END-IF.
068800     MOVE WS-CS-VECTOR-ID TO WS-CS-LINE-VECTOR.
068900     MOVE WS-CS-WAVE TO WS-CS-LINE-WAVE.
069000     MOVE WS-SC-OLD-COUNT TO WS-CS-OLD.
069100     MOVE WS-SC-NEW-COUNT TO WS-CS-NEW.
069200     MOVE WS-SC-ADDED TO WS-CS-ADDED.
069300     MOVE WS-SC-REMOVED TO WS-CS-REMOVED.
069400     MOVE WS-SC-REVALUED TO WS-CS-REVALUED.
069500     WRITE CHANGE-REPORT-RECORD FROM WS-CHG-SECTION-LINE.
069600     IF WS-CS-STATUS NOT = "CHANGED  "
069700         GO TO 4900-RESET
069800     END-IF.
069900     PERFORM 4950-LIST-ONE-CHANGE THRU 4950-EXIT
070000         VARYING WS-CHG-SUB FROM 1 BY 1
070100         UNTIL WS-CHG-SUB > WS-CHANGE-COUNT.
070200     IF WS-CHANGE-UNLISTED > ZERO
070300         MOVE WS-CHANGE-UNLISTED TO WS-CM-COUNT
070400         WRITE CHANGE-REPORT-RECORD FROM WS-CHG-MORE-LINE
070500     END-IF.
070600 4900-RESET.
070700     MOVE ZERO TO WS-SC-OLD-COUNT.
070800     MOVE ZERO TO WS-SC-NEW-COUNT.
070900     MOVE ZERO TO WS-SC-ADDED.
071000     MOVE ZERO TO WS-SC-REMOVED.
071100     MOVE ZERO TO WS-SC-REVALUED.
071200     MOVE ZERO TO WS-CHANGE-COUNT.
071300     MOVE ZERO TO WS-CHANGE-UNLISTED.
071400 4900-EXIT.
071500     EXIT.
071600 4950-LIST-ONE-CHANGE.
071700     MOVE WS-CE-SEQUENCE(WS-CHG-SUB) TO WS-CD-SEQUENCE.
071800     MOVE WS-CE-ACTION(WS-CHG-SUB) TO WS-CD-ACTION.
071900     MOVE WS-CE-REF-KEY(WS-CHG-SUB) TO WS-CD-REF-KEY.
072000     MOVE SPACES TO WS-CD-OLD.
072100     MOVE SPACES TO WS-CD-NEW.
072200     IF WS-CE-ACTION(WS-CHG-SUB) NOT = "ADDED    "
072300         MOVE WS-CE-OLD-VALUE(WS-CHG-SUB) TO WS-EDIT-VALUE
072400         MOVE WS-EDIT-VALUE TO WS-CD-OLD
072500     END-IF.
072600     IF WS-CE-ACTION(WS-CHG-SUB) NOT = "REMOVED  "
072700         MOVE WS-CE-NEW-VALUE(WS-CHG-SUB) TO WS-EDIT-VALUE
072800         MOVE WS-EDIT-VALUE TO WS-CD-NEW
072900     END-IF.
073000     WRITE CHANGE-REPORT-RECORD FROM WS-CHG-DETAIL-LINE.
073100 4950-EXIT.
073200     EXIT.
073300*****************************************************************
073400*    5000-WRITE-TRAILERS
073500*    CLOSES TONIGHT'S IMAGE WITH ITS *MANIFST TRAILER - RECORD
073600*    COUNT, RUN DATE, HASH TOTAL - FOR TOMORROW'S PROOF, AND THE
073700*    CHANGE FILE WITH ITS CONTROL TRAILER (SEE SVECCHG).
073800*****************************************************************
073900 5000-WRITE-TRAILERS.
074000     IF RETURN-CODE = 16
074100         GO TO 5000-EXIT
074200     END-IF.
074300     MOVE WS-MASTER-READ TO WS-IT-RECORDS.
074400     MOVE WS-RUN-DATE TO WS-IT-RUN-DATE.
074500     MOVE WS-IMAGE-HASH TO WS-IT-HASH.
074600     WRITE IMAGE-OUT-RECORD FROM WS-IMAGE-TRAILER.
074700     MOVE SPACES TO CG-RECORD.
074800     MOVE 'T' TO CG-RECORD-TYPE.
074900     MOVE "*MANIFST" TO CG-VECTOR-ID.
075000     MOVE WS-RUN-DATE TO CT-RUN-DATE.
075100     MOVE WS-PRIOR-DATE TO CT-PRIOR-DATE.
075200     IF WS-PRIOR-TRUSTED
075300         MOVE 'D' TO CT-DELTA-STATUS
075400     ELSE
075500         MOVE 'R' TO CT-DELTA-STATUS
075600     END-IF.
075700     MOVE WS-ADD-COUNT TO CT-ADD-COUNT.
075800     MOVE WS-DELETE-COUNT TO CT-DELETE-COUNT.
075900     MOVE WS-REVALUE-COUNT TO CT-CHANGE-COUNT.
076000     MOVE WS-MASTER-READ TO CT-MASTER-RECORDS.
076100     MOVE WS-CHANGE-HASH TO CT-HASH-TOTAL.
076200     WRITE CG-RECORD.
076300 5000-EXIT.
076400     EXIT.
076500*****************************************************************
076600*    7000-WRITE-SUMMARY
076700*    THE NIGHT IN FOUR LINES: VECTORS BY CLASS, SURVIVORS BY
076800*    KIND OF CHANGE, THE MASTER'S SIZE ON BOTH NIGHTS, AND WHAT
076900*    WENT TO SVECCHG.
077000*****************************************************************
077100 7000-WRITE-SUMMARY.
077200     IF WS-CHANGE-REPORT-STATUS NOT = "00"
077300         GO TO 7000-EXIT
077400     END-IF.
077500     MOVE WS-VECTORS-NEW TO WS-VT-NEW.
077600     MOVE WS-VECTORS-DROPPED TO WS-VT-DROPPED.
077700     MOVE WS-VECTORS-CHANGED TO WS-VT-CHANGED.
077800     MOVE WS-VECTORS-UNCHANGED TO WS-VT-UNCHANGED.
077900     WRITE CHANGE-REPORT-RECORD FROM WS-CHG-VECTOR-TOTALS.
078000     MOVE WS-ADD-COUNT TO WS-ST-ADDED.
078100     MOVE WS-DELETE-COUNT TO WS-ST-REMOVED.
078200     MOVE WS-REVALUE-COUNT TO WS-ST-REVALUED.
078300     WRITE CHANGE-REPORT-RECORD FROM WS-CHG-SURVIVOR-TOTALS.
078400     MOVE WS-PRIOR-READ TO WS-MT-PRIOR.
078500     MOVE WS-MASTER-READ TO WS-MT-TONIGHT.
078600     WRITE CHANGE-REPORT-RECORD FROM WS-CHG-MASTER-TOTALS.
078700     COMPUTE WS-FT-RECORDS =
078800         WS-ADD-COUNT + WS-DELETE-COUNT + WS-REVALUE-COUNT.
078900     IF WS-PRIOR-TRUSTED
079000         MOVE "DELTA" TO WS-FT-STATUS
079100     ELSE
079200         MOVE "RELOAD REQUIRED" TO WS-FT-STATUS
079300     END-IF.
079400     WRITE CHANGE-REPORT-RECORD FROM WS-CHG-FILE-TOTALS.
079500 7000-EXIT.
079600     EXIT.
079700*****************************************************************
079800*    9000-TERMINATE REPORTS THE NIGHT TO THE JOB LOG AND
079900*    CLOSES OUT.
080000*****************************************************************
080100 9000-TERMINATE.
080200     DISPLAY "SVECDIFF: NEW " WS-VECTORS-NEW
080300         " DROPPED " WS-VECTORS-DROPPED
080400         " CHANGED " WS-VECTORS-CHANGED
080500         " UNCHANGED " WS-VECTORS-UNCHANGED.
080600     CLOSE SVEC-MASTER-IN.
080700     IF WS-PRIOR-OPEN
080800         CLOSE PRIOR-IMAGE-IN
080900     END-IF.
081000     CLOSE IMAGE-OUT.
081100     CLOSE CHANGE-OUT.
081200     CLOSE CHANGE-REPORT-OUT.
081300     CLOSE RUN-INDEX-IN.
081400 9000-EXIT.
081500     EXIT.
