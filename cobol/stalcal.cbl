000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STALCAL.
000300 AUTHOR. G GRIGORIEV.
000400 INSTALLATION. CENTRAL PLANNING DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    10/15/2026  GG  WRITTEN.  CICS MAINTENANCE SCREEN (TRANSID
001100*                    STLC, MAPSET STALCLM) OVER THE CALMSTR
001200*                    PROCESSING CALENDAR MASTER (SEE CALREC)
001300*                    THAT SORTVECT NOW TAKES ITS RUN TYPE AND RUN
001400*                    DATE FROM.  ENTER SHOWS A DATE'S DAY OF THE
001500*                    WEEK, DAY TYPE (BUSINESS, MONTH-END,
001600*                    QUARTER-END, HOLIDAY OR NON-BUSINESS), ITS
001700*                    RUN-AS DATE AND DESCRIPTION, AND WHO LAST
001800*                    TOUCHED IT; PF5 ADDS OR CHANGES THE DATE
001900*                    AFTER FIELD EDITS AND WRITES AN AUDIT
002000*                    RECORD (OPERATOR, DATE, TIME, OLD AND NEW
002100*                    SETTINGS) TO CALAUDT ON EVERY CHANGE.
002200*                    THERE IS NO DELETE - A DATE IS ALWAYS SOME
002300*                    KIND OF DAY, AND CALCHECK REPORTS A DATE
002400*                    MISSING FROM THE CALENDAR AS AN EXCEPTION.
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-ANYMAINFRAME.
002900 OBJECT-COMPUTER. IBM-ANYMAINFRAME.
003000 DATA DIVISION.
003100 WORKING-STORAGE SECTION.
003200*****************************************************************
003300*    SCREEN STATE AND EDIT WORK AREAS
003400*****************************************************************
003500 01  WS-CALENDAR-FILE      PIC X(08) VALUE "CALMSTR ".
003600 01  WS-AUDIT-FILE         PIC X(08) VALUE "CALAUDT ".
003700 01  WS-RESP               PIC S9(8) COMP.
003800 01  WS-OPERATOR           PIC X(08).
003900 01  WS-ABSTIME            PIC S9(15) COMP-3.
004000 01  WS-CHG-DATE-X         PIC X(08).
004100 01  WS-CHG-DATE-N REDEFINES WS-CHG-DATE-X
004200                           PIC 9(08).
004300 01  WS-CHG-TIME-X         PIC X(08).
004400 01  WS-CAL-KEY            PIC X(08).
004500 01  WS-CAL-KEY-N REDEFINES WS-CAL-KEY
004600                           PIC 9(08).
004700 01  WS-RUN-AS-KEY         PIC 9(08).
004800 01  WS-OLD-SETTINGS       PIC X(29).
004900*****************************************************************
005000*    WS-NEW-SETTINGS MIRRORS CL-SETTINGS IN CALREC BYTE FOR
005100*    BYTE, SO ONCE EVERY FIELD HAS PASSED ITS EDIT THE WHOLE
005200*    GROUP MOVES ONTO THE MASTER RECORD IN ONE STATEMENT AND
005300*    INTO THE AUDIT RECORD AS-IS.
005400*****************************************************************
005500 01  WS-NEW-SETTINGS.
005600     05  WS-NS-DAY-TYPE    PIC X(01).
005700         88  WS-NS-DAY-TYPE-VALID VALUE 'B' 'H' 'M' 'N' 'Q'.
005800         88  WS-NS-NON-BUSINESS   VALUE 'H' 'N'.
005900     05  WS-NS-RUN-AS-DATE PIC X(08).
006000     05  WS-NS-RUN-AS-DATE-N REDEFINES WS-NS-RUN-AS-DATE
006100                           PIC 9(08).
006200     05  WS-NS-DESCRIPTION PIC X(20).
006300 01  WS-EDIT-FLAG          PIC X(01).
006400     88  WS-EDIT-PASSED        VALUE 'Y'.
006500     88  WS-EDIT-FAILED        VALUE 'N'.
006600 01  WS-FAIL-TEXT          PIC X(40).
006700*****************************************************************
006800*    DATE WORK AREAS - CALENDAR ARITHMETIC WITHOUT THE RUNTIME'S
006900*    DATE ROUTINES, THE SAME DAY-NUMBER FORMULA ARCHPURG AGES
007000*    ITS RUNS BY.  EACH DIVISION GOES INTO A WHOLE-NUMBER FIELD
007100*    SO NOTHING ROUNDS.  DAY NUMBER MODULO 7 IS 0 ON A SATURDAY.
007200*****************************************************************
007300 01  WS-WORK-DATE.
007400     05  WS-WD-YYYY        PIC 9(04).
007500     05  WS-WD-MM          PIC 9(02).
007600     05  WS-WD-DD          PIC 9(02).
007700 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
007800                           PIC 9(08).
007900 01  WS-DATE-FLAG          PIC X(01).
008000     88  WS-DATE-VALID         VALUE 'Y'.
008100 01  WS-CALC-YYYY          PIC 9(05).
008200 01  WS-CALC-MM            PIC 9(02).
008300 01  WS-CALC-QUOTIENT      PIC 9(07).
008400 01  WS-CALC-REMAINDER     PIC 9(04).
008500 01  WS-DAY-NUMBER         PIC 9(08).
008600 01  WS-DAY-OF-WEEK        PIC 9(01).
008700 01  WS-MONTH-LENGTH       PIC 9(02).
008800 01  WS-MONTH-LENGTH-TABLE.
008900     05  FILLER            PIC X(24) VALUE
009000         "312831303130313130313031".
009100 01  WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTH-TABLE.
009200     05  WS-ML-DAYS        PIC 9(02) OCCURS 12 TIMES.
009300 01  WS-DAY-NAME-TABLE.
009400     05  FILLER            PIC X(27) VALUE
009500         "SATURDAY SUNDAY   MONDAY   ".
009600     05  FILLER            PIC X(27) VALUE
009700         "TUESDAY  WEDNESDAYTHURSDAY ".
009800     05  FILLER            PIC X(09) VALUE "FRIDAY   ".
009900 01  WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
010000     05  WS-DN-NAME        PIC X(09) OCCURS 7 TIMES.
010100 01  WS-LAST-CHANGED-LINE.
010200     05  FILLER            PIC X(03) VALUE "BY ".
010300     05  WS-LC-OPERATOR    PIC X(08).
010400     05  FILLER            PIC X(04) VALUE " ON ".
010500     05  WS-LC-MM          PIC X(02).
010600     05  FILLER            PIC X(01) VALUE "/".
010700     05  WS-LC-DD          PIC X(02).
010800     05  FILLER            PIC X(01) VALUE "/".
010900     05  WS-LC-YYYY        PIC X(04).
011000     05  FILLER            PIC X(04) VALUE " AT ".
011100     05  WS-LC-HH          PIC X(02).
011200     05  FILLER            PIC X(01) VALUE ":".
011300     05  WS-LC-MIN         PIC X(02).
011400     05  FILLER            PIC X(08) VALUE SPACES.
011500 01  WS-MASTER-DATE-X      PIC X(08).
011600     COPY CALREC.
011700     COPY CALAREC.
011800     COPY STALCLMC.
011900     COPY DFHAID.
012000     COPY DFHBMSCA.
012100*****************************************************************
012200*    COMMAREA - ONE STATE BYTE; THE SCREEN ITSELF CARRIES THE
012300*    FIELDS, RECEIVED FRESH ON EVERY INTERACTION.
012400*****************************************************************
012500 01  WS-COMMAREA           PIC X(01).
012600 LINKAGE SECTION.
012700 01  DFHCOMMAREA           PIC X(01).
012800 PROCEDURE DIVISION.
012900*****************************************************************
013000*    0000-MAINLINE
013100*    CLASSIC PSEUDO-CONVERSATIONAL SHAPE, THE SAME AS STALVREG:
013200*    FIRST TIME IN, PAINT AN EMPTY SCREEN; AFTER THAT, ENTER
013300*    INQUIRES ON THE KEYED DATE, PF5 APPLIES THE KEYED
013400*    SETTINGS, PF3 LEAVES.
013500*****************************************************************
013600 0000-MAINLINE.
013700     IF EIBCALEN = ZERO
013800         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
013900     ELSE
014000         EVALUATE EIBAID
014100             WHEN DFHPF3
014200                 PERFORM 8000-LEAVE THRU 8000-EXIT
014300             WHEN DFHPF5
014400                 PERFORM 3000-APPLY-UPDATE THRU 3000-EXIT
014500             WHEN OTHER
014600                 PERFORM 2000-INQUIRE THRU 2000-EXIT
014700         END-EVALUATE
014800     END-IF.
014900     MOVE 'A' TO WS-COMMAREA.
015000     EXEC CICS RETURN TRANSID('STLC')
015100         COMMAREA(WS-COMMAREA) LENGTH(1)
015200     END-EXEC.
015300 0000-EXIT.
015400     EXIT.
015500 1000-FIRST-TIME.
015600     MOVE LOW-VALUES TO STALCLMO.
015700     MOVE "ENTER A DATE" TO MSGO.
015800     PERFORM 7000-SEND-SCREEN THRU 7000-EXIT.
015900 1000-EXIT.
016000     EXIT.
016100*****************************************************************
016200*    2000-INQUIRE
016300*    READS THE KEYED DATE OFF THE CALENDAR AND SHOWS ITS
016400*    SETTINGS AND LAST-CHANGED LINE IN THE INPUT FIELDS THEM-
016500*    SELVES, SO A CHANGE IS AN OVERTYPE AND A PF5.  A DATE NOT
016600*    ON THE CALENDAR YET KEEPS WHATEVER WAS KEYED, READY FOR PF5
016700*    TO ADD IT.
016800*****************************************************************
016900 2000-INQUIRE.
017000     PERFORM 6000-RECEIVE-AND-CHECK-KEY THRU 6000-EXIT.
017100     IF WS-EDIT-FAILED
017200         GO TO 2000-EXIT
017300     END-IF.
017400     EXEC CICS READ FILE(WS-CALENDAR-FILE)
017500         INTO(CL-RECORD) RIDFLD(WS-CAL-KEY) RESP(WS-RESP)
017600     END-EXEC.
017700     IF WS-RESP = DFHRESP(NORMAL)
017800         PERFORM 2200-SHOW-SETTINGS THRU 2200-EXIT
017900         PERFORM 2100-FORMAT-LAST-CHANGED THRU 2100-EXIT
018000         MOVE "OVERTYPE AND PRESS PF5 TO CHANGE" TO MSGO
018100     ELSE
018200         IF WS-RESP = DFHRESP(NOTFND)
018300             MOVE "NOT ON CALENDAR - PF5 ADDS IT" TO MSGO
018400         ELSE
018500             MOVE "CALENDAR READ FAILED" TO MSGO
018600         END-IF
018700     END-IF.
018800     PERFORM 7000-SEND-SCREEN THRU 7000-EXIT.
018900 2000-EXIT.
019000     EXIT.
019100 2100-FORMAT-LAST-CHANGED.
019200     MOVE CL-OPERATOR TO WS-LC-OPERATOR.
019300     MOVE CL-CHG-DATE TO WS-MASTER-DATE-X.
019400     MOVE WS-MASTER-DATE-X(1:4) TO WS-LC-YYYY.
019500     MOVE WS-MASTER-DATE-X(5:2) TO WS-LC-MM.
019600     MOVE WS-MASTER-DATE-X(7:2) TO WS-LC-DD.
019700     MOVE CL-CHG-TIME TO WS-CHG-TIME-X(1:6).
019800     MOVE WS-CHG-TIME-X(1:2) TO WS-LC-HH.
019900     MOVE WS-CHG-TIME-X(3:2) TO WS-LC-MIN.
020000     MOVE WS-LAST-CHANGED-LINE TO LSTCHGO.
020100 2100-EXIT.
020200     EXIT.
020300*****************************************************************
020400*    2200-SHOW-SETTINGS
020500*    A ZERO RUN-AS DATE - THE DAY RUNS AS ITSELF - SHOWS BLANK.
020600*****************************************************************
020700 2200-SHOW-SETTINGS.
020800     MOVE CL-DAY-TYPE TO DAYTYPO.
020900     IF CL-RUN-AS-DATE = ZERO
021000         MOVE SPACES TO RUNASO
021100     ELSE
021200         MOVE CL-RUN-AS-DATE TO RUNASO
021300     END-IF.
021400     MOVE CL-DESCRIPTION TO DESCRO.
021500 2200-EXIT.
021600     EXIT.
021700*****************************************************************
021800*    3000-APPLY-UPDATE
021900*    RUNS THE KEYED SETTINGS THROUGH THE FIELD EDITS, THEN
022000*    REWRITES (OR ADDS) THE CALENDAR RECORD AND WRITES THE
022100*    AUDIT RECORD.  NOTHING REACHES THE MASTER ON A FAILED
022200*    EDIT, THE SAME RULE STALVREG KEEPS.  A PF5 THAT CHANGES
022300*    NOTHING RELEASES THE RECORD AND SAYS SO RATHER THAN
022400*    STAMPING A NEW OPERATOR AND AN EMPTY AUDIT RECORD ON IT.
022500*****************************************************************
022600 3000-APPLY-UPDATE.
022700     PERFORM 6000-RECEIVE-AND-CHECK-KEY THRU 6000-EXIT.
022800     IF WS-EDIT-FAILED
022900         GO TO 3000-EXIT
023000     END-IF.
023100     PERFORM 6500-EDIT-SETTINGS THRU 6500-EXIT.
023200     IF WS-EDIT-FAILED
023300         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
023400         GO TO 3000-EXIT
023500     END-IF.
023600     EXEC CICS ASSIGN USERID(WS-OPERATOR) END-EXEC.
023700     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
023800     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
023900         YYYYMMDD(WS-CHG-DATE-X)
024000         TIME(WS-CHG-TIME-X)
024100     END-EXEC.
024200     EXEC CICS READ FILE(WS-CALENDAR-FILE)
024300         INTO(CL-RECORD) RIDFLD(WS-CAL-KEY)
024400         UPDATE RESP(WS-RESP)
024500     END-EXEC.
024600     IF WS-RESP = DFHRESP(NORMAL)
024700         MOVE CL-SETTINGS TO WS-OLD-SETTINGS
024800         IF WS-OLD-SETTINGS = WS-NEW-SETTINGS
024900             EXEC CICS UNLOCK FILE(WS-CALENDAR-FILE)
025000             END-EXEC
025100             PERFORM 2100-FORMAT-LAST-CHANGED THRU 2100-EXIT
025200             MOVE "NO CHANGE - NOTHING WRITTEN" TO MSGO
025300             PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
025400             GO TO 3000-EXIT
025500         END-IF
025600         PERFORM 3100-FILL-MASTER-FIELDS THRU 3100-EXIT
025700         EXEC CICS REWRITE FILE(WS-CALENDAR-FILE)
025800             FROM(CL-RECORD) RESP(WS-RESP)
025900         END-EXEC
026000     ELSE
026100         IF WS-RESP = DFHRESP(NOTFND)
026200             MOVE SPACES TO WS-OLD-SETTINGS
026300             MOVE SPACES TO CL-RECORD
026400             MOVE WS-CAL-KEY-N TO CL-DATE
026500             PERFORM 3100-FILL-MASTER-FIELDS THRU 3100-EXIT
026600             EXEC CICS WRITE FILE(WS-CALENDAR-FILE)
026700                 FROM(CL-RECORD) RIDFLD(WS-CAL-KEY)
026800                 RESP(WS-RESP)
026900             END-EXEC
027000         END-IF
027100     END-IF.
027200     IF WS-RESP NOT = DFHRESP(NORMAL)
027300         MOVE "CALENDAR UPDATE FAILED" TO MSGO
027400         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
027500         GO TO 3000-EXIT
027600     END-IF.
027700     PERFORM 3200-WRITE-AUDIT THRU 3200-EXIT.
027800     PERFORM 2200-SHOW-SETTINGS THRU 2200-EXIT.
027900     PERFORM 2100-FORMAT-LAST-CHANGED THRU 2100-EXIT.
028000     PERFORM 7000-SEND-SCREEN THRU 7000-EXIT.
028100 3000-EXIT.
028200     EXIT.
028300 3100-FILL-MASTER-FIELDS.
028400     MOVE WS-NEW-SETTINGS TO CL-SETTINGS.
028500     MOVE WS-OPERATOR TO CL-OPERATOR.
028600     MOVE WS-CHG-DATE-N TO CL-CHG-DATE.
028700     MOVE WS-CHG-TIME-X(1:6) TO CL-CHG-TIME(1:6).
028800 3100-EXIT.
028900     EXIT.
029000*****************************************************************
029100*    3200-WRITE-AUDIT
029200*    ONE AUDIT RECORD PER CHANGE - OPERATOR, DATE, TIME, OLD
029300*    SETTINGS, NEW SETTINGS.  TWO CHANGES TO THE SAME DATE
029400*    INSIDE ONE SECOND COLLIDE ON THE AUDIT KEY; THE SECOND ONE
029500*    SLIDES FORWARD A SECOND AND TRIES ONCE MORE, AS IN
029600*    STALVREG.  AN AUDIT THAT STILL WILL NOT WRITE IS SAID OUT
029700*    LOUD - THE CALENDAR CHANGE STOOD.
029800*****************************************************************
029900 3200-WRITE-AUDIT.
030000     MOVE SPACES TO CA-RECORD.
030100     MOVE WS-CHG-DATE-N TO CA-CHG-DATE.
030200     MOVE WS-CHG-TIME-X(1:6) TO CA-CHG-TIME(1:6).
030300     MOVE WS-CAL-KEY-N TO CA-CAL-DATE.
030400     MOVE WS-OPERATOR TO CA-OPERATOR.
030500     MOVE WS-OLD-SETTINGS TO CA-OLD-SETTINGS.
030600     MOVE WS-NEW-SETTINGS TO CA-NEW-SETTINGS.
030700     EXEC CICS WRITE FILE(WS-AUDIT-FILE)
030800         FROM(CA-RECORD) RIDFLD(CA-KEY) RESP(WS-RESP)
030900     END-EXEC.
031000     IF WS-RESP = DFHRESP(DUPREC)
031100         ADD 1 TO CA-CHG-TIME
031200         EXEC CICS WRITE FILE(WS-AUDIT-FILE)
031300             FROM(CA-RECORD) RIDFLD(CA-KEY) RESP(WS-RESP)
031400         END-EXEC
031500     END-IF.
031600     IF WS-RESP = DFHRESP(NORMAL)
031700         MOVE "UPDATED - AUDIT WRITTEN" TO MSGO
031800     ELSE
031900         MOVE "UPDATED - AUDIT WRITE FAILED" TO MSGO
032000     END-IF.
032100 3200-EXIT.
032200     EXIT.
032300*****************************************************************
032400*    6000-RECEIVE-AND-CHECK-KEY
032500*    RECEIVES THE MAP AND INSISTS ON A REAL CALENDAR DATE,
032600*    KEYED YYYYMMDD.  EVERY INPUT FIELD IS SAVED TO WORKING
032700*    STORAGE BEFORE THE OUTPUT AREA IS CLEARED - STALCLMO
032800*    REDEFINES STALCLMI - AND ECHOED BACK, AS IN STALVREG, WITH
032900*    THE DAY OF THE WEEK THE DATE FALLS ON BESIDE IT.  A FIELD
033000*    THE OPERATOR CLEARED WITH ERASE-EOF COMES BACK AS
033100*    LOW-VALUES AND IS TAKEN AS SPACES.  THE INPUT FIELDS ARE
033200*    DEFINED FSET IN THE MAP, SO A FIELD LEFT UNTOUCHED SINCE
033300*    THE INQUIRY STILL COMES BACK WHOLE.
033400*****************************************************************
033500 6000-RECEIVE-AND-CHECK-KEY.
033600     MOVE 'Y' TO WS-EDIT-FLAG.
033700     EXEC CICS RECEIVE MAP('STALCLM') MAPSET('STALCLM')
033800         INTO(STALCLMI) RESP(WS-RESP)
033900     END-EXEC.
034000     IF WS-RESP NOT = DFHRESP(NORMAL)
034100         OR CALDTI = SPACES OR CALDTI = LOW-VALUES
034200         MOVE LOW-VALUES TO STALCLMO
034300         MOVE "ENTER A DATE" TO MSGO
034400         MOVE 'N' TO WS-EDIT-FLAG
034500         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
034600         GO TO 6000-EXIT
034700     END-IF.
034800     MOVE CALDTI TO WS-CAL-KEY.
034900     MOVE DAYTYPI TO WS-NS-DAY-TYPE.
035000     MOVE RUNASI TO WS-NS-RUN-AS-DATE.
035100     MOVE DESCRI TO WS-NS-DESCRIPTION.
035200     INSPECT WS-CAL-KEY REPLACING ALL LOW-VALUE BY SPACE.
035300     INSPECT WS-NEW-SETTINGS REPLACING ALL LOW-VALUE BY SPACE.
035400     MOVE LOW-VALUES TO STALCLMO.
035500     MOVE WS-CAL-KEY TO CALDTO.
035600     MOVE WS-NS-DAY-TYPE TO DAYTYPO.
035700     MOVE WS-NS-RUN-AS-DATE TO RUNASO.
035800     MOVE WS-NS-DESCRIPTION TO DESCRO.
035900     IF WS-CAL-KEY-N NOT NUMERIC
036000         MOVE "ENTER A VALID DATE (YYYYMMDD)" TO MSGO
036100         MOVE 'N' TO WS-EDIT-FLAG
036200         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
036300         GO TO 6000-EXIT
036400     END-IF.
036500     MOVE WS-CAL-KEY-N TO WS-WORK-DATE-N.
036600     PERFORM 8100-CHECK-DATE THRU 8100-EXIT.
036700     IF NOT WS-DATE-VALID
036800         MOVE "ENTER A VALID DATE (YYYYMMDD)" TO MSGO
036900         MOVE 'N' TO WS-EDIT-FLAG
037000         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
037100         GO TO 6000-EXIT
037200     END-IF.
037300     PERFORM 8200-DAY-OF-WEEK THRU 8200-EXIT.
037400     MOVE WS-DN-NAME(WS-DAY-OF-WEEK + 1) TO DAYNMO.
037500 6000-EXIT.
037600     EXIT.
037700*****************************************************************
037800*    6500-EDIT-SETTINGS
037900*    THE PER-FIELD EDITS.  THE DAY TYPE IS ONE OF THE FIVE THE
038000*    NIGHTLY CHAIN KNOWS.  A RUN-AS DATE IS FOR THE MAKE-UP RUN
038100*    OF A MISSED NIGHT, SO IT IS ONLY TAKEN ON A HOLIDAY OR
038200*    NON-BUSINESS DAY - ON A BUSINESS DAY IT WOULD MISDATE THAT
038300*    NIGHT'S OWN RUN TOO - AND MUST NAME AN EARLIER DATE THAT IS
038400*    ALREADY ON THE CALENDAR AS A BUSINESS DAY, SINCE THAT DAY'S
038500*    RECORD IS WHERE THE RUN WILL TAKE ITS RUN TYPE FROM.  A
038600*    BLANK RUN-AS DATE IS TAKEN AS ZERO - THE DAY RUNS AS
038700*    ITSELF.  THE FIRST FAILING FIELD IS NAMED ON THE MESSAGE
038800*    LINE.
038900*****************************************************************
039000 6500-EDIT-SETTINGS.
039100     MOVE 'Y' TO WS-EDIT-FLAG.
039200     IF NOT WS-NS-DAY-TYPE-VALID
039300         MOVE "DAY TYPE MUST BE B, M, Q, H OR N" TO WS-FAIL-TEXT
039400         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
039500         GO TO 6500-EXIT
039600     END-IF.
039700     IF WS-NS-RUN-AS-DATE = SPACES
039800         MOVE ZEROS TO WS-NS-RUN-AS-DATE
039900     END-IF.
040000     IF WS-NS-RUN-AS-DATE-N NOT NUMERIC
040100         MOVE "RUN-AS DATE MUST BE YYYYMMDD" TO WS-FAIL-TEXT
040200         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
040300         GO TO 6500-EXIT
040400     END-IF.
040500     IF WS-NS-RUN-AS-DATE-N = ZERO
040600         GO TO 6500-EXIT
040700     END-IF.
040800     IF NOT WS-NS-NON-BUSINESS
040900         MOVE "RUN-AS ONLY ON A DAY TYPE H OR N" TO WS-FAIL-TEXT
041000         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
041100         GO TO 6500-EXIT
041200     END-IF.
041300     MOVE WS-NS-RUN-AS-DATE-N TO WS-WORK-DATE-N.
041400     PERFORM 8100-CHECK-DATE THRU 8100-EXIT.
041500     IF NOT WS-DATE-VALID
041600         MOVE "RUN-AS IS NOT A VALID DATE" TO WS-FAIL-TEXT
041700         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
041800         GO TO 6500-EXIT
041900     END-IF.
042000     IF WS-NS-RUN-AS-DATE-N NOT < WS-CAL-KEY-N
042100         MOVE "RUN-AS MUST BE AN EARLIER DATE" TO WS-FAIL-TEXT
042200         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
042300         GO TO 6500-EXIT
042400     END-IF.
042500     MOVE WS-NS-RUN-AS-DATE-N TO WS-RUN-AS-KEY.
042600     EXEC CICS READ FILE(WS-CALENDAR-FILE)
042700         INTO(CL-RECORD) RIDFLD(WS-RUN-AS-KEY) RESP(WS-RESP)
042800     END-EXEC.
042900     IF WS-RESP = DFHRESP(NOTFND)
043000         MOVE "RUN-AS DATE IS NOT ON THE CALENDAR"
043100             TO WS-FAIL-TEXT
043200         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
043300         GO TO 6500-EXIT
043400     END-IF.
043500     IF WS-RESP NOT = DFHRESP(NORMAL)
043600         MOVE "CALENDAR READ FAILED" TO WS-FAIL-TEXT
043700         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
043800         GO TO 6500-EXIT
043900     END-IF.
044000     IF NOT CL-BUSINESS-DAY
044100         MOVE "RUN-AS DATE IS NOT A BUSINESS DAY" TO WS-FAIL-TEXT
044200         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
044300     END-IF.
044400 6500-EXIT.
044500     EXIT.
044600 6600-FAIL-EDIT.
044700     MOVE 'N' TO WS-EDIT-FLAG.
044800     MOVE WS-FAIL-TEXT TO MSGO.
044900 6600-EXIT.
045000     EXIT.
045100 7000-SEND-SCREEN.
045200     EXEC CICS SEND MAP('STALCLM') MAPSET('STALCLM')
045300         FROM(STALCLMO) ERASE FREEKB
045400     END-EXEC.
045500 7000-EXIT.
045600     EXIT.
045700 8000-LEAVE.
045800     EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
045900     EXEC CICS RETURN END-EXEC.
046000 8000-EXIT.
046100     EXIT.
046200*****************************************************************
046300*    8100-CHECK-DATE
046400*    IS WS-WORK-DATE A REAL DATE?  MONTH 1-12, DAY 1 THRU THE
046500*    MONTH'S LENGTH, FEBRUARY 29 ONLY IN A LEAP YEAR (EVERY
046600*    FOURTH YEAR, BUT NOT A CENTURY UNLESS IT DIVIDES BY 400).
046700*****************************************************************
046800 8100-CHECK-DATE.
046900     MOVE 'N' TO WS-DATE-FLAG.
047000     IF WS-WD-YYYY < 1900
047100         OR WS-WD-MM < 1 OR WS-WD-MM > 12
047200         OR WS-WD-DD < 1
047300         GO TO 8100-EXIT
047400     END-IF.
047500     MOVE WS-ML-DAYS(WS-WD-MM) TO WS-MONTH-LENGTH.
047600     IF WS-WD-MM = 2
047700         DIVIDE WS-WD-YYYY BY 4 GIVING WS-CALC-QUOTIENT
047800             REMAINDER WS-CALC-REMAINDER
047900         IF WS-CALC-REMAINDER = ZERO
048000             MOVE 29 TO WS-MONTH-LENGTH
048100             DIVIDE WS-WD-YYYY BY 100 GIVING WS-CALC-QUOTIENT
048200                 REMAINDER WS-CALC-REMAINDER
048300             IF WS-CALC-REMAINDER = ZERO
048400                 MOVE 28 TO WS-MONTH-LENGTH
048500                 DIVIDE WS-WD-YYYY BY 400 GIVING WS-CALC-QUOTIENT
048600                     REMAINDER WS-CALC-REMAINDER
048700                 IF WS-CALC-REMAINDER = ZERO
048800                     MOVE 29 TO WS-MONTH-LENGTH
048900                 END-IF
049000             END-IF
049100         END-IF
049200     END-IF.
049300     IF WS-WD-DD > WS-MONTH-LENGTH
049400         GO TO 8100-EXIT
049500     END-IF.
049600     MOVE 'Y' TO WS-DATE-FLAG.
049700 8100-EXIT.
049800     EXIT.
049900*****************************************************************
050000*    8200-DAY-OF-WEEK
050100*    TURNS WS-WORK-DATE INTO A RUNNING DAY NUMBER - MARCH-BASED
050200*    YEAR, SO FEBRUARY'S LEAP DAY FALLS AT THE END - AND TAKES
050300*    IT MODULO 7: 0 IS SATURDAY, 1 SUNDAY, THROUGH 6 FRIDAY.
050400*****************************************************************
050500 8200-DAY-OF-WEEK.
050600     MOVE WS-WD-YYYY TO WS-CALC-YYYY.
050700     MOVE WS-WD-MM TO WS-CALC-MM.
050800     IF WS-CALC-MM < 3
050900         SUBTRACT 1 FROM WS-CALC-YYYY
051000         ADD 12 TO WS-CALC-MM
051100     END-IF.
051200     COMPUTE WS-DAY-NUMBER = 365 * WS-CALC-YYYY + WS-WD-DD.
051300     DIVIDE WS-CALC-YYYY BY 4 GIVING WS-CALC-QUOTIENT.
051400     ADD WS-CALC-QUOTIENT TO WS-DAY-NUMBER.
051500     DIVIDE WS-CALC-YYYY BY 100 GIVING WS-CALC-QUOTIENT.
051600     SUBTRACT WS-CALC-QUOTIENT FROM WS-DAY-NUMBER.
051700     DIVIDE WS-CALC-YYYY BY 400 GIVING WS-CALC-QUOTIENT.
051800     ADD WS-CALC-QUOTIENT TO WS-DAY-NUMBER.
051900     COMPUTE WS-CALC-QUOTIENT = 153 * (WS-CALC-MM + 1).
052000     DIVIDE WS-CALC-QUOTIENT BY 5 GIVING WS-CALC-QUOTIENT.
052100     ADD WS-CALC-QUOTIENT TO WS-DAY-NUMBER.
052200     DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-CALC-QUOTIENT
052300         REMAINDER WS-DAY-OF-WEEK.
052400 8200-EXIT.
052500     EXIT.
