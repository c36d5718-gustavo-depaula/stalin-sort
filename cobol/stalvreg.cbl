000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STALVREG.
000300 AUTHOR. G GRIGORIEV.
000400 INSTALLATION. CENTRAL PLANNING DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    10/15/2026  GG  WRITTEN.  CICS MAINTENANCE SCREEN (TRANSID
001100*                    STLV, MAPSET STALVRG) OVER THE VREGMSTR
001200*                    VECTOR REGISTRY MASTER (SEE VREGREC) THAT
001300*                    SORTVECT NOW CHECKS EVERY COUNT RECORD
001400*                    AGAINST.  ENTER SHOWS A VECTOR'S OWNING
001500*                    BUREAU, AGREED DIRECTION, DEFAULT AND
001600*                    MAXIMUM TOLERANCE DELTA, LENGTH BAND AND
001700*                    STATUS, AND WHO LAST TOUCHED IT; PF5 ADDS
001800*                    OR CHANGES THE VECTOR AFTER FIELD EDITS
001900*                    THAT KEEP ANY REGISTERED VECTOR SORTABLE,
002000*                    AND WRITES AN AUDIT RECORD (OPERATOR, DATE,
002100*                    TIME, OLD AND NEW SETTINGS) TO VREGAUDT ON
002200*                    EVERY CHANGE.  THERE IS NO DELETE - A
002300*                    VECTOR THAT IS FINISHED IS RETIRED (STATUS
002400*                    R), SO ITS ID CAN NEVER BE FED AGAIN BY
002500*                    MISTAKE AND ITS HISTORY STILL HAS AN OWNER.
002510*    10/15/2026  GG  THE SCREEN NOW CARRIES THE VECTOR'S COST
002520*                    CENTER (VR-COST-CENTER), WHICH THE MONTH-END
002530*                    CHGBACK PROGRAM BILLS ITS PROCESSING TO.  IT
002540*                    IS OPTIONAL - A VECTOR WITHOUT ONE SHOWS ON
002550*                    THE CHARGEBACK AS UNBILLED - AND IS AUDITED
002560*                    BEFORE AND AFTER LIKE THE OTHER SETTINGS.
002565*    10/15/2026  GG  THE OWNING BUREAU MUST NOW BE THE BUREAU'S
002570*                    FOUR-CHARACTER FEED SENDER ID, LEFT-
002575*                    JUSTIFIED WITH POSITIONS 5-8 BLANK - SORTVECT
002580*                    HOLDS A VECTOR WHOSE COUNT RECORD NAMES ANY
002585*                    OTHER SENDER.
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-ANYMAINFRAME.
003000 OBJECT-COMPUTER. IBM-ANYMAINFRAME.
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300*****************************************************************
003400*    SCREEN STATE AND EDIT WORK AREAS
003500*****************************************************************
003600 01  WS-REGISTRY-FILE      PIC X(08) VALUE "VREGMSTR".
003700 01  WS-AUDIT-FILE         PIC X(08) VALUE "VREGAUDT".
003800 01  WS-RESP               PIC S9(8) COMP.
003900 01  WS-OPERATOR           PIC X(08).
004000 01  WS-ABSTIME            PIC S9(15) COMP-3.
004100 01  WS-CHG-DATE-X         PIC X(08).
004200 01  WS-CHG-DATE-N REDEFINES WS-CHG-DATE-X
004300                           PIC 9(08).
004400 01  WS-CHG-TIME-X         PIC X(08).
004500 01  WS-VECTOR-KEY         PIC X(08).
004600 01  WS-OLD-SETTINGS       PIC X(30).
004610 01  WS-OLD-COST-CENTER    PIC X(05).
004620 01  WS-NEW-COST-CENTER    PIC X(05).
004700*****************************************************************
004800*    WS-NEW-SETTINGS MIRRORS VR-SETTINGS IN VREGREC BYTE FOR
004900*    BYTE, SO ONCE EVERY FIELD HAS PASSED ITS EDIT THE WHOLE
005000*    GROUP MOVES ONTO THE MASTER RECORD IN ONE STATEMENT AND
005100*    INTO THE AUDIT RECORD AS-IS.
005200*****************************************************************
005300 01  WS-NEW-SETTINGS.
005400     05  WS-NS-BUREAU      PIC X(08).
005500     05  WS-NS-DIRECTION   PIC X(01).
005600         88  WS-NS-DIRECTION-VALID VALUE 'A' 'D' 'T' 'U'.
005700         88  WS-NS-TOLERANCE-MODE  VALUE 'T' 'U'.
005800     05  WS-NS-DEFAULT-DELTA PIC X(06).
005900     05  WS-NS-DEFAULT-DELTA-N REDEFINES WS-NS-DEFAULT-DELTA
006000                           PIC 9(06).
006100     05  WS-NS-MAX-DELTA   PIC X(06).
006200     05  WS-NS-MAX-DELTA-N REDEFINES WS-NS-MAX-DELTA
006300                           PIC 9(06).
006400     05  WS-NS-MIN-LENGTH  PIC X(04).
006500     05  WS-NS-MIN-LENGTH-N REDEFINES WS-NS-MIN-LENGTH
006600                           PIC 9(04).
006700     05  WS-NS-MAX-LENGTH  PIC X(04).
006800     05  WS-NS-MAX-LENGTH-N REDEFINES WS-NS-MAX-LENGTH
006900                           PIC 9(04).
007000     05  WS-NS-STATUS      PIC X(01).
007100         88  WS-NS-STATUS-VALID    VALUE 'A' 'R'.
007200 01  WS-EDIT-FLAG          PIC X(01).
007300     88  WS-EDIT-PASSED        VALUE 'Y'.
007400     88  WS-EDIT-FAILED        VALUE 'N'.
007500 01  WS-FAIL-TEXT          PIC X(40).
007600*****************************************************************
007700*    THE LONGEST VECTOR SORTVECT CAN EVER HOLD - THE FIXED
007800*    CAPACITY OF ITS VECTOR AND SORTED-VECTOR TABLES.  A LENGTH
007900*    BAND REACHING PAST IT COULD NEVER BE MET.
008000*****************************************************************
008100 77  WS-TABLE-CAPACITY     PIC 9(04) VALUE 500.
008200 01  WS-LAST-CHANGED-LINE.
008300     05  FILLER            PIC X(03) VALUE "BY ".
008400     05  WS-LC-OPERATOR    PIC X(08).
008500     05  FILLER            PIC X(04) VALUE " ON ".
008600     05  WS-LC-MM          PIC X(02).
008700     05  FILLER            PIC X(01) VALUE "/".
008800     05  WS-LC-DD          PIC X(02).
008900     05  FILLER            PIC X(01) VALUE "/".
009000     05  WS-LC-YYYY        PIC X(04).
009100     05  FILLER            PIC X(04) VALUE " AT ".
009200     05  WS-LC-HH          PIC X(02).
009300     05  FILLER            PIC X(01) VALUE ":".
009400     05  WS-LC-MIN         PIC X(02).
009500     05  FILLER            PIC X(08) VALUE SPACES.
009600 01  WS-MASTER-DATE-X      PIC X(08).
009700     COPY VREGREC.
009800     COPY VREGAREC.
009900     COPY STALVRGC.
010000     COPY DFHAID.
010100     COPY DFHBMSCA.
010200*****************************************************************
010300*    COMMAREA - ONE STATE BYTE; THE SCREEN ITSELF CARRIES THE
010400*    FIELDS, RECEIVED FRESH ON EVERY INTERACTION.
010500*****************************************************************
010600 01  WS-COMMAREA           PIC X(01).
010700 LINKAGE SECTION.
010800 01  DFHCOMMAREA           PIC X(01).
010900 PROCEDURE DIVISION.
011000*****************************************************************
011100*    0000-MAINLINE
011200*    CLASSIC PSEUDO-CONVERSATIONAL SHAPE, THE SAME AS STALPARM:
011300*    FIRST TIME IN, PAINT AN EMPTY SCREEN; AFTER THAT, ENTER
011400*    INQUIRES ON THE KEYED VECTOR ID, PF5 APPLIES THE KEYED
011500*    SETTINGS, PF3 LEAVES.
011600*****************************************************************
011700 0000-MAINLINE.
011800     IF EIBCALEN = ZERO
011900         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
012000     ELSE
012100         EVALUATE EIBAID
012200             WHEN DFHPF3
012300                 PERFORM 8000-LEAVE THRU 8000-EXIT
012400             WHEN DFHPF5
012500                 PERFORM 3000-APPLY-UPDATE THRU 3000-EXIT
012600             WHEN OTHER
012700                 PERFORM 2000-INQUIRE THRU 2000-EXIT
012800         END-EVALUATE
012900     END-IF.
013000     MOVE 'A' TO WS-COMMAREA.
013100     EXEC CICS RETURN TRANSID('STLV')
013200         COMMAREA(WS-COMMAREA) LENGTH(1)
013300     END-EXEC.
013400 0000-EXIT.
013500     EXIT.
013600 1000-FIRST-TIME.
013700     MOVE LOW-VALUES TO STALVRGO.
013800     MOVE "ENTER A VECTOR ID" TO MSGO.
013900     PERFORM 7000-SEND-SCREEN THRU 7000-EXIT.
014000 1000-EXIT.
014100     EXIT.
014200*****************************************************************
014300*    2000-INQUIRE
014400*    READS THE KEYED VECTOR OFF THE REGISTRY AND SHOWS ITS
014500*    SETTINGS AND LAST-CHANGED LINE IN THE INPUT FIELDS THEM-
014600*    SELVES, SO A CHANGE IS AN OVERTYPE AND A PF5.  A VECTOR
014700*    NOT ON THE REGISTRY YET KEEPS WHATEVER WAS KEYED, READY
014800*    FOR PF5 TO ADD IT.
014900*****************************************************************
015000 2000-INQUIRE.
015100     PERFORM 6000-RECEIVE-AND-CHECK-KEY THRU 6000-EXIT.
015200     IF WS-EDIT-FAILED
015300         GO TO 2000-EXIT
015400     END-IF.
015500     EXEC CICS READ FILE(WS-REGISTRY-FILE)
015600         INTO(VR-RECORD) RIDFLD(WS-VECTOR-KEY) RESP(WS-RESP)
015700     END-EXEC.
015800     IF WS-RESP = DFHRESP(NORMAL)
015900         PERFORM 2200-SHOW-SETTINGS THRU 2200-EXIT
016000         PERFORM 2100-FORMAT-LAST-CHANGED THRU 2100-EXIT
016100         MOVE "OVERTYPE AND PRESS PF5 TO CHANGE" TO MSGO
016200     ELSE
016300         IF WS-RESP = DFHRESP(NOTFND)
016400             MOVE "NOT ON REGISTRY - PF5 ADDS IT" TO MSGO
016500         ELSE
016600             MOVE "VECTOR REGISTRY READ FAILED" TO MSGO
016700         END-IF
016800     END-IF.
016900     PERFORM 7000-SEND-SCREEN THRU 7000-EXIT.
017000 2000-EXIT.
017100     EXIT.
017200 2100-FORMAT-LAST-CHANGED.
017300     MOVE VR-OPERATOR TO WS-LC-OPERATOR.
017400     MOVE VR-CHG-DATE TO WS-MASTER-DATE-X.
017500     MOVE WS-MASTER-DATE-X(1:4) TO WS-LC-YYYY.
017600     MOVE WS-MASTER-DATE-X(5:2) TO WS-LC-MM.
017700     MOVE WS-MASTER-DATE-X(7:2) TO WS-LC-DD.
017800     MOVE VR-CHG-TIME TO WS-CHG-TIME-X(1:6).
017900     MOVE WS-CHG-TIME-X(1:2) TO WS-LC-HH.
018000     MOVE WS-CHG-TIME-X(3:2) TO WS-LC-MIN.
018100     MOVE WS-LAST-CHANGED-LINE TO LSTCHGO.
018200 2100-EXIT.
018300     EXIT.
018400 2200-SHOW-SETTINGS.
018500     MOVE VR-BUREAU TO BUREAUO.
018600     MOVE VR-DIRECTION TO DIRECTO.
018700     MOVE VR-DEFAULT-DELTA TO DEFDLTO.
018800     MOVE VR-MAX-DELTA TO MAXDLTO.
018900     MOVE VR-MIN-LENGTH TO MINLENO.
019000     MOVE VR-MAX-LENGTH TO MAXLENO.
019100     MOVE VR-STATUS TO VSTATO.
019110     MOVE VR-COST-CENTER TO COSTCTRO.
019200 2200-EXIT.
019300     EXIT.
019400*****************************************************************
019500*    3000-APPLY-UPDATE
019600*    RUNS THE KEYED SETTINGS THROUGH THE FIELD EDITS, THEN
019700*    REWRITES (OR ADDS) THE REGISTRY RECORD AND WRITES THE
019800*    AUDIT RECORD.  NOTHING REACHES THE MASTER ON A FAILED
019900*    EDIT, THE SAME RULE STALPARM KEEPS.  A PF5 THAT CHANGES
020000*    NOTHING RELEASES THE RECORD AND SAYS SO RATHER THAN
020100*    STAMPING A NEW OPERATOR AND AN EMPTY AUDIT RECORD ON IT.
020200*****************************************************************
020300 3000-APPLY-UPDATE.
020400     PERFORM 6000-RECEIVE-AND-CHECK-KEY THRU 6000-EXIT.
020500     IF WS-EDIT-FAILED
020600         GO TO 3000-EXIT
020700     END-IF.
020800     PERFORM 6500-EDIT-SETTINGS THRU 6500-EXIT.
020900     IF WS-EDIT-FAILED
021000         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
021100         GO TO 3000-EXIT
021200     END-IF.
021300     EXEC CICS ASSIGN USERID(WS-OPERATOR) END-EXEC.
021400     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
021500     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
021600         YYYYMMDD(WS-CHG-DATE-X)
021700         TIME(WS-CHG-TIME-X)
021800     END-EXEC.
021900     EXEC CICS READ FILE(WS-REGISTRY-FILE)
022000         INTO(VR-RECORD) RIDFLD(WS-VECTOR-KEY)
022100         UPDATE RESP(WS-RESP)
022200     END-EXEC.
022300     IF WS-RESP = DFHRESP(NORMAL)
022400         MOVE VR-SETTINGS TO WS-OLD-SETTINGS
022410         MOVE VR-COST-CENTER TO WS-OLD-COST-CENTER
022500         IF WS-OLD-SETTINGS = WS-NEW-SETTINGS
022510             AND WS-OLD-COST-CENTER = WS-NEW-COST-CENTER
022600             EXEC CICS UNLOCK FILE(WS-REGISTRY-FILE)
022700             END-EXEC
022800             PERFORM 2100-FORMAT-LAST-CHANGED THRU 2100-EXIT
022900             MOVE "NO CHANGE - NOTHING WRITTEN" TO MSGO
023000             PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
023100             GO TO 3000-EXIT
023200         END-IF
023300         PERFORM 3100-FILL-MASTER-FIELDS THRU 3100-EXIT
023400         EXEC CICS REWRITE FILE(WS-REGISTRY-FILE)
023500             FROM(VR-RECORD) RESP(WS-RESP)
023600         END-EXEC
023700     ELSE
023800         IF WS-RESP = DFHRESP(NOTFND)
023900             MOVE SPACES TO WS-OLD-SETTINGS
023910             MOVE SPACES TO WS-OLD-COST-CENTER
024000             MOVE SPACES TO VR-RECORD
024100             MOVE WS-VECTOR-KEY TO VR-VECTOR-ID
024200             PERFORM 3100-FILL-MASTER-FIELDS THRU 3100-EXIT
024300             EXEC CICS WRITE FILE(WS-REGISTRY-FILE)
024400                 FROM(VR-RECORD) RIDFLD(WS-VECTOR-KEY)
024500                 RESP(WS-RESP)
024600             END-EXEC
024700         END-IF
024800     END-IF.
024900     IF WS-RESP NOT = DFHRESP(NORMAL)
025000         MOVE "VECTOR REGISTRY UPDATE FAILED" TO MSGO
025100         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
025200         GO TO 3000-EXIT
025300     END-IF.
025400     PERFORM 3200-WRITE-AUDIT THRU 3200-EXIT.
025500     PERFORM 2200-SHOW-SETTINGS THRU 2200-EXIT.
025600     PERFORM 2100-FORMAT-LAST-CHANGED THRU 2100-EXIT.
025700     PERFORM 7000-SEND-SCREEN THRU 7000-EXIT.
025800 3000-EXIT.
025900     EXIT.
026000 3100-FILL-MASTER-FIELDS.
026100     MOVE WS-NEW-SETTINGS TO VR-SETTINGS.
026110     MOVE WS-NEW-COST-CENTER TO VR-COST-CENTER.
026200     MOVE WS-OPERATOR TO VR-OPERATOR.
026300     MOVE WS-CHG-DATE-N TO VR-CHG-DATE.
026400     MOVE WS-CHG-TIME-X(1:6) TO VR-CHG-TIME(1:6).
026500 3100-EXIT.
026600     EXIT.
026700*****************************************************************
026800*    3200-WRITE-AUDIT
026900*    ONE AUDIT RECORD PER CHANGE - OPERATOR, DATE, TIME, OLD
027000*    SETTINGS, NEW SETTINGS.  TWO CHANGES TO THE SAME VECTOR
027100*    INSIDE ONE SECOND COLLIDE ON THE AUDIT KEY; THE SECOND ONE
027200*    SLIDES FORWARD A SECOND AND TRIES ONCE MORE, AS IN
027300*    STALPARM.  AN AUDIT THAT STILL WILL NOT WRITE IS SAID OUT
027400*    LOUD - THE REGISTRY CHANGE STOOD.
027500*****************************************************************
027600 3200-WRITE-AUDIT.
027700     MOVE SPACES TO VA-RECORD.
027800     MOVE WS-CHG-DATE-N TO VA-CHG-DATE.
027900     MOVE WS-CHG-TIME-X(1:6) TO VA-CHG-TIME(1:6).
028000     MOVE WS-VECTOR-KEY TO VA-VECTOR-ID.
028100     MOVE WS-OPERATOR TO VA-OPERATOR.
028200     MOVE WS-OLD-SETTINGS TO VA-OLD-SETTINGS.
028300     MOVE WS-NEW-SETTINGS TO VA-NEW-SETTINGS.
028310     MOVE WS-OLD-COST-CENTER TO VA-OLD-COST-CENTER.
028320     MOVE WS-NEW-COST-CENTER TO VA-NEW-COST-CENTER.
028400     EXEC CICS WRITE FILE(WS-AUDIT-FILE)
028500         FROM(VA-RECORD) RIDFLD(VA-KEY) RESP(WS-RESP)
028600     END-EXEC.
028700     IF WS-RESP = DFHRESP(DUPREC)
028800         ADD 1 TO VA-CHG-TIME
028900         EXEC CICS WRITE FILE(WS-AUDIT-FILE)
029000             FROM(VA-RECORD) RIDFLD(VA-KEY) RESP(WS-RESP)
029100         END-EXEC
029200     END-IF.
029300     IF WS-RESP = DFHRESP(NORMAL)
029400         MOVE "UPDATED - AUDIT WRITTEN" TO MSGO
029500     ELSE
029600         MOVE "UPDATED - AUDIT WRITE FAILED" TO MSGO
029700     END-IF.
029800 3200-EXIT.
029900     EXIT.
030000*****************************************************************
030100*    6000-RECEIVE-AND-CHECK-KEY
030200*    RECEIVES THE MAP AND INSISTS ON A VECTOR ID.  EVERY INPUT
030300*    FIELD IS SAVED TO WORKING STORAGE BEFORE THE OUTPUT AREA
030400*    IS CLEARED - STALVRGO REDEFINES STALVRGI - AND ECHOED
030500*    BACK, AS IN STALPARM.  A FIELD THE OPERATOR CLEARED WITH
030600*    ERASE-EOF COMES BACK AS LOW-VALUES AND IS TAKEN AS SPACES.
030700*    THE INPUT FIELDS ARE DEFINED FSET IN THE MAP, SO A FIELD
030800*    LEFT UNTOUCHED SINCE THE INQUIRY STILL COMES BACK WHOLE.
030900*    THE VECTOR ID IS TAKEN EXACTLY AS KEYED - IT HAS TO MATCH
031000*    THE COUNT RECORDS BYTE FOR BYTE.
031100*****************************************************************
031200 6000-RECEIVE-AND-CHECK-KEY.
031300     MOVE 'Y' TO WS-EDIT-FLAG.
031400     EXEC CICS RECEIVE MAP('STALVRG') MAPSET('STALVRG')
031500         INTO(STALVRGI) RESP(WS-RESP)
031600     END-EXEC.
031700     IF WS-RESP NOT = DFHRESP(NORMAL)
031800         OR VECTIDI = SPACES OR VECTIDI = LOW-VALUES
031900         MOVE LOW-VALUES TO STALVRGO
032000         MOVE "ENTER A VECTOR ID" TO MSGO
032100         MOVE 'N' TO WS-EDIT-FLAG
032200         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
032300         GO TO 6000-EXIT
032400     END-IF.
032500     MOVE VECTIDI TO WS-VECTOR-KEY.
032600     MOVE BUREAUI TO WS-NS-BUREAU.
032700     MOVE DIRECTI TO WS-NS-DIRECTION.
032800     MOVE DEFDLTI TO WS-NS-DEFAULT-DELTA.
032900     MOVE MAXDLTI TO WS-NS-MAX-DELTA.
033000     MOVE MINLENI TO WS-NS-MIN-LENGTH.
033100     MOVE MAXLENI TO WS-NS-MAX-LENGTH.
033200     MOVE VSTATI TO WS-NS-STATUS.
033210     MOVE COSTCTRI TO WS-NEW-COST-CENTER.
033300     INSPECT WS-VECTOR-KEY REPLACING ALL LOW-VALUE BY SPACE.
033400     INSPECT WS-NEW-SETTINGS REPLACING ALL LOW-VALUE BY SPACE.
033410     INSPECT WS-NEW-COST-CENTER
033420         REPLACING ALL LOW-VALUE BY SPACE.
033500     MOVE LOW-VALUES TO STALVRGO.
033600     MOVE WS-VECTOR-KEY TO VECTIDO.
033700     MOVE WS-NS-BUREAU TO BUREAUO.
033800     MOVE WS-NS-DIRECTION TO DIRECTO.
033900     MOVE WS-NS-DEFAULT-DELTA TO DEFDLTO.
034000     MOVE WS-NS-MAX-DELTA TO MAXDLTO.
034100     MOVE WS-NS-MIN-LENGTH TO MINLENO.
034200     MOVE WS-NS-MAX-LENGTH TO MAXLENO.
034300     MOVE WS-NS-STATUS TO VSTATO.
034310     MOVE WS-NEW-COST-CENTER TO COSTCTRO.
034400 6000-EXIT.
034500     EXIT.
034600*****************************************************************
034700*    6500-EDIT-SETTINGS
034800*    THE PER-FIELD EDITS.  THE RULE IS THAT NOTHING THIS SCREEN
034900*    ACCEPTS CAN LEAVE SORTVECT HOLDING A VECTOR THAT NO COUNT
035000*    RECORD COULD EVER SATISFY: THE DIRECTION IS ONE SORTVECT
035100*    KNOWS, A TOLERANCE DELTA ONLY EXISTS FOR THE TOLERANCE
035200*    DIRECTIONS AND THE DEFAULT NEVER EXCEEDS THE MAXIMUM, AND
035300*    THE LENGTH BAND SITS INSIDE 1 THRU THE SORT TABLE CAPACITY
035400*    WITH ITS ENDS IN ORDER.  NUMBERS ARE KEYED FIXED-WIDTH AND
035500*    ZERO-PADDED, THE SAME CONVENTION AS THE CONTROL CARDS; A
035600*    BLANK DELTA IS TAKEN AS ZERO.  A BLANK STATUS ON A NEW
035630*    VECTOR MEANS ACTIVE.  THE OWNING BUREAU IS THE SENDER ID
035660*    THE BUREAU STAMPS ON ITS FEED - FOUR CHARACTERS, STARTING
035690*    IN THE FIRST POSITION, WITH POSITIONS 5-8 BLANK - BECAUSE
035720*    SORTVECT COMPARES IT WITH THE COUNT RECORD'S SENDER AND
035750*    HOLDS THE VECTOR IF THEY DIFFER.  A COST CENTER MAY BE LEFT
035780*    BLANK, BUT ONE THAT IS KEYED MUST START IN ITS FIRST
035810*    POSITION - THE GENERAL LEDGER MATCHES IT BYTE FOR BYTE.
035840*    THE FIRST FAILING FIELD IS NAMED ON THE MESSAGE LINE.
035900*****************************************************************
036000 6500-EDIT-SETTINGS.
036100     MOVE 'Y' TO WS-EDIT-FLAG.
036200     IF WS-NS-BUREAU = SPACES
036300         MOVE "OWNING BUREAU IS REQUIRED" TO WS-FAIL-TEXT
036400         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
036500         GO TO 6500-EXIT
036600     END-IF.
036610     IF WS-NS-BUREAU(1:1) = SPACE
036620         OR WS-NS-BUREAU(5:4) NOT = SPACES
036630         MOVE "BUREAU MUST BE 4-CHAR SENDER ID"
036640             TO WS-FAIL-TEXT
036650         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
036660         GO TO 6500-EXIT
036670     END-IF.
036700     IF NOT WS-NS-DIRECTION-VALID
036800         MOVE "DIRECTION MUST BE A, D, T OR U" TO WS-FAIL-TEXT
036900         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
037000         GO TO 6500-EXIT
037100     END-IF.
037200     IF WS-NS-DEFAULT-DELTA = SPACES
037300         MOVE ZEROS TO WS-NS-DEFAULT-DELTA
037400     END-IF.
037500     IF WS-NS-MAX-DELTA = SPACES
037600         MOVE ZEROS TO WS-NS-MAX-DELTA
037700     END-IF.
037800     IF WS-NS-DEFAULT-DELTA-N NOT NUMERIC
037900         OR WS-NS-MAX-DELTA-N NOT NUMERIC
038000         MOVE "DELTAS MUST BE SIX DIGITS" TO WS-FAIL-TEXT
038100         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
038200         GO TO 6500-EXIT
038300     END-IF.
038400     IF NOT WS-NS-TOLERANCE-MODE
038500         AND (WS-NS-DEFAULT-DELTA-N > ZERO
038600         OR WS-NS-MAX-DELTA-N > ZERO)
038700         MOVE "DELTAS APPLY TO DIRECTION T OR U ONLY"
038800             TO WS-FAIL-TEXT
038900         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
039000         GO TO 6500-EXIT
039100     END-IF.
039200     IF WS-NS-DEFAULT-DELTA-N > WS-NS-MAX-DELTA-N
039300         MOVE "DEFAULT DELTA EXCEEDS MAXIMUM" TO WS-FAIL-TEXT
039400         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
039500         GO TO 6500-EXIT
039600     END-IF.
039700     IF WS-NS-MIN-LENGTH-N NOT NUMERIC
039800         OR WS-NS-MIN-LENGTH-N = ZERO
039900         OR WS-NS-MIN-LENGTH-N > WS-TABLE-CAPACITY
040000         MOVE "MINIMUM LENGTH MUST BE 0001-0500" TO WS-FAIL-TEXT
040100         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
040200         GO TO 6500-EXIT
040300     END-IF.
040400     IF WS-NS-MAX-LENGTH-N NOT NUMERIC
040500         OR WS-NS-MAX-LENGTH-N = ZERO
040600         OR WS-NS-MAX-LENGTH-N > WS-TABLE-CAPACITY
040700         MOVE "MAXIMUM LENGTH MUST BE 0001-0500" TO WS-FAIL-TEXT
040800         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
040900         GO TO 6500-EXIT
041000     END-IF.
041100     IF WS-NS-MIN-LENGTH-N > WS-NS-MAX-LENGTH-N
041200         MOVE "MINIMUM LENGTH EXCEEDS MAXIMUM" TO WS-FAIL-TEXT
041300         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
041400         GO TO 6500-EXIT
041500     END-IF.
041600     IF WS-NS-STATUS = SPACE
041700         MOVE 'A' TO WS-NS-STATUS
041800     END-IF.
041900     IF NOT WS-NS-STATUS-VALID
042000         MOVE "STATUS MUST BE A OR R" TO WS-FAIL-TEXT
042100         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
042110         GO TO 6500-EXIT
042200     END-IF.
042210     IF WS-NEW-COST-CENTER NOT = SPACES
042220         AND WS-NEW-COST-CENTER(1:1) = SPACE
042230         MOVE "COST CENTER MUST BE LEFT-JUSTIFIED"
042240             TO WS-FAIL-TEXT
042250         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
042260     END-IF.
042300 6500-EXIT.
042400     EXIT.
042500 6600-FAIL-EDIT.
042600     MOVE 'N' TO WS-EDIT-FLAG.
042700     MOVE WS-FAIL-TEXT TO MSGO.
042800 6600-EXIT.
042900     EXIT.
043000 7000-SEND-SCREEN.
043100     EXEC CICS SEND MAP('STALVRG') MAPSET('STALVRG')
043200         FROM(STALVRGO) ERASE FREEKB
043300     END-EXEC.
043400 7000-EXIT.
043500     EXIT.
043600 8000-LEAVE.
043700     EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
043800     EXEC CICS RETURN END-EXEC.
043900 8000-EXIT.
044000     EXIT.
