000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STALSUSP.
000300 AUTHOR. G GRIGORIEV.
000400 INSTALLATION. CENTRAL PLANNING DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    10/15/2026  GG  WRITTEN.  CICS SCREEN (TRANSID STLS, MAPSET
001100*                    STALSPM) OVER THE SUSPMSTR SUSPENSE MASTER
001200*                    (SEE SUSPREC) WHERE SORTVECT FILES EVERY
001300*                    VECTOR IT DROPS WHOLESALE.  ENTER SHOWS THE
001400*                    ITEM KEYED BY VECTOR ID AND HELD-ON DATE -
001500*                    FEED SERIAL, REASON, DETAILS HELD, THE
001600*                    COUNT RECORD AS HELD AND ITS STATUS; PF8
001700*                    STEPS TO THE NEXT ITEM STILL OPEN (HELD OR
001800*                    RELEASED); PF5 APPLIES A CORRECTED COUNT
001900*                    RECORD AND A NEW STATUS - R RELEASES THE
002000*                    ITEM TO THE NEXT NIGHTLY SORT THROUGH
002100*                    SUSPRLSE, W WRITES IT OFF.  AN ITEM PICKED
002200*                    UP OR WRITTEN OFF IS CLOSED - IT CAN BE
002300*                    LOOKED AT BUT NOT CHANGED.  THE DETAIL
002400*                    RECORDS ARE NEVER TOUCHED HERE; THEY GO
002500*                    BACK EXACTLY AS THE SENDER SHIPPED THEM.
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
003600 01  WS-SUSPENSE-FILE      PIC X(08) VALUE "SUSPMSTR".
003700 01  WS-RESP               PIC S9(8) COMP.
003800 01  WS-OPERATOR           PIC X(08).
003900 01  WS-ABSTIME            PIC S9(15) COMP-3.
004000 01  WS-CHG-DATE-X         PIC X(08).
004100 01  WS-CHG-DATE-N REDEFINES WS-CHG-DATE-X
004200                           PIC 9(08).
004300 01  WS-CHG-TIME-X         PIC X(08).
004400*****************************************************************
004500*    WS-ITEM-KEY AND WS-BROWSE-KEY MIRROR SP-KEY IN SUSPREC BYTE
004600*    FOR BYTE.  AN ITEM IS ALWAYS READ BY ITS SEQUENCE-0000
004700*    RECORD; A BROWSE FOR THE NEXT OPEN ITEM STARTS FROM
004800*    SEQUENCE 9999 OF THE ITEM ON THE SCREEN, WHICH IS PAST ALL
004900*    OF ITS DETAILS.
005000*****************************************************************
005100 01  WS-ITEM-KEY.
005200     05  WS-IK-VECTOR-ID   PIC X(08).
005300     05  WS-IK-RUN-DATE    PIC X(08).
005400     05  WS-IK-RUN-DATE-N REDEFINES WS-IK-RUN-DATE
005500                           PIC 9(08).
005600     05  WS-IK-SEQUENCE    PIC 9(04).
005700 01  WS-BROWSE-KEY.
005800     05  WS-BK-VECTOR-ID   PIC X(08).
005900     05  WS-BK-RUN-DATE    PIC X(08).
006000     05  WS-BK-SEQUENCE    PIC 9(04).
006100 01  WS-FOUND-SWITCH       PIC X(01).
006200     88  WS-OPEN-ITEM-FOUND    VALUE 'Y'.
006300*****************************************************************
006400*    THE KEYED COUNT RECORD FIELDS AND STATUS, SAVED OFF THE
006500*    SCREEN BEFORE THE OUTPUT AREA IS CLEARED.  NUMBERS ARE
006600*    KEYED FIXED-WIDTH AND ZERO-PADDED, AS ON STALVREG.
006700*****************************************************************
006800 01  WS-NEW-FIELDS.
006900     05  WS-NF-COUNT       PIC X(04).
007000     05  WS-NF-COUNT-N REDEFINES WS-NF-COUNT
007100                           PIC 9(04).
007200     05  WS-NF-DIRECTION   PIC X(01).
007300         88  WS-NF-DIRECTION-VALID VALUE ' ' 'A' 'D' 'T' 'U'.
007400         88  WS-NF-TOLERANCE-MODE  VALUE 'T' 'U'.
007500     05  WS-NF-DELTA       PIC X(06).
007600     05  WS-NF-DELTA-N REDEFINES WS-NF-DELTA
007700                           PIC 9(06).
007800     05  WS-NF-CORRECTION  PIC X(01).
007900         88  WS-NF-CORRECTION-VALID VALUE ' ' 'C'.
008000     05  WS-NF-PRIORITY    PIC X(01).
008100         88  WS-NF-PRIORITY-VALID  VALUE ' ' 'H'.
008200     05  WS-NF-STATUS      PIC X(01).
008300         88  WS-NF-STATUS-VALID    VALUE 'H' 'R' 'W'.
008400         88  WS-NF-RELEASE         VALUE 'R'.
008500         88  WS-NF-WRITE-OFF       VALUE 'W'.
008600 01  WS-OLD-IMAGE          PIC X(80).
008700 01  WS-OLD-STATUS         PIC X(01).
008800 01  WS-EDIT-FLAG          PIC X(01).
008900     88  WS-EDIT-PASSED        VALUE 'Y'.
009000     88  WS-EDIT-FAILED        VALUE 'N'.
009100 01  WS-FAIL-TEXT          PIC X(40).
009200*****************************************************************
009300*    THE LONGEST VECTOR SORTVECT CAN EVER HOLD - THE FIXED
009400*    CAPACITY OF ITS VECTOR AND SORTED-VECTOR TABLES.
009500*****************************************************************
009600 77  WS-TABLE-CAPACITY     PIC 9(04) VALUE 500.
009700 01  WS-LAST-CHANGED-LINE.
009800     05  FILLER            PIC X(03) VALUE "BY ".
009900     05  WS-LC-OPERATOR    PIC X(08).
010000     05  FILLER            PIC X(04) VALUE " ON ".
010100     05  WS-LC-MM          PIC X(02).
010200     05  FILLER            PIC X(01) VALUE "/".
010300     05  WS-LC-DD          PIC X(02).
010400     05  FILLER            PIC X(01) VALUE "/".
010500     05  WS-LC-YYYY        PIC X(04).
010600     05  FILLER            PIC X(04) VALUE " AT ".
010700     05  WS-LC-HH          PIC X(02).
010800     05  FILLER            PIC X(01) VALUE ":".
010900     05  WS-LC-MIN         PIC X(02).
011000     05  FILLER            PIC X(08) VALUE SPACES.
011100 01  WS-MASTER-DATE-X      PIC X(08).
011200     COPY SUSPREC.
011300     COPY VECTREC.
011400     COPY STALSPMC.
011500     COPY DFHAID.
011600     COPY DFHBMSCA.
011700*****************************************************************
011800*    COMMAREA - ONE STATE BYTE; THE SCREEN ITSELF CARRIES THE
011900*    FIELDS, RECEIVED FRESH ON EVERY INTERACTION.
012000*****************************************************************
012100 01  WS-COMMAREA           PIC X(01).
012200 LINKAGE SECTION.
012300 01  DFHCOMMAREA           PIC X(01).
012400 PROCEDURE DIVISION.
012500*****************************************************************
012600*    0000-MAINLINE
012700*    THE SAME PSEUDO-CONVERSATIONAL SHAPE AS STALVREG: FIRST
012800*    TIME IN, PAINT AN EMPTY SCREEN; AFTER THAT, ENTER INQUIRES
012900*    ON THE KEYED ITEM, PF8 STEPS TO THE NEXT OPEN ITEM, PF5
013000*    APPLIES THE KEYED CORRECTION AND STATUS, PF3 LEAVES.
013100*****************************************************************
013200 0000-MAINLINE.
013300     IF EIBCALEN = ZERO
013400         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
013500     ELSE
013600         EVALUATE EIBAID
013700             WHEN DFHPF3
013800                 PERFORM 8000-LEAVE THRU 8000-EXIT
013900             WHEN DFHPF5
014000                 PERFORM 3000-APPLY-UPDATE THRU 3000-EXIT
014100             WHEN DFHPF8
014200                 PERFORM 4000-NEXT-OPEN-ITEM THRU 4000-EXIT
014300             WHEN OTHER
014400                 PERFORM 2000-INQUIRE THRU 2000-EXIT
014500         END-EVALUATE
014600     END-IF.
014700     MOVE 'A' TO WS-COMMAREA.
014800     EXEC CICS RETURN TRANSID('STLS')
014900         COMMAREA(WS-COMMAREA) LENGTH(1)
015000     END-EXEC.
015100 0000-EXIT.
015200     EXIT.
015300 1000-FIRST-TIME.
015400     MOVE LOW-VALUES TO STALSPMO.
015500     MOVE "KEY AN ITEM, OR PF8 FOR THE FIRST OPEN" TO MSGO.
015600     PERFORM 7000-SEND-SCREEN THRU 7000-EXIT.
015700 1000-EXIT.
015800     EXIT.
015900*****************************************************************
016000*    2000-INQUIRE
016100*    READS THE KEYED ITEM'S SEQUENCE-0000 RECORD AND SHOWS IT,
016200*    CORRECTABLE FIELDS IN THE INPUT FIELDS THEMSELVES, SO A
016300*    CORRECTION IS AN OVERTYPE AND A PF5.
016400*****************************************************************
016500 2000-INQUIRE.
016600     PERFORM 6000-RECEIVE-SCREEN THRU 6000-EXIT.
016700     PERFORM 6100-CHECK-KEY THRU 6100-EXIT.
016800     IF WS-EDIT-FAILED
016900         GO TO 2000-EXIT
017000     END-IF.
017100     EXEC CICS READ FILE(WS-SUSPENSE-FILE)
017200         INTO(SP-RECORD) RIDFLD(WS-ITEM-KEY) RESP(WS-RESP)
017300     END-EXEC.
017400     IF WS-RESP = DFHRESP(NORMAL)
017500         PERFORM 2200-SHOW-ITEM THRU 2200-EXIT
017600         PERFORM 2100-FORMAT-LAST-CHANGED THRU 2100-EXIT
017700         PERFORM 2300-STATUS-MESSAGE THRU 2300-EXIT
017800     ELSE
017900         IF WS-RESP = DFHRESP(NOTFND)
018000             MOVE "NO SUSPENSE ITEM FOR THIS VECTOR/DATE"
018100                 TO MSGO
018200         ELSE
018300             MOVE "SUSPENSE MASTER READ FAILED" TO MSGO
018400         END-IF
018500     END-IF.
018600     PERFORM 7000-SEND-SCREEN THRU 7000-EXIT.
018700 2000-EXIT.
018800     EXIT.
018900 2100-FORMAT-LAST-CHANGED.
019000     MOVE SP-OPERATOR TO WS-LC-OPERATOR.
019100     MOVE SP-CHG-DATE TO WS-MASTER-DATE-X.
019200     MOVE WS-MASTER-DATE-X(1:4) TO WS-LC-YYYY.
019300     MOVE WS-MASTER-DATE-X(5:2) TO WS-LC-MM.
019400     MOVE WS-MASTER-DATE-X(7:2) TO WS-LC-DD.
019500     MOVE SP-CHG-TIME TO WS-CHG-TIME-X(1:6).
019600     MOVE WS-CHG-TIME-X(1:2) TO WS-LC-HH.
019700     MOVE WS-CHG-TIME-X(3:2) TO WS-LC-MIN.
019800     MOVE WS-LAST-CHANGED-LINE TO LSTCHGO.
019900 2100-EXIT.
020000     EXIT.
020100*****************************************************************
020200*    2200-SHOW-ITEM
020300*    THE COUNT RECORD IS SHOWN TWICE: RAW, EXACTLY AS HELD - IT
020400*    MAY WELL BE THE GARBAGE THAT GOT IT DROPPED - AND, WHERE IT
020500*    IS A NUMBER THE COUNT FIELD CAN HOLD, IN THE COUNT FIELD
020600*    READY FOR CORRECTION.  A COUNT THAT IS NOT LEAVES THAT
020700*    FIELD BLANK FOR THE DESK TO KEY.
020800*****************************************************************
020900 2200-SHOW-ITEM.
021000     MOVE SP-IMAGE TO VECTOR-IN-RECORD.
021100     MOVE SP-VECTOR-ID TO VECTIDO.
021200     MOVE SP-RUN-DATE TO RUNDTO.
021300     MOVE SP-FEED-SERIAL TO SERIALO.
021400     MOVE SP-REASON TO REASONO.
021500     MOVE SP-DETAIL-COUNT TO DTLCNTO.
021600     MOVE VECTOR-IN-RECORD(1:9) TO RAWCNTO.
021700     MOVE SPACES TO NEWCNTO.
021800     IF VI-VALUE NUMERIC
021900         IF VI-VALUE NOT < ZERO
022000             AND VI-VALUE NOT > 9999
022100             MOVE VI-VALUE TO WS-NF-COUNT-N
022200             MOVE WS-NF-COUNT TO NEWCNTO
022300         END-IF
022400     END-IF.
022500     MOVE VI-SORT-DIRECTION TO DIRECTO.
022600     MOVE VECTOR-IN-RECORD(19:6) TO DELTAO.
022700     MOVE VI-CORRECTION-FLAG TO CORRO.
022800     MOVE VI-PRIORITY TO PRTYO.
022900     MOVE SP-STATUS TO ISTATO.
023000 2200-EXIT.
023100     EXIT.
023200 2300-STATUS-MESSAGE.
023300     EVALUATE TRUE
023400         WHEN SP-HELD
023500             MOVE "HELD - CORRECT, SET STATUS, PRESS PF5"
023600                 TO MSGO
023700         WHEN SP-RELEASED
023800             MOVE "RELEASED - GOES OUT WITH THE NEXT NIGHT"
023900                 TO MSGO
024000         WHEN SP-PICKED-UP
024100             MOVE "PICKED UP - CLOSED, NO CHANGE ALLOWED"
024200                 TO MSGO
024300         WHEN SP-WRITTEN-OFF
024400             MOVE "WRITTEN OFF - CLOSED, NO CHANGE ALLOWED"
024500                 TO MSGO
024600         WHEN OTHER
024700             MOVE "UNKNOWN STATUS ON SUSPENSE ITEM" TO MSGO
024800     END-EVALUATE.
024900 2300-EXIT.
025000     EXIT.
025100*****************************************************************
025200*    3000-APPLY-UPDATE
025300*    READS THE ITEM FOR UPDATE, REFUSES A CLOSED ONE, RUNS THE
025400*    KEYED FIELDS THROUGH THE EDITS, THEN REBUILDS THE COUNT
025500*    RECORD IMAGE AND REWRITES THE ITEM.  A WRITE-OFF LEAVES THE
025600*    IMAGE AS HELD - THERE IS NOTHING TO CORRECT ON A VECTOR
025700*    NOBODY IS GOING TO SORT.  NOTHING REACHES THE MASTER ON A
025800*    FAILED EDIT, AND A PF5 THAT CHANGES NOTHING RELEASES THE
025900*    RECORD AND SAYS SO, AS ON STALVREG.
026000*****************************************************************
026100 3000-APPLY-UPDATE.
026200     PERFORM 6000-RECEIVE-SCREEN THRU 6000-EXIT.
026300     PERFORM 6100-CHECK-KEY THRU 6100-EXIT.
026400     IF WS-EDIT-FAILED
026500         GO TO 3000-EXIT
026600     END-IF.
026700     EXEC CICS ASSIGN USERID(WS-OPERATOR) END-EXEC.
026800     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
026900     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
027000         YYYYMMDD(WS-CHG-DATE-X)
027100         TIME(WS-CHG-TIME-X)
027200     END-EXEC.
027300     EXEC CICS READ FILE(WS-SUSPENSE-FILE)
027400         INTO(SP-RECORD) RIDFLD(WS-ITEM-KEY)
027500         UPDATE RESP(WS-RESP)
027600     END-EXEC.
027700     IF WS-RESP NOT = DFHRESP(NORMAL)
027800         IF WS-RESP = DFHRESP(NOTFND)
027900             MOVE "NO SUSPENSE ITEM FOR THIS VECTOR/DATE"
028000                 TO MSGO
028100         ELSE
028200             MOVE "SUSPENSE MASTER READ FAILED" TO MSGO
028300         END-IF
028400         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
028500         GO TO 3000-EXIT
028600     END-IF.
028700     IF NOT SP-OPEN-ITEM
028800         EXEC CICS UNLOCK FILE(WS-SUSPENSE-FILE) END-EXEC
028900         PERFORM 2200-SHOW-ITEM THRU 2200-EXIT
029000         PERFORM 2100-FORMAT-LAST-CHANGED THRU 2100-EXIT
029100         PERFORM 2300-STATUS-MESSAGE THRU 2300-EXIT
029200         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
029300         GO TO 3000-EXIT
029400     END-IF.
029500     PERFORM 3300-SHOW-FILED-FIELDS THRU 3300-EXIT.
029600     PERFORM 6500-EDIT-FIELDS THRU 6500-EXIT.
029700     IF WS-EDIT-FAILED
029800         EXEC CICS UNLOCK FILE(WS-SUSPENSE-FILE) END-EXEC
029900         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
030000         GO TO 3000-EXIT
030100     END-IF.
030200     MOVE SP-IMAGE TO WS-OLD-IMAGE.
030300     MOVE SP-STATUS TO WS-OLD-STATUS.
030400     PERFORM 3100-BUILD-COUNT-IMAGE THRU 3100-EXIT.
030500     IF SP-IMAGE = WS-OLD-IMAGE
030600         AND WS-NF-STATUS = WS-OLD-STATUS
030700         EXEC CICS UNLOCK FILE(WS-SUSPENSE-FILE) END-EXEC
030800         PERFORM 2100-FORMAT-LAST-CHANGED THRU 2100-EXIT
030900         MOVE "NO CHANGE - NOTHING WRITTEN" TO MSGO
031000         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
031100         GO TO 3000-EXIT
031200     END-IF.
031300     MOVE WS-NF-STATUS TO SP-STATUS.
031400     MOVE WS-OPERATOR TO SP-OPERATOR.
031500     MOVE WS-CHG-DATE-N TO SP-CHG-DATE.
031600     MOVE WS-CHG-TIME-X(1:6) TO SP-CHG-TIME(1:6).
031700     EXEC CICS REWRITE FILE(WS-SUSPENSE-FILE)
031800         FROM(SP-RECORD) RESP(WS-RESP)
031900     END-EXEC.
032000     IF WS-RESP NOT = DFHRESP(NORMAL)
032100         MOVE "SUSPENSE MASTER UPDATE FAILED" TO MSGO
032200         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
032300         GO TO 3000-EXIT
032400     END-IF.
032500     PERFORM 2200-SHOW-ITEM THRU 2200-EXIT.
032600     PERFORM 2100-FORMAT-LAST-CHANGED THRU 2100-EXIT.
032700     EVALUATE TRUE
032800         WHEN SP-RELEASED
032900             MOVE "RELEASED TO THE NEXT NIGHTLY SORT" TO MSGO
033000         WHEN SP-WRITTEN-OFF
033100             MOVE "WRITTEN OFF - ITEM CLOSED" TO MSGO
033200         WHEN OTHER
033300             MOVE "CORRECTED - STILL HELD" TO MSGO
033400     END-EVALUATE.
033500     PERFORM 7000-SEND-SCREEN THRU 7000-EXIT.
033600 3000-EXIT.
033700     EXIT.
033800*****************************************************************
033900*    3100-BUILD-COUNT-IMAGE
034000*    LAYS THE KEYED FIELDS OVER THE HELD COUNT RECORD IN VECTREC
034100*    FORM.  THE VECTOR ID AND EVERY BYTE THE SCREEN DOES NOT
034200*    SHOW STAY AS THE SENDER SHIPPED THEM.  A BLANK DELTA GOES
034300*    BACK BLANK - SORTVECT THEN TAKES THE REGISTERED DEFAULT.
034400*****************************************************************
034500 3100-BUILD-COUNT-IMAGE.
034600     IF WS-NF-WRITE-OFF
034700         GO TO 3100-EXIT
034800     END-IF.
034900     MOVE SP-IMAGE TO VECTOR-IN-RECORD.
035000     MOVE WS-NF-COUNT-N TO VI-VALUE.
035100     MOVE WS-NF-DIRECTION TO VI-SORT-DIRECTION.
035200     MOVE WS-NF-DELTA TO VECTOR-IN-RECORD(19:6).
035300     MOVE WS-NF-CORRECTION TO VI-CORRECTION-FLAG.
035400     MOVE WS-NF-PRIORITY TO VI-PRIORITY.
035500     MOVE VECTOR-IN-RECORD TO SP-IMAGE.
035600 3100-EXIT.
035700     EXIT.
035800*****************************************************************
035900*    3300-SHOW-FILED-FIELDS
036000*    THE DISPLAY-ONLY FIELDS DO NOT COME BACK FROM THE TERMINAL,
036100*    SO AN UPDATE REFILLS THEM FROM THE RECORD JUST READ - A
036200*    FAILED EDIT STILL SHOWS THE DESK WHAT IS ON FILE.
036300*****************************************************************
036400 3300-SHOW-FILED-FIELDS.
036500     MOVE SP-FEED-SERIAL TO SERIALO.
036600     MOVE SP-REASON TO REASONO.
036700     MOVE SP-DETAIL-COUNT TO DTLCNTO.
036800     MOVE SP-IMAGE(1:9) TO RAWCNTO.
036900     PERFORM 2100-FORMAT-LAST-CHANGED THRU 2100-EXIT.
037000 3300-EXIT.
037100     EXIT.
037200*****************************************************************
037300*    4000-NEXT-OPEN-ITEM
037400*    BROWSES FORWARD FROM THE ITEM ON THE SCREEN - OR FROM THE
037500*    TOP OF THE FILE WHEN NO VECTOR ID IS KEYED - TO THE NEXT
037600*    SEQUENCE-0000 RECORD THAT IS STILL HELD OR RELEASED, AND
037700*    SHOWS IT.  A VECTOR ID WITH NO DATE STARTS AT THAT
037800*    VECTOR'S OLDEST ITEM.
037900*****************************************************************
038000 4000-NEXT-OPEN-ITEM.
038100     PERFORM 6000-RECEIVE-SCREEN THRU 6000-EXIT.
038200     IF WS-IK-VECTOR-ID = SPACES
038300         MOVE LOW-VALUES TO WS-BROWSE-KEY
038400     ELSE
038500         MOVE WS-IK-VECTOR-ID TO WS-BK-VECTOR-ID
038600         IF WS-IK-RUN-DATE-N NUMERIC
038700             MOVE WS-IK-RUN-DATE TO WS-BK-RUN-DATE
038800             MOVE 9999 TO WS-BK-SEQUENCE
038900         ELSE
039000             MOVE ZEROS TO WS-BK-RUN-DATE
039100             MOVE ZERO TO WS-BK-SEQUENCE
039200         END-IF
039300     END-IF.
039400     MOVE 'N' TO WS-FOUND-SWITCH.
039500     EXEC CICS STARTBR FILE(WS-SUSPENSE-FILE)
039600         RIDFLD(WS-BROWSE-KEY) GTEQ RESP(WS-RESP)
039700     END-EXEC.
039800     IF WS-RESP NOT = DFHRESP(NORMAL)
039900         MOVE "NO MORE OPEN SUSPENSE ITEMS" TO MSGO
040000         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
040100         GO TO 4000-EXIT
040200     END-IF.
040300     PERFORM 4100-READ-ONE-RECORD THRU 4100-EXIT
040400         UNTIL WS-OPEN-ITEM-FOUND
040500         OR WS-RESP NOT = DFHRESP(NORMAL).
040600     EXEC CICS ENDBR FILE(WS-SUSPENSE-FILE) END-EXEC.
040700     IF WS-OPEN-ITEM-FOUND
040800         MOVE LOW-VALUES TO STALSPMO
040900         PERFORM 2200-SHOW-ITEM THRU 2200-EXIT
041000         PERFORM 2100-FORMAT-LAST-CHANGED THRU 2100-EXIT
041100         PERFORM 2300-STATUS-MESSAGE THRU 2300-EXIT
041200     ELSE
041300         MOVE "NO MORE OPEN SUSPENSE ITEMS" TO MSGO
041400     END-IF.
041500     PERFORM 7000-SEND-SCREEN THRU 7000-EXIT.
041600 4000-EXIT.
041700     EXIT.
041800 4100-READ-ONE-RECORD.
041900     EXEC CICS READNEXT FILE(WS-SUSPENSE-FILE)
042000         INTO(SP-RECORD) RIDFLD(WS-BROWSE-KEY) RESP(WS-RESP)
042100     END-EXEC.
042200     IF WS-RESP NOT = DFHRESP(NORMAL)
042300         GO TO 4100-EXIT
042400     END-IF.
042500     IF SP-COUNT-RECORD
042600         AND SP-OPEN-ITEM
042700         MOVE 'Y' TO WS-FOUND-SWITCH
042800     END-IF.
042900 4100-EXIT.
043000     EXIT.
043100*****************************************************************
043200*    6000-RECEIVE-SCREEN
043300*    RECEIVES THE MAP AND SAVES THE KEY AND THE CORRECTABLE
043400*    FIELDS TO WORKING STORAGE BEFORE THE OUTPUT AREA IS
043500*    CLEARED - STALSPMO REDEFINES STALSPMI - THEN ECHOES THEM
043600*    BACK, AS ON STALVREG.  A FIELD CLEARED WITH ERASE-EOF COMES
043700*    BACK AS LOW-VALUES AND IS TAKEN AS SPACES; A SCREEN WITH
043800*    NOTHING ON IT (MAPFAIL) COMES BACK AS ALL SPACES, WHICH PF8
043900*    TAKES AS THE TOP OF THE FILE.
044000*****************************************************************
044100 6000-RECEIVE-SCREEN.
044200     MOVE LOW-VALUES TO STALSPMI.
044300     EXEC CICS RECEIVE MAP('STALSPM') MAPSET('STALSPM')
044400         INTO(STALSPMI) RESP(WS-RESP)
044500     END-EXEC.
044600     MOVE VECTIDI TO WS-IK-VECTOR-ID.
044700     MOVE RUNDTI TO WS-IK-RUN-DATE.
044800     MOVE ZERO TO WS-IK-SEQUENCE.
044900     MOVE NEWCNTI TO WS-NF-COUNT.
045000     MOVE DIRECTI TO WS-NF-DIRECTION.
045100     MOVE DELTAI TO WS-NF-DELTA.
045200     MOVE CORRI TO WS-NF-CORRECTION.
045300     MOVE PRTYI TO WS-NF-PRIORITY.
045400     MOVE ISTATI TO WS-NF-STATUS.
045500     INSPECT WS-IK-VECTOR-ID REPLACING ALL LOW-VALUE BY SPACE.
045600     INSPECT WS-IK-RUN-DATE REPLACING ALL LOW-VALUE BY SPACE.
045700     INSPECT WS-NEW-FIELDS REPLACING ALL LOW-VALUE BY SPACE.
045800     MOVE LOW-VALUES TO STALSPMO.
045900     MOVE WS-IK-VECTOR-ID TO VECTIDO.
046000     MOVE WS-IK-RUN-DATE TO RUNDTO.
046100     MOVE WS-NF-COUNT TO NEWCNTO.
046200     MOVE WS-NF-DIRECTION TO DIRECTO.
046300     MOVE WS-NF-DELTA TO DELTAO.
046400     MOVE WS-NF-CORRECTION TO CORRO.
046500     MOVE WS-NF-PRIORITY TO PRTYO.
046600     MOVE WS-NF-STATUS TO ISTATO.
046700 6000-EXIT.
046800     EXIT.
046900*****************************************************************
047000*    6100-CHECK-KEY
047100*    ENTER AND PF5 NEED THE WHOLE KEY - VECTOR ID EXACTLY AS IT
047200*    CAME ON THE COUNT RECORD, AND THE EIGHT-DIGIT DATE IT WAS
047300*    HELD ON.
047400*****************************************************************
047500 6100-CHECK-KEY.
047600     MOVE 'Y' TO WS-EDIT-FLAG.
047700     IF WS-IK-VECTOR-ID = SPACES
047800         OR WS-IK-RUN-DATE-N NOT NUMERIC
047900         MOVE "KEY A VECTOR ID AND ITS HELD-ON DATE"
048000             TO WS-FAIL-TEXT
048100         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
048200         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
048300     END-IF.
048400 6100-EXIT.
048500     EXIT.
048600*****************************************************************
048700*    6500-EDIT-FIELDS
048800*    THE PER-FIELD EDITS.  THE RULE IS THAT A RELEASED ITEM MUST
048900*    BE ONE SORTVECT CAN TAKE: A COUNT INSIDE THE SORT TABLE
049000*    CAPACITY AND EQUAL TO THE DETAILS ACTUALLY HELD - ANYTHING
049100*    ELSE WOULD SPLIT OR SWALLOW THE NEXT VECTOR ON RLSDVECT -
049200*    AND FLAG VALUES VECTREC KNOWS.  A TOLERANCE DELTA ONLY
049300*    EXISTS FOR THE TOLERANCE DIRECTIONS.  A BLANK STATUS MEANS
049400*    STILL HELD.  A WRITE-OFF NEEDS NONE OF THIS AND SKIPS IT.
049500*    THE REGISTRY IS NOT CONSULTED HERE; SORTVECT CHECKS A
049600*    RELEASED VECTOR AGAINST IT LIKE ANY OTHER, AND ONE THAT
049700*    STILL FAILS COMES STRAIGHT BACK TO SUSPENSE.
049800*****************************************************************
049900 6500-EDIT-FIELDS.
050000     MOVE 'Y' TO WS-EDIT-FLAG.
050100     IF WS-NF-STATUS = SPACE
050200         MOVE 'H' TO WS-NF-STATUS
050300     END-IF.
050400     IF NOT WS-NF-STATUS-VALID
050500         MOVE "STATUS MUST BE H, R OR W" TO WS-FAIL-TEXT
050600         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
050700         GO TO 6500-EXIT
050800     END-IF.
050900     IF WS-NF-WRITE-OFF
051000         GO TO 6500-EXIT
051100     END-IF.
051200     IF WS-NF-COUNT-N NOT NUMERIC
051300         OR WS-NF-COUNT-N = ZERO
051400         OR WS-NF-COUNT-N > WS-TABLE-CAPACITY
051500         MOVE "COUNT MUST BE 0001-0500" TO WS-FAIL-TEXT
051600         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
051700         GO TO 6500-EXIT
051800     END-IF.
051900     IF NOT WS-NF-DIRECTION-VALID
052000         MOVE "DIRECTION MUST BE BLANK, A, D, T OR U"
052100             TO WS-FAIL-TEXT
052200         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
052300         GO TO 6500-EXIT
052400     END-IF.
052500     IF WS-NF-DELTA NOT = SPACES
052600         IF WS-NF-DELTA-N NOT NUMERIC
052700             MOVE "DELTA MUST BE SIX DIGITS OR BLANK"
052800                 TO WS-FAIL-TEXT
052900             PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
053000             GO TO 6500-EXIT
053100         END-IF
053200         IF NOT WS-NF-TOLERANCE-MODE
053300             AND WS-NF-DELTA-N > ZERO
053400             MOVE "DELTA APPLIES TO DIRECTION T OR U ONLY"
053500                 TO WS-FAIL-TEXT
053600             PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
053700             GO TO 6500-EXIT
053800         END-IF
053900     END-IF.
054000     IF NOT WS-NF-CORRECTION-VALID
054100         MOVE "CORRECTION MUST BE BLANK OR C" TO WS-FAIL-TEXT
054200         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
054300         GO TO 6500-EXIT
054400     END-IF.
054500     IF NOT WS-NF-PRIORITY-VALID
054600         MOVE "PRIORITY MUST BE BLANK OR H" TO WS-FAIL-TEXT
054700         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
054800         GO TO 6500-EXIT
054900     END-IF.
055000     IF WS-NF-RELEASE
055100         AND WS-NF-COUNT-N NOT = SP-DETAIL-COUNT
055200         MOVE "COUNT MUST EQUAL DETAILS HELD TO RELEASE"
055300             TO WS-FAIL-TEXT
055400         PERFORM 6600-FAIL-EDIT THRU 6600-EXIT
055500     END-IF.
055600 6500-EXIT.
055700     EXIT.
055800 6600-FAIL-EDIT.
055900     MOVE 'N' TO WS-EDIT-FLAG.
056000     MOVE WS-FAIL-TEXT TO MSGO.
056100 6600-EXIT.
056200     EXIT.
056300 7000-SEND-SCREEN.
056400     EXEC CICS SEND MAP('STALSPM') MAPSET('STALSPM')
056500         FROM(STALSPMO) ERASE FREEKB
056600     END-EXEC.
056700 7000-EXIT.
056800     EXIT.
056900 8000-LEAVE.
057000     EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
057100     EXEC CICS RETURN END-EXEC.
057200 8000-EXIT.
057300     EXIT.
