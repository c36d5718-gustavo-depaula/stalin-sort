000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FEEDINTK.
000300 AUTHOR. G GRIGORIEV.
000400 INSTALLATION. CENTRAL PLANNING DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    10/15/2026  GG  WRITTEN.  THE NIGHT NOW TAKES FEEDS FROM
001100*                    SEVERAL BUREAUS, AND ONE LATE, RESHIPPED OR
001200*                    TRUNCATED FEED USED TO STOP EVERYBODY'S
001300*                    NIGHT AT THE MANIFEST OR SERIAL CHECK.
001400*                    FEEDINTK RUNS AHEAD OF SORTVECT (AND OF
001500*                    VECSPLIT ON THE PARALLEL PATH).  EACH SENDER
001600*                    SLOT NAMED ON AN INTKPRM CARD IS READ FROM
001700*                    ITS OWN SENDINN DD, ITS *MANIFST IS
001800*                    RECONCILED - THE SAME ARITHMETIC SORTVECT
001900*                    AND VECSPLIT USE - AND ITS SERIAL IS CHECKED
002000*                    AGAINST THAT SENDER'S OWN SEQUENCE ON
002100*                    FEEDCTL (SEE FEEDCREC).  EVERY FEED THAT
002200*                    PASSES IS COPIED INTO THE ONE CONSOLIDATED
002300*                    VECTORIN WITH ITS SENDER ID STAMPED ON EACH
002400*                    COUNT RECORD (VI-SENDER-ID), AND THE FILE IS
002500*                    CLOSED WITH A FRESH *MANIFST OF ITS OWN
002600*                    UNDER SENDER *ALL CARRYING INTAKE'S NIGHTLY
002700*                    SERIAL.  A FEED THAT IS LATE, DUPLICATE OR
002800*                    BROKEN IS HELD BACK - ONLY THAT BUREAU'S
002900*                    VECTORS WAIT FOR ITS RESHIP - AND THE NIGHT
003000*                    GOES ON AT RETURN-CODE 4.  WHAT BECAME OF
003100*                    EACH SENDER IS WRITTEN TO INTKCTL (SEE
003200*                    INTKREC).  INTAKE REGISTERS NOTHING ON
003300*                    FEEDCTL ITSELF: THE STEP THAT CONSUMES THE
003400*                    CONSOLIDATED FEED MARKS THE ACCEPTED SERIALS
003500*                    PROCESSED AT ITS OWN CLEAN END OF JOB, SO A
003600*                    FAILED NIGHT'S FEEDS STILL LOAD WHEN IT IS
003700*                    RERUN.
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-ANYMAINFRAME.
004200 OBJECT-COMPUTER. IBM-ANYMAINFRAME.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT SENDER1-IN ASSIGN TO "SENDIN1"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-SENDER1-STATUS.
004800     SELECT SENDER2-IN ASSIGN TO "SENDIN2"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-SENDER2-STATUS.
005100     SELECT SENDER3-IN ASSIGN TO "SENDIN3"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-SENDER3-STATUS.
005400     SELECT SENDER4-IN ASSIGN TO "SENDIN4"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-SENDER4-STATUS.
005700     SELECT VECTOR-OUT ASSIGN TO "VECTORIN"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-VECTOR-OUT-STATUS.
006000     SELECT FEED-CONTROL-IN ASSIGN TO "FEEDCTL"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-FEED-CONTROL-IN-STATUS.
006300     SELECT INTAKE-CONTROL-OUT ASSIGN TO "INTKCTL"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-INTAKE-CONTROL-STATUS.
006600     SELECT INTAKE-PARMS ASSIGN TO "INTKPRM"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-INTAKE-PARMS-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  SENDER1-IN.
007200 01  SENDER1-RECORD            PIC X(80).
007300 FD  SENDER2-IN.
007400 01  SENDER2-RECORD            PIC X(80).
007500 FD  SENDER3-IN.
007600 01  SENDER3-RECORD            PIC X(80).
007700 FD  SENDER4-IN.
007800 01  SENDER4-RECORD            PIC X(80).
007900 FD  VECTOR-OUT.
008000     COPY VECTREC.
008100 FD  FEED-CONTROL-IN.
008200     COPY FEEDCREC.
008300 FD  INTAKE-CONTROL-OUT.
008400     COPY INTKREC.
008500 FD  INTAKE-PARMS.
008600 01  INTAKE-PARMS-RECORD       PIC X(80).
008700 WORKING-STORAGE SECTION.
008800*****************************************************************
008900*    FILE STATUS AND SWITCHES
009000*****************************************************************
009100 01  WS-SENDER1-STATUS         PIC X(02).
009200 01  WS-SENDER2-STATUS         PIC X(02).
009300 01  WS-SENDER3-STATUS         PIC X(02).
009400 01  WS-SENDER4-STATUS         PIC X(02).
009500 01  WS-VECTOR-OUT-STATUS      PIC X(02).
009600 01  WS-FEED-CONTROL-IN-STATUS PIC X(02).
009700 01  WS-INTAKE-CONTROL-STATUS  PIC X(02).
009800 01  WS-INTAKE-PARMS-STATUS    PIC X(02).
009900 01  WS-SENDER-STATUS          PIC X(02).
010000 01  WS-SWITCHES.
010100     05  WS-PARMS-EOF-SWITCH   PIC X(01) VALUE 'N'.
010200         88  WS-PARMS-EOF          VALUE 'Y'.
010300     05  WS-SENDER-EOF-SWITCH  PIC X(01) VALUE 'N'.
010400         88  WS-SENDER-EOF         VALUE 'Y'.
010500     05  WS-FEED-CTL-EOF-SWITCH PIC X(01) VALUE 'N'.
010600         88  WS-FEED-CTL-EOF       VALUE 'Y'.
010700     05  WS-FEED-CTL-SWITCH    PIC X(01) VALUE 'N'.
010800         88  WS-FEED-CTL-AVAILABLE VALUE 'Y'.
010900     05  WS-MANIFEST-SWITCH    PIC X(01) VALUE 'N'.
011000         88  WS-MANIFEST-SEEN      VALUE 'Y'.
011100     05  WS-PAST-MANIFEST-SWITCH PIC X(01) VALUE 'N'.
011200         88  WS-DATA-PAST-MANIFEST VALUE 'Y'.
011300     05  WS-DUP-FEED-SWITCH    PIC X(01) VALUE 'N'.
011400         88  WS-DUPLICATE-FEED     VALUE 'Y'.
011500     05  WS-NAMED-SWITCH       PIC X(01) VALUE 'N'.
011600         88  WS-SENDER-ALREADY-NAMED VALUE 'Y'.
011700*****************************************************************
011800*    SENDER SLOTS - ONE PER SENDINN DD, NAMED BY THE INTKPRM
011900*    CARDS SENDER1=XXXX THRU SENDER4=XXXX.  A SLOT WITH NO CARD
012000*    IS NOT IN USE TONIGHT AND ITS DD IS NEVER OPENED.
012100*****************************************************************
012200 77  WS-SLOT-COUNT             PIC 9(4) COMP VALUE 4.
012300 01  WS-SLOT                   PIC 9(4) COMP VALUE ZERO.
012400 01  WS-SCAN-SLOT              PIC 9(4) COMP VALUE ZERO.
012500 01  WS-SENDERS-NAMED          PIC 9(4) COMP VALUE ZERO.
012600 01  WS-SENDER-TABLE.
012700     05  WS-SENDER-ENTRY OCCURS 4 TIMES.
012800         10  WS-ST-SENDER-ID   PIC X(04).
012900 01  WS-PARM-CARD              PIC X(80).
013000 01  WS-PARM-SLOT              PIC 9(01).
013100 01  WS-PARM-SENDER-ID         PIC X(04).
013200*****************************************************************
013300*    ONE SENDER'S FEED - COUNTED ON THE VERIFYING PASS AND HELD
013400*    UP TO WHAT ITS MANIFEST ASSERTS.  COUNT RECORDS ARE THE
013500*    RECORDS TAGGED WITH A VECTOR ID; DETAIL RECORDS LEAVE IT
013600*    BLANK (SEE VECTREC).
013700*****************************************************************
013800 01  WS-SN-RECS                PIC 9(8) COMP VALUE ZERO.
013900 01  WS-SN-VECS                PIC 9(4) COMP VALUE ZERO.
014000 01  WS-SN-HASH                PIC S9(10) VALUE ZERO.
014100 01  WS-SN-EXP-RECS            PIC 9(8) COMP VALUE ZERO.
014200 01  WS-SN-EXP-VECS            PIC 9(4) COMP VALUE ZERO.
014300 01  WS-SN-EXP-HASH            PIC S9(10) VALUE ZERO.
014400 01  WS-SN-SERIAL              PIC 9(06) VALUE ZERO.
014500 01  WS-SN-FEED-DATE           PIC 9(08) VALUE ZERO.
014600 01  WS-SN-HIGH-SERIAL         PIC 9(06) VALUE ZERO.
014700 01  WS-SN-EXPECTED-SERIAL     PIC 9(06) VALUE ZERO.
014800 01  WS-SN-STATUS              PIC X(01) VALUE SPACE.
014900     88  WS-SN-ACCEPTED            VALUE 'A'.
015000     88  WS-SN-LATE                VALUE 'L'.
015100     88  WS-SN-DUPLICATE           VALUE 'D'.
015200     88  WS-SN-BROKEN              VALUE 'B'.
015300 01  WS-SN-REASON              PIC X(20) VALUE SPACES.
015400 01  WS-SN-GAP-FLAG            PIC X(01) VALUE SPACE.
015500 01  WS-SN-STATUS-TEXT         PIC X(09) VALUE SPACES.
015600*****************************************************************
015700*    THE CONSOLIDATED FEED - TALLIED AS IT IS WRITTEN, SO ITS
015800*    MANIFEST PROVES WHAT INTAKE ACTUALLY PUT ON VECTORIN.  ITS
015900*    SERIAL IS ONE PAST THE HIGHEST *ALL SERIAL ON FEEDCTL.
016000*****************************************************************
016100 01  WS-CN-RECS                PIC 9(8) COMP VALUE ZERO.
016200 01  WS-CN-VECS                PIC 9(4) COMP VALUE ZERO.
016300 01  WS-CN-HASH                PIC S9(10) VALUE ZERO.
016400 01  WS-ALL-HIGH-SERIAL        PIC 9(06) VALUE ZERO.
016500 01  WS-ACCEPTED-COUNT         PIC 9(4) COMP VALUE ZERO.
016600 01  WS-HELD-COUNT             PIC 9(4) COMP VALUE ZERO.
016700 01  WS-GAP-COUNT              PIC 9(4) COMP VALUE ZERO.
016800 01  WS-CURRENT-DATE.
016900     05  WS-CURR-YYYY          PIC 9(4).
017000     05  WS-CURR-MM            PIC 9(2).
017100     05  WS-CURR-DD            PIC 9(2).
017200 01  WS-TODAY                  PIC 9(08) VALUE ZERO.
017300 01  WS-DISPLAY-RECS           PIC ZZZZZZZ9.
017400 01  WS-DISPLAY-VECS           PIC ZZZ9.
017500 01  WS-CONSOL-MANIFEST.
017600     05  FILLER                PIC X(10) VALUE SPACES.
017700     05  FILLER                PIC X(08) VALUE "*MANIFST".
017800     05  WS-CM-TOTAL-RECORDS   PIC 9(08).
017900     05  WS-CM-TOTAL-VECTORS   PIC 9(04).
018000     05  WS-CM-HASH-TOTAL      PIC S9(10)
018100                               SIGN IS LEADING SEPARATE.
018200     05  WS-CM-FEED-SERIAL     PIC 9(06) VALUE ZERO.
018300     05  WS-CM-FEED-DATE       PIC 9(08).
018400     05  FILLER                PIC X(04) VALUE "*ALL".
018500     05  FILLER                PIC X(21) VALUE SPACES.
018600 PROCEDURE DIVISION.
018700*****************************************************************
018800*    0000-MAINLINE
018900*    TAKES EACH NAMED SENDER IN SLOT ORDER - SO THE CONSOLIDATED
019000*    FEED IS IN THE SAME ORDER EVERY NIGHT - THEN CLOSES VECTORIN
019100*    WITH ITS OWN MANIFEST.
019200*****************************************************************
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019500     IF RETURN-CODE < 16
019600         PERFORM 2000-FIND-CONSOLIDATED-SERIAL THRU 2000-EXIT
019700         PERFORM 3000-TAKE-ONE-SENDER THRU 3000-EXIT
019800             VARYING WS-SLOT FROM 1 BY 1
019900             UNTIL WS-SLOT > WS-SLOT-COUNT
020000         PERFORM 8000-WRITE-CONSOLIDATED-MANIFEST
020100             THRU 8000-EXIT
020200     END-IF.
020300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020400     STOP RUN.
020500*****************************************************************
020600*    1000-INITIALIZE OPENS VECTORIN AND INTKCTL AND READS THE
020700*    INTKPRM CARDS.  EITHER OUTPUT FAILING TO OPEN, A CARD THAT
020800*    FAILS ITS EDIT, OR NO SENDER NAMED AT ALL SETS RETURN-CODE
020900*    16 - AN INTAKE THAT CANNOT SAY WHAT IT DID WITH EACH
021000*    BUREAU'S FEED MUST NOT HAND THE SORT A FEED.
021100*****************************************************************
021200 1000-INITIALIZE.
021300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
021400     MOVE WS-CURRENT-DATE TO WS-TODAY.
021500     MOVE SPACES TO WS-SENDER-TABLE.
021600     OPEN OUTPUT VECTOR-OUT.
021700     IF WS-VECTOR-OUT-STATUS NOT = "00"
021800         DISPLAY "FEEDINTK: UNABLE TO OPEN VECTORIN, STATUS = "
021900             WS-VECTOR-OUT-STATUS
022000         MOVE 16 TO RETURN-CODE
022100     END-IF.
022200     OPEN OUTPUT INTAKE-CONTROL-OUT.
022300     IF WS-INTAKE-CONTROL-STATUS NOT = "00"
022400         DISPLAY "FEEDINTK: UNABLE TO OPEN INTKCTL, STATUS = "
022500             WS-INTAKE-CONTROL-STATUS
022600         MOVE 16 TO RETURN-CODE
022700     END-IF.
022800     PERFORM 1100-READ-INTAKE-PARMS THRU 1100-EXIT.
022900     IF WS-SENDERS-NAMED = ZERO
023000         DISPLAY "FEEDINTK: NO SENDER NAMED ON INTKPRM"
023100         MOVE 16 TO RETURN-CODE
023200     END-IF.
023300 1000-EXIT.
023400     EXIT.
023500 1100-READ-INTAKE-PARMS.
023600     OPEN INPUT INTAKE-PARMS.
023700     IF WS-INTAKE-PARMS-STATUS NOT = "00"
023800         GO TO 1100-EXIT
023900     END-IF.
024000     PERFORM 1110-PROCESS-PARM-CARD THRU 1110-EXIT
024100         UNTIL WS-PARMS-EOF.
024200     CLOSE INTAKE-PARMS.
024300 1100-EXIT.
024400     EXIT.
024500*****************************************************************
024600*    1110-PROCESS-PARM-CARD
024700*    SENDERN=XXXX NAMES THE BUREAU WHOSE FEED ARRIVES ON SENDINN.
024800*    A SLOT OUTSIDE 1-4, A BLANK ID, THE RESERVED ID *ALL, A
024900*    SLOT NAMED TWICE OR ONE BUREAU NAMED IN TWO SLOTS FAILS THE
025000*    EDIT - TWO SLOTS SHARING A SERIAL SEQUENCE WOULD EACH HOLD
025100*    THE OTHER'S FEED AS A DUPLICATE.
025200*****************************************************************
025300 1110-PROCESS-PARM-CARD.
025400     READ INTAKE-PARMS INTO WS-PARM-CARD
025500         AT END
025600             MOVE 'Y' TO WS-PARMS-EOF-SWITCH
025700             GO TO 1110-EXIT
025800     END-READ.
025900     IF WS-PARM-CARD = SPACES
026000         OR WS-PARM-CARD(1:1) = "*"
026100         GO TO 1110-EXIT
026200     END-IF.
026300     IF WS-PARM-CARD(1:6) NOT = "SENDER"
026400         OR WS-PARM-CARD(8:1) NOT = "="
026500         DISPLAY "FEEDINTK: UNRECOGNIZED CONTROL CARD: "
026600             WS-PARM-CARD(1:20)
026700         GO TO 1110-EXIT
026800     END-IF.
026900     MOVE WS-PARM-CARD(7:1) TO WS-PARM-SLOT.
027000     MOVE WS-PARM-CARD(9:4) TO WS-PARM-SENDER-ID.
027100     IF WS-PARM-SLOT NOT NUMERIC
027200         OR WS-PARM-SLOT < 1
027300         OR WS-PARM-SLOT > WS-SLOT-COUNT
027400         OR WS-PARM-SENDER-ID = SPACES
027500         OR WS-PARM-SENDER-ID = "*ALL"
027600         PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
027700         GO TO 1110-EXIT
027800     END-IF.
027900     IF WS-ST-SENDER-ID(WS-PARM-SLOT) NOT = SPACES
028000         PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
028100         GO TO 1110-EXIT
028200     END-IF.
028300     MOVE 'N' TO WS-NAMED-SWITCH.
028400     PERFORM 1130-CHECK-ONE-SLOT THRU 1130-EXIT
028500         VARYING WS-SCAN-SLOT FROM 1 BY 1
028600         UNTIL WS-SCAN-SLOT > WS-SLOT-COUNT.
028700     IF WS-SENDER-ALREADY-NAMED
028800         PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
028900         GO TO 1110-EXIT
029000     END-IF.
029100     MOVE WS-PARM-SENDER-ID TO WS-ST-SENDER-ID(WS-PARM-SLOT).
029200     ADD 1 TO WS-SENDERS-NAMED.
029300 1110-EXIT.
029400     EXIT.
029500 1120-REJECT-PARM-CARD.
029600     DISPLAY "FEEDINTK: INVALID CONTROL CARD: "
029700         WS-PARM-CARD(1:30).
029800     MOVE 16 TO RETURN-CODE.
029900 1120-EXIT.
030000     EXIT.
030100 1130-CHECK-ONE-SLOT.
030200     IF WS-ST-SENDER-ID(WS-SCAN-SLOT) = WS-PARM-SENDER-ID
030300         MOVE 'Y' TO WS-NAMED-SWITCH
030400     END-IF.
030500 1130-EXIT.
030600     EXIT.
030700*****************************************************************
030800*    2000-FIND-CONSOLIDATED-SERIAL
030900*    ONE PASS OF FEEDCTL FOR THE HIGHEST *ALL SERIAL; TONIGHT'S
031000*    CONSOLIDATED FEED TAKES THE NEXT ONE.  A RERUN OF A FAILED
031100*    NIGHT GETS THE SAME SERIAL AGAIN, SINCE A FAILED SORT NEVER
031200*    REGISTERED IT.  NO FEEDCTL DD LEAVES THE SERIAL ZERO - THE
031300*    SORT THEN PASSES THE FEED UNREGISTERED WITH ITS USUAL NOTE -
031400*    AND SKIPS THE PER-SENDER CHECKS BELOW WITH A NOTE HERE.
031500*****************************************************************
031600 2000-FIND-CONSOLIDATED-SERIAL.
031700     OPEN INPUT FEED-CONTROL-IN.
031800     IF WS-FEED-CONTROL-IN-STATUS NOT = "00"
031900         DISPLAY "FEEDINTK: FEEDCTL NOT AVAILABLE - SENDER "
032000             "SERIALS NOT CHECKED"
032100         GO TO 2000-EXIT
032200     END-IF.
032300     MOVE 'Y' TO WS-FEED-CTL-SWITCH.
032400     MOVE 'N' TO WS-FEED-CTL-EOF-SWITCH.
032500     PERFORM 2100-CHECK-ONE-ALL-ROW THRU 2100-EXIT
032600         UNTIL WS-FEED-CTL-EOF.
032700     CLOSE FEED-CONTROL-IN.
032800     COMPUTE WS-CM-FEED-SERIAL = WS-ALL-HIGH-SERIAL + 1.
032900 2000-EXIT.
033000     EXIT.
033100 2100-CHECK-ONE-ALL-ROW.
033200     READ FEED-CONTROL-IN
033300         AT END
033400             MOVE 'Y' TO WS-FEED-CTL-EOF-SWITCH
033500             GO TO 2100-EXIT
033600     END-READ.
033700     IF FC-SERIAL NOT NUMERIC
033800         OR FC-SENDER-ID NOT = "*ALL"
033900         GO TO 2100-EXIT
034000     END-IF.
034100     IF FC-SERIAL > WS-ALL-HIGH-SERIAL
034200         MOVE FC-SERIAL TO WS-ALL-HIGH-SERIAL
034300     END-IF.
034400 2100-EXIT.
034500     EXIT.
034600*****************************************************************
034700*    3000-TAKE-ONE-SENDER
034800*    ONE NAMED SENDER, START TO FINISH: PROVE THE FEED ARRIVED
034900*    WHOLE, PROVE IT IS THE RIGHT FEED, AND ONLY THEN COPY IT
035000*    INTO THE CONSOLIDATED VECTORIN.  A FEED THAT FAILS EITHER
035100*    PROOF IS HELD AND NOTHING OF IT IS COPIED - A HALF-COPIED
035200*    BUREAU WOULD BE WORSE THAN A MISSING ONE.  WHATEVER THE
035300*    VERDICT, 3900 RECORDS IT ON INTKCTL.
035400*****************************************************************
035500 3000-TAKE-ONE-SENDER.
035600     IF WS-ST-SENDER-ID(WS-SLOT) = SPACES
035700         GO TO 3000-EXIT
035800     END-IF.
035900     MOVE ZERO TO WS-SN-RECS WS-SN-VECS WS-SN-HASH.
036000     MOVE ZERO TO WS-SN-EXP-RECS WS-SN-EXP-VECS WS-SN-EXP-HASH.
036100     MOVE ZERO TO WS-SN-SERIAL WS-SN-FEED-DATE.
036200     MOVE ZERO TO WS-SN-HIGH-SERIAL WS-SN-EXPECTED-SERIAL.
036300     MOVE 'N' TO WS-MANIFEST-SWITCH.
036400     MOVE 'N' TO WS-PAST-MANIFEST-SWITCH.
036500     MOVE 'N' TO WS-DUP-FEED-SWITCH.
036600     MOVE 'A' TO WS-SN-STATUS.
036700     MOVE SPACES TO WS-SN-REASON.
036800     MOVE SPACE TO WS-SN-GAP-FLAG.
036900     PERFORM 3100-VERIFY-FEED THRU 3100-EXIT.
037000     IF NOT WS-SN-ACCEPTED
037100         GO TO 3000-FILE-VERDICT
037200     END-IF.
037300     PERFORM 3200-CHECK-SENDER-SERIAL THRU 3200-EXIT.
037400     IF NOT WS-SN-ACCEPTED
037500         GO TO 3000-FILE-VERDICT
037600     END-IF.
037700     PERFORM 3300-COPY-FEED THRU 3300-EXIT.
037800 3000-FILE-VERDICT.
037900     PERFORM 3900-WRITE-INTAKE-RECORD THRU 3900-EXIT.
038000 3000-EXIT.
038100     EXIT.
038200*****************************************************************
038300*    3100-VERIFY-FEED
038400*    THE VERIFYING PASS.  NO DATASET, OR AN EMPTY ONE, IS A LATE
038500*    FEED.  NO MANIFEST, A SECOND MANIFEST OR DATA AFTER THE
038600*    MANIFEST (A DOUBLE SHIP), OR TOTALS THAT DO NOT RECONCILE,
038700*    IS A BROKEN ONE.  A MANIFEST FIELD THAT IS NOT NUMERIC IS
038800*    TAKEN AS ZERO AND SURFACES AS A MISMATCH, AS IN SORTVECT.
038900*****************************************************************
039000 3100-VERIFY-FEED.
039100     PERFORM 3400-OPEN-SENDER THRU 3400-EXIT.
039200     IF WS-SENDER-STATUS NOT = "00"
039300         MOVE 'L' TO WS-SN-STATUS
039400         MOVE "FEED NOT RECEIVED" TO WS-SN-REASON
039500         GO TO 3100-EXIT
039600     END-IF.
039700     PERFORM 3110-VERIFY-ONE-RECORD THRU 3110-EXIT
039800         UNTIL WS-SENDER-EOF.
039900     PERFORM 3450-CLOSE-SENDER THRU 3450-EXIT.
040000     IF WS-SN-RECS = ZERO
040100         AND NOT WS-MANIFEST-SEEN
040200         MOVE 'L' TO WS-SN-STATUS
040300         MOVE "FEED EMPTY" TO WS-SN-REASON
040400         GO TO 3100-EXIT
040500     END-IF.
040600     IF NOT WS-MANIFEST-SEEN
040700         MOVE 'B' TO WS-SN-STATUS
040800         MOVE "NO MANIFEST" TO WS-SN-REASON
040900         GO TO 3100-EXIT
041000     END-IF.
041100     IF WS-DATA-PAST-MANIFEST
041200         MOVE 'B' TO WS-SN-STATUS
041300         MOVE "DATA PAST MANIFEST" TO WS-SN-REASON
041400         GO TO 3100-EXIT
041500     END-IF.
041600     IF WS-SN-EXP-RECS NOT = WS-SN-RECS
041700         OR WS-SN-EXP-VECS NOT = WS-SN-VECS
041800         OR WS-SN-EXP-HASH NOT = WS-SN-HASH
041900         MOVE 'B' TO WS-SN-STATUS
042000         MOVE "MANIFEST MISMATCH" TO WS-SN-REASON
042100     END-IF.
042200 3100-EXIT.
042300     EXIT.
042400 3110-VERIFY-ONE-RECORD.
042500     PERFORM 3500-READ-SENDER THRU 3500-EXIT.
042600     IF WS-SENDER-EOF
042700         GO TO 3110-EXIT
042800     END-IF.
042900     IF WS-MANIFEST-SEEN
043000         MOVE 'Y' TO WS-PAST-MANIFEST-SWITCH
043100         GO TO 3110-EXIT
043200     END-IF.
043300     IF VI-IS-MANIFEST
043400         PERFORM 3120-CAPTURE-MANIFEST THRU 3120-EXIT
043500         GO TO 3110-EXIT
043600     END-IF.
043700     ADD 1 TO WS-SN-RECS.
043800     IF VI-VALUE NUMERIC
043900         ADD VI-VALUE TO WS-SN-HASH
044000     END-IF.
044100     IF VI-VECTOR-ID NOT = SPACES
044200         ADD 1 TO WS-SN-VECS
044300     END-IF.
044400 3110-EXIT.
044500     EXIT.
044600 3120-CAPTURE-MANIFEST.
044700     MOVE 'Y' TO WS-MANIFEST-SWITCH.
044800     IF VM-TOTAL-RECORDS NUMERIC
044900         MOVE VM-TOTAL-RECORDS TO WS-SN-EXP-RECS
045000     END-IF.
045100     IF VM-TOTAL-VECTORS NUMERIC
045200         MOVE VM-TOTAL-VECTORS TO WS-SN-EXP-VECS
045300     END-IF.
045400     IF VM-HASH-TOTAL NUMERIC
045500         MOVE VM-HASH-TOTAL TO WS-SN-EXP-HASH
045600     END-IF.
045700     IF VM-FEED-SERIAL NUMERIC
045800         MOVE VM-FEED-SERIAL TO WS-SN-SERIAL
045900     END-IF.
046000     IF VM-FEED-DATE NUMERIC
046100         MOVE VM-FEED-DATE TO WS-SN-FEED-DATE
046200     END-IF.
046300 3120-EXIT.
046400     EXIT.
046500*****************************************************************
046600*    3200-CHECK-SENDER-SERIAL
046700*    THE FEED ARRIVED WHOLE - NOW PROVE IT IS THE RIGHT ONE,
046800*    AGAINST THIS SENDER'S OWN ROWS ON FEEDCTL.  ROWS FROM
046900*    BEFORE FC-SENDER-ID CARRY SPACES AND BELONG TO THE OLD
047000*    SINGLE SENDER, WHO IS SLOT 1.  A SERIAL ALREADY PROCESSED
047100*    IS A DUPLICATE AND IS HELD - A RESHIPPED YESTERDAY, OR A
047200*    BUREAU THAT SENT NOTHING NEW AND LEFT LAST NIGHT'S FILE IN
047300*    PLACE.  A SERIAL PAST THE SENDER'S HIGHEST PLUS ONE IS A
047400*    MISSED FEED: IT IS FLAGGED ON INTKCTL AND THE FEED IS STILL
047500*    TAKEN, THE SAME DIAL SORTVECT USES.  A FEED WITH NO SERIAL
047600*    PASSES UNCHECKED WITH A NOTE, AND NEVER REGISTERS.
047700*****************************************************************
047800 3200-CHECK-SENDER-SERIAL.
047900     IF WS-SN-SERIAL = ZERO
048000         MOVE "NO SERIAL-UNCHECKED" TO WS-SN-REASON
048100         GO TO 3200-EXIT
048200     END-IF.
048300     IF NOT WS-FEED-CTL-AVAILABLE
048400         MOVE "NO FEEDCTL-UNCHECKED" TO WS-SN-REASON
048500         GO TO 3200-EXIT
048600     END-IF.
048700     OPEN INPUT FEED-CONTROL-IN.
048800     IF WS-FEED-CONTROL-IN-STATUS NOT = "00"
048900         MOVE "NO FEEDCTL-UNCHECKED" TO WS-SN-REASON
049000         GO TO 3200-EXIT
049100     END-IF.
049200     MOVE 'N' TO WS-FEED-CTL-EOF-SWITCH.
049300     PERFORM 3210-CHECK-ONE-CONTROL THRU 3210-EXIT
049400         UNTIL WS-FEED-CTL-EOF.
049500     CLOSE FEED-CONTROL-IN.
049600     IF WS-DUPLICATE-FEED
049700         MOVE 'D' TO WS-SN-STATUS
049800         MOVE "SERIAL ALREADY DONE" TO WS-SN-REASON
049900         GO TO 3200-EXIT
050000     END-IF.
050100     COMPUTE WS-SN-EXPECTED-SERIAL = WS-SN-HIGH-SERIAL + 1.
050200     IF WS-SN-HIGH-SERIAL > ZERO
050300         AND WS-SN-SERIAL > WS-SN-EXPECTED-SERIAL
050400         MOVE 'G' TO WS-SN-GAP-FLAG
050500         MOVE "SERIAL GAP" TO WS-SN-REASON
050600         ADD 1 TO WS-GAP-COUNT
050700     END-IF.
050800 3200-EXIT.
050900     EXIT.
051000 3210-CHECK-ONE-CONTROL.
051100     READ FEED-CONTROL-IN
051200         AT END
051300             MOVE 'Y' TO WS-FEED-CTL-EOF-SWITCH
051400             GO TO 3210-EXIT
051500     END-READ.
051600     IF FC-SERIAL NOT NUMERIC
051700         GO TO 3210-EXIT
051800     END-IF.
051900     IF FC-SENDER-ID NOT = WS-ST-SENDER-ID(WS-SLOT)
052000         AND NOT (FC-SENDER-ID = SPACES AND WS-SLOT = 1)
052100         GO TO 3210-EXIT
052200     END-IF.
052300     IF FC-SERIAL = WS-SN-SERIAL
052400         AND FC-PROCESSED
052500         MOVE 'Y' TO WS-DUP-FEED-SWITCH
052600     END-IF.
052700     IF FC-SERIAL > WS-SN-HIGH-SERIAL
052800         MOVE FC-SERIAL TO WS-SN-HIGH-SERIAL
052900     END-IF.
053000 3210-EXIT.
053100     EXIT.
053200*****************************************************************
053300*    3300-COPY-FEED
053400*    THE COPYING PASS.  EVERY RECORD BUT THE SENDER'S MANIFEST
053500*    GOES TO VECTORIN AS SHIPPED, EXCEPT THAT EACH COUNT RECORD
053600*    HAS THE SLOT'S SENDER ID STAMPED IN VI-SENDER-ID - WHATEVER
053700*    THE BUREAU PUT THERE, THE SLOT IT ARRIVED ON IS THE TRUTH.
053800*    THE STAMP SITS OUTSIDE VI-VALUE, SO THE HASH IS UNCHANGED.
053900*****************************************************************
054000 3300-COPY-FEED.
054100     PERFORM 3400-OPEN-SENDER THRU 3400-EXIT.
054200     IF WS-SENDER-STATUS NOT = "00"
054300         MOVE 'L' TO WS-SN-STATUS
054400         MOVE "FEED NOT RECEIVED" TO WS-SN-REASON
054500         GO TO 3300-EXIT
054600     END-IF.
054700     PERFORM 3310-COPY-ONE-RECORD THRU 3310-EXIT
054800         UNTIL WS-SENDER-EOF.
054900     PERFORM 3450-CLOSE-SENDER THRU 3450-EXIT.
055000 3300-EXIT.
055100     EXIT.
055200 3310-COPY-ONE-RECORD.
055300     PERFORM 3500-READ-SENDER THRU 3500-EXIT.
055400     IF WS-SENDER-EOF
055500         GO TO 3310-EXIT
055600     END-IF.
055700     IF VI-IS-MANIFEST
055800         GO TO 3310-EXIT
055900     END-IF.
056000     ADD 1 TO WS-CN-RECS.
056100     IF VI-VALUE NUMERIC
056200         ADD VI-VALUE TO WS-CN-HASH
056300     END-IF.
056400     IF VI-VECTOR-ID NOT = SPACES
056500         ADD 1 TO WS-CN-VECS
056600         MOVE WS-ST-SENDER-ID(WS-SLOT) TO VI-SENDER-ID
056700     END-IF.
056800     WRITE VECTOR-IN-RECORD.
056900 3310-EXIT.
057000     EXIT.
057100*****************************************************************
057200*    3400-OPEN-SENDER / 3450-CLOSE-SENDER / 3500-READ-SENDER
057300*    THE SLOT'S OWN SENDINN DD, RECORDS READ INTO THE VECTREC
057400*    AREA SO BOTH PASSES SEE THE FIELDS BY NAME.
057500*****************************************************************
057600 3400-OPEN-SENDER.
057700     MOVE 'N' TO WS-SENDER-EOF-SWITCH.
057800     EVALUATE WS-SLOT
057900         WHEN 1
058000             OPEN INPUT SENDER1-IN
058100             MOVE WS-SENDER1-STATUS TO WS-SENDER-STATUS
058200         WHEN 2
058300             OPEN INPUT SENDER2-IN
058400             MOVE WS-SENDER2-STATUS TO WS-SENDER-STATUS
058500         WHEN 3
058600             OPEN INPUT SENDER3-IN
058700             MOVE WS-SENDER3-STATUS TO WS-SENDER-STATUS
058800         WHEN 4
058900             OPEN INPUT SENDER4-IN
059000             MOVE WS-SENDER4-STATUS TO WS-SENDER-STATUS
059100     END-EVALUATE.
059200 3400-EXIT.
059300     EXIT.
059400 3450-CLOSE-SENDER.
059500     EVALUATE WS-SLOT
059600         WHEN 1
059700             CLOSE SENDER1-IN
059800         WHEN 2
059900             CLOSE SENDER2-IN
060000         WHEN 3
060100             CLOSE SENDER3-IN
060200         WHEN 4
060300             CLOSE SENDER4-IN
060400     END-EVALUATE.
060500 3450-EXIT.
060600     EXIT.
060700 3500-READ-SENDER.
060800     EVALUATE WS-SLOT
060900         WHEN 1
061000             READ SENDER1-IN INTO VECTOR-IN-RECORD
061100                 AT END
061200                     MOVE 'Y' TO WS-SENDER-EOF-SWITCH
061300             END-READ
061400         WHEN 2
061500             READ SENDER2-IN INTO VECTOR-IN-RECORD
061600                 AT END
061700                     MOVE 'Y' TO WS-SENDER-EOF-SWITCH
061800             END-READ
061900         WHEN 3
062000             READ SENDER3-IN INTO VECTOR-IN-RECORD
062100                 AT END
062200                     MOVE 'Y' TO WS-SENDER-EOF-SWITCH
062300             END-READ
062400         WHEN 4
062500             READ SENDER4-IN INTO VECTOR-IN-RECORD
062600                 AT END
062700                     MOVE 'Y' TO WS-SENDER-EOF-SWITCH
062800             END-READ
062900     END-EVALUATE.
063000 3500-EXIT.
063100     EXIT.
063200*****************************************************************
063300*    3900-WRITE-INTAKE-RECORD
063400*    THE SENDER'S VERDICT ON INTKCTL AND THE JOB LOG.  THE
063500*    COUNTS ARE WHAT INTAKE COUNTED ON THE FEED - FOR A HELD
063600*    FEED THEY SAY HOW MUCH IS WAITING ON THE RESHIP.
063700*****************************************************************
063800 3900-WRITE-INTAKE-RECORD.
063900     MOVE SPACES TO IK-RECORD.
064000     MOVE WS-SLOT TO IK-SLOT.
064100     MOVE WS-ST-SENDER-ID(WS-SLOT) TO IK-SENDER-ID.
064200     MOVE WS-SN-STATUS TO IK-STATUS.
064300     MOVE WS-SN-SERIAL TO IK-SERIAL.
064400     MOVE WS-SN-FEED-DATE TO IK-FEED-DATE.
064500     MOVE WS-SN-RECS TO IK-RECORDS.
064600     MOVE WS-SN-VECS TO IK-VECTORS.
064700     MOVE WS-SN-HASH TO IK-HASH.
064800     MOVE WS-SN-EXPECTED-SERIAL TO IK-EXPECTED-SERIAL.
064900     MOVE WS-SN-GAP-FLAG TO IK-GAP-FLAG.
065000     MOVE WS-TODAY TO IK-RUN-DATE.
065100     MOVE WS-SN-REASON TO IK-REASON.
065200     WRITE IK-RECORD.
065300     EVALUATE TRUE
065400         WHEN WS-SN-ACCEPTED
065500             MOVE "ACCEPTED " TO WS-SN-STATUS-TEXT
065600             ADD 1 TO WS-ACCEPTED-COUNT
065700         WHEN WS-SN-LATE
065800             MOVE "LATE     " TO WS-SN-STATUS-TEXT
065900             ADD 1 TO WS-HELD-COUNT
066000         WHEN WS-SN-DUPLICATE
066100             MOVE "DUPLICATE" TO WS-SN-STATUS-TEXT
066200             ADD 1 TO WS-HELD-COUNT
066300         WHEN OTHER
066400             MOVE "BROKEN   " TO WS-SN-STATUS-TEXT
066500             ADD 1 TO WS-HELD-COUNT
066600     END-EVALUATE.
066700     MOVE WS-SN-RECS TO WS-DISPLAY-RECS.
066800     MOVE WS-SN-VECS TO WS-DISPLAY-VECS.
066900     DISPLAY "FEEDINTK: SENDER " WS-ST-SENDER-ID(WS-SLOT)
067000         " " WS-SN-STATUS-TEXT " SERIAL " WS-SN-SERIAL
067100         " RECORDS " WS-DISPLAY-RECS " VECTORS " WS-DISPLAY-VECS
067200         " " WS-SN-REASON.
067300 3900-EXIT.
067400     EXIT.
067500*****************************************************************
067600*    8000-WRITE-CONSOLIDATED-MANIFEST
067700*    CLOSES VECTORIN WITH ITS *ALL MANIFEST - EVEN WHEN EVERY
067800*    BUREAU WAS HELD, SO THE FILE IS NEVER HEADLESS.  NOTHING
067900*    ACCEPTED ENDS RETURN-CODE 8 AND THE SORT DOES NOT RUN; ANY
068000*    SENDER HELD ENDS RETURN-CODE 4 AND THE NIGHT GOES ON WITH
068100*    THE BUREAUS THAT ARRIVED.  A SERIAL GAP ALONE LEAVES THE
068200*    RETURN-CODE ALONE - IT IS THE MORNING SUMMARY'S TO RAISE.
068300*****************************************************************
068400 8000-WRITE-CONSOLIDATED-MANIFEST.
068500     MOVE WS-CN-RECS TO WS-CM-TOTAL-RECORDS.
068600     MOVE WS-CN-VECS TO WS-CM-TOTAL-VECTORS.
068700     MOVE WS-CN-HASH TO WS-CM-HASH-TOTAL.
068800     MOVE WS-TODAY TO WS-CM-FEED-DATE.
068900     WRITE VECTOR-IN-RECORD FROM WS-CONSOL-MANIFEST.
069000     MOVE WS-CN-RECS TO WS-DISPLAY-RECS.
069100     MOVE WS-CN-VECS TO WS-DISPLAY-VECS.
069200     DISPLAY "FEEDINTK: CONSOLIDATED FEED SERIAL "
069300         WS-CM-FEED-SERIAL " RECORDS " WS-DISPLAY-RECS
069400         " VECTORS " WS-DISPLAY-VECS.
069500     IF WS-ACCEPTED-COUNT = ZERO
069600         DISPLAY "FEEDINTK: NO SENDER ACCEPTED - NOTHING TO SORT"
069700         MOVE 8 TO RETURN-CODE
069800         GO TO 8000-EXIT
069900     END-IF.
070000     IF WS-HELD-COUNT > ZERO
070100         DISPLAY "FEEDINTK: " WS-HELD-COUNT
070200             " SENDER(S) HELD AT INTAKE - SEE INTKCTL"
070300         MOVE 4 TO RETURN-CODE
070400     END-IF.
070500 8000-EXIT.
070600     EXIT.
070700*****************************************************************
070800*    9000-TERMINATE
070900*****************************************************************
071000 9000-TERMINATE.
071100     CLOSE VECTOR-OUT.
071200     CLOSE INTAKE-CONTROL-OUT.
071300 9000-EXIT.
071400     EXIT.
