000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUSPRLSE.
000300 AUTHOR. G GRIGORIEV.
000400 INSTALLATION. CENTRAL PLANNING DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    10/15/2026  GG  WRITTEN FOR THE SUSPENSE WORK.  SORTVECT
001100*                    WRITES EVERY VECTOR IT DROPS WHOLESALE TO
001200*                    THE SUSPMSTR SUSPENSE MASTER (SUSPREC), AND
001300*                    THE DESK CORRECTS AND RELEASES THEM ON THE
001400*                    STALSUSP SCREEN.  SUSPRLSE RUNS AHEAD OF THE
001500*                    SORT STEP IN THE NIGHTLY JOB AND COPIES
001600*                    EVERY RELEASED ITEM - COUNT RECORD AS THE
001700*                    DESK LEFT IT, DETAILS AS THEY ARRIVED - TO
001800*                    RLSDVECT IN VECTREC FORM, WHICH SORTVECT
001900*                    READS AHEAD OF THE NEW FEED.  EACH ITEM
002000*                    COPIED IS MARKED PICKED UP WITH TODAY'S
002100*                    DATE.  AN ITEM PICKED UP EARLIER TODAY IS
002200*                    COPIED AGAIN, SO RESUBMITTING THE WHOLE JOB
002300*                    AFTER A FAILED SORT RE-FEEDS WHAT THE FAILED
002400*                    RUN TOOK; A RESTARTED SORT IGNORES RLSDVECT,
002500*                    SINCE IT FINISHED THOSE BEFORE ITS FIRST
002600*                    CHECKPOINT.  NO SUSPMSTR MEANS NOTHING TO
002700*                    RELEASE - RLSDVECT COMES OUT EMPTY AND THE
002800*                    NIGHT GOES ON.
002810*    10/15/2026  GG  THE PICK-UP DATE IS NOW THE RUN DATE OFF THE
002820*                    CALMSTR CALENDAR (SEE CALREC), AS SORTVECT
002830*                    DATES ITS OWN: A MAKE-UP RUN, OR A RERUN
002840*                    AFTER MIDNIGHT UNDER A RUN-AS DATE, STAMPS
002850*                    AND RE-FEEDS THE ITEMS AS OF THAT EARLIER
002860*                    BUSINESS DAY, SO THE ITEMS THE FAILED RUN
002870*                    TOOK ARE NOT LEFT BEHIND.  NO CALMSTR, OR NO
002880*                    ENTRY FOR TODAY, USES THE CLOCK AS BEFORE.
002890*                    THE CHANGE STAMP STAYS ON THE CLOCK.
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-ANYMAINFRAME.
003300 OBJECT-COMPUTER. IBM-ANYMAINFRAME.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT SUSPENSE-MASTER ASSIGN TO "SUSPMSTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS SP-KEY
004000         FILE STATUS IS WS-SUSPENSE-STATUS.
004100     SELECT RELEASED-OUT ASSIGN TO "RLSDVECT"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-RELEASED-OUT-STATUS.
004310     SELECT CALENDAR-MASTER ASSIGN TO "CALMSTR"
004320         ORGANIZATION IS INDEXED
004330         ACCESS MODE IS RANDOM
004340         RECORD KEY IS CL-DATE
004350         FILE STATUS IS WS-CALENDAR-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SUSPENSE-MASTER.
004700     COPY SUSPREC.
004800 FD  RELEASED-OUT.
004900 01  RELEASED-OUT-RECORD       PIC X(80).
004930 FD  CALENDAR-MASTER.
004960     COPY CALREC.
005000 WORKING-STORAGE SECTION.
005100*****************************************************************
005200*    FILE STATUS AND SWITCHES
005300*****************************************************************
005400 01  WS-SUSPENSE-STATUS        PIC X(02).
005500 01  WS-RELEASED-OUT-STATUS    PIC X(02).
005550 01  WS-CALENDAR-STATUS        PIC X(02).
005600 01  WS-SWITCHES.
005700     05  WS-SUSP-EOF-SWITCH    PIC X(01) VALUE 'N'.
005800         88  WS-END-OF-SUSPENSE    VALUE 'Y'.
005900     05  WS-SUSP-OPEN-SWITCH   PIC X(01) VALUE 'N'.
006000         88  WS-SUSPENSE-OPEN      VALUE 'Y'.
006100     05  WS-COPY-SWITCH        PIC X(01) VALUE 'N'.
006200         88  WS-COPYING-ITEM       VALUE 'Y'.
006300*****************************************************************
006400*    THE ITEM BEING COPIED AND THE RUN TOTALS
006500*    AN ITEM'S DETAILS FOLLOW ITS SEQUENCE-0000 RECORD IN KEY
006600*    ORDER, SO THE COPY RUNS UNTIL THE VECTOR ID OR RUN DATE
006700*    CHANGES.  THE DETAIL COUNT ON THE ITEM IS CHECKED AGAINST
006800*    WHAT WAS ACTUALLY FOUND - A SHORT ITEM STILL GOES, SINCE
006900*    SORTVECT WILL JUDGE IT, BUT THE JOB LOG SAYS SO.
007000*****************************************************************
007100 01  WS-CURRENT-DATE.
007200     05  WS-CURR-YYYY      PIC 9(4).
007300     05  WS-CURR-MM        PIC 9(2).
007400     05  WS-CURR-DD        PIC 9(2).
007500 01  WS-TODAY              PIC 9(08).
007600 01  WS-CURRENT-TIME.
007700     05  WS-CURR-HHMMSS    PIC 9(06).
007800     05  FILLER            PIC 9(02).
007900 01  WS-ITEM-VECTOR-ID     PIC X(08) VALUE SPACES.
008000 01  WS-ITEM-RUN-DATE      PIC 9(08) VALUE ZERO.
008100 01  WS-ITEM-EXPECTED      PIC 9(04) VALUE ZERO.
008200 01  WS-ITEM-FOUND         PIC 9(04) VALUE ZERO.
008300 01  WS-ITEMS-RELEASED     PIC 9(6) COMP VALUE ZERO.
008400 01  WS-RECORDS-WRITTEN    PIC 9(8) COMP VALUE ZERO.
008500 01  WS-DISPLAY-COUNT      PIC ZZZZZZZ9.
008600 PROCEDURE DIVISION.
008700*****************************************************************
008800*    0000-MAINLINE
008900*    ONE PASS OVER SUSPMSTR IN KEY ORDER, COPYING RELEASED ITEMS
009000*    TO RLSDVECT AS THEY ARE MET.
009100*****************************************************************
009200 0000-MAINLINE.
009300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009400     PERFORM 2000-READ-ONE-SUSPENSE-RECORD THRU 2000-EXIT
009500         UNTIL WS-END-OF-SUSPENSE.
009600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009700     STOP RUN.
009800*****************************************************************
009900*    1000-INITIALIZE
010000*    RLSDVECT IS ALWAYS OPENED, AND SO ALWAYS CATALOGUED EVEN
010100*    WHEN EMPTY.  A SUSPMSTR THAT WILL NOT OPEN LEAVES IT EMPTY
010200*    WITH A NOTE ON THE JOB LOG - THE SORT MUST NOT WAIT ON THE
010300*    SUSPENSE DESK.
010400*****************************************************************
010500 1000-INITIALIZE.
010600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
010700     PERFORM 1100-SET-RUN-DATE THRU 1100-EXIT.
010800     OPEN OUTPUT RELEASED-OUT.
010900     IF WS-RELEASED-OUT-STATUS NOT = "00"
011000         DISPLAY "SUSPRLSE: UNABLE TO OPEN RLSDVECT, STATUS = "
011100             WS-RELEASED-OUT-STATUS
011200         MOVE 'Y' TO WS-SUSP-EOF-SWITCH
011300         MOVE 16 TO RETURN-CODE
011400         GO TO 1000-EXIT
011500     END-IF.
011600     OPEN I-O SUSPENSE-MASTER.
011700     IF WS-SUSPENSE-STATUS NOT = "00"
011800         DISPLAY "SUSPRLSE: SUSPMSTR NOT AVAILABLE, STATUS = "
011900             WS-SUSPENSE-STATUS " - NOTHING RELEASED"
012000         MOVE 'Y' TO WS-SUSP-EOF-SWITCH
012100         GO TO 1000-EXIT
012200     END-IF.
012300     MOVE 'Y' TO WS-SUSP-OPEN-SWITCH.
012400 1000-EXIT.
012500     EXIT.
012502*****************************************************************
012504*    1100-SET-RUN-DATE
012506*    WS-TODAY IS THE NIGHT'S RUN DATE: TODAY, OR - ON A MAKE-UP
012508*    RUN OR A RERUN PAST MIDNIGHT - THE RUN-AS DATE TODAY
012510*    CARRIES ON THE CALMSTR PROCESSING CALENDAR, THE SAME RULE
012512*    SORTVECT'S 1150-READ-CALENDAR USES.  THE ITEMS PICKED UP
012514*    ON THAT RUN DATE ARE THE ONES A RESUBMISSION RE-FEEDS.
012516*****************************************************************
012518 1100-SET-RUN-DATE.
012520     MOVE WS-CURRENT-DATE TO WS-TODAY.
012522     OPEN INPUT CALENDAR-MASTER.
012524     IF WS-CALENDAR-STATUS NOT = "00"
012526         DISPLAY "SUSPRLSE: CALMSTR NOT AVAILABLE - ITEMS "
012528             "PICKED UP AS OF TODAY"
012530         GO TO 1100-EXIT
012532     END-IF.
012534     MOVE WS-TODAY TO CL-DATE.
012536     READ CALENDAR-MASTER
012538         INVALID KEY
012540             DISPLAY "SUSPRLSE: " CL-DATE " NOT ON CALMSTR - "
012542                 "ITEMS PICKED UP AS OF TODAY"
012544             MOVE ZERO TO CL-RUN-AS-DATE
012546     END-READ.
012548     IF CL-RUN-AS-DATE > ZERO
012550         DISPLAY "SUSPRLSE: MAKE-UP RUN - ITEMS PICKED UP AS OF "
012552             CL-RUN-AS-DATE
012554         MOVE CL-RUN-AS-DATE TO WS-TODAY
012556     END-IF.
012558     CLOSE CALENDAR-MASTER.
012560 1100-EXIT.
012562     EXIT.
012600*****************************************************************
012700*    2000-READ-ONE-SUSPENSE-RECORD
012800*    A SEQUENCE-0000 RECORD STARTS AN ITEM: RELEASED, OR PICKED
012900*    UP EARLIER TODAY, AND IT IS COPIED; ANYTHING ELSE - HELD,
013000*    WRITTEN OFF, PICKED UP ON AN EARLIER NIGHT - AND ITS
013100*    DETAILS ARE PASSED OVER.  DETAILS OF AN ITEM BEING COPIED
013200*    GO STRAIGHT OUT BEHIND IT.
013300*****************************************************************
013400 2000-READ-ONE-SUSPENSE-RECORD.
013500     READ SUSPENSE-MASTER NEXT RECORD
013600         AT END
013700             PERFORM 2300-END-OF-ITEM THRU 2300-EXIT
013800             MOVE 'Y' TO WS-SUSP-EOF-SWITCH
013900             GO TO 2000-EXIT
014000     END-READ.
014100     IF SP-COUNT-RECORD
014200         PERFORM 2300-END-OF-ITEM THRU 2300-EXIT
014300         PERFORM 2100-START-ITEM THRU 2100-EXIT
014400         GO TO 2000-EXIT
014500     END-IF.
014600     IF NOT WS-COPYING-ITEM
014700         GO TO 2000-EXIT
014800     END-IF.
014900     IF SP-VECTOR-ID NOT = WS-ITEM-VECTOR-ID
015000         OR SP-RUN-DATE NOT = WS-ITEM-RUN-DATE
015100         PERFORM 2300-END-OF-ITEM THRU 2300-EXIT
015200         GO TO 2000-EXIT
015300     END-IF.
015400     WRITE RELEASED-OUT-RECORD FROM SP-IMAGE.
015500     ADD 1 TO WS-RECORDS-WRITTEN.
015600     ADD 1 TO WS-ITEM-FOUND.
015700 2000-EXIT.
015800     EXIT.
015900*****************************************************************
016000*    2100-START-ITEM
016100*    COPIES THE COUNT RECORD AND, FOR A NEWLY RELEASED ITEM,
016200*    MARKS IT PICKED UP - THE REWRITE COMES STRAIGHT AFTER THE
016300*    READ, BEFORE THE BROWSE MOVES ON TO THE DETAILS.
016400*****************************************************************
016500 2100-START-ITEM.
016600     IF NOT SP-RELEASED
016700         AND NOT (SP-PICKED-UP AND SP-PICKUP-DATE = WS-TODAY)
016800         GO TO 2100-EXIT
016900     END-IF.
017000     MOVE 'Y' TO WS-COPY-SWITCH.
017100     MOVE SP-VECTOR-ID TO WS-ITEM-VECTOR-ID.
017200     MOVE SP-RUN-DATE TO WS-ITEM-RUN-DATE.
017300     MOVE SP-DETAIL-COUNT TO WS-ITEM-EXPECTED.
017400     MOVE ZERO TO WS-ITEM-FOUND.
017500     WRITE RELEASED-OUT-RECORD FROM SP-IMAGE.
017600     ADD 1 TO WS-RECORDS-WRITTEN.
017700     ADD 1 TO WS-ITEMS-RELEASED.
017800     DISPLAY "SUSPRLSE: RELEASING VECTOR " SP-VECTOR-ID
017900         " HELD " SP-RUN-DATE.
018000     IF SP-PICKED-UP
018100         GO TO 2100-EXIT
018200     END-IF.
018300     ACCEPT WS-CURRENT-TIME FROM TIME.
018400     MOVE 'P' TO SP-STATUS.
018500     MOVE WS-TODAY TO SP-PICKUP-DATE.
018600     MOVE "SUSPRLSE" TO SP-OPERATOR.
018700     MOVE WS-CURRENT-DATE TO SP-CHG-DATE.
018800     MOVE WS-CURR-HHMMSS TO SP-CHG-TIME.
018900     REWRITE SP-RECORD
019000         INVALID KEY
019100             CONTINUE
019200     END-REWRITE.
019300     IF WS-SUSPENSE-STATUS NOT = "00"
019400         DISPLAY "SUSPRLSE: UNABLE TO MARK " SP-VECTOR-ID
019500             " PICKED UP, STATUS = " WS-SUSPENSE-STATUS
019600         IF RETURN-CODE = ZERO
019700             MOVE 4 TO RETURN-CODE
019800         END-IF
019900     END-IF.
020000 2100-EXIT.
020100     EXIT.
020200*****************************************************************
020300*    2300-END-OF-ITEM
020400*    CLOSES OFF THE ITEM BEING COPIED, IF ANY, AND SAYS SO ON
020500*    THE JOB LOG WHEN FEWER OR MORE DETAILS TURNED UP THAN THE
020600*    ITEM RECORDS.
020700*****************************************************************
020800 2300-END-OF-ITEM.
020900     IF NOT WS-COPYING-ITEM
021000         GO TO 2300-EXIT
021100     END-IF.
021200     MOVE 'N' TO WS-COPY-SWITCH.
021300     IF WS-ITEM-FOUND NOT = WS-ITEM-EXPECTED
021400         DISPLAY "SUSPRLSE: VECTOR " WS-ITEM-VECTOR-ID
021500             " HELD " WS-ITEM-RUN-DATE " HAS " WS-ITEM-FOUND
021600             " DETAIL(S), EXPECTED " WS-ITEM-EXPECTED
021700     END-IF.
021800 2300-EXIT.
021900     EXIT.
022000*****************************************************************
022100*    9000-TERMINATE
022200*****************************************************************
022300 9000-TERMINATE.
022400     MOVE WS-ITEMS-RELEASED TO WS-DISPLAY-COUNT.
022500     DISPLAY "SUSPRLSE: VECTORS RELEASED   " WS-DISPLAY-COUNT.
022600     MOVE WS-RECORDS-WRITTEN TO WS-DISPLAY-COUNT.
022700     DISPLAY "SUSPRLSE: RECORDS WRITTEN    " WS-DISPLAY-COUNT.
022800     IF WS-SUSPENSE-OPEN
022900         CLOSE SUSPENSE-MASTER
023000     END-IF.
023100     CLOSE RELEASED-OUT.
023200 9000-EXIT.
023300     EXIT.
