001600*                    THE "WHERE DID MY NUMBER GO" CALLS WHILE THE
001700*                    CALLER IS STILL ON THE PHONE, INSTEAD OF A
001800*                    TICKET AND AN EYEBALL SEARCH OF REJECTSOUT.
001810*    10/15/2026  GG  LOOKUP BY REFERENCE KEY - A CALLER QUOTES
001820*                    THEIR OWN ACCOUNT OR ITEM NUMBER, NOT OUR
001830*                    VECTOR ID AND POSITION.  A KEY TYPED IN THE
001840*                    NEW REF KEY FIELD BROWSES THE RSLTXREF
001850*                    CROSS-REFERENCE (SEE RSLTXREC) INSTEAD, AND
001860*                    LISTS EVERY RESULT CARRYING THAT KEY ACROSS
001870*                    ALL VECTORS AND WAVES - OR WITHIN ONE VECTOR
001880*                    WHEN A VECTOR ID IS KEYED AS WELL.  THE
001890*                    VECTOR LISTING NOW SHOWS EACH ELEMENT'S
001891*                    REFERENCE KEY.  THE HEADING IS SET BY THE
001892*                    PROGRAM TO SUIT THE LISTING, DETAIL LINES
001893*                    WIDEN TO 78, AND THE COMMAREA CARRIES THE
001894*                    MODE, THE KEY AND THE CROSS-REFERENCE PAGING
001895*                    KEY.  A COMMAREA OF ANY OTHER LENGTH IS
001896*                    TREATED AS FIRST TIME IN.
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002700*    SCREEN STATE AND BROWSE CONTROL
002800*****************************************************************
002900 01  WS-RESULTS-FILE       PIC X(08) VALUE "RSLTMSTR".
002910 01  WS-XREF-FILE          PIC X(08) VALUE "RSLTXREF".
002920 77  WS-COMMAREA-LENGTH    PIC S9(4) COMP VALUE 71.
003000 01  WS-BROWSE-KEY.
003100     05  WS-BK-VECTOR-ID   PIC X(08).
003200     05  WS-BK-WAVE        PIC 9(03).
003300     05  WS-BK-POSITION    PIC 9(04).
003310 01  WS-XREF-BROWSE-KEY.
003320     05  WS-XK-REF-KEY     PIC X(16).
003330     05  WS-XK-RESULT-KEY.
003340         10  WS-XK-VECTOR-ID PIC X(08).
003350         10  WS-XK-WAVE      PIC 9(03).
003360         10  WS-XK-POSITION  PIC 9(04).
003400 01  WS-LINE-SUB           PIC S9(4) COMP.
003500 01  WS-LINES-FILLED       PIC S9(4) COMP.
003600 01  WS-RESP               PIC S9(8) COMP.
003610 01  WS-READ-RESP          PIC S9(8) COMP.
003620 01  WS-DISPOSITION-TEXT   PIC X(09).
003630*****************************************************************
003640*    LISTING LINES AND THEIR HEADINGS - ONE PAIR FOR A VECTOR'S
003650*    OWN LISTING, ONE FOR A REFERENCE KEY'S, WHICH NAMES THE
003660*    VECTOR ON EVERY LINE BECAUSE ONE KEY CAN SPAN SEVERAL.
003670*****************************************************************
003680 01  WS-VECTOR-HEADING.
003690     05  FILLER            PIC X(31)
003691         VALUE "WAVE POS     VALUE  DISP       ".
003692     05  FILLER            PIC X(47)
003693         VALUE "REFERENCE KEY    REASON".
003700 01  WS-DETAIL-LINE.
003800     05  WS-DL-WAVE        PIC 9(03).
003900     05  FILLER            PIC X(02) VALUE SPACES.
004300     05  FILLER            PIC X(02) VALUE SPACES.
004400     05  WS-DL-DISPOSITION PIC X(09).
004500     05  FILLER            PIC X(02) VALUE SPACES.
004510     05  WS-DL-REF-KEY     PIC X(16).
004520     05  FILLER            PIC X(01) VALUE SPACES.
004600     05  WS-DL-REASON      PIC X(30).
004610 01  WS-XREF-HEADING.
004620     05  FILLER            PIC X(41)
004630         VALUE "VECTOR    WAVE POS     VALUE  DISP".
004640     05  FILLER            PIC X(37)
004650         VALUE "REASON".
004660 01  WS-XREF-LINE.
004670     05  WS-XL-VECTOR-ID   PIC X(08).
004680     05  FILLER            PIC X(02) VALUE SPACES.
004690     05  WS-XL-WAVE        PIC 9(03).
004700     05  FILLER            PIC X(02) VALUE SPACES.
004710     05  WS-XL-POSITION    PIC 9(04).
004720     05  FILLER            PIC X(02) VALUE SPACES.
004730     05  WS-XL-VALUE       PIC S9(6) SIGN IS LEADING SEPARATE.
004740     05  FILLER            PIC X(02) VALUE SPACES.
004750     05  WS-XL-DISPOSITION PIC X(09).
004760     05  FILLER            PIC X(02) VALUE SPACES.
004770     05  WS-XL-REASON      PIC X(30).
004780     05  FILLER            PIC X(07) VALUE SPACES.
004800     COPY RSLTMREC.
004810     COPY RSLTXREC.
004900     COPY STALMAPC.
005000     COPY DFHAID.
005100     COPY DFHBMSCA.
005200*****************************************************************
005300*    COMMAREA - THE VECTOR BEING BROWSED AND WHERE THE NEXT PAGE
005400*    STARTS.  CARRIED ACROSS PSEUDO-CONVERSATIONAL RETURNS.  THE
005410*    MODE SAYS WHICH LISTING IS UP; A REFERENCE KEY LISTING
005420*    PAGES ON THE CROSS-REFERENCE KEY, NOT THE RESULTS KEY.
005500*****************************************************************
005600 01  WS-COMMAREA.
005700     05  WS-CA-VECTOR-ID   PIC X(08).
005800     05  WS-CA-NEXT-KEY    PIC X(15).
005810     05  WS-CA-MODE        PIC X(01).
005820         88  WS-CA-BY-VECTOR       VALUE 'V'.
005830         88  WS-CA-BY-REF-KEY      VALUE 'R'.
005840     05  WS-CA-REF-KEY     PIC X(16).
005850     05  WS-CA-NEXT-XKEY   PIC X(31).
005900 LINKAGE SECTION.
006000 01  DFHCOMMAREA.
006100     05  CA-VECTOR-ID      PIC X(08).
006200     05  CA-NEXT-KEY       PIC X(15).
006210     05  CA-MODE           PIC X(01).
006220     05  CA-REF-KEY        PIC X(16).
006230     05  CA-NEXT-XKEY      PIC X(31).
006300 PROCEDURE DIVISION.
006400*****************************************************************
006500*    0000-MAINLINE
006600*    CLASSIC PSEUDO-CONVERSATIONAL SHAPE: FIRST TIME IN, PAINT AN
006700*    EMPTY SCREEN; AFTER THAT, ENTER STARTS A FRESH INQUIRY ON
006800*    THE KEYED VECTOR ID OR REFERENCE KEY, PF8 CONTINUES FROM
006900*    WHERE THE LAST PAGE STOPPED, PF3 LEAVES.
007000*****************************************************************
007100 0000-MAINLINE.
007200     IF EIBCALEN NOT = WS-COMMAREA-LENGTH
007300         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
007400     ELSE
007500         MOVE DFHCOMMAREA TO WS-COMMAREA
008300         END-EVALUATE
008400     END-IF.
008500     EXEC CICS RETURN TRANSID('STLQ')
008600         COMMAREA(WS-COMMAREA) LENGTH(WS-COMMAREA-LENGTH)
008700     END-EXEC.
008800 0000-EXIT.
008900     EXIT.
009100     MOVE LOW-VALUES TO STALMAPO.
009200     MOVE SPACES TO WS-CA-VECTOR-ID.
009300     MOVE HIGH-VALUES TO WS-CA-NEXT-KEY.
009310     MOVE SPACE TO WS-CA-MODE.
009320     MOVE SPACES TO WS-CA-REF-KEY.
009330     MOVE HIGH-VALUES TO WS-CA-NEXT-XKEY.
009340     MOVE WS-VECTOR-HEADING TO HDGO.
009400     MOVE "ENTER A VECTOR ID OR REFERENCE KEY" TO MSGO.
009500     EXEC CICS SEND MAP('STALMAP') MAPSET('STALMAP')
009600         FROM(STALMAPO) ERASE FREEKB
009700     END-EXEC.
010000*****************************************************************
010100*    2000-NEW-INQUIRY
010200*    TAKES THE KEYED VECTOR ID AND SHOWS ITS FIRST PAGE, FROM
010300*    WAVE 001 POSITION 0001 UPWARD.  A KEYED REFERENCE KEY
010310*    TAKES PRECEDENCE - SEE 5000 - WITH ANY VECTOR ID KEYED
010320*    ALONGSIDE IT NARROWING THE LISTING TO THAT ONE VECTOR.
010400*****************************************************************
010500 2000-NEW-INQUIRY.
010600     EXEC CICS RECEIVE MAP('STALMAP') MAPSET('STALMAP')
010700         INTO(STALMAPI) RESP(WS-RESP)
010800     END-EXEC.
010810     IF VECTIDI = LOW-VALUES
010820         MOVE SPACES TO VECTIDI
010830     END-IF.
010840     IF REFKEYI = LOW-VALUES
010850         MOVE SPACES TO REFKEYI
010860     END-IF.
010900     IF WS-RESP NOT = DFHRESP(NORMAL)
011000         OR (VECTIDI = SPACES AND REFKEYI = SPACES)
011100         MOVE LOW-VALUES TO STALMAPO
011200         MOVE "ENTER A VECTOR ID OR REFERENCE KEY" TO MSGO
011300         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
011400         GO TO 2000-EXIT
011500     END-IF.
011510     IF REFKEYI NOT = SPACES
011520         MOVE 'R' TO WS-CA-MODE
011530         MOVE REFKEYI TO WS-CA-REF-KEY
011540         MOVE VECTIDI TO WS-CA-VECTOR-ID
011550         MOVE REFKEYI TO WS-XK-REF-KEY
011560         MOVE LOW-VALUES TO WS-XK-RESULT-KEY
011570         IF VECTIDI NOT = SPACES
011580             MOVE VECTIDI TO WS-XK-VECTOR-ID
011590         END-IF
011591         PERFORM 5000-FILL-XREF-PAGE THRU 5000-EXIT
011592         GO TO 2000-EXIT
011593     END-IF.
011594     MOVE 'V' TO WS-CA-MODE.
011595     MOVE SPACES TO WS-CA-REF-KEY.
011600     MOVE VECTIDI TO WS-CA-VECTOR-ID.
011700     MOVE WS-CA-VECTOR-ID TO WS-BK-VECTOR-ID.
011800     MOVE ZERO TO WS-BK-WAVE.
012600*    STOPPED.  PAGING PAST THE END JUST SAYS SO.
012700*****************************************************************
012800 3000-PAGE-FORWARD.
012900     IF NOT WS-CA-BY-VECTOR
012910         AND NOT WS-CA-BY-REF-KEY
013000         MOVE LOW-VALUES TO STALMAPO
013100         MOVE "ENTER A VECTOR ID OR REFERENCE KEY" TO MSGO
013200         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
013300         GO TO 3000-EXIT
013400     END-IF.
013410     IF WS-CA-BY-REF-KEY
013420         PERFORM 3100-PAGE-XREF-FORWARD THRU 3100-EXIT
013430         GO TO 3000-EXIT
013440     END-IF.
013500     IF WS-CA-NEXT-KEY = HIGH-VALUES
013600         MOVE LOW-VALUES TO STALMAPO
013700         MOVE WS-CA-VECTOR-ID TO VECTIDO
014300     PERFORM 4000-FILL-PAGE THRU 4000-EXIT.
014400 3000-EXIT.
014500     EXIT.
014510 3100-PAGE-XREF-FORWARD.
014520     IF WS-CA-NEXT-XKEY = HIGH-VALUES
014530         MOVE LOW-VALUES TO STALMAPO
014540         MOVE WS-CA-VECTOR-ID TO VECTIDO
014550         MOVE WS-CA-REF-KEY TO REFKEYO
014560         MOVE "NO MORE RESULTS FOR THIS REFERENCE KEY" TO MSGO
014570         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
014580         GO TO 3100-EXIT
014590     END-IF.
014591     MOVE WS-CA-NEXT-XKEY TO WS-XREF-BROWSE-KEY.
014592     PERFORM 5000-FILL-XREF-PAGE THRU 5000-EXIT.
014593 3100-EXIT.
014594     EXIT.
014600*****************************************************************
014700*    4000-FILL-PAGE
014800*    BROWSES RSLTMSTR FROM WS-BROWSE-KEY AND BUILDS UP TO 15
020000     MOVE RM-WAVE TO WS-DL-WAVE.
020100     MOVE RM-POSITION TO WS-DL-POSITION.
020200     MOVE RM-VALUE TO WS-DL-VALUE.
020300     PERFORM 6000-DISPOSITION-TEXT THRU 6000-EXIT.
020400     MOVE WS-DISPOSITION-TEXT TO WS-DL-DISPOSITION.
021250     MOVE RM-REF-KEY TO WS-DL-REF-KEY.
021300     MOVE RM-REASON TO WS-DL-REASON.
021400     ADD 1 TO WS-LINES-FILLED.
021500     MOVE WS-DETAIL-LINE TO DTLO(WS-LINES-FILLED).
021600 4100-EXIT.
021700     EXIT.
021701*****************************************************************
021702*    5000-FILL-XREF-PAGE
021703*    BROWSES RSLTXREF FROM WS-XREF-BROWSE-KEY - GENERICALLY ON
021704*    THE REFERENCE KEY, LOW-VALUES BEHIND IT - AND READS EACH
021705*    HIT'S RESULT BACK OFF RSLTMSTR FOR UP TO 15 LINES.  STOPS
021706*    ON END OF FILE, ON THE FIRST CROSS-REFERENCE FOR ANOTHER
021707*    KEY (OR ANOTHER VECTOR, WHEN ONE WAS KEYED), OR ON A FULL
021708*    SCREEN, SAVING THE NEXT CROSS-REFERENCE KEY FOR PF8.  A
021709*    HIT WHOSE RESULT IS GONE, OR NOW CARRIES SOME OTHER KEY, IS
021710*    A LEFTOVER FROM A REPLAYED LOAD AND IS PASSED OVER.
021711*****************************************************************
021712 5000-FILL-XREF-PAGE.
021713     MOVE LOW-VALUES TO STALMAPO.
021714     MOVE WS-CA-VECTOR-ID TO VECTIDO.
021715     MOVE WS-CA-REF-KEY TO REFKEYO.
021716     MOVE HIGH-VALUES TO WS-CA-NEXT-XKEY.
021717     MOVE ZERO TO WS-LINES-FILLED.
021718     EXEC CICS STARTBR FILE(WS-XREF-FILE)
021719         RIDFLD(WS-XREF-BROWSE-KEY) GTEQ RESP(WS-RESP)
021720     END-EXEC.
021721     IF WS-RESP NOT = DFHRESP(NORMAL)
021722         MOVE "NO RESULTS FOR THIS REFERENCE KEY" TO MSGO
021723         PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
021724         GO TO 5000-EXIT
021725     END-IF.
021726     PERFORM 5100-READ-ONE-XREF THRU 5100-EXIT
021727         UNTIL WS-CA-NEXT-XKEY NOT = HIGH-VALUES
021728         OR WS-RESP NOT = DFHRESP(NORMAL).
021729     EXEC CICS ENDBR FILE(WS-XREF-FILE) END-EXEC.
021730     IF WS-LINES-FILLED = ZERO
021731         MOVE "NO RESULTS FOR THIS REFERENCE KEY" TO MSGO
021732     ELSE
021733         IF WS-CA-NEXT-XKEY = HIGH-VALUES
021734             MOVE "END OF RESULTS" TO MSGO
021735         ELSE
021736             MOVE "PF8 FOR MORE" TO MSGO
021737         END-IF
021738     END-IF.
021739     PERFORM 7000-SEND-SCREEN THRU 7000-EXIT.
021740 5000-EXIT.
021741     EXIT.
021742 5100-READ-ONE-XREF.
021743     EXEC CICS READNEXT FILE(WS-XREF-FILE)
021744         INTO(XR-RECORD) RIDFLD(WS-XREF-BROWSE-KEY)
021745         RESP(WS-RESP)
021746     END-EXEC.
021747     IF WS-RESP NOT = DFHRESP(NORMAL)
021748         GO TO 5100-EXIT
021749     END-IF.
021750     IF XR-REF-KEY NOT = WS-CA-REF-KEY
021751         MOVE DFHRESP(ENDFILE) TO WS-RESP
021752         GO TO 5100-EXIT
021753     END-IF.
021754     IF WS-CA-VECTOR-ID NOT = SPACES
021755         AND XR-VECTOR-ID NOT = WS-CA-VECTOR-ID
021756         MOVE DFHRESP(ENDFILE) TO WS-RESP
021757         GO TO 5100-EXIT
021758     END-IF.
021759     MOVE XR-RESULT-KEY TO WS-BROWSE-KEY.
021760     EXEC CICS READ FILE(WS-RESULTS-FILE)
021761         INTO(RM-RECORD) RIDFLD(WS-BROWSE-KEY)
021762         RESP(WS-READ-RESP)
021763     END-EXEC.
021764     IF WS-READ-RESP NOT = DFHRESP(NORMAL)
021765         OR RM-REF-KEY NOT = WS-CA-REF-KEY
021766         GO TO 5100-EXIT
021767     END-IF.
021768     IF WS-LINES-FILLED = 15
021769         MOVE XR-KEY TO WS-CA-NEXT-XKEY
021770         GO TO 5100-EXIT
021771     END-IF.
021772     MOVE RM-VECTOR-ID TO WS-XL-VECTOR-ID.
021773     MOVE RM-WAVE TO WS-XL-WAVE.
021774     MOVE RM-POSITION TO WS-XL-POSITION.
021775     MOVE RM-VALUE TO WS-XL-VALUE.
021776     PERFORM 6000-DISPOSITION-TEXT THRU 6000-EXIT.
021777     MOVE WS-DISPOSITION-TEXT TO WS-XL-DISPOSITION.
021778     MOVE RM-REASON TO WS-XL-REASON.
021779     ADD 1 TO WS-LINES-FILLED.
021780     MOVE WS-XREF-LINE TO DTLO(WS-LINES-FILLED).
021781 5100-EXIT.
021782     EXIT.
021783 6000-DISPOSITION-TEXT.
021784     EVALUATE TRUE
021785         WHEN RM-SURVIVED
021786             MOVE "SURVIVED " TO WS-DISPOSITION-TEXT
021787         WHEN RM-REJECTED
021788             MOVE "REJECTED " TO WS-DISPOSITION-TEXT
021789         WHEN RM-ERRORED
021790             MOVE "ERRORED  " TO WS-DISPOSITION-TEXT
021791         WHEN OTHER
021792             MOVE "UNKNOWN  " TO WS-DISPOSITION-TEXT
021793     END-EVALUATE.
021794 6000-EXIT.
021795     EXIT.
021800*****************************************************************
021801*    7000-SEND-SCREEN
021802*    EVERY SEND CARRIES THE HEADING FOR THE LISTING NOW UP.
021803*****************************************************************
021804 7000-SEND-SCREEN.
021805     IF WS-CA-BY-REF-KEY
021806         MOVE WS-XREF-HEADING TO HDGO
021807     ELSE
021808         MOVE WS-VECTOR-HEADING TO HDGO
021809     END-IF.
021900     EXEC CICS SEND MAP('STALMAP') MAPSET('STALMAP')
022000         FROM(STALMAPO) ERASE FREEKB
022100     END-EXEC.
