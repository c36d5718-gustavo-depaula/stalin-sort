002700*                    A LATER VECTORIN WITHOUT RETYPING ANYTHING.
002800*                    WS-RETURN-REC MIRRORS THE VECTREC LAYOUT THE
002900*                    SAME WAY SORTVECT'S WS-RECYCLE-REC DOES.
002910*    10/15/2026  GG  EACH RETURNED DETAIL NOW ALSO CARRIES THE
002920*                    SENDER'S OWN REFERENCE KEY (RS-REF-KEY) IN
002930*                    COLUMNS 55-70 - VI-REF-KEY'S PLACE IN
002940*                    VECTREC - SO THE BUREAU CAN MATCH IT TO
002950*                    ITS ACCOUNT, AND THE KEY GOES BACK IN WITH
002960*                    THE CORRECTED VALUE WHEN THE FEED RESHIPS.
002970*    10/15/2026  GG  MULTI-BUREAU INTAKE - EACH RETURNED COUNT
002980*                    RECORD NOW CARRIES THE BUREAU THAT SENT THE
002990*                    VECTOR (VI-SENDER-ID, COLUMNS 27-30) SO THE
002991*                    RETURN FEED CAN BE SPLIT BACK OUT BY SENDER.
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
007100*    ON DETAIL RECORDS, SO THE BUREAU SEES WHY EACH VALUE CAME
007200*    BACK WITHOUT THE FEED LOSING ITS SHAPE.  THE MANIFEST LINE
007300*    IS THE SAME IMAGE VECSPLIT WRITES ON ITS FRESH FEEDS.
007310*    THE REFERENCE KEY SITS WHERE VECTREC'S VI-REF-KEY DOES.
007400*****************************************************************
007500 01  WS-RETURN-REC.
007600     05  WS-RT-VALUE       PIC S9(8) SIGN IS LEADING SEPARATE.
007800     05  WS-RT-VECTOR-ID   PIC X(08).
007900     05  WS-RT-DELTA       PIC X(06).
008000     05  WS-RT-REASON      PIC X(30).
008010     05  WS-RT-COUNT-BODY REDEFINES WS-RT-REASON.
008020         10  FILLER        PIC X(02).
008030         10  WS-RT-SENDER-ID PIC X(04).
008040         10  FILLER        PIC X(24).
008100     05  WS-RT-REF-KEY     PIC X(16).
008110     05  FILLER            PIC X(10) VALUE SPACES.
008200 01  WS-RETURN-MANIFEST.
008300     05  FILLER            PIC X(10) VALUE SPACES.
008400     05  FILLER            PIC X(08) VALUE "*MANIFST".
011500         10  WS-DT-VECTOR-ID   PIC X(08).
011600         10  WS-DT-VALUE       PIC S9(6).
011700         10  WS-DT-REASON      PIC X(30).
011710         10  WS-DT-REF-KEY     PIC X(16).
011800 01  WS-VECTOR-TABLE.
011900     05  WS-VECTOR-ENTRY OCCURS 200 TIMES.
012000         10  WS-VT-VECTOR-ID   PIC X(08).
012100         10  WS-VT-DIRECTION   PIC X(01).
012200         10  WS-VT-DELTA       PIC X(06).
012210         10  WS-VT-SENDER-ID   PIC X(04).
012300 01  WS-FEED-TABLE.
012400     05  WS-FEED-ENTRY OCCURS 200 TIMES.
012500         10  WS-FT-VECTOR-ID   PIC X(08).
012600         10  WS-FT-DIRECTION   PIC X(01).
012700         10  WS-FT-DELTA       PIC X(06).
012710         10  WS-FT-SENDER-ID   PIC X(04).
012800 PROCEDURE DIVISION.
012900*****************************************************************
013000*    0000-MAINLINE
017900*    2000-NOTE-ONE-FEED-VECTOR
018000*    READS ONE VECTORIN RECORD AND, WHEN IT IS A COUNT RECORD
018100*    (TAGGED WITH A VECTOR ID AND NOT THE MANIFEST), REMEMBERS
018200*    ITS DIRECTION, DELTA AND SENDER SO THE RETURN FEED CAN HAND
018300*    THEM BACK UNCHANGED.  DETAIL RECORDS AND THE MANIFEST PASS
018310*    BY.
018400*****************************************************************
018500 2000-NOTE-ONE-FEED-VECTOR.
018600     READ VECTOR-IN
020400     ELSE
020500         MOVE SPACES TO WS-FT-DELTA(WS-FEED-COUNT)
020600     END-IF.
020610     MOVE VI-SENDER-ID TO WS-FT-SENDER-ID(WS-FEED-COUNT).
020700 2000-EXIT.
020800     EXIT.
020900*****************************************************************
023700     MOVE RS-VECTOR-ID TO WS-DT-VECTOR-ID(WS-DETAIL-COUNT).
023800     MOVE RS-VALUE TO WS-DT-VALUE(WS-DETAIL-COUNT).
023900     MOVE RS-REASON TO WS-DT-REASON(WS-DETAIL-COUNT).
023910     MOVE RS-REF-KEY TO WS-DT-REF-KEY(WS-DETAIL-COUNT).
024000     PERFORM 3100-NOTE-VECTOR-ID THRU 3100-EXIT.
024100 3000-EXIT.
024200     EXIT.
025700     MOVE RS-VECTOR-ID TO WS-VT-VECTOR-ID(WS-VECTOR-COUNT).
025800     MOVE 'A' TO WS-VT-DIRECTION(WS-VECTOR-COUNT).
025900     MOVE SPACES TO WS-VT-DELTA(WS-VECTOR-COUNT).
025910     MOVE SPACES TO WS-VT-SENDER-ID(WS-VECTOR-COUNT).
026000     PERFORM 3200-FIND-FEED-SETTINGS THRU 3200-EXIT
026100         VARYING WS-SCAN-SUB FROM 1 BY 1
026200         UNTIL WS-SCAN-SUB > WS-FEED-COUNT.
027400             TO WS-VT-DIRECTION(WS-VECTOR-COUNT)
027500         MOVE WS-FT-DELTA(WS-SCAN-SUB)
027600             TO WS-VT-DELTA(WS-VECTOR-COUNT)
027610         MOVE WS-FT-SENDER-ID(WS-SCAN-SUB)
027620             TO WS-VT-SENDER-ID(WS-VECTOR-COUNT)
027700     END-IF.
027800 3200-EXIT.
027900     EXIT.
028100*    4000-WRITE-ONE-VECTOR
028200*    WRITES ONE AFFECTED VECTOR'S RETURN SECTION - A COUNT
028300*    RECORD CARRYING THE RETURNED-RECORD COUNT, THE ORIGINAL
028400*    DIRECTION, DELTA AND SENDER AND THE VECTOR ID, THEN ONE
028500*    DETAIL RECORD PER RETURNED VALUE WITH ITS REASON RIDING THE
028510*    BODY.
028600*****************************************************************
028700 4000-WRITE-ONE-VECTOR.
028800     MOVE ZERO TO WS-VEC-DETAILS.
029700     MOVE WS-VT-DIRECTION(WS-VEC-SUB) TO WS-RT-DIRECTION.
029800     MOVE WS-VT-VECTOR-ID(WS-VEC-SUB) TO WS-RT-VECTOR-ID.
029900     MOVE WS-VT-DELTA(WS-VEC-SUB) TO WS-RT-DELTA.
029910     MOVE WS-VT-SENDER-ID(WS-VEC-SUB) TO WS-RT-SENDER-ID.
030000     PERFORM 4200-WRITE-ONE-RETURN-RECORD THRU 4200-EXIT.
030100     PERFORM 4300-WRITE-ONE-DETAIL THRU 4300-EXIT
030200         VARYING WS-DET-SUB FROM 1 BY 1
032400     MOVE SPACES TO WS-RETURN-REC.
032500     MOVE WS-DT-VALUE(WS-DET-SUB) TO WS-RT-VALUE.
032600     MOVE WS-DT-REASON(WS-DET-SUB) TO WS-RT-REASON.
032610     MOVE WS-DT-REF-KEY(WS-DET-SUB) TO WS-RT-REF-KEY.
032700     PERFORM 4200-WRITE-ONE-RETURN-RECORD THRU 4200-EXIT.
032800     ADD 1 TO WS-RECORDS-RETURNED.
032900 4300-EXIT.
