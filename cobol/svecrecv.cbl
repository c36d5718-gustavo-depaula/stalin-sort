002409*                    IS VERIFIED AND CONSUMED RATHER THAN
002410*                    MISTAKEN FOR A SECTION; A MISMATCH ENDS
002411*                    RETURN-CODE 12, THE MANIFEST SEVERITY.
002416*    10/15/2026  GG  EACH DETAIL'S SENDER REFERENCE KEY
002421*                    (IF-REF-KEY) IS HELD WITH ITS VALUE IN THE
002426*                    SECTION TABLE AND LOADED TO MS-REF-KEY.
002431*    10/15/2026  GG  PERFORMANCE LOG - EACH SECTION'S START AND
002436*                    END TIME AND DETAIL COUNT, AND THE WHOLE
002441*                    STEP, ARE NOW APPENDED TO THE CUMULATIVE
002446*                    PERFLOG DATASET (SEE PERFREC) FOR PERFRPT'S
002451*                    BATCH-WINDOW FORECAST.  NO PERFLOG - NO
002456*                    TIMINGS, AND THE LOAD IS OTHERWISE UNCHANGED.
002461*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-ANYMAINFRAME.
003900     SELECT RECEIVE-ERRORS-OUT ASSIGN TO "SVECERR"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-RECEIVE-ERRORS-STATUS.
004110     SELECT PERF-LOG-OUT ASSIGN TO "PERFLOG"
004120         ORGANIZATION IS SEQUENTIAL
004130         FILE STATUS IS WS-PERF-LOG-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  INTERFACE-IN.
004700     COPY SVECMST.
004800 FD  RECEIVE-ERRORS-OUT.
004900 01  RECEIVE-ERRORS-RECORD     PIC X(80).
004910 FD  PERF-LOG-OUT.
004920     COPY PERFREC.
005000 WORKING-STORAGE SECTION.
005100*****************************************************************
005200*    FILE STATUS AND SWITCHES
005400 01  WS-INTERFACE-IN-STATUS    PIC X(02).
005500 01  WS-MASTER-OUT-STATUS      PIC X(02).
005600 01  WS-RECEIVE-ERRORS-STATUS  PIC X(02).
005610 01  WS-PERF-LOG-STATUS        PIC X(02).
005700 01  WS-SWITCHES.
005800     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
005900         88  WS-END-OF-INPUT       VALUE 'Y'.
006580         88  WS-PURGE-EOF          VALUE 'Y'.
006590     05  WS-PURGED-SWITCH      PIC X(01) VALUE 'N'.
006591         88  WS-ALREADY-PURGED     VALUE 'Y'.
006592     05  WS-PERF-LOG-SWITCH    PIC X(01) VALUE 'N'.
006593         88  WS-PERF-LOG-OPEN      VALUE 'Y'.
006600*****************************************************************
006700*    SVECERR REPORT LINES
006800*****************************************************************
010430 01  WS-PURGE-SUB          PIC 9(4) COMP.
010440 01  WS-RECORDS-PURGED     PIC 9(8) COMP VALUE ZERO.
010500 01  WS-SECTION-TABLE.
010600     05  WS-SECTION-ENTRY  OCCURS 500 TIMES.
010700         10  WS-SECTION-VALUE   PIC S9(6).
010705         10  WS-SECTION-REF-KEY PIC X(16).
010710 01  WS-PURGED-TABLE.
010720     05  WS-PURGED-VECTOR-ID PIC X(08)
010730         OCCURS 200 TIMES.
010731*****************************************************************
010732*    PERFORMANCE LOG - START STAMPS FOR THE STEP AND FOR THE
010733*    SECTION IN HAND, EACH AS DATE YYYYMMDD PLUS TIME HHMMSSCC,
010734*    AND THE STEP'S RUNNING DETAIL AND SECTION COUNTS.
010735*****************************************************************
010736 01  WS-PERF-NOW.
010737     05  WS-PERF-NOW-DATE      PIC 9(08).
010738     05  WS-PERF-NOW-TIME      PIC 9(08).
010739 01  WS-PERF-STEP-START.
010740     05  WS-PERF-STEP-DATE     PIC 9(08).
010741     05  WS-PERF-STEP-TIME     PIC 9(08).
010742 01  WS-PERF-SECTION-START.
010743     05  WS-PERF-SEC-DATE      PIC 9(08).
010744     05  WS-PERF-SEC-TIME      PIC 9(08).
010745 01  WS-PERF-STEP-ELEMENTS     PIC 9(8) COMP VALUE ZERO.
010746 01  WS-PERF-STEP-SECTIONS     PIC 9(4) COMP VALUE ZERO.
010800 PROCEDURE DIVISION.
010900*****************************************************************
011000*    0000-MAINLINE
011600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011700     PERFORM 1500-READ-INTERFACE THRU 1500-EXIT.
011750     PERFORM 1200-OPEN-MASTER THRU 1200-EXIT.
011800     PERFORM 0100-TIME-ONE-SECTION THRU 0100-EXIT
011900         UNTIL WS-END-OF-INPUT.
012000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012100     STOP RUN.
012110*****************************************************************
012120*    0100-TIME-ONE-SECTION
012130*    RUNS ONE SECTION THROUGH 0200-PROCESS-ONE-SECTION BETWEEN
012140*    TWO CLOCK READINGS AND LOGS IT TO PERFLOG, LOADED OR
012150*    REJECTED - A REJECTED SECTION TOOK ITS SHARE OF THE WINDOW
012160*    TOO.  THE FEED'S *MANIFST TRAILER IS NOT A SECTION AND
012170*    GOES STRAIGHT THROUGH UNTIMED.
012180*****************************************************************
012181 0100-TIME-ONE-SECTION.
012182     IF IF-IS-MANIFEST
012183         PERFORM 0200-PROCESS-ONE-SECTION THRU 0200-EXIT
012184         GO TO 0100-EXIT
012185     END-IF.
012186     PERFORM 8100-STAMP-NOW THRU 8100-EXIT.
012187     MOVE WS-PERF-NOW TO WS-PERF-SECTION-START.
012188     PERFORM 0200-PROCESS-ONE-SECTION THRU 0200-EXIT.
012189     PERFORM 8200-LOG-SECTION THRU 8200-EXIT.
012190 0100-EXIT.
012191     EXIT.
012200*****************************************************************
012300*    0200-PROCESS-ONE-SECTION
012400*    COLLECTS ONE VECTOR'S RUN OF 'D' DETAIL RECORDS INTO THE
016400*    1200-OPEN-MASTER.  AN OPEN FAILURE ON ANY FILE SETS
016500*    RETURN-CODE TO 16 SO THE REST OF THE CHAIN STOPS RATHER
016510*    THAN RUNNING AGAINST A MASTER THAT NEVER LOADED.
016515*    THE PERFLOG TIMINGS ARE A MEASURING TAPE, NOT PART OF THE
016520*    LOAD: A PERFLOG THAT CANNOT BE OPENED IS SAID ON THE JOB
016530*    LOG AND THE STEP RUNS ON UNTIMED, RC UNCHANGED.
016600*****************************************************************
016700 1000-INITIALIZE.
016710     PERFORM 8100-STAMP-NOW THRU 8100-EXIT.
016720     MOVE WS-PERF-NOW TO WS-PERF-STEP-START.
016800     OPEN INPUT INTERFACE-IN.
016900     IF WS-INTERFACE-IN-STATUS NOT = "00"
017000         DISPLAY "SVECRECV: UNABLE TO OPEN SVECIN, STATUS = "
018600         MOVE 'Y' TO WS-EOF-SWITCH
018700         MOVE 16 TO RETURN-CODE
018800     END-IF.
018810     OPEN EXTEND PERF-LOG-OUT.
018820     IF WS-PERF-LOG-STATUS = "00"
018830         MOVE 'Y' TO WS-PERF-LOG-SWITCH
018840     ELSE
018850         DISPLAY "SVECRECV: PERFLOG NOT AVAILABLE, STATUS = "
018860             WS-PERF-LOG-STATUS " - TIMINGS NOT LOGGED"
018870     END-IF.
018900 1000-EXIT.
019000     EXIT.
019010*****************************************************************
019105             OPEN OUTPUT MASTER-OUT
019106         END-IF
019107     END-IF.
019112     IF WS-MASTER-OUT-STATUS NOT = "00"
019117         DISPLAY "SVECRECV: UNABLE TO OPEN SVECMSTR, STATUS = "
019122             WS-MASTER-OUT-STATUS
019127         MOVE 'Y' TO WS-EOF-SWITCH
019132         MOVE 16 TO RETURN-CODE
019137     END-IF.
019142 1200-EXIT.
019147     EXIT.
019152*****************************************************************
019200*    1500-READ-INTERFACE
019300*    READS THE NEXT SVECIN RECORD.  SECTION PROCESSING RUNS ONE
019400*    RECORD AHEAD - THE RECORD IN THE FD AREA IS ALWAYS THE NEXT
025200     END-IF.
025300     ADD 1 TO WS-DETAIL-COUNT.
025400     MOVE IF-VALUE TO WS-SECTION-VALUE(WS-DETAIL-COUNT).
025450     MOVE IF-REF-KEY TO WS-SECTION-REF-KEY(WS-DETAIL-COUNT).
025500     PERFORM 1500-READ-INTERFACE THRU 1500-EXIT.
025600 2000-EXIT.
025700     EXIT.
030250     END-IF.
030300     MOVE WS-SUB TO MS-SEQUENCE.
030400     MOVE WS-SECTION-VALUE(WS-SUB) TO MS-VALUE.
030450     MOVE WS-SECTION-REF-KEY(WS-SUB) TO MS-REF-KEY.
030500     WRITE MS-RECORD
030600         INVALID KEY
030700             MOVE 'Y' TO WS-SECTION-BAD-SWITCH
031283*    THE TABLE CANNOT REMEMBER WOULD BE RE-SWEPT ON ITS NEXT
031284*    SECTION, DELETING THE RECORDS THIS SAME RUN JUST LOADED.
031285*****************************************************************
031286 3500-PURGE-VECTOR-RECORDS.
031287     MOVE 'N' TO WS-PURGED-SWITCH.
031288     PERFORM 3510-CHECK-ONE-PURGED THRU 3510-EXIT
031289         VARYING WS-PURGE-SUB FROM 1 BY 1
031290         UNTIL WS-PURGE-SUB > WS-PURGED-COUNT
031291         OR WS-ALREADY-PURGED.
031292     IF WS-ALREADY-PURGED
031293         GO TO 3500-EXIT
031294     END-IF.
031295     IF WS-PURGED-COUNT >= WS-PURGED-TABLE-MAX
031296         DISPLAY "SVECRECV: PURGED-VECTOR TABLE FULL - LOAD "
031297             "STOPPED"
031298         MOVE 16 TO RETURN-CODE
031299         MOVE 'Y' TO WS-EOF-SWITCH
031300         GO TO 3500-EXIT
031301     END-IF.
031302     ADD 1 TO WS-PURGED-COUNT.
031303     MOVE WS-CURRENT-VECTOR-ID
031304         TO WS-PURGED-VECTOR-ID(WS-PURGED-COUNT).
031305     MOVE SPACES TO MS-RECORD.
031306     MOVE WS-CURRENT-VECTOR-ID TO MS-VECTOR-ID.
031307     MOVE ZERO TO MS-WAVE.
031308     MOVE ZERO TO MS-SEQUENCE.
031309     MOVE 'N' TO WS-PURGE-EOF-SWITCH.
031310     START MASTER-OUT KEY NOT < MS-KEY
031311         INVALID KEY
031312             MOVE 'Y' TO WS-PURGE-EOF-SWITCH
031313     END-START.
031314     PERFORM 3520-DELETE-ONE-RECORD THRU 3520-EXIT
031315         UNTIL WS-PURGE-EOF.
031316 3500-EXIT.
031317     EXIT.
031318 3510-CHECK-ONE-PURGED.
031319     IF WS-PURGED-VECTOR-ID(WS-PURGE-SUB) =
031320         WS-CURRENT-VECTOR-ID
031321         MOVE 'Y' TO WS-PURGED-SWITCH
031322     END-IF.
031323 3510-EXIT.
031324     EXIT.
031325 3520-DELETE-ONE-RECORD.
031326     READ MASTER-OUT NEXT RECORD
031327         AT END
031328             MOVE 'Y' TO WS-PURGE-EOF-SWITCH
031329             GO TO 3520-EXIT
031330     END-READ.
031331     IF MS-VECTOR-ID NOT = WS-CURRENT-VECTOR-ID
031332         MOVE 'Y' TO WS-PURGE-EOF-SWITCH
031333         GO TO 3520-EXIT
031334     END-IF.
031335     DELETE MASTER-OUT
031336         INVALID KEY
031337             MOVE 'Y' TO WS-PURGE-EOF-SWITCH
031338     END-DELETE.
031339     ADD 1 TO WS-RECORDS-PURGED.
031340 3520-EXIT.
031341     EXIT.
031342*****************************************************************
031400*    4000-REJECT-SECTION
031500*    LOGS A SECTION THAT FAILED VERIFICATION TO THE SVECERR
031600*    REPORT - A HEADER TAGGED WITH ITS VECTOR ID AND A DETAIL
033100     MOVE 8 TO RETURN-CODE.
033200 4000-EXIT.
033300     EXIT.
033301*****************************************************************
033302*    8100-8300 - PERFLOG TIMINGS
033303*    8100 TAKES THE CLOCK.  8200 WRITES ONE 'V' ROW PER SECTION
033304*    AND KEEPS THE STEP'S RUNNING TOTALS; 8300 WRITES THE STEP'S
033305*    'S' ROW AT END OF JOB, ITS FEED-RECORDS FIELD CARRYING THE
033306*    SVECIN RECORDS READ.  A CORRECTION OR EARLY-CUT FEED (THE
033307*    MASTER OPENED I-O) IS NOT THE NIGHTLY REBUILD, SO ITS 'S'
033308*    ROW CARRIES ZERO FEED RECORDS AND PERFRPT LEAVES IT OUT OF
033309*    THE FORECAST - THE SAME CONVENTION SORTVECT USES FOR A
033310*    RESTART - AS DOES A LOAD THAT STOPPED HARD.
033311*****************************************************************
033312 8100-STAMP-NOW.
033313     ACCEPT WS-PERF-NOW-DATE FROM DATE YYYYMMDD.
033314     ACCEPT WS-PERF-NOW-TIME FROM TIME.
033315 8100-EXIT.
033316     EXIT.
033317 8200-LOG-SECTION.
033318     ADD WS-DETAIL-COUNT TO WS-PERF-STEP-ELEMENTS.
033319     ADD 1 TO WS-PERF-STEP-SECTIONS.
033320     IF NOT WS-PERF-LOG-OPEN
033321         GO TO 8200-EXIT
033322     END-IF.
033323     PERFORM 8100-STAMP-NOW THRU 8100-EXIT.
033324     MOVE SPACES TO PF-RECORD.
033325     MOVE 'V' TO PF-RECORD-TYPE.
033326     MOVE "SVECRECV" TO PF-PROGRAM.
033327     MOVE ZERO TO PF-STREAM.
033328     MOVE WS-CURRENT-VECTOR-ID TO PF-VECTOR-ID.
033329     IF WS-CURRENT-WAVE NUMERIC
033330         MOVE WS-CURRENT-WAVE TO PF-WAVE
033331     ELSE
033332         MOVE ZERO TO PF-WAVE
033333     END-IF.
033334     MOVE WS-PERF-SEC-DATE TO PF-START-DATE.
033335     MOVE WS-PERF-SEC-TIME TO PF-START-TIME.
033336     MOVE WS-PERF-NOW-DATE TO PF-END-DATE.
033337     MOVE WS-PERF-NOW-TIME TO PF-END-TIME.
033338     MOVE WS-DETAIL-COUNT TO PF-ELEMENTS.
033339     MOVE 1 TO PF-VECTORS.
033340     MOVE ZERO TO PF-FEED-RECORDS.
033341     WRITE PF-RECORD.
033342 8200-EXIT.
033343     EXIT.
033344 8300-LOG-STEP.
033345     IF NOT WS-PERF-LOG-OPEN
033346         GO TO 8300-EXIT
033347     END-IF.
033348     PERFORM 8100-STAMP-NOW THRU 8100-EXIT.
033349     MOVE SPACES TO PF-RECORD.
033350     MOVE 'S' TO PF-RECORD-TYPE.
033351     MOVE "SVECRECV" TO PF-PROGRAM.
033352     MOVE ZERO TO PF-STREAM.
033353     MOVE ZERO TO PF-WAVE.
033354     MOVE WS-PERF-STEP-DATE TO PF-START-DATE.
033355     MOVE WS-PERF-STEP-TIME TO PF-START-TIME.
033356     MOVE WS-PERF-NOW-DATE TO PF-END-DATE.
033357     MOVE WS-PERF-NOW-TIME TO PF-END-TIME.
033358     MOVE WS-PERF-STEP-ELEMENTS TO PF-ELEMENTS.
033359     MOVE WS-PERF-STEP-SECTIONS TO PF-VECTORS.
033360     IF WS-CORRECTION-RUN
033361         OR RETURN-CODE = 16
033362         MOVE ZERO TO PF-FEED-RECORDS
033363     ELSE
033364         MOVE WS-RECORDS-READ TO PF-FEED-RECORDS
033365     END-IF.
033366     WRITE PF-RECORD.
033367 8300-EXIT.
033368     EXIT.
033400*****************************************************************
033500*    9000-TERMINATE CLOSES OUT ALL FILES FOR THIS RUN, AFTER
033600*    APPENDING THE JOB-TOTAL TRAILER TO SVECERR GIVING THE
034100     MOVE WS-SECTIONS-LOADED TO WS-RVT-LOADED.
034200     MOVE WS-SECTIONS-REJECTED TO WS-RVT-REJECTED.
034300     WRITE RECEIVE-ERRORS-RECORD FROM WS-RCVERR-TRAILER-LINE.
034310     PERFORM 8300-LOG-STEP THRU 8300-EXIT.
034400     CLOSE INTERFACE-IN.
034500     CLOSE MASTER-OUT.
034600     CLOSE RECEIVE-ERRORS-OUT.
034610     IF WS-PERF-LOG-OPEN
034620         CLOSE PERF-LOG-OUT
034630     END-IF.
034700 9000-EXIT.
034800     EXIT.
