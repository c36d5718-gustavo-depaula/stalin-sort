000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MSTRBKUP.
000300 AUTHOR. G GRIGORIEV.
000400 INSTALLATION. CENTRAL PLANNING DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    10/15/2026  GG  WRITTEN.  SVECMSTR, RSLTMSTR, PARMMSTR,
001100*                    PARMAUDT AND FEEDCTL HAD NO MANAGED BACKUP -
001200*                    A DAMAGED CLUSTER MEANT REBUILDING BY HAND
001300*                    FROM WHATEVER GENERATIONS WERE STILL ON
001400*                    DASD.  MSTRBKUP RUNS AFTER THE NIGHT'S LAST
001500*                    RUN AND COPIES ALL FIVE, IN KEY ORDER, TO
001600*                    ONE GENERATION OF THE MSTRBKUP GDG (LAYOUT
001700*                    IN BKUPREC), TAGGED WITH THE RUN DATE OF THE
001800*                    NEWEST RUNINDEX ROW AND THE NUMBER OF ROWS
001900*                    THE INDEX HELD, AND CLOSES EACH MASTER WITH
002000*                    A RECORD COUNT AND HASH TOTAL FOR MSTRREST TO
002100*                    PROVE BEFORE IT RESTORES ANYTHING.  A
002200*                    PARAMETER MASTER THAT WILL NOT OPEN IS TAKEN
002300*                    AS EMPTY - THE BATCH READERS ALREADY FALL
002400*                    BACK TO THEIR CARDS THEN - AND SAID ON THE
002500*                    JOB LOG.  ANY OTHER FAILURE ENDS RETURN-CODE
002600*                    16, AND THE GENERATION IT LEAVES HAS NO END
002700*                    RECORD, SO MSTRREST REFUSES IT.
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-ANYMAINFRAME.
003200 OBJECT-COMPUTER. IBM-ANYMAINFRAME.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RUN-INDEX-IN ASSIGN TO "RUNINDEX"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-RUN-INDEX-STATUS.
003800     SELECT SVEC-MASTER-IN ASSIGN TO "SVECMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS MS-KEY
004200         FILE STATUS IS WS-SVEC-MASTER-STATUS.
004300     SELECT RSLT-MASTER-IN ASSIGN TO "RSLTMSTR"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS RM-KEY
004700         FILE STATUS IS WS-RSLT-MASTER-STATUS.
004800     SELECT PARM-MASTER-IN ASSIGN TO "PARMMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS PM-KEY
005200         FILE STATUS IS WS-PARM-MASTER-STATUS.
005300     SELECT PARM-AUDIT-IN ASSIGN TO "PARMAUDT"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS PA-KEY
005700         FILE STATUS IS WS-PARM-AUDIT-STATUS.
005800     SELECT FEED-CONTROL-IN ASSIGN TO "FEEDCTL"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-FEED-CONTROL-STATUS.
006100     SELECT BACKUP-OUT ASSIGN TO "MSTRBKUP"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-BACKUP-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  RUN-INDEX-IN.
006700     COPY RUNXREC.
006800 FD  SVEC-MASTER-IN.
006900     COPY SVECMST.
007000 FD  RSLT-MASTER-IN.
007100     COPY RSLTMREC.
007200 FD  PARM-MASTER-IN.
007300     COPY PARMMREC.
007400 FD  PARM-AUDIT-IN.
007500     COPY PARMAREC.
007600 FD  FEED-CONTROL-IN.
007700     COPY FEEDCREC.
007800 FD  BACKUP-OUT.
007900     COPY BKUPREC.
008000 WORKING-STORAGE SECTION.
008100*****************************************************************
008200*    FILE STATUS AND SWITCHES
008300*****************************************************************
008400 01  WS-RUN-INDEX-STATUS       PIC X(02).
008500 01  WS-SVEC-MASTER-STATUS     PIC X(02).
008600 01  WS-RSLT-MASTER-STATUS     PIC X(02).
008700 01  WS-PARM-MASTER-STATUS     PIC X(02).
008800 01  WS-PARM-AUDIT-STATUS      PIC X(02).
008900 01  WS-FEED-CONTROL-STATUS    PIC X(02).
009000 01  WS-BACKUP-STATUS          PIC X(02).
009100 01  WS-SWITCHES.
009200     05  WS-INDEX-EOF-SWITCH   PIC X(01) VALUE 'N'.
009300         88  WS-INDEX-EOF          VALUE 'Y'.
009400     05  WS-MASTER-EOF-SWITCH  PIC X(01) VALUE 'N'.
009500         88  WS-MASTER-EOF         VALUE 'Y'.
009600     05  WS-PARM-OPEN-SWITCH   PIC X(01) VALUE 'N'.
009700         88  WS-PARM-MASTER-OPEN   VALUE 'Y'.
009800     05  WS-AUDIT-OPEN-SWITCH  PIC X(01) VALUE 'N'.
009900         88  WS-PARM-AUDIT-OPEN    VALUE 'Y'.
010000*****************************************************************
010100*    THE RUN THIS BACKUP STANDS FOR, AND WHEN IT WAS TAKEN
010200*****************************************************************
010300 01  WS-CURRENT-DATE           PIC 9(08).
010400 01  WS-CURRENT-TIME.
010500     05  WS-CT-HHMMSS          PIC 9(06).
010600     05  WS-CT-HUNDREDTHS      PIC 9(02).
010700 01  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
010800 01  WS-INDEX-ROWS             PIC 9(06) VALUE ZERO.
010900*****************************************************************
011000*    CONTROL TOTALS - ONE MASTER AT A TIME, AND THE WHOLE COPY
011100*****************************************************************
011200 01  WS-MASTER-ID              PIC X(08).
011300 01  WS-MASTER-COUNT           PIC 9(09) VALUE ZERO.
011400 01  WS-MASTER-HASH            PIC S9(15) VALUE ZERO.
011500 01  WS-MASTERS-WRITTEN        PIC 9(02) VALUE ZERO.
011600 01  WS-TOTAL-COUNT            PIC 9(09) VALUE ZERO.
011700 01  WS-PAYLOAD                PIC X(100).
011800 01  WS-COUNT-DISPLAY          PIC ZZZZZZZZ9.
011900 01  WS-HASH-DISPLAY           PIC -(15)9.
012000 PROCEDURE DIVISION.
012100*****************************************************************
012200*    0000-MAINLINE
012300*    TAGS THE COPY FROM THE RUNINDEX, THEN COPIES EACH MASTER IN
012400*    TURN BEHIND THE HEADER, EACH WITH ITS OWN TRAILER, AND
012500*    CLOSES WITH THE END RECORD.  THE END RECORD IS WRITTEN ONLY
012600*    WHEN EVERY MASTER CAME ACROSS WHOLE.
012700*****************************************************************
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013000     IF RETURN-CODE < 16
013100         PERFORM 2000-READ-RUN-INDEX THRU 2000-EXIT
013200             UNTIL WS-INDEX-EOF
013300         PERFORM 3000-WRITE-HEADER THRU 3000-EXIT
013400     END-IF.
013500     IF RETURN-CODE < 16
013600         PERFORM 4000-COPY-SVEC-MASTER THRU 4000-EXIT
013700     END-IF.
013800     IF RETURN-CODE < 16
013900         PERFORM 4200-COPY-RSLT-MASTER THRU 4200-EXIT
014000     END-IF.
014100     IF RETURN-CODE < 16
014200         PERFORM 4400-COPY-PARM-MASTER THRU 4400-EXIT
014300     END-IF.
014400     IF RETURN-CODE < 16
014500         PERFORM 4600-COPY-PARM-AUDIT THRU 4600-EXIT
014600     END-IF.
014700     IF RETURN-CODE < 16
014800         PERFORM 4800-COPY-FEED-CONTROL THRU 4800-EXIT
014900     END-IF.
015000     IF RETURN-CODE < 16
015100         PERFORM 6000-WRITE-END THRU 6000-EXIT
015200     END-IF.
015300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015400     STOP RUN.
015500*****************************************************************
015600*    1000-INITIALIZE OPENS EVERYTHING.  RUNINDEX, SVECMSTR,
015700*    RSLTMSTR, FEEDCTL AND THE BACKUP ITSELF MUST ALL OPEN -
015800*    A BACKUP MISSING ONE OF THEM IS NO BACKUP, RETURN-CODE 16.
015900*    PARMMSTR AND PARMAUDT ARE ALLOWED TO BE ABSENT OR EMPTY:
016000*    THEY ARE BACKED UP AS EMPTY, WITH A NOTE.
016100*****************************************************************
016200 1000-INITIALIZE.
016300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
016400     ACCEPT WS-CURRENT-TIME FROM TIME.
016500     OPEN INPUT RUN-INDEX-IN.
016600     IF WS-RUN-INDEX-STATUS NOT = "00"
016700         DISPLAY "MSTRBKUP: UNABLE TO OPEN RUNINDEX, STATUS = "
016800             WS-RUN-INDEX-STATUS
016900         MOVE 'Y' TO WS-INDEX-EOF-SWITCH
017000         MOVE 16 TO RETURN-CODE
017100     END-IF.
017200     OPEN INPUT SVEC-MASTER-IN.
017300     IF WS-SVEC-MASTER-STATUS NOT = "00"
017400         DISPLAY "MSTRBKUP: UNABLE TO OPEN SVECMSTR, STATUS = "
017500             WS-SVEC-MASTER-STATUS
017600         MOVE 16 TO RETURN-CODE
017700     END-IF.
017800     OPEN INPUT RSLT-MASTER-IN.
017900     IF WS-RSLT-MASTER-STATUS NOT = "00"
018000         DISPLAY "MSTRBKUP: UNABLE TO OPEN RSLTMSTR, STATUS = "
018100             WS-RSLT-MASTER-STATUS
018200         MOVE 16 TO RETURN-CODE
018300     END-IF.
018400     OPEN INPUT FEED-CONTROL-IN.
018500     IF WS-FEED-CONTROL-STATUS NOT = "00"
018600         DISPLAY "MSTRBKUP: UNABLE TO OPEN FEEDCTL, STATUS = "
018700             WS-FEED-CONTROL-STATUS
018800         MOVE 16 TO RETURN-CODE
018900     END-IF.
019000     OPEN INPUT PARM-MASTER-IN.
019100     IF WS-PARM-MASTER-STATUS = "00"
019200         MOVE 'Y' TO WS-PARM-OPEN-SWITCH
019300     ELSE
019400         DISPLAY "MSTRBKUP: PARMMSTR ABSENT OR EMPTY, STATUS = "
019500             WS-PARM-MASTER-STATUS " - BACKED UP AS EMPTY"
019600     END-IF.
019700     OPEN INPUT PARM-AUDIT-IN.
019800     IF WS-PARM-AUDIT-STATUS = "00"
019900         MOVE 'Y' TO WS-AUDIT-OPEN-SWITCH
020000     ELSE
020100         DISPLAY "MSTRBKUP: PARMAUDT ABSENT OR EMPTY, STATUS = "
020200             WS-PARM-AUDIT-STATUS " - BACKED UP AS EMPTY"
020300     END-IF.
020400     OPEN OUTPUT BACKUP-OUT.
020500     IF WS-BACKUP-STATUS NOT = "00"
020600         DISPLAY "MSTRBKUP: UNABLE TO OPEN MSTRBKUP, STATUS = "
020700             WS-BACKUP-STATUS
020800         MOVE 16 TO RETURN-CODE
020900     END-IF.
021000 1000-EXIT.
021100     EXIT.
021200*****************************************************************
021300*    2000-READ-RUN-INDEX
021400*    COUNTS THE RUNINDEX ROWS AND KEEPS THE NEWEST ROW'S RUN
021500*    DATE.  ARCHPURG REWRITES THE INDEX WITH ROWS MARKED, NEVER
021600*    DROPPED, SO THE ROW COUNT STAYS A TRUE POSITION - MSTRREST
021700*    TREATS EVERY ROW PAST IT AS A RUN TO BE REPLAYED.
021800*****************************************************************
021900 2000-READ-RUN-INDEX.
022000     READ RUN-INDEX-IN
022100         AT END
022200             MOVE 'Y' TO WS-INDEX-EOF-SWITCH
022300             GO TO 2000-EXIT
022400     END-READ.
022500     ADD 1 TO WS-INDEX-ROWS.
022600     IF RX-RUN-DATE NUMERIC
022700         MOVE RX-RUN-DATE TO WS-RUN-DATE
022800     END-IF.
022900 2000-EXIT.
023000     EXIT.
023100*****************************************************************
023200*    3000-WRITE-HEADER
023300*    AN INDEX WITH NO DATED ROW LEAVES NOTHING TO TAG THE COPY
023400*    WITH, AND A BACKUP NOBODY CAN NAME CANNOT BE RESTORED.
023500*****************************************************************
023600 3000-WRITE-HEADER.
023700     IF WS-RUN-DATE = ZERO
023800         DISPLAY "MSTRBKUP: RUNINDEX HAS NO RUN - NO RUN DATE "
023900             "TO TAG THE BACKUP WITH"
024000         MOVE 16 TO RETURN-CODE
024100         GO TO 3000-EXIT
024200     END-IF.
024300     MOVE SPACES TO BK-RECORD.
024400     MOVE 'H' TO BK-RECORD-TYPE.
024500     MOVE WS-RUN-DATE TO BK-RUN-DATE.
024600     MOVE WS-INDEX-ROWS TO BK-H-INDEX-ROWS.
024700     MOVE WS-CURRENT-DATE TO BK-H-TAKEN-DATE.
024800     MOVE WS-CT-HHMMSS TO BK-H-TAKEN-TIME.
024900     PERFORM 5900-WRITE-BACKUP THRU 5900-EXIT.
025000     DISPLAY "MSTRBKUP: BACKING UP THE MASTERS AS OF RUN "
025100         WS-RUN-DATE.
025200 3000-EXIT.
025300     EXIT.
025400*****************************************************************
025500*    4000-4800 - ONE COPY LOOP PER MASTER.  EACH RESETS THE
025600*    MASTER'S CONTROL TOTALS, COPIES EVERY RECORD IN KEY ORDER
025700*    THROUGH 5000-WRITE-DATA, ADDING ITS HASH FIELD WHEN THE
025800*    FIELD IS NUMERIC, AND CLOSES WITH 5500-WRITE-TRAILER.  A
025900*    READ THAT FAILS MID-MASTER IS RETURN-CODE 16 - A SHORT
026000*    MASTER WITH A TRAILER THAT AGREES WITH IT WOULD RESTORE
026100*    CLEANLY AND WRONGLY.
026200*****************************************************************
026300 4000-COPY-SVEC-MASTER.
026400     MOVE "SVECMSTR" TO WS-MASTER-ID.
026500     PERFORM 4900-START-MASTER THRU 4900-EXIT.
026600     PERFORM 4100-COPY-ONE-SVEC THRU 4100-EXIT
026700         UNTIL WS-MASTER-EOF.
026800     PERFORM 5500-WRITE-TRAILER THRU 5500-EXIT.
026900 4000-EXIT.
027000     EXIT.
027100 4100-COPY-ONE-SVEC.
027200     READ SVEC-MASTER-IN
027300         AT END
027400             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
027500             GO TO 4100-EXIT
027600     END-READ.
027700     IF WS-SVEC-MASTER-STATUS NOT = "00"
027800         PERFORM 4950-READ-FAILED THRU 4950-EXIT
027900         GO TO 4100-EXIT
028000     END-IF.
028100     IF MS-VALUE NUMERIC
028200         ADD MS-VALUE TO WS-MASTER-HASH
028300     END-IF.
028400     MOVE MS-RECORD TO WS-PAYLOAD.
028500     PERFORM 5000-WRITE-DATA THRU 5000-EXIT.
028600 4100-EXIT.
028700     EXIT.
028800 4200-COPY-RSLT-MASTER.
028900     MOVE "RSLTMSTR" TO WS-MASTER-ID.
029000     PERFORM 4900-START-MASTER THRU 4900-EXIT.
029100     PERFORM 4300-COPY-ONE-RSLT THRU 4300-EXIT
029200         UNTIL WS-MASTER-EOF.
029300     PERFORM 5500-WRITE-TRAILER THRU 5500-EXIT.
029400 4200-EXIT.
029500     EXIT.
029600 4300-COPY-ONE-RSLT.
029700     READ RSLT-MASTER-IN
029800         AT END
029900             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
030000             GO TO 4300-EXIT
030100     END-READ.
030200     IF WS-RSLT-MASTER-STATUS NOT = "00"
030300         PERFORM 4950-READ-FAILED THRU 4950-EXIT
030400         GO TO 4300-EXIT
030500     END-IF.
030600     IF RM-VALUE NUMERIC
030700         ADD RM-VALUE TO WS-MASTER-HASH
030800     END-IF.
030900     MOVE RM-RECORD TO WS-PAYLOAD.
031000     PERFORM 5000-WRITE-DATA THRU 5000-EXIT.
031100 4300-EXIT.
031200     EXIT.
031300 4400-COPY-PARM-MASTER.
031400     MOVE "PARMMSTR" TO WS-MASTER-ID.
031500     PERFORM 4900-START-MASTER THRU 4900-EXIT.
031600     IF NOT WS-PARM-MASTER-OPEN
031700         MOVE 'Y' TO WS-MASTER-EOF-SWITCH
031800     END-IF.
031900     PERFORM 4500-COPY-ONE-PARM THRU 4500-EXIT
032000         UNTIL WS-MASTER-EOF.
032100     PERFORM 5500-WRITE-TRAILER THRU 5500-EXIT.
032200 4400-EXIT.
032300     EXIT.
032400 4500-COPY-ONE-PARM.
032500     READ PARM-MASTER-IN
032600         AT END
032700             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
032800             GO TO 4500-EXIT
032900     END-READ.
033000     IF WS-PARM-MASTER-STATUS NOT = "00"
033100         PERFORM 4950-READ-FAILED THRU 4950-EXIT
033200         GO TO 4500-EXIT
033300     END-IF.
033400     IF PM-CHG-DATE NUMERIC
033500         ADD PM-CHG-DATE TO WS-MASTER-HASH
033600     END-IF.
033700     MOVE PM-RECORD TO WS-PAYLOAD.
033800     PERFORM 5000-WRITE-DATA THRU 5000-EXIT.
033900 4500-EXIT.
034000     EXIT.
034100 4600-COPY-PARM-AUDIT.
034200     MOVE "PARMAUDT" TO WS-MASTER-ID.
034300     PERFORM 4900-START-MASTER THRU 4900-EXIT.
034400     IF NOT WS-PARM-AUDIT-OPEN
034500         MOVE 'Y' TO WS-MASTER-EOF-SWITCH
034600     END-IF.
034700     PERFORM 4700-COPY-ONE-AUDIT THRU 4700-EXIT
034800         UNTIL WS-MASTER-EOF.
034900     PERFORM 5500-WRITE-TRAILER THRU 5500-EXIT.
035000 4600-EXIT.
035100     EXIT.
035200 4700-COPY-ONE-AUDIT.
035300     READ PARM-AUDIT-IN
035400         AT END
035500             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
035600             GO TO 4700-EXIT
035700     END-READ.
035800     IF WS-PARM-AUDIT-STATUS NOT = "00"
035900         PERFORM 4950-READ-FAILED THRU 4950-EXIT
036000         GO TO 4700-EXIT
036100     END-IF.
036200     IF PA-CHG-DATE NUMERIC
036300         ADD PA-CHG-DATE TO WS-MASTER-HASH
036400     END-IF.
036500     MOVE PA-RECORD TO WS-PAYLOAD.
036600     PERFORM 5000-WRITE-DATA THRU 5000-EXIT.
036700 4700-EXIT.
036800     EXIT.
036900 4800-COPY-FEED-CONTROL.
037000     MOVE "FEEDCTL " TO WS-MASTER-ID.
037100     PERFORM 4900-START-MASTER THRU 4900-EXIT.
037200     PERFORM 4850-COPY-ONE-FEED THRU 4850-EXIT
037300         UNTIL WS-MASTER-EOF.
037400     PERFORM 5500-WRITE-TRAILER THRU 5500-EXIT.
037500 4800-EXIT.
037600     EXIT.
037700 4850-COPY-ONE-FEED.
037800     READ FEED-CONTROL-IN
037900         AT END
038000             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
038100             GO TO 4850-EXIT
038200     END-READ.
038300     IF WS-FEED-CONTROL-STATUS NOT = "00"
038400         PERFORM 4950-READ-FAILED THRU 4950-EXIT
038500         GO TO 4850-EXIT
038600     END-IF.
038700     IF FC-SERIAL NUMERIC
038800         ADD FC-SERIAL TO WS-MASTER-HASH
038900     END-IF.
039000     MOVE FC-RECORD TO WS-PAYLOAD.
039100     PERFORM 5000-WRITE-DATA THRU 5000-EXIT.
039200 4850-EXIT.
039300     EXIT.
039400 4900-START-MASTER.
039500     MOVE ZERO TO WS-MASTER-COUNT.
039600     MOVE ZERO TO WS-MASTER-HASH.
039700     MOVE 'N' TO WS-MASTER-EOF-SWITCH.
039800 4900-EXIT.
039900     EXIT.
040000 4950-READ-FAILED.
040100     DISPLAY "MSTRBKUP: READ FAILED ON " WS-MASTER-ID
040200         " AFTER RECORD " WS-MASTER-COUNT.
040300     MOVE 'Y' TO WS-MASTER-EOF-SWITCH.
040400     MOVE 16 TO RETURN-CODE.
040500 4950-EXIT.
040600     EXIT.
040700*****************************************************************
040800*    5000-WRITE-DATA COPIES ONE MASTER RECORD IMAGE ONTO THE
040900*    BACKUP AND COUNTS IT.  5500-WRITE-TRAILER CLOSES A MASTER
041000*    WITH ITS COUNT AND HASH - BUT NOT A MASTER WHOSE READ
041100*    FAILED, SO ITS SECTION CAN NEVER PROVE.
041200*****************************************************************
041300 5000-WRITE-DATA.
041400     MOVE SPACES TO BK-RECORD.
041500     MOVE 'D' TO BK-RECORD-TYPE.
041600     MOVE WS-MASTER-ID TO BK-MASTER-ID.
041700     MOVE WS-RUN-DATE TO BK-RUN-DATE.
041800     MOVE WS-PAYLOAD TO BK-PAYLOAD.
041900     PERFORM 5900-WRITE-BACKUP THRU 5900-EXIT.
042000     ADD 1 TO WS-MASTER-COUNT.
042100     ADD 1 TO WS-TOTAL-COUNT.
042200 5000-EXIT.
042300     EXIT.
042400 5500-WRITE-TRAILER.
042500     IF RETURN-CODE = 16
042600         GO TO 5500-EXIT
042700     END-IF.
042800     MOVE SPACES TO BK-RECORD.
042900     MOVE 'T' TO BK-RECORD-TYPE.
043000     MOVE WS-MASTER-ID TO BK-MASTER-ID.
043100     MOVE WS-RUN-DATE TO BK-RUN-DATE.
043200     MOVE WS-MASTER-COUNT TO BK-T-RECORD-COUNT.
043300     MOVE WS-MASTER-HASH TO BK-T-HASH-TOTAL.
043400     PERFORM 5900-WRITE-BACKUP THRU 5900-EXIT.
043500     ADD 1 TO WS-MASTERS-WRITTEN.
043600     MOVE WS-MASTER-COUNT TO WS-COUNT-DISPLAY.
043700     MOVE WS-MASTER-HASH TO WS-HASH-DISPLAY.
043800     DISPLAY "MSTRBKUP: " WS-MASTER-ID " RECORDS "
043900         WS-COUNT-DISPLAY "  HASH " WS-HASH-DISPLAY.
044000 5500-EXIT.
044100     EXIT.
044200 5900-WRITE-BACKUP.
044300     WRITE BK-RECORD.
044400     IF WS-BACKUP-STATUS NOT = "00"
044500         DISPLAY "MSTRBKUP: WRITE FAILED ON MSTRBKUP, STATUS = "
044600             WS-BACKUP-STATUS
044700         MOVE 'Y' TO WS-MASTER-EOF-SWITCH
044800         MOVE 16 TO RETURN-CODE
044900     END-IF.
045000 5900-EXIT.
045100     EXIT.
045200*****************************************************************
045300*    6000-WRITE-END
045400*    THE END RECORD IS MSTRREST'S PROOF THE COPY RAN TO THE
045500*    FINISH - A GENERATION WITHOUT ONE IS REFUSED.
045600*****************************************************************
045700 6000-WRITE-END.
045800     MOVE SPACES TO BK-RECORD.
045900     MOVE 'E' TO BK-RECORD-TYPE.
046000     MOVE WS-RUN-DATE TO BK-RUN-DATE.
046100     MOVE WS-MASTERS-WRITTEN TO BK-E-MASTER-COUNT.
046200     MOVE WS-TOTAL-COUNT TO BK-E-RECORD-COUNT.
046300     PERFORM 5900-WRITE-BACKUP THRU 5900-EXIT.
046400     IF RETURN-CODE < 16
046500         DISPLAY "MSTRBKUP: BACKUP COMPLETE, RUN " WS-RUN-DATE
046600             ", RUNINDEX ROWS " WS-INDEX-ROWS
046700     END-IF.
046800 6000-EXIT.
046900     EXIT.
047000 9000-TERMINATE.
047100     IF RETURN-CODE = 16
047200         DISPLAY "MSTRBKUP: BACKUP INCOMPLETE - THIS GENERATION "
047300             "WILL NOT RESTORE"
047400     END-IF.
047500     CLOSE RUN-INDEX-IN.
047600     CLOSE SVEC-MASTER-IN.
047700     CLOSE RSLT-MASTER-IN.
047800     CLOSE FEED-CONTROL-IN.
047900     IF WS-PARM-MASTER-OPEN
048000         CLOSE PARM-MASTER-IN
048100     END-IF.
048200     IF WS-PARM-AUDIT-OPEN
048300         CLOSE PARM-AUDIT-IN
048400     END-IF.
048500     CLOSE BACKUP-OUT.
048600 9000-EXIT.
048700     EXIT.
