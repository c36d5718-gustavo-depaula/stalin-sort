000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MSTRREST.
000300 AUTHOR. G GRIGORIEV.
000400 INSTALLATION. CENTRAL PLANNING DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    10/15/2026  GG  WRITTEN.  THE RESTORE HALF OF THE MASTER
001100*                    BACKUP WORK (SEE MSTRBKUP).  GIVEN THE RUN
001200*                    DATE TO GO BACK TO ON ITS RSTRPRM CARD, IT
001300*                    PROVES THE POINTED-AT MSTRBKUP GENERATION -
001400*                    HEADER DATE, EVERY MASTER'S COUNT AND HASH,
001500*                    THE END RECORD - AND PROVES THE JOB'S REPLAY
001600*                    STEPS AGAINST THE RUNINDEX ROWS WRITTEN
001700*                    SINCE THE BACKUP, ALL BEFORE A SINGLE MASTER
001800*                    IS TOUCHED.  ONLY THEN DOES IT RELOAD THE
001900*                    FIVE MASTERS FROM THE BACKUP, REBUILD
002000*                    RSLTXREF FROM THE RESTORED RSLTMSTR, AND
002100*                    CARRY FORWARD WHAT THE REPLAY STEPS CANNOT:
002200*                    FEEDCTL ROWS ADDED SINCE THE BACKUP, AND
002300*                    STALPARM CHANGES MADE SINCE IT, OFF COPIES
002400*                    OF THE CURRENT FEEDCTL AND PARMAUDT TAKEN
002500*                    BY THE JOB'S SAVE STEP.  THE JOB'S REPLAY
002600*                    STEPS THEN ROLL SVECMSTR AND RSLTMSTR
002700*                    FORWARD THROUGH THE LATER SVECIFC AND
002800*                    RSLTJRNL GENERATIONS, AND MSTRECON PROVES
002900*                    THE RESULT AGAINST RUNHIST.
003000*                    RETURN-CODE 0 - RESTORED, EVERY LATER RUN
003100*                    HAS A REPLAY STEP, EVERYTHING CARRIED
003200*                    FORWARD.  4 - RESTORED, BUT A LATER RUN HAS
003300*                    NO REPLAY STEP OR A SAVE COPY COULD NOT BE
003400*                    USED; RSTRRPT SAYS WHICH.  16 - REFUSED
003500*                    (NOTHING TOUCHED) OR FAILED PARTWAY (RERUN
003600*                    THE JOB - EVERY STEP OF THE RESTORE STARTS
003700*                    FROM SCRATCH).
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-ANYMAINFRAME.
004200 OBJECT-COMPUTER. IBM-ANYMAINFRAME.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT RESTORE-PARMS ASSIGN TO "RSTRPRM"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-RESTORE-PARMS-STATUS.
004800     SELECT BACKUP-IN ASSIGN TO "MSTRBKUP"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-BACKUP-STATUS.
005100     SELECT RUN-INDEX-IN ASSIGN TO "RUNINDEX"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-RUN-INDEX-STATUS.
005400     SELECT REPLAY-CHECK-1 ASSIGN TO "RPLYCHK1"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-REPLAY-CHECK-STATUS.
005700     SELECT REPLAY-CHECK-2 ASSIGN TO "RPLYCHK2"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-REPLAY-CHECK-STATUS.
006000     SELECT REPLAY-CHECK-3 ASSIGN TO "RPLYCHK3"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-REPLAY-CHECK-STATUS.
006300     SELECT REPLAY-CHECK-4 ASSIGN TO "RPLYCHK4"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-REPLAY-CHECK-STATUS.
006600     SELECT REPLAY-CHECK-5 ASSIGN TO "RPLYCHK5"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-REPLAY-CHECK-STATUS.
006900     SELECT REPLAY-CHECK-6 ASSIGN TO "RPLYCHK6"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-REPLAY-CHECK-STATUS.
007200     SELECT SVEC-MASTER ASSIGN TO "SVECMSTR"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS SEQUENTIAL
007500         RECORD KEY IS MS-KEY
007600         FILE STATUS IS WS-SVEC-MASTER-STATUS.
007700     SELECT RSLT-MASTER ASSIGN TO "RSLTMSTR"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS SEQUENTIAL
008000         RECORD KEY IS RM-KEY
008100         FILE STATUS IS WS-RSLT-MASTER-STATUS.
008200     SELECT RSLT-XREF ASSIGN TO "RSLTXREF"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS RANDOM
008500         RECORD KEY IS XR-KEY
008600         FILE STATUS IS WS-RSLT-XREF-STATUS.
008700     SELECT PARM-MASTER ASSIGN TO "PARMMSTR"
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS PM-KEY
009100         FILE STATUS IS WS-PARM-MASTER-STATUS.
009200     SELECT PARM-AUDIT ASSIGN TO "PARMAUDT"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS PA-KEY
009600         FILE STATUS IS WS-PARM-AUDIT-STATUS.
009700     SELECT FEED-CONTROL-OUT ASSIGN TO "FEEDCTL"
009800         ORGANIZATION IS SEQUENTIAL
009900         FILE STATUS IS WS-FEED-CONTROL-STATUS.
010000     SELECT FEED-SAVE-IN ASSIGN TO "FEEDSAVE"
010100         ORGANIZATION IS SEQUENTIAL
010200         FILE STATUS IS WS-FEED-SAVE-STATUS.
010300     SELECT AUDIT-SAVE-IN ASSIGN TO "AUDTSAVE"
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS WS-AUDIT-SAVE-STATUS.
010600     SELECT RESTORE-REPORT ASSIGN TO "RSTRRPT"
010700         ORGANIZATION IS SEQUENTIAL
010800         FILE STATUS IS WS-RESTORE-REPORT-STATUS.
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  RESTORE-PARMS.
011200 01  RESTORE-PARMS-RECORD      PIC X(80).
011300 FD  BACKUP-IN.
011400     COPY BKUPREC.
011500 FD  RUN-INDEX-IN.
011600     COPY RUNXREC.
011700 FD  REPLAY-CHECK-1.
011800 01  REPLAY-CHECK-1-RECORD     PIC X(80).
011900 FD  REPLAY-CHECK-2.
012000 01  REPLAY-CHECK-2-RECORD     PIC X(80).
012100 FD  REPLAY-CHECK-3.
012200 01  REPLAY-CHECK-3-RECORD     PIC X(80).
012300 FD  REPLAY-CHECK-4.
012400 01  REPLAY-CHECK-4-RECORD     PIC X(80).
012500 FD  REPLAY-CHECK-5.
012600 01  REPLAY-CHECK-5-RECORD     PIC X(80).
012700 FD  REPLAY-CHECK-6.
012800 01  REPLAY-CHECK-6-RECORD     PIC X(80).
012900 FD  SVEC-MASTER.
013000     COPY SVECMST.
013100 FD  RSLT-MASTER.
013200     COPY RSLTMREC.
013300 FD  RSLT-XREF.
013400     COPY RSLTXREC.
013500 FD  PARM-MASTER.
013600     COPY PARMMREC.
013700 FD  PARM-AUDIT.
013800     COPY PARMAREC.
013900 FD  FEED-CONTROL-OUT.
014000 01  FEED-CONTROL-RECORD       PIC X(80).
014100 FD  FEED-SAVE-IN.
014200 01  FEED-SAVE-RECORD          PIC X(80).
014300 FD  AUDIT-SAVE-IN.
014400 01  AUDIT-SAVE-RECORD         PIC X(100).
014500 FD  RESTORE-REPORT.
014600 01  RESTORE-REPORT-RECORD     PIC X(80).
014700 WORKING-STORAGE SECTION.
014800*****************************************************************
014900*    FILE STATUS AND SWITCHES
015000*****************************************************************
015100 01  WS-RESTORE-PARMS-STATUS   PIC X(02).
015200 01  WS-BACKUP-STATUS          PIC X(02).
015300 01  WS-RUN-INDEX-STATUS       PIC X(02).
015400 01  WS-REPLAY-CHECK-STATUS    PIC X(02).
015500 01  WS-SVEC-MASTER-STATUS     PIC X(02).
015600 01  WS-RSLT-MASTER-STATUS     PIC X(02).
015700 01  WS-RSLT-XREF-STATUS       PIC X(02).
015800 01  WS-PARM-MASTER-STATUS     PIC X(02).
015900 01  WS-PARM-AUDIT-STATUS      PIC X(02).
016000 01  WS-FEED-CONTROL-STATUS    PIC X(02).
016100 01  WS-FEED-SAVE-STATUS       PIC X(02).
016200 01  WS-AUDIT-SAVE-STATUS      PIC X(02).
016300 01  WS-RESTORE-REPORT-STATUS  PIC X(02).
016400 01  WS-SWITCHES.
016500     05  WS-PARMS-EOF-SWITCH   PIC X(01) VALUE 'N'.
016600         88  WS-PARMS-EOF          VALUE 'Y'.
016700     05  WS-BACKUP-EOF-SWITCH  PIC X(01) VALUE 'N'.
016800         88  WS-BACKUP-EOF         VALUE 'Y'.
016900     05  WS-END-SEEN-SWITCH    PIC X(01) VALUE 'N'.
017000         88  WS-END-SEEN           VALUE 'Y'.
017100     05  WS-INDEX-EOF-SWITCH   PIC X(01) VALUE 'N'.
017200         88  WS-INDEX-EOF          VALUE 'Y'.
017300     05  WS-CHECK-EOF-SWITCH   PIC X(01) VALUE 'N'.
017400         88  WS-CHECK-EOF          VALUE 'Y'.
017500     05  WS-SLOT-GAP-SWITCH    PIC X(01) VALUE 'N'.
017600         88  WS-SLOT-GAP           VALUE 'Y'.
017700     05  WS-PLAN-HIT-SWITCH    PIC X(01) VALUE 'N'.
017800         88  WS-PLAN-HIT           VALUE 'Y'.
017900     05  WS-PURGE-EOF-SWITCH   PIC X(01) VALUE 'N'.
018000         88  WS-PURGE-EOF          VALUE 'Y'.
018100     05  WS-SAVE-EOF-SWITCH    PIC X(01) VALUE 'N'.
018200         88  WS-SAVE-EOF           VALUE 'Y'.
018300     05  WS-SAVE-MATCH-SWITCH  PIC X(01) VALUE 'Y'.
018400         88  WS-SAVE-MATCHES       VALUE 'Y'.
018500     05  WS-MASTERS-RESET-SWITCH PIC X(01) VALUE 'N'.
018600         88  WS-MASTERS-RESET      VALUE 'Y'.
018700*****************************************************************
018800*    THE AS-OF RUN AND THE BACKUP'S OWN HEADER
018900*****************************************************************
019000 01  WS-CURRENT-DATE.
019100     05  WS-CURR-YYYY          PIC 9(4).
019200     05  WS-CURR-MM            PIC 9(2).
019300     05  WS-CURR-DD            PIC 9(2).
019400 01  WS-RESTORE-CARD           PIC X(80).
019500 01  WS-AS-OF-DATE             PIC 9(08) VALUE ZERO.
019600 01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
019700     05  WS-AO-YYYY            PIC 9(4).
019800     05  WS-AO-MM              PIC 9(2).
019900     05  WS-AO-DD              PIC 9(2).
020000 01  WS-BACKUP-INDEX-ROWS      PIC 9(06) VALUE ZERO.
020100 01  WS-TAKEN-STAMP.
020200     05  WS-TAKEN-DATE         PIC 9(08) VALUE ZERO.
020300     05  WS-TAKEN-TIME         PIC 9(06) VALUE ZERO.
020400 01  WS-TAKEN-PARTS REDEFINES WS-TAKEN-STAMP.
020500     05  WS-TK-YYYY            PIC 9(4).
020600     05  WS-TK-MM              PIC 9(2).
020700     05  WS-TK-DD              PIC 9(2).
020800     05  WS-TK-HH              PIC 9(2).
020900     05  WS-TK-MIN             PIC 9(2).
021000     05  WS-TK-SS              PIC 9(2).
021100*****************************************************************
021200*    THE FIVE MASTERS, IN THE ORDER MSTRBKUP WRITES THEM, WITH
021300*    THE COUNT AND HASH PROVED OFF THE BACKUP AND THE COUNT
021400*    ACTUALLY RESTORED.
021500*****************************************************************
021600 77  WS-MASTER-MAX             PIC 9(02) COMP VALUE 5.
021700 77  WS-SVEC-SUB               PIC 9(02) COMP VALUE 1.
021800 77  WS-RSLT-SUB               PIC 9(02) COMP VALUE 2.
021900 77  WS-PARM-SUB               PIC 9(02) COMP VALUE 3.
022000 77  WS-AUDIT-SUB              PIC 9(02) COMP VALUE 4.
022100 77  WS-FEED-SUB               PIC 9(02) COMP VALUE 5.
022200 01  WS-MASTER-NAME-VALUES.
022300     05  FILLER                PIC X(40) VALUE
022400         "SVECMSTRRSLTMSTRPARMMSTRPARMAUDTFEEDCTL ".
022500 01  WS-MASTER-NAMES REDEFINES WS-MASTER-NAME-VALUES.
022600     05  WS-MASTER-NAME        PIC X(08) OCCURS 5 TIMES.
022700 01  WS-MASTER-TOTALS.
022800     05  WS-MASTER-ENTRY OCCURS 5 TIMES.
022900         10  WS-ME-BACKED-UP   PIC 9(09).
023000         10  WS-ME-HASH        PIC S9(15).
023100         10  WS-ME-RESTORED    PIC 9(09).
023200 01  WS-MASTER-SUB             PIC 9(02) COMP.
023300 01  WS-SECTION-COUNT          PIC 9(09).
023400 01  WS-SECTION-HASH           PIC S9(15).
023500 01  WS-DATA-RECORDS           PIC 9(09) VALUE ZERO.
023600 01  WS-BACKUP-RECORDS         PIC 9(09) VALUE ZERO.
023700 01  WS-XREF-WRITTEN           PIC 9(09) VALUE ZERO.
023800*****************************************************************
023900*    HASH VIEWS OF A BACKED-UP RECORD IMAGE - THE ONE FIELD PER
024000*    MASTER THAT MSTRBKUP SUMS (SEE BKUPREC).  SVECMSTR AND
024100*    RSLTMSTR BOTH CARRY THEIR VALUE RIGHT BEHIND A 15-BYTE
024200*    KEY; PM-CHG-DATE FOLLOWS THE 56 BYTES OF KEY, VALUE AND
024300*    OPERATOR; PA-CHG-DATE AND FC-SERIAL LEAD THEIR RECORDS.
024400*****************************************************************
024500 01  WS-CHECK-IMAGE            PIC X(100).
024600 01  WS-VALUE-VIEW REDEFINES WS-CHECK-IMAGE.
024700     05  FILLER                PIC X(15).
024800     05  WS-CV-VALUE           PIC S9(6) SIGN LEADING SEPARATE.
024900     05  FILLER                PIC X(78).
025000 01  WS-PARM-VIEW REDEFINES WS-CHECK-IMAGE.
025100     05  FILLER                PIC X(56).
025200     05  WS-CV-PARM-DATE       PIC 9(08).
025300     05  FILLER                PIC X(36).
025400 01  WS-AUDIT-VIEW REDEFINES WS-CHECK-IMAGE.
025500     05  WS-CV-AUDIT-DATE      PIC 9(08).
025600     05  FILLER                PIC X(92).
025700 01  WS-FEED-VIEW REDEFINES WS-CHECK-IMAGE.
025800     05  WS-CV-SERIAL          PIC 9(06).
025900     05  FILLER                PIC X(94).
026000*****************************************************************
026100*    THE REPLAY PLAN - ONE ENTRY PER RUNINDEX ROW WRITTEN AFTER
026200*    THE BACKUP, OLDEST FIRST - AND THE REPLAY SLOTS.  EACH SLOT
026300*    DD IS THE SORTEDOUT GENERATION OF ONE REPLAY STEP PAIR; ITS
026400*    "RUN DATE:" HEADER SAYS WHICH RUN THE PAIR REALLY REPLAYS.
026500*****************************************************************
026600 77  WS-PLAN-MAX               PIC 9(04) COMP VALUE 60.
026700 77  WS-SLOT-MAX               PIC 9(02) COMP VALUE 6.
026800 01  WS-INDEX-ROW              PIC 9(06) VALUE ZERO.
026900 01  WS-INDEX-ROW-DATE         PIC 9(08) VALUE ZERO.
027000 01  WS-PLAN-COUNT             PIC 9(04) COMP VALUE ZERO.
027100 01  WS-PLAN-SUB               PIC 9(04) COMP.
027200 01  WS-PLAN-UNCOVERED         PIC 9(04) COMP VALUE ZERO.
027300 01  WS-PLAN-TABLE.
027400     05  WS-PLAN-ENTRY OCCURS 60 TIMES.
027500         10  WS-PE-DATE        PIC 9(08).
027600         10  WS-PE-TYPE        PIC X(01).
027700         10  WS-PE-SLOT        PIC 9(02).
027800 01  WS-SLOT-SUB               PIC 9(02) COMP.
027900 01  WS-SLOTS-USED             PIC 9(02) COMP VALUE ZERO.
028000 01  WS-SLOT-TABLE.
028100     05  WS-SLOT-DATE          PIC 9(08) OCCURS 6 TIMES.
028200 01  WS-CHECK-RECORD           PIC X(80).
028300 01  WS-SLOT-RECORDS           PIC 9(09).
028400 01  WS-CHECK-DATE.
028500     05  WS-CD-YYYY            PIC X(04).
028600     05  WS-CD-MM              PIC X(02).
028700     05  WS-CD-DD              PIC X(02).
028800 01  WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE
028900                               PIC 9(08).
029000 01  WS-PRIOR-SLOT-DATE        PIC 9(08).
029100*****************************************************************
029200*    CARRY-FORWARD COUNTS
029300*****************************************************************
029400 01  WS-PURGED-COUNT           PIC 9(09).
029500 01  WS-LAST-FEED-ROW          PIC X(80) VALUE SPACES.
029600 01  WS-SAVE-ROW               PIC 9(09) VALUE ZERO.
029700 01  WS-FEEDS-CARRIED          PIC 9(09) VALUE ZERO.
029800 01  WS-AUDITS-CARRIED         PIC 9(09) VALUE ZERO.
029900 01  WS-AUDITS-PRESENT         PIC 9(09) VALUE ZERO.
030000 01  WS-PARMS-APPLIED          PIC 9(09) VALUE ZERO.
030100 01  WS-SAVED-AUDIT            PIC X(100).
030200*****************************************************************
030300*    RSTRRPT REPORT LINES
030400*****************************************************************
030500 01  WS-TITLE-LINE.
030600     05  FILLER                PIC X(40) VALUE
030700         "STALIN SORT - MASTER RESTORE  AS OF RUN ".
030800     05  WS-TL-AS-OF           PIC 9(08).
030900     05  FILLER                PIC X(08) VALUE "  DATE: ".
031000     05  WS-TL-MM              PIC 9(2).
031100     05  FILLER                PIC X(01) VALUE "/".
031200     05  WS-TL-DD              PIC 9(2).
031300     05  FILLER                PIC X(01) VALUE "/".
031400     05  WS-TL-YYYY            PIC 9(4).
031500     05  FILLER                PIC X(14) VALUE SPACES.
031600 01  WS-SECTION-LINE.
031700     05  WS-SL-TEXT            PIC X(60).
031800     05  FILLER                PIC X(20) VALUE SPACES.
031900 01  WS-NOTE-LINE.
032000     05  FILLER                PIC X(02) VALUE SPACES.
032100     05  WS-NL-TEXT            PIC X(70).
032200     05  FILLER                PIC X(08) VALUE SPACES.
032300 01  WS-BACKUP-LINE.
032400     05  FILLER                PIC X(15) VALUE "  BACKUP TAKEN ".
032500     05  WS-BL-MM              PIC 9(2).
032600     05  FILLER                PIC X(01) VALUE "/".
032700     05  WS-BL-DD              PIC 9(2).
032800     05  FILLER                PIC X(01) VALUE "/".
032900     05  WS-BL-YYYY            PIC 9(4).
033000     05  FILLER                PIC X(04) VALUE " AT ".
033100     05  WS-BL-HH              PIC 9(2).
033200     05  FILLER                PIC X(01) VALUE ":".
033300     05  WS-BL-MIN             PIC 9(2).
033400     05  FILLER                PIC X(17) VALUE
033500         "  RUNINDEX ROWS: ".
033600     05  WS-BL-ROWS            PIC ZZZZZ9.
033700     05  FILLER                PIC X(23) VALUE SPACES.
033800 01  WS-MASTER-COLUMN-LINE.
033900     05  FILLER                PIC X(50) VALUE
034000         "  MASTER    BACKED UP        HASH TOTAL   RESTORED".
034100     05  FILLER                PIC X(30) VALUE SPACES.
034200 01  WS-MASTER-LINE.
034300     05  FILLER                PIC X(02) VALUE SPACES.
034400     05  WS-ML-MASTER          PIC X(08).
034500     05  FILLER                PIC X(02) VALUE SPACES.
034600     05  WS-ML-BACKED-UP       PIC ZZZZZZZZ9.
034700     05  FILLER                PIC X(02) VALUE SPACES.
034800     05  WS-ML-HASH            PIC -(15)9.
034900     05  FILLER                PIC X(02) VALUE SPACES.
035000     05  WS-ML-RESTORED        PIC ZZZZZZZZ9.
035100     05  FILLER                PIC X(30) VALUE SPACES.
035200 01  WS-COUNT-LINE.
035300     05  FILLER                PIC X(02) VALUE SPACES.
035400     05  WS-CL-TEXT            PIC X(50).
035500     05  WS-CL-COUNT           PIC ZZZZZZZZ9.
035600     05  FILLER                PIC X(19) VALUE SPACES.
035700 01  WS-PLAN-COLUMN-LINE.
035800     05  FILLER                PIC X(50) VALUE
035900         "  SEQ  RUN DATE    TYPE  REPLAYED BY".
036000     05  FILLER                PIC X(30) VALUE SPACES.
036100 01  WS-PLAN-LINE.
036200     05  FILLER                PIC X(02) VALUE SPACES.
036300     05  WS-PL-SEQ             PIC ZZ9.
036400     05  FILLER                PIC X(02) VALUE SPACES.
036500     05  WS-PL-MM              PIC 9(2).
036600     05  FILLER                PIC X(01) VALUE "/".
036700     05  WS-PL-DD              PIC 9(2).
036800     05  FILLER                PIC X(01) VALUE "/".
036900     05  WS-PL-YYYY            PIC 9(4).
037000     05  FILLER                PIC X(04) VALUE SPACES.
037100     05  WS-PL-TYPE            PIC X(01).
037200     05  FILLER                PIC X(05) VALUE SPACES.
037300     05  WS-PL-TEXT            PIC X(50).
037400     05  FILLER                PIC X(03) VALUE SPACES.
037500 01  WS-PLAN-SLOT-TEXT.
037600     05  FILLER                PIC X(12) VALUE "REPLAY PAIR ".
037700     05  WS-PS-SLOT            PIC 9.
037800     05  FILLER                PIC X(37) VALUE SPACES.
037900 01  WS-SLOT-NOTE-TEXT.
038000     05  FILLER                PIC X(12) VALUE "REPLAY PAIR ".
038100     05  WS-SN-SLOT            PIC 9.
038200     05  FILLER                PIC X(05) VALUE " IS: ".
038300     05  WS-SN-TEXT            PIC X(52).
038400 01  WS-VERDICT-LINE.
038500     05  FILLER                PIC X(09) VALUE "RESTORE: ".
038600     05  WS-VL-TEXT            PIC X(60).
038700     05  FILLER                PIC X(11) VALUE SPACES.
038800 PROCEDURE DIVISION.
038900*****************************************************************
039000*    0000-MAINLINE
039100*    EVERYTHING THAT CAN REFUSE THE RESTORE - THE CARD, THE
039200*    BACKUP, THE INDEX, THE REPLAY STEPS - IS PROVED FIRST.
039300*    THE MASTERS ARE ONLY OPENED ONCE ALL OF IT STANDS UP.
039400*****************************************************************
039500 0000-MAINLINE.
039600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039700     IF RETURN-CODE < 16
039800         PERFORM 2000-VERIFY-BACKUP THRU 2000-EXIT
039900     END-IF.
040000     IF RETURN-CODE < 16
040100         PERFORM 3000-BUILD-PLAN THRU 3000-EXIT
040200     END-IF.
040300     IF RETURN-CODE < 16
040400         PERFORM 3500-VERIFY-REPLAY-SLOTS THRU 3500-EXIT
040500     END-IF.
040600     IF RETURN-CODE < 16
040700         PERFORM 4000-OPEN-MASTERS THRU 4000-EXIT
040800     END-IF.
040900     IF RETURN-CODE < 16
041000         PERFORM 4500-RESTORE-MASTERS THRU 4500-EXIT
041100     END-IF.
041200     IF RETURN-CODE < 16
041300         PERFORM 5000-CARRY-FORWARD-FEEDS THRU 5000-EXIT
041400     END-IF.
041500     IF RETURN-CODE < 16
041600         PERFORM 5500-CARRY-FORWARD-PARMS THRU 5500-EXIT
041700     END-IF.
041800     PERFORM 6000-WRITE-VERDICT THRU 6000-EXIT.
041900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
042000     STOP RUN.
042100*****************************************************************
042200*    1000-INITIALIZE READS THE RSTRPRM CARD - AS-OF-DATE=
042300*    YYYYMMDD, REQUIRED, SAME CARD CONVENTIONS AS SORTVECT'S
042400*    RUNPARMS - AND OPENS THE REPORT, THE BACKUP AND THE INDEX.
042500*    A MISSING OR BAD CARD, OR ANY OF THE THREE FAILING TO
042600*    OPEN, IS RETURN-CODE 16 WITH NOTHING TOUCHED.
042700*****************************************************************
042800 1000-INITIALIZE.
042900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
043000     OPEN OUTPUT RESTORE-REPORT.
043100     IF WS-RESTORE-REPORT-STATUS NOT = "00"
043200         DISPLAY "MSTRREST: UNABLE TO OPEN RSTRRPT, STATUS = "
043300             WS-RESTORE-REPORT-STATUS
043400         MOVE 16 TO RETURN-CODE
043500     END-IF.
043600     PERFORM 1100-READ-RESTORE-PARMS THRU 1100-EXIT.
043700     MOVE WS-AS-OF-DATE TO WS-TL-AS-OF.
043800     MOVE WS-CURR-MM TO WS-TL-MM.
043900     MOVE WS-CURR-DD TO WS-TL-DD.
044000     MOVE WS-CURR-YYYY TO WS-TL-YYYY.
044100     PERFORM 8000-WRITE-TITLE THRU 8000-EXIT.
044200     IF WS-AS-OF-DATE = ZERO
044300         AND RETURN-CODE < 16
044400         MOVE "NO AS-OF-DATE CARD - NOTHING TO RESTORE TO"
044500             TO WS-NL-TEXT
044600         PERFORM 8900-REFUSE THRU 8900-EXIT
044700     END-IF.
044800     OPEN INPUT BACKUP-IN.
044900     IF WS-BACKUP-STATUS NOT = "00"
045000         DISPLAY "MSTRREST: UNABLE TO OPEN MSTRBKUP, STATUS = "
045100             WS-BACKUP-STATUS
045200         MOVE 'Y' TO WS-BACKUP-EOF-SWITCH
045300         MOVE 16 TO RETURN-CODE
045400     END-IF.
045500     OPEN INPUT RUN-INDEX-IN.
045600     IF WS-RUN-INDEX-STATUS NOT = "00"
045700         DISPLAY "MSTRREST: UNABLE TO OPEN RUNINDEX, STATUS = "
045800             WS-RUN-INDEX-STATUS
045900         MOVE 'Y' TO WS-INDEX-EOF-SWITCH
046000         MOVE 16 TO RETURN-CODE
046100     END-IF.
046200 1000-EXIT.
046300     EXIT.
046400 1100-READ-RESTORE-PARMS.
046500     OPEN INPUT RESTORE-PARMS.
046600     IF WS-RESTORE-PARMS-STATUS NOT = "00"
046700         GO TO 1100-EXIT
046800     END-IF.
046900     PERFORM 1110-PROCESS-PARM-CARD THRU 1110-EXIT
047000         UNTIL WS-PARMS-EOF.
047100     CLOSE RESTORE-PARMS.
047200 1100-EXIT.
047300     EXIT.
047400 1110-PROCESS-PARM-CARD.
047500     READ RESTORE-PARMS INTO WS-RESTORE-CARD
047600         AT END
047700             MOVE 'Y' TO WS-PARMS-EOF-SWITCH
047800             GO TO 1110-EXIT
047900     END-READ.
048000     IF WS-RESTORE-CARD = SPACES
048100         OR WS-RESTORE-CARD(1:1) = "*"
048200         GO TO 1110-EXIT
048300     END-IF.
048400     IF WS-RESTORE-CARD(1:11) = "AS-OF-DATE="
048500         MOVE WS-RESTORE-CARD(12:8) TO WS-CHECK-DATE
048600         IF WS-CHECK-DATE-N NOT NUMERIC
048700             PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
048800             GO TO 1110-EXIT
048900         END-IF
049000         MOVE WS-CHECK-DATE-N TO WS-AS-OF-DATE
049100         IF WS-AO-MM < 1 OR WS-AO-MM > 12
049200             OR WS-AO-DD < 1 OR WS-AO-DD > 31
049300             MOVE ZERO TO WS-AS-OF-DATE
049400             PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
049500         END-IF
049600         GO TO 1110-EXIT
049700     END-IF.
049800     DISPLAY "MSTRREST: UNRECOGNIZED CONTROL CARD: "
049900         WS-RESTORE-CARD(1:20).
050000 1110-EXIT.
050100     EXIT.
050200 1120-REJECT-PARM-CARD.
050300     DISPLAY "MSTRREST: INVALID CONTROL CARD: "
050400         WS-RESTORE-CARD(1:30).
050500     MOVE 'Y' TO WS-PARMS-EOF-SWITCH.
050600     MOVE 16 TO RETURN-CODE.
050700 1120-EXIT.
050800     EXIT.
050900*****************************************************************
051000*    2000-VERIFY-BACKUP
051100*    PASS ONE OVER THE BACKUP, RESTORING NOTHING.  THE FIRST
051200*    RECORD MUST BE THE HEADER FOR THE AS-OF RUN; THE MASTERS
051300*    MUST FOLLOW IN MSTRBKUP'S ORDER, EACH CLOSED BY A TRAILER
051400*    WHOSE COUNT AND HASH THE DATA RECORDS AGREE WITH; AND THE
051500*    END RECORD MUST CLOSE IT ALL.  AS IN ARCHPURG, THE JCL'S
051600*    RELATIVE GENERATION NUMBER IS A SCHEDULE ASSUMPTION - THE
051700*    HEADER DATE IS THE FACT.
051800*****************************************************************
051900 2000-VERIFY-BACKUP.
052000     MOVE 1 TO WS-MASTER-SUB.
052100     MOVE ZERO TO WS-SECTION-COUNT.
052200     MOVE ZERO TO WS-SECTION-HASH.
052300     PERFORM 2100-VERIFY-ONE-RECORD THRU 2100-EXIT
052400         UNTIL WS-BACKUP-EOF.
052500     IF RETURN-CODE = 16
052600         GO TO 2000-EXIT
052700     END-IF.
052800     IF WS-BACKUP-RECORDS = ZERO
052900         MOVE "MSTRBKUP GENERATION IS EMPTY" TO WS-NL-TEXT
053000         PERFORM 8900-REFUSE THRU 8900-EXIT
053100         GO TO 2000-EXIT
053200     END-IF.
053300     IF NOT WS-END-SEEN
053400         MOVE "MSTRBKUP HAS NO END RECORD - THAT BACKUP NEVER FINI
053500-            "SHED" TO WS-NL-TEXT
053600         PERFORM 8900-REFUSE THRU 8900-EXIT
053700         GO TO 2000-EXIT
053800     END-IF.
053900     MOVE "BACKUP PROVED" TO WS-SL-TEXT.
054000     PERFORM 8100-WRITE-SECTION THRU 8100-EXIT.
054100     MOVE WS-TK-MM TO WS-BL-MM.
054200     MOVE WS-TK-DD TO WS-BL-DD.
054300     MOVE WS-TK-YYYY TO WS-BL-YYYY.
054400     MOVE WS-TK-HH TO WS-BL-HH.
054500     MOVE WS-TK-MIN TO WS-BL-MIN.
054600     MOVE WS-BACKUP-INDEX-ROWS TO WS-BL-ROWS.
054700     WRITE RESTORE-REPORT-RECORD FROM WS-BACKUP-LINE.
054800 2000-EXIT.
054900     EXIT.
055000 2100-VERIFY-ONE-RECORD.
055100     READ BACKUP-IN
055200         AT END
055300             MOVE 'Y' TO WS-BACKUP-EOF-SWITCH
055400             GO TO 2100-EXIT
055500     END-READ.
055600     ADD 1 TO WS-BACKUP-RECORDS.
055700     IF WS-BACKUP-RECORDS = 1
055800         PERFORM 2200-CHECK-HEADER THRU 2200-EXIT
055900         GO TO 2100-EXIT
056000     END-IF.
056100     IF WS-END-SEEN
056200         OR BK-RUN-DATE NOT = WS-AS-OF-DATE
056300         MOVE "MSTRBKUP CARRIES RECORDS FROM ANOTHER RUN OR PAST I
056400-            "TS END RECORD" TO WS-NL-TEXT
056500         PERFORM 8900-REFUSE THRU 8900-EXIT
056600         GO TO 2100-EXIT
056700     END-IF.
056800     IF BK-IS-END
056900         PERFORM 2500-CHECK-END THRU 2500-EXIT
057000         GO TO 2100-EXIT
057100     END-IF.
057200     IF WS-MASTER-SUB > WS-MASTER-MAX
057300         OR BK-MASTER-ID NOT = WS-MASTER-NAME(WS-MASTER-SUB)
057400         OR NOT (BK-IS-DATA OR BK-IS-TRAILER)
057500         MOVE "MSTRBKUP MASTERS ARE OUT OF ORDER OR MISSING"
057600             TO WS-NL-TEXT
057700         PERFORM 8900-REFUSE THRU 8900-EXIT
057800         GO TO 2100-EXIT
057900     END-IF.
058000     IF BK-IS-TRAILER
058100         PERFORM 2400-CHECK-TRAILER THRU 2400-EXIT
058200         GO TO 2100-EXIT
058300     END-IF.
058400     ADD 1 TO WS-SECTION-COUNT.
058500     ADD 1 TO WS-DATA-RECORDS.
058600     PERFORM 2300-ADD-HASH THRU 2300-EXIT.
058700 2100-EXIT.
058800     EXIT.
058900 2200-CHECK-HEADER.
059000     IF NOT BK-IS-HEADER
059100         MOVE "MSTRBKUP HAS NO HEADER RECORD" TO WS-NL-TEXT
059200         PERFORM 8900-REFUSE THRU 8900-EXIT
059300         GO TO 2200-EXIT
059400     END-IF.
059500     IF BK-RUN-DATE NOT = WS-AS-OF-DATE
059600         DISPLAY "MSTRREST: MSTRBKUP GENERATION IS RUN "
059700             BK-RUN-DATE " NOT AS-OF RUN " WS-AS-OF-DATE
059800         MOVE "MSTRBKUP GENERATION IS NOT THE AS-OF RUN'S - RE-POI
059900-            "NT THE DD" TO WS-NL-TEXT
060000         PERFORM 8900-REFUSE THRU 8900-EXIT
060100         GO TO 2200-EXIT
060200     END-IF.
060300     MOVE BK-H-INDEX-ROWS TO WS-BACKUP-INDEX-ROWS.
060400     MOVE BK-H-TAKEN-DATE TO WS-TAKEN-DATE.
060500     MOVE BK-H-TAKEN-TIME TO WS-TAKEN-TIME.
060600 2200-EXIT.
060700     EXIT.
060800 2300-ADD-HASH.
060900     MOVE BK-PAYLOAD TO WS-CHECK-IMAGE.
061000     IF WS-MASTER-SUB = WS-SVEC-SUB
061100         OR WS-MASTER-SUB = WS-RSLT-SUB
061200         IF WS-CV-VALUE NUMERIC
061300             ADD WS-CV-VALUE TO WS-SECTION-HASH
061400         END-IF
061500         GO TO 2300-EXIT
061600     END-IF.
061700     IF WS-MASTER-SUB = WS-PARM-SUB
061800         IF WS-CV-PARM-DATE NUMERIC
061900             ADD WS-CV-PARM-DATE TO WS-SECTION-HASH
062000         END-IF
062100         GO TO 2300-EXIT
062200     END-IF.
062300     IF WS-MASTER-SUB = WS-AUDIT-SUB
062400         IF WS-CV-AUDIT-DATE NUMERIC
062500             ADD WS-CV-AUDIT-DATE TO WS-SECTION-HASH
062600         END-IF
062700         GO TO 2300-EXIT
062800     END-IF.
062900     IF WS-CV-SERIAL NUMERIC
063000         ADD WS-CV-SERIAL TO WS-SECTION-HASH
063100     END-IF.
063200 2300-EXIT.
063300     EXIT.
063400 2400-CHECK-TRAILER.
063500     IF BK-T-RECORD-COUNT NOT = WS-SECTION-COUNT
063600         OR BK-T-HASH-TOTAL NOT = WS-SECTION-HASH
063700         DISPLAY "MSTRREST: " BK-MASTER-ID " TRAILER SAYS "
063800             BK-T-RECORD-COUNT " RECORDS, BACKUP HOLDS "
063900             WS-SECTION-COUNT
064000         MOVE "A MASTER ON MSTRBKUP DOES NOT PROVE AGAINST ITS TRA
064100-            "ILER" TO WS-NL-TEXT
064200         PERFORM 8900-REFUSE THRU 8900-EXIT
064300         GO TO 2400-EXIT
064400     END-IF.
064500     MOVE WS-SECTION-COUNT TO WS-ME-BACKED-UP(WS-MASTER-SUB).
064600     MOVE WS-SECTION-HASH TO WS-ME-HASH(WS-MASTER-SUB).
064700     MOVE ZERO TO WS-ME-RESTORED(WS-MASTER-SUB).
064800     ADD 1 TO WS-MASTER-SUB.
064900     MOVE ZERO TO WS-SECTION-COUNT.
065000     MOVE ZERO TO WS-SECTION-HASH.
065100 2400-EXIT.
065200     EXIT.
065300 2500-CHECK-END.
065400     IF WS-MASTER-SUB NOT = WS-MASTER-MAX + 1
065500         OR BK-E-MASTER-COUNT NOT = WS-MASTER-MAX
065600         OR BK-E-RECORD-COUNT NOT = WS-DATA-RECORDS
065700         MOVE "MSTRBKUP END RECORD DOES NOT AGREE WITH ITS MASTER
065800-            "S" TO WS-NL-TEXT
065900         PERFORM 8900-REFUSE THRU 8900-EXIT
066000         GO TO 2500-EXIT
066100     END-IF.
066200     MOVE 'Y' TO WS-END-SEEN-SWITCH.
066300 2500-EXIT.
066400     EXIT.
066500*****************************************************************
066600*    3000-BUILD-PLAN
066700*    EVERY RUNINDEX ROW PAST THE BACKUP'S ROW COUNT IS A RUN
066800*    MADE SINCE THE BACKUP - NIGHTLY, PARALLEL OR CORRECTION -
066900*    IN THE ORDER IT RAN.  THE ROW AT THE COUNT ITSELF MUST BE
067000*    THE AS-OF RUN, OR THE INDEX HAS BEEN REPLACED SINCE AND THE
067100*    PLAN CANNOT BE TRUSTED.
067200*****************************************************************
067300 3000-BUILD-PLAN.
067400     PERFORM 3100-READ-INDEX-ROW THRU 3100-EXIT
067500         UNTIL WS-INDEX-EOF.
067600     IF RETURN-CODE = 16
067700         GO TO 3000-EXIT
067800     END-IF.
067900     IF WS-INDEX-ROW < WS-BACKUP-INDEX-ROWS
068000         OR WS-INDEX-ROW-DATE NOT = WS-AS-OF-DATE
068100         MOVE "RUNINDEX NO LONGER AGREES WITH THE BACKUP - THE AS
068200-            "-OF RUN IS NOT WHERE IT WAS" TO WS-NL-TEXT
068300         PERFORM 8900-REFUSE THRU 8900-EXIT
068400     END-IF.
068500 3000-EXIT.
068600     EXIT.
068700 3100-READ-INDEX-ROW.
068800     READ RUN-INDEX-IN
068900         AT END
069000             MOVE 'Y' TO WS-INDEX-EOF-SWITCH
069100             GO TO 3100-EXIT
069200     END-READ.
069300     ADD 1 TO WS-INDEX-ROW.
069400     IF WS-INDEX-ROW = WS-BACKUP-INDEX-ROWS
069500         MOVE RX-RUN-DATE TO WS-INDEX-ROW-DATE
069600         GO TO 3100-EXIT
069700     END-IF.
069800     IF WS-INDEX-ROW < WS-BACKUP-INDEX-ROWS
069900         GO TO 3100-EXIT
070000     END-IF.
070100     IF WS-PLAN-COUNT NOT < WS-PLAN-MAX
070200         MOVE "MORE RUNS SINCE THE BACKUP THAN THE PLAN HOLDS - RE
070300-            "STORE A NEWER BACKUP" TO WS-NL-TEXT
070400         PERFORM 8900-REFUSE THRU 8900-EXIT
070500         MOVE 'Y' TO WS-INDEX-EOF-SWITCH
070600         GO TO 3100-EXIT
070700     END-IF.
070800     ADD 1 TO WS-PLAN-COUNT.
070900     MOVE RX-RUN-DATE TO WS-PE-DATE(WS-PLAN-COUNT).
071000     MOVE RX-RUN-TYPE TO WS-PE-TYPE(WS-PLAN-COUNT).
071100     MOVE ZERO TO WS-PE-SLOT(WS-PLAN-COUNT).
071200 3100-EXIT.
071300     EXIT.
071400*****************************************************************
071500*    3500-VERIFY-REPLAY-SLOTS
071600*    EACH REPLAY STEP PAIR IN THE JOB HAS A RPLYCHKN DD IN THIS
071700*    STEP POINTED AT THE SAME RELATIVE GENERATION OF SORTEDOUT;
071800*    AN UNUSED PAIR'S DD IS DUMMY.  EVERY PAIR IN USE MUST NAME
071900*    A RUN MADE SINCE THE BACKUP, THE PAIRS MUST RUN OLDEST
072000*    FIRST WITH NO GAP, AND NO RUN MAY BE REPLAYED TWICE - ANY
072100*    OF THOSE WRONG IS RETURN-CODE 16 WITH NOTHING TOUCHED.  A
072200*    RUN LEFT WITH NO PAIR IS ONLY A WARNING: A PARALLEL NIGHT
072300*    WHOSE STREAM FAILED OR A RESTART'S SECOND INDEX ROW MADE NO
072400*    GENERATION OF ITS OWN, SO THERE IS NOTHING TO REPLAY.
072500*****************************************************************
072600 3500-VERIFY-REPLAY-SLOTS.
072700     MOVE ZERO TO WS-PRIOR-SLOT-DATE.
072800     PERFORM 3510-CHECK-ONE-SLOT THRU 3510-EXIT
072900         VARYING WS-SLOT-SUB FROM 1 BY 1
073000         UNTIL WS-SLOT-SUB > WS-SLOT-MAX
073100         OR RETURN-CODE = 16.
073200     IF RETURN-CODE = 16
073300         GO TO 3500-EXIT
073400     END-IF.
073500     MOVE "RUNS SINCE THE BACKUP, TO BE REPLAYED OLDEST FIRST"
073600         TO WS-SL-TEXT.
073700     PERFORM 8100-WRITE-SECTION THRU 8100-EXIT.
073800     IF WS-PLAN-COUNT = ZERO
073900         MOVE "NONE - THE RESTORED MASTERS ARE ALREADY CURRENT"
074000             TO WS-NL-TEXT
074100         WRITE RESTORE-REPORT-RECORD FROM WS-NOTE-LINE
074200         GO TO 3500-EXIT
074300     END-IF.
074400     WRITE RESTORE-REPORT-RECORD FROM WS-PLAN-COLUMN-LINE.
074500     PERFORM 3600-WRITE-PLAN-LINE THRU 3600-EXIT
074600         VARYING WS-PLAN-SUB FROM 1 BY 1
074700         UNTIL WS-PLAN-SUB > WS-PLAN-COUNT.
074800     IF WS-PLAN-UNCOVERED > ZERO
074900         MOVE "A RUN WITH NO REPLAY PAIR MUST HAVE MADE NO GENERAT
075000-            "ION - CHECK ITS JOB LOG" TO WS-NL-TEXT
075100         WRITE RESTORE-REPORT-RECORD FROM WS-NOTE-LINE
075200         DISPLAY "MSTRREST: " WS-PLAN-UNCOVERED
075300             " RUN(S) SINCE THE BACKUP HAVE NO REPLAY PAIR"
075400         IF RETURN-CODE < 4
075500             MOVE 4 TO RETURN-CODE
075600         END-IF
075700     END-IF.
075800 3500-EXIT.
075900     EXIT.
076000 3510-CHECK-ONE-SLOT.
076100     MOVE ZERO TO WS-SLOT-DATE(WS-SLOT-SUB).
076200     MOVE ZERO TO WS-SLOT-RECORDS.
076300     MOVE 'N' TO WS-CHECK-EOF-SWITCH.
076400     PERFORM 3700-OPEN-SLOT THRU 3700-EXIT.
076500     IF WS-REPLAY-CHECK-STATUS NOT = "00"
076600         MOVE 'Y' TO WS-SLOT-GAP-SWITCH
076700         GO TO 3510-EXIT
076800     END-IF.
076900     PERFORM 3520-SCAN-FOR-RUN-DATE THRU 3520-EXIT
077000         UNTIL WS-CHECK-EOF.
077100     PERFORM 3900-CLOSE-SLOT THRU 3900-EXIT.
077200     IF RETURN-CODE = 16
077300         GO TO 3510-EXIT
077400     END-IF.
077500     MOVE WS-SLOT-SUB TO WS-SN-SLOT.
077600     IF WS-SLOT-RECORDS = ZERO
077700         MOVE 'Y' TO WS-SLOT-GAP-SWITCH
077800         GO TO 3510-EXIT
077900     END-IF.
078000     IF WS-SLOT-DATE(WS-SLOT-SUB) = ZERO
078100         MOVE "A FILE WITH NO RUN DATE HEADER" TO WS-SN-TEXT
078200         PERFORM 3550-REFUSE-SLOT THRU 3550-EXIT
078300         GO TO 3510-EXIT
078400     END-IF.
078500     IF WS-SLOT-GAP
078600         MOVE "IN USE AFTER AN UNUSED ONE" TO WS-SN-TEXT
078700         PERFORM 3550-REFUSE-SLOT THRU 3550-EXIT
078800         GO TO 3510-EXIT
078900     END-IF.
079000     IF WS-SLOT-DATE(WS-SLOT-SUB) < WS-PRIOR-SLOT-DATE
079100         MOVE "OLDER THAN THE PAIR BEFORE IT" TO WS-SN-TEXT
079200         PERFORM 3550-REFUSE-SLOT THRU 3550-EXIT
079300         GO TO 3510-EXIT
079400     END-IF.
079500     MOVE WS-SLOT-DATE(WS-SLOT-SUB) TO WS-PRIOR-SLOT-DATE.
079600     MOVE 'N' TO WS-PLAN-HIT-SWITCH.
079700     PERFORM 3530-MATCH-PLAN-ENTRY THRU 3530-EXIT
079800         VARYING WS-PLAN-SUB FROM 1 BY 1
079900         UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
080000         OR WS-PLAN-HIT.
080100     IF NOT WS-PLAN-HIT
080200         MOVE "NOT A RUN SINCE THE BACKUP OR ONE REPLAYED ALREADY"
080300             TO WS-SN-TEXT
080400         PERFORM 3550-REFUSE-SLOT THRU 3550-EXIT
080500         GO TO 3510-EXIT
080600     END-IF.
080700     ADD 1 TO WS-SLOTS-USED.
080800 3510-EXIT.
080900     EXIT.
081000 3520-SCAN-FOR-RUN-DATE.
081100     PERFORM 3800-READ-SLOT THRU 3800-EXIT.
081200     IF WS-CHECK-EOF
081300         GO TO 3520-EXIT
081400     END-IF.
081500     ADD 1 TO WS-SLOT-RECORDS.
081600     IF WS-CHECK-RECORD(1:10) NOT = "RUN DATE: "
081700         GO TO 3520-EXIT
081800     END-IF.
081900     MOVE 'Y' TO WS-CHECK-EOF-SWITCH.
082000     MOVE WS-CHECK-RECORD(17:4) TO WS-CD-YYYY.
082100     MOVE WS-CHECK-RECORD(11:2) TO WS-CD-MM.
082200     MOVE WS-CHECK-RECORD(14:2) TO WS-CD-DD.
082300     IF WS-CHECK-DATE-N NOT NUMERIC
082400         MOVE WS-SLOT-SUB TO WS-SN-SLOT
082500         MOVE "A SORTEDOUT WITH AN UNREADABLE RUN DATE" TO
082600             WS-SN-TEXT
082700         PERFORM 3550-REFUSE-SLOT THRU 3550-EXIT
082800         GO TO 3520-EXIT
082900     END-IF.
083000     MOVE WS-CHECK-DATE-N TO WS-SLOT-DATE(WS-SLOT-SUB).
083100 3520-EXIT.
083200     EXIT.
083300 3530-MATCH-PLAN-ENTRY.
083400     IF WS-PE-DATE(WS-PLAN-SUB) = WS-SLOT-DATE(WS-SLOT-SUB)
083500         AND WS-PE-SLOT(WS-PLAN-SUB) = ZERO
083600         MOVE WS-SLOT-SUB TO WS-PE-SLOT(WS-PLAN-SUB)
083700         MOVE 'Y' TO WS-PLAN-HIT-SWITCH
083800     END-IF.
083900 3530-EXIT.
084000     EXIT.
084100 3550-REFUSE-SLOT.
084200     DISPLAY "MSTRREST: REPLAY PAIR " WS-SLOT-SUB " IS RUN "
084300         WS-SLOT-DATE(WS-SLOT-SUB).
084400     MOVE WS-SLOT-NOTE-TEXT TO WS-NL-TEXT.
084500     PERFORM 8900-REFUSE THRU 8900-EXIT.
084600 3550-EXIT.
084700     EXIT.
084800 3600-WRITE-PLAN-LINE.
084900     MOVE WS-PLAN-SUB TO WS-PL-SEQ.
085000     MOVE WS-PE-DATE(WS-PLAN-SUB) TO WS-CHECK-DATE-N.
085100     MOVE WS-CD-MM TO WS-PL-MM.
085200     MOVE WS-CD-DD TO WS-PL-DD.
085300     MOVE WS-CD-YYYY TO WS-PL-YYYY.
085400     MOVE WS-PE-TYPE(WS-PLAN-SUB) TO WS-PL-TYPE.
085500     IF WS-PE-SLOT(WS-PLAN-SUB) = ZERO
085600         MOVE "NO REPLAY PAIR" TO WS-PL-TEXT
085700         ADD 1 TO WS-PLAN-UNCOVERED
085800     ELSE
085900         MOVE WS-PE-SLOT(WS-PLAN-SUB) TO WS-PS-SLOT
086000         MOVE WS-PLAN-SLOT-TEXT TO WS-PL-TEXT
086100     END-IF.
086200     WRITE RESTORE-REPORT-RECORD FROM WS-PLAN-LINE.
086300 3600-EXIT.
086400     EXIT.
086500*****************************************************************
086600*    3700/3800/3900 - OPEN, READ AND CLOSE WHICHEVER RPLYCHKN
086700*    DD WS-SLOT-SUB NAMES.  A DUMMY DD OPENS AND READS AS AN
086800*    EMPTY FILE, WHICH IS WHAT AN UNUSED PAIR LOOKS LIKE.
086900*****************************************************************
087000 3700-OPEN-SLOT.
087100     EVALUATE WS-SLOT-SUB
087200         WHEN 1
087300             OPEN INPUT REPLAY-CHECK-1
087400         WHEN 2
087500             OPEN INPUT REPLAY-CHECK-2
087600         WHEN 3
087700             OPEN INPUT REPLAY-CHECK-3
087800         WHEN 4
087900             OPEN INPUT REPLAY-CHECK-4
088000         WHEN 5
088100             OPEN INPUT REPLAY-CHECK-5
088200         WHEN OTHER
088300             OPEN INPUT REPLAY-CHECK-6
088400     END-EVALUATE.
088500 3700-EXIT.
088600     EXIT.
088700 3800-READ-SLOT.
088800     EVALUATE WS-SLOT-SUB
088900         WHEN 1
089000             READ REPLAY-CHECK-1 INTO WS-CHECK-RECORD
089100                 AT END MOVE 'Y' TO WS-CHECK-EOF-SWITCH
089200             END-READ
089300         WHEN 2
089400             READ REPLAY-CHECK-2 INTO WS-CHECK-RECORD
089500                 AT END MOVE 'Y' TO WS-CHECK-EOF-SWITCH
089600             END-READ
089700         WHEN 3
089800             READ REPLAY-CHECK-3 INTO WS-CHECK-RECORD
089900                 AT END MOVE 'Y' TO WS-CHECK-EOF-SWITCH
090000             END-READ
090100         WHEN 4
090200             READ REPLAY-CHECK-4 INTO WS-CHECK-RECORD
090300                 AT END MOVE 'Y' TO WS-CHECK-EOF-SWITCH
090400             END-READ
090500         WHEN 5
090600             READ REPLAY-CHECK-5 INTO WS-CHECK-RECORD
090700                 AT END MOVE 'Y' TO WS-CHECK-EOF-SWITCH
090800             END-READ
090900         WHEN OTHER
091000             READ REPLAY-CHECK-6 INTO WS-CHECK-RECORD
091100                 AT END MOVE 'Y' TO WS-CHECK-EOF-SWITCH
091200             END-READ
091300     END-EVALUATE.
091400 3800-EXIT.
091500     EXIT.
091600 3900-CLOSE-SLOT.
091700     EVALUATE WS-SLOT-SUB
091800         WHEN 1
091900             CLOSE REPLAY-CHECK-1
092000         WHEN 2
092100             CLOSE REPLAY-CHECK-2
092200         WHEN 3
092300             CLOSE REPLAY-CHECK-3
092400         WHEN 4
092500             CLOSE REPLAY-CHECK-4
092600         WHEN 5
092700             CLOSE REPLAY-CHECK-5
092800         WHEN OTHER
092900             CLOSE REPLAY-CHECK-6
093000     END-EVALUATE.
093100 3900-EXIT.
093200     EXIT.
093300*****************************************************************
093400*    4000-OPEN-MASTERS
093500*    FROM HERE ON THE MASTERS ARE BEING REPLACED.  SVECMSTR,
093600*    RSLTMSTR AND RSLTXREF ARE REUSE CLUSTERS AND RESET ON
093700*    OPEN OUTPUT, AS SVECRECV AND RSLTLOAD RESET THEM.  PARMMSTR
093800*    AND PARMAUDT ARE NOT REUSE, SO EVERY RECORD IN THEM IS
093900*    DELETED INSTEAD; ONE NEVER LOADED OPENS OUTPUT.  FEEDCTL IS
094000*    SEQUENTIAL AND IS SIMPLY REWRITTEN.  ANY FAILURE FROM HERE
094100*    ON LEAVES THE MASTERS PART-RESTORED - RESUBMIT FROM THE
094200*    RESTORE STEP, WHICH STARTS EVERY MASTER OVER.
094300*****************************************************************
094400 4000-OPEN-MASTERS.
094500     MOVE 'Y' TO WS-MASTERS-RESET-SWITCH.
094600     OPEN OUTPUT SVEC-MASTER.
094700     IF WS-SVEC-MASTER-STATUS NOT = "00"
094800         DISPLAY "MSTRREST: UNABLE TO OPEN SVECMSTR, STATUS = "
094900             WS-SVEC-MASTER-STATUS
095000         GO TO 4000-OPEN-FAILED
095100     END-IF.
095200     OPEN OUTPUT RSLT-MASTER.
095300     IF WS-RSLT-MASTER-STATUS NOT = "00"
095400         DISPLAY "MSTRREST: UNABLE TO OPEN RSLTMSTR, STATUS = "
095500             WS-RSLT-MASTER-STATUS
095600         GO TO 4000-OPEN-FAILED
095700     END-IF.
095800     OPEN OUTPUT RSLT-XREF.
095900     IF WS-RSLT-XREF-STATUS NOT = "00"
096000         DISPLAY "MSTRREST: UNABLE TO OPEN RSLTXREF, STATUS = "
096100             WS-RSLT-XREF-STATUS
096200         GO TO 4000-OPEN-FAILED
096300     END-IF.
096400     OPEN I-O PARM-MASTER.
096500     IF WS-PARM-MASTER-STATUS = "00"
096600         PERFORM 4100-PURGE-PARM-MASTER THRU 4100-EXIT
096700     ELSE
096800         OPEN OUTPUT PARM-MASTER
096900         IF WS-PARM-MASTER-STATUS NOT = "00"
097000             DISPLAY "MSTRREST: UNABLE TO OPEN PARMMSTR, STATUS "
097100                 WS-PARM-MASTER-STATUS
097200             GO TO 4000-OPEN-FAILED
097300         END-IF
097400     END-IF.
097500     IF RETURN-CODE = 16
097600         GO TO 4000-EXIT
097700     END-IF.
097800     OPEN I-O PARM-AUDIT.
097900     IF WS-PARM-AUDIT-STATUS = "00"
098000         PERFORM 4200-PURGE-PARM-AUDIT THRU 4200-EXIT
098100     ELSE
098200         OPEN OUTPUT PARM-AUDIT
098300         IF WS-PARM-AUDIT-STATUS NOT = "00"
098400             DISPLAY "MSTRREST: UNABLE TO OPEN PARMAUDT, STATUS "
098500                 WS-PARM-AUDIT-STATUS
098600             GO TO 4000-OPEN-FAILED
098700         END-IF
098800     END-IF.
098900     IF RETURN-CODE = 16
099000         GO TO 4000-EXIT
099100     END-IF.
099200     OPEN OUTPUT FEED-CONTROL-OUT.
099300     IF WS-FEED-CONTROL-STATUS NOT = "00"
099400         DISPLAY "MSTRREST: UNABLE TO OPEN FEEDCTL, STATUS = "
099500             WS-FEED-CONTROL-STATUS
099600         GO TO 4000-OPEN-FAILED
099700     END-IF.
099800     GO TO 4000-EXIT.
099900 4000-OPEN-FAILED.
100000     PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT.
100100 4000-EXIT.
100200     EXIT.
100300 4100-PURGE-PARM-MASTER.
100400     MOVE ZERO TO WS-PURGED-COUNT.
100500     MOVE 'N' TO WS-PURGE-EOF-SWITCH.
100600     MOVE LOW-VALUES TO PM-KEY.
100700     START PARM-MASTER KEY IS NOT LESS THAN PM-KEY
100800         INVALID KEY
100900             GO TO 4100-EXIT
101000     END-START.
101100     PERFORM 4110-DELETE-PARM THRU 4110-EXIT
101200         UNTIL WS-PURGE-EOF.
101300     DISPLAY "MSTRREST: PARMMSTR RECORDS CLEARED: "
101400         WS-PURGED-COUNT.
101500 4100-EXIT.
101600     EXIT.
101700 4110-DELETE-PARM.
101800     READ PARM-MASTER NEXT
101900         AT END
102000             MOVE 'Y' TO WS-PURGE-EOF-SWITCH
102100             GO TO 4110-EXIT
102200     END-READ.
102300     DELETE PARM-MASTER RECORD
102400         INVALID KEY
102500             DISPLAY "MSTRREST: PARMMSTR DELETE FAILED, KEY = "
102600                 PM-KEY
102700             MOVE 'Y' TO WS-PURGE-EOF-SWITCH
102800             PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
102900             GO TO 4110-EXIT
103000     END-DELETE.
103100     ADD 1 TO WS-PURGED-COUNT.
103200 4110-EXIT.
103300     EXIT.
103400 4200-PURGE-PARM-AUDIT.
103500     MOVE ZERO TO WS-PURGED-COUNT.
103600     MOVE 'N' TO WS-PURGE-EOF-SWITCH.
103700     MOVE LOW-VALUES TO PA-KEY.
103800     START PARM-AUDIT KEY IS NOT LESS THAN PA-KEY
103900         INVALID KEY
104000             GO TO 4200-EXIT
104100     END-START.
104200     PERFORM 4210-DELETE-AUDIT THRU 4210-EXIT
104300         UNTIL WS-PURGE-EOF.
104400     DISPLAY "MSTRREST: PARMAUDT RECORDS CLEARED: "
104500         WS-PURGED-COUNT.
104600 4200-EXIT.
104700     EXIT.
104800 4210-DELETE-AUDIT.
104900     READ PARM-AUDIT NEXT
105000         AT END
105100             MOVE 'Y' TO WS-PURGE-EOF-SWITCH
105200             GO TO 4210-EXIT
105300     END-READ.
105400     DELETE PARM-AUDIT RECORD
105500         INVALID KEY
105600             DISPLAY "MSTRREST: PARMAUDT DELETE FAILED, KEY = "
105700                 PA-KEY
105800             MOVE 'Y' TO WS-PURGE-EOF-SWITCH
105900             PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
106000             GO TO 4210-EXIT
106100     END-DELETE.
106200     ADD 1 TO WS-PURGED-COUNT.
106300 4210-EXIT.
106400     EXIT.
106500*****************************************************************
106600*    4500-RESTORE-MASTERS
106700*    PASS TWO OVER THE BACKUP, NOW PROVED.  EVERY DATA RECORD'S
106800*    PAYLOAD GOES BACK TO ITS MASTER AS IT WAS COPIED OUT - IN
106900*    KEY ORDER, SO THE KEYED MASTERS LOAD SEQUENTIALLY.  EACH
107000*    RESTORED RSLTMSTR RECORD WITH A REFERENCE KEY ALSO PUTS
107100*    BACK ITS RSLTXREF RECORD, SO THE CROSS-REFERENCE NEEDS NO
107200*    BACKUP OF ITS OWN.
107300*****************************************************************
107400 4500-RESTORE-MASTERS.
107500     CLOSE BACKUP-IN.
107600     OPEN INPUT BACKUP-IN.
107700     IF WS-BACKUP-STATUS NOT = "00"
107800         DISPLAY "MSTRREST: UNABLE TO REOPEN MSTRBKUP, STATUS = "
107900             WS-BACKUP-STATUS
108000         PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
108100         GO TO 4500-EXIT
108200     END-IF.
108300     MOVE 'N' TO WS-BACKUP-EOF-SWITCH.
108400     PERFORM 4600-RESTORE-ONE-RECORD THRU 4600-EXIT
108500         UNTIL WS-BACKUP-EOF.
108600     IF RETURN-CODE = 16
108700         GO TO 4500-EXIT
108800     END-IF.
108900     MOVE "MASTERS RESTORED" TO WS-SL-TEXT.
109000     PERFORM 8100-WRITE-SECTION THRU 8100-EXIT.
109100     WRITE RESTORE-REPORT-RECORD FROM WS-MASTER-COLUMN-LINE.
109200     PERFORM 4700-CHECK-RESTORED THRU 4700-EXIT
109300         VARYING WS-MASTER-SUB FROM 1 BY 1
109400         UNTIL WS-MASTER-SUB > WS-MASTER-MAX.
109500     MOVE "RSLTXREF RECORDS REBUILT FROM RSLTMSTR" TO WS-CL-TEXT.
109600     MOVE WS-XREF-WRITTEN TO WS-CL-COUNT.
109700     WRITE RESTORE-REPORT-RECORD FROM WS-COUNT-LINE.
109800 4500-EXIT.
109900     EXIT.
110000 4600-RESTORE-ONE-RECORD.
110100     READ BACKUP-IN
110200         AT END
110300             MOVE 'Y' TO WS-BACKUP-EOF-SWITCH
110400             GO TO 4600-EXIT
110500     END-READ.
110600     IF NOT BK-IS-DATA
110700         GO TO 4600-EXIT
110800     END-IF.
110900     EVALUATE BK-MASTER-ID
111000         WHEN WS-MASTER-NAME(WS-SVEC-SUB)
111100             PERFORM 4610-RESTORE-SVEC THRU 4610-EXIT
111200         WHEN WS-MASTER-NAME(WS-RSLT-SUB)
111300             PERFORM 4620-RESTORE-RSLT THRU 4620-EXIT
111400         WHEN WS-MASTER-NAME(WS-PARM-SUB)
111500             PERFORM 4630-RESTORE-PARM THRU 4630-EXIT
111600         WHEN WS-MASTER-NAME(WS-AUDIT-SUB)
111700             PERFORM 4640-RESTORE-AUDIT THRU 4640-EXIT
111800         WHEN OTHER
111900             PERFORM 4650-RESTORE-FEED THRU 4650-EXIT
112000     END-EVALUATE.
112100 4600-EXIT.
112200     EXIT.
112300 4610-RESTORE-SVEC.
112400     MOVE BK-PAYLOAD TO MS-RECORD.
112500     WRITE MS-RECORD
112600         INVALID KEY
112700             DISPLAY "MSTRREST: SVECMSTR WRITE FAILED, KEY = "
112800                 MS-KEY " STATUS = " WS-SVEC-MASTER-STATUS
112900             PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
113000         NOT INVALID KEY
113100             ADD 1 TO WS-ME-RESTORED(WS-SVEC-SUB)
113200     END-WRITE.
113300 4610-EXIT.
113400     EXIT.
113500 4620-RESTORE-RSLT.
113600     MOVE BK-PAYLOAD TO RM-RECORD.
113700     WRITE RM-RECORD
113800         INVALID KEY
113900             DISPLAY "MSTRREST: RSLTMSTR WRITE FAILED, KEY = "
114000                 RM-KEY " STATUS = " WS-RSLT-MASTER-STATUS
114100             PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
114200             GO TO 4620-EXIT
114300         NOT INVALID KEY
114400             ADD 1 TO WS-ME-RESTORED(WS-RSLT-SUB)
114500     END-WRITE.
114600     IF RM-REF-KEY = SPACES
114700         GO TO 4620-EXIT
114800     END-IF.
114900     MOVE SPACES TO XR-RECORD.
115000     MOVE RM-REF-KEY TO XR-REF-KEY.
115100     MOVE RM-KEY TO XR-RESULT-KEY.
115200     MOVE RM-DISPOSITION TO XR-DISPOSITION.
115300     WRITE XR-RECORD
115400         INVALID KEY
115500             DISPLAY "MSTRREST: RSLTXREF WRITE FAILED, KEY = "
115600                 XR-KEY " STATUS = " WS-RSLT-XREF-STATUS
115700             PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
115800         NOT INVALID KEY
115900             ADD 1 TO WS-XREF-WRITTEN
116000     END-WRITE.
116100 4620-EXIT.
116200     EXIT.
116300 4630-RESTORE-PARM.
116400     MOVE BK-PAYLOAD TO PM-RECORD.
116500     WRITE PM-RECORD
116600         INVALID KEY
116700             DISPLAY "MSTRREST: PARMMSTR WRITE FAILED, KEY = "
116800                 PM-KEY " STATUS = " WS-PARM-MASTER-STATUS
116900             PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
117000         NOT INVALID KEY
117100             ADD 1 TO WS-ME-RESTORED(WS-PARM-SUB)
117200     END-WRITE.
117300 4630-EXIT.
117400     EXIT.
117500 4640-RESTORE-AUDIT.
117600     MOVE BK-PAYLOAD TO PA-RECORD.
117700     WRITE PA-RECORD
117800         INVALID KEY
117900             DISPLAY "MSTRREST: PARMAUDT WRITE FAILED, KEY = "
118000                 PA-KEY " STATUS = " WS-PARM-AUDIT-STATUS
118100             PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
118200         NOT INVALID KEY
118300             ADD 1 TO WS-ME-RESTORED(WS-AUDIT-SUB)
118400     END-WRITE.
118500 4640-EXIT.
118600     EXIT.
118700 4650-RESTORE-FEED.
118800     MOVE BK-PAYLOAD TO FEED-CONTROL-RECORD.
118900     WRITE FEED-CONTROL-RECORD.
119000     IF WS-FEED-CONTROL-STATUS NOT = "00"
119100         DISPLAY "MSTRREST: FEEDCTL WRITE FAILED, STATUS = "
119200             WS-FEED-CONTROL-STATUS
119300         PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
119400         GO TO 4650-EXIT
119500     END-IF.
119600     ADD 1 TO WS-ME-RESTORED(WS-FEED-SUB).
119700     MOVE BK-PAYLOAD TO WS-LAST-FEED-ROW.
119800 4650-EXIT.
119900     EXIT.
120000 4700-CHECK-RESTORED.
120100     MOVE WS-MASTER-NAME(WS-MASTER-SUB) TO WS-ML-MASTER.
120200     MOVE WS-ME-BACKED-UP(WS-MASTER-SUB) TO WS-ML-BACKED-UP.
120300     MOVE WS-ME-HASH(WS-MASTER-SUB) TO WS-ML-HASH.
120400     MOVE WS-ME-RESTORED(WS-MASTER-SUB) TO WS-ML-RESTORED.
120500     WRITE RESTORE-REPORT-RECORD FROM WS-MASTER-LINE.
120600     IF WS-ME-RESTORED(WS-MASTER-SUB)
120700         NOT = WS-ME-BACKED-UP(WS-MASTER-SUB)
120800         DISPLAY "MSTRREST: " WS-MASTER-NAME(WS-MASTER-SUB)
120900             " RESTORED " WS-ME-RESTORED(WS-MASTER-SUB)
121000             " OF " WS-ME-BACKED-UP(WS-MASTER-SUB)
121100         PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
121200     END-IF.
121300 4700-EXIT.
121400     EXIT.
121500 4900-RESTORE-FAILED.
121600     MOVE 'Y' TO WS-BACKUP-EOF-SWITCH.
121700     IF RETURN-CODE = 16
121800         GO TO 4900-EXIT
121900     END-IF.
122000     MOVE "MASTERS PART-RESTORED - RESUBMIT FROM THE RESTORE STEP"
122100         TO WS-NL-TEXT.
122200     PERFORM 8900-REFUSE THRU 8900-EXIT.
122300 4900-EXIT.
122400     EXIT.
122500*****************************************************************
122600*    5000-CARRY-FORWARD-FEEDS
122700*    NO REPLAY STEP WRITES FEEDCTL - THE FEED SERIALS THE
122800*    NIGHTS SINCE THE BACKUP ACCEPTED COME FROM FEEDSAVE, THE
122900*    SAVE STEP'S COPY OF FEEDCTL AS IT STOOD BEFORE THE RESTORE.
123000*    FEEDCTL ONLY EVER GROWS AT THE END, SO THE SAVE MUST BEGIN
123100*    WITH THE BACKED-UP ROWS; THE ROWS PAST THEM ARE APPENDED.
123200*    A SAVE THAT CANNOT BE READ OR DOES NOT MATCH IS A WARNING -
123300*    THE MASTERS STAND, BUT THOSE SERIALS MUST BE RE-ENTERED.
123400*****************************************************************
123500 5000-CARRY-FORWARD-FEEDS.
123600     MOVE "CARRIED FORWARD FROM THE SAVE STEP" TO WS-SL-TEXT.
123700     PERFORM 8100-WRITE-SECTION THRU 8100-EXIT.
123800     OPEN INPUT FEED-SAVE-IN.
123900     IF WS-FEED-SAVE-STATUS NOT = "00"
124000         MOVE "FEEDSAVE UNREADABLE - NO FEEDCTL ROWS CARRIED FORWA
124100-            "RD" TO WS-NL-TEXT
124200         PERFORM 8950-WARN THRU 8950-EXIT
124300         GO TO 5000-EXIT
124400     END-IF.
124500     MOVE 'N' TO WS-SAVE-EOF-SWITCH.
124600     PERFORM 5100-COPY-FEED-ROW THRU 5100-EXIT
124700         UNTIL WS-SAVE-EOF.
124800     CLOSE FEED-SAVE-IN.
124900     IF RETURN-CODE = 16
125000         GO TO 5000-EXIT
125100     END-IF.
125200     MOVE "FEEDCTL ROWS CARRIED FORWARD" TO WS-CL-TEXT.
125300     MOVE WS-FEEDS-CARRIED TO WS-CL-COUNT.
125400     WRITE RESTORE-REPORT-RECORD FROM WS-COUNT-LINE.
125500     IF WS-SAVE-ROW < WS-ME-BACKED-UP(WS-FEED-SUB)
125600         OR NOT WS-SAVE-MATCHES
125700         MOVE "FEEDSAVE DOES NOT MATCH THE BACKUP - NO FEEDCTL ROW
125800-            "S CARRIED FORWARD" TO WS-NL-TEXT
125900         PERFORM 8950-WARN THRU 8950-EXIT
126000     END-IF.
126100 5000-EXIT.
126200     EXIT.
126300 5100-COPY-FEED-ROW.
126400     READ FEED-SAVE-IN
126500         AT END
126600             MOVE 'Y' TO WS-SAVE-EOF-SWITCH
126700             GO TO 5100-EXIT
126800     END-READ.
126900     ADD 1 TO WS-SAVE-ROW.
127000     IF WS-SAVE-ROW = WS-ME-BACKED-UP(WS-FEED-SUB)
127100         IF FEED-SAVE-RECORD NOT = WS-LAST-FEED-ROW
127200             MOVE 'N' TO WS-SAVE-MATCH-SWITCH
127300         END-IF
127400         GO TO 5100-EXIT
127500     END-IF.
127600     IF WS-SAVE-ROW < WS-ME-BACKED-UP(WS-FEED-SUB)
127700         OR NOT WS-SAVE-MATCHES
127800         GO TO 5100-EXIT
127900     END-IF.
128000     WRITE FEED-CONTROL-RECORD FROM FEED-SAVE-RECORD.
128100     IF WS-FEED-CONTROL-STATUS NOT = "00"
128200         DISPLAY "MSTRREST: FEEDCTL WRITE FAILED, STATUS = "
128300             WS-FEED-CONTROL-STATUS
128400         MOVE 'Y' TO WS-SAVE-EOF-SWITCH
128500         PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
128600         GO TO 5100-EXIT
128700     END-IF.
128800     ADD 1 TO WS-FEEDS-CARRIED.
128900 5100-EXIT.
129000     EXIT.
129100*****************************************************************
129200*    5500-CARRY-FORWARD-PARMS
129300*    NOR DOES ANY REPLAY STEP REDO A STALPARM CHANGE.  EVERY
129400*    AUDIT ROW IN AUDTSAVE - THE SAVE STEP'S COPY OF PARMAUDT -
129500*    STAMPED LATER THAN THE BACKUP WAS TAKEN GOES BACK ON
129600*    PARMAUDT, AND ITS NEW VALUE IS APPLIED TO PARMMSTR JUST AS
129700*    THE SCREEN APPLIED IT, IN CHANGE ORDER, SO THE LAST CHANGE
129800*    TO EACH PARAMETER WINS.  A ROW ALREADY ON PARMAUDT (A
129900*    CHANGE MADE DURING THE BACKUP ITSELF) IS COUNTED, NOT
130000*    WRITTEN TWICE.
130100*****************************************************************
130200 5500-CARRY-FORWARD-PARMS.
130300     OPEN INPUT AUDIT-SAVE-IN.
130400     IF WS-AUDIT-SAVE-STATUS NOT = "00"
130500         MOVE "AUDTSAVE UNREADABLE - STALPARM CHANGES SINCE THE BA
130600-            "CKUP ARE LOST" TO WS-NL-TEXT
130700         PERFORM 8950-WARN THRU 8950-EXIT
130800         GO TO 5500-EXIT
130900     END-IF.
131000     MOVE 'N' TO WS-SAVE-EOF-SWITCH.
131100     PERFORM 5600-COPY-AUDIT-ROW THRU 5600-EXIT
131200         UNTIL WS-SAVE-EOF.
131300     CLOSE AUDIT-SAVE-IN.
131400     IF RETURN-CODE = 16
131500         GO TO 5500-EXIT
131600     END-IF.
131700     MOVE "PARMAUDT ROWS CARRIED FORWARD" TO WS-CL-TEXT.
131800     MOVE WS-AUDITS-CARRIED TO WS-CL-COUNT.
131900     WRITE RESTORE-REPORT-RECORD FROM WS-COUNT-LINE.
132000     MOVE "PARMAUDT ROWS ALREADY IN THE BACKUP" TO WS-CL-TEXT.
132100     MOVE WS-AUDITS-PRESENT TO WS-CL-COUNT.
132200     WRITE RESTORE-REPORT-RECORD FROM WS-COUNT-LINE.
132300     MOVE "PARMMSTR CHANGES REAPPLIED" TO WS-CL-TEXT.
132400     MOVE WS-PARMS-APPLIED TO WS-CL-COUNT.
132500     WRITE RESTORE-REPORT-RECORD FROM WS-COUNT-LINE.
132600 5500-EXIT.
132700     EXIT.
132800 5600-COPY-AUDIT-ROW.
132900     READ AUDIT-SAVE-IN INTO WS-SAVED-AUDIT
133000         AT END
133100             MOVE 'Y' TO WS-SAVE-EOF-SWITCH
133200             GO TO 5600-EXIT
133300     END-READ.
133400     IF WS-SAVED-AUDIT(1:14) NOT > WS-TAKEN-STAMP
133500         GO TO 5600-EXIT
133600     END-IF.
133700     MOVE WS-SAVED-AUDIT TO PA-RECORD.
133800     WRITE PA-RECORD
133900         INVALID KEY
134000             CONTINUE
134100     END-WRITE.
134200     EVALUATE WS-PARM-AUDIT-STATUS
134300         WHEN "00"
134400             ADD 1 TO WS-AUDITS-CARRIED
134500         WHEN "22"
134600             ADD 1 TO WS-AUDITS-PRESENT
134700         WHEN OTHER
134800             DISPLAY "MSTRREST: PARMAUDT WRITE FAILED, KEY = "
134900                 PA-KEY " STATUS = " WS-PARM-AUDIT-STATUS
135000             MOVE 'Y' TO WS-SAVE-EOF-SWITCH
135100             PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
135200             GO TO 5600-EXIT
135300     END-EVALUATE.
135400     PERFORM 5700-APPLY-PARM-CHANGE THRU 5700-EXIT.
135500 5600-EXIT.
135600     EXIT.
135700 5700-APPLY-PARM-CHANGE.
135800     MOVE PA-PROGRAM TO PM-PROGRAM.
135900     MOVE PA-KEYWORD TO PM-KEYWORD.
136000     READ PARM-MASTER
136100         INVALID KEY
136200             MOVE SPACES TO PM-RECORD
136300             MOVE PA-PROGRAM TO PM-PROGRAM
136400             MOVE PA-KEYWORD TO PM-KEYWORD
136500     END-READ.
136600     MOVE PA-NEW-VALUE TO PM-VALUE.
136700     MOVE PA-OPERATOR TO PM-OPERATOR.
136800     MOVE PA-CHG-DATE TO PM-CHG-DATE.
136900     MOVE PA-CHG-TIME TO PM-CHG-TIME.
137000     IF WS-PARM-MASTER-STATUS = "00"
137100         REWRITE PM-RECORD
137200     ELSE
137300         WRITE PM-RECORD
137400     END-IF.
137500     IF WS-PARM-MASTER-STATUS NOT = "00"
137600         DISPLAY "MSTRREST: PARMMSTR UPDATE FAILED, KEY = "
137700             PM-KEY " STATUS = " WS-PARM-MASTER-STATUS
137800         MOVE 'Y' TO WS-SAVE-EOF-SWITCH
137900         PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
138000         GO TO 5700-EXIT
138100     END-IF.
138200     ADD 1 TO WS-PARMS-APPLIED.
138300 5700-EXIT.
138400     EXIT.
138500*****************************************************************
138600*    6000-WRITE-VERDICT CLOSES THE REPORT WITH ONE LINE SAYING
138700*    WHAT THE REST OF THE JOB MAY DO WITH THE MASTERS.
138800*****************************************************************
138900 6000-WRITE-VERDICT.
139000     MOVE SPACES TO WS-SL-TEXT.
139100     PERFORM 8100-WRITE-SECTION THRU 8100-EXIT.
139200     EVALUATE TRUE
139300         WHEN RETURN-CODE = 16
139400             AND WS-MASTERS-RESET
139500             MOVE "FAILED PARTWAY - RESUBMIT FROM RESTORE STEP"
139600                 TO WS-VL-TEXT
139700         WHEN RETURN-CODE = 16
139800             MOVE "REFUSED - NO MASTER WAS TOUCHED" TO WS-VL-TEXT
139900         WHEN RETURN-CODE = 4
140000             MOVE "DONE WITH WARNINGS - READ THE NOTES ABOVE"
140100                 TO WS-VL-TEXT
140200         WHEN OTHER
140300             MOVE "DONE - THE REPLAY STEPS MAY PROCEED"
140400                 TO WS-VL-TEXT
140500     END-EVALUATE.
140600     WRITE RESTORE-REPORT-RECORD FROM WS-VERDICT-LINE.
140700     DISPLAY "MSTRREST: " WS-VERDICT-LINE.
140800 6000-EXIT.
140900     EXIT.
141000*****************************************************************
141100*    8000-8950 REPORT HELPERS.  8900 NOTES A REFUSAL (OR A
141200*    FAILURE ONCE THE MASTERS ARE OPEN) AND SETS RETURN-CODE
141300*    16; 8950 NOTES A WARNING AND RAISES RETURN-CODE TO 4.
141400*****************************************************************
141500 8000-WRITE-TITLE.
141600     WRITE RESTORE-REPORT-RECORD FROM WS-TITLE-LINE.
141700 8000-EXIT.
141800     EXIT.
141900 8100-WRITE-SECTION.
142000     MOVE SPACES TO RESTORE-REPORT-RECORD.
142100     WRITE RESTORE-REPORT-RECORD.
142200     IF WS-SL-TEXT NOT = SPACES
142300         WRITE RESTORE-REPORT-RECORD FROM WS-SECTION-LINE
142400     END-IF.
142500 8100-EXIT.
142600     EXIT.
142700 8900-REFUSE.
142800     DISPLAY "MSTRREST: " WS-NL-TEXT.
142900     WRITE RESTORE-REPORT-RECORD FROM WS-NOTE-LINE.
143000     MOVE 16 TO RETURN-CODE.
143100 8900-EXIT.
143200     EXIT.
143300 8950-WARN.
143400     DISPLAY "MSTRREST: " WS-NL-TEXT.
143500     WRITE RESTORE-REPORT-RECORD FROM WS-NOTE-LINE.
143600     IF RETURN-CODE < 4
143700         MOVE 4 TO RETURN-CODE
143800     END-IF.
143900 8950-EXIT.
144000     EXIT.
144100*****************************************************************
144200*    9000-TERMINATE
144300*****************************************************************
144400 9000-TERMINATE.
144500     CLOSE BACKUP-IN.
144600     CLOSE RUN-INDEX-IN.
144700     IF WS-MASTERS-RESET
144800         CLOSE SVEC-MASTER
144900         CLOSE RSLT-MASTER
145000         CLOSE RSLT-XREF
145100         CLOSE PARM-MASTER
145200         CLOSE PARM-AUDIT
145300         CLOSE FEED-CONTROL-OUT
145400     END-IF.
145500     CLOSE RESTORE-REPORT.
145600 9000-EXIT.
145700     EXIT.
