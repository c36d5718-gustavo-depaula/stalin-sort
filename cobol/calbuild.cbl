000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CALBUILD.
000300 AUTHOR. G GRIGORIEV.
000400 INSTALLATION. CENTRAL PLANNING DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    10/15/2026  GG  WRITTEN.  LAYS DOWN ONE YEAR OF DEFAULT
001100*                    DAYS ON THE CALMSTR PROCESSING CALENDAR
001200*                    (SEE CALREC) SO THE DESK ONLY HAS TO KEY THE
001300*                    EXCEPTIONS ON STALCAL: MONDAY TO FRIDAY 'B',
001400*                    SATURDAY AND SUNDAY 'N', THE LAST WEEKDAY OF
001500*                    EACH MONTH 'M' AND OF EACH QUARTER'S LAST
001600*                    MONTH 'Q'.  A DATE ALREADY ON THE CALENDAR
001700*                    IS KEPT AS IT STANDS.  EVERY DATE ADDED GETS
001800*                    A CALAUDT RECORD UNDER OPERATOR CALBUILD, SO
001900*                    THE AUDIT TRAIL ACCOUNTS FOR EVERY DAY ON
002000*                    THE CALENDAR, NOT JUST THE HAND-KEYED ONES.
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-ANYMAINFRAME.
002500 OBJECT-COMPUTER. IBM-ANYMAINFRAME.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CALENDAR-MASTER ASSIGN TO "CALMSTR"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS CL-DATE
003200         FILE STATUS IS WS-CALENDAR-STATUS.
003300     SELECT CALENDAR-AUDIT ASSIGN TO "CALAUDT"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS CA-KEY
003700         FILE STATUS IS WS-AUDIT-STATUS.
003800     SELECT CALENDAR-PARMS ASSIGN TO "CALPRM"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-CALENDAR-PARMS-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CALENDAR-MASTER.
004400     COPY CALREC.
004500 FD  CALENDAR-AUDIT.
004600     COPY CALAREC.
004700 FD  CALENDAR-PARMS.
004800 01  CALENDAR-PARMS-RECORD     PIC X(80).
004900 WORKING-STORAGE SECTION.
005000*****************************************************************
005100*    FILE STATUS AND SWITCHES
005200*****************************************************************
005300 01  WS-CALENDAR-STATUS        PIC X(02).
005400 01  WS-AUDIT-STATUS           PIC X(02).
005500 01  WS-CALENDAR-PARMS-STATUS  PIC X(02).
005600 01  WS-SWITCHES.
005700     05  WS-PARMS-EOF-SWITCH   PIC X(01) VALUE 'N'.
005800         88  WS-PARMS-EOF          VALUE 'Y'.
005900     05  WS-YEAR-SWITCH        PIC X(01) VALUE 'N'.
006000         88  WS-YEAR-GIVEN         VALUE 'Y'.
006100     05  WS-OPEN-SWITCH        PIC X(01) VALUE 'N'.
006200         88  WS-FILES-OPEN         VALUE 'Y'.
006300 01  WS-CALENDAR-CARD          PIC X(80).
006400 01  WS-BUILD-YEAR             PIC 9(04).
006500*****************************************************************
006600*    STAMPS - EVERY DATE ADDED THIS RUN CARRIES THE SAME CHANGE
006700*    DATE AND TIME; THE CALENDAR DATE IN THE AUDIT KEY KEEPS
006800*    THE AUDIT RECORDS APART.
006900*****************************************************************
007000 01  WS-CURRENT-DATE           PIC 9(08).
007100 01  WS-CURRENT-TIME.
007200     05  WS-CT-HHMMSS          PIC 9(06).
007300     05  WS-CT-CC              PIC 9(02).
007400*****************************************************************
007500*    DATE WORK AREAS - THE DAY-NUMBER FORMULA AS IN ARCHPURG AND
007600*    PERFRPT, EACH DIVISION TAKEN TO A WHOLE NUMBER ON ITS OWN.
007700*    DAY NUMBER MODULO 7 IS 0 ON A SATURDAY AND 1 ON A SUNDAY.
007800*****************************************************************
007900 01  WS-WORK-DATE.
008000     05  WS-WD-YYYY            PIC 9(4).
008100     05  WS-WD-MM              PIC 9(2).
008200     05  WS-WD-DD              PIC 9(2).
008300 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
008400                               PIC 9(8).
008500 01  WS-CALC-YYYY              PIC S9(6) COMP.
008600 01  WS-CALC-MM                PIC S9(4) COMP.
008700 01  WS-CALC-TERM              PIC S9(8) COMP.
008800 01  WS-CALC-REMAINDER         PIC S9(4) COMP.
008900 01  WS-DAY-NUMBER             PIC S9(8) COMP.
009000 01  WS-MONTH                  PIC 9(2).
009100 01  WS-DAY                    PIC 9(2).
009200 01  WS-MONTH-LENGTH           PIC 9(2).
009300 01  WS-FIRST-DOW              PIC 9(1).
009400 01  WS-DOW                    PIC 9(1).
009500 01  WS-LAST-WEEKDAY           PIC 9(2).
009600 01  WS-MONTH-LENGTH-TABLE.
009700     05  FILLER                PIC X(24) VALUE
009800         "312831303130313130313031".
009900 01  WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTH-TABLE.
010000     05  WS-ML-DAYS            PIC 9(2) OCCURS 12 TIMES.
010100*****************************************************************
010200*    COUNTS FOR THE CLOSING DISPLAY
010300*****************************************************************
010400 01  WS-ADDED-COUNT            PIC 9(4) COMP VALUE ZERO.
010500 01  WS-KEPT-COUNT             PIC 9(4) COMP VALUE ZERO.
010600 01  WS-BUSINESS-COUNT         PIC 9(4) COMP VALUE ZERO.
010700 01  WS-MONTH-END-COUNT        PIC 9(4) COMP VALUE ZERO.
010800 01  WS-AUDIT-FAIL-COUNT       PIC 9(4) COMP VALUE ZERO.
010900 01  WS-DISPLAY-COUNT          PIC ZZZ9.
011000 PROCEDURE DIVISION.
011100*****************************************************************
011200*    0000-MAINLINE
011300*    READS THE YEAR CARD, OPENS THE TWO MASTERS, AND BUILDS THE
011400*    YEAR A MONTH AT A TIME.  A CALENDAR FAILURE PART-WAY STOPS
011500*    THE BUILD AT RETURN-CODE 16; WHAT WAS ADDED STAYS ADDED,
011600*    AND A RERUN PICKS UP WHERE IT LEFT OFF.
011700*****************************************************************
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012000     IF RETURN-CODE < 16
012100         PERFORM 2000-BUILD-MONTH THRU 2000-EXIT
012200             VARYING WS-MONTH FROM 1 BY 1
012300             UNTIL WS-MONTH > 12
012400             OR RETURN-CODE = 16
012500     END-IF.
012600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012700     STOP RUN.
012800*****************************************************************
012900*    1000-INITIALIZE READS THE CALPRM CARD - YEAR=YYYY, SAME
013000*    CARD CONVENTIONS AS SORTVECT'S RUNPARMS - AND OPENS THE
013100*    CALENDAR AND ITS AUDIT MASTER.  NO YEAR, A YEAR THAT FAILS
013200*    ITS EDIT, OR EITHER MASTER FAILING TO OPEN IS RETURN-CODE
013300*    16 - THERE IS NO SENSIBLE DEFAULT YEAR TO BUILD.
013400*****************************************************************
013500 1000-INITIALIZE.
013600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
013700     ACCEPT WS-CURRENT-TIME FROM TIME.
013800     PERFORM 1100-READ-CALENDAR-PARMS THRU 1100-EXIT.
013900     IF RETURN-CODE = 16
014000         GO TO 1000-EXIT
014100     END-IF.
014200     IF NOT WS-YEAR-GIVEN
014300         DISPLAY "CALBUILD: NO YEAR=YYYY CARD ON CALPRM"
014400         MOVE 16 TO RETURN-CODE
014500         GO TO 1000-EXIT
014600     END-IF.
014700     OPEN I-O CALENDAR-MASTER.
014800     IF WS-CALENDAR-STATUS NOT = "00"
014900         DISPLAY "CALBUILD: UNABLE TO OPEN CALMSTR, STATUS = "
015000             WS-CALENDAR-STATUS
015100         MOVE 16 TO RETURN-CODE
015200         GO TO 1000-EXIT
015300     END-IF.
015400     OPEN I-O CALENDAR-AUDIT.
015500     IF WS-AUDIT-STATUS NOT = "00"
015600         DISPLAY "CALBUILD: UNABLE TO OPEN CALAUDT, STATUS = "
015700             WS-AUDIT-STATUS
015800         CLOSE CALENDAR-MASTER
015900         MOVE 16 TO RETURN-CODE
016000         GO TO 1000-EXIT
016100     END-IF.
016200     MOVE 'Y' TO WS-OPEN-SWITCH.
016300     DISPLAY "CALBUILD: BUILDING CALENDAR YEAR " WS-BUILD-YEAR.
016400 1000-EXIT.
016500     EXIT.
016600 1100-READ-CALENDAR-PARMS.
016700     OPEN INPUT CALENDAR-PARMS.
016800     IF WS-CALENDAR-PARMS-STATUS NOT = "00"
016900         GO TO 1100-EXIT
017000     END-IF.
017100     PERFORM 1110-PROCESS-PARM-CARD THRU 1110-EXIT
017200         UNTIL WS-PARMS-EOF.
017300     CLOSE CALENDAR-PARMS.
017400 1100-EXIT.
017500     EXIT.
017600 1110-PROCESS-PARM-CARD.
017700     READ CALENDAR-PARMS INTO WS-CALENDAR-CARD
017800         AT END
017900             MOVE 'Y' TO WS-PARMS-EOF-SWITCH
018000             GO TO 1110-EXIT
018100     END-READ.
018200     IF WS-CALENDAR-CARD = SPACES
018300         OR WS-CALENDAR-CARD(1:1) = "*"
018400         GO TO 1110-EXIT
018500     END-IF.
018600     IF WS-CALENDAR-CARD(1:5) = "YEAR="
018700         MOVE WS-CALENDAR-CARD(6:4) TO WS-BUILD-YEAR
018800         IF WS-BUILD-YEAR NOT NUMERIC
018900             OR WS-BUILD-YEAR < 1900
019000             PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
019100         ELSE
019200             MOVE 'Y' TO WS-YEAR-SWITCH
019300         END-IF
019400         GO TO 1110-EXIT
019500     END-IF.
019600     DISPLAY "CALBUILD: UNRECOGNIZED CONTROL CARD: "
019700         WS-CALENDAR-CARD(1:20).
019800 1110-EXIT.
019900     EXIT.
020000 1120-REJECT-PARM-CARD.
020100     DISPLAY "CALBUILD: INVALID CONTROL CARD: "
020200         WS-CALENDAR-CARD(1:30).
020300     MOVE 'Y' TO WS-PARMS-EOF-SWITCH.
020400     MOVE 16 TO RETURN-CODE.
020500 1120-EXIT.
020600     EXIT.
020700*****************************************************************
020800*    2000-BUILD-MONTH
020900*    WORKS OUT THE MONTH'S LENGTH (FEBRUARY 29 IN A LEAP YEAR -
021000*    EVERY FOURTH YEAR, BUT NOT A CENTURY UNLESS IT DIVIDES BY
021100*    400), THE DAY OF THE WEEK ITS FIRST FALLS ON, AND FROM THAT
021200*    ITS LAST WEEKDAY - THE DEFAULT MONTH-END - THEN ADDS EACH
021300*    OF ITS DAYS IN TURN.
021400*****************************************************************
021500 2000-BUILD-MONTH.
021600     MOVE WS-ML-DAYS(WS-MONTH) TO WS-MONTH-LENGTH.
021700     IF WS-MONTH = 2
021800         DIVIDE WS-BUILD-YEAR BY 4 GIVING WS-CALC-TERM
021900             REMAINDER WS-CALC-REMAINDER
022000         IF WS-CALC-REMAINDER = ZERO
022100             MOVE 29 TO WS-MONTH-LENGTH
022200             DIVIDE WS-BUILD-YEAR BY 100 GIVING WS-CALC-TERM
022300                 REMAINDER WS-CALC-REMAINDER
022400             IF WS-CALC-REMAINDER = ZERO
022500                 MOVE 28 TO WS-MONTH-LENGTH
022600                 DIVIDE WS-BUILD-YEAR BY 400 GIVING WS-CALC-TERM
022700                     REMAINDER WS-CALC-REMAINDER
022800                 IF WS-CALC-REMAINDER = ZERO
022900                     MOVE 29 TO WS-MONTH-LENGTH
023000                 END-IF
023100             END-IF
023200         END-IF
023300     END-IF.
023400     MOVE WS-BUILD-YEAR TO WS-WD-YYYY.
023500     MOVE WS-MONTH TO WS-WD-MM.
023600     MOVE 1 TO WS-WD-DD.
023700     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT.
023800     DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-CALC-TERM
023900         REMAINDER WS-CALC-REMAINDER.
024000     MOVE WS-CALC-REMAINDER TO WS-FIRST-DOW.
024100     COMPUTE WS-CALC-TERM = WS-FIRST-DOW + WS-MONTH-LENGTH - 1.
024200     DIVIDE WS-CALC-TERM BY 7 GIVING WS-CALC-TERM
024300         REMAINDER WS-CALC-REMAINDER.
024400     EVALUATE WS-CALC-REMAINDER
024500         WHEN 0
024600             COMPUTE WS-LAST-WEEKDAY = WS-MONTH-LENGTH - 1
024700         WHEN 1
024800             COMPUTE WS-LAST-WEEKDAY = WS-MONTH-LENGTH - 2
024900         WHEN OTHER
025000             MOVE WS-MONTH-LENGTH TO WS-LAST-WEEKDAY
025100     END-EVALUATE.
025200     PERFORM 2100-BUILD-DAY THRU 2100-EXIT
025300         VARYING WS-DAY FROM 1 BY 1
025400         UNTIL WS-DAY > WS-MONTH-LENGTH
025500         OR RETURN-CODE = 16.
025600 2000-EXIT.
025700     EXIT.
025800*****************************************************************
025900*    2100-BUILD-DAY
026000*    ADDS ONE DATE WITH ITS DEFAULT DAY TYPE.  A DUPLICATE KEY
026100*    (STATUS 22) MEANS THE DATE IS ALREADY ON THE CALENDAR -
026200*    PERHAPS AS A HOLIDAY OR A MOVED MONTH-END THE DESK KEYED -
026300*    AND IT IS KEPT AS IT STANDS, WITH NO AUDIT RECORD.
026400*****************************************************************
026500 2100-BUILD-DAY.
026600     MOVE WS-DAY TO WS-WD-DD.
026700     COMPUTE WS-CALC-TERM = WS-FIRST-DOW + WS-DAY - 1.
026800     DIVIDE WS-CALC-TERM BY 7 GIVING WS-CALC-TERM
026900         REMAINDER WS-CALC-REMAINDER.
027000     MOVE WS-CALC-REMAINDER TO WS-DOW.
027100     MOVE SPACES TO CL-RECORD.
027200     MOVE WS-WORK-DATE-N TO CL-DATE.
027300     MOVE ZERO TO CL-RUN-AS-DATE.
027400     EVALUATE TRUE
027500         WHEN WS-DOW < 2
027600             MOVE 'N' TO CL-DAY-TYPE
027700             MOVE "WEEKEND" TO CL-DESCRIPTION
027800         WHEN WS-DAY NOT = WS-LAST-WEEKDAY
027900             MOVE 'B' TO CL-DAY-TYPE
028000         WHEN WS-MONTH = 3 OR WS-MONTH = 6
028100             OR WS-MONTH = 9 OR WS-MONTH = 12
028200             MOVE 'Q' TO CL-DAY-TYPE
028300             MOVE "QUARTER-END" TO CL-DESCRIPTION
028400         WHEN OTHER
028500             MOVE 'M' TO CL-DAY-TYPE
028600             MOVE "MONTH-END" TO CL-DESCRIPTION
028700     END-EVALUATE.
028800     MOVE "CALBUILD" TO CL-OPERATOR.
028900     MOVE WS-CURRENT-DATE TO CL-CHG-DATE.
029000     MOVE WS-CT-HHMMSS TO CL-CHG-TIME.
029100     WRITE CL-RECORD
029200         INVALID KEY
029300             CONTINUE
029400     END-WRITE.
029500     IF WS-CALENDAR-STATUS = "22"
029600         ADD 1 TO WS-KEPT-COUNT
029700         GO TO 2100-EXIT
029800     END-IF.
029900     IF WS-CALENDAR-STATUS NOT = "00"
030000         DISPLAY "CALBUILD: CALMSTR WRITE FAILED FOR "
030100             WS-WORK-DATE-N ", STATUS = " WS-CALENDAR-STATUS
030200         MOVE 16 TO RETURN-CODE
030300         GO TO 2100-EXIT
030400     END-IF.
030500     ADD 1 TO WS-ADDED-COUNT.
030600     IF CL-BUSINESS-DAY
030700         ADD 1 TO WS-BUSINESS-COUNT
030800     END-IF.
030900     IF CL-MONTH-END
031000         ADD 1 TO WS-MONTH-END-COUNT
031100     END-IF.
031200     PERFORM 2200-WRITE-AUDIT THRU 2200-EXIT.
031300 2100-EXIT.
031400     EXIT.
031500*****************************************************************
031600*    2200-WRITE-AUDIT
031700*    THE AUDIT RECORD FOR A DATE JUST ADDED - OLD SETTINGS
031800*    SPACES, AS STALCAL DOES FOR AN ADD.  A FAILED AUDIT WRITE
031900*    IS COUNTED AND REPORTED BUT DOES NOT STOP THE BUILD - THE
032000*    CALENDAR ENTRY STANDS, AS ON THE SCREEN.
032100*****************************************************************
032200 2200-WRITE-AUDIT.
032300     MOVE SPACES TO CA-RECORD.
032400     MOVE WS-CURRENT-DATE TO CA-CHG-DATE.
032500     MOVE WS-CT-HHMMSS TO CA-CHG-TIME.
032600     MOVE CL-DATE TO CA-CAL-DATE.
032700     MOVE "CALBUILD" TO CA-OPERATOR.
032800     MOVE CL-SETTINGS TO CA-NEW-SETTINGS.
032900     WRITE CA-RECORD
033000         INVALID KEY
033100             CONTINUE
033200     END-WRITE.
033300     IF WS-AUDIT-STATUS NOT = "00"
033400         DISPLAY "CALBUILD: CALAUDT WRITE FAILED FOR "
033500             CL-DATE ", STATUS = " WS-AUDIT-STATUS
033600         ADD 1 TO WS-AUDIT-FAIL-COUNT
033700     END-IF.
033800 2200-EXIT.
033900     EXIT.
034000*****************************************************************
034100*    8000-DATE-TO-DAY-NUMBER
034200*    TURNS WS-WORK-DATE INTO A RUNNING DAY NUMBER, AS IN
034300*    PERFRPT - JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14
034400*    OF THE PRIOR YEAR, SO THE LEAP DAY SITS AT THE END OF THE
034500*    SHIFTED YEAR.
034600*****************************************************************
034700 8000-DATE-TO-DAY-NUMBER.
034800     MOVE WS-WD-YYYY TO WS-CALC-YYYY.
034900     MOVE WS-WD-MM TO WS-CALC-MM.
035000     IF WS-CALC-MM < 3
035100         SUBTRACT 1 FROM WS-CALC-YYYY
035200         ADD 12 TO WS-CALC-MM
035300     END-IF.
035400     COMPUTE WS-DAY-NUMBER = (365 * WS-CALC-YYYY) + WS-WD-DD.
035500     DIVIDE WS-CALC-YYYY BY 4 GIVING WS-CALC-TERM.
035600     ADD WS-CALC-TERM TO WS-DAY-NUMBER.
035700     DIVIDE WS-CALC-YYYY BY 100 GIVING WS-CALC-TERM.
035800     SUBTRACT WS-CALC-TERM FROM WS-DAY-NUMBER.
035900     DIVIDE WS-CALC-YYYY BY 400 GIVING WS-CALC-TERM.
036000     ADD WS-CALC-TERM TO WS-DAY-NUMBER.
036100     COMPUTE WS-CALC-TERM = 153 * (WS-CALC-MM + 1).
036200     DIVIDE WS-CALC-TERM BY 5 GIVING WS-CALC-TERM.
036300     ADD WS-CALC-TERM TO WS-DAY-NUMBER.
036400 8000-EXIT.
036500     EXIT.
036600*****************************************************************
036700*    9000-TERMINATE CLOSES THE MASTERS AND SHOWS WHAT THE RUN
036800*    DID.  A FAILED AUDIT WRITE LEAVES RETURN-CODE 4 - THE
036900*    CALENDAR IS BUILT, BUT ITS TRAIL HAS A GAP TO EXPLAIN.
037000*****************************************************************
037100 9000-TERMINATE.
037200     IF NOT WS-FILES-OPEN
037300         GO TO 9000-EXIT
037400     END-IF.
037500     CLOSE CALENDAR-MASTER.
037600     CLOSE CALENDAR-AUDIT.
037700     MOVE WS-ADDED-COUNT TO WS-DISPLAY-COUNT.
037800     DISPLAY "CALBUILD: DATES ADDED          " WS-DISPLAY-COUNT.
037900     MOVE WS-BUSINESS-COUNT TO WS-DISPLAY-COUNT.
038000     DISPLAY "CALBUILD:   BUSINESS DAYS      " WS-DISPLAY-COUNT.
038100     MOVE WS-MONTH-END-COUNT TO WS-DISPLAY-COUNT.
038200     DISPLAY "CALBUILD:   MONTH/QUARTER-ENDS " WS-DISPLAY-COUNT.
038300     MOVE WS-KEPT-COUNT TO WS-DISPLAY-COUNT.
038400     DISPLAY "CALBUILD: DATES ALREADY KEPT   " WS-DISPLAY-COUNT.
038500     IF WS-AUDIT-FAIL-COUNT > ZERO
038600         MOVE WS-AUDIT-FAIL-COUNT TO WS-DISPLAY-COUNT
038700         DISPLAY "CALBUILD: AUDIT WRITES FAILED  "
038750             WS-DISPLAY-COUNT
038800         IF RETURN-CODE < 4
038900             MOVE 4 TO RETURN-CODE
039000         END-IF
039100     END-IF.
039200 9000-EXIT.
039300     EXIT.
