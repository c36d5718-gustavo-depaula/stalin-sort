001690*                    PRIORITY RUNS TRADE AWAY CHECKPOINT/
001691*                    RESTART, THE SAME TRADE RECYCLE RUNS MAKE,
001692*                    AND PRIORITY=Y + RECYCLE=Y IS REFUSED.
001694*    10/15/2026  GG  VECTOR REGISTRY - EVERY PRIMARY-FEED COUNT
001695*                    RECORD IS NOW CHECKED AGAINST THE KEYED
001696*                    VREGMSTR VECTOR REGISTRY (SEE VREGREC),
001697*                    MAINTAINED ON THE STALVREG CICS SCREEN.  AN
001698*                    UNREGISTERED OR RETIRED VECTOR ID, A
001699*                    DIRECTION OTHER THAN THE AGREED ONE, A
001700*                    TOLERANCE DELTA OVER THE REGISTERED MAXIMUM
001701*                    OR A LENGTH OUTSIDE THE REGISTERED BAND IS
001702*                    HELD - NOT SORTED - WITH ITS OWN REASON ON
001703*                    ERRORS-OUT AND A HELD LINE ON BALRPT, AND
001704*                    THE RUN CARRIES ON WITH THE NEXT VECTOR.  A
001705*                    TOLERANCE-MODE COUNT RECORD WITH A BLANK
001706*                    DELTA NOW TAKES THE REGISTERED DEFAULT.  A
001707*                    MISSING OR EMPTY REGISTRY BYPASSES THE
001708*                    CHECK WITH A NOTE ON BALRPT.
001709*    10/15/2026  GG  REFERENCE KEYS - A DETAIL RECORD MAY NOW
001710*                    CARRY THE SENDER'S ELEMENT REFERENCE KEY
001711*                    (VI-REF-KEY, SEE VECTREC).  IT FOLLOWS THE
001712*                    ELEMENT EVERYWHERE IT GOES: ONTO ITS RSLTOUT
001713*                    RECORD WHATEVER ITS FATE, INTO THE RECYCLE
001714*                    FILES WITH IT, AND ONTO ITS SVECIFC DETAIL
001715*                    RECORD IF IT SURVIVES.  WS-MAX-REF-KEY
001716*                    TRAVELS WITH THE PENDING SURVIVOR IN MAX AND
001717*                    WS-SVEC-REF-KEY ALONGSIDE SVEC, AND BOTH
001718*                    RIDE THE CHECKPOINT (LRECL 3035 BECOMES
001719*                    11051).
001720*    10/15/2026  GG  SUSPENSE - A VECTOR DROPPED WHOLESALE, EITHER
001721*                    SKIPPED ON A BAD COUNT RECORD UNDER
001722*                    BAD-COUNT-POLICY=SKIP OR HELD BY THE
001723*                    REGISTRY CHECK, IS NOW WRITTEN INTACT - COUNT
001724*                    RECORD AND DETAILS - TO THE KEYED SUSPENSE
001725*                    MASTER SUSPMSTR (SUSPREC) WITH THE RUN DATE,
001726*                    FEED SERIAL AND REASON, FOR THE DESK TO
001727*                    CORRECT AND RELEASE OR WRITE OFF ON STALSUSP.
001728*                    VECTORS THE DESK RELEASED COME BACK THROUGH
001729*                    RLSDVECT, EXTRACTED BY SUSPRLSE, AND ARE READ
001730*                    AHEAD OF THE NEW FEED ON A FRESH RUN.  NO
001731*                    SUSPMSTR, NO RLSDVECT - THE RUN CARRIES ON AS
001732*                    BEFORE.
001733*    10/15/2026  GG  PERFORMANCE LOG - EACH VECTOR'S START AND
001734*                    END TIME AND ELEMENT COUNT, THE PRIORITY
001735*                    INTERFACE CUT MEASURED FROM THE MANIFEST,
001736*                    AND THE WHOLE STEP ARE NOW APPENDED TO THE
001737*                    CUMULATIVE PERFLOG DATASET (SEE PERFREC) FOR
001738*                    PERFRPT'S BATCH-WINDOW FORECAST.  THE
001739*                    PARALLEL SORT STEPS NAME THEIR STREAM ON A
001740*                    STRMPARM CARD.  NO PERFLOG - NO TIMINGS, AND
001741*                    THE RUN IS OTHERWISE UNCHANGED.
001742*    10/15/2026  GG  MULTI-BUREAU INTAKE - THE NIGHTLY VECTORIN IS
001743*                    NOW BUILT BY FEEDINTK FROM SEVERAL BUREAU
001744*                    FEEDS, EACH COUNT RECORD CARRYING ITS
001745*                    BUREAU IN VI-SENDER-ID.  THE SENDER RIDES
001746*                    THE RECYCLE RECORDS AND THE BALANCE TABLE,
001747*                    AND BALRPT NOW CLOSES WITH A TOTALS-BY-
001748*                    SENDER SECTION SO EACH BUREAU'S DELIVERY
001749*                    RECONCILES ON ITS OWN.  FEEDCTL SERIALS ARE
001750*                    MATCHED WITHIN THE MANIFEST'S SENDER ONLY.
001751*                    ON THE CONSOLIDATED (*ALL) FEED THE INTKCTL
001752*                    INTAKE CONTROL FILE IS READ AT START OF JOB:
001753*                    THE BUREAUS INTAKE HELD BACK ARE NAMED ON
001754*                    BALRPT, AND A CLEAN END OF JOB REGISTERS
001755*                    EACH ACCEPTED BUREAU'S SERIAL ON FEEDCTL
001756*                    ALONGSIDE THE *ALL SERIAL.
001757*    10/15/2026  GG  PROCESSING CALENDAR - THE RUN TYPE AND RUN
001758*                    DATE NOW COME FROM THE KEYED CALMSTR
001759*                    CALENDAR MASTER (SEE CALREC) INSTEAD OF THE
001760*                    RUN-TYPE CARD AND THE CLOCK: A MONTH-END DAY
001761*                    RUNS 'M', A QUARTER-END DAY THE NEW 'Q', AND
001762*                    A MAKE-UP RUN ON A DAY CARRYING A RUN-AS
001763*                    DATE IS DATED AND TYPED AS THAT EARLIER
001764*                    BUSINESS DAY.  THE RUN DATE STAMPS THE
001765*                    REPORT HEADERS, RUNHIST, RUNINDEX, FEEDCTL
001766*                    AND SUSPENSE; PERFLOG STAYS ON THE CLOCK.
001767*                    NO CALMSTR, OR NO ENTRY FOR TODAY, FALLS
001768*                    BACK ON THE CARD AND THE CLOCK AS BEFORE.
001769*                    THE SORTED-OUT ECHO NAMES THE RUN DATE, RUN
001770*                    TYPE AND WHERE THEY CAME FROM.
001771*    10/15/2026  GG  CHARGEBACK - EACH RUNHIST ROW NOW CARRIES
001772*                    THE COUNT RECORD'S CORRECTION FLAG AND
001773*                    PRIORITY, WHICH THE MONTH-END CHGBACK
001774*                    PROGRAM PRICES.
001776*    10/15/2026  GG  THE REGISTRY CHECK NOW ALSO HOLDS A VECTOR
001778*                    SENT BY A BUREAU OTHER THAN ITS REGISTERED
001780*                    OWNER - CHGBACK BILLS THE OWNER, SO A
001782*                    FOREIGN FEED MUST NOT BE SORTED ON ITS
001784*                    ACCOUNT.  A COUNT RECORD WITH NO SENDER
001786*                    (THE SINGLE-FEED AND CORRECTION JOBS) IS
001788*                    NOT CHECKED.
001790******************************************************************
001792 ENVIRONMENT DIVISION.
001794 CONFIGURATION SECTION.
001796 SOURCE-COMPUTER. IBM-ANYMAINFRAME.
001798 OBJECT-COMPUTER. IBM-ANYMAINFRAME.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000     SELECT VECTOR-IN ASSIGN TO "VECTORIN"
002342     SELECT FEED-CONTROL-OUT ASSIGN TO "FEEDCTL"
002343         ORGANIZATION IS SEQUENTIAL
002344         FILE STATUS IS WS-FEED-CONTROL-OUT-STATUS.
002345     SELECT PARAMETER-MASTER ASSIGN TO "PARMMSTR"
002346         ORGANIZATION IS INDEXED
002347         ACCESS MODE IS SEQUENTIAL
002348         RECORD KEY IS PM-KEY
002349         FILE STATUS IS WS-PARM-MASTER-STATUS.
002350     SELECT VECTOR-REGISTRY ASSIGN TO "VREGMSTR"
002351         ORGANIZATION IS INDEXED
002352         ACCESS MODE IS DYNAMIC
002353         RECORD KEY IS VR-VECTOR-ID
002354         FILE STATUS IS WS-REGISTRY-STATUS.
002355     SELECT SUSPENSE-MASTER ASSIGN TO "SUSPMSTR"
002356         ORGANIZATION IS INDEXED
002357         ACCESS MODE IS DYNAMIC
002358         RECORD KEY IS SP-KEY
002359         FILE STATUS IS WS-SUSPENSE-STATUS.
002360     SELECT RELEASED-IN ASSIGN TO "RLSDVECT"
002361         ORGANIZATION IS SEQUENTIAL
002362         FILE STATUS IS WS-RELEASED-IN-STATUS.
002363     SELECT PERF-LOG-OUT ASSIGN TO "PERFLOG"
002364         ORGANIZATION IS SEQUENTIAL
002365         FILE STATUS IS WS-PERF-LOG-STATUS.
002366     SELECT STREAM-PARMS ASSIGN TO "STRMPARM"
002367         ORGANIZATION IS SEQUENTIAL
002368         FILE STATUS IS WS-STREAM-PARMS-STATUS.
002369     SELECT INTAKE-CONTROL-IN ASSIGN TO "INTKCTL"
002370         ORGANIZATION IS SEQUENTIAL
002371         FILE STATUS IS WS-INTAKE-CONTROL-STATUS.
002372     SELECT CALENDAR-MASTER ASSIGN TO "CALMSTR"
002373         ORGANIZATION IS INDEXED
002374         ACCESS MODE IS RANDOM
002375         RECORD KEY IS CL-DATE
002376         FILE STATUS IS WS-CALENDAR-STATUS.
002377 DATA DIVISION.
002400 FILE SECTION.
002500 FD  VECTOR-IN.
002700     COPY VECTREC.
002770     COPY SVECIFC.
002771 FD  PRIORITY-INTERFACE-OUT.
002772 01  PRIORITY-IF-RECORD        PIC X(80).
002774 FD  RUN-PARMS.
002776 01  RUN-PARMS-RECORD          PIC X(80).
002778 FD  RECYCLE1-FILE.
002780 01  RECYCLE1-RECORD           PIC X(80).
002782 FD  RECYCLE2-FILE.
002784 01  RECYCLE2-RECORD           PIC X(80).
002786 FD  BALANCE-OUT.
002788 01  BALANCE-OUT-RECORD        PIC X(80).
002790 FD  RUN-HISTORY-OUT.
002792     COPY RUNHREC.
002794 FD  RESULTS-OUT.
002796     COPY RSLTREC.
002798 FD  RUN-INDEX-OUT.
002800     COPY RUNXREC.
002802 FD  PARAMETER-MASTER.
002804     COPY PARMMREC.
002806 FD  FEED-SCAN-IN.
002808 01  FEED-SCAN-RECORD          PIC X(80).
002810 FD  FEED-CONTROL-IN.
002812     COPY FEEDCREC.
002814 FD  FEED-CONTROL-OUT.
002816 01  FEED-CONTROL-OUT-RECORD   PIC X(80).
002818 FD  VECTOR-REGISTRY.
002820     COPY VREGREC.
002822 FD  SUSPENSE-MASTER.
002824     COPY SUSPREC.
002826 FD  RELEASED-IN.
002828 01  RELEASED-IN-RECORD        PIC X(80).
002830 FD  PERF-LOG-OUT.
002832     COPY PERFREC.
002834 FD  STREAM-PARMS.
002836 01  STREAM-PARMS-RECORD       PIC X(80).
002838 FD  INTAKE-CONTROL-IN.
002840     COPY INTKREC.
002842 FD  CALENDAR-MASTER.
002844     COPY CALREC.
002846 WORKING-STORAGE SECTION.
002900******************************************************************
003000*    FILE STATUS AND SWITCHES
003100******************************************************************
003228 01  WS-RUN-INDEX-STATUS      PIC X(02).
003229 01  WS-PARM-MASTER-STATUS    PIC X(02).
003230 01  WS-FEED-SCAN-STATUS      PIC X(02).
003231 01  WS-PRIORITY-IF-STATUS    PIC X(02).
003232 01  WS-FEED-CONTROL-IN-STATUS PIC X(02).
003233 01  WS-FEED-CONTROL-OUT-STATUS PIC X(02).
003234 01  WS-REGISTRY-STATUS       PIC X(02).
003235 01  WS-SUSPENSE-STATUS       PIC X(02).
003236 01  WS-RELEASED-IN-STATUS    PIC X(02).
003237 01  WS-PERF-LOG-STATUS       PIC X(02).
003238 01  WS-STREAM-PARMS-STATUS   PIC X(02).
003239 01  WS-INTAKE-CONTROL-STATUS PIC X(02).
003240 01  WS-CALENDAR-STATUS       PIC X(02).
003300 01  WS-SWITCHES.
003400     05  WS-EOF-SWITCH     PIC X(01) VALUE 'N'.
003500         88  WS-END-OF-INPUT       VALUE 'Y'.
003507         88  WS-SORT-DESCENDING     VALUE 'D'.
003508         88  WS-TOL-ASCENDING       VALUE 'T'.
003509         88  WS-TOL-DESCENDING      VALUE 'U'.
003510     05  WS-RESTART-SWITCH PIC X(01) VALUE 'N'.
003511         88  WS-IS-RESTART          VALUE 'Y'.
003512         88  WS-IS-NOT-RESTART      VALUE 'N'.
003513     05  WS-CHECKPOINT-EOF-SWITCH PIC X(01) VALUE 'N'.
003514         88  WS-CHECKPOINT-EOF      VALUE 'Y'.
003515     05  WS-RESUME-SWITCH  PIC X(01) VALUE 'N'.
003516         88  WS-RESUME-PENDING      VALUE 'Y'.
003517     05  WS-JUST-REJECTED-SWITCH PIC X(01) VALUE 'N'.
003518         88  WS-JUST-REJECTED       VALUE 'Y'.
003519     05  WS-VECTOR-COMPLETE-SWITCH PIC X(01) VALUE 'N'.
003520         88  WS-VECTOR-DONE         VALUE 'Y'.
003521     05  WS-RECYCLE-MODE-SWITCH PIC X(01) VALUE 'N'.
003522         88  WS-RECYCLE-MODE        VALUE 'Y'.
003523     05  WS-RUN-COMPLETE-SWITCH PIC X(01) VALUE 'N'.
003524         88  WS-RUN-COMPLETE        VALUE 'Y'.
003525     05  WS-PARMS-EOF-SWITCH PIC X(01) VALUE 'N'.
003526         88  WS-PARMS-EOF           VALUE 'Y'.
003527     05  WS-ACTIVE-INPUT   PIC X(01) VALUE 'V'.
003528         88  WS-READING-PRIMARY     VALUE 'V'.
003529         88  WS-READING-RECYCLE1    VALUE '1'.
003530         88  WS-READING-RECYCLE2    VALUE '2'.
003531         88  WS-READING-RELEASED    VALUE 'S'.
003532         88  WS-READING-FIRST-WAVE  VALUE 'V' 'S'.
003533     05  WS-ACTIVE-RECYCLE-OUT PIC X(01) VALUE '1'.
003534         88  WS-WRITING-RECYCLE1    VALUE '1'.
003535         88  WS-WRITING-RECYCLE2    VALUE '2'.
003536     05  WS-BAD-COUNT-POLICY PIC X(01) VALUE 'A'.
003537         88  WS-BAD-COUNT-ABORT     VALUE 'A'.
003538         88  WS-BAD-COUNT-SKIP      VALUE 'S'.
003539     05  WS-MANIFEST-SWITCH  PIC X(01) VALUE 'N'.
003540         88  WS-MANIFEST-SEEN       VALUE 'Y'.
003541     05  WS-RUN-TYPE         PIC X(01) VALUE 'D'.
003542         88  WS-RUN-DAILY           VALUE 'D'.
003543         88  WS-RUN-MONTH-END       VALUE 'M'.
003544         88  WS-RUN-QUARTER-END     VALUE 'Q'.
003545     05  WS-CORRECTION-SWITCH PIC X(01) VALUE SPACE.
003546         88  WS-CORRECTION-VECTOR   VALUE 'C'.
003547     05  WS-PARM-SOURCE      PIC X(01) VALUE 'C'.
003548         88  WS-PARMS-FROM-CARDS    VALUE 'C'.
003549         88  WS-PARMS-FROM-MASTER   VALUE 'M'.
003550     05  WS-PARM-MASTER-EOF-SWITCH PIC X(01) VALUE 'N'.
003551         88  WS-PARM-MASTER-EOF     VALUE 'Y'.
003554     05  WS-PRIORITY-MODE-SWITCH PIC X(01) VALUE 'N'.
003555         88  WS-PRIORITY-MODE       VALUE 'Y'.
003556     05  WS-PRIMARY-PASS     PIC 9(01) VALUE 1.
003558         88  WS-PASS-TWO            VALUE 2.
003559     05  WS-VECTOR-PRIORITY  PIC X(01) VALUE SPACE.
003560         88  WS-HIGH-PRIORITY-VECTOR VALUE 'H'.
003561     05  WS-FEED-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
003562         88  WS-FEED-SCAN-EOF       VALUE 'Y'.
003563     05  WS-FEED-CTL-EOF-SWITCH PIC X(01) VALUE 'N'.
003564         88  WS-FEED-CTL-EOF        VALUE 'Y'.
003565     05  WS-DUP-FEED-SWITCH  PIC X(01) VALUE 'N'.
003566         88  WS-DUPLICATE-FEED      VALUE 'Y'.
003567     05  WS-REGISTRY-SWITCH  PIC X(01) VALUE 'N'.
003568         88  WS-REGISTRY-OPEN       VALUE 'Y'.
003569     05  WS-REG-FOUND-SWITCH PIC X(01) VALUE 'N'.
003570         88  WS-REG-FOUND           VALUE 'Y'.
003571         88  WS-REG-NOT-FOUND       VALUE 'N'.
003572         88  WS-REG-READ-ERROR      VALUE 'E'.
003573     05  WS-SUSPENSE-SWITCH  PIC X(01) VALUE 'N'.
003574         88  WS-SUSPENSE-OPEN       VALUE 'Y'.
003575     05  WS-SUSP-CAPTURE-SWITCH PIC X(01) VALUE 'N'.
003576         88  WS-SUSP-CAPTURING      VALUE 'Y'.
003577     05  WS-DROP-SOURCE      PIC X(01) VALUE SPACE.
003578         88  WS-DROPPED-ON-COUNT    VALUE 'C'.
003579         88  WS-DROPPED-ON-DELTA    VALUE 'D'.
003580         88  WS-DROPPED-BY-REGISTRY VALUE 'R'.
003581     05  WS-PERF-LOG-SWITCH  PIC X(01) VALUE 'N'.
003582         88  WS-PERF-LOG-OPEN       VALUE 'Y'.
003583     05  WS-STREAM-EOF-SWITCH PIC X(01) VALUE 'N'.
003584         88  WS-STREAM-PARMS-EOF    VALUE 'Y'.
003585     05  WS-INTAKE-EOF-SWITCH PIC X(01) VALUE 'N'.
003586         88  WS-INTAKE-EOF          VALUE 'Y'.
003587     05  WS-CONSOLIDATED-SWITCH PIC X(01) VALUE 'N'.
003588         88  WS-CONSOLIDATED-RUN    VALUE 'Y'.
003589     05  WS-SENDER-SEEN-SWITCH PIC X(01) VALUE 'N'.
003590         88  WS-SENDER-SEEN         VALUE 'Y'.
003591     05  WS-SENDER-TRUNC-SWITCH PIC X(01) VALUE 'N'.
003592         88  WS-SENDER-TRUNCATED    VALUE 'Y'.
003593     05  WS-RUN-DATE-SOURCE  PIC X(01) VALUE 'K'.
003594         88  WS-RUN-FROM-CARD       VALUE 'K'.
003595         88  WS-RUN-FROM-CALENDAR   VALUE 'C'.
003596******************************************************************
003597*    SORTED-OUT REPORT LINES
003598******************************************************************
003599 01  WS-CURRENT-DATE.
003600     05  WS-CURR-YYYY      PIC 9(4).
003601     05  WS-CURR-MM        PIC 9(2).
003602     05  WS-CURR-DD        PIC 9(2).
003603******************************************************************
003604*    WS-RUN-DATE IS THE DATE THIS RUN IS PROCESSED AS - THE
003605*    CALENDAR'S RUN-AS DATE ON A MAKE-UP RUN, OTHERWISE THE DAY
003606*    THE RUN STARTED (SEE 1150-READ-CALENDAR).  THE REPORTS AND
003607*    EVERY DATED RECORD THE RUN WRITES CARRY IT.
003608******************************************************************
003609 01  WS-RUN-DATE.
003610     05  WS-RD-YYYY        PIC 9(4).
003611     05  WS-RD-MM          PIC 9(2).
003612     05  WS-RD-DD          PIC 9(2).
003613 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
003614                           PIC 9(8).
003615 01  WS-REPORT-HEADER-LINE.
003616     05  FILLER            PIC X(10) VALUE "RUN DATE: ".
003617     05  WS-RH-MM          PIC 9(2).
003618     05  FILLER            PIC X(01) VALUE "/".
003620     05  WS-RH-DD          PIC 9(2).
003630     05  FILLER            PIC X(01) VALUE "/".
003640     05  WS-RH-YYYY        PIC 9(4).
003769     05  FILLER            PIC X(08) VALUE "  WAVE: ".
003770     05  WS-RJH-WAVE       PIC 9(03).
003771     05  FILLER            PIC X(27) VALUE SPACES.
003772 01  WS-REJECT-DETAIL-LINE.
003773     05  WS-RJ-LABEL       PIC X(10) VALUE "VEC(   )=".
003774     05  WS-RJ-POSITION REDEFINES WS-RJ-LABEL.
003775         10  FILLER        PIC X(4).
003776         10  WS-RJ-POS-NUM PIC 9(3).
003777         10  FILLER        PIC X(3).
003778     05  WS-RJ-VALUE       PIC -ZZZZZ9.
003779     05  FILLER            PIC X(63) VALUE SPACES.
003780 01  WS-REJECT-TRAILER-LINE.
003781     05  FILLER            PIC X(23) VALUE
003782         "STALIN SORT - REJECTED ".
003783     05  FILLER            PIC X(12) VALUE "JOB TOTAL: ".
003784     05  WS-RJT-COUNT      PIC ZZZ9.
003785     05  FILLER            PIC X(41) VALUE SPACES.
003786******************************************************************
003787*    ERRORS-OUT REPORT LINES
003788******************************************************************
003789 01  WS-ERROR-HEADER-LINE.
003790     05  FILLER            PIC X(23) VALUE
003791         "STALIN SORT - ERRORS   ".
003792     05  FILLER            PIC X(11) VALUE "VECTOR ID: ".
003793     05  WS-ERH-VECTOR-ID  PIC X(08).
003794     05  FILLER            PIC X(08) VALUE "  WAVE: ".
003795     05  WS-ERH-WAVE       PIC 9(03).
003796     05  FILLER            PIC X(27) VALUE SPACES.
003797 01  WS-ERROR-DETAIL-LINE.
003798     05  WS-ER-LABEL       PIC X(10) VALUE "VEC(   )=".
003799     05  WS-ER-POSITION REDEFINES WS-ER-LABEL.
003800         10  FILLER        PIC X(4).
003801         10  WS-ER-POS-NUM PIC 9(3).
003802         10  FILLER        PIC X(3).
003803     05  WS-ER-VALUE       PIC X(10).
003804     05  FILLER            PIC X(01) VALUE SPACE.
003805     05  WS-ER-REASON      PIC X(30).
003806     05  FILLER            PIC X(29) VALUE SPACES.
003807 01  WS-ERROR-TRAILER-LINE.
003808     05  FILLER            PIC X(23) VALUE
003809         "STALIN SORT - ERRORS   ".
003810     05  FILLER            PIC X(12) VALUE "JOB TOTAL: ".
003811     05  WS-ERT-COUNT      PIC ZZZ9.
003812     05  FILLER            PIC X(41) VALUE SPACES.
003813******************************************************************
003814*    RUN-CONTROL ECHO LINES - THE EFFECTIVE SETTINGS FOR THIS
003815*    RUN, WRITTEN TO THE TOP OF SORTED-OUT SO AN AUDITOR CAN SEE
003816*    WHAT A GIVEN NIGHT RAN WITH WITHOUT DIGGING UP ITS RUNPARMS.
003817******************************************************************
003818 01  WS-PARM-ECHO-LINE-1.
003819     05  FILLER            PIC X(33) VALUE
003820         "RUN-CONTROL: CHECKPOINT INTERVAL ".
003821     05  WS-PE-CKPT-INT    PIC 9(04).
003822     05  FILLER            PIC X(20) VALUE
003823         "  MAX VECTOR LENGTH ".
003824     05  WS-PE-MAX-LEN     PIC 9(04).
003825     05  FILLER            PIC X(19) VALUE SPACES.
003826 01  WS-PARM-ECHO-LINE-2.
003827     05  FILLER            PIC X(25) VALUE
003828         "RUN-CONTROL: FIELD RANGE ".
003829     05  WS-PE-MIN-VALUE   PIC S9(6) SIGN IS LEADING SEPARATE.
003830     05  FILLER            PIC X(06) VALUE " THRU ".
003831     05  WS-PE-MAX-VALUE   PIC S9(6) SIGN IS LEADING SEPARATE.
003832     05  FILLER            PIC X(35) VALUE SPACES.
003833 01  WS-PARM-ECHO-LINE-3.
003834     05  FILLER            PIC X(30) VALUE
003835         "RUN-CONTROL: BAD COUNT POLICY ".
003836     05  WS-PE-POLICY      PIC X(05).
003837     05  FILLER            PIC X(10) VALUE "  RECYCLE ".
003838     05  WS-PE-RECYCLE     PIC X(01).
003839     05  FILLER            PIC X(11) VALUE "  PRIORITY ".
003840     05  WS-PE-PRIORITY    PIC X(01).
003841     05  FILLER            PIC X(22) VALUE SPACES.
003842 01  WS-PARM-ECHO-LINE-4.
003843     05  FILLER            PIC X(29) VALUE
003844         "RUN-CONTROL: LAST CHANGED BY ".
003845     05  WS-PE-OPERATOR    PIC X(08).
003846     05  FILLER            PIC X(04) VALUE " ON ".
003847     05  WS-PE-CHG-MM      PIC X(02).
003848     05  FILLER            PIC X(01) VALUE "/".
003849     05  WS-PE-CHG-DD      PIC X(02).
003850     05  FILLER            PIC X(01) VALUE "/".
003851     05  WS-PE-CHG-YYYY    PIC X(04).
003852     05  FILLER            PIC X(29) VALUE SPACES.
003853 01  WS-PARM-ECHO-LINE-5.
003854     05  FILLER            PIC X(22) VALUE
003855         "RUN-CONTROL: RUN DATE ".
003856     05  WS-PE-RUN-MM      PIC 9(02).
003857     05  FILLER            PIC X(01) VALUE "/".
003858     05  WS-PE-RUN-DD      PIC 9(02).
003859     05  FILLER            PIC X(01) VALUE "/".
003860     05  WS-PE-RUN-YYYY    PIC 9(04).
003861     05  FILLER            PIC X(11) VALUE "  RUN TYPE ".
003862     05  WS-PE-RUN-TYPE    PIC X(11).
003863     05  FILLER            PIC X(05) VALUE "FROM ".
003864     05  WS-PE-RUN-SOURCE  PIC X(13).
003865     05  FILLER            PIC X(08) VALUE SPACES.
003866******************************************************************
003867*    MANIFEST VERIFICATION LINES FOR ERRORS-OUT
003868******************************************************************
003869 01  WS-FEED-SERIAL-LINE.
003870     05  FILLER            PIC X(12) VALUE "FEED SERIAL ".
003871     05  WS-FSL-SERIAL     PIC 9(06).
003872     05  FILLER            PIC X(01) VALUE SPACE.
003873     05  WS-FSL-TEXT       PIC X(34).
003874     05  WS-FSL-EXPECTED   PIC 9(06).
003875     05  FILLER            PIC X(21) VALUE SPACES.
003876 01  WS-FEED-CONTROL-REC.
003877     05  WS-FCR-SERIAL     PIC 9(06).
003878     05  WS-FCR-FEED-DATE  PIC 9(08).
003879     05  WS-FCR-RUN-DATE   PIC 9(08).
003880     05  WS-FCR-STATUS     PIC X(01).
003881     05  WS-FCR-SENDER-ID  PIC X(04).
003882     05  FILLER            PIC X(53) VALUE SPACES.
003883 01  WS-MANIFEST-ERROR-LINE.
003884     05  FILLER            PIC X(09) VALUE "MANIFEST ".
003885     05  WS-MFE-FIGURE     PIC X(08).
003886     05  FILLER            PIC X(10) VALUE "EXPECTED: ".
003887     05  WS-MFE-EXPECTED   PIC S9(10) SIGN IS LEADING SEPARATE.
003888     05  FILLER            PIC X(10) VALUE "  ACTUAL: ".
003889     05  WS-MFE-ACTUAL     PIC S9(10) SIGN IS LEADING SEPARATE.
003890     05  FILLER            PIC X(21) VALUE SPACES.
003891 01  WS-MANIFEST-STATUS-LINE.
003892     05  FILLER            PIC X(09) VALUE "MANIFEST ".
003893     05  WS-MFS-TEXT       PIC X(40).
003894     05  FILLER            PIC X(31) VALUE SPACES.
003895******************************************************************
003896*    BALRPT REPORT LINES
003897******************************************************************
003898 01  WS-BAL-TITLE-LINE.
003899     05  FILLER            PIC X(40) VALUE
003900         "STALIN SORT - BALANCE REPORT  RUN DATE: ".
003901     05  WS-BTL-MM         PIC 9(2).
003902     05  FILLER            PIC X(01) VALUE "/".
003903     05  WS-BTL-DD         PIC 9(2).
003904     05  FILLER            PIC X(01) VALUE "/".
003905     05  WS-BTL-YYYY       PIC 9(4).
003906     05  FILLER            PIC X(30) VALUE SPACES.
003907 01  WS-BAL-COLUMN-LINE.
003908     05  FILLER            PIC X(40) VALUE
003909         "VECTOR    WAVE   READ   LOADED  SURVIVD".
003910     05  FILLER            PIC X(32) VALUE
003911         "  REJECTD  ERRORED  IN BALANCE? ".
003912     05  FILLER            PIC X(08) VALUE SPACES.
003913 01  WS-BAL-DETAIL-LINE.
003914     05  WS-BL-VECTOR-ID   PIC X(08).
003915     05  FILLER            PIC X(02) VALUE SPACES.
003916     05  WS-BL-WAVE        PIC 9(03).
003917     05  FILLER            PIC X(02) VALUE SPACES.
003918     05  WS-BL-READ        PIC ZZZZ9.
003919     05  FILLER            PIC X(04) VALUE SPACES.
003920     05  WS-BL-LOADED      PIC ZZZZ9.
003921     05  FILLER            PIC X(04) VALUE SPACES.
003922     05  WS-BL-SURVIVED    PIC ZZZZ9.
003923     05  FILLER            PIC X(04) VALUE SPACES.
003924     05  WS-BL-REJECTED    PIC ZZZZ9.
003925     05  FILLER            PIC X(04) VALUE SPACES.
003926     05  WS-BL-ERRORED     PIC ZZZZ9.
003927     05  FILLER            PIC X(02) VALUE SPACES.
003928     05  WS-BL-FLAG        PIC X(14).
003929     05  FILLER            PIC X(08) VALUE SPACES.
003930 01  WS-BAL-TOTAL-LINE.
003931     05  FILLER            PIC X(08) VALUE "*JOB TOT".
003932     05  FILLER            PIC X(04) VALUE SPACES.
003933     05  WS-BT-READ        PIC ZZZZZZZ9.
003934     05  FILLER            PIC X(01) VALUE SPACE.
003935     05  WS-BT-LOADED      PIC ZZZZZZZ9.
003936     05  FILLER            PIC X(01) VALUE SPACE.
003937     05  WS-BT-SURVIVED    PIC ZZZZZZZ9.
003938     05  FILLER            PIC X(01) VALUE SPACE.
003939     05  WS-BT-REJECTED    PIC ZZZZZZZ9.
003940     05  FILLER            PIC X(01) VALUE SPACE.
003941     05  WS-BT-ERRORED     PIC ZZZZZZZ9.
003942     05  FILLER            PIC X(02) VALUE SPACES.
003943     05  WS-BT-FLAG        PIC X(14).
003944     05  FILLER            PIC X(08) VALUE SPACES.
003945 01  WS-BAL-NOTE-LINE.
003946     05  WS-BN-TEXT        PIC X(50).
003947     05  FILLER            PIC X(30) VALUE SPACES.
003948 01  WS-BAL-HELD-LINE.
003949     05  WS-BH-VECTOR-ID   PIC X(08).
003950     05  FILLER            PIC X(02) VALUE SPACES.
003951     05  WS-BH-WAVE        PIC 9(03).
003952     05  FILLER            PIC X(02) VALUE SPACES.
003953     05  FILLER            PIC X(06) VALUE "HELD: ".
003954     05  WS-BH-REASON      PIC X(30).
003955     05  FILLER            PIC X(17) VALUE
003956         " DECLARED LENGTH ".
003957     05  WS-BH-LENGTH      PIC ZZZ9.
003958     05  FILLER            PIC X(08) VALUE SPACES.
003959 01  WS-BAL-HELD-TOTAL-LINE.
003960     05  FILLER            PIC X(08) VALUE "*HELD   ".
003961     05  FILLER            PIC X(04) VALUE SPACES.
003962     05  WS-BHT-COUNT      PIC ZZZZZZZ9.
003963     05  FILLER            PIC X(46) VALUE
003964         " VECTOR(S) HELD BY REGISTRY CHECK - NOT SORTED".
003965     05  FILLER            PIC X(14) VALUE SPACES.
003966 01  WS-BAL-SUSPENSE-LINE.
003967     05  WS-BSL-LABEL      PIC X(08).
003968     05  FILLER            PIC X(04) VALUE SPACES.
003969     05  WS-BSL-COUNT      PIC ZZZZZZZ9.
003970     05  WS-BSL-TEXT       PIC X(46).
003971     05  FILLER            PIC X(14) VALUE SPACES.
003972 01  WS-BAL-SENDER-LINE.
003973     05  FILLER            PIC X(04) VALUE "*SN ".
003974     05  WS-BS-SENDER-ID   PIC X(04).
003975     05  FILLER            PIC X(04) VALUE SPACES.
003976     05  WS-BS-READ        PIC ZZZZZZZ9.
003977     05  FILLER            PIC X(01) VALUE SPACE.
003978     05  WS-BS-LOADED      PIC ZZZZZZZ9.
003979     05  FILLER            PIC X(01) VALUE SPACE.
003980     05  WS-BS-SURVIVED    PIC ZZZZZZZ9.
003981     05  FILLER            PIC X(01) VALUE SPACE.
003982     05  WS-BS-REJECTED    PIC ZZZZZZZ9.
003983     05  FILLER            PIC X(01) VALUE SPACE.
003984     05  WS-BS-ERRORED     PIC ZZZZZZZ9.
003985     05  FILLER            PIC X(02) VALUE SPACES.
003986     05  WS-BS-FLAG        PIC X(14).
003987     05  FILLER            PIC X(08) VALUE SPACES.
003988 01  WS-BAL-INTAKE-LINE.
003989     05  FILLER            PIC X(04) VALUE "*SN ".
003990     05  WS-BI-SENDER-ID   PIC X(04).
003991     05  FILLER            PIC X(04) VALUE SPACES.
003992     05  FILLER            PIC X(17) VALUE
003993         "HELD AT INTAKE - ".
003994     05  WS-BI-STATUS      PIC X(09).
003995     05  FILLER            PIC X(01) VALUE SPACE.
003996     05  WS-BI-REASON      PIC X(20).
003997     05  FILLER            PIC X(21) VALUE SPACES.
003998******************************************************************
003999*    WORKING COUNTERS AND TABLES
004000*    THE FOUR 77S BELOW ARE DEFAULTS ONLY - 1100-READ-RUN-PARMS
004001*    OVERRIDES THEM FROM THE RUNPARMS CARDS.  WS-MAX-VECTOR-
004002*    LENGTH CAN NEVER EXCEED 500, THE FIXED CAPACITY OF THE
004003*    VECTOR AND SORTED-VECTOR TABLES.
004004******************************************************************
004005 77  WS-MIN-FIELD-VALUE   PIC S9(6) VALUE -999999.
004006 77  WS-MAX-FIELD-VALUE   PIC S9(6) VALUE  999999.
004007 77  WS-MAX-VECTOR-LENGTH PIC 9(4) COMP VALUE 500.
004008 77  WS-CHECKPOINT-INTERVAL PIC 9(4) COMP VALUE 25.
004009 77  WS-TABLE-CAPACITY    PIC 9(4) COMP VALUE 500.
004010 01  WS-PARM-NUMBER       PIC 9(4).
004011 01  WS-PARM-SIGNED       PIC S9(6) SIGN IS LEADING SEPARATE.
004012 01  WS-PARM-CARD         PIC X(80).
004013 01  WS-FEED-SERIAL       PIC 9(06) VALUE ZERO.
004014 01  WS-PRIO-RECS-WRITTEN PIC 9(06) VALUE ZERO.
004015 01  WS-PRIO-SECTIONS     PIC 9(04) VALUE ZERO.
004016 01  WS-PRIO-IF-REC       PIC X(80).
004017 01  WS-FEED-DATE         PIC 9(08) VALUE ZERO.
004018 01  WS-HIGH-SERIAL       PIC 9(06) VALUE ZERO.
004019 01  WS-EXPECTED-SERIAL   PIC 9(06) VALUE ZERO.
004020 01  WS-MASTER-HITS       PIC 9(4) COMP VALUE ZERO.
004021 01  WS-LAST-OPERATOR     PIC X(08) VALUE SPACES.
004022 01  WS-LAST-CHG-DATE     PIC 9(08) VALUE ZERO.
004023 01  WS-LAST-CHG-DATE-X REDEFINES WS-LAST-CHG-DATE
004024                          PIC X(08).
004025 01  WS-LAST-CHG-TIME     PIC 9(06) VALUE ZERO.
004026 01  I                    PIC 9(4) COMP.
004027 01  WS-LOAD-COUNT        PIC 9(4) COMP.
004028 01  WS-SUB               PIC 9(4) COMP.
004029 01  WS-CURRENT-VECTOR-ID PIC X(08).
004030 01  WS-CURRENT-SENDER-ID PIC X(04) VALUE SPACES.
004031 01  WS-MANIFEST-SENDER-ID PIC X(04) VALUE SPACES.
004032 01  WS-TOTAL-RECS-READ   PIC 9(8) COMP VALUE ZERO.
004033 01  WS-VECTOR-RECS-READ  PIC 9(4) COMP VALUE ZERO.
004034 01  WS-RELOAD-SUB        PIC 9(4) COMP.
004035 01  WS-RECS-TO-SKIP      PIC 9(8) COMP.
004036 01  WS-SKIP-SUB          PIC 9(8) COMP.
004037 01  WS-CKPT-QUOTIENT     PIC 9(4) COMP.
004038 01  WS-CKPT-REMAINDER    PIC 9(4) COMP.
004039 77  WS-BALANCE-TABLE-MAX PIC 9(4) COMP VALUE 1000.
004040 01  WS-VECTOR-REJECT-COUNT PIC 9(4) COMP VALUE ZERO.
004041 01  WS-VECTOR-ERROR-COUNT  PIC 9(4) COMP VALUE ZERO.
004042 01  WS-BALANCE-COUNT     PIC 9(4) COMP VALUE ZERO.
004043 01  WS-BAL-SUB           PIC 9(4) COMP.
004044 01  WS-BAL-TRUNC-SWITCH  PIC X(01) VALUE 'N'.
004045     88  WS-BAL-TRUNCATED     VALUE 'Y'.
004046 01  WS-BAL-BAD-SWITCH    PIC X(01) VALUE 'N'.
004047     88  WS-BAL-ANY-OUT       VALUE 'Y'.
004048 01  WS-TOT-READ          PIC 9(8) COMP VALUE ZERO.
004049 01  WS-TOT-LOADED        PIC 9(8) COMP VALUE ZERO.
004050 01  WS-TOT-SURVIVED      PIC 9(8) COMP VALUE ZERO.
004051 01  WS-TOT-REJECTED      PIC 9(8) COMP VALUE ZERO.
004052 01  WS-TOT-ERRORED       PIC 9(8) COMP VALUE ZERO.
004053 01  WS-MF-RECS-SEEN      PIC 9(8) COMP VALUE ZERO.
004054 01  WS-MF-VECS-SEEN      PIC 9(4) COMP VALUE ZERO.
004055 01  WS-MF-HASH-TOTAL     PIC S9(10) VALUE ZERO.
004056 01  WS-MF-EXP-RECS       PIC 9(8) COMP VALUE ZERO.
004057 01  WS-MF-EXP-VECS       PIC 9(4) COMP VALUE ZERO.
004058 01  WS-MF-EXP-HASH       PIC S9(10) VALUE ZERO.
004059 01  WS-WAVE-NUMBER       PIC 9(3) VALUE 1.
004060 01  WS-PASS-REJECT-COUNT PIC 9(4) COMP VALUE ZERO.
004061 01  WS-RECYCLE-COUNT     PIC 9(4) COMP VALUE ZERO.
004062 01  WS-RCY-SUB           PIC 9(4) COMP.
004063 01  S                    PIC 9(4) COMP.
004064 01  WS-REJECT-COUNT      PIC 9(4) COMP.
004065 01  WS-ERROR-COUNT       PIC 9(4) COMP.
004100 01  VECTOR-LENGTH        PIC 9(4) COMP.
004200 01  VECTOR.
004300     02  VEC              PIC S9(6)
004601 01  WS-HIGH-MARK         PIC S9(6) VALUE ZERO.
004602 01  WS-TOLERANCE-DELTA   PIC 9(6) VALUE ZERO.
004603 01  WS-MAX-ORIG-POS      PIC 9(4) COMP VALUE ZERO.
004604 01  WS-MAX-REF-KEY       PIC X(16) VALUE SPACES.
004605 01  WS-SVEC-REF-KEYS.
004606     05  WS-SVEC-REF-KEY  PIC X(16)
004607         OCCURS 500 TIMES.
004610******************************************************************
004611*    RECYCLE CAPTURE - EVERYTHING STALIN-SORT PURGES FROM THE
004612*    CURRENT VECTOR, HELD UNTIL THE VECTOR FLUSHES AND THEN
004623     05  WS-RCY-VECTOR-ID  PIC X(08).
004624     05  WS-RCY-DELTA      PIC X(06) VALUE SPACES.
004625     05  WS-RCY-CORRECTION PIC X(01) VALUE SPACE.
004626     05  FILLER            PIC X(01) VALUE SPACE.
004627     05  WS-RCY-SENDER-ID  PIC X(04) VALUE SPACES.
004628     05  FILLER            PIC X(24) VALUE SPACES.
004629     05  WS-RCY-REF-KEY    PIC X(16) VALUE SPACES.
004630     05  FILLER            PIC X(10) VALUE SPACES.
004631 01  WS-RECYCLE-TABLE.
004632     05  WS-RECYCLE-ENTRY  OCCURS 500 TIMES.
004633         10  WS-RECYCLE-VALUE   PIC S9(6).
004634         10  WS-RECYCLE-REF-KEY PIC X(16).
004640******************************************************************
004641*    BALANCE CAPTURE - ONE ENTRY PER VECTOR PER WAVE, TAKEN AS
004642*    EACH VECTOR FLUSHES, WRITTEN TO BALRPT AT END OF JOB.  THE
004652         10  WS-BE-SURVIVED  PIC 9(4) COMP.
004653         10  WS-BE-REJECTED  PIC 9(4) COMP.
004654         10  WS-BE-ERRORED   PIC 9(4) COMP.
004655         10  WS-BE-SENDER-ID PIC X(04).
004656******************************************************************
004657*    SENDER TOTALS - THE SAME FIVE FIGURES AS THE JOB TOTALS,
004658*    KEPT PER BUREAU (VI-SENDER-ID ON THE COUNT RECORD) SO A
004659*    CONSOLIDATED NIGHT STILL RECONCILES BUREAU BY BUREAU.  A
004660*    FEED FROM BEFORE INTAKE CARRIES NO SENDER AND TOTALS UNDER
004661*    A BLANK ONE, SHOWN AS ---- ON BALRPT.
004662******************************************************************
004663 77  WS-SENDER-TABLE-MAX  PIC 9(4) COMP VALUE 10.
004664 01  WS-SENDER-COUNT      PIC 9(4) COMP VALUE ZERO.
004665 01  WS-SND-SUB           PIC 9(4) COMP.
004666 01  WS-SND-HIT           PIC 9(4) COMP.
004667 01  WS-SENDER-TABLE.
004668     05  WS-SENDER-ENTRY OCCURS 10 TIMES.
004669         10  WS-SN-SENDER-ID PIC X(04).
004670         10  WS-SN-READ      PIC 9(8) COMP.
004671         10  WS-SN-LOADED    PIC 9(8) COMP.
004672         10  WS-SN-SURVIVED  PIC 9(8) COMP.
004673         10  WS-SN-REJECTED  PIC 9(8) COMP.
004674         10  WS-SN-ERRORED   PIC 9(8) COMP.
004675******************************************************************
004676*    INTAKE VERDICTS - THE INTKCTL ROWS FEEDINTK WROTE FOR THE
004677*    CONSOLIDATED FEED, ONE PER SENDER SLOT.  HELD BUREAUS ARE
004678*    NAMED ON BALRPT; ACCEPTED ONES HAVE THEIR OWN SERIAL
004679*    REGISTERED ON FEEDCTL BY 9500 AT CLEAN END OF JOB.
004680******************************************************************
004681 77  WS-INTAKE-TABLE-MAX  PIC 9(4) COMP VALUE 4.
004682 01  WS-INTAKE-COUNT      PIC 9(4) COMP VALUE ZERO.
004683 01  WS-INTK-SUB          PIC 9(4) COMP.
004684 01  WS-INTAKE-TABLE.
004685     05  WS-INTAKE-ENTRY OCCURS 4 TIMES.
004686         10  WS-IT-SENDER-ID PIC X(04).
004687         10  WS-IT-STATUS    PIC X(01).
004688             88  WS-IT-ACCEPTED  VALUE 'A'.
004689             88  WS-IT-LATE      VALUE 'L'.
004690             88  WS-IT-DUPLICATE VALUE 'D'.
004691         10  WS-IT-SERIAL    PIC 9(06).
004692         10  WS-IT-FEED-DATE PIC 9(08).
004693         10  WS-IT-REASON    PIC X(20).
004694******************************************************************
004695*    REGISTRY HOLDS - ONE ENTRY PER VECTOR THE REGISTRY CHECK
004696*    HELD BACK, WITH ITS REASON AND DECLARED LENGTH, LISTED ON
004697*    BALRPT AFTER THE BALANCE ROWS.  A HELD VECTOR IS NEVER
004698*    LOADED, SO IT HAS NO BALANCE ROW OF ITS OWN AND ADDS
004699*    NOTHING TO THE JOB TOTALS - THIS LIST IS WHERE IT SHOWS UP.
004700*    WS-REG-REASON/WS-REG-VALUE CARRY THE VERDICT OF THE CHECK
004701*    FROM 1585-CHECK-CONFORMANCE TO THE ERRORS-OUT WRITER.
004702******************************************************************
004703 77  WS-HELD-TABLE-MAX    PIC 9(4) COMP VALUE 200.
004704 01  WS-HELD-COUNT        PIC 9(4) COMP VALUE ZERO.
004705 01  WS-HELD-SUB          PIC 9(4) COMP.
004706 01  WS-TOT-HELD          PIC 9(8) COMP VALUE ZERO.
004707 01  WS-HELD-TRUNC-SWITCH PIC X(01) VALUE 'N'.
004708     88  WS-HELD-TRUNCATED    VALUE 'Y'.
004709 01  WS-REG-REASON        PIC X(30) VALUE SPACES.
004710 01  WS-REG-VALUE         PIC X(10) VALUE SPACES.
004711 01  WS-REG-NUMBER        PIC 9(06).
004712 01  WS-REG-DIRECTION     PIC X(01).
004713 01  WS-HELD-TABLE.
004714     05  WS-HELD-ENTRY OCCURS 200 TIMES.
004715         10  WS-HT-VECTOR-ID PIC X(08).
004716         10  WS-HT-REASON    PIC X(30).
004717         10  WS-HT-LENGTH    PIC 9(4) COMP.
004718******************************************************************
004719*    SUSPENSE - A VECTOR DROPPED WHOLESALE IS CAPTURED ONTO
004720*    SUSPMSTR AS IT IS READ PAST: THE COUNT RECORD IMAGE WAITS
004721*    HERE WHILE ITS DETAILS GO OUT AS SEQUENCE 0001 UPWARD, THEN
004722*    GOES OUT LAST AS SEQUENCE 0000 CARRYING THE DETAIL COUNT -
004723*    SO A SEQUENCE-0000 RECORD ON FILE ALWAYS MEANS A COMPLETE
004724*    ITEM.  WS-SUSP-REASON CARRIES THE EDIT OR REGISTRY VERDICT
004725*    FROM WHICHEVER PATH DROPPED THE VECTOR.
004726******************************************************************
004727 77  WS-SUSP-SEQUENCE-MAX PIC 9(4) COMP VALUE 9999.
004728 01  WS-SUSP-SEQUENCE     PIC 9(4) COMP VALUE ZERO.
004729 01  WS-SUSP-REASON       PIC X(30) VALUE SPACES.
004730 01  WS-SUSP-COUNT-IMAGE  PIC X(80) VALUE SPACES.
004731 01  WS-SUSP-TIME.
004732     05  WS-SUSP-HHMMSS   PIC 9(06).
004733     05  FILLER           PIC 9(02).
004734 01  WS-TOT-SUSPENDED     PIC 9(8) COMP VALUE ZERO.
004735 01  WS-TOT-NOT-HELD      PIC 9(8) COMP VALUE ZERO.
004736 01  WS-TOT-RELEASED      PIC 9(8) COMP VALUE ZERO.
004737******************************************************************
004738*    PERFORMANCE LOG - START AND END STAMPS FOR THE STEP, FOR
004739*    THE MOMENT THE MANIFEST WAS PROVEN AND FOR THE VECTOR IN
004740*    HAND, EACH AS DATE YYYYMMDD PLUS TIME HHMMSSCC, AND THE
004741*    STEP'S RUNNING ELEMENT AND VECTOR COUNTS FOR ITS 'S' ROW.
004742*    WS-PERF-STREAM IS THE PARALLEL STREAM NUMBER FROM THE
004743*    STRMPARM CARD, ZERO ON THE SINGLE-STREAM JOB.
004744******************************************************************
004745 01  WS-PERF-STREAM       PIC 9(01) VALUE ZERO.
004746 01  WS-STREAM-CARD       PIC X(80).
004747 01  WS-PERF-NOW.
004748     05  WS-PERF-NOW-DATE PIC 9(08).
004749     05  WS-PERF-NOW-TIME PIC 9(08).
004750 01  WS-PERF-STEP-START.
004751     05  WS-PERF-STEP-DATE PIC 9(08).
004752     05  WS-PERF-STEP-TIME PIC 9(08).
004753 01  WS-PERF-MANIFEST-AT.
004754     05  WS-PERF-MF-DATE  PIC 9(08).
004755     05  WS-PERF-MF-TIME  PIC 9(08).
004756 01  WS-PERF-VECTOR-START.
004757     05  WS-PERF-VEC-DATE PIC 9(08).
004758     05  WS-PERF-VEC-TIME PIC 9(08).
004759 01  WS-PERF-STEP-ELEMENTS PIC 9(8) COMP VALUE ZERO.
004760 01  WS-PERF-STEP-VECTORS PIC 9(4) COMP VALUE ZERO.
004761 PROCEDURE DIVISION.
004800******************************************************************
004900*    0000-MAINLINE
005000*    OPENS THE FILES FOR THIS JOB, THEN RUNS EVERY VECTOR ON
006214 0100-RUN-ONE-WAVE.
006215     PERFORM 0200-PROCESS-ONE-VECTOR THRU 0200-EXIT
006216         UNTIL WS-END-OF-INPUT.
006218     IF WS-PRIORITY-MODE
006220         AND WS-READING-PRIMARY
006222         AND WS-PASS-ONE
006224         AND RETURN-CODE = ZERO
006226         PERFORM 7500-START-ROUTINE-PASS THRU 7500-EXIT
006228         GO TO 0100-EXIT
006230     END-IF.
006232     IF NOT WS-RECYCLE-MODE
006234         OR WS-PASS-REJECT-COUNT = ZERO
006236         OR RETURN-CODE NOT = ZERO
006238         MOVE 'Y' TO WS-RUN-COMPLETE-SWITCH
006240         GO TO 0100-EXIT
006242     END-IF.
006244     PERFORM 7000-ADVANCE-RECYCLE-WAVE THRU 7000-EXIT.
006246 0100-EXIT.
006248     EXIT.
006250******************************************************************
006252*    0200-PROCESS-ONE-VECTOR RUNS ONE VECTOR (COUNT RECORD PLUS
006254*    ITS DETAIL RECORDS) FROM VECTOR-IN THROUGH LOAD, SORT AND
006256*    REPORTING END TO END. THE FIRST TIME THROUGH ON A RESTART
006258*    RUN, THE VECTOR CURRENTLY IN FLIGHT WAS ALREADY READ AND ITS
006260*    STATE ALREADY RESTORED BY 1600-RESTORE-CHECKPOINT, SO THIS
006262*    SKIPS STRAIGHT TO RESUMING THE LOAD-AND-SORT LOOP INSTEAD OF
006264*    STARTING A NEW VECTOR. ONCE A VECTOR'S
006266*    SORTED-OUT/REJECTS-OUT/ERRORS-OUT/SVECIFC SECTIONS ARE ALL
006268*    FLUSHED, A CHECKPOINT IS FORCED WITH
006270*    WS-VECTOR-COMPLETE-SWITCH SET TO 'Y' - OTHERWISE, IN A BATCH
006272*    OF SHORT VECTORS THAT NEVER TRIP THE PERIODIC INTERVAL OR A
006274*    REJECT/ERROR WRITE, CHECKPOINT-OUT COULD SIT EMPTY (OR STALE)
006276*    ACROSS SEVERAL FULLY-COMPLETED VECTORS, AND AN ABEND EARLY IN
006278*    THE NEXT ONE WOULD MAKE 1600-RESTORE-CHECKPOINT REPLAY - AND
006280*    RE-WRITE - A VECTOR THAT HAD ALREADY FINISHED CLEANLY.
006290******************************************************************
006300 0200-PROCESS-ONE-VECTOR.
006305     PERFORM 8100-STAMP-NOW THRU 8100-EXIT.
006306     MOVE WS-PERF-NOW TO WS-PERF-VECTOR-START.
006310     IF WS-RESUME-PENDING
006320         MOVE 'N' TO WS-RESUME-SWITCH
006321     ELSE
006322         PERFORM 1500-READ-VECTOR-LENGTH THRU 1500-EXIT
006323         IF WS-END-OF-INPUT
006324             GO TO 0200-EXIT
006325         END-IF
006326         MOVE 1 TO I
006327         MOVE 1 TO S
006328         MOVE ZERO TO MAX
006329         MOVE ZERO TO WS-VECTOR-RECS-READ
006330         MOVE 'N' TO WS-VECTOR-COMPLETE-SWITCH
006331         MOVE ZERO TO WS-RECYCLE-COUNT
006332         MOVE ZERO TO WS-VECTOR-REJECT-COUNT
006333         MOVE ZERO TO WS-VECTOR-ERROR-COUNT
006334         PERFORM 1640-WRITE-VECTOR-HEADERS THRU 1640-EXIT
006335     END-IF.
006336     PERFORM 2000-LOAD-AND-SORT-VECTOR THRU 2000-EXIT
006337         UNTIL WS-END-OF-INPUT
006338         OR WS-VECTOR-RECS-READ >= VECTOR-LENGTH.
006339     MOVE I TO WS-LOAD-COUNT.
006340     PERFORM 3000-DISPLAY-INPUT THRU 3000-EXIT.
006341     PERFORM 4000-FINALIZE-SORT THRU 4000-EXIT.
006342     PERFORM 5000-DISPLAY-OUTPUT THRU 5000-EXIT.
006343     PERFORM 6000-WRITE-SORTED-REPORT THRU 6000-EXIT.
006344     PERFORM 6600-WRITE-RECYCLE-VECTOR THRU 6600-EXIT.
006345     PERFORM 6700-CAPTURE-VECTOR-BALANCE THRU 6700-EXIT.
006346     PERFORM 6800-WRITE-RUN-HISTORY THRU 6800-EXIT.
006347     PERFORM 8200-LOG-VECTOR THRU 8200-EXIT.
006348     MOVE 'Y' TO WS-VECTOR-COMPLETE-SWITCH.
006349     PERFORM 6500-WRITE-CHECKPOINT THRU 6500-EXIT.
006350 0200-EXIT.
006351     EXIT.
006352******************************************************************
006353*    0500-DETECT-RESTART
006354*    PROBES FOR A CHECKPOINT LEFT BY A PRIOR, UNFINISHED RUN.
006355*    CHKPT IS CATALOGUED MOD SO IT SURVIVES AN ABEND, BUT THAT
006356*    MEANS THE DATASET IS STILL THERE - POSSIBLY EMPTY - AFTER A
006357*    RUN THAT FINISHED CLEANLY, SO OPENING IT SUCCESSFULLY IS NOT
006358*    BY ITSELF PROOF OF A RESTART.  ONLY AN ACTUAL CHECKPOINT
006359*    RECORD IS.  9000-TERMINATE TRUNCATES CHKPT BACK TO EMPTY ON A
006360*    CLEAN FINISH, SO THE ONLY WAY A RECORD CAN BE SITTING HERE IS
006361*    A RUN THAT NEVER REACHED 9000-TERMINATE.
006362******************************************************************
006363 0500-DETECT-RESTART.
006370     OPEN INPUT CHECKPOINT-IN.
006380     IF WS-CHECKPOINT-IN-STATUS = "00"
006385         READ CHECKPOINT-IN
006480*    ALONG THE WAY.
006490******************************************************************
006700 1000-INITIALIZE.
006705     PERFORM 8100-STAMP-NOW THRU 8100-EXIT.
006706     MOVE WS-PERF-NOW TO WS-PERF-STEP-START.
006710     PERFORM 1100-READ-RUN-PARMS THRU 1100-EXIT.
006715     PERFORM 1150-READ-CALENDAR THRU 1150-EXIT.
006720     IF WS-RECYCLE-MODE
006725         OR WS-PRIORITY-MODE
006730         MOVE 'N' TO WS-RESTART-SWITCH
007231             MOVE 16 TO RETURN-CODE
007232         END-IF
007233     END-IF.
007243     IF WS-RECYCLE-MODE
007253         AND WS-RECYCLE1-STATUS NOT = "00"
007263         DISPLAY "SORTVECT: UNABLE TO OPEN RECYCLE1, STATUS = "
007273             WS-RECYCLE1-STATUS
007283         MOVE 16 TO RETURN-CODE
007293     END-IF.
007303     PERFORM 1200-ECHO-RUN-PARMS THRU 1200-EXIT.
007313     PERFORM 1300-CHECK-FEED-SERIAL THRU 1300-EXIT.
007323     PERFORM 1400-OPEN-VECTOR-REGISTRY THRU 1400-EXIT.
007333     PERFORM 1410-OPEN-SUSPENSE THRU 1410-EXIT.
007343     PERFORM 1420-OPEN-PERF-LOG THRU 1420-EXIT.
007353     MOVE ZERO TO WS-REJECT-COUNT.
007363     MOVE ZERO TO WS-ERROR-COUNT.
007500 1000-EXIT.
007600     EXIT.
007610******************************************************************
007653         MOVE 'Y' TO WS-EOF-SWITCH
007654         MOVE 16 TO RETURN-CODE
007655     END-IF.
007656 1100-EXIT.
007657     EXIT.
007658 1110-PROCESS-PARM-CARD.
007659     READ RUN-PARMS INTO WS-PARM-CARD
007660         AT END
007661             MOVE 'Y' TO WS-PARMS-EOF-SWITCH
007662             GO TO 1110-EXIT
007663     END-READ.
007664     PERFORM 1115-APPLY-PARM-CARD THRU 1115-EXIT.
007665 1110-EXIT.
007666     EXIT.
007667******************************************************************
007668*    1115-APPLY-PARM-CARD
007669*    ONE KEYWORD=VALUE IMAGE IN WS-PARM-CARD, WHETHER IT CAME
007670*    OFF A RUNPARMS CARD OR WAS REBUILT FROM A PARMMSTR RECORD,
007671*    IS EDITED AND APPLIED HERE.
007672******************************************************************
007673 1115-APPLY-PARM-CARD.
007674     IF WS-PARM-CARD = SPACES
007675         OR WS-PARM-CARD(1:1) = "*"
007676         GO TO 1115-EXIT
007677     END-IF.
007678     IF WS-PARM-CARD(1:8) = "RECYCLE="
007679         IF WS-PARM-CARD(9:1) = "Y" OR "N"
007680             MOVE WS-PARM-CARD(9:1) TO WS-RECYCLE-MODE-SWITCH
007681         ELSE
007682             PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
007683         END-IF
007684         GO TO 1115-EXIT
007685     END-IF.
007686     IF WS-PARM-CARD(1:9) = "PRIORITY="
007687         IF WS-PARM-CARD(10:1) = "Y" OR "N"
007688             MOVE WS-PARM-CARD(10:1) TO WS-PRIORITY-MODE-SWITCH
007689         ELSE
007690             PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
007691         END-IF
007692         GO TO 1115-EXIT
007693     END-IF.
007694     IF WS-PARM-CARD(1:20) = "CHECKPOINT-INTERVAL="
007695         MOVE WS-PARM-CARD(21:4) TO WS-PARM-NUMBER
007696         IF WS-PARM-NUMBER NOT NUMERIC
007697             OR WS-PARM-NUMBER = ZERO
007698             PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
007699         ELSE
007700             MOVE WS-PARM-NUMBER TO WS-CHECKPOINT-INTERVAL
007701         END-IF
007702         GO TO 1115-EXIT
007703     END-IF.
007704     IF WS-PARM-CARD(1:18) = "MAX-VECTOR-LENGTH="
007705         MOVE WS-PARM-CARD(19:4) TO WS-PARM-NUMBER
007706         IF WS-PARM-NUMBER NOT NUMERIC
007707             OR WS-PARM-NUMBER = ZERO
007708             OR WS-PARM-NUMBER > WS-TABLE-CAPACITY
007709             PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
007710         ELSE
007711             MOVE WS-PARM-NUMBER TO WS-MAX-VECTOR-LENGTH
007712         END-IF
007713         GO TO 1115-EXIT
007714     END-IF.
007715     IF WS-PARM-CARD(1:16) = "MIN-FIELD-VALUE="
007716         MOVE WS-PARM-CARD(17:7) TO WS-PARM-SIGNED
007717         IF WS-PARM-SIGNED NOT NUMERIC
007718             PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
007719         ELSE
007720             MOVE WS-PARM-SIGNED TO WS-MIN-FIELD-VALUE
007721         END-IF
007722         GO TO 1115-EXIT
007723     END-IF.
007724     IF WS-PARM-CARD(1:16) = "MAX-FIELD-VALUE="
007725         MOVE WS-PARM-CARD(17:7) TO WS-PARM-SIGNED
007726         IF WS-PARM-SIGNED NOT NUMERIC
007727             PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
007728         ELSE
007729             MOVE WS-PARM-SIGNED TO WS-MAX-FIELD-VALUE
007730         END-IF
007731         GO TO 1115-EXIT
007732     END-IF.
007733     IF WS-PARM-CARD(1:9) = "RUN-TYPE="
007734         IF WS-PARM-CARD(10:5) = "DAILY"
007735             MOVE 'D' TO WS-RUN-TYPE
007736         ELSE
007737             IF WS-PARM-CARD(10:8) = "MONTHEND"
007738                 MOVE 'M' TO WS-RUN-TYPE
007739             ELSE
007740                 PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
007741             END-IF
007742         END-IF
007743         GO TO 1115-EXIT
007744     END-IF.
007745     IF WS-PARM-CARD(1:17) = "BAD-COUNT-POLICY="
007746         IF WS-PARM-CARD(18:5) = "ABORT"
007747             MOVE 'A' TO WS-BAD-COUNT-POLICY
007748         ELSE
007749             IF WS-PARM-CARD(18:4) = "SKIP"
007750                 MOVE 'S' TO WS-BAD-COUNT-POLICY
007751             ELSE
007752                 PERFORM 1120-REJECT-PARM-CARD THRU 1120-EXIT
007753             END-IF
007754         END-IF
007755         GO TO 1115-EXIT
007756     END-IF.
007757     DISPLAY "SORTVECT: UNRECOGNIZED RUN-CONTROL CARD: "
007758         WS-PARM-CARD(1:20).
007759 1115-EXIT.
007760     EXIT.
007761******************************************************************
007762*    1120-REJECT-PARM-CARD
007763*    A CONTROL CARD WHOSE VALUE FAILS ITS EDIT - NON-NUMERIC,
007764*    ZERO WHERE ZERO MAKES NO SENSE, OR PAST THE FIXED TABLE
007765*    CAPACITY - STOPS THE RUN COLD.  THE OPERATOR MEANT TO SET
007766*    SOMETHING AND DID NOT GET IT, AND GUESSING WHICH OF THE
007767*    CARD OR THE DEFAULT THEY WANTED IS NOT THIS PROGRAM'S CALL.
007768******************************************************************
007769 1120-REJECT-PARM-CARD.
007770     DISPLAY "SORTVECT: INVALID RUN-CONTROL CARD: "
007771         WS-PARM-CARD(1:30).
007772     MOVE 'Y' TO WS-EOF-SWITCH.
007773     MOVE 16 TO RETURN-CODE.
007774 1120-EXIT.
007775     EXIT.
007776******************************************************************
007777*    1130-READ-PARM-MASTER
007778*    READS THE KEYED PARMMSTR PARAMETER MASTER AND APPLIES ITS
007779*    SORTVECT RECORDS AS CARD IMAGES.  A MASTER THAT CANNOT BE
007780*    OPENED, OR HOLDS NO SORTVECT RECORDS, LEAVES THE CARD DECK
007781*    IN CHARGE - THE MASTER IS A DIAL, NOT A PREREQUISITE, THE
007782*    SAME STANCE THE CARD FILE ITSELF TAKES.  THE MOST RECENT
007783*    CHANGE'S OPERATOR AND DATE ARE KEPT FOR THE SORTED-OUT
007784*    ECHO, SO THE NIGHT'S REPORT NAMES WHO LAST TOUCHED THE
007785*    EFFECTIVE SETTINGS.
007786******************************************************************
007787 1130-READ-PARM-MASTER.
007788     OPEN INPUT PARAMETER-MASTER.
007789     IF WS-PARM-MASTER-STATUS NOT = "00"
007790         GO TO 1130-EXIT
007791     END-IF.
007792     PERFORM 1140-APPLY-ONE-MASTER-PARM THRU 1140-EXIT
007793         UNTIL WS-PARM-MASTER-EOF.
007794     CLOSE PARAMETER-MASTER.
007795     IF WS-MASTER-HITS > ZERO
007796         MOVE 'M' TO WS-PARM-SOURCE
007797     END-IF.
007798 1130-EXIT.
007799     EXIT.
007800 1140-APPLY-ONE-MASTER-PARM.
007801     READ PARAMETER-MASTER
007802         AT END
007803             MOVE 'Y' TO WS-PARM-MASTER-EOF-SWITCH
007804             GO TO 1140-EXIT
007805     END-READ.
007806     IF PM-PROGRAM NOT = "SORTVECT"
007807         GO TO 1140-EXIT
007808     END-IF.
007809     ADD 1 TO WS-MASTER-HITS.
007810     MOVE SPACES TO WS-PARM-CARD.
007811     STRING PM-KEYWORD DELIMITED BY SPACE
007812         "=" DELIMITED BY SIZE
007813         PM-VALUE DELIMITED BY SIZE
007814         INTO WS-PARM-CARD.
007815     PERFORM 1115-APPLY-PARM-CARD THRU 1115-EXIT.
007816     IF PM-CHG-DATE NUMERIC
007817         AND PM-CHG-TIME NUMERIC
007818         IF PM-CHG-DATE > WS-LAST-CHG-DATE
007819             OR (PM-CHG-DATE = WS-LAST-CHG-DATE
007820             AND PM-CHG-TIME > WS-LAST-CHG-TIME)
007821             MOVE PM-CHG-DATE TO WS-LAST-CHG-DATE
007822             MOVE PM-CHG-TIME TO WS-LAST-CHG-TIME
007823             MOVE PM-OPERATOR TO WS-LAST-OPERATOR
007824         END-IF
007825     END-IF.
007826 1140-EXIT.
007827     EXIT.
007828******************************************************************
007829*    1150-READ-CALENDAR
007830*    LOOKS TODAY UP ON THE KEYED CALMSTR PROCESSING CALENDAR
007831*    (SEE CALREC) FOR THE RUN TYPE AND RUN DATE.  A DAY CARRYING
007832*    A RUN-AS DATE IS A MAKE-UP RUN FOR A MISSED NIGHT: THE RUN
007833*    IS DATED AS THAT EARLIER BUSINESS DAY AND TAKES ITS RUN
007834*    TYPE FROM THAT DAY'S ENTRY, SO A MISSED MONTH-END STILL
007835*    RUNS AS ONE.  A QUARTER-END DAY RUNS 'Q', A MONTH-END DAY
007836*    'M', ANY OTHER DAY 'D'.  THE CALENDAR OVERRIDES THE
007837*    RUN-TYPE CARD (OR PARMMSTR ENTRY) 1100-READ-RUN-PARMS JUST
007838*    EDITED; NO CALMSTR, OR NO ENTRY FOR THE DATE, LEAVES THE
007839*    CARD'S RUN TYPE AND TODAY'S DATE STANDING, AS BEFORE THE
007840*    CALENDAR EXISTED, AND SAYS SO ON THE JOB LOG.  A RUN ON A
007841*    HOLIDAY OR NON-BUSINESS DAY IS NOT REFUSED - THE FEED IS
007842*    HERE, SO IT IS SORTED - BUT IS NOTED, AND CALCHECK REPORTS
007843*    IT IN THE MORNING.  A RESTART PICKS THE DATE UP AFRESH, SO
007844*    A RESTART AFTER MIDNIGHT NEEDS THE NEW DAY'S RUN-AS DATE
007845*    SET ON STALCAL, JUST AS IT ONCE TOOK THE NEW DAY'S DATE.
007846******************************************************************
007847 1150-READ-CALENDAR.
007848     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007849     MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
007850     OPEN INPUT CALENDAR-MASTER.
007851     IF WS-CALENDAR-STATUS NOT = "00"
007852         DISPLAY "SORTVECT: CALMSTR NOT AVAILABLE, STATUS = "
007853             WS-CALENDAR-STATUS " - RUN TYPE FROM RUN-TYPE CARD"
007854         GO TO 1150-EXIT
007855     END-IF.
007856     MOVE WS-RUN-DATE-N TO CL-DATE.
007857     READ CALENDAR-MASTER
007858         INVALID KEY
007859             DISPLAY "SORTVECT: " WS-RUN-DATE-N
007860                 " NOT ON CALMSTR - RUN TYPE FROM RUN-TYPE CARD"
007861             GO TO 1150-CLOSE
007862     END-READ.
007863     IF CL-RUN-AS-DATE > ZERO
007864         DISPLAY "SORTVECT: MAKE-UP RUN - " WS-RUN-DATE-N
007865             " RUNS AS " CL-RUN-AS-DATE
007866         MOVE CL-RUN-AS-DATE TO WS-RUN-DATE-N
007867         MOVE CL-RUN-AS-DATE TO CL-DATE
007868         READ CALENDAR-MASTER
007869             INVALID KEY
007870                 DISPLAY "SORTVECT: RUN-AS DATE " WS-RUN-DATE-N
007871                     " NOT ON CALMSTR - RUN TYPE FROM RUN-TYPE"
007872                     " CARD"
007873                 GO TO 1150-CLOSE
007874         END-READ
007875     END-IF.
007876     MOVE 'C' TO WS-RUN-DATE-SOURCE.
007877     EVALUATE TRUE
007878         WHEN CL-QUARTER-END
007879             MOVE 'Q' TO WS-RUN-TYPE
007880         WHEN CL-MONTH-END
007881             MOVE 'M' TO WS-RUN-TYPE
007882         WHEN OTHER
007883             MOVE 'D' TO WS-RUN-TYPE
007884     END-EVALUATE.
007885     IF CL-NON-BUSINESS
007886         DISPLAY "SORTVECT: " WS-RUN-DATE-N " IS NOT A BUSINESS "
007887             "DAY ON CALMSTR - RUNNING AS DAILY"
007888     END-IF.
007889 1150-CLOSE.
007890     CLOSE CALENDAR-MASTER.
007891 1150-EXIT.
007892     EXIT.
007893******************************************************************
007894*    1200-ECHO-RUN-PARMS
007895*    WRITES THE EFFECTIVE RUN-CONTROL SETTINGS TO THE TOP OF
007896*    SORTED-OUT, AHEAD OF THE FIRST VECTOR SECTION, SO A GIVEN
007897*    NIGHT'S REPORT CARRIES ITS OWN SETTINGS.  A RESTART RUN
007898*    ECHOES AGAIN, AFTER THE SECTIONS ALREADY ON THE FILE - AN
007899*    AUDITOR SEES WHAT EACH EXECUTION RAN WITH, IN ORDER.
007900******************************************************************
007901 1200-ECHO-RUN-PARMS.
007902     IF WS-SORTED-OUT-STATUS NOT = "00"
007903         GO TO 1200-EXIT
007904     END-IF.
007905     MOVE WS-CHECKPOINT-INTERVAL TO WS-PE-CKPT-INT.
007906     MOVE WS-MAX-VECTOR-LENGTH TO WS-PE-MAX-LEN.
007907     WRITE SORTED-OUT-RECORD FROM WS-PARM-ECHO-LINE-1.
007908     MOVE WS-MIN-FIELD-VALUE TO WS-PE-MIN-VALUE.
007909     MOVE WS-MAX-FIELD-VALUE TO WS-PE-MAX-VALUE.
007910     WRITE SORTED-OUT-RECORD FROM WS-PARM-ECHO-LINE-2.
007911     IF WS-BAD-COUNT-ABORT
007912         MOVE "ABORT" TO WS-PE-POLICY
007913     ELSE
007914         MOVE "SKIP " TO WS-PE-POLICY
007915     END-IF.
007916     MOVE WS-RECYCLE-MODE-SWITCH TO WS-PE-RECYCLE.
007917     MOVE WS-PRIORITY-MODE-SWITCH TO WS-PE-PRIORITY.
007918     WRITE SORTED-OUT-RECORD FROM WS-PARM-ECHO-LINE-3.
007919     IF WS-PARMS-FROM-MASTER
007920         AND WS-LAST-CHG-DATE > ZERO
007921         MOVE WS-LAST-OPERATOR TO WS-PE-OPERATOR
007922         MOVE WS-LAST-CHG-DATE-X(5:2) TO WS-PE-CHG-MM
007923         MOVE WS-LAST-CHG-DATE-X(7:2) TO WS-PE-CHG-DD
007924         MOVE WS-LAST-CHG-DATE-X(1:4) TO WS-PE-CHG-YYYY
007925         WRITE SORTED-OUT-RECORD FROM WS-PARM-ECHO-LINE-4
007926     END-IF.
007927     MOVE WS-RD-MM TO WS-PE-RUN-MM.
007928     MOVE WS-RD-DD TO WS-PE-RUN-DD.
007929     MOVE WS-RD-YYYY TO WS-PE-RUN-YYYY.
007930     EVALUATE TRUE
007931         WHEN WS-RUN-QUARTER-END
007932             MOVE "QUARTER-END" TO WS-PE-RUN-TYPE
007933         WHEN WS-RUN-MONTH-END
007934             MOVE "MONTH-END" TO WS-PE-RUN-TYPE
007935         WHEN OTHER
007936             MOVE "DAILY" TO WS-PE-RUN-TYPE
007937     END-EVALUATE.
007938     IF WS-RUN-FROM-CALENDAR
007939         MOVE "CALENDAR" TO WS-PE-RUN-SOURCE
007940     ELSE
007941         MOVE "RUN-TYPE CARD" TO WS-PE-RUN-SOURCE
007942     END-IF.
007943     WRITE SORTED-OUT-RECORD FROM WS-PARM-ECHO-LINE-5.
007944 1200-EXIT.
007945     EXIT.
007946******************************************************************
007947*    1300-CHECK-FEED-SERIAL
007948*    THE *MANIFST TRAILER NOW CARRIES A SENDER-ASSIGNED FEED
007949*    SERIAL AND FEED DATE (SEE VECTREC).  THE MANIFEST SITS AT
007950*    THE END OF THE FEED, SO A SEPARATE HANDLE ON THE SAME
007951*    VECTORIN DD (THE CHKPT IN/OUT PATTERN) PRE-SCANS FOR IT
007952*    BEFORE THE FIRST VECTOR IS TOUCHED.  THE SERIAL IS THEN
007953*    CHECKED AGAINST THE FEEDCTL FEED-CONTROL MASTER: A SERIAL
007954*    ALREADY MARKED PROCESSED STOPS THE RUN AS A DUPLICATE
007955*    (RETURN-CODE 12, THE MANIFEST SEVERITY - A RESHIPPED
007956*    YESTERDAY BALANCES PERFECTLY AND ONLY THE SERIAL CATCHES
007957*    IT); A SERIAL PAST THE HIGHEST ON FILE PLUS ONE FLAGS THE
007958*    GAP - A MISSED FEED - ON ERRORS-OUT AND THE RUN GOES ON.
007959*    A FEED WITH NO SERIAL (FROM BEFORE THE FIELD), OR NO
007960*    FEEDCTL DD, PASSES UNREGISTERED WITH A NOTE - THE CHECK
007961*    IS A DIAL, NOT A PREREQUISITE, UNTIL EVERY SENDER SHIPS
007962*    SERIALS.  9500-REGISTER-FEED-SERIAL MARKS THE SERIAL
007963*    PROCESSED AT CLEAN END OF JOB.
007964*    SERIALS ARE EACH SENDER'S OWN SEQUENCE, SO ONLY FEEDCTL
007965*    ROWS FOR THE MANIFEST'S SENDER ARE WEIGHED - A FEED FROM
007966*    BEFORE THE SENDER FIELD MATCHES THE BLANK-SENDER ROWS.
007967*    THE CONSOLIDATED FEED FEEDINTK BUILDS IS SENT BY *ALL;
007968*    FOR IT THE INTKCTL INTAKE VERDICTS ARE LOADED HERE TOO.
007969******************************************************************
007970 1300-CHECK-FEED-SERIAL.
007971     MOVE ZERO TO WS-FEED-SERIAL.
007972     MOVE ZERO TO WS-FEED-DATE.
007973     MOVE SPACES TO WS-MANIFEST-SENDER-ID.
007974     OPEN INPUT FEED-SCAN-IN.
007975     IF WS-FEED-SCAN-STATUS NOT = "00"
007976         GO TO 1300-EXIT
007977     END-IF.
007978     PERFORM 1310-SCAN-ONE-RECORD THRU 1310-EXIT
007979         UNTIL WS-FEED-SCAN-EOF.
007980     CLOSE FEED-SCAN-IN.
007981     IF WS-MANIFEST-SENDER-ID = "*ALL"
007982         MOVE 'Y' TO WS-CONSOLIDATED-SWITCH
007983         PERFORM 1330-LOAD-INTAKE-CONTROL THRU 1330-EXIT
007984     END-IF.
007985     IF WS-FEED-SERIAL = ZERO
007986         IF WS-ERRORS-OUT-STATUS = "00"
007987             MOVE ZERO TO WS-FSL-SERIAL
007988             MOVE "NOT PRESENT - FEED UNREGISTERED"
007989                 TO WS-FSL-TEXT
007990             MOVE ZERO TO WS-FSL-EXPECTED
007991             WRITE ERRORS-OUT-RECORD FROM WS-FEED-SERIAL-LINE
007992         END-IF
007993         GO TO 1300-EXIT
007994     END-IF.
007995     OPEN INPUT FEED-CONTROL-IN.
007996     IF WS-FEED-CONTROL-IN-STATUS NOT = "00"
007997         DISPLAY "SORTVECT: FEEDCTL NOT AVAILABLE - FEED "
007998             "REGISTRATION SKIPPED"
007999         MOVE ZERO TO WS-FEED-SERIAL
008000         GO TO 1300-EXIT
008001     END-IF.
008002     PERFORM 1320-CHECK-ONE-CONTROL THRU 1320-EXIT
008003         UNTIL WS-FEED-CTL-EOF.
008004     CLOSE FEED-CONTROL-IN.
008005     IF WS-DUPLICATE-FEED
008006         MOVE WS-FEED-SERIAL TO WS-FSL-SERIAL
008007         MOVE "ALREADY PROCESSED - DUPLICATE FEED"
008008             TO WS-FSL-TEXT
008009         MOVE WS-FEED-SERIAL TO WS-FSL-EXPECTED
008010         WRITE ERRORS-OUT-RECORD FROM WS-FEED-SERIAL-LINE
008011         DISPLAY "SORTVECT: FEED SERIAL " WS-FEED-SERIAL
008012             " ALREADY PROCESSED - RUN STOPPED"
008013         MOVE 'Y' TO WS-EOF-SWITCH
008014         IF RETURN-CODE < 12
008015             MOVE 12 TO RETURN-CODE
008016         END-IF
008017         GO TO 1300-EXIT
008018     END-IF.
008019     COMPUTE WS-EXPECTED-SERIAL = WS-HIGH-SERIAL + 1.
008020     IF WS-HIGH-SERIAL > ZERO
008021         AND WS-FEED-SERIAL > WS-EXPECTED-SERIAL
008022         MOVE WS-FEED-SERIAL TO WS-FSL-SERIAL
008023         MOVE "SKIPS AHEAD - MISSED FEED. EXPECTED"
008024             TO WS-FSL-TEXT
008025         MOVE WS-EXPECTED-SERIAL TO WS-FSL-EXPECTED
008026         WRITE ERRORS-OUT-RECORD FROM WS-FEED-SERIAL-LINE
008027         DISPLAY "SORTVECT: FEED SERIAL GAP - EXPECTED "
008028             WS-EXPECTED-SERIAL " GOT " WS-FEED-SERIAL
008029     END-IF.
008030 1300-EXIT.
008031     EXIT.
008032******************************************************************
008033*    1310-SCAN-ONE-RECORD
008034*    ONE RECORD OF THE PRE-SCAN.  THE MANIFEST IS THE RECORD
008035*    TAGGED *MANIFST IN THE VECTOR-ID COLUMNS (11-18); ITS
008036*    SERIAL, FEED DATE AND SENDER SIT IN COLUMNS 42-47, 48-55
008037*    AND 56-59 OF THE MANIFEST BODY (SEE VECTREC).
008038******************************************************************
008039 1310-SCAN-ONE-RECORD.
008040     READ FEED-SCAN-IN
008041         AT END
008042             MOVE 'Y' TO WS-FEED-SCAN-EOF-SWITCH
008043             GO TO 1310-EXIT
008044     END-READ.
008045     IF FEED-SCAN-RECORD(11:8) NOT = "*MANIFST"
008046         GO TO 1310-EXIT
008047     END-IF.
008048     IF FEED-SCAN-RECORD(42:6) NUMERIC
008049         MOVE FEED-SCAN-RECORD(42:6) TO WS-FEED-SERIAL
008050     END-IF.
008051     IF FEED-SCAN-RECORD(48:8) NUMERIC
008052         MOVE FEED-SCAN-RECORD(48:8) TO WS-FEED-DATE
008053     END-IF.
008054     MOVE FEED-SCAN-RECORD(56:4) TO WS-MANIFEST-SENDER-ID.
008055     MOVE 'Y' TO WS-FEED-SCAN-EOF-SWITCH.
008056 1310-EXIT.
008057     EXIT.
008058 1320-CHECK-ONE-CONTROL.
008059     READ FEED-CONTROL-IN
008060         AT END
008061             MOVE 'Y' TO WS-FEED-CTL-EOF-SWITCH
008062             GO TO 1320-EXIT
008063     END-READ.
008064     IF FC-SERIAL NOT NUMERIC
008065         GO TO 1320-EXIT
008066     END-IF.
008067     IF FC-SENDER-ID NOT = WS-MANIFEST-SENDER-ID
008068         GO TO 1320-EXIT
008069     END-IF.
008070     IF FC-SERIAL = WS-FEED-SERIAL
008071         AND FC-PROCESSED
008072         MOVE 'Y' TO WS-DUP-FEED-SWITCH
008073     END-IF.
008074     IF FC-SERIAL > WS-HIGH-SERIAL
008075         MOVE FC-SERIAL TO WS-HIGH-SERIAL
008076     END-IF.
008077 1320-EXIT.
008078     EXIT.
008079******************************************************************
008080*    1330-LOAD-INTAKE-CONTROL
008081*    READS THE INTKCTL ROWS FEEDINTK WROTE WHEN IT BUILT THIS
008082*    CONSOLIDATED FEED - ONE PER SENDER SLOT - INTO THE INTAKE
008083*    TABLE.  NO INTKCTL IS A NOTE, NOT A STOP: THE FEED ITSELF
008084*    HAS ALREADY BALANCED AGAINST ITS OWN MANIFEST, AND ONLY
008085*    THE HELD-BUREAU LINES AND THE PER-SENDER REGISTRATION ARE
008086*    LOST.
008087******************************************************************
008088 1330-LOAD-INTAKE-CONTROL.
008089     MOVE ZERO TO WS-INTAKE-COUNT.
008090     OPEN INPUT INTAKE-CONTROL-IN.
008091     IF WS-INTAKE-CONTROL-STATUS NOT = "00"
008092         DISPLAY "SORTVECT: INTKCTL NOT AVAILABLE - SENDER "
008093             "SERIALS NOT REGISTERED"
008094         GO TO 1330-EXIT
008095     END-IF.
008096     PERFORM 1335-LOAD-ONE-INTAKE THRU 1335-EXIT
008097         UNTIL WS-INTAKE-EOF.
008098     CLOSE INTAKE-CONTROL-IN.
008099 1330-EXIT.
008100     EXIT.
008101 1335-LOAD-ONE-INTAKE.
008102     READ INTAKE-CONTROL-IN
008103         AT END
008104             MOVE 'Y' TO WS-INTAKE-EOF-SWITCH
008105             GO TO 1335-EXIT
008106     END-READ.
008107     IF WS-INTAKE-COUNT >= WS-INTAKE-TABLE-MAX
008108         GO TO 1335-EXIT
008109     END-IF.
008110     ADD 1 TO WS-INTAKE-COUNT.
008111     MOVE IK-SENDER-ID TO WS-IT-SENDER-ID(WS-INTAKE-COUNT).
008112     MOVE IK-STATUS TO WS-IT-STATUS(WS-INTAKE-COUNT).
008113     MOVE IK-SERIAL TO WS-IT-SERIAL(WS-INTAKE-COUNT).
008114     MOVE IK-FEED-DATE TO WS-IT-FEED-DATE(WS-INTAKE-COUNT).
008115     MOVE IK-REASON TO WS-IT-REASON(WS-INTAKE-COUNT).
008116 1335-EXIT.
008117     EXIT.
008118******************************************************************
008119*    1400-OPEN-VECTOR-REGISTRY
008120*    OPENS THE KEYED VREGMSTR VECTOR REGISTRY FOR THE COUNT-
008121*    RECORD CONFORMANCE CHECK IN 1505-EDIT-COUNT-RECORD.  A
008122*    REGISTRY THAT CANNOT BE OPENED, OR HOLDS NO VECTORS AT
008123*    ALL, BYPASSES THE CHECK FOR THE NIGHT RATHER THAN HOLDING
008124*    EVERY VECTOR ON THE FEED - AN EMPTY REGISTRY MEANS IT HAS
008125*    NOT BEEN LOADED YET, NOT THAT NO VECTOR IS KNOWN.  THE
008126*    BYPASS IS SAID ON THE JOB LOG AND AT THE TOP OF BALRPT.
008127******************************************************************
008128 1400-OPEN-VECTOR-REGISTRY.
008129     OPEN INPUT VECTOR-REGISTRY.
008130     IF WS-REGISTRY-STATUS NOT = "00"
008131         DISPLAY "SORTVECT: VREGMSTR NOT AVAILABLE, STATUS = "
008132             WS-REGISTRY-STATUS " - REGISTRY CHECK BYPASSED"
008133         GO TO 1400-EXIT
008134     END-IF.
008135     READ VECTOR-REGISTRY NEXT RECORD
008136         AT END
008137             CLOSE VECTOR-REGISTRY
008138             DISPLAY "SORTVECT: VREGMSTR IS EMPTY - "
008139                 "REGISTRY CHECK BYPASSED"
008140             GO TO 1400-EXIT
008141     END-READ.
008142     MOVE 'Y' TO WS-REGISTRY-SWITCH.
008143 1400-EXIT.
008144     EXIT.
008145******************************************************************
008146*    1410-OPEN-SUSPENSE
008147*    OPENS THE KEYED SUSPMSTR SUSPENSE MASTER FOR UPDATE, SO A
008148*    VECTOR DROPPED WHOLESALE CAN BE WRITTEN TO IT (1540-1555).
008149*    A SUSPENSE MASTER THAT CANNOT BE OPENED LEAVES THE NIGHT AS
008150*    IT ALWAYS WAS - DROPPED VECTORS ARE LOGGED ON ERRORS-OUT AS
008151*    NOT HELD - RATHER THAN STOPPING THE SORT.  THEN, ON A FRESH
008152*    RUN ONLY, OPENS RLSDVECT: THE VECTORS THE DESK RELEASED
008153*    FROM SUSPENSE, EXTRACTED BY SUSPRLSE IN THE STEP BEFORE.
008154*    THEY ARE READ AHEAD OF THE NEW FEED, BEFORE ANY CHECKPOINT
008155*    IS TAKEN, SO A RESTART NEVER NEEDS THEM AGAIN - THEY WENT
008156*    OUT WITH THE ABENDED RUN'S OUTPUT.  A JOB WITH NO RLSDVECT
008157*    DD (CORRECTION RUNS, THE SPLIT STREAMS) SIMPLY READS NONE.
008158******************************************************************
008159 1410-OPEN-SUSPENSE.
008160     OPEN I-O SUSPENSE-MASTER.
008161     IF WS-SUSPENSE-STATUS = "00"
008162         MOVE 'Y' TO WS-SUSPENSE-SWITCH
008163     ELSE
008164         DISPLAY "SORTVECT: SUSPMSTR NOT AVAILABLE, STATUS = "
008165             WS-SUSPENSE-STATUS " - DROPPED VECTORS NOT HELD"
008166     END-IF.
008167     IF WS-IS-RESTART
008168         OR WS-END-OF-INPUT
008169         GO TO 1410-EXIT
008170     END-IF.
008171     OPEN INPUT RELEASED-IN.
008172     IF WS-RELEASED-IN-STATUS NOT = "00"
008173         GO TO 1410-EXIT
008174     END-IF.
008175     MOVE 'S' TO WS-ACTIVE-INPUT.
008176     DISPLAY "SORTVECT: READING RELEASED SUSPENSE VECTORS "
008177         "AHEAD OF THE FEED".
008178 1410-EXIT.
008179     EXIT.
008180******************************************************************
008181*    1420-OPEN-PERF-LOG
008182*    OPENS THE CUMULATIVE PERFLOG DATASET FOR APPEND (SEE
008183*    PERFREC) AND NOTES THE MOMENT THE MANIFEST WAS PROVEN -
008184*    1300-CHECK-FEED-SERIAL HAS JUST PRE-SCANNED THE FEED TO ITS
008185*    *MANIFST TRAILER - AS THE START OF THE CLOCK PERFRPT RUNS
008186*    TO THE PRIORITY INTERFACE CUT.  THE PARALLEL JOB'S SORT
008187*    STEPS SAY WHICH STREAM THEY ARE ON A STRMPARM CARD,
008188*    STREAM=N; IT IS A DD OF ITS OWN BECAUSE PARMMSTR, SHARED BY
008189*    ALL FOUR STREAMS, OVERRIDES THE RUNPARMS CARDS.  NO CARD
008190*    MEANS STREAM 0, THE SINGLE-STREAM JOB.  THE LOG IS A
008191*    MEASURING TAPE, NOT PART OF THE NIGHT'S WORK: NO PERFLOG
008192*    DD, OR A STREAM CARD THAT FAILS ITS EDIT, IS SAID ON THE
008193*    JOB LOG AND THE SORT CARRIES ON WITHOUT RAISING THE RC.
008194******************************************************************
008195 1420-OPEN-PERF-LOG.
008196     PERFORM 8100-STAMP-NOW THRU 8100-EXIT.
008197     MOVE WS-PERF-NOW TO WS-PERF-MANIFEST-AT.
008198     OPEN INPUT STREAM-PARMS.
008199     IF WS-STREAM-PARMS-STATUS = "00"
008200         PERFORM 1425-READ-STREAM-CARD THRU 1425-EXIT
008201             UNTIL WS-STREAM-PARMS-EOF
008202         CLOSE STREAM-PARMS
008203     END-IF.
008204     OPEN EXTEND PERF-LOG-OUT.
008205     IF WS-PERF-LOG-STATUS NOT = "00"
008206         DISPLAY "SORTVECT: PERFLOG NOT AVAILABLE, STATUS = "
008207             WS-PERF-LOG-STATUS " - TIMINGS NOT LOGGED"
008208         GO TO 1420-EXIT
008209     END-IF.
008210     MOVE 'Y' TO WS-PERF-LOG-SWITCH.
008211 1420-EXIT.
008212     EXIT.
008213 1425-READ-STREAM-CARD.
008214     READ STREAM-PARMS INTO WS-STREAM-CARD
008215         AT END
008216             MOVE 'Y' TO WS-STREAM-EOF-SWITCH
008217             GO TO 1425-EXIT
008218     END-READ.
008219     IF WS-STREAM-CARD = SPACES
008220         OR WS-STREAM-CARD(1:1) = "*"
008221         GO TO 1425-EXIT
008222     END-IF.
008223     IF WS-STREAM-CARD(1:7) = "STREAM="
008224         AND WS-STREAM-CARD(8:1) NUMERIC
008225         MOVE WS-STREAM-CARD(8:1) TO WS-PERF-STREAM
008226         GO TO 1425-EXIT
008227     END-IF.
008228     DISPLAY "SORTVECT: INVALID STREAM CARD IGNORED: "
008229         WS-STREAM-CARD(1:20).
008230 1425-EXIT.
008231     EXIT.
008232******************************************************************
008233*    1450-READ-INPUT-RECORD
008234*    READS THE NEXT RECORD OF THE ACTIVE INPUT INTO THE
008235*    VECTOR-IN-RECORD AREA - THE PRIMARY VECTOR-IN FEED ON WAVE
008236*    1, THE ACTIVE RECYCLE FILE ON EVERY WAVE AFTER - SO THE
008237*    REST OF THE PROGRAM READS ONE LOGICAL INPUT REGARDLESS OF
008238*    WHICH WAVE IS RUNNING.  WS-TOTAL-RECS-READ COUNTS PRIMARY
008239*    RECORDS ONLY: IT FEEDS CHECKPOINT SKIP COUNTS, WHICH ONLY
008240*    EVER REPLAY THE PRIMARY FEED.  RELEASED SUSPENSE VECTORS,
008241*    WHEN THERE ARE ANY, ARE WAVE 1 TOO: RLSDVECT IS READ TO ITS
008242*    END AND THEN VECTOR-IN TAKES OVER IN THE SAME READ, SO THE
008243*    SWITCH FALLS ON A COUNT RECORD AND NO VECTOR STRADDLES IT.
008244******************************************************************
008245 1450-READ-INPUT-RECORD.
008246     IF WS-READING-RELEASED
008247         READ RELEASED-IN INTO VECTOR-IN-RECORD
008248             AT END
008249                 CLOSE RELEASED-IN
008250                 MOVE 'V' TO WS-ACTIVE-INPUT
008251         END-READ
008252         IF WS-READING-RELEASED
008253             GO TO 1450-EXIT
008254         END-IF
008255     END-IF.
008256     IF WS-READING-RECYCLE1
008257         READ RECYCLE1-FILE INTO VECTOR-IN-RECORD
008258             AT END
008259                 MOVE 'Y' TO WS-EOF-SWITCH
008260         END-READ
008261         GO TO 1450-EXIT
008262     END-IF.
008263     IF WS-READING-RECYCLE2
008264         READ RECYCLE2-FILE INTO VECTOR-IN-RECORD
008265             AT END
008266                 MOVE 'Y' TO WS-EOF-SWITCH
008267         END-READ
008268         GO TO 1450-EXIT
008269     END-IF.
008270     READ VECTOR-IN
008271         AT END
008272             MOVE 'Y' TO WS-EOF-SWITCH
008273             GO TO 1450-EXIT
008274     END-READ.
008275     ADD 1 TO WS-TOTAL-RECS-READ.
008276     IF NOT VI-IS-MANIFEST
008277         AND NOT (WS-PRIORITY-MODE AND WS-PASS-TWO)
008278         ADD 1 TO WS-MF-RECS-SEEN
008279         IF VI-VALUE NUMERIC
008280             ADD VI-VALUE TO WS-MF-HASH-TOTAL
008281         END-IF
008282     END-IF.
008283 1450-EXIT.
008284     EXIT.
008285******************************************************************
008286*    1460-CAPTURE-MANIFEST
008287*    RECORDS THE SENDER'S ASSERTED TOTALS FROM THE *MANIFST
008288*    TRAILER FOR 9200-VERIFY-MANIFEST TO CHECK AT END OF JOB.  A
008289*    MANIFEST FIELD THAT IS NOT VALID NUMERIC DATA IS TAKEN AS
008290*    ZERO, WHICH THEN SURFACES AS AN ORDINARY EXPECTED-VERSUS-
008291*    ACTUAL MISMATCH - A GARBLED MANIFEST IS NO MORE TRUSTWORTHY
008292*    THAN A MISSING ONE.
008293******************************************************************
008294 1460-CAPTURE-MANIFEST.
008295     MOVE 'Y' TO WS-MANIFEST-SWITCH.
008296     IF VM-TOTAL-RECORDS NUMERIC
008297         MOVE VM-TOTAL-RECORDS TO WS-MF-EXP-RECS
008298     ELSE
008299         MOVE ZERO TO WS-MF-EXP-RECS
008300     END-IF.
008301     IF VM-TOTAL-VECTORS NUMERIC
008302         MOVE VM-TOTAL-VECTORS TO WS-MF-EXP-VECS
008303     ELSE
008304         MOVE ZERO TO WS-MF-EXP-VECS
008305     END-IF.
008306     IF VM-HASH-TOTAL NUMERIC
008307         MOVE VM-HASH-TOTAL TO WS-MF-EXP-HASH
008308     ELSE
008309         MOVE ZERO TO WS-MF-EXP-HASH
008310     END-IF.
008311 1460-EXIT.
008312     EXIT.
008313******************************************************************
008314*    1500-READ-VECTOR-LENGTH THE FIRST RECORD ON VECTOR-IN IS A
008315*    COUNT RECORD GIVING THE NUMBER OF ELEMENTS THAT FOLLOW, PLUS
008316*    THE SORT DIRECTION FOR THIS RUN ('A' OR SPACE = ASCENDING,
008317*    'D' = DESCENDING). IT SETS VECTOR-LENGTH, WHICH DRIVES THE
008318*    OCCURS DEPENDING ON CLAUSES FOR VECTOR AND SORTED-VECTOR.
008319*    VI-VALUE IS RANGE AND SIGN CHECKED BEFORE THE MOVE INTO
008320*    VECTOR-LENGTH, NOT AFTER - VECTOR-LENGTH IS AN UNSIGNED COMP
008321*    FIELD NARROWER THAN VI-VALUE, SO A NEGATIVE OR OVERSIZED
008322*    COUNT WOULD OTHERWISE LOSE ITS SIGN OR GET TRUNCATED ON THE
008323*    MOVE AND COME OUT LOOKING LIKE A SMALL, VALID, POSITIVE
008324*    COUNT. WHAT A BAD COUNT RECORD DOES NEXT IS THE OPERATOR'S
008325*    CALL, VIA THE BAD-COUNT-POLICY RUNPARMS CARD: ABORT (THE
008326*    DEFAULT) ENDS THE BATCH WITH RETURN-CODE 8, A LESSER
008327*    SEVERITY THAN THE FILE-OPEN FAILURES IN 1000-INITIALIZE
008328*    SINCE WHATEVER VECTORS CAME BEFORE THE BAD ONE DID GET
008329*    PROCESSED; SKIP LOGS THE BAD RECORD THE SAME WAY, THEN
008330*    READS FORWARD TO THE NEXT RECORD CARRYING A VECTOR ID (ONLY
008331*    COUNT RECORDS ARE TAGGED - DETAIL RECORDS LEAVE THE ID
008332*    BLANK) AND CARRIES ON FROM THAT VECTOR, LEAVING RETURN-CODE
008333*    ALONE - THE POINT OF SKIP IS TO KEEP THE NIGHT RUNNING.
008334*    A COUNT RECORD THAT PASSES THESE EDITS IS THEN HELD UP TO
008335*    THE VECTOR REGISTRY (1580/1585) - SEE 1535-REGISTRY-HOLD.
008336******************************************************************
008337 1500-READ-VECTOR-LENGTH.
008338     IF WS-END-OF-INPUT
008339         GO TO 1500-EXIT
008340     END-IF.
008341     PERFORM 1450-READ-INPUT-RECORD THRU 1450-EXIT.
008342     IF WS-END-OF-INPUT
008343         GO TO 1500-EXIT
008344     END-IF.
008345 1505-EDIT-COUNT-RECORD.
008346     IF VI-IS-MANIFEST
008347         AND WS-READING-PRIMARY
008348         PERFORM 1460-CAPTURE-MANIFEST THRU 1460-EXIT
008349         PERFORM 1450-READ-INPUT-RECORD THRU 1450-EXIT
008350         IF WS-END-OF-INPUT
008351             GO TO 1500-EXIT
008352         END-IF
008353         GO TO 1505-EDIT-COUNT-RECORD
008354     END-IF.
008355     IF WS-READING-PRIMARY
008356         AND NOT (WS-PRIORITY-MODE AND WS-PASS-TWO)
008357         ADD 1 TO WS-MF-VECS-SEEN
008358     END-IF.
008359     IF WS-READING-RELEASED
008360         ADD 1 TO WS-TOT-RELEASED
008361     END-IF.
008362     MOVE VI-VECTOR-ID TO WS-CURRENT-VECTOR-ID.
008363     MOVE VI-SENDER-ID TO WS-CURRENT-SENDER-ID.
008364     MOVE 'C' TO WS-DROP-SOURCE.
008365     IF VI-VALUE NOT NUMERIC
008366         PERFORM 1520-WRITE-COUNT-ERROR THRU 1520-EXIT
008367         GO TO 1530-BAD-COUNT-DISPOSITION
008368     END-IF.
008369     IF VI-VALUE < 1
008370         OR VI-VALUE > WS-MAX-VECTOR-LENGTH
008371         PERFORM 1525-WRITE-COUNT-RANGE-ERROR THRU 1525-EXIT
008372         GO TO 1530-BAD-COUNT-DISPOSITION
008373     END-IF.
008374     MOVE VI-VALUE TO VECTOR-LENGTH.
008375     MOVE VI-SORT-DIRECTION TO WS-SORT-DIRECTION.
008376     IF VI-IS-CORRECTION
008377         MOVE 'C' TO WS-CORRECTION-SWITCH
008378     ELSE
008379         MOVE SPACE TO WS-CORRECTION-SWITCH
008380     END-IF.
008381     IF VI-HIGH-PRIORITY
008382         MOVE 'H' TO WS-VECTOR-PRIORITY
008383     ELSE
008384         MOVE SPACE TO WS-VECTOR-PRIORITY
008385     END-IF.
008386     IF WS-PRIORITY-MODE
008387         AND WS-READING-PRIMARY
008388         IF (WS-PASS-ONE AND NOT WS-HIGH-PRIORITY-VECTOR)
008389             OR (WS-PASS-TWO AND WS-HIGH-PRIORITY-VECTOR)
008390             MOVE VI-VALUE TO VECTOR-LENGTH
008391             PERFORM 1570-SKIP-OTHER-PASS-VECTOR THRU 1570-EXIT
008392             IF WS-END-OF-INPUT
008393                 GO TO 1500-EXIT
008394             END-IF
008395             GO TO 1505-EDIT-COUNT-RECORD
008396         END-IF
008397     END-IF.
008398     MOVE ZERO TO WS-TOLERANCE-DELTA.
008399     MOVE 'N' TO WS-REG-FOUND-SWITCH.
008400     IF WS-READING-FIRST-WAVE
008401         AND WS-REGISTRY-OPEN
008402         PERFORM 1580-READ-REGISTRY THRU 1580-EXIT
008403     END-IF.
008404     IF WS-TOL-ASCENDING
008405         OR WS-TOL-DESCENDING
008406         IF VI-TOLERANCE-DELTA NUMERIC
008407             MOVE VI-TOLERANCE-DELTA TO WS-TOLERANCE-DELTA
008408         ELSE
008409             IF VI-TOLERANCE-DELTA = SPACES
008410                 AND WS-REG-FOUND
008411                 MOVE VR-DEFAULT-DELTA TO WS-TOLERANCE-DELTA
008412             ELSE
008413                 PERFORM 1527-WRITE-DELTA-ERROR THRU 1527-EXIT
008414                 MOVE 'D' TO WS-DROP-SOURCE
008415                 GO TO 1530-BAD-COUNT-DISPOSITION
008416             END-IF
008417         END-IF
008418     END-IF.
008419     IF WS-READING-FIRST-WAVE
008420         AND WS-REGISTRY-OPEN
008421         PERFORM 1585-CHECK-CONFORMANCE THRU 1585-EXIT
008422         IF WS-REG-REASON NOT = SPACES
008423             GO TO 1535-REGISTRY-HOLD
008424         END-IF
008425     END-IF.
008426     GO TO 1500-EXIT.
008427*    A SKIPPED VECTOR GOES TO SUSPENSE WHOLE - 1540 TAKES THE
008428*    COUNT RECORD, 1550 THE DETAILS AS IT READS PAST THEM, 1545
008429*    FILES THE ITEM.  A RELEASED VECTOR THAT STILL FAILS IS
008430*    SKIPPED BACK INTO SUSPENSE WHATEVER THE POLICY: IT IS NOT
008431*    PART OF TONIGHT'S FEED, SO IT HAS NO BUSINESS ABORTING IT.
008432 1530-BAD-COUNT-DISPOSITION.
008433     IF WS-BAD-COUNT-SKIP
008434         OR WS-READING-RELEASED
008435         MOVE WS-ER-REASON TO WS-SUSP-REASON
008436         PERFORM 1540-OPEN-SUSPENSE-ITEM THRU 1540-EXIT
008437         PERFORM 1550-SKIP-TO-NEXT-VECTOR THRU 1550-EXIT
008438         PERFORM 1545-FILE-SUSPENSE-ITEM THRU 1545-EXIT
008439         IF NOT WS-END-OF-INPUT
008440             GO TO 1505-EDIT-COUNT-RECORD
008441         END-IF
008442         GO TO 1500-EXIT
008443     END-IF.
008444     MOVE 'Y' TO WS-EOF-SWITCH.
008445     MOVE 1 TO VECTOR-LENGTH.
008446     MOVE 8 TO RETURN-CODE.
008447     GO TO 1500-EXIT.
008448*    A VECTOR THE REGISTRY CHECK REFUSED IS HELD WHATEVER THE
008449*    BAD-COUNT POLICY - ITS COUNT RECORD IS SOUND, SO THE REST
008450*    OF THE FEED CAN BE TRUSTED AND THE NIGHT CARRIES ON.  THE
008451*    REASON GOES TO ERRORS-OUT AND BALRPT, THE DETAIL RECORDS
008452*    ARE READ PAST UNSORTED, AND RETURN-CODE IS LEFT ALONE SO
008453*    ONE STRAY VECTOR NEVER STOPS NEXTSTEP FOR EVERYONE ELSE.
008454 1535-REGISTRY-HOLD.
008455     PERFORM 1595-WRITE-REGISTRY-HOLD THRU 1595-EXIT.
008456     MOVE 'R' TO WS-DROP-SOURCE.
008457     MOVE WS-REG-REASON TO WS-SUSP-REASON.
008458     PERFORM 1540-OPEN-SUSPENSE-ITEM THRU 1540-EXIT.
008459     PERFORM 1550-SKIP-TO-NEXT-VECTOR THRU 1550-EXIT.
008460     PERFORM 1545-FILE-SUSPENSE-ITEM THRU 1545-EXIT.
008461     IF NOT WS-END-OF-INPUT
008462         GO TO 1505-EDIT-COUNT-RECORD
008463     END-IF.
008464 1500-EXIT.
008465     EXIT.
008466******************************************************************
008467*    1550-SKIP-TO-NEXT-VECTOR
008468*    UNDER BAD-COUNT-POLICY=SKIP, READS PAST THE BAD COUNT
008469*    RECORD AND THE UNTAGGED DETAIL RECORDS UNDER IT UNTIL THE
008470*    NEXT RECORD CARRYING A VECTOR ID - THE NEXT COUNT RECORD -
008471*    OR END OF INPUT.  THE RECORD IT STOPS ON HAS NOT BEEN
008472*    CONSUMED BY ANY VECTOR YET; 1530-BAD-COUNT-DISPOSITION
008473*    LOOPS IT STRAIGHT BACK THROUGH THE COUNT-RECORD EDITS.
008474*    EACH DETAIL READ PAST IS WRITTEN TO SUSPENSE FIRST WHILE
008475*    1540 HAS AN ITEM OPEN (1555/1548).
008476******************************************************************
008477 1550-SKIP-TO-NEXT-VECTOR.
008478     PERFORM 1450-READ-INPUT-RECORD THRU 1450-EXIT.
008479     PERFORM 1555-HOLD-ONE-DETAIL THRU 1555-EXIT
008480         UNTIL WS-END-OF-INPUT
008481         OR VI-VECTOR-ID NOT = SPACES.
008482 1550-EXIT.
008483     EXIT.
008484 1555-HOLD-ONE-DETAIL.
008485     IF WS-SUSP-CAPTURING
008486         PERFORM 1548-WRITE-SUSPENSE-DETAIL THRU 1548-EXIT
008487     END-IF.
008488     PERFORM 1450-READ-INPUT-RECORD THRU 1450-EXIT.
008489 1555-EXIT.
008490     EXIT.
008491 1560-SKIP-ONE-DETAIL.
008492     PERFORM 1450-READ-INPUT-RECORD THRU 1450-EXIT.
008493 1560-EXIT.
008494     EXIT.
008495******************************************************************
008496*    1540-OPEN-SUSPENSE-ITEM
008497*    STARTS THE SUSPENSE CAPTURE OF A VECTOR ABOUT TO BE DROPPED
008498*    WHOLESALE, WHILE ITS COUNT RECORD IS STILL IN THE FD AREA.
008499*    AN ITEM ALREADY ON FILE FOR THIS VECTOR AND RUN DATE IS
008500*    LEFT AS IT IS - A RERUN OR RESTART OF THE SAME NIGHT READS
008501*    THE SAME BAD VECTOR AGAIN - AND UNDER PRIORITY=Y A BAD
008502*    COUNT RECORD, JUDGED IN BOTH READS OF THE FEED, IS TAKEN IN
008503*    PASS 1 ONLY.  RECYCLE WAVES NEVER DROP A VECTOR WHOLESALE,
008504*    SO ONLY WAVE-1 INPUT IS EVER CAPTURED.  WITH NO SUSPMSTR
008505*    THE DROP IS SAID ON ERRORS-OUT AS NOT HELD AND THE NIGHT
008506*    CARRIES ON, RETURN-CODE UNTOUCHED, AS IT DID BEFORE THERE
008507*    WAS A SUSPENSE MASTER.
008508******************************************************************
008509 1540-OPEN-SUSPENSE-ITEM.
008510     MOVE 'N' TO WS-SUSP-CAPTURE-SWITCH.
008511     MOVE ZERO TO WS-SUSP-SEQUENCE.
008512     IF NOT WS-READING-FIRST-WAVE
008513         GO TO 1540-EXIT
008514     END-IF.
008515     IF WS-PRIORITY-MODE
008516         AND WS-PASS-TWO
008517         AND WS-DROPPED-ON-COUNT
008518         GO TO 1540-EXIT
008519     END-IF.
008520     IF NOT WS-SUSPENSE-OPEN
008521         GO TO 1540-NOT-HELD
008522     END-IF.
008523     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008524     MOVE WS-CURRENT-VECTOR-ID TO SP-VECTOR-ID.
008525     MOVE WS-RUN-DATE TO SP-RUN-DATE.
008526     MOVE ZERO TO SP-SEQUENCE.
008527     READ SUSPENSE-MASTER
008528         INVALID KEY
008529             CONTINUE
008530     END-READ.
008531     IF WS-SUSPENSE-STATUS = "00"
008532         DISPLAY "SORTVECT: VECTOR " WS-CURRENT-VECTOR-ID
008533             " ALREADY IN SUSPENSE FOR " WS-RUN-DATE
008534         GO TO 1540-EXIT
008535     END-IF.
008536     IF WS-SUSPENSE-STATUS NOT = "23"
008537         DISPLAY "SORTVECT: SUSPMSTR READ FAILED, STATUS = "
008538             WS-SUSPENSE-STATUS
008539         GO TO 1540-NOT-HELD
008540     END-IF.
008541     MOVE VECTOR-IN-RECORD TO WS-SUSP-COUNT-IMAGE.
008542     MOVE 'Y' TO WS-SUSP-CAPTURE-SWITCH.
008543     GO TO 1540-EXIT.
008544 1540-NOT-HELD.
008545     ADD 1 TO WS-TOT-NOT-HELD.
008546     MOVE ZERO TO WS-ER-POS-NUM.
008547     MOVE WS-CURRENT-VECTOR-ID TO WS-ER-VALUE.
008548     MOVE "NOT HELD - NO SUSPENSE MASTER" TO WS-ER-REASON.
008549     WRITE ERRORS-OUT-RECORD FROM WS-ERROR-DETAIL-LINE.
008550     DISPLAY "SORTVECT: VECTOR " WS-CURRENT-VECTOR-ID
008551         " DROPPED - NOT HELD IN SUSPENSE".
008552 1540-EXIT.
008553     EXIT.
008554******************************************************************
008555*    1545-FILE-SUSPENSE-ITEM
008556*    ONCE 1550 HAS READ PAST THE LAST DETAIL, WRITES THE COUNT
008557*    RECORD AS SEQUENCE 0000 - STATUS HELD, WITH THE REASON,
008558*    FEED SERIAL AND NUMBER OF DETAILS CAPTURED - WHICH IS WHAT
008559*    MAKES THE ITEM VISIBLE TO STALSUSP, SUSPRLSE AND MORNSUMM.
008560*    WRITTEN LAST ON PURPOSE: AN ABEND PART-WAY THROUGH THE
008561*    DETAILS LEAVES NO ITEM, AND THE RERUN'S DETAIL WRITES FIND
008562*    THEIR OWN EARLIER COPIES AND PASS OVER THEM.
008563******************************************************************
008564 1545-FILE-SUSPENSE-ITEM.
008565     IF NOT WS-SUSP-CAPTURING
008566         GO TO 1545-EXIT
008567     END-IF.
008568     MOVE 'N' TO WS-SUSP-CAPTURE-SWITCH.
008569     ACCEPT WS-SUSP-TIME FROM TIME.
008570     MOVE WS-CURRENT-VECTOR-ID TO SP-VECTOR-ID.
008571     MOVE WS-RUN-DATE TO SP-RUN-DATE.
008572     MOVE ZERO TO SP-SEQUENCE.
008573     MOVE WS-SUSP-COUNT-IMAGE TO SP-IMAGE.
008574     MOVE WS-FEED-SERIAL TO SP-FEED-SERIAL.
008575     MOVE WS-SUSP-REASON TO SP-REASON.
008576     MOVE 'H' TO SP-STATUS.
008577     MOVE WS-SUSP-SEQUENCE TO SP-DETAIL-COUNT.
008578     MOVE ZERO TO SP-PICKUP-DATE.
008579     MOVE "SORTVECT" TO SP-OPERATOR.
008580     MOVE WS-CURRENT-DATE TO SP-CHG-DATE.
008581     MOVE WS-SUSP-HHMMSS TO SP-CHG-TIME.
008582     WRITE SP-RECORD
008583         INVALID KEY
008584             CONTINUE
008585     END-WRITE.
008586     IF WS-SUSPENSE-STATUS NOT = "00"
008587         DISPLAY "SORTVECT: SUSPMSTR WRITE FAILED FOR VECTOR "
008588             WS-CURRENT-VECTOR-ID ", STATUS = " WS-SUSPENSE-STATUS
008589         GO TO 1545-EXIT
008590     END-IF.
008591     ADD 1 TO WS-TOT-SUSPENDED.
008592     DISPLAY "SORTVECT: VECTOR " WS-CURRENT-VECTOR-ID
008593         " WRITTEN TO SUSPENSE WITH " SP-DETAIL-COUNT
008594         " DETAIL RECORD(S)".
008595 1545-EXIT.
008596     EXIT.
008597******************************************************************
008598*    1548-WRITE-SUSPENSE-DETAIL
008599*    ONE DETAIL RECORD OF THE VECTOR BEING DROPPED, AS READ,
008600*    UNDER THE NEXT SEQUENCE NUMBER.  A DUPLICATE KEY IS THE
008601*    SAME DETAIL LEFT BY AN EARLIER ATTEMPT AT THIS NIGHT - SEE
008602*    1545 - AND IS PASSED OVER.  A VECTOR WITH MORE DETAILS THAN
008603*    THE SEQUENCE CAN NUMBER IS FILED WITH WHAT FITTED.
008604******************************************************************
008605 1548-WRITE-SUSPENSE-DETAIL.
008606     IF WS-SUSP-SEQUENCE >= WS-SUSP-SEQUENCE-MAX
008607         GO TO 1548-EXIT
008608     END-IF.
008609     ADD 1 TO WS-SUSP-SEQUENCE.
008610     MOVE WS-CURRENT-VECTOR-ID TO SP-VECTOR-ID.
008611     MOVE WS-RUN-DATE TO SP-RUN-DATE.
008612     MOVE WS-SUSP-SEQUENCE TO SP-SEQUENCE.
008613     MOVE VECTOR-IN-RECORD TO SP-IMAGE.
008614     MOVE WS-FEED-SERIAL TO SP-FEED-SERIAL.
008615     MOVE WS-SUSP-REASON TO SP-REASON.
008616     MOVE SPACE TO SP-STATUS.
008617     MOVE ZERO TO SP-DETAIL-COUNT.
008618     MOVE ZERO TO SP-PICKUP-DATE.
008619     MOVE "SORTVECT" TO SP-OPERATOR.
008620     MOVE WS-CURRENT-DATE TO SP-CHG-DATE.
008621     MOVE ZERO TO SP-CHG-TIME.
008622     WRITE SP-RECORD
008623         INVALID KEY
008624             CONTINUE
008625     END-WRITE.
008626 1548-EXIT.
008627     EXIT.
008628******************************************************************
008629*    1570-SKIP-OTHER-PASS-VECTOR
008630*    UNDER PRIORITY=Y THE PRIMARY FEED IS READ TWICE - PASS 1
008631*    TAKES THE 'H' VECTORS, PASS 2 THE REST - SO A COUNT RECORD
008632*    BELONGING TO THE OTHER PASS READS PAST ITS DECLARED DETAIL
008633*    RECORDS AND LEAVES THE NEXT RECORD IN THE FD AREA FOR
008634*    1505-EDIT-COUNT-RECORD TO JUDGE.  THE MANIFEST TALLIES
008635*    COUNT PASS-1 READS ONLY, SO THE DOUBLE READ NEVER DOUBLE-
008636*    COUNTS.
008637******************************************************************
008638 1570-SKIP-OTHER-PASS-VECTOR.
008639     PERFORM 1560-SKIP-ONE-DETAIL THRU 1560-EXIT
008640         VARYING WS-SKIP-SUB FROM 1 BY 1
008641         UNTIL WS-SKIP-SUB > VECTOR-LENGTH
008642         OR WS-END-OF-INPUT.
008643     IF NOT WS-END-OF-INPUT
008644         PERFORM 1450-READ-INPUT-RECORD THRU 1450-EXIT
008645     END-IF.
008646 1570-EXIT.
008647     EXIT.
008648******************************************************************
008649*    1580-READ-REGISTRY
008650*    LOOKS THE CURRENT VECTOR ID UP ON THE VREGMSTR REGISTRY.
008651*    THE READ COMES FIRST, AHEAD OF THE TOLERANCE-DELTA EDIT,
008652*    SO A TOLERANCE-MODE COUNT RECORD THAT LEFT ITS DELTA BLANK
008653*    CAN TAKE THE REGISTERED DEFAULT INSTEAD OF FAILING THE
008654*    EDIT.  AN I/O ERROR OTHER THAN RECORD-NOT-FOUND IS KEPT
008655*    APART SO THE HOLD REASON DOES NOT BLAME THE BUREAU FOR IT.
008656******************************************************************
008657 1580-READ-REGISTRY.
008658     MOVE WS-CURRENT-VECTOR-ID TO VR-VECTOR-ID.
008659     READ VECTOR-REGISTRY
008660         INVALID KEY
008661             MOVE 'N' TO WS-REG-FOUND-SWITCH
008662             GO TO 1580-EXIT
008663     END-READ.
008664     IF WS-REGISTRY-STATUS = "00"
008665         MOVE 'Y' TO WS-REG-FOUND-SWITCH
008666     ELSE
008667         MOVE 'E' TO WS-REG-FOUND-SWITCH
008668     END-IF.
008669 1580-EXIT.
008670     EXIT.
008671******************************************************************
008672*    1585-CHECK-CONFORMANCE
008673*    JUDGES THE COUNT RECORD AGAINST ITS REGISTRY ENTRY AND
008674*    LEAVES THE FIRST REASON IT FAILS IN WS-REG-REASON, WITH
008675*    THE OFFENDING VALUE IN WS-REG-VALUE - SPACES IN BOTH MEANS
008676*    THE VECTOR CONFORMS.  IN ORDER: THE ID MUST BE REGISTERED
008677*    AND ACTIVE; THE DIRECTION MUST BE THE AGREED ONE (A BLANK
008678*    DIRECTION IS ASCENDING, AS EVERYWHERE ELSE); THE EFFECTIVE
008679*    TOLERANCE DELTA MAY NOT EXCEED THE REGISTERED MAXIMUM; AND
008680*    THE DECLARED LENGTH MUST FALL INSIDE THE REGISTERED BAND.
008681*    BETWEEN THE STATUS AND DIRECTION TESTS, A COUNT RECORD THAT
008682*    NAMES ITS SENDER MUST COME FROM THE OWNING BUREAU.  THE
008683*    REGISTERED BUREAU IS THE FOUR-CHARACTER SENDER ID, LEFT-
008684*    JUSTIFIED WITH THE REST BLANK (STALVREG ENFORCES THIS); A
008685*    BLANK SENDER - THE SINGLE-FEED AND CORRECTION JOBS - IS
008686*    NOT CHECKED.
008687*    ONLY THE PRIMARY FEED IS JUDGED - A RECYCLE WAVE'S COUNT
008688*    RECORDS CARRY HOWEVER MANY ELEMENTS THE LAST WAVE PURGED,
008689*    WHICH NO LENGTH BAND COULD PREDICT.
008690******************************************************************
008691 1585-CHECK-CONFORMANCE.
008692     MOVE SPACES TO WS-REG-REASON.
008693     MOVE SPACES TO WS-REG-VALUE.
008694     IF WS-REG-READ-ERROR
008695         MOVE "REGISTRY READ FAILED" TO WS-REG-REASON
008696         MOVE WS-REGISTRY-STATUS TO WS-REG-VALUE
008697         GO TO 1585-EXIT
008698     END-IF.
008699     IF WS-REG-NOT-FOUND
008700         MOVE "VECTOR ID NOT IN REGISTRY" TO WS-REG-REASON
008701         MOVE WS-CURRENT-VECTOR-ID TO WS-REG-VALUE
008702         GO TO 1585-EXIT
008703     END-IF.
008704     IF NOT VR-ACTIVE
008705         MOVE "VECTOR ID RETIRED IN REGISTRY" TO WS-REG-REASON
008706         MOVE WS-CURRENT-VECTOR-ID TO WS-REG-VALUE
008707         GO TO 1585-EXIT
008708     END-IF.
008709     IF WS-CURRENT-SENDER-ID NOT = SPACES
008710         AND (VR-BUREAU(1:4) NOT = WS-CURRENT-SENDER-ID
008711         OR VR-BUREAU(5:4) NOT = SPACES)
008712         MOVE "SENDER NOT OWNING BUREAU" TO WS-REG-REASON
008713         MOVE WS-CURRENT-SENDER-ID TO WS-REG-VALUE
008714         GO TO 1585-EXIT
008715     END-IF.
008716     MOVE WS-SORT-DIRECTION TO WS-REG-DIRECTION.
008717     IF WS-REG-DIRECTION = SPACE
008718         MOVE 'A' TO WS-REG-DIRECTION
008719     END-IF.
008720     IF WS-REG-DIRECTION NOT = VR-DIRECTION
008721         MOVE "DIRECTION NOT AS REGISTERED" TO WS-REG-REASON
008722         MOVE WS-REG-DIRECTION TO WS-REG-VALUE
008723         GO TO 1585-EXIT
008724     END-IF.
008725     IF WS-TOLERANCE-DELTA > VR-MAX-DELTA
008726         MOVE "DELTA OVER REGISTERED MAXIMUM" TO WS-REG-REASON
008727         MOVE WS-TOLERANCE-DELTA TO WS-REG-NUMBER
008728         MOVE WS-REG-NUMBER TO WS-REG-VALUE
008729         GO TO 1585-EXIT
008730     END-IF.
008731     IF VECTOR-LENGTH < VR-MIN-LENGTH
008732         OR VECTOR-LENGTH > VR-MAX-LENGTH
008733         MOVE "LENGTH OUTSIDE REGISTERED BAND" TO WS-REG-REASON
008734         MOVE VECTOR-LENGTH TO WS-REG-NUMBER
008735         MOVE WS-REG-NUMBER TO WS-REG-VALUE
008736     END-IF.
008737 1585-EXIT.
008738     EXIT.
008739******************************************************************
008740*    1595-WRITE-REGISTRY-HOLD
008741*    LOGS A HELD VECTOR UNDER AN ERRORS-OUT HEADER OF ITS OWN -
008742*    A HELD VECTOR NEVER GETS THE NORMAL 1640 HEADERS, AND A
008743*    REASON LINE WITH NO VECTOR ID OVER IT WOULD READ AS PART
008744*    OF THE PREVIOUS VECTOR'S SECTION - AND KEEPS THE VECTOR,
008745*    REASON AND DECLARED LENGTH FOR THE BALRPT HELD LIST.  AN
008746*    ALREADY-FULL HOLD TABLE KEEPS COUNTING, AS THE BALANCE
008747*    TABLE DOES, AND THE REPORT SAYS SO.
008748******************************************************************
008749 1595-WRITE-REGISTRY-HOLD.
008750     ADD 1 TO WS-ERROR-COUNT.
008751     MOVE WS-CURRENT-VECTOR-ID TO WS-ERH-VECTOR-ID.
008752     MOVE WS-WAVE-NUMBER TO WS-ERH-WAVE.
008753     WRITE ERRORS-OUT-RECORD FROM WS-ERROR-HEADER-LINE.
008754     MOVE ZERO TO WS-ER-POS-NUM.
008755     MOVE WS-REG-VALUE TO WS-ER-VALUE.
008756     MOVE WS-REG-REASON TO WS-ER-REASON.
008757     WRITE ERRORS-OUT-RECORD FROM WS-ERROR-DETAIL-LINE.
008758     DISPLAY "SORTVECT: VECTOR " WS-CURRENT-VECTOR-ID
008759         " HELD - " WS-REG-REASON.
008760     ADD 1 TO WS-TOT-HELD.
008761     IF WS-HELD-COUNT >= WS-HELD-TABLE-MAX
008762         MOVE 'Y' TO WS-HELD-TRUNC-SWITCH
008763         GO TO 1595-EXIT
008764     END-IF.
008765     ADD 1 TO WS-HELD-COUNT.
008766     MOVE WS-CURRENT-VECTOR-ID TO WS-HT-VECTOR-ID(WS-HELD-COUNT).
008767     MOVE WS-REG-REASON TO WS-HT-REASON(WS-HELD-COUNT).
008768     MOVE VECTOR-LENGTH TO WS-HT-LENGTH(WS-HELD-COUNT).
008769 1595-EXIT.
008770     EXIT.
008771******************************************************************
008772*    1520-WRITE-COUNT-ERROR
008773*    LOGS A COUNT RECORD THAT IS NOT VALID NUMERIC DATA (BLANK,
008774*    MISSING, OR GARBLED) TO ERRORS-OUT.  VECTOR-LENGTH CANNOT BE
008775*    TRUSTED IN THIS CASE; 1530-BAD-COUNT-DISPOSITION DECIDES
008776*    WHETHER THE JOB ENDS HERE OR SKIPS FORWARD TO THE NEXT
008777*    TAGGED COUNT RECORD, PER THE BAD-COUNT-POLICY CARD.  UNDER
008778*    PRIORITY=Y THE SAME BAD RECORD PASSES THE EDITS IN BOTH
008779*    READS OF THE FEED, SO 1520/1525/1527 LOG AND COUNT IT IN
008780*    PASS 1 ONLY - PASS 2 STILL TAKES THE SKIP-OR-ABORT
008781*    DISPOSITION, JUST QUIETLY.  THE REASON IS SET EITHER WAY -
008782*    SUSPENSE TAKES IT FROM WS-ER-REASON.
008783******************************************************************
008784 1520-WRITE-COUNT-ERROR.
008785     MOVE "NON-NUMERIC OR MISSING COUNT" TO WS-ER-REASON.
008786     IF WS-PRIORITY-MODE
008787         AND WS-PASS-TWO
008788         GO TO 1520-EXIT
008789     END-IF.
008790     ADD 1 TO WS-ERROR-COUNT.
008791     MOVE ZERO TO WS-ER-POS-NUM.
008792     MOVE VI-VALUE TO WS-ER-VALUE.
008793     WRITE ERRORS-OUT-RECORD FROM WS-ERROR-DETAIL-LINE.
008794 1520-EXIT.
008795     EXIT.
008796******************************************************************
008797*    1525-WRITE-COUNT-RANGE-ERROR
008798*    LOGS A COUNT RECORD THAT IS NUMERIC BUT OUT OF RANGE - ZERO,
008799*    NEGATIVE, OR LARGER THAN THE TABLE CAPACITY.  SAME REASONING
008800*    AS 1520-WRITE-COUNT-ERROR: VECTOR-LENGTH CANNOT BE
008801*    TRUSTED, AND 1530-BAD-COUNT-DISPOSITION DECIDES WHAT NEXT.
008802******************************************************************
008803 1525-WRITE-COUNT-RANGE-ERROR.
008804     MOVE "VECTOR COUNT OUT OF RANGE" TO WS-ER-REASON.
008805     IF WS-PRIORITY-MODE
008806         AND WS-PASS-TWO
008807         GO TO 1525-EXIT
008808     END-IF.
008809     ADD 1 TO WS-ERROR-COUNT.
008810     MOVE ZERO TO WS-ER-POS-NUM.
008811     MOVE VI-VALUE TO WS-ER-VALUE.
008812     WRITE ERRORS-OUT-RECORD FROM WS-ERROR-DETAIL-LINE.
008813 1525-EXIT.
008814     EXIT.
008815******************************************************************
008816*    1527-WRITE-DELTA-ERROR
008817*    LOGS A TOLERANCE-MODE COUNT RECORD WHOSE DELTA IS NOT VALID
008818*    NUMERIC DATA.  THE VECTOR CANNOT BE SORTED WITHOUT KNOWING
008819*    HOW MUCH SLACK THE BUSINESS MEANT TO ALLOW, SO IT IS
008820*    TREATED EXACTLY LIKE ANY OTHER BAD COUNT RECORD AND HANDED
008821*    TO 1530-BAD-COUNT-DISPOSITION.
008822******************************************************************
008823 1527-WRITE-DELTA-ERROR.
008824     MOVE "NON-NUMERIC TOLERANCE DELTA" TO WS-ER-REASON.
008825     IF WS-PRIORITY-MODE
008826         AND WS-PASS-TWO
008827         GO TO 1527-EXIT
008828     END-IF.
008829     ADD 1 TO WS-ERROR-COUNT.
008830     MOVE ZERO TO WS-ER-POS-NUM.
008831     MOVE VI-TOLERANCE-DELTA TO WS-ER-VALUE.
008832     WRITE ERRORS-OUT-RECORD FROM WS-ERROR-DETAIL-LINE.
008833 1527-EXIT.
008834     EXIT.
008835******************************************************************
008836*    1600-RESTORE-CHECKPOINT A FRESH RUN NEEDS NO RESTORING. A
008837*    RESTART RUN READS CHECKPOINT-IN FORWARD TO ITS LAST RECORD
008838*    (THE ONE WITH THE MOST RECENT STATE) TO RESTORE I, S, MAX AND
008839*    THE SURVIVORS COMMITTED SO FAR, THEN SKIPS PAST WHATEVER
008840*    VECTOR-IN RECORDS THIS JOB HAD ALREADY ACCOUNTED FOR BEFORE
008841*    THE CHECKPOINT WAS WRITTEN. IF THAT CHECKPOINT WAS TAKEN
008842*    MID-VECTOR (CKI-VECTOR-DONE IS FALSE), THE VECTOR THAT WAS IN
008843*    FLIGHT'S OWN COUNT RECORD IS RE-READ, THEN ITS DETAIL RECORDS
008844*    ALREADY ACCOUNTED FOR ARE RE-READ SO VEC IS COMPLETE WHEN IT
008845*    IS DISPLAYED, AND 0200-PROCESS-ONE-VECTOR IS TOLD TO RESUME
008846*    THAT VECTOR RATHER THAN START A NEW ONE. IF INSTEAD THE
008847*    CHECKPOINT WAS TAKEN AT VECTOR COMPLETION (CKI-VECTOR-DONE IS
008848*    TRUE), THE RECORDS SKIPPED COVER THE ENTIRE FINISHED VECTOR -
008849*    COUNT RECORD AND ALL - SO 0200-PROCESS-ONE-VECTOR SIMPLY
008850*    STARTS THE NEXT VECTOR FRESH, THE SAME AS A NON-RESTART RUN
008851*    WOULD. EITHER WAY, A FRESH CHECKPOINT-OUT IS OPENED FOR THIS
008852*    RUN'S OWN PROGRESS.
008853******************************************************************
008854 1600-RESTORE-CHECKPOINT.
008855     IF WS-IS-RESTART
008856         OPEN INPUT CHECKPOINT-IN
008857         PERFORM 1610-READ-LAST-CHECKPOINT THRU 1610-EXIT
008858             UNTIL WS-CHECKPOINT-EOF
008859         CLOSE CHECKPOINT-IN
008860         IF CKI-VECTOR-DONE
008861             MOVE CKI-TOTAL-RECS TO WS-RECS-TO-SKIP
008862             PERFORM 1630-SKIP-PRIOR-RECORD THRU 1630-EXIT
008863                 VARYING WS-SKIP-SUB FROM 1 BY 1
008864                 UNTIL WS-SKIP-SUB > WS-RECS-TO-SKIP
008865         ELSE
008866             COMPUTE WS-RECS-TO-SKIP =
008867                 CKI-TOTAL-RECS - 1 - WS-VECTOR-RECS-READ
008868             PERFORM 1630-SKIP-PRIOR-RECORD THRU 1630-EXIT
008869                 VARYING WS-SKIP-SUB FROM 1 BY 1
008870                 UNTIL WS-SKIP-SUB > WS-RECS-TO-SKIP
008871             PERFORM 1500-READ-VECTOR-LENGTH THRU 1500-EXIT
008872             PERFORM 1700-RELOAD-PROCESSED-RECORDS THRU 1700-EXIT
008873             MOVE 'Y' TO WS-RESUME-SWITCH
008874         END-IF
008875     END-IF.
008876     OPEN OUTPUT CHECKPOINT-OUT.
008877     IF WS-CHECKPOINT-OUT-STATUS NOT = "00"
008878         DISPLAY "SORTVECT: UNABLE TO OPEN CHKPT-OUT, STATUS = "
008879             WS-CHECKPOINT-OUT-STATUS
008880         MOVE 16 TO RETURN-CODE
008881     END-IF.
008882 1600-EXIT.
008883     EXIT.
008884******************************************************************
008885*    1610-READ-LAST-CHECKPOINT
008886*    READS ONE CHECKPOINT RECORD AND RESTORES RUNNING STATE FROM
008887*    IT.  CHECKPOINT-OUT IS WRITTEN CUMULATIVELY, SO THE LAST
008888*    RECORD ON THE FILE IS ALWAYS THE MOST RECENT ONE.  RESTORING
008889*    CKI-REJECT-COUNT/CKI-ERROR-COUNT HERE, RATHER THAN LEAVING
008890*    1000-INITIALIZE'S ZEROED WS-REJECT-COUNT/WS-ERROR-COUNT IN
008891*    PLACE, KEEPS 9100-WRITE-AUDIT-TRAILERS' JOB TOTAL FROM
008892*    UNDERSTATING WHATEVER THE ABENDED RUN HAD ALREADY LOGGED
008893*    BEFORE THIS RESTART.
008894******************************************************************
008895 1610-READ-LAST-CHECKPOINT.
008896     READ CHECKPOINT-IN
008897         AT END
008898             MOVE 'Y' TO WS-CHECKPOINT-EOF-SWITCH
008899             GO TO 1610-EXIT
008900     END-READ.
008901     MOVE CKI-I TO I.
008902     MOVE CKI-S TO S.
008903     MOVE CKI-MAX TO MAX.
008904     MOVE CKI-HIGH-MARK TO WS-HIGH-MARK.
008905     MOVE CKI-MAX-ORIG-POS TO WS-MAX-ORIG-POS.
008906     MOVE CKI-MAX-REF-KEY TO WS-MAX-REF-KEY.
008907     MOVE CKI-VECTOR-RECS-READ TO WS-VECTOR-RECS-READ.
008908     MOVE CKI-REJECT-COUNT TO WS-REJECT-COUNT.
008909     MOVE CKI-ERROR-COUNT TO WS-ERROR-COUNT.
008910     MOVE CKI-VECTOR-REJECT-COUNT TO WS-VECTOR-REJECT-COUNT.
008911     MOVE CKI-VECTOR-ERROR-COUNT TO WS-VECTOR-ERROR-COUNT.
008912     PERFORM 1620-RESTORE-SVEC-ELEMENT THRU 1620-EXIT
008913         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > CKI-SVEC-COUNT.
008914 1610-EXIT.
008915     EXIT.
008916 1620-RESTORE-SVEC-ELEMENT.
008917     MOVE CKI-SVEC(WS-SUB) TO SVEC(WS-SUB).
008918     MOVE CKI-SVEC-REF-KEY(WS-SUB) TO WS-SVEC-REF-KEY(WS-SUB).
008919 1620-EXIT.
008920     EXIT.
008921******************************************************************
008922*    1630-SKIP-PRIOR-RECORD DISCARDS ONE RECORD FROM THE FRONT OF
008923*    VECTOR-IN. USED ONLY ON A RESTART, TO SKIP PAST WHATEVER
008924*    VECTORS (COUNT RECORD AND DETAIL RECORDS ALIKE) THIS JOB HAD
008925*    ALREADY FINISHED BEFORE THE CHECKPOINT WE RESTORED WAS
008926*    WRITTEN.
008927******************************************************************
008928 1630-SKIP-PRIOR-RECORD.
008929     PERFORM 1450-READ-INPUT-RECORD THRU 1450-EXIT.
008930     IF WS-END-OF-INPUT
008931         GO TO 1630-EXIT
008932     END-IF.
008933 1630-EXIT.
008934     EXIT.
008935******************************************************************
008936*    1640-WRITE-VECTOR-HEADERS WRITES THE REJECTS-OUT AND
008937*    ERRORS-OUT HEADER LINES FOR A VECTOR THAT IS JUST STARTING,
008938*    TAGGED WITH ITS VECTOR ID, SO EACH VECTOR'S SECTION OF THOSE
008939*    REPORTS IS CLEARLY MARKED. NOT CALLED FOR A VECTOR BEING
008940*    RESUMED AFTER A RESTART - ITS HEADER WAS ALREADY WRITTEN BY
008941*    THE RUN THAT WAS INTERRUPTED.
008942******************************************************************
008943 1640-WRITE-VECTOR-HEADERS.
008944     MOVE WS-CURRENT-VECTOR-ID TO WS-RJH-VECTOR-ID.
008945     MOVE WS-WAVE-NUMBER TO WS-RJH-WAVE.
008946     WRITE REJECTS-OUT-RECORD FROM WS-REJECT-HEADER-LINE.
008947     MOVE WS-CURRENT-VECTOR-ID TO WS-ERH-VECTOR-ID.
008948     MOVE WS-WAVE-NUMBER TO WS-ERH-WAVE.
008949     WRITE ERRORS-OUT-RECORD FROM WS-ERROR-HEADER-LINE.
008950 1640-EXIT.
008951     EXIT.
008952******************************************************************
008953*    1700-RELOAD-PROCESSED-RECORDS
008954*    ON A RESTART, VEC(1) THRU VEC(I - 1) WERE LOADED BY THE RUN
008955*    THAT WROTE THE CHECKPOINT WE JUST RESTORED.  VECTOR-IN IS NOW
008956*    POSITIONED RIGHT AFTER THE CURRENT VECTOR'S OWN COUNT RECORD,
008957*    SO RE-READING THE WS-VECTOR-RECS-READ DETAIL RECORDS ALREADY
008958*    SEEN PUTS VEC BACK THE WAY IT WAS - SILENTLY RE-APPLYING THE
008959*    SAME NUMERIC/RANGE SCREENING 2000-LOAD-AND-SORT-VECTOR USED
008960*    THE FIRST TIME, SINCE A MALFORMED OR OUT-OF-RANGE RECORD
008961*    AMONG THEM DID NOT ADVANCE I AND MUST NOT BE RELOADED INTO
008962*    VEC (IT WAS ALREADY LOGGED TO ERRORS-OUT BY THE ORIGINAL RUN,
008963*    AND MUST NOT BE LOGGED AGAIN HERE).
008964******************************************************************
008965 1700-RELOAD-PROCESSED-RECORDS.
008966     IF WS-VECTOR-RECS-READ = 0
008967         GO TO 1700-EXIT
008968     END-IF.
008969     MOVE 1 TO WS-SUB.
008970     PERFORM 1710-RELOAD-ONE-RECORD THRU 1710-EXIT
008971         VARYING WS-RELOAD-SUB FROM 1 BY 1
008972         UNTIL WS-RELOAD-SUB > WS-VECTOR-RECS-READ.
008973 1700-EXIT.
008974     EXIT.
008975 1710-RELOAD-ONE-RECORD.
008976     PERFORM 1450-READ-INPUT-RECORD THRU 1450-EXIT.
008977     IF WS-END-OF-INPUT
008978         GO TO 1710-EXIT
008979     END-IF.
008980     IF VI-VALUE NOT NUMERIC
008981         GO TO 1710-EXIT
008982     END-IF.
008983     IF VI-VALUE < WS-MIN-FIELD-VALUE
008984         OR VI-VALUE > WS-MAX-FIELD-VALUE
008985         GO TO 1710-EXIT
008986     END-IF.
008987     MOVE VI-VALUE TO VEC(WS-SUB).
008988     ADD 1 TO WS-SUB.
008989 1710-EXIT.
008990     EXIT.
008991******************************************************************
008992*    2000-LOAD-AND-SORT-VECTOR
008993*    READS ONE ELEMENT FROM VECTOR-IN, STORES IT IN VEC(I) AND
008994*    RUNS IT THROUGH STALIN-SORT IMMEDIATELY (LOAD AND SORT ARE
008995*    ONE STREAMING PASS SO PROGRESS CAN BE CHECKPOINTED).  A
008996*    VALUE THAT WON'T FIT IN VEC (PIC S9(6)) IS FLAGGED TO
008997*    ERRORS-OUT AND DROPPED RATHER THAN BEING SILENTLY
008998*    TRUNCATED, AS IS A RECORD THAT IS NOT VALID NUMERIC DATA
008999*    (BLANK OR GARBLED).  EVERY WS-CHECKPOINT-INTERVAL-TH ELEMENT,
009000*    RUNNING STATE IS SNAPSHOT TO CHECKPOINT-OUT.
009001******************************************************************
009002 2000-LOAD-AND-SORT-VECTOR.
009003     PERFORM 1450-READ-INPUT-RECORD THRU 1450-EXIT.
009004     IF WS-END-OF-INPUT
009005         GO TO 2000-EXIT
009006     END-IF.
009007     IF VI-IS-MANIFEST
009008         AND WS-READING-PRIMARY
009009         PERFORM 1460-CAPTURE-MANIFEST THRU 1460-EXIT
009010         MOVE 'Y' TO WS-EOF-SWITCH
009011         GO TO 2000-EXIT
009012     END-IF.
009013     ADD 1 TO WS-VECTOR-RECS-READ.
009014     IF VI-VALUE NOT NUMERIC
009015         PERFORM 2050-WRITE-NONNUMERIC-ERROR THRU 2050-EXIT
009016         GO TO 2000-EXIT
009017     END-IF.
009018     IF VI-VALUE < WS-MIN-FIELD-VALUE
009019         OR VI-VALUE > WS-MAX-FIELD-VALUE
009020         PERFORM 2100-WRITE-RANGE-ERROR THRU 2100-EXIT
009021         GO TO 2000-EXIT
009022     END-IF.
009023     MOVE VI-VALUE TO VEC(I).
009024     MOVE 'N' TO WS-JUST-REJECTED-SWITCH.
009025     IF I = 1
009026         MOVE VEC(I) TO MAX
009027         MOVE VEC(I) TO WS-HIGH-MARK
009028         MOVE WS-VECTOR-RECS-READ TO WS-MAX-ORIG-POS
009029         MOVE VI-REF-KEY TO WS-MAX-REF-KEY
009030     ELSE
009031         PERFORM 4100-STALIN-SORT-ELEMENT THRU 4100-EXIT
009032     END-IF.
009033     ADD 1 TO I.
009034     DIVIDE I BY WS-CHECKPOINT-INTERVAL GIVING WS-CKPT-QUOTIENT
009035         REMAINDER WS-CKPT-REMAINDER.
009036     IF WS-CKPT-REMAINDER = ZERO
009037         OR WS-JUST-REJECTED
009038         PERFORM 6500-WRITE-CHECKPOINT THRU 6500-EXIT
009039     END-IF.
009100 2000-EXIT.
009200     EXIT.
009201******************************************************************
009211 2050-WRITE-NONNUMERIC-ERROR.
009212     ADD 1 TO WS-ERROR-COUNT.
009213     ADD 1 TO WS-VECTOR-ERROR-COUNT.
009215     MOVE I TO WS-ER-POS-NUM.
009217     MOVE VI-VALUE TO WS-ER-VALUE.
009219     MOVE "NON-NUMERIC OR BLANK VALUE" TO WS-ER-REASON.
009221     WRITE ERRORS-OUT-RECORD FROM WS-ERROR-DETAIL-LINE.
009223     PERFORM 7300-WRITE-ERRORED-RESULT THRU 7300-EXIT.
009225     PERFORM 6500-WRITE-CHECKPOINT THRU 6500-EXIT.
009227 2050-EXIT.
009229     EXIT.
009231******************************************************************
009233*    2100-WRITE-RANGE-ERROR LOGS A VECTOR-IN VALUE THAT DOES NOT
009235*    FIT IN VEC'S PIC S9(6) TO THE ERRORS-OUT REPORT, WITH ITS
009237*    INTENDED VEC POSITION, THEN CHECKPOINTS IMMEDIATELY FOR THE
009239*    SAME REASON AS 2050-WRITE-NONNUMERIC-ERROR ABOVE.
009241******************************************************************
009243 2100-WRITE-RANGE-ERROR.
009245     ADD 1 TO WS-ERROR-COUNT.
009247     ADD 1 TO WS-VECTOR-ERROR-COUNT.
009249     MOVE I TO WS-ER-POS-NUM.
009251     MOVE VI-VALUE TO WS-ER-VALUE.
009253     MOVE "VALUE OUT OF RANGE FOR VEC" TO WS-ER-REASON.
009255     WRITE ERRORS-OUT-RECORD FROM WS-ERROR-DETAIL-LINE.
009257     PERFORM 7300-WRITE-ERRORED-RESULT THRU 7300-EXIT.
009259     PERFORM 6500-WRITE-CHECKPOINT THRU 6500-EXIT.
009261 2100-EXIT.
009263     EXIT.
009300******************************************************************
009400*    3000-DISPLAY-INPUT
009500*    ECHOES THE LOADED VECTOR TO THE JOB LOG.  BOUNDED BY
011300 4000-FINALIZE-SORT.
011400     IF WS-LOAD-COUNT > 1
011800         MOVE MAX TO SVEC(S)
011810         MOVE WS-MAX-REF-KEY TO WS-SVEC-REF-KEY(S)
011850         PERFORM 7100-WRITE-SURVIVED-RESULT THRU 7100-EXIT
011860     ELSE
011870         MOVE ZERO TO S
012110     IF WS-SORT-DESCENDING
012120         IF VEC(I) <= MAX
012130             MOVE MAX TO SVEC(S)
012135             MOVE WS-MAX-REF-KEY TO WS-SVEC-REF-KEY(S)
012140             ADD 1 TO S
012145             PERFORM 7100-WRITE-SURVIVED-RESULT THRU 7100-EXIT
012150             MOVE VEC(I) TO MAX
012155             MOVE WS-VECTOR-RECS-READ TO WS-MAX-ORIG-POS
012156             MOVE VI-REF-KEY TO WS-MAX-REF-KEY
012160         ELSE
012170             PERFORM 4200-WRITE-REJECT THRU 4200-EXIT
012180         END-IF
012190     ELSE
012200         IF VEC(I) >= MAX
012300             MOVE MAX TO SVEC(S)
012350             MOVE WS-MAX-REF-KEY TO WS-SVEC-REF-KEY(S)
012400             ADD 1 TO S
012450             PERFORM 7100-WRITE-SURVIVED-RESULT THRU 7100-EXIT
012500             MOVE VEC(I) TO MAX
012505             MOVE WS-VECTOR-RECS-READ TO WS-MAX-ORIG-POS
012506             MOVE VI-REF-KEY TO WS-MAX-REF-KEY
012510         ELSE
012520             PERFORM 4200-WRITE-REJECT THRU 4200-EXIT
012530         END-IF
012809 4110-TOLERANCE-ASCENDING.
012810     IF VEC(I) >= WS-HIGH-MARK - WS-TOLERANCE-DELTA
012811         MOVE MAX TO SVEC(S)
012812         MOVE WS-MAX-REF-KEY TO WS-SVEC-REF-KEY(S)
012813         ADD 1 TO S
012814         PERFORM 7100-WRITE-SURVIVED-RESULT THRU 7100-EXIT
012815         MOVE VEC(I) TO MAX
012816         MOVE WS-VECTOR-RECS-READ TO WS-MAX-ORIG-POS
012817         MOVE VI-REF-KEY TO WS-MAX-REF-KEY
012818         IF VEC(I) > WS-HIGH-MARK
012819             MOVE VEC(I) TO WS-HIGH-MARK
012820         END-IF
012821     ELSE
012822         PERFORM 4200-WRITE-REJECT THRU 4200-EXIT
012823     END-IF.
012824 4110-EXIT.
012825     EXIT.
012826******************************************************************
012827*    4120-TOLERANCE-DESCENDING
012828*    THE MIRROR OF 4110 FOR LARGEST-FIRST VECTORS - AN ELEMENT
012829*    NO MORE THAN WS-TOLERANCE-DELTA ABOVE THE RUNNING MINIMUM
012830*    SURVIVES, AND THE WATERMARK MOVES ONLY ON A GENUINE NEW
012831*    LOW.
012832******************************************************************
012833 4120-TOLERANCE-DESCENDING.
012834     IF VEC(I) <= WS-HIGH-MARK + WS-TOLERANCE-DELTA
012835         MOVE MAX TO SVEC(S)
012836         MOVE WS-MAX-REF-KEY TO WS-SVEC-REF-KEY(S)
012837         ADD 1 TO S
012838         PERFORM 7100-WRITE-SURVIVED-RESULT THRU 7100-EXIT
012839         MOVE VEC(I) TO MAX
012840         MOVE WS-VECTOR-RECS-READ TO WS-MAX-ORIG-POS
012841         MOVE VI-REF-KEY TO WS-MAX-REF-KEY
012842         IF VEC(I) < WS-HIGH-MARK
012843             MOVE VEC(I) TO WS-HIGH-MARK
012844         END-IF
012845     ELSE
012846         PERFORM 4200-WRITE-REJECT THRU 4200-EXIT
012847     END-IF.
012848 4120-EXIT.
012849     EXIT.
012850******************************************************************
012851*    4200-WRITE-REJECT LOGS AN ELEMENT THAT STALIN-SORT THREW
012852*    AWAY, WITH ITS ORIGINAL POSITION IN VEC, TO THE REJECTS-OUT
012853*    REPORT, THEN SETS WS-JUST-REJECTED-SWITCH SO
012854*    2000-LOAD-AND-SORT-VECTOR FORCES A CHECKPOINT FOR THIS RECORD
012855*    ONCE I HAS BEEN ADVANCED - NOT HERE, SINCE I HAS NOT BEEN
012856*    ADVANCED PAST THIS ELEMENT YET AND A CHECKPOINT WRITTEN NOW
012857*    WOULD RESTORE THE WRONG I. A CHECKPOINT THAT NEVER LAGS
012858*    BEHIND A REJECTS-OUT WRITE ALREADY FLUSHED IS WHAT KEEPS A
012859*    RESTART FROM RE-DECIDING AND RE-LOGGING THIS SAME ELEMENT A
012860*    SECOND TIME.
012861******************************************************************
012862 4200-WRITE-REJECT.
012870     ADD 1 TO WS-REJECT-COUNT.
012871     ADD 1 TO WS-VECTOR-REJECT-COUNT.
012880     MOVE I TO WS-RJ-POS-NUM.
012890     MOVE VEC(I) TO WS-RJ-VALUE.
012900     WRITE REJECTS-OUT-RECORD FROM WS-REJECT-DETAIL-LINE.
012901     PERFORM 7200-WRITE-REJECTED-RESULT THRU 7200-EXIT.
012902     IF WS-RECYCLE-MODE
012903         ADD 1 TO WS-RECYCLE-COUNT
012904         MOVE VEC(I) TO WS-RECYCLE-VALUE(WS-RECYCLE-COUNT)
012905         MOVE VI-REF-KEY
012906             TO WS-RECYCLE-REF-KEY(WS-RECYCLE-COUNT)
012907     END-IF.
012908     MOVE 'Y' TO WS-JUST-REJECTED-SWITCH.
012910 4200-EXIT.
012920     EXIT.
012960******************************************************************
013000*    5000-DISPLAY-OUTPUT
013100*    ECHOES THE SURVIVING SORTED VECTOR TO THE JOB LOG.  BOUNDED
013110*    BY S, NOT VECTOR-LENGTH, FOR THE SAME REASON 3000-DISPLAY-
014353*    DATED, LABELED REPORT LINE.
014360******************************************************************
014370 6000-WRITE-SORTED-REPORT.
014380     MOVE WS-RUN-DATE TO WS-CURRENT-DATE.
014390     MOVE WS-CURR-MM TO WS-RH-MM.
014400     MOVE WS-CURR-DD TO WS-RH-DD.
014410     MOVE WS-CURR-YYYY TO WS-RH-YYYY.
014536******************************************************************
014537 6200-WRITE-INTERFACE-RECORDS.
014538     MOVE SPACES TO IF-RECORD.
014539     MOVE WS-CURRENT-VECTOR-ID TO IF-VECTOR-ID.
014540     MOVE WS-WAVE-NUMBER TO IF-WAVE-NUMBER.
014541     MOVE WS-CORRECTION-SWITCH TO IF-CORRECTION-FLAG.
014542     MOVE 'D' TO IF-RECORD-TYPE.
014543     PERFORM 6210-WRITE-INTERFACE-DETAIL THRU 6210-EXIT
014544         VARYING I FROM 1 BY 1 UNTIL I > S.
014545     MOVE 'T' TO IF-RECORD-TYPE.
014546     MOVE S TO IF-VALUE.
014547     MOVE SPACES TO IF-REF-KEY.
014548     WRITE IF-RECORD.
014549     PERFORM 6220-TEE-PRIORITY-RECORD THRU 6220-EXIT.
014550     IF WS-PRIORITY-MODE
014551         AND WS-HIGH-PRIORITY-VECTOR
014552         AND WS-READING-PRIMARY
014553         AND WS-PASS-ONE
014554         ADD 1 TO WS-PRIO-SECTIONS
014555     END-IF.
014556 6200-EXIT.
014557     EXIT.
014558 6210-WRITE-INTERFACE-DETAIL.
014559     MOVE SVEC(I) TO IF-VALUE.
014560     MOVE WS-SVEC-REF-KEY(I) TO IF-REF-KEY.
014561     WRITE IF-RECORD.
014562     PERFORM 6220-TEE-PRIORITY-RECORD THRU 6220-EXIT.
014563 6210-EXIT.
014564     EXIT.
014565******************************************************************
014566*    6220-TEE-PRIORITY-RECORD
014567*    UNDER PRIORITY=Y, A HIGH-PRIORITY VECTOR'S INTERFACE
014568*    RECORDS ALSO GO TO THE SVECIFCP EARLY-INTERFACE FILE AS
014569*    THEY FLUSH IN PASS 1.  THE MAIN SVECIFC STILL CARRIES
014570*    EVERY SECTION, SO THE NIGHTLY SVECRECV REBUILD AND THE
014571*    MERGE AND RECONCILIATION INVARIANTS ARE UNTOUCHED - THE
014572*    EARLY FILE IS A HEAD START, NOT A SPLIT.  THE TEED COPY -
014573*    AND ONLY THE COPY - CARRIES THE CORRECTION FLAG FORCED ON,
014574*    SO THE SCHEDULER-RELEASED EARLY SVECRECV PASS OPENS THE
014575*    MASTER I-O AND REPLACES JUST THESE VECTORS IN PLACE.  AN
014576*    EARLY PASS THAT REBUILT THE MASTER FRESH WOULD LEAVE EVERY
014577*    OTHER CONSUMER READING TWO VECTORS UNTIL THE MAIN NEXTSTEP
014578*    REBUILD HOURS LATER.
014579******************************************************************
014580 6220-TEE-PRIORITY-RECORD.
014581     IF WS-PRIORITY-MODE
014582         AND WS-HIGH-PRIORITY-VECTOR
014583         AND WS-READING-PRIMARY
014584         AND WS-PASS-ONE
014585         MOVE IF-RECORD TO WS-PRIO-IF-REC
014586         MOVE 'C' TO WS-PRIO-IF-REC(20:1)
014587         WRITE PRIORITY-IF-RECORD FROM WS-PRIO-IF-REC
014588         ADD 1 TO WS-PRIO-RECS-WRITTEN
014589     END-IF.
014590 6220-EXIT.
014591     EXIT.
014592******************************************************************
014593*    6500-WRITE-CHECKPOINT SNAPSHOTS I, S, MAX AND THE SURVIVORS
014594*    COMMITTED SO FAR (SVEC(1) THRU SVEC(S - 1)) TO
014595*    CHECKPOINT-OUT. THE RUNNING COMPARATOR IN MAX HAS NOT BEEN
014596*    COMMITTED TO SVEC(S) YET, SO IT TRAVELS SEPARATELY IN
014597*    CKO-MAX. CKO-VECTOR-COMPLETE-SWITCH COMES FROM
014598*    WS-VECTOR-COMPLETE-SWITCH, WHICH THE CALLER SETS TO 'Y' ONLY
014599*    WHEN THIS CHECKPOINT IS BEING FORCED BECAUSE THE VECTOR HAS
014600*    FULLY FLUSHED, SO A RESTART KNOWS WHETHER THIS RECORD
014601*    DESCRIBES A VECTOR STILL IN FLIGHT OR ONE ALREADY DONE.
014602*    CKO-REJECT-COUNT/CKO-ERROR-COUNT TRAVEL WITH EVERY CHECKPOINT
014603*    TOO, SO A RESTART'S JOB-TOTAL TRAILER ON REJECTS-OUT/
014604*    ERRORS-OUT COUNTS WHAT THE ABENDED RUN ALREADY LOGGED, NOT
014605*    JUST WHAT HAPPENS AFTER THE RESTART.
014606******************************************************************
014607 6500-WRITE-CHECKPOINT.
014608     IF WS-RECYCLE-MODE
014609         OR WS-PRIORITY-MODE
014610         OR WS-READING-RELEASED
014611         GO TO 6500-EXIT
014612     END-IF.
014613     MOVE I TO CKO-I.
014614     MOVE S TO CKO-S.
014615     MOVE MAX TO CKO-MAX.
014616     MOVE WS-HIGH-MARK TO CKO-HIGH-MARK.
014617     MOVE WS-MAX-ORIG-POS TO CKO-MAX-ORIG-POS.
014618     MOVE WS-MAX-REF-KEY TO CKO-MAX-REF-KEY.
014619     MOVE WS-TOTAL-RECS-READ TO CKO-TOTAL-RECS.
014620     MOVE WS-VECTOR-RECS-READ TO CKO-VECTOR-RECS-READ.
014621     MOVE WS-VECTOR-COMPLETE-SWITCH TO CKO-VECTOR-COMPLETE-SWITCH.
014622     MOVE WS-REJECT-COUNT TO CKO-REJECT-COUNT.
014623     MOVE WS-ERROR-COUNT TO CKO-ERROR-COUNT.
014624     MOVE WS-VECTOR-REJECT-COUNT TO CKO-VECTOR-REJECT-COUNT.
014625     MOVE WS-VECTOR-ERROR-COUNT TO CKO-VECTOR-ERROR-COUNT.
014626     IF S > 1
014627         COMPUTE CKO-SVEC-COUNT = S - 1
014628     ELSE
014629         MOVE 1 TO CKO-SVEC-COUNT
014630     END-IF.
014631     PERFORM 6510-COPY-SVEC-ELEMENT THRU 6510-EXIT
014632         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > CKO-SVEC-COUNT.
014633     WRITE CKO-RECORD.
014634 6500-EXIT.
014635     EXIT.
014636 6510-COPY-SVEC-ELEMENT.
014637     MOVE SVEC(WS-SUB) TO CKO-SVEC(WS-SUB).
014638     MOVE WS-SVEC-REF-KEY(WS-SUB) TO CKO-SVEC-REF-KEY(WS-SUB).
014639 6510-EXIT.
014640     EXIT.
014641******************************************************************
014642*    6600-WRITE-RECYCLE-VECTOR
014643*    ONCE A VECTOR HAS FLUSHED, EVERYTHING STALIN-SORT PURGED
014644*    FROM IT THIS PASS IS WRITTEN TO THE ACTIVE RECYCLE FILE AS
014645*    A VECTOR OF ITS OWN - A COUNT RECORD CARRYING THE SAME
014646*    VECTOR ID AND SORT DIRECTION, THEN ONE DETAIL RECORD PER
014647*    PURGED ELEMENT - SO THE NEXT WAVE CAN RUN THE LEFTOVERS
014648*    BACK THROUGH THE SORT UNCHANGED.  A VECTOR THAT PURGED
014649*    NOTHING LEAVES NOTHING BEHIND.
014650******************************************************************
014651 6600-WRITE-RECYCLE-VECTOR.
014652     IF NOT WS-RECYCLE-MODE
014653         OR WS-RECYCLE-COUNT = ZERO
014654         GO TO 6600-EXIT
014655     END-IF.
014656     MOVE SPACES TO WS-RECYCLE-REC.
014657     MOVE WS-RECYCLE-COUNT TO WS-RCY-VALUE.
014658     MOVE WS-SORT-DIRECTION TO WS-RCY-DIRECTION.
014659     MOVE WS-CURRENT-VECTOR-ID TO WS-RCY-VECTOR-ID.
014660     IF WS-TOL-ASCENDING
014661         OR WS-TOL-DESCENDING
014662         MOVE WS-TOLERANCE-DELTA TO WS-RCY-DELTA
014663     END-IF.
014664     MOVE WS-CORRECTION-SWITCH TO WS-RCY-CORRECTION.
014665     MOVE WS-CURRENT-SENDER-ID TO WS-RCY-SENDER-ID.
014666     PERFORM 6610-WRITE-ONE-RECYCLE-RECORD THRU 6610-EXIT.
014667     PERFORM 6620-WRITE-RECYCLE-DETAIL THRU 6620-EXIT
014668         VARYING WS-RCY-SUB FROM 1 BY 1
014669         UNTIL WS-RCY-SUB > WS-RECYCLE-COUNT.
014670     ADD WS-RECYCLE-COUNT TO WS-PASS-REJECT-COUNT.
014671 6600-EXIT.
014672     EXIT.
014673 6610-WRITE-ONE-RECYCLE-RECORD.
014674     IF WS-WRITING-RECYCLE1
014675         WRITE RECYCLE1-RECORD FROM WS-RECYCLE-REC
014676     ELSE
014677         WRITE RECYCLE2-RECORD FROM WS-RECYCLE-REC
014678     END-IF.
014679 6610-EXIT.
014680     EXIT.
014681 6620-WRITE-RECYCLE-DETAIL.
014682     MOVE SPACES TO WS-RECYCLE-REC.
014683     MOVE WS-RECYCLE-VALUE(WS-RCY-SUB) TO WS-RCY-VALUE.
014684     MOVE WS-RECYCLE-REF-KEY(WS-RCY-SUB) TO WS-RCY-REF-KEY.
014685     PERFORM 6610-WRITE-ONE-RECYCLE-RECORD THRU 6610-EXIT.
014686 6620-EXIT.
014687     EXIT.
014688******************************************************************
014689*    6700-CAPTURE-VECTOR-BALANCE
014690*    TAKES ONE BALANCE-TABLE ENTRY FOR THE VECTOR THAT JUST
014691*    FLUSHED - ITS DETAIL RECORDS READ, ELEMENTS LOADED,
014692*    SURVIVORS, REJECTS AND ERRORS - AND ROLLS THE SAME FIGURES
014693*    INTO THE JOB TOTALS.  9300-WRITE-BALANCE-REPORT TURNS THE
014694*    TABLE INTO BALRPT AT END OF JOB.  A TABLE ALREADY FULL
014695*    KEEPS TOTALLING BUT STOPS STORING ROWS, AND THE REPORT
014696*    SAYS SO RATHER THAN PASSING TRUNCATION OFF AS COVERAGE.
014697*    THE SENDER TOTALS ARE ROLLED UP ALONGSIDE THE JOB TOTALS.
014698******************************************************************
014699 6700-CAPTURE-VECTOR-BALANCE.
014700     ADD WS-VECTOR-RECS-READ TO WS-TOT-READ.
014701     ADD WS-VECTOR-REJECT-COUNT TO WS-TOT-REJECTED.
014702     ADD WS-VECTOR-ERROR-COUNT TO WS-TOT-ERRORED.
014703     ADD S TO WS-TOT-SURVIVED.
014704     COMPUTE WS-TOT-LOADED = WS-TOT-LOADED + WS-LOAD-COUNT - 1.
014705     PERFORM 6710-ADD-SENDER-TOTALS THRU 6710-EXIT.
014706     IF WS-BALANCE-COUNT >= WS-BALANCE-TABLE-MAX
014707         MOVE 'Y' TO WS-BAL-TRUNC-SWITCH
014708         GO TO 6700-EXIT
014709     END-IF.
014710     ADD 1 TO WS-BALANCE-COUNT.
014711     MOVE WS-CURRENT-VECTOR-ID
014712         TO WS-BE-VECTOR-ID(WS-BALANCE-COUNT).
014713     MOVE WS-WAVE-NUMBER TO WS-BE-WAVE(WS-BALANCE-COUNT).
014714     MOVE WS-VECTOR-RECS-READ TO WS-BE-READ(WS-BALANCE-COUNT).
014715     COMPUTE WS-BE-LOADED(WS-BALANCE-COUNT) = WS-LOAD-COUNT - 1.
014716     MOVE S TO WS-BE-SURVIVED(WS-BALANCE-COUNT).
014717     MOVE WS-VECTOR-REJECT-COUNT
014718         TO WS-BE-REJECTED(WS-BALANCE-COUNT).
014719     MOVE WS-VECTOR-ERROR-COUNT
014720         TO WS-BE-ERRORED(WS-BALANCE-COUNT).
014721     MOVE WS-CURRENT-SENDER-ID
014722         TO WS-BE-SENDER-ID(WS-BALANCE-COUNT).
014723 6700-EXIT.
014724     EXIT.
014725******************************************************************
014726*    6710-ADD-SENDER-TOTALS
014727*    FINDS (OR OPENS) THE SENDER-TABLE ENTRY FOR THE FLUSHED
014728*    VECTOR'S SENDER AND ADDS ITS FIGURES IN.  A FULL TABLE
014729*    STOPS OPENING ENTRIES AND BALRPT SAYS SO - THE JOB TOTAL
014730*    LINE STILL COVERS EVERYTHING.
014731******************************************************************
014732 6710-ADD-SENDER-TOTALS.
014733     IF WS-CURRENT-SENDER-ID NOT = SPACES
014734         MOVE 'Y' TO WS-SENDER-SEEN-SWITCH
014735     END-IF.
014736     MOVE ZERO TO WS-SND-HIT.
014737     PERFORM 6715-CHECK-ONE-SENDER THRU 6715-EXIT
014738         VARYING WS-SND-SUB FROM 1 BY 1
014739         UNTIL WS-SND-SUB > WS-SENDER-COUNT
014740         OR WS-SND-HIT > ZERO.
014741     IF WS-SND-HIT = ZERO
014742         IF WS-SENDER-COUNT >= WS-SENDER-TABLE-MAX
014743             MOVE 'Y' TO WS-SENDER-TRUNC-SWITCH
014744             GO TO 6710-EXIT
014745         END-IF
014746         ADD 1 TO WS-SENDER-COUNT
014747         MOVE WS-SENDER-COUNT TO WS-SND-HIT
014748         MOVE WS-CURRENT-SENDER-ID TO WS-SN-SENDER-ID(WS-SND-HIT)
014749         MOVE ZERO TO WS-SN-READ(WS-SND-HIT)
014750         MOVE ZERO TO WS-SN-LOADED(WS-SND-HIT)
014751         MOVE ZERO TO WS-SN-SURVIVED(WS-SND-HIT)
014752         MOVE ZERO TO WS-SN-REJECTED(WS-SND-HIT)
014753         MOVE ZERO TO WS-SN-ERRORED(WS-SND-HIT)
014754     END-IF.
014755     ADD WS-VECTOR-RECS-READ TO WS-SN-READ(WS-SND-HIT).
014756     ADD WS-VECTOR-REJECT-COUNT TO WS-SN-REJECTED(WS-SND-HIT).
014757     ADD WS-VECTOR-ERROR-COUNT TO WS-SN-ERRORED(WS-SND-HIT).
014758     ADD S TO WS-SN-SURVIVED(WS-SND-HIT).
014759     COMPUTE WS-SN-LOADED(WS-SND-HIT) =
014760         WS-SN-LOADED(WS-SND-HIT) + WS-LOAD-COUNT - 1.
014761 6710-EXIT.
014762     EXIT.
014763 6715-CHECK-ONE-SENDER.
014764     IF WS-SN-SENDER-ID(WS-SND-SUB) = WS-CURRENT-SENDER-ID
014765         MOVE WS-SND-SUB TO WS-SND-HIT
014766     END-IF.
014767 6715-EXIT.
014768     EXIT.
014769******************************************************************
014770*    6800-WRITE-RUN-HISTORY
014771*    APPENDS THE FLUSHED VECTOR'S SUMMARY - RUN DATE, VECTOR ID,
014772*    WAVE, DIRECTION, DECLARED LENGTH, SURVIVORS, REJECTS AND
014773*    ERRORS - TO THE CUMULATIVE RUNHIST DATASET.  WS-CURRENT-
014774*   DATE IS FRESH HERE; 6000-WRITE-SORTED-REPORT SET IT FROM
014775*    THE RUN DATE MOMENTS AGO FOR THE SECTION HEADER.
014776******************************************************************
014777 6800-WRITE-RUN-HISTORY.
014778     IF WS-RUN-HISTORY-STATUS NOT = "00"
014779         GO TO 6800-EXIT
014780     END-IF.
014781     MOVE SPACES TO RH-RECORD.
014782     MOVE WS-CURR-YYYY TO RH-RUN-YYYY.
014783     MOVE WS-CURR-MM TO RH-RUN-MM.
014784     MOVE WS-CURR-DD TO RH-RUN-DD.
014785     MOVE WS-CURRENT-VECTOR-ID TO RH-VECTOR-ID.
014786     MOVE WS-WAVE-NUMBER TO RH-WAVE.
014787     MOVE WS-SORT-DIRECTION TO RH-DIRECTION.
014788     MOVE VECTOR-LENGTH TO RH-LENGTH.
014789     MOVE S TO RH-SURVIVORS.
014790     MOVE WS-VECTOR-REJECT-COUNT TO RH-REJECTS.
014791     MOVE WS-VECTOR-ERROR-COUNT TO RH-ERRORS.
014792     MOVE WS-CORRECTION-SWITCH TO RH-CORRECTION-FLAG.
014793     MOVE WS-VECTOR-PRIORITY TO RH-PRIORITY.
014794     WRITE RH-RECORD.
014795 6800-EXIT.
014796     EXIT.
014797******************************************************************
014798*    7000-ADVANCE-RECYCLE-WAVE
014799*    THE PASS JUST FINISHED LEFT ITS PURGED ELEMENTS ON THE
014800*    ACTIVE RECYCLE FILE.  THAT FILE BECOMES THE NEXT WAVE'S
014801*    INPUT, AND THE OTHER RECYCLE FILE IS OPENED FRESH TO CATCH
014802*    WHATEVER THE NEXT WAVE PURGES IN TURN - THE TWO FILES
014803*    ALTERNATE ROLES WAVE AFTER WAVE.  THE PRIMARY VECTOR-IN
014804*    FEED STAYS OPEN BUT IS NEVER READ AGAIN ONCE WAVE 1 HAS
014805*    DRAINED IT.
014806******************************************************************
014807 7000-ADVANCE-RECYCLE-WAVE.
014808     IF WS-WRITING-RECYCLE1
014809         CLOSE RECYCLE1-FILE
014810         IF WS-READING-RECYCLE2
014811             CLOSE RECYCLE2-FILE
014812         END-IF
014813         OPEN INPUT RECYCLE1-FILE
014814         OPEN OUTPUT RECYCLE2-FILE
014815         MOVE '1' TO WS-ACTIVE-INPUT
014816         MOVE '2' TO WS-ACTIVE-RECYCLE-OUT
014817     ELSE
014818         CLOSE RECYCLE2-FILE
014819         IF WS-READING-RECYCLE1
014820             CLOSE RECYCLE1-FILE
014821         END-IF
014822         OPEN INPUT RECYCLE2-FILE
014823         OPEN OUTPUT RECYCLE1-FILE
014824         MOVE '2' TO WS-ACTIVE-INPUT
014825         MOVE '1' TO WS-ACTIVE-RECYCLE-OUT
014826     END-IF.
014827     ADD 1 TO WS-WAVE-NUMBER.
014828     MOVE ZERO TO WS-PASS-REJECT-COUNT.
014829     MOVE 'N' TO WS-EOF-SWITCH.
014830 7000-EXIT.
014831     EXIT.
014832******************************************************************
014833*    7500-START-ROUTINE-PASS
014834*    PASS 1 (THE 'H' VECTORS) HAS DRAINED.  THE EARLY-INTERFACE
014835*    FILE IS CLOSED NOW, WITH ITS OWN *MANIFST TRAILER, SO THE
014836*    SCHEDULER CAN RELEASE A DOWNSTREAM SVECRECV PASS AGAINST
014837*    SVECIFCP WHILE THE ROUTINE REMAINDER IS STILL SORTING -
014838*    THAT EARLY CUT IS THE WHOLE POINT OF PRIORITY MODE.  THE
014839*    PRIMARY FEED THEN REWINDS FOR PASS 2.  THE IF-RECORD AREA
014840*    IS BORROWED TO BUILD THE MANIFEST - NOTHING IS WRITTEN TO
014841*    THE MAIN INTERFACE FILE HERE.
014842******************************************************************
014843 7500-START-ROUTINE-PASS.
014844     MOVE SPACES TO IF-RECORD.
014845     MOVE "*MANIFST" TO IF-VECTOR-ID.
014846     MOVE 'T' TO IF-RECORD-TYPE.
014847     MOVE WS-PRIO-RECS-WRITTEN TO IF-VALUE.
014848     WRITE PRIORITY-IF-RECORD FROM IF-RECORD.
014849     CLOSE PRIORITY-INTERFACE-OUT.
014850     DISPLAY "SORTVECT: PRIORITY INTERFACE CUT - "
014851         WS-PRIO-SECTIONS " SECTIONS, "
014852         WS-PRIO-RECS-WRITTEN " RECORDS".
014853     PERFORM 8300-LOG-PRIORITY-CUT THRU 8300-EXIT.
014854     CLOSE VECTOR-IN.
014855     OPEN INPUT VECTOR-IN.
014856     IF WS-VECTOR-IN-STATUS NOT = "00"
014857         DISPLAY "SORTVECT: UNABLE TO REOPEN VECTOR-IN, "
014858             "STATUS = " WS-VECTOR-IN-STATUS
014859         MOVE 16 TO RETURN-CODE
014860         MOVE 'Y' TO WS-RUN-COMPLETE-SWITCH
014861         GO TO 7500-EXIT
014862     END-IF.
014863     MOVE 2 TO WS-PRIMARY-PASS.
014864     MOVE 'N' TO WS-EOF-SWITCH.
014865 7500-EXIT.
014866     EXIT.
014867******************************************************************
014868*    7100/7200/7300 - RESULTS-OUT STREAMING
014869*    ONE RSLTOUT RECORD PER ELEMENT, WRITTEN THE MOMENT ITS FATE
014870*    IS KNOWN.  A SURVIVOR'S FATE IS KNOWN ONLY WHEN IT COMMITS
014871*    OUT OF MAX - EITHER BECAUSE A NEW SURVIVOR ARRIVED (4100/
014872*    4110/4120) OR AT END OF VECTOR (4000-FINALIZE-SORT) - SO
014873*    7100 WRITES THE VALUE SITTING IN MAX AND ITS RECORD
014874*    ORDINAL FROM WS-MAX-ORIG-POS, NOT VEC(I).  REJECTS AND
014875*    ERRORS ARE KNOWN ON THE SPOT.  RS-POSITION IS ALWAYS THE
014876*    PER-VECTOR PHYSICAL RECORD ORDINAL (WS-VECTOR-RECS-READ AT
014877*    DECISION TIME), NOT THE LOAD SLOT - AN ERRORED RECORD DOES
014878*    NOT ADVANCE THE LOAD SLOT, SO SLOT-KEYED ERROR RECORDS
014879*    WOULD COLLIDE WITH THE NEXT ELEMENT'S KEY AND VANISH UNDER
014880*    THE LOADER'S REPLACE-ON-DUPLICATE.
014881*    THE REJECT REASON NAMES THE COMPARATOR
014882*    THE ELEMENT LOST TO, BY SORT MODE - THE EXACT SENTENCE THE
014883*    BUSINESS CALLER GETS READ OVER THE PHONE.
014884******************************************************************
014885 7100-WRITE-SURVIVED-RESULT.
014886     IF WS-RESULTS-OUT-STATUS NOT = "00"
014887         GO TO 7100-EXIT
014888     END-IF.
014889     MOVE SPACES TO RS-RECORD.
014890     MOVE WS-CURRENT-VECTOR-ID TO RS-VECTOR-ID.
014891     MOVE WS-WAVE-NUMBER TO RS-WAVE.
014892     MOVE WS-MAX-ORIG-POS TO RS-POSITION.
014893     MOVE MAX TO RS-VALUE.
014894     MOVE 'S' TO RS-DISPOSITION.
014895     MOVE "KEPT BY STALIN SORT" TO RS-REASON.
014896     MOVE WS-CORRECTION-SWITCH TO RS-CORRECTION-FLAG.
014897     MOVE WS-MAX-REF-KEY TO RS-REF-KEY.
014898     WRITE RS-RECORD.
014899 7100-EXIT.
014900     EXIT.
014901 7200-WRITE-REJECTED-RESULT.
014902     IF WS-RESULTS-OUT-STATUS NOT = "00"
014903         GO TO 7200-EXIT
014904     END-IF.
014905     MOVE SPACES TO RS-RECORD.
014906     MOVE WS-CURRENT-VECTOR-ID TO RS-VECTOR-ID.
014907     MOVE WS-WAVE-NUMBER TO RS-WAVE.
014908     MOVE WS-VECTOR-RECS-READ TO RS-POSITION.
014909     MOVE VEC(I) TO RS-VALUE.
014910     MOVE 'R' TO RS-DISPOSITION.
014911     IF WS-SORT-DESCENDING
014912         MOVE "ABOVE RUNNING MINIMUM" TO RS-REASON
014913     ELSE
014914     IF WS-TOL-ASCENDING
014915         MOVE "BEYOND TOLERANCE OF MAXIMUM" TO RS-REASON
014916     ELSE
014917     IF WS-TOL-DESCENDING
014918         MOVE "BEYOND TOLERANCE OF MINIMUM" TO RS-REASON
014919     ELSE
014920         MOVE "BELOW RUNNING MAXIMUM" TO RS-REASON
014921     END-IF
014922     END-IF
014923     END-IF.
014924     MOVE WS-CORRECTION-SWITCH TO RS-CORRECTION-FLAG.
014925     MOVE VI-REF-KEY TO RS-REF-KEY.
014926     WRITE RS-RECORD.
014927 7200-EXIT.
014928     EXIT.
014929 7300-WRITE-ERRORED-RESULT.
014930     IF WS-RESULTS-OUT-STATUS NOT = "00"
014931         GO TO 7300-EXIT
014932     END-IF.
014933     MOVE SPACES TO RS-RECORD.
014934     MOVE WS-CURRENT-VECTOR-ID TO RS-VECTOR-ID.
014935     MOVE WS-WAVE-NUMBER TO RS-WAVE.
014936     MOVE WS-VECTOR-RECS-READ TO RS-POSITION.
014937     MOVE ZERO TO RS-VALUE.
014938     MOVE 'E' TO RS-DISPOSITION.
014939     MOVE WS-ER-REASON TO RS-REASON.
014940     MOVE WS-CORRECTION-SWITCH TO RS-CORRECTION-FLAG.
014941     MOVE VI-REF-KEY TO RS-REF-KEY.
014942     WRITE RS-RECORD.
014943 7300-EXIT.
014944     EXIT.
014945******************************************************************
014946*    8100-8400 - PERFLOG TIMINGS
014947*    8100 TAKES THE CLOCK.  8200 WRITES ONE 'V' ROW PER VECTOR
014948*    AS IT FLUSHES, FROM THE MOMENT 0200 PICKED IT UP, AND KEEPS
014949*    THE STEP'S RUNNING TOTALS.  8300 WRITES THE 'C' ROW AT THE
014950*    PRIORITY INTERFACE CUT, TIMED FROM THE MANIFEST STAMP TAKEN
014951*    IN 1420.  8400 WRITES THE STEP'S 'S' ROW AT END OF JOB WITH
014952*    TONIGHT'S MANIFEST RECORD COUNT - EXCEPT ON A RESTART OR A
014953*    RUN THAT STOPPED HARD, WHICH DID NOT TAKE THE WHOLE FEED
014954*    FROM THE TOP AND WOULD ONLY SKEW THE FORECAST: THOSE CARRY
014955*    ZERO FEED RECORDS AND PERFRPT LEAVES THEM OUT OF IT.
014956******************************************************************
014957 8100-STAMP-NOW.
014958     ACCEPT WS-PERF-NOW-DATE FROM DATE YYYYMMDD.
014959     ACCEPT WS-PERF-NOW-TIME FROM TIME.
014960 8100-EXIT.
014961     EXIT.
014962 8200-LOG-VECTOR.
014963     ADD WS-VECTOR-RECS-READ TO WS-PERF-STEP-ELEMENTS.
014964     ADD 1 TO WS-PERF-STEP-VECTORS.
014965     IF NOT WS-PERF-LOG-OPEN
014966         GO TO 8200-EXIT
014967     END-IF.
014968     PERFORM 8100-STAMP-NOW THRU 8100-EXIT.
014969     MOVE SPACES TO PF-RECORD.
014970     MOVE 'V' TO PF-RECORD-TYPE.
014971     MOVE "SORTVECT" TO PF-PROGRAM.
014972     MOVE WS-PERF-STREAM TO PF-STREAM.
014973     MOVE WS-CURRENT-VECTOR-ID TO PF-VECTOR-ID.
014974     MOVE WS-WAVE-NUMBER TO PF-WAVE.
014975     MOVE WS-VECTOR-PRIORITY TO PF-PRIORITY.
014976     MOVE WS-PERF-VEC-DATE TO PF-START-DATE.
014977     MOVE WS-PERF-VEC-TIME TO PF-START-TIME.
014978     MOVE WS-PERF-NOW-DATE TO PF-END-DATE.
014979     MOVE WS-PERF-NOW-TIME TO PF-END-TIME.
014980     MOVE WS-VECTOR-RECS-READ TO PF-ELEMENTS.
014981     MOVE 1 TO PF-VECTORS.
014982     MOVE ZERO TO PF-FEED-RECORDS.
014983     WRITE PF-RECORD.
014984 8200-EXIT.
014985     EXIT.
014986 8300-LOG-PRIORITY-CUT.
014987     IF NOT WS-PERF-LOG-OPEN
014988         GO TO 8300-EXIT
014989     END-IF.
014990     PERFORM 8100-STAMP-NOW THRU 8100-EXIT.
014991     MOVE SPACES TO PF-RECORD.
014992     MOVE 'C' TO PF-RECORD-TYPE.
014993     MOVE "SORTVECT" TO PF-PROGRAM.
014994     MOVE WS-PERF-STREAM TO PF-STREAM.
014995     MOVE WS-WAVE-NUMBER TO PF-WAVE.
014996     MOVE 'H' TO PF-PRIORITY.
014997     MOVE WS-PERF-MF-DATE TO PF-START-DATE.
014998     MOVE WS-PERF-MF-TIME TO PF-START-TIME.
014999     MOVE WS-PERF-NOW-DATE TO PF-END-DATE.
015000     MOVE WS-PERF-NOW-TIME TO PF-END-TIME.
015001     MOVE WS-PRIO-RECS-WRITTEN TO PF-ELEMENTS.
015002     MOVE WS-PRIO-SECTIONS TO PF-VECTORS.
015003     MOVE WS-MF-EXP-RECS TO PF-FEED-RECORDS.
015004     WRITE PF-RECORD.
015005 8300-EXIT.
015006     EXIT.
015007 8400-LOG-STEP.
015008     IF NOT WS-PERF-LOG-OPEN
015009         GO TO 8400-EXIT
015010     END-IF.
015011     PERFORM 8100-STAMP-NOW THRU 8100-EXIT.
015012     MOVE SPACES TO PF-RECORD.
015013     MOVE 'S' TO PF-RECORD-TYPE.
015014     MOVE "SORTVECT" TO PF-PROGRAM.
015015     MOVE WS-PERF-STREAM TO PF-STREAM.
015016     MOVE WS-WAVE-NUMBER TO PF-WAVE.
015017     MOVE WS-PERF-STEP-DATE TO PF-START-DATE.
015018     MOVE WS-PERF-STEP-TIME TO PF-START-TIME.
015019     MOVE WS-PERF-NOW-DATE TO PF-END-DATE.
015020     MOVE WS-PERF-NOW-TIME TO PF-END-TIME.
015021     MOVE WS-PERF-STEP-ELEMENTS TO PF-ELEMENTS.
015022     MOVE WS-PERF-STEP-VECTORS TO PF-VECTORS.
015023     IF WS-IS-RESTART
015024         OR RETURN-CODE > 12
015025         MOVE ZERO TO PF-FEED-RECORDS
015026     ELSE
015027         MOVE WS-MF-EXP-RECS TO PF-FEED-RECORDS
015028     END-IF.
015029     WRITE PF-RECORD.
015030 8400-EXIT.
015031     EXIT.
015032******************************************************************
015033*    9000-TERMINATE CLOSES OUT ALL FILES FOR THIS RUN. REACHING
015034*    THIS PARAGRAPH MEANS THE JOB RAN TO COMPLETION, SO CHKPT HAS
015035*    NO FURTHER PURPOSE - IT IS REOPENED OUTPUT AND IMMEDIATELY
015036*    CLOSED AGAIN TO TRUNCATE IT BACK TO EMPTY, SO
015037*    0500-DETECT-RESTART DOES NOT MISTAKE TONIGHT'S LEFTOVER
015038*    CHECKPOINTS FOR TOMORROW'S RESTART. BEFORE REJECTS-OUT AND
015039*    ERRORS-OUT ARE CLOSED, 9100-WRITE-AUDIT-TRAILERS APPENDS
015040*    EACH REPORT'S JOB-WIDE TOTAL - THE ONLY USE ANYWHERE OF
015041*    WS-REJECT-COUNT AND WS-ERROR-COUNT, WHICH OTHERWISE JUST
015042*    ACCUMULATE ACROSS THE WHOLE JOB WITH NOTHING TO SHOW FOR IT.
015043******************************************************************
015044 9000-TERMINATE.
015045     CLOSE VECTOR-IN.
015046     CLOSE SORTED-OUT.
015047     PERFORM 9200-VERIFY-MANIFEST THRU 9200-EXIT.
015048     PERFORM 9300-WRITE-BALANCE-REPORT THRU 9300-EXIT.
015049     PERFORM 9400-WRITE-RUN-INDEX THRU 9400-EXIT.
015050     PERFORM 9500-REGISTER-FEED-SERIAL THRU 9500-EXIT.
015051     PERFORM 8400-LOG-STEP THRU 8400-EXIT.
015052     CLOSE RUN-INDEX-OUT.
015053     IF WS-REGISTRY-OPEN
015054         CLOSE VECTOR-REGISTRY
015055     END-IF.
015056     IF WS-SUSPENSE-OPEN
015057         CLOSE SUSPENSE-MASTER
015058     END-IF.
015059     IF WS-PERF-LOG-OPEN
015060         CLOSE PERF-LOG-OUT
015061     END-IF.
015062     IF WS-READING-RELEASED
015063         CLOSE RELEASED-IN
015064     END-IF.
015065     CLOSE BALANCE-OUT.
015066     CLOSE RUN-HISTORY-OUT.
015067     CLOSE RESULTS-OUT.
015068     PERFORM 9100-WRITE-AUDIT-TRAILERS THRU 9100-EXIT.
015069     CLOSE REJECTS-OUT.
015070     CLOSE ERRORS-OUT.
015071     CLOSE CHECKPOINT-OUT.
015072     CLOSE INTERFACE-OUT.
015073     IF WS-PRIORITY-MODE
015074         AND WS-PASS-ONE
015075         CLOSE PRIORITY-INTERFACE-OUT
015076     END-IF.
015077     IF WS-RECYCLE-MODE
015078         IF WS-WRITING-RECYCLE1
015079             CLOSE RECYCLE1-FILE
015080         ELSE
015081             CLOSE RECYCLE2-FILE
015082         END-IF
015083         IF WS-READING-RECYCLE1
015084             CLOSE RECYCLE1-FILE
015085         END-IF
015086         IF WS-READING-RECYCLE2
015087             CLOSE RECYCLE2-FILE
015088         END-IF
015089     END-IF.
015090     OPEN OUTPUT CHECKPOINT-OUT.
015091     CLOSE CHECKPOINT-OUT.
015092 9000-EXIT.
015100     EXIT.
015110******************************************************************
015120*    9100-WRITE-AUDIT-TRAILERS APPENDS ONE TRAILER LINE APIECE TO
015262*    LINE AND RETURN-CODE 12 ARE ALREADY POSTED BY 1300-CHECK-
015263*    FEED-SERIAL, AND A SECOND "NO MANIFEST" LINE HERE WOULD
015264*    ONLY MISLEAD THE POST-MORTEM, SO THE VERDICT IS SKIPPED.
015364******************************************************************
015464 9200-VERIFY-MANIFEST.
015564     IF WS-DUPLICATE-FEED
015664         GO TO 9200-EXIT
015764     END-IF.
015864     IF WS-IS-RESTART
015964         MOVE "CHECK BYPASSED - RESTART RUN" TO WS-MFS-TEXT
016064         WRITE ERRORS-OUT-RECORD FROM WS-MANIFEST-STATUS-LINE
016164         GO TO 9200-EXIT
016264     END-IF.
016364     IF NOT WS-MANIFEST-SEEN
016464         MOVE "NO MANIFEST RECORD ON FEED" TO WS-MFS-TEXT
016564         WRITE ERRORS-OUT-RECORD FROM WS-MANIFEST-STATUS-LINE
016664         IF RETURN-CODE < 12
016764             MOVE 12 TO RETURN-CODE
016864         END-IF
016964         GO TO 9200-EXIT
017064     END-IF.
017164     IF WS-MF-EXP-RECS NOT = WS-MF-RECS-SEEN
017264         MOVE "RECORDS " TO WS-MFE-FIGURE
017364         MOVE WS-MF-EXP-RECS TO WS-MFE-EXPECTED
017464         MOVE WS-MF-RECS-SEEN TO WS-MFE-ACTUAL
017564         WRITE ERRORS-OUT-RECORD FROM WS-MANIFEST-ERROR-LINE
017664         IF RETURN-CODE < 12
017764             MOVE 12 TO RETURN-CODE
017864         END-IF
017964     END-IF.
018064     IF WS-MF-EXP-VECS NOT = WS-MF-VECS-SEEN
018164         MOVE "VECTORS " TO WS-MFE-FIGURE
018264         MOVE WS-MF-EXP-VECS TO WS-MFE-EXPECTED
018364         MOVE WS-MF-VECS-SEEN TO WS-MFE-ACTUAL
018464         WRITE ERRORS-OUT-RECORD FROM WS-MANIFEST-ERROR-LINE
018564         IF RETURN-CODE < 12
018664             MOVE 12 TO RETURN-CODE
018764         END-IF
018864     END-IF.
018964     IF WS-MF-EXP-HASH NOT = WS-MF-HASH-TOTAL
019064         MOVE "HASH    " TO WS-MFE-FIGURE
019164         MOVE WS-MF-EXP-HASH TO WS-MFE-EXPECTED
019264         MOVE WS-MF-HASH-TOTAL TO WS-MFE-ACTUAL
019364         WRITE ERRORS-OUT-RECORD FROM WS-MANIFEST-ERROR-LINE
019464         IF RETURN-CODE < 12
019564             MOVE 12 TO RETURN-CODE
019664         END-IF
019764     END-IF.
019864 9200-EXIT.
019964     EXIT.
020064******************************************************************
020164*    9300-WRITE-BALANCE-REPORT
020264*    TURNS THE BALANCE TABLE INTO THE BALRPT REPORT - A DATED
020364*    TITLE, COLUMN HEADINGS, ONE LINE PER VECTOR PER WAVE, AND A
020464*    JOB-TOTAL LINE - PROVING FOR EACH VECTOR THAT RECORDS READ
020564*    = ELEMENTS LOADED + ERRORS, AND ELEMENTS LOADED = SURVIVORS
020664*    + REJECTS.  ANY LINE OUT OF BALANCE SETS RETURN-CODE 4,
020764*    UNLESS SOMETHING WORSE IS ALREADY POSTED - AN ARITHMETIC
020864*    LEAK MUST NEVER MASK AN ABORT OR A MANIFEST MISMATCH.  ON A
020964*    RESTART RUN THE ROWS COVER THIS EXECUTION ONLY - VECTORS
021064*    FINISHED BEFORE THE CHECKPOINT WERE SKIPPED, NOT REPLAYED -
021164*    AND THE REPORT SAYS SO.  AHEAD OF THE JOB TOTAL, A NIGHT
021264*    THAT CARRIED BUREAU SENDERS GETS ONE *SN LINE PER SENDER
021364*    WITH THE SAME FIVE FIGURES AND BALANCE PROOF, FOLLOWED BY
021464*    A *SN LINE FOR EACH BUREAU INTAKE HELD BACK.
021564******************************************************************
021664 9300-WRITE-BALANCE-REPORT.
021764     IF WS-BALANCE-OUT-STATUS NOT = "00"
021864         GO TO 9300-EXIT
021964     END-IF.
022064     MOVE WS-RUN-DATE TO WS-CURRENT-DATE.
022164     MOVE WS-CURR-MM TO WS-BTL-MM.
022264     MOVE WS-CURR-DD TO WS-BTL-DD.
022364     MOVE WS-CURR-YYYY TO WS-BTL-YYYY.
022464     WRITE BALANCE-OUT-RECORD FROM WS-BAL-TITLE-LINE.
022564     IF WS-IS-RESTART
022664         MOVE "RESTART RUN - ROWS COVER THIS EXECUTION ONLY"
022764             TO WS-BN-TEXT
022864         WRITE BALANCE-OUT-RECORD FROM WS-BAL-NOTE-LINE
022964     END-IF.
023064     IF NOT WS-REGISTRY-OPEN
023164         MOVE "REGISTRY CHECK BYPASSED - NO VREGMSTR ON FILE"
023264             TO WS-BN-TEXT
023364         WRITE BALANCE-OUT-RECORD FROM WS-BAL-NOTE-LINE
023464     END-IF.
023564     WRITE BALANCE-OUT-RECORD FROM WS-BAL-COLUMN-LINE.
023664     PERFORM 9310-WRITE-BALANCE-LINE THRU 9310-EXIT
023764         VARYING WS-BAL-SUB FROM 1 BY 1
023864         UNTIL WS-BAL-SUB > WS-BALANCE-COUNT.
023964     IF WS-BAL-TRUNCATED
024064         MOVE "BALANCE TABLE FULL - FURTHER ROWS NOT SHOWN"
024164             TO WS-BN-TEXT
024264         WRITE BALANCE-OUT-RECORD FROM WS-BAL-NOTE-LINE
024364     END-IF.
024464     PERFORM 9320-WRITE-HELD-LINE THRU 9320-EXIT
024564         VARYING WS-HELD-SUB FROM 1 BY 1
024664         UNTIL WS-HELD-SUB > WS-HELD-COUNT.
024764     IF WS-HELD-TRUNCATED
024864         MOVE "HOLD TABLE FULL - FURTHER HELD VECTORS NOT SHOWN"
024964             TO WS-BN-TEXT
025064         WRITE BALANCE-OUT-RECORD FROM WS-BAL-NOTE-LINE
025164     END-IF.
025264     IF WS-TOT-HELD > ZERO
025364         MOVE WS-TOT-HELD TO WS-BHT-COUNT
025464         WRITE BALANCE-OUT-RECORD FROM WS-BAL-HELD-TOTAL-LINE
025564     END-IF.
025664     IF WS-TOT-RELEASED > ZERO
025764         MOVE "*RELEASD" TO WS-BSL-LABEL
025864         MOVE WS-TOT-RELEASED TO WS-BSL-COUNT
025964         MOVE " VECTOR(S) RE-FED FROM SUSPENSE AHEAD OF FEED"
026064             TO WS-BSL-TEXT
026164         WRITE BALANCE-OUT-RECORD FROM WS-BAL-SUSPENSE-LINE
026264     END-IF.
026364     IF WS-TOT-SUSPENDED > ZERO
026464         MOVE "*SUSPNS " TO WS-BSL-LABEL
026564         MOVE WS-TOT-SUSPENDED TO WS-BSL-COUNT
026664         MOVE " VECTOR(S) WRITTEN TO SUSPENSE - SEE STALSUSP"
026764             TO WS-BSL-TEXT
026864         WRITE BALANCE-OUT-RECORD FROM WS-BAL-SUSPENSE-LINE
026964     END-IF.
027064     IF WS-TOT-NOT-HELD > ZERO
027164         MOVE "*NOTHELD" TO WS-BSL-LABEL
027264         MOVE WS-TOT-NOT-HELD TO WS-BSL-COUNT
027364         MOVE " DROPPED VECTOR(S) NOT HELD - NO SUSPMSTR"
027464             TO WS-BSL-TEXT
027564         WRITE BALANCE-OUT-RECORD FROM WS-BAL-SUSPENSE-LINE
027664     END-IF.
027764     IF WS-CONSOLIDATED-RUN
027864         OR WS-SENDER-SEEN
027964         MOVE "TOTALS BY SENDER" TO WS-BN-TEXT
028064         WRITE BALANCE-OUT-RECORD FROM WS-BAL-NOTE-LINE
028164         PERFORM 9330-WRITE-SENDER-LINE THRU 9330-EXIT
028264             VARYING WS-SND-SUB FROM 1 BY 1
028364             UNTIL WS-SND-SUB > WS-SENDER-COUNT
028464         IF WS-SENDER-TRUNCATED
028564             MOVE "SENDER TABLE FULL - FURTHER SENDERS NOT SHOWN"
028664                 TO WS-BN-TEXT
028764             WRITE BALANCE-OUT-RECORD FROM WS-BAL-NOTE-LINE
028864         END-IF
028964         PERFORM 9340-WRITE-INTAKE-LINE THRU 9340-EXIT
029064             VARYING WS-INTK-SUB FROM 1 BY 1
029164             UNTIL WS-INTK-SUB > WS-INTAKE-COUNT
029264     END-IF.
029364     MOVE WS-TOT-READ TO WS-BT-READ.
029464     MOVE WS-TOT-LOADED TO WS-BT-LOADED.
029564     MOVE WS-TOT-SURVIVED TO WS-BT-SURVIVED.
029664     MOVE WS-TOT-REJECTED TO WS-BT-REJECTED.
029764     MOVE WS-TOT-ERRORED TO WS-BT-ERRORED.
029864     IF WS-TOT-READ = WS-TOT-LOADED + WS-TOT-ERRORED
029964         AND WS-TOT-LOADED = WS-TOT-SURVIVED + WS-TOT-REJECTED
030064         MOVE "IN-BALANCE    " TO WS-BT-FLAG
030164     ELSE
030264         MOVE "OUT-OF-BALANCE" TO WS-BT-FLAG
030364         MOVE 'Y' TO WS-BAL-BAD-SWITCH
030464     END-IF.
030564     WRITE BALANCE-OUT-RECORD FROM WS-BAL-TOTAL-LINE.
030664     IF WS-BAL-ANY-OUT
030764         AND RETURN-CODE = ZERO
030864         MOVE 4 TO RETURN-CODE
030964     END-IF.
031064 9300-EXIT.
031164     EXIT.
031264 9310-WRITE-BALANCE-LINE.
031364     MOVE WS-BE-VECTOR-ID(WS-BAL-SUB) TO WS-BL-VECTOR-ID.
031464     MOVE WS-BE-WAVE(WS-BAL-SUB) TO WS-BL-WAVE.
031564     MOVE WS-BE-READ(WS-BAL-SUB) TO WS-BL-READ.
031664     MOVE WS-BE-LOADED(WS-BAL-SUB) TO WS-BL-LOADED.
031764     MOVE WS-BE-SURVIVED(WS-BAL-SUB) TO WS-BL-SURVIVED.
031864     MOVE WS-BE-REJECTED(WS-BAL-SUB) TO WS-BL-REJECTED.
031964     MOVE WS-BE-ERRORED(WS-BAL-SUB) TO WS-BL-ERRORED.
032064     IF WS-BE-READ(WS-BAL-SUB) =
032164         WS-BE-LOADED(WS-BAL-SUB) + WS-BE-ERRORED(WS-BAL-SUB)
032264         AND WS-BE-LOADED(WS-BAL-SUB) =
032364         WS-BE-SURVIVED(WS-BAL-SUB) + WS-BE-REJECTED(WS-BAL-SUB)
032464         MOVE "IN-BALANCE    " TO WS-BL-FLAG
032564     ELSE
032664         MOVE "OUT-OF-BALANCE" TO WS-BL-FLAG
032764         MOVE 'Y' TO WS-BAL-BAD-SWITCH
032864     END-IF.
032964     WRITE BALANCE-OUT-RECORD FROM WS-BAL-DETAIL-LINE.
033064 9310-EXIT.
033164     EXIT.
033264******************************************************************
033364*    9320-WRITE-HELD-LINE
033464*    ONE BALRPT LINE PER VECTOR THE REGISTRY CHECK HELD BACK -
033564*    NO READ/LOADED FIGURES, SINCE NOTHING WAS LOADED, JUST THE
033664*    REASON AND THE LENGTH THE COUNT RECORD DECLARED.
033764******************************************************************
033864 9320-WRITE-HELD-LINE.
033964     MOVE WS-HT-VECTOR-ID(WS-HELD-SUB) TO WS-BH-VECTOR-ID.
034064     MOVE 1 TO WS-BH-WAVE.
034164     MOVE WS-HT-REASON(WS-HELD-SUB) TO WS-BH-REASON.
034264     MOVE WS-HT-LENGTH(WS-HELD-SUB) TO WS-BH-LENGTH.
034364     WRITE BALANCE-OUT-RECORD FROM WS-BAL-HELD-LINE.
034464 9320-EXIT.
034564     EXIT.
034664******************************************************************
034764*    9330-WRITE-SENDER-LINE
034864*    ONE *SN LINE PER SENDER, LAID OUT IN THE JOB-TOTAL LINE'S
034964*    COLUMNS SO THE SENDER LINES FOOT TO IT.  A SENDER OUT OF
035064*    BALANCE COUNTS AS A BALANCE FAILURE LIKE ANY OTHER LINE.
035164******************************************************************
035264 9330-WRITE-SENDER-LINE.
035364     MOVE WS-SN-SENDER-ID(WS-SND-SUB) TO WS-BS-SENDER-ID.
035464     IF WS-BS-SENDER-ID = SPACES
035564         MOVE "----" TO WS-BS-SENDER-ID
035664     END-IF.
035764     MOVE WS-SN-READ(WS-SND-SUB) TO WS-BS-READ.
035864     MOVE WS-SN-LOADED(WS-SND-SUB) TO WS-BS-LOADED.
035964     MOVE WS-SN-SURVIVED(WS-SND-SUB) TO WS-BS-SURVIVED.
036064     MOVE WS-SN-REJECTED(WS-SND-SUB) TO WS-BS-REJECTED.
036164     MOVE WS-SN-ERRORED(WS-SND-SUB) TO WS-BS-ERRORED.
036264     IF WS-SN-READ(WS-SND-SUB) =
036364         WS-SN-LOADED(WS-SND-SUB) + WS-SN-ERRORED(WS-SND-SUB)
036464         AND WS-SN-LOADED(WS-SND-SUB) =
036564         WS-SN-SURVIVED(WS-SND-SUB) + WS-SN-REJECTED(WS-SND-SUB)
036664         MOVE "IN-BALANCE    " TO WS-BS-FLAG
036764     ELSE
036864         MOVE "OUT-OF-BALANCE" TO WS-BS-FLAG
036964         MOVE 'Y' TO WS-BAL-BAD-SWITCH
037064     END-IF.
037164     WRITE BALANCE-OUT-RECORD FROM WS-BAL-SENDER-LINE.
037264 9330-EXIT.
037364     EXIT.
037464******************************************************************
037564*    9340-WRITE-INTAKE-LINE
037664*    ONE *SN LINE PER BUREAU FEEDINTK HELD OUT OF THE NIGHT'S
037764*    CONSOLIDATED FEED, WITH ITS VERDICT AND REASON.  ITS
037864*    VECTORS WERE NEVER IN VECTORIN, SO THEY ARE IN NO FIGURE
037964*    ABOVE - THE BUREAU RESHIPS.
038064******************************************************************
038164 9340-WRITE-INTAKE-LINE.
038264     IF WS-IT-ACCEPTED(WS-INTK-SUB)
038364         GO TO 9340-EXIT
038464     END-IF.
038564     MOVE WS-IT-SENDER-ID(WS-INTK-SUB) TO WS-BI-SENDER-ID.
038664     IF WS-IT-LATE(WS-INTK-SUB)
038764         MOVE "LATE" TO WS-BI-STATUS
038864     ELSE
038964         IF WS-IT-DUPLICATE(WS-INTK-SUB)
039064             MOVE "DUPLICATE" TO WS-BI-STATUS
039164         ELSE
039264             MOVE "BROKEN" TO WS-BI-STATUS
039364         END-IF
039464     END-IF.
039564     MOVE WS-IT-REASON(WS-INTK-SUB) TO WS-BI-REASON.
039664     WRITE BALANCE-OUT-RECORD FROM WS-BAL-INTAKE-LINE.
039764 9340-EXIT.
039864     EXIT.
039964******************************************************************
040064*    9400-WRITE-RUN-INDEX
040164*    APPENDS THIS RUN'S ONE INDEX RECORD - RUN DATE, RUN TYPE,
040264*    STATUS CURRENT - TO THE RUNINDEX DATASET.  THE ARCHPURG
040364*    RETENTION JOB READS THE INDEX TO KNOW WHICH GENERATION IS
040464*    WHICH NIGHT AND WHICH RETENTION RULE IT AGES UNDER, AND
040564*    MARKS RECORDS ARCHIVED IN ITS OWN UPDATED GENERATION OF
040664*    THE INDEX.  A RESTART RUN APPENDS A SECOND RECORD FOR THE
040764*    SAME DATE - AN HONEST TRACE THAT THE NIGHT TOOK TWO
040864*    EXECUTIONS; ARCHPURG MARKS BOTH WHEN THE DATE ARCHIVES.
040964******************************************************************
041064 9400-WRITE-RUN-INDEX.
041164     IF WS-RUN-INDEX-STATUS NOT = "00"
041264         GO TO 9400-EXIT
041364     END-IF.
041464     MOVE WS-RUN-DATE TO WS-CURRENT-DATE.
041564     MOVE SPACES TO RX-RECORD.
041664     MOVE WS-CURRENT-DATE TO RX-RUN-DATE.
041764     MOVE WS-RUN-TYPE TO RX-RUN-TYPE.
041864     MOVE 'C' TO RX-STATUS.
041964     WRITE RX-RECORD.
042064 9400-EXIT.
042164     EXIT.
042264******************************************************************
042364*    9500-REGISTER-FEED-SERIAL
042464*    A RUN THAT CONSUMED A SERIAL-BEARING FEED AND ENDED CLEAN
042564*    ENOUGH TO TRUST (NOTHING AT OR ABOVE THE BAD-COUNT ABORT
042664*    SEVERITY) APPENDS THE SERIAL TO FEEDCTL MARKED PROCESSED,
042764*    SO A RESHIP OF THE SAME FEED STOPS AT 1300-CHECK-FEED-
042864*    SERIAL TOMORROW.  A RUN THAT ABORTED NEVER REGISTERS -
042964*    THE CORRECTED RESHIP OF A FAILED NIGHT MUST STILL LOAD.
043064*    THE ROW CARRIES THE MANIFEST'S SENDER.  ON THE CONSOLIDATED
043164*    FEED EACH BUREAU INTAKE ACCEPTED ALSO GETS A ROW FOR ITS
043264*    OWN SERIAL - ITS FEED IS PROCESSED ONLY ONCE THIS RUN HAS
043364*    ENDED CLEAN, SO REGISTRATION WAITS FOR IT HERE.
043464******************************************************************
043564 9500-REGISTER-FEED-SERIAL.
043664     IF WS-FEED-SERIAL = ZERO
043764         OR WS-DUPLICATE-FEED
043864         OR RETURN-CODE > 4
043964         GO TO 9500-EXIT
044064     END-IF.
044164     OPEN EXTEND FEED-CONTROL-OUT.
044264     IF WS-FEED-CONTROL-OUT-STATUS NOT = "00"
044364         DISPLAY "SORTVECT: UNABLE TO REGISTER FEED SERIAL, "
044464             "STATUS = " WS-FEED-CONTROL-OUT-STATUS
044564         GO TO 9500-EXIT
044664     END-IF.
044764     MOVE SPACES TO WS-FEED-CONTROL-REC.
044864     MOVE WS-FEED-SERIAL TO WS-FCR-SERIAL.
044964     MOVE WS-FEED-DATE TO WS-FCR-FEED-DATE.
045064     MOVE WS-RUN-DATE TO WS-CURRENT-DATE.
045164     MOVE WS-CURRENT-DATE TO WS-FCR-RUN-DATE.
045264     MOVE 'P' TO WS-FCR-STATUS.
045364     MOVE WS-MANIFEST-SENDER-ID TO WS-FCR-SENDER-ID.
045464     WRITE FEED-CONTROL-OUT-RECORD FROM WS-FEED-CONTROL-REC.
045564     IF WS-CONSOLIDATED-RUN
045664         PERFORM 9510-REGISTER-SENDER-SERIAL THRU 9510-EXIT
045764             VARYING WS-INTK-SUB FROM 1 BY 1
045864             UNTIL WS-INTK-SUB > WS-INTAKE-COUNT
045964     END-IF.
046064     CLOSE FEED-CONTROL-OUT.
046164     DISPLAY "SORTVECT: FEED SERIAL " WS-FEED-SERIAL
046264         " MARKED PROCESSED".
046364 9500-EXIT.
046464     EXIT.
046564 9510-REGISTER-SENDER-SERIAL.
046664     IF NOT WS-IT-ACCEPTED(WS-INTK-SUB)
046764         OR WS-IT-SERIAL(WS-INTK-SUB) = ZERO
046864         GO TO 9510-EXIT
046964     END-IF.
047064     MOVE SPACES TO WS-FEED-CONTROL-REC.
047164     MOVE WS-IT-SERIAL(WS-INTK-SUB) TO WS-FCR-SERIAL.
047264     MOVE WS-IT-FEED-DATE(WS-INTK-SUB) TO WS-FCR-FEED-DATE.
047364     MOVE WS-CURRENT-DATE TO WS-FCR-RUN-DATE.
047464     MOVE 'P' TO WS-FCR-STATUS.
047564     MOVE WS-IT-SENDER-ID(WS-INTK-SUB) TO WS-FCR-SENDER-ID.
047664     WRITE FEED-CONTROL-OUT-RECORD FROM WS-FEED-CONTROL-REC.
047764     DISPLAY "SORTVECT: SENDER " WS-IT-SENDER-ID(WS-INTK-SUB)
047864         " SERIAL " WS-IT-SERIAL(WS-INTK-SUB) " MARKED PROCESSED".
047964 9510-EXIT.
048064     EXIT.
