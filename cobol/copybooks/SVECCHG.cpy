000100*****************************************************************
000200*    SVECCHG - SVECMSTR NIGHT-OVER-NIGHT CHANGE RECORD LAYOUT
000300*    ONE RECORD PER SURVIVOR THAT DIFFERS BETWEEN LAST NIGHT'S
000400*    SVECMSTR IMAGE AND TONIGHT'S, IN MASTER KEY ORDER, WRITTEN
000500*    BY SVECDIFF FOR DOWNSTREAM TEAMS THAT KEEP THEIR OWN COPY
000600*    OF THE MASTER AND WANT TO APPLY THE NIGHT'S DELTAS INSTEAD
000700*    OF RELOADING IT WHOLE.  A SURVIVOR IS IDENTIFIED BY ITS
000800*    MASTER KEY - VECTOR ID, WAVE AND POSITION IN ITS SECTION:
000900*      A - ADD     NOT ON LAST NIGHT'S IMAGE; NEW VALUE AND KEY
001000*      D - DELETE  GONE FROM TONIGHT'S MASTER; OLD VALUE AND KEY
001100*      C - CHANGE  ON BOTH, VALUE OR REFERENCE KEY DIFFERS; BOTH
001200*    THE FILE CLOSES WITH ONE 'T' RECORD TAGGED *MANIFST - THE
001300*    SHOP'S CONTROL-TRAILER CONVENTION - CARRYING THE A/D/C
001400*    COUNTS, A HASH TOTAL OF CG-NEW-VALUE OVER EVERY A AND C
001500*    RECORD, AND TONIGHT'S MASTER RECORD COUNT, SO A CONSUMER
001600*    CAN PROVE IT GOT THE WHOLE FILE AND THAT ITS COPY CAME OUT
001700*    THE RIGHT SIZE AFTER APPLYING IT.  CT-RELOAD-REQUIRED SAYS
001800*    THERE WAS NO TRUSTWORTHY PRIOR IMAGE: EVERY SURVIVOR THEN
001900*    COMES AS AN ADD AND THE CONSUMER MUST CLEAR ITS COPY FIRST.
002000*    ------------------------------------------------------------
002100*    10/15/2026  GG  WRITTEN FOR THE CHANGE DETECTION WORK.
002200*****************************************************************
002300 01  CG-RECORD.
002400     05  CG-RECORD-TYPE        PIC X(01).
002500         88  CG-IS-ADD             VALUE 'A'.
002600         88  CG-IS-DELETE          VALUE 'D'.
002700         88  CG-IS-CHANGE          VALUE 'C'.
002800         88  CG-IS-TRAILER         VALUE 'T'.
002900     05  CG-VECTOR-ID          PIC X(08).
003000         88  CG-IS-MANIFEST        VALUE '*MANIFST'.
003100     05  CG-DETAIL-BODY.
003200         10  CG-WAVE           PIC 9(03).
003300         10  CG-SEQUENCE       PIC 9(04).
003400         10  CG-OLD-VALUE      PIC S9(6) SIGN IS LEADING SEPARATE.
003500         10  CG-NEW-VALUE      PIC S9(6) SIGN IS LEADING SEPARATE.
003600         10  CG-OLD-REF-KEY    PIC X(16).
003700         10  CG-NEW-REF-KEY    PIC X(16).
003800         10  CG-RUN-DATE       PIC 9(08).
003900         10  FILLER            PIC X(10).
004000     05  CG-TRAILER-BODY REDEFINES CG-DETAIL-BODY.
004100         10  CT-RUN-DATE       PIC 9(08).
004200         10  CT-PRIOR-DATE     PIC 9(08).
004300         10  CT-DELTA-STATUS   PIC X(01).
004400             88  CT-DELTA-VALID    VALUE 'D'.
004500             88  CT-RELOAD-REQUIRED VALUE 'R'.
004600         10  CT-ADD-COUNT      PIC 9(08).
004700         10  CT-DELETE-COUNT   PIC 9(08).
004800         10  CT-CHANGE-COUNT   PIC 9(08).
004900         10  CT-MASTER-RECORDS PIC 9(08).
005000         10  CT-HASH-TOTAL     PIC S9(12)
005100                               SIGN IS LEADING SEPARATE.
005200         10  FILLER            PIC X(09).
