000100*****************************************************************
000200*    VREGREC - VECTOR REGISTRY MASTER RECORD LAYOUT
000300*    ONE RECORD PER KNOWN VECTOR ID - THE BUREAU THAT OWNS IT,
000400*    THE SORT DIRECTION AGREED WITH THAT BUREAU, THE DEFAULT
000500*    TOLERANCE DELTA AND THE MOST IT MAY EVER ASK FOR, THE
000600*    LENGTH BAND ITS COUNT RECORDS ARE EXPECTED TO FALL IN, AND
000700*    WHETHER IT IS STILL ACTIVE.  SORTVECT CHECKS EVERY COUNT
000800*    RECORD AGAINST THIS MASTER BEFORE A VECTOR IS SORTED.  THE
000900*    STALVREG CICS SCREEN (TRANSID STLV) IS THE ONLY WRITER -
001000*    EVERY CHANGE IT MAKES ALSO LANDS ON THE VREGAUDT AUDIT
001100*    MASTER (SEE VREGAREC).  A VECTOR IS NEVER DELETED, ONLY
001200*    RETIRED, SO AN OLD ID CAN NEVER QUIETLY COME BACK TO LIFE.
001300*    VR-SETTINGS IS THE PART OF THE RECORD AN OPERATOR SETS;
001400*    THE AUDIT TRAIL CARRIES IT BEFORE AND AFTER EVERY CHANGE.
001500*    ------------------------------------------------------------
001600*    10/15/2026  GG  WRITTEN FOR THE VECTOR REGISTRY WORK.
001610*    10/15/2026  GG  ADDED VR-COST-CENTER, THE OWNING BUREAU'S
001620*                    COST CENTER THAT CHGBACK BILLS THE VECTOR'S
001630*                    PROCESSING TO.  IT SITS OUTSIDE VR-SETTINGS
001640*                    SO THE AUDIT RECORDS ALREADY WRITTEN KEEP
001650*                    THEIR SHAPE - VREGAREC CARRIES IT BEFORE AND
001660*                    AFTER IN FIELDS OF ITS OWN.  SPACES MEANS NOT
001670*                    YET ASSIGNED.
001700*****************************************************************
001800 01  VR-RECORD.
001900     05  VR-KEY.
002000         10  VR-VECTOR-ID      PIC X(08).
002100     05  VR-SETTINGS.
002200         10  VR-BUREAU         PIC X(08).
002300         10  VR-DIRECTION      PIC X(01).
002400             88  VR-DIRECTION-VALID
002500                                   VALUE 'A' 'D' 'T' 'U'.
002600             88  VR-TOLERANCE-DIRECTION
002700                                   VALUE 'T' 'U'.
002800         10  VR-DEFAULT-DELTA  PIC 9(06).
002900         10  VR-MAX-DELTA      PIC 9(06).
003000         10  VR-MIN-LENGTH     PIC 9(04).
003100         10  VR-MAX-LENGTH     PIC 9(04).
003200         10  VR-STATUS         PIC X(01).
003300             88  VR-ACTIVE         VALUE 'A'.
003400             88  VR-RETIRED        VALUE 'R'.
003500     05  VR-OPERATOR           PIC X(08).
003600     05  VR-CHG-DATE           PIC 9(08).
003700     05  VR-CHG-TIME           PIC 9(06).
003710     05  VR-COST-CENTER        PIC X(05).
003800     05  FILLER                PIC X(15).
