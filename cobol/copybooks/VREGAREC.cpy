000100*****************************************************************
000200*    VREGAREC - VECTOR REGISTRY AUDIT RECORD LAYOUT
000300*    ONE RECORD PER CHANGE MADE THROUGH THE STALVREG SCREEN -
000400*    WHO, WHEN, WHICH VECTOR, AND THE OPERATOR-SET PART OF THE
000500*    REGISTRY RECORD (VR-SETTINGS, SEE VREGREC) AS IT STOOD
000600*    BEFORE AND AFTER.  KEYED BY DATE, TIME AND VECTOR ID SO
000700*    THE TRAIL READS BACK IN CHANGE ORDER, THE SAME SHAPE AS
000800*    PARMAREC.  A NEWLY REGISTERED VECTOR'S OLD SETTINGS ARE
000900*    SPACES.  NOTHING EVER DELETES FROM THIS MASTER.
001000*    ------------------------------------------------------------
001100*    10/15/2026  GG  WRITTEN FOR THE VECTOR REGISTRY WORK.
001110*    10/15/2026  GG  ADDED THE COST CENTER BEFORE AND AFTER (SEE
001120*                    VR-COST-CENTER), OUT OF THE FILLER.  RECORDS
001130*                    FROM BEFORE THE FIELDS CARRY SPACES THERE.
001200*****************************************************************
001300 01  VA-RECORD.
001400     05  VA-KEY.
001500         10  VA-CHG-DATE       PIC 9(08).
001600         10  VA-CHG-TIME       PIC 9(06).
001700         10  VA-VECTOR-ID      PIC X(08).
001800     05  VA-OPERATOR           PIC X(08).
001900     05  VA-OLD-SETTINGS       PIC X(30).
002000     05  VA-NEW-SETTINGS       PIC X(30).
002100     05  VA-OLD-COST-CENTER    PIC X(05).
002200     05  VA-NEW-COST-CENTER    PIC X(05).
