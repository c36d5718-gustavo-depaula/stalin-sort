001916*                    STREAM NEEDS TO KNOW WHICH POSITION THE
001917*                    PENDING SURVIVOR IN CKO-MAX CAME FROM.
001918*                    RECORD LENGTH GROWS 3033 TO 3035.
001919*    10/15/2026  GG  ADDED CKO-MAX-REF-KEY AND CKO-SVEC-REF-KEY -
001920*                    THE SENDER REFERENCE KEYS OF THE PENDING
001921*                    SURVIVOR AND OF EVERY SURVIVOR COMMITTED SO
001922*                    FAR, SO A RESUMED VECTOR'S SVECIFC AND
001923*                    RSLTOUT RECORDS STILL CARRY THEM.  RECORD
001924*                    LENGTH GROWS 3035 TO 11051.
001800******************************************************************
001900 01  CKO-RECORD.
002000     05  CKO-I             PIC 9(4) COMP.
002200     05  CKO-MAX           PIC S9(6).
002210     05  CKO-HIGH-MARK     PIC S9(6).
002220     05  CKO-MAX-ORIG-POS  PIC 9(4) COMP.
002230     05  CKO-MAX-REF-KEY   PIC X(16).
002250     05  CKO-TOTAL-RECS    PIC 9(8) COMP.
002260     05  CKO-VECTOR-RECS-READ PIC 9(4) COMP.
002270     05  CKO-VECTOR-COMPLETE-SWITCH PIC X(01).
002300     05  CKO-SVEC-COUNT    PIC 9(4) COMP.
002400     05  CKO-SVEC          PIC S9(6)
002500         OCCURS 500 TIMES.
002600     05  CKO-SVEC-REF-KEY  PIC X(16)
002700         OCCURS 500 TIMES.
