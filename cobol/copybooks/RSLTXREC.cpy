000100*****************************************************************
000200*    RSLTXREC - RESULTS CROSS-REFERENCE RECORD LAYOUT
000300*    ONE RECORD PER RSLTMSTR RECORD THAT CARRIES A SENDER
000400*    REFERENCE KEY, KEYED BY THAT REFERENCE KEY FOLLOWED BY THE
000500*    RESULT'S OWN RSLTMSTR KEY, SO STALINQ CAN FIND EVERY
000600*    RESULT FOR ONE ACCOUNT OR ITEM NUMBER - ACROSS WAVES AND
000700*    VECTORS - WITH A GENERIC BROWSE ON THE LEADING 16 BYTES.
000800*    THE TRAILING RESULT KEY KEEPS THE FULL KEY UNIQUE WHEN THE
000900*    SAME REFERENCE KEY TURNS UP MORE THAN ONCE.  RSLTLOAD
001000*    MAINTAINS IT ALONGSIDE RSLTMSTR, AS A SEPARATE REUSABLE
001100*    CLUSTER OF ITS OWN - AN ALTERNATE INDEX CANNOT BE BUILT
001200*    OVER RSLTMSTR, WHICH IS DEFINED REUSE.
001300*    ------------------------------------------------------------
001400*    10/15/2026  GG  WRITTEN FOR THE REFERENCE KEY WORK.
001500*****************************************************************
001600 01  XR-RECORD.
001700     05  XR-KEY.
001800         10  XR-REF-KEY        PIC X(16).
001900         10  XR-RESULT-KEY.
002000             15  XR-VECTOR-ID  PIC X(08).
002100             15  XR-WAVE       PIC 9(03).
002200             15  XR-POSITION   PIC 9(04).
002300     05  XR-DISPOSITION        PIC X(01).
002400     05  FILLER                PIC X(08).
