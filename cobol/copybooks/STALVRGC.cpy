000100*****************************************************************
000200*    STALVRGC - SYMBOLIC MAP FOR THE STALVRG/STALVREG VECTOR
000300*    REGISTRY MAINTENANCE SCREEN.  THIS IS THE CHECKED-IN COPY
000400*    OF WHAT BMS GENERATES FROM BMS/STALVRG.BMS - REGENERATE AND
000500*    RECHECK IT IN WHENEVER THE PHYSICAL MAP CHANGES, THE SAME
000600*    WAY STALPRMC TRACKS STALPRM.
000700*    ------------------------------------------------------------
000800*    10/15/2026  GG  WRITTEN FOR THE VECTOR REGISTRY WORK.
000810*    10/15/2026  GG  ADDED THE COSTCTR COST CENTER FIELD.
000900*****************************************************************
001000 01  STALVRGI.
001100     05  FILLER            PIC X(12).
001200     05  VECTIDL           PIC S9(4) COMP.
001300     05  VECTIDF           PIC X(01).
001400     05  VECTIDI           PIC X(08).
001500     05  BUREAUL           PIC S9(4) COMP.
001600     05  BUREAUF           PIC X(01).
001700     05  BUREAUI           PIC X(08).
001800     05  DIRECTL           PIC S9(4) COMP.
001900     05  DIRECTF           PIC X(01).
002000     05  DIRECTI           PIC X(01).
002100     05  DEFDLTL           PIC S9(4) COMP.
002200     05  DEFDLTF           PIC X(01).
002300     05  DEFDLTI           PIC X(06).
002400     05  MAXDLTL           PIC S9(4) COMP.
002500     05  MAXDLTF           PIC X(01).
002600     05  MAXDLTI           PIC X(06).
002700     05  MINLENL           PIC S9(4) COMP.
002800     05  MINLENF           PIC X(01).
002900     05  MINLENI           PIC X(04).
003000     05  MAXLENL           PIC S9(4) COMP.
003100     05  MAXLENF           PIC X(01).
003200     05  MAXLENI           PIC X(04).
003300     05  VSTATL            PIC S9(4) COMP.
003400     05  VSTATF            PIC X(01).
003500     05  VSTATI            PIC X(01).
003510     05  COSTCTRL          PIC S9(4) COMP.
003520     05  COSTCTRF          PIC X(01).
003530     05  COSTCTRI          PIC X(05).
003600     05  LSTCHGL           PIC S9(4) COMP.
003700     05  LSTCHGF           PIC X(01).
003800     05  LSTCHGI           PIC X(40).
003900     05  MSGL              PIC S9(4) COMP.
004000     05  MSGF              PIC X(01).
004100     05  MSGI              PIC X(40).
004200 01  STALVRGO REDEFINES STALVRGI.
004300     05  FILLER            PIC X(12).
004400     05  FILLER            PIC X(03).
004500     05  VECTIDO           PIC X(08).
004600     05  FILLER            PIC X(03).
004700     05  BUREAUO           PIC X(08).
004800     05  FILLER            PIC X(03).
004900     05  DIRECTO           PIC X(01).
005000     05  FILLER            PIC X(03).
005100     05  DEFDLTO           PIC X(06).
005200     05  FILLER            PIC X(03).
005300     05  MAXDLTO           PIC X(06).
005400     05  FILLER            PIC X(03).
005500     05  MINLENO           PIC X(04).
005600     05  FILLER            PIC X(03).
005700     05  MAXLENO           PIC X(04).
005800     05  FILLER            PIC X(03).
005900     05  VSTATO            PIC X(01).
005910     05  FILLER            PIC X(03).
005920     05  COSTCTRO          PIC X(05).
006000     05  FILLER            PIC X(03).
006100     05  LSTCHGO           PIC X(40).
006200     05  FILLER            PIC X(03).
006300     05  MSGO              PIC X(40).
