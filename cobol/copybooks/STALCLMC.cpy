000100*****************************************************************
000200*    STALCLMC - SYMBOLIC MAP FOR THE STALCLM/STALCAL PROCESSING
000300*    CALENDAR MAINTENANCE SCREEN.  THIS IS THE CHECKED-IN COPY
000400*    OF WHAT BMS GENERATES FROM BMS/STALCLM.BMS - REGENERATE AND
000500*    RECHECK IT IN WHENEVER THE PHYSICAL MAP CHANGES, THE SAME
000600*    WAY STALVRGC TRACKS STALVRG.
000700*    ------------------------------------------------------------
000800*    10/15/2026  GG  WRITTEN FOR THE PROCESSING CALENDAR WORK.
000900*****************************************************************
001000 01  STALCLMI.
001100     05  FILLER            PIC X(12).
001200     05  CALDTL            PIC S9(4) COMP.
001300     05  CALDTF            PIC X(01).
001400     05  CALDTI            PIC X(08).
001500     05  DAYNML            PIC S9(4) COMP.
001600     05  DAYNMF            PIC X(01).
001700     05  DAYNMI            PIC X(09).
001800     05  DAYTYPL           PIC S9(4) COMP.
001900     05  DAYTYPF           PIC X(01).
002000     05  DAYTYPI           PIC X(01).
002100     05  RUNASL            PIC S9(4) COMP.
002200     05  RUNASF            PIC X(01).
002300     05  RUNASI            PIC X(08).
002400     05  DESCRL            PIC S9(4) COMP.
002500     05  DESCRF            PIC X(01).
002600     05  DESCRI            PIC X(20).
002700     05  LSTCHGL           PIC S9(4) COMP.
002800     05  LSTCHGF           PIC X(01).
002900     05  LSTCHGI           PIC X(40).
003000     05  MSGL              PIC S9(4) COMP.
003100     05  MSGF              PIC X(01).
003200     05  MSGI              PIC X(40).
003300 01  STALCLMO REDEFINES STALCLMI.
003400     05  FILLER            PIC X(12).
003500     05  FILLER            PIC X(03).
003600     05  CALDTO            PIC X(08).
003700     05  FILLER            PIC X(03).
003800     05  DAYNMO            PIC X(09).
003900     05  FILLER            PIC X(03).
004000     05  DAYTYPO           PIC X(01).
004100     05  FILLER            PIC X(03).
004200     05  RUNASO            PIC X(08).
004300     05  FILLER            PIC X(03).
004400     05  DESCRO            PIC X(20).
004500     05  FILLER            PIC X(03).
004600     05  LSTCHGO           PIC X(40).
004700     05  FILLER            PIC X(03).
004800     05  MSGO              PIC X(40).
