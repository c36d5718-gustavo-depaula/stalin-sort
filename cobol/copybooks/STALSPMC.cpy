000100*****************************************************************
000200*    STALSPMC - SYMBOLIC MAP FOR THE STALSPM/STALSUSP SUSPENSE
000300*    ITEM MAINTENANCE SCREEN.  THIS IS THE CHECKED-IN COPY OF WHAT
000400*    BMS GENERATES FROM BMS/STALSPM.BMS - REGENERATE AND RECHECK
000500*    IT IN WHENEVER THE PHYSICAL MAP CHANGES, THE SAME WAY
000600*    STALVRGC TRACKS STALVRG.
000700*    ------------------------------------------------------------
000800*    10/15/2026  GG  WRITTEN FOR THE SUSPENSE WORK.
000900*****************************************************************
001000 01  STALSPMI.
001100     05  FILLER            PIC X(12).
001200     05  VECTIDL           PIC S9(4) COMP.
001300     05  VECTIDF           PIC X(01).
001400     05  VECTIDI           PIC X(08).
001500     05  RUNDTL            PIC S9(4) COMP.
001600     05  RUNDTF            PIC X(01).
001700     05  RUNDTI            PIC X(08).
001800     05  SERIALL           PIC S9(4) COMP.
001900     05  SERIALF           PIC X(01).
002000     05  SERIALI           PIC X(06).
002100     05  REASONL           PIC S9(4) COMP.
002200     05  REASONF           PIC X(01).
002300     05  REASONI           PIC X(30).
002400     05  DTLCNTL           PIC S9(4) COMP.
002500     05  DTLCNTF           PIC X(01).
002600     05  DTLCNTI           PIC X(04).
002700     05  RAWCNTL           PIC S9(4) COMP.
002800     05  RAWCNTF           PIC X(01).
002900     05  RAWCNTI           PIC X(09).
003000     05  NEWCNTL           PIC S9(4) COMP.
003100     05  NEWCNTF           PIC X(01).
003200     05  NEWCNTI           PIC X(04).
003300     05  DIRECTL           PIC S9(4) COMP.
003400     05  DIRECTF           PIC X(01).
003500     05  DIRECTI           PIC X(01).
003600     05  DELTAL            PIC S9(4) COMP.
003700     05  DELTAF            PIC X(01).
003800     05  DELTAI            PIC X(06).
003900     05  CORRL             PIC S9(4) COMP.
004000     05  CORRF             PIC X(01).
004100     05  CORRI             PIC X(01).
004200     05  PRTYL             PIC S9(4) COMP.
004300     05  PRTYF             PIC X(01).
004400     05  PRTYI             PIC X(01).
004500     05  ISTATL            PIC S9(4) COMP.
004600     05  ISTATF            PIC X(01).
004700     05  ISTATI            PIC X(01).
004800     05  LSTCHGL           PIC S9(4) COMP.
004900     05  LSTCHGF           PIC X(01).
005000     05  LSTCHGI           PIC X(40).
005100     05  MSGL              PIC S9(4) COMP.
005200     05  MSGF              PIC X(01).
005300     05  MSGI              PIC X(40).
005400 01  STALSPMO REDEFINES STALSPMI.
005500     05  FILLER            PIC X(12).
005600     05  FILLER            PIC X(03).
005700     05  VECTIDO           PIC X(08).
005800     05  FILLER            PIC X(03).
005900     05  RUNDTO            PIC X(08).
006000     05  FILLER            PIC X(03).
006100     05  SERIALO           PIC X(06).
006200     05  FILLER            PIC X(03).
006300     05  REASONO           PIC X(30).
006400     05  FILLER            PIC X(03).
006500     05  DTLCNTO           PIC X(04).
006600     05  FILLER            PIC X(03).
006700     05  RAWCNTO           PIC X(09).
006800     05  FILLER            PIC X(03).
006900     05  NEWCNTO           PIC X(04).
007000     05  FILLER            PIC X(03).
007100     05  DIRECTO           PIC X(01).
007200     05  FILLER            PIC X(03).
007300     05  DELTAO            PIC X(06).
007400     05  FILLER            PIC X(03).
007500     05  CORRO             PIC X(01).
007600     05  FILLER            PIC X(03).
007700     05  PRTYO             PIC X(01).
007800     05  FILLER            PIC X(03).
007900     05  ISTATO            PIC X(01).
008000     05  FILLER            PIC X(03).
008100     05  LSTCHGO           PIC X(40).
008200     05  FILLER            PIC X(03).
008300     05  MSGO              PIC X(40).
