000600*    MAPSET MUST BE PROMOTED TOGETHER.
000700*    ------------------------------------------------------------
000800*    08/22/2026  GG  WRITTEN FOR THE ONLINE INQUIRY WORK.
000810*    10/15/2026  GG  ADDED REFKEY AND HDG, DTL WIDENED TO 78.
000900*****************************************************************
001000 01  STALMAPI.
001100     05  FILLER            PIC X(12).
001200     05  VECTIDL           PIC S9(4) COMP.
001300     05  VECTIDF           PIC X(01).
001400     05  VECTIDI           PIC X(08).
001410     05  REFKEYL           PIC S9(4) COMP.
001420     05  REFKEYF           PIC X(01).
001430     05  REFKEYI           PIC X(16).
001440     05  HDGL              PIC S9(4) COMP.
001450     05  HDGF              PIC X(01).
001460     05  HDGI              PIC X(78).
001500     05  STALMAP-DETAIL OCCURS 15 TIMES.
001600         10  DTLL          PIC S9(4) COMP.
001700         10  DTLF          PIC X(01).
001800         10  DTLI          PIC X(78).
001900     05  MSGL              PIC S9(4) COMP.
002000     05  MSGF              PIC X(01).
002100     05  MSGI              PIC X(40).
002300     05  FILLER            PIC X(12).
002400     05  FILLER            PIC X(03).
002500     05  VECTIDO           PIC X(08).
002510     05  FILLER            PIC X(03).
002520     05  REFKEYO           PIC X(16).
002530     05  FILLER            PIC X(03).
002540     05  HDGO              PIC X(78).
002600     05  STALMAP-DETAIL-O OCCURS 15 TIMES.
002700         10  FILLER        PIC X(03).
002800         10  DTLO          PIC X(78).
002900     05  FILLER            PIC X(03).
003000     05  MSGO              PIC X(40).
