000100*****************************************************************
000200*    RATEREC - CHARGEBACK RATE TABLE RECORD LAYOUT
000300*    THE CHGRATE DATASET THAT CHGBACK PRICES A MONTH'S USAGE
000400*    FROM, KEYED IN BY HAND LIKE A CONTROL-CARD DECK - ONE ROW
000500*    PER RATE PER EFFECTIVE MONTH:
000600*      ELEMENT  - PER ELEMENT LOADED (WAVE 1)
000700*      CORRECTN - PER CORRECTION RUN OF A VECTOR
000800*      PRIORITY - PER PRIORITY 'H' VECTOR
000900*    FOR EACH RATE THE ROW WITH THE LATEST EFFECTIVE MONTH NOT
001000*    AFTER THE MONTH BEING BILLED APPLIES, SO A RATE CHANGE IS A
001100*    NEW ROW AND AN OLD MONTH RERUN STILL PRICES AT ITS OWN
001200*    RATES.  ROWS ARE IN NO PARTICULAR ORDER.  THE RATE IS
001300*    KEYED ZERO-PADDED WITH AN IMPLIED DECIMAL POINT, 5.5
001400*    DIGITS (0000012500 IS 0.125).  A BLANK ROW OR ONE STARTING
001500*    '*' IS A COMMENT.
001600*    ------------------------------------------------------------
001700*    10/15/2026  GG  WRITTEN FOR THE CHARGEBACK WORK.
001800*****************************************************************
001900 01  RT-RECORD.
002000     05  RT-RATE-CODE          PIC X(08).
002100         88  RT-ELEMENT-RATE       VALUE 'ELEMENT '.
002200         88  RT-CORRECTION-RATE    VALUE 'CORRECTN'.
002300         88  RT-PRIORITY-RATE      VALUE 'PRIORITY'.
002400     05  FILLER                PIC X(01).
002500     05  RT-EFFECTIVE-MONTH    PIC 9(06).
002600     05  FILLER                PIC X(01).
002700     05  RT-RATE               PIC 9(05)V9(05).
002800     05  FILLER                PIC X(01).
002900     05  RT-DESCRIPTION        PIC X(30).
003000     05  FILLER                PIC X(23).
