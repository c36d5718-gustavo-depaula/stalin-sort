000100*****************************************************************
000200*    SUSPREC - SUSPENSE MASTER RECORD LAYOUT
000300*    ONE RECORD PER FEED RECORD OF A VECTOR THAT SORTVECT DROPPED
000400*    WHOLESALE - SKIPPED ON A BAD COUNT RECORD, OR HELD BY THE
000500*    REGISTRY CHECK - KEYED BY VECTOR ID, THE RUN DATE IT WAS
000600*    DROPPED ON AND A SEQUENCE NUMBER.  SEQUENCE 0000 IS THE COUNT
000700*    RECORD AND CARRIES THE ITEM'S STATUS, REASON AND COUNTS; THE
000800*    DETAILS FOLLOW AS 0001 UPWARD IN FEED ORDER.  SP-IMAGE IS THE
000900*    80-BYTE FEED RECORD EXACTLY AS IT ARRIVED (VECTREC), EXCEPT
001000*    THAT THE STALSUSP SCREEN MAY CORRECT THE COUNT RECORD IMAGE
001100*    BEFORE RELEASE.  THE STATUS FIELDS MEAN NOTHING ON A DETAIL.
001200*    ------------------------------------------------------------
001300*    10/15/2026  GG  WRITTEN FOR THE SUSPENSE WORK.
001400*****************************************************************
001500 01  SP-RECORD.
001600     05  SP-KEY.
001700         10  SP-VECTOR-ID      PIC X(08).
001800         10  SP-RUN-DATE       PIC 9(08).
001900         10  SP-SEQUENCE       PIC 9(04).
002000             88  SP-COUNT-RECORD   VALUE ZERO.
002100     05  SP-IMAGE              PIC X(80).
002200     05  SP-FEED-SERIAL        PIC 9(06).
002300     05  SP-REASON             PIC X(30).
002400     05  SP-STATUS             PIC X(01).
002500         88  SP-HELD               VALUE 'H'.
002600         88  SP-RELEASED           VALUE 'R'.
002700         88  SP-PICKED-UP          VALUE 'P'.
002800         88  SP-WRITTEN-OFF        VALUE 'W'.
002900         88  SP-OPEN-ITEM          VALUE 'H' 'R'.
003000     05  SP-DETAIL-COUNT       PIC 9(04).
003100     05  SP-PICKUP-DATE        PIC 9(08).
003200     05  SP-OPERATOR           PIC X(08).
003300     05  SP-CHG-DATE           PIC 9(08).
003400     05  SP-CHG-TIME           PIC 9(06).
003500     05  FILLER                PIC X(29).
