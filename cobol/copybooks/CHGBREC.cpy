000100*****************************************************************
000200*    CHGBREC - CHARGEBACK GENERAL LEDGER FEED RECORD LAYOUT
000300*    ONE CHGBACK GENERATION PER BILLED MONTH, PICKED UP BY
000400*    FINANCE'S GENERAL LEDGER FEED.  AN 'H' HEADER NAMES THE
000500*    SOURCE SYSTEM, THE BUSINESS MONTH BILLED, THE FIRST AND
000600*    LAST RUN DATES IT COVERS AND WHEN THE FILE WAS MADE.  ONE
000700*    'D' DETAIL FOLLOWS PER CHARGE PER COST CENTER - QUANTITY,
000800*    RATE AND AMOUNT - FOR EVERY CHARGE WITH A QUANTITY ABOVE
000900*    ZERO, IN BUREAU AND COST CENTER ORDER.  A 'T' TRAILER
001000*    CLOSES IT WITH THE DETAIL COUNT AND THE AMOUNT TOTAL, WHICH
001100*    THE GENERAL LEDGER FEED PROVES BEFORE IT POSTS.  USAGE WITH
001200*    NO COST CENTER IS NEVER ON THIS FILE - SEE CHGBACK.  EVERY
001300*    RECORD CARRIES THE RECORD TYPE AND THE MONTH BILLED.
001400*    AMOUNTS ARE UNSIGNED, TWO IMPLIED DECIMALS; THE RATE HAS
001500*    FIVE, AS ON THE RATE TABLE (SEE RATEREC).
001600*    ------------------------------------------------------------
001700*    10/15/2026  GG  WRITTEN FOR THE CHARGEBACK WORK.
001800*****************************************************************
001900 01  CB-RECORD.
002000     05  CB-RECORD-TYPE        PIC X(01).
002100         88  CB-IS-HEADER          VALUE 'H'.
002200         88  CB-IS-DETAIL          VALUE 'D'.
002300         88  CB-IS-TRAILER         VALUE 'T'.
002400     05  CB-BILL-MONTH         PIC 9(06).
002500     05  CB-PAYLOAD            PIC X(73).
002600     05  CB-HEADER-VIEW REDEFINES CB-PAYLOAD.
002700         10  CB-H-SOURCE       PIC X(08).
002800         10  CB-H-FIRST-DATE   PIC 9(08).
002900         10  CB-H-LAST-DATE    PIC 9(08).
003000         10  CB-H-CREATED-DATE PIC 9(08).
003100         10  CB-H-CREATED-TIME PIC 9(06).
003200         10  FILLER            PIC X(35).
003300     05  CB-DETAIL-VIEW REDEFINES CB-PAYLOAD.
003400         10  CB-D-BUREAU       PIC X(08).
003500         10  CB-D-COST-CENTER  PIC X(05).
003600         10  CB-D-CHARGE-CODE  PIC X(08).
003700         10  CB-D-QUANTITY     PIC 9(09).
003800         10  CB-D-RATE         PIC 9(05)V9(05).
003900         10  CB-D-AMOUNT       PIC 9(09)V9(02).
004000         10  FILLER            PIC X(22).
004100     05  CB-TRAILER-VIEW REDEFINES CB-PAYLOAD.
004200         10  CB-T-DETAIL-COUNT PIC 9(07).
004300         10  CB-T-TOTAL-AMOUNT PIC 9(11)V9(02).
004400         10  FILLER            PIC X(53).
