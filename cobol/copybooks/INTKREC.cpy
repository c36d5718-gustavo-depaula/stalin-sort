000100*****************************************************************
000200*    INTKREC - FEED INTAKE CONTROL RECORD LAYOUT
000300*    ONE RECORD PER CONFIGURED SENDER SLOT, REWRITTEN FROM THE TOP
000400*    EACH NIGHT BY FEEDINTK ON INTKCTL.  IT SAYS WHAT BECAME OF
000500*    EACH BUREAU'S FEED: ACCEPTED INTO THE CONSOLIDATED VECTORIN,
000600*    OR HELD BACK AS LATE (NO FEED, OR AN EMPTY ONE), DUPLICATE
000700*    (SERIAL ALREADY PROCESSED FOR THAT SENDER) OR BROKEN (NO
000800*    MANIFEST, OR ONE THAT DOES NOT RECONCILE).  IK-RECORDS,
000900*    IK-VECTORS AND IK-HASH ARE WHAT INTAKE COUNTED ON THE FEED,
001000*    NOT WHAT THE MANIFEST CLAIMED.  IK-GAP-FLAG MARKS AN
001100*    ACCEPTED SERIAL THAT SKIPPED PAST THE SENDER'S HIGHEST ON
001200*    FEEDCTL PLUS ONE - IK-EXPECTED-SERIAL IS THE ONE MISSED.
001300*    SORTVECT (OR VECSPLIT) READS IT TO REGISTER THE ACCEPTED
001400*    SERIALS ON FEEDCTL AT CLEAN END OF JOB AND TO NAME THE HELD
001500*    BUREAUS ON BALRPT; MORNSUMM READS IT FOR THE SHIFT PAGE.
001600*    ------------------------------------------------------------
001700*    10/15/2026  GG  WRITTEN FOR THE MULTI-BUREAU INTAKE WORK.
001800*****************************************************************
001900 01  IK-RECORD.
002000     05  IK-SLOT               PIC 9(01).
002100     05  IK-SENDER-ID          PIC X(04).
002200     05  IK-STATUS             PIC X(01).
002300         88  IK-ACCEPTED           VALUE 'A'.
002400         88  IK-LATE               VALUE 'L'.
002500         88  IK-DUPLICATE          VALUE 'D'.
002600         88  IK-BROKEN             VALUE 'B'.
002700     05  IK-SERIAL             PIC 9(06).
002800     05  IK-FEED-DATE          PIC 9(08).
002900     05  IK-RECORDS            PIC 9(08).
003000     05  IK-VECTORS            PIC 9(04).
003100     05  IK-HASH               PIC S9(10)
003200                               SIGN IS LEADING SEPARATE.
003300     05  IK-EXPECTED-SERIAL    PIC 9(06).
003400     05  IK-GAP-FLAG           PIC X(01).
003500         88  IK-SERIAL-GAP         VALUE 'G'.
003600     05  IK-RUN-DATE           PIC 9(08).
003700     05  IK-REASON             PIC X(20).
003800     05  FILLER                PIC X(02).
