000100*****************************************************************
000200*    PERFREC - BATCH-WINDOW PERFORMANCE LOG RECORD LAYOUT
000300*    APPENDED TO THE CUMULATIVE PERFLOG DATASET BY EACH STEP OF
000400*    THE NIGHTLY CHAIN THAT MOVES ELEMENTS - SORTVECT, SVECRECV
000500*    AND RSLTLOAD - SO THE TIME A NIGHT TOOK OUTLIVES ITS JOB
000600*    LOG THE SAME WAY RUNHIST KEEPS ITS COUNTS.  PERFRPT READS
000700*    IT TO RATE EACH STEP AND STREAM AND TO FORECAST WHETHER A
000800*    NEW FEED FITS THE BATCH WINDOW.  THREE KINDS OF RECORD:
000900*      V - ONE VECTOR (SORTVECT, RSLTLOAD) OR SECTION (SVECRECV)
001000*          FROM THE MOMENT THE STEP PICKED IT UP TO ITS FLUSH
001100*      C - SORTVECT'S PRIORITY INTERFACE CUT: START IS THE MOMENT
001200*          THE MANIFEST WAS PROVEN AT STEP START, END IS THE CUT
001300*      S - ONE WHOLE STEP, WRITTEN AT END OF JOB
001400*    TIMES ARE HHMMSSCC AS ACCEPT ... FROM TIME GIVES THEM.
001500*    PF-STREAM IS ZERO ON THE SINGLE-STREAM JOB AND 1-4 ON THE
001600*    PARALLEL SORT STEPS.  PF-FEED-RECORDS CARRIES THE MANIFEST
001700*    VM-TOTAL-RECORDS THE STEP WAS RUN AGAINST, WHERE IT HAS ONE.
001800*    ------------------------------------------------------------
001900*    10/15/2026  GG  WRITTEN FOR THE BATCH-WINDOW FORECAST WORK.
002000*****************************************************************
002100 01  PF-RECORD.
002200     05  PF-RECORD-TYPE        PIC X(01).
002300         88  PF-IS-VECTOR          VALUE 'V'.
002400         88  PF-IS-PRIORITY-CUT    VALUE 'C'.
002500         88  PF-IS-STEP            VALUE 'S'.
002600     05  PF-PROGRAM            PIC X(08).
002700     05  PF-STREAM             PIC 9(01).
002800     05  PF-VECTOR-ID          PIC X(08).
002900     05  PF-WAVE               PIC 9(03).
003000     05  PF-PRIORITY           PIC X(01).
003100         88  PF-HIGH-PRIORITY      VALUE 'H'.
003200     05  PF-START-DATE         PIC 9(08).
003300     05  PF-START-TIME         PIC 9(08).
003400     05  PF-END-DATE           PIC 9(08).
003500     05  PF-END-TIME           PIC 9(08).
003600     05  PF-ELEMENTS           PIC 9(08).
003700     05  PF-VECTORS            PIC 9(04).
003800     05  PF-FEED-RECORDS       PIC 9(08).
003900     05  FILLER                PIC X(06).
