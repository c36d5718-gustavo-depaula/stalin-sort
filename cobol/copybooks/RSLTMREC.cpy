000600*    ------------------------------------------------------------
000700*    08/22/2026  GG  WRITTEN FOR THE ONLINE INQUIRY WORK.
000710*    09/01/2026  GG  ADDED RM-CORRECTION-FLAG - SEE RSLTREC.
000720*    10/15/2026  GG  ADDED RM-REF-KEY - SEE RSLTREC.
000800*****************************************************************
000900 01  RM-RECORD.
001000     05  RM-KEY.
001900     05  RM-REASON             PIC X(30).
001910     05  RM-CORRECTION-FLAG    PIC X(01).
001920         88  RM-IS-CORRECTION      VALUE 'C'.
001930     05  RM-REF-KEY            PIC X(16).
002000     05  FILLER                PIC X(10).
