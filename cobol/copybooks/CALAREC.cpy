000100*****************************************************************
000200*    CALAREC - PROCESSING CALENDAR AUDIT RECORD LAYOUT
000300*    ONE RECORD PER CHANGE TO THE CALMSTR CALENDAR MASTER -
000400*    WHO, WHEN, WHICH CALENDAR DATE, AND THE OPERATOR-SET PART
000500*    OF THE CALENDAR RECORD (CL-SETTINGS, SEE CALREC) AS IT
000600*    STOOD BEFORE AND AFTER.  KEYED BY CHANGE DATE, TIME AND
000700*    CALENDAR DATE SO THE TRAIL READS BACK IN CHANGE ORDER, THE
000800*    SAME SHAPE AS VREGAREC.  WRITTEN BY THE STALCAL SCREEN AND
000900*    BY CALBUILD (OPERATOR CALBUILD) FOR THE DAYS IT ADDS.  A
001000*    NEWLY ADDED DATE'S OLD SETTINGS ARE SPACES.  NOTHING EVER
001100*    DELETES FROM THIS MASTER.
001200*    ------------------------------------------------------------
001300*    10/15/2026  GG  WRITTEN FOR THE PROCESSING CALENDAR WORK.
001400*****************************************************************
001500 01  CA-RECORD.
001600     05  CA-KEY.
001700         10  CA-CHG-DATE       PIC 9(08).
001800         10  CA-CHG-TIME       PIC 9(06).
001900         10  CA-CAL-DATE       PIC 9(08).
002000     05  CA-OPERATOR           PIC X(08).
002100     05  CA-OLD-SETTINGS       PIC X(29).
002200     05  CA-NEW-SETTINGS       PIC X(29).
002300     05  FILLER                PIC X(12).
