000900*    SMALL - ONE RECORD A NIGHT.
001000*    ------------------------------------------------------------
001100*    09/01/2026  GG  WRITTEN FOR THE FEED REGISTRATION WORK.
001110*    10/15/2026  GG  ADDED FC-SENDER-ID - EACH BUREAU NOW HAS ITS
001120*                    OWN SERIAL SEQUENCE, AND FEEDINTK'S
001130*                    CONSOLIDATED NIGHTLY FEED HAS ONE MORE UNDER
001140*                    *ALL.  SERIALS ARE MATCHED WITHIN A SENDER
001150*                    ONLY.  ROWS WRITTEN BEFORE THE FIELD CARRY
001160*                    SPACES: THEY ARE THE OLD SINGLE SENDER'S,
001170*                    AND INTAKE COUNTS THEM AS THE BUREAU IN
001180*                    SENDER SLOT 1.
001200*****************************************************************
001300 01  FC-RECORD.
001400     05  FC-SERIAL             PIC 9(06).
001600     05  FC-RUN-DATE           PIC 9(08).
001700     05  FC-STATUS             PIC X(01).
001800         88  FC-PROCESSED          VALUE 'P'.
001850     05  FC-SENDER-ID          PIC X(04).
001900     05  FILLER                PIC X(53).
