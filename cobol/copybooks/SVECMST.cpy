001020*                    SHIPS ONE SVECIFC SECTION PER VECTOR PER
001030*                    WAVE, SO THE SAME VECTOR ID CAN LEGALLY
001040*                    BALANCE MORE THAN ONCE ON ONE FEED.
001050*    10/15/2026  GG  ADDED MS-REF-KEY - THE SURVIVOR'S SENDER
001060*                    REFERENCE KEY, CARRIED FROM IF-REF-KEY.
001100******************************************************************
001200 01  MS-RECORD.
001300     05  MS-KEY.
001450         10  MS-WAVE           PIC 9(03).
001500         10  MS-SEQUENCE       PIC 9(04).
001600     05  MS-VALUE              PIC S9(6) SIGN IS LEADING SEPARATE.
001650     05  MS-REF-KEY            PIC X(16).
001700     05  FILLER                PIC X(42).
