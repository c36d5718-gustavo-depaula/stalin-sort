001042*                    EARLY-INTERFACE FILE, CLOSED WITH ITS OWN
001043*                    MANIFEST, WHILE THE ROUTINE REMAINDER IS
001044*                    STILL SORTING.
001046*    10/15/2026  GG  ADDED THE DETAIL VIEW - A DETAIL RECORD MAY
001048*                    NOW CARRY A SENDER-SUPPLIED ELEMENT
001050*                    REFERENCE KEY (AN ACCOUNT OR ITEM NUMBER)
001052*                    IN VI-REF-KEY, SO THE BUREAU AND THE
001054*                    INQUIRY DESK TALK ABOUT THE SAME ITEM
001056*                    INSTEAD OF A POSITION NUMBER.  IT SITS
001058*                    CLEAR OF COLUMNS 19-54, WHERE RSLTRTRN'S
001060*                    RETURN FEED ALREADY CARRIES ITS REASON
001062*                    TEXT, SO A RETURNED RECORD RESHIPS AS IS.
001064*                    SORTVECT CARRIES THE KEY ONTO EVERY SVECIFC,
001066*                    RSLTOUT AND RECYCLE RECORD THE ELEMENT
001068*                    PRODUCES.  BLANK IS LEGAL - OLDER FEEDS
001070*                    SIMPLY HAVE NO KEY.
001072*    10/15/2026  GG  MULTI-BUREAU INTAKE - THE NIGHTLY FEED IS NOW
001074*                    BUILT BY FEEDINTK FROM SEVERAL BUREAU FEEDS.
001076*                    VI-SENDER-ID ON THE COUNT RECORD NAMES THE
001078*                    BUREAU THE VECTOR CAME FROM (INTAKE STAMPS
001080*                    IT; BLANK ON A FEED THAT NEVER WENT THROUGH
001082*                    INTAKE).  VM-SENDER-ID ON THE MANIFEST NAMES
001084*                    THE BUREAU WHOSE FEED IT CLOSES, OR *ALL ON
001086*                    THE CONSOLIDATED FEED INTAKE WRITES - WHOSE
001088*                    SERIAL IS THEN INTAKE'S OWN NIGHTLY SERIAL,
001090*                    NOT ANY ONE BUREAU'S.
001092******************************************************************
001100 01  VECTOR-IN-RECORD.
001200     05  VI-VALUE              PIC S9(8) SIGN IS LEADING SEPARATE.
001210     05  VI-SORT-DIRECTION        PIC X(01).
001264                               SIGN IS LEADING SEPARATE.
001265         10  VM-FEED-SERIAL    PIC 9(06).
001266         10  VM-FEED-DATE      PIC 9(08).
001267         10  VM-SENDER-ID      PIC X(04).
001268             88  VM-CONSOLIDATED-FEED VALUE '*ALL'.
001300         10  FILLER            PIC X(21).
001310     05  VI-COUNT-BODY REDEFINES VI-MANIFEST-BODY.
001320         10  VI-TOLERANCE-DELTA PIC 9(06).
001322         10  VI-CORRECTION-FLAG PIC X(01).
001324             88  VI-IS-CORRECTION  VALUE 'C'.
001326         10  VI-PRIORITY        PIC X(01).
001328             88  VI-HIGH-PRIORITY  VALUE 'H'.
001329         10  VI-SENDER-ID       PIC X(04).
001330         10  FILLER            PIC X(50).
001340     05  VI-DETAIL-BODY REDEFINES VI-MANIFEST-BODY.
001350         10  FILLER            PIC X(36).
001360         10  VI-REF-KEY        PIC X(16).
001370         10  FILLER            PIC X(10).
