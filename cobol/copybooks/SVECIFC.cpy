001690*                    SVECRECV KNOWS TO REPLACE THAT VECTOR'S
001691*                    EXISTING MASTER RECORDS INSTEAD OF
001692*                    REBUILDING THE WHOLE MASTER FRESH.
001693*    10/15/2026  GG  ADDED IF-REF-KEY - A DETAIL RECORD CARRIES
001694*                    THE SURVIVOR'S SENDER REFERENCE KEY (SEE
001695*                    VI-REF-KEY IN VECTREC) THROUGH TO SVECMSTR.
001696*                    BLANK ON TRAILERS AND ON KEYLESS ELEMENTS.
001700******************************************************************
001800 01  IF-RECORD.
001900     05  IF-VECTOR-ID          PIC X(08).
002310     05  IF-WAVE-NUMBER        PIC 9(03).
002320     05  IF-CORRECTION-FLAG    PIC X(01).
002330         88  IF-IS-CORRECTION      VALUE 'C'.
002340     05  IF-REF-KEY            PIC X(16).
002400     05  FILLER                PIC X(44) VALUE SPACES.
