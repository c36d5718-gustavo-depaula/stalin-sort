001430*                    REPLACES THAT VECTOR'S EXISTING MASTER
001440*                    RECORDS INSTEAD OF RESETTING THE WHOLE
001450*                    MASTER.  SEE VI-CORRECTION-FLAG IN VECTREC.
001460*    10/15/2026  GG  ADDED RS-REF-KEY - THE SENDER'S ELEMENT
001470*                    REFERENCE KEY OFF THE VECTOR-IN DETAIL
001480*                    RECORD (SEE VI-REF-KEY IN VECTREC), BLANK
001490*                    WHEN THE SENDER SUPPLIED NONE.
001500*****************************************************************
001600 01  RS-RECORD.
001700     05  RS-KEY.
002600     05  RS-REASON             PIC X(30).
002610     05  RS-CORRECTION-FLAG    PIC X(01).
002620         88  RS-IS-CORRECTION      VALUE 'C'.
002630     05  RS-REF-KEY            PIC X(16).
002700     05  FILLER                PIC X(10).
