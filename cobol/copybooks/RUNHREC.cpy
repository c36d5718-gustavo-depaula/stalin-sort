001130*                    THE BAD RUN'S ROWS 'S' SO VECTREND DOES NOT
001140*                    TREND THEM.  ROWS FROM BEFORE THE FIELD
001150*                    CARRY SPACE THERE AND COUNT AS CURRENT.
001160*    10/15/2026  GG  ADDED RH-CORRECTION-FLAG AND RH-PRIORITY,
001170*                    COPIED FROM THE VECTOR'S COUNT RECORD, SO
001180*                    CHGBACK CAN PRICE CORRECTION RUNS AND 'H'
001190*                    VECTORS.  ROWS FROM BEFORE THE FIELDS CARRY
001195*                    SPACES AND ARE CHARGED AS ORDINARY RUNS.
001200******************************************************************
001300 01  RH-RECORD.
001400     05  RH-RUN-DATE.
002410     05  RH-STATUS             PIC X(01).
002420         88  RH-CURRENT            VALUE ' '.
002430         88  RH-SUPERSEDED         VALUE 'S'.
002440     05  RH-CORRECTION-FLAG    PIC X(01).
002450         88  RH-CORRECTION-RUN     VALUE 'C'.
002460     05  RH-PRIORITY           PIC X(01).
002470         88  RH-HIGH-PRIORITY      VALUE 'H'.
002500     05  FILLER                PIC X(41).
