002760*                    INTO CARD IMAGES AND RUN THROUGH THE SAME
002770*                    EDITS; A MISSING OR EMPTY MASTER FALLS BACK
002780*                    TO THE CARDS UNCHANGED.
002790*    10/15/2026  GG  A QUARTER-END RUN (RUN TYPE 'Q', OFF THE NEW
002791*                    PROCESSING CALENDAR) IS KEPT FOR THE
002792*                    MONTH-END RETENTION - IT IS ITS MONTH'S
002793*                    MONTH-END AS WELL.
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
028700     MOVE WS-DAY-NUMBER TO WS-RUN-DAYS.
028800     COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-RUN-DAYS.
028900     IF WS-IX-RUN-TYPE(WS-INDEX-SUB) = 'M'
028950         OR WS-IX-RUN-TYPE(WS-INDEX-SUB) = 'Q'
029000         MOVE WS-MONTHEND-RETAIN-DAYS TO WS-LIMIT-DAYS
029100     ELSE
029200         MOVE WS-DAILY-RETAIN-DAYS TO WS-LIMIT-DAYS
