002725*   09/02/2026 DPC   NOW STAMPS THE COMMON RUN-CONTROL LOG AT
002750*                    START AND END (CALLS AR095) SO THE AR350
002775*                    WINDOW-CLOSE REPORT CAN PROVE THE WINDOW.
002780*   10/15/2026 DPC   ACCT-STATUS "W" NOW DECODES AS "CHARGE-OFF"
002785*                    INSTEAD OF FALLING THROUGH TO "UNKNOWN".
002800*-----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
018800             MOVE "FROZEN"     TO WS-STATUS-DESC
018900         WHEN ACCT-DELINQUENT
019000             MOVE "DELINQUENT" TO WS-STATUS-DESC
019030         WHEN ACCT-CHARGED-OFF
019060             MOVE "CHARGE-OFF" TO WS-STATUS-DESC
019100         WHEN OTHER
019200             MOVE "UNKNOWN"    TO WS-STATUS-DESC
019300     END-EVALUATE.
