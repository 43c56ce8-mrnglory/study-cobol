002855*   09/02/2026 DPC   NOW STAMPS THE COMMON RUN-CONTROL LOG AT
002870*                    START AND END (CALLS AR095) SO THE AR350
002885*                    WINDOW-CLOSE REPORT CAN PROVE THE WINDOW.
002890*   10/15/2026 DPC   ACCT-STATUS "W" NOW DECODES AS "CHARGE-OFF"
002893*                    INSTEAD OF FALLING THROUGH TO "UNKNOWN",
002894*                    AND "W" IS ACCEPTED AS A STATUS FILTER.
002900*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
009110     IF WS-STATUS-FILTER NOT = "*" AND WS-STATUS-FILTER NOT =
009120         SPACE AND WS-STATUS-FILTER NOT = "A" AND
009130         WS-STATUS-FILTER NOT = "C" AND WS-STATUS-FILTER NOT =
009140         "F" AND WS-STATUS-FILTER NOT = "D" AND
009145         WS-STATUS-FILTER NOT = "W"
009150         DISPLAY "AR290 - STATUS FILTER ON CONTROL CARD NOT"
009160             " A, C, F, D, W, *, OR SPACE: " WS-STATUS-FILTER
009170         STOP RUN
009180     END-IF.
009200     OPEN INPUT  ACCT-REC.
017200             MOVE "FROZEN"     TO WS-STATUS-DESC
017300         WHEN ACCT-DELINQUENT
017400             MOVE "DELINQUENT" TO WS-STATUS-DESC
017430         WHEN ACCT-CHARGED-OFF
017460             MOVE "CHARGE-OFF" TO WS-STATUS-DESC
017500         WHEN OTHER
017600             MOVE "UNKNOWN"    TO WS-STATUS-DESC
017700     END-EVALUATE.
