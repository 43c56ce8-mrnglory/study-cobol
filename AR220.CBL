002093*   09/02/2026 DPC   THE DISPLAY NOW ALSO SHOWS THE AR380
002095*                    BUREAU RISK SCORE AND ITS SCORE DATE
002097*                    (LOWER SCORE = HIGHER RISK), OR "NO SCORE
002117*                    ON FILE".
002138*   10/15/2026 DPC   ACCT-STATUS "W" NOW DECODES AS "CHARGE-OFF"
002158*                    INSTEAD OF FALLING THROUGH TO "UNKNOWN".
002179*-----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
010900             MOVE "FROZEN"     TO WS-STATUS-DESC
011000         WHEN ACCT-DELINQUENT
011100             MOVE "DELINQUENT" TO WS-STATUS-DESC
011130         WHEN ACCT-CHARGED-OFF
011160             MOVE "CHARGE-OFF" TO WS-STATUS-DESC
011200         WHEN OTHER
011300             MOVE "UNKNOWN"    TO WS-STATUS-DESC
011400     END-EVALUATE.
