000800* POST-REF OF THE SOURCE DOCUMENT.  THE FILE ACCUMULATES ACROSS
000900* RUNS LIKE THE AUDIT TRAIL - AR240 PULLS EACH ACCOUNT'S CYCLE
001000* ACTIVITY FROM IT TO ITEMIZE THE MONTHLY STATEMENT.
001010*
001020* MOD-LOG
001030*   DATE       INIT  DESCRIPTION
001040*   ---------- ----- ------------------------------------------
001044*   10/15/2026 DPC   NEW HIST-DC-CODE "R" (RECOVERY) - A PAYMENT
001049*                    AR230 APPLIED TO A CHARGED-OFF ACCOUNT'S
001053*                    CHARGE-OFF RECORD RATHER THAN ITS BALANCE.
001058*                    READERS THAT TEST HIST-DEBIT / HIST-CREDIT
001063*                    PASS IT BY, AS THEY SHOULD - IT NEVER MOVED
001067*                    ACCT-BALANCE.
001072*   10/15/2026 DPC   ADDED HIST-RUN-DATE, HIST-RUN-TIME (HHMMSSHH
001076*                    AT RUN START) AND HIST-SEQ (WITHIN THE RUN)
001081*                    TO PLACE EACH POSTING AMONG THE DAY'S MASTER
001086*                    UPDATES, AND HIST-NEW-BALANCE (ACCT-BALANCE
001090*                    AFTER THE POSTING), SO THE AR460 FORWARD-
001095*                    RECOVERY RUN CAN REPLAY AND PROVE EACH ONE.
001100*-----------------------------------------------------------------
001200 FD  HIST-FILE
001300     RECORDING MODE F.
001700     05  HIST-DC-CODE        PIC X(1).
001800         88  HIST-DEBIT          VALUE "D".
001900         88  HIST-CREDIT         VALUE "C".
001950         88  HIST-RECOVERY       VALUE "R".
002000     05  HIST-AMOUNT         PIC S9(7)V99 COMP-3.
002100     05  HIST-REF            PIC X(12).
002200     05  HIST-RUN-DATE       PIC 9(8).
002300     05  HIST-RUN-TIME       PIC 9(8).
002400     05  HIST-SEQ            PIC 9(7) COMP-3.
002500     05  HIST-NEW-BALANCE    PIC S9(7)V99 COMP-3.
