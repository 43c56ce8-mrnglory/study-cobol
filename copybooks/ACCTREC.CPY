000686*                    IMAGE LENGTHS IN BJRNREC.CPY (AND THE
000688*                    WORKING-STORAGE IMAGES IN AR200/AR260) IN
000690*                    STEP.
000691*   10/15/2026 DPC   NEW ACCT-STATUS "W" (CHARGED OFF), SET ONLY
000692*                    BY THE AR410 CHARGE-OFF RUN.  A CHARGED-OFF
000693*                    ACCOUNT IS NO LONGER AGED, DUNNED, BILLED,
000694*                    OR ASSESSED, AND AR230 APPLIES ITS PAYMENTS
000695*                    AS RECOVERIES ON THE CHARGE-OFF FILE.
000700*-----------------------------------------------------------------
000800 FD  ACCT-REC
000900     RECORDING MODE F.
002030             88  ACCT-CLOSED         VALUE "C".
002040             88  ACCT-FROZEN         VALUE "F".
002050             88  ACCT-DELINQUENT     VALUE "D".
002055             88  ACCT-CHARGED-OFF    VALUE "W".
002060         10  RESERVED        PIC X(6).
002100     05  COMMENTS            PIC X(50).
