000100*-----------------------------------------------------------------
000200* BILPARM.CPY
000300*
000400* ONE-RECORD CONTROL CARD FOR THE MINIMUM PAYMENT AND DUE DATE
000500* AR240 PUTS ON EACH STATEMENT.  KEYED AS UNSIGNED DIGITS,
000600* ZERO-FILLED TO THE FULL WIDTH, DECIMAL POINTS IMPLIED:
000700*   BILP-MIN-PCT        PERCENT OF ACCT-BALANCE DUE EACH CYCLE,
000800*                       TWO DECIMALS (0300 = 3.00 PERCENT).
000900*   BILP-MIN-FLOOR      DOLLAR FLOOR UNDER THAT PERCENTAGE, IN
001000*                       CENTS (0002500 = $25.00).
001100*   BILP-DUE-DAYS       DAYS FROM THE CYCLE TO-DATE TO THE PAYMENT
001200*                       DUE DATE (TYPICALLY 25).
001300*-----------------------------------------------------------------
001400 FD  BILL-PARM
001500     RECORDING MODE F.
001600 01  BILL-PARM-REC.
001700     05  BILP-MIN-PCT        PIC 9(2)V99.
001800     05  BILP-MIN-FLOOR      PIC 9(5)V99.
001900     05  BILP-DUE-DAYS       PIC 9(2).
