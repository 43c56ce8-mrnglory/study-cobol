000100*-----------------------------------------------------------------
000200* CHGPARM.CPY
000300*
000400* ONE-RECORD CONTROL CARD FOR THE AR410 CHARGE-OFF RUN.  KEYED AS
000500* UNSIGNED DIGITS, ZERO-FILLED TO THE FULL WIDTH:
000600*   CHGP-DAYS-OVER      AGE-DAYS-OVER AT OR ABOVE WHICH AN ACCOUNT
000700*                       IS CHARGED OFF (TYPICALLY 180).
000800*-----------------------------------------------------------------
000900 FD  CHGOFF-PARM
001000     RECORDING MODE F.
001100 01  CHGOFF-PARM-REC.
001200     05  CHGP-DAYS-OVER      PIC 9(3).
