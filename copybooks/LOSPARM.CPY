000100*-----------------------------------------------------------------
000200* LOSPARM.CPY
000300*
000400* ONE-RECORD CONTROL CARD FOR THE AR420 CHARGE-OFF/RECOVERY
000500* REPORT.  KEYED AS UNSIGNED DIGITS:
000600*   LOSP-REPORT-MONTH   THE MONTH REPORTED (YYYYMM).
000700*-----------------------------------------------------------------
000800 FD  LOSS-PARM
000900     RECORDING MODE F.
001000 01  LOSS-PARM-REC.
001100     05  LOSP-REPORT-MONTH   PIC 9(6).
