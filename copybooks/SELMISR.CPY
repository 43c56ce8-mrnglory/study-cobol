000100*-----------------------------------------------------------------
000200* SELMISR.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE MISSED-PAYMENT REPORT PRINTED BY
000500* AR430.
000600*-----------------------------------------------------------------
000700     SELECT MISSED-RPT ASSIGN TO "MISSRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL.
