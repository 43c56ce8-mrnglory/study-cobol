000100*-----------------------------------------------------------------
000200* SELLOSR.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE MONTHLY CHARGE-OFF/RECOVERY REPORT.
000500*-----------------------------------------------------------------
000600     SELECT LOSS-RPT ASSIGN TO "LOSSRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL.
