000100*-----------------------------------------------------------------
000200* SELDUPR.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE DUPLICATE-POSTING REPORT.
000500*-----------------------------------------------------------------
000600     SELECT DUP-RPT ASSIGN TO "DUPRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL.
