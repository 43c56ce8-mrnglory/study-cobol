000100*-----------------------------------------------------------------
000200* SELDSPR.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE DISPUTE MAINTENANCE REGISTER.
000500*-----------------------------------------------------------------
000600     SELECT DISP-RPT ASSIGN TO "DISPRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL.
