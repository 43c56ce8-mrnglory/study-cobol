000100*-----------------------------------------------------------------
000200* SELDSPA.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE OPEN-DISPUTES AGING REPORT.
000500*-----------------------------------------------------------------
000600     SELECT DISP-AGE-RPT ASSIGN TO "DISPAGE"
000700         ORGANIZATION IS LINE SEQUENTIAL.
