000100*-----------------------------------------------------------------
000200* SELINTR.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE SATELLITE-FILE INTEGRITY REPORT.
000500*-----------------------------------------------------------------
000600     SELECT INTG-RPT ASSIGN TO "INTGRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL.
