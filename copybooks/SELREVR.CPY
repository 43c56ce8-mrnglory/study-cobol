000100*-----------------------------------------------------------------
000200* SELREVR.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE CREDIT-LIMIT REVIEW REPORT.
000500*-----------------------------------------------------------------
000600     SELECT REVIEW-RPT ASSIGN TO "REVWRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL.
