000100*-----------------------------------------------------------------
000200* SELDTRN.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE DISPUTE MAINTENANCE TRANSACTIONS -
000500* THE OPENS AND RESOLUTIONS KEYED BY THE CREDIT DEPARTMENT.
000600*-----------------------------------------------------------------
000700     SELECT DISP-TRANS ASSIGN TO "DISPTRAN"
000800         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-DTRN-STATUS.
