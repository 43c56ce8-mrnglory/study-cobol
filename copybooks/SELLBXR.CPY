000100*-----------------------------------------------------------------
000200* SELLBXR.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE LOCKBOX MATCH-RATE REPORT PRINTED BY
000500* AR450.
000600*-----------------------------------------------------------------
000700     SELECT LBOX-RPT ASSIGN TO "LBOXRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL.
