000100*-----------------------------------------------------------------
000200* SELGLPR.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE GL PROOF REPORT PRINTED BY AR440.
000500*-----------------------------------------------------------------
000600     SELECT GL-PROOF-RPT ASSIGN TO "GLPRRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL.
