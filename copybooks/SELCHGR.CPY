000100*-----------------------------------------------------------------
000200* SELCHGR.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE CHARGE-OFF REGISTER PRINTED BY AR410.
000500*-----------------------------------------------------------------
000600     SELECT CHGOFF-RPT ASSIGN TO "CHGORPT"
000700         ORGANIZATION IS LINE SEQUENTIAL.
