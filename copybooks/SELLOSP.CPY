000100*-----------------------------------------------------------------
000200* SELLOSP.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE MONTHLY LOSS REPORT CONTROL CARD.
000500*-----------------------------------------------------------------
000600     SELECT LOSS-PARM ASSIGN TO "LOSSCARD"
000700         ORGANIZATION IS LINE SEQUENTIAL.
