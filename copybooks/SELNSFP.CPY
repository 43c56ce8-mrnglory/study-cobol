000100*-----------------------------------------------------------------
000200* SELNSFP.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE RETURNED-PAYMENT FEE CONTROL CARD.
000500*-----------------------------------------------------------------
000600     SELECT NSF-PARM ASSIGN TO "NSFCARD"
000700         ORGANIZATION IS LINE SEQUENTIAL.
