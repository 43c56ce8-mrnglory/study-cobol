000100*-----------------------------------------------------------------
000200* SELNSFR.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE RETURNED-PAYMENT REVERSAL REGISTER.
000500*-----------------------------------------------------------------
000600     SELECT NSF-RPT ASSIGN TO "NSFRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL.
