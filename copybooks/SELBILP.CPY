000100*-----------------------------------------------------------------
000200* SELBILP.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE MINIMUM-PAYMENT BILLING CONTROL CARD.
000500*-----------------------------------------------------------------
000600     SELECT BILL-PARM ASSIGN TO "BILLCARD"
000700         ORGANIZATION IS LINE SEQUENTIAL.
