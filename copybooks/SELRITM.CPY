000100*-----------------------------------------------------------------
000200* SELRITM.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE BANK'S RETURNED-ITEM FILE - THE
000500* CUSTOMER PAYMENTS THE BANK SENT BACK UNPAID.
000600*-----------------------------------------------------------------
000700     SELECT RETURN-ITEMS ASSIGN TO "RETITEMS"
000800         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RITM-STATUS.
