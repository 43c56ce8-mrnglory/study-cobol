000100*-----------------------------------------------------------------
000200* SELBILL.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE BILLING FILE.  INDEXED BY ACCOUNT
000500* NUMBER SO AR240 CAN REWRITE AN ACCOUNT'S BILL AS IT PRINTS THE
000600* STATEMENT AND AR230 CAN FIND IT AT RANDOM TO CREDIT A PAYMENT,
000700* AND PASSED SEQUENTIALLY BY THE AR430 MISSED-PAYMENT RUN.
000800*-----------------------------------------------------------------
000900     SELECT BILL-FILE ASSIGN TO "BILLING"
001000         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS BILL-ACCT-NO
001300         FILE STATUS IS WS-BILL-STATUS.
