000100*-----------------------------------------------------------------
000200* SELCHGO.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE CHARGE-OFF FILE.  INDEXED BY ACCOUNT
000500* NUMBER SO AR230 CAN FIND A CHARGED-OFF ACCOUNT'S RECORD AT
000600* RANDOM TO APPLY A RECOVERY, AND PASSED SEQUENTIALLY FOR THE
000700* MONTHLY LOSS REPORT.
000800*-----------------------------------------------------------------
000900     SELECT CHGOFF-FILE ASSIGN TO "CHGOFF"
001000         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS CHGO-ACCT-NO
001300         FILE STATUS IS WS-CHGO-STATUS.
