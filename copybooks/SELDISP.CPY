000100*-----------------------------------------------------------------
000200* SELDISP.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE BILLING DISPUTE FILE.  INDEXED BY
000500* ACCT-NO PLUS THE DISPUTED CHARGE'S HISTORY REFERENCE, SO AN
000600* ACCOUNT'S DISPUTES SIT TOGETHER - A START ON THE ACCT-NO WITH
000700* LOW-VALUES IN THE REFERENCE FINDS THE FIRST OF THEM.
000800*-----------------------------------------------------------------
000900     SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
001000         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS DISP-KEY
001300         FILE STATUS IS WS-DISP-STATUS.
