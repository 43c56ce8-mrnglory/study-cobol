000100*-----------------------------------------------------------------
000200* SELREVT.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE PROPOSED LIMIT-CHANGE TRANSACTIONS
000500* THE AR400 CREDIT-LIMIT REVIEW WRITES.  SAME TRAN-REC LAYOUT
000600* (TRANREC.CPY) AS THE RAW MAINTENANCE FILE, SO ONCE THE CREDIT
000700* MANAGER APPROVES THE REVIEW THE FILE IS FED STRAIGHT INTO
000800* AR190 IN PLACE OF THE KEYED TRANSACTIONS AND ON TO AR200.
000900*-----------------------------------------------------------------
001000     SELECT TRANS-FILE ASSIGN TO "REVWTRAN"
001100         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS WS-TRAN-STATUS.
