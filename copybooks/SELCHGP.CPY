000100*-----------------------------------------------------------------
000200* SELCHGP.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE CHARGE-OFF THRESHOLD CONTROL CARD.
000500*-----------------------------------------------------------------
000600     SELECT CHGOFF-PARM ASSIGN TO "CHGOCARD"
000700         ORGANIZATION IS LINE SEQUENTIAL.
