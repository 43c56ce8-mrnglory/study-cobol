000100*-----------------------------------------------------------------
000200* SELINTP.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE INTEGRITY SWEEP CONTROL CARD.
000500*-----------------------------------------------------------------
000600     SELECT INTG-PARM ASSIGN TO "INTGCARD"
000700         ORGANIZATION IS LINE SEQUENTIAL.
