000100*-----------------------------------------------------------------
000200* SELDSPP.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE DISPUTE RESOLUTION-DEADLINE CONTROL
000500* CARD.
000600*-----------------------------------------------------------------
000700     SELECT DISP-PARM ASSIGN TO "DISPCARD"
000800         ORGANIZATION IS LINE SEQUENTIAL.
