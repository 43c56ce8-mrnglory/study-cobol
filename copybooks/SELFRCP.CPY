000100*-----------------------------------------------------------------
000200* SELFRCP.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE FORWARD-RECOVERY CONTROL CARD.
000500*-----------------------------------------------------------------
000600     SELECT FRCV-PARM ASSIGN TO "FRCVCARD"
000700         ORGANIZATION IS LINE SEQUENTIAL.
