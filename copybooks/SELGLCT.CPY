000100*-----------------------------------------------------------------
000200* SELGLCT.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE GL ACCOUNT CONTROL TABLE.
000500*-----------------------------------------------------------------
000600     SELECT GL-CONTROL ASSIGN TO "GLCTL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-GLCT-STATUS.
