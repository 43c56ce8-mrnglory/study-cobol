000100*-----------------------------------------------------------------
000200* SELGLIF.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE DAILY GENERAL-LEDGER INTERFACE FILE.
000500* APPENDED TO BY THE AR096 GL WRITER ON BEHALF OF EVERY RUN THAT
000600* MOVES MONEY; PROVED BY AR440 AND PICKED UP BY GENERAL
000700* ACCOUNTING.
000800*-----------------------------------------------------------------
000900     SELECT GL-FILE ASSIGN TO "GLFILE"
001000         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-GLIF-STATUS.
