000100*-----------------------------------------------------------------
000200* SELGLXF.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE GL TRANSFER FILE - THE PROVED DAY'S
000500* GL INTERFACE RECORDS, HANDED OFF BY AR440 FOR GENERAL ACCOUNTING
000600* TO LOAD INTO THE LEDGER.
000700*-----------------------------------------------------------------
000800     SELECT GL-XFER ASSIGN TO "GLXFER"
000900         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS WS-GLXF-STATUS.
