000100*-----------------------------------------------------------------
000200* SELLBOX.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE BANK LOCKBOX REMITTANCE FILE, READ BY
000500* THE AR450 LOCKBOX INTAKE RUN.
000600*-----------------------------------------------------------------
000700     SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
000800         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-LBOX-STATUS.
