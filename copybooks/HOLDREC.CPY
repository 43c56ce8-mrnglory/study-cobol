000100*-----------------------------------------------------------------
000200* HOLDREC.CPY
000300*
000400* INTEGRITY SWEEP HOLDING FILE - FD AND RECORD LAYOUT.  ONE RECORD
000500* PER SATELLITE RECORD AR490 PURGED: THE FILE IT CAME OFF (BY
000600* ITS ASSIGN NAME), THE DATE OF THE PURGE, THE ACCOUNT, THE
000700* REASON, AND THE WHOLE RECORD IMAGE LEFT-JUSTIFIED AND SPACE-
000800* FILLED.  HOLD-IMAGE MUST STAY AS LONG AS THE LONGEST PURGEABLE
000900* RECORD (THE STATEMENT ARCHIVE LINE, 110 BYTES).
001000*-----------------------------------------------------------------
001100 FD  INTG-HOLD
001200     RECORDING MODE F.
001300 01  HOLD-REC.
001400     05  HOLD-FILE-ID        PIC X(8).
001500     05  HOLD-PURGE-DATE     PIC 9(8).
001600     05  HOLD-ACCT-NO        PIC X(8).
001700     05  HOLD-REASON         PIC X(36).
001800     05  HOLD-IMAGE          PIC X(120).
