000100*-----------------------------------------------------------------
000200* SELPREF.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE POSTED-REFERENCE FILE.  INDEXED BY
000500* POST-REF SO THE AR230 DUPLICATE-POSTING GUARD CAN LOOK EACH
000600* POSTING'S REFERENCE UP AT RANDOM.
000700*-----------------------------------------------------------------
000800     SELECT POSTREF-FILE ASSIGN TO "POSTREFS"
000900         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001100         RECORD KEY IS PREF-REF
001200         FILE STATUS IS WS-PREF-STATUS.
