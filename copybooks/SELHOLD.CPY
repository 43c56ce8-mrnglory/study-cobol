000100*-----------------------------------------------------------------
000200* SELHOLD.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE INTEGRITY SWEEP HOLDING FILE - EVERY
000500* RECORD THE SWEEP PURGES, WRITTEN HERE FIRST SO IT CAN BE PUT
000600* BACK.  SEQUENTIAL, NOT LINE SEQUENTIAL - THE IMAGES CARRY COMP-3
000700* FIELDS.  IT ACCUMULATES ACROSS RUNS.
000800*-----------------------------------------------------------------
000900     SELECT INTG-HOLD ASSIGN TO "INTGHOLD"
001000         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-HOLD-STATUS.
