000100*-----------------------------------------------------------------
000200* GLPRREC.CPY
000300*
000400* GL PROOF REPORT - FD AND PRINT LINE LAYOUTS.  ONE DETAIL LINE
000500* PER BATCH ON THE DAY'S GL INTERFACE FILE (SOURCE PROGRAM, BATCH
000600* TIME, LINE COUNT, DEBITS, CREDITS, AND WHETHER THE BATCH
000700* PROVED), THEN THE SUMMARY LINES - DAY'S DEBITS AND CREDITS, THE
000800* RECEIVABLE'S NET MOVEMENT AGAINST THE ACTIVITY FILE'S, AND THE
000900* VERDICT.
001000*-----------------------------------------------------------------
001100 FD  GL-PROOF-RPT
001200     RECORDING MODE F.
001300 01  GL-PROOF-RPT-REC.
001400     05  GLPR-SOURCE-O       PIC X(8).
001500     05  FILLER              PIC X(1).
001600     05  GLPR-BATCH-TIME-O   PIC 9(6).
001700     05  GLPR-LINES-O        PIC ZZZ,ZZ9.
001800     05  GLPR-DEBITS-O       PIC $$$$,$$$,$$9.99.
001900     05  GLPR-CREDITS-O      PIC $$$$,$$$,$$9.99.
002000     05  FILLER              PIC X(2).
002100     05  GLPR-STATUS-O       PIC X(20).
002200 01  GLPR-SUMMARY-REC REDEFINES GL-PROOF-RPT-REC.
002300     05  GLPR-SUM-LABEL-O    PIC X(35).
002400     05  GLPR-SUM-AMT-O      PIC $$$$,$$$,$$9.99-.
002500     05  FILLER              PIC X(23).
