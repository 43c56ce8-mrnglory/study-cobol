000100*-----------------------------------------------------------------
000200* CHGOREC.CPY
000300*
000400* CHARGE-OFF FILE - FD AND RECORD LAYOUT.  ONE RECORD PER ACCOUNT
000500* AR410 HAS CHARGED OFF: THE DATE, THE BALANCE WRITTEN OFF, THE
000600* POST-REF OF THE WRITE-OFF CREDIT IT CUT, THE DAYS OVER LIMIT AND
000700* THE STATUS THE ACCOUNT HELD AT THE TIME, AND THE USA-STATE THE
000800* LOSS IS REPORTED UNDER.  AR230 ADDS EVERY LATER PAYMENT ON THE
000900* ACCOUNT TO CHGO-RECOVERED INSTEAD OF THE BALANCE.  THE FILE
001000* ACCUMULATES ACROSS RUNS LIKE THE AUDIT TRAIL.
001100*-----------------------------------------------------------------
001200 FD  CHGOFF-FILE
001300     RECORDING MODE F.
001400 01  CHGO-REC.
001500     05  CHGO-ACCT-NO        PIC X(8).
001600     05  CHGO-DATE           PIC 9(8).
001700     05  CHGO-AMOUNT         PIC S9(7)V99 COMP-3.
001800     05  CHGO-REF            PIC X(12).
001900     05  CHGO-DAYS-OVER      PIC 9(5) COMP-3.
002000     05  CHGO-PRIOR-STATUS   PIC X(1).
002100     05  CHGO-USA-STATE      PIC X(15).
002200     05  CHGO-RECOVERED      PIC S9(7)V99 COMP-3.
002300     05  CHGO-LAST-RECOV-DATE
002400                             PIC 9(8).
