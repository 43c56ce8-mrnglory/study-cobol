000100*-----------------------------------------------------------------
000200* RTPYREC.CPY
000300*
000400* RETURNED-PAYMENT REGISTER - FD AND RECORD LAYOUT.  ONE RECORD
000500* PER RETURNED PAYMENT AR390 REVERSED, KEYED ON THE ORIGINAL
000600* PAYMENT'S POST-REF: THE ACCOUNT, THE AMOUNT RETURNED, THE
000700* ORIGINAL POSTING DATE, THE BANK'S RETURN DATE AND REASON, THE
000800* DATE OF THE REVERSAL RUN, AND THE POST-REFS AND AMOUNTS OF
000900* THE REVERSING DEBIT AND THE RETURNED-PAYMENT FEE IT CUT.  THE
001000* FILE ACCUMULATES ACROSS RUNS LIKE THE AUDIT TRAIL - IT IS
001100* WHERE AR390 COUNTS AN ACCOUNT'S RETURNS OVER THE LAST TWELVE
001200* MONTHS.
001300*-----------------------------------------------------------------
001400 FD  RETPAY-FILE
001500     RECORDING MODE F.
001600 01  RTPY-REC.
001700     05  RTPY-ORIG-REF       PIC X(12).
001800     05  RTPY-ACCT-NO        PIC X(8).
001900     05  RTPY-AMOUNT         PIC S9(7)V99 COMP-3.
002000     05  RTPY-ORIG-DATE      PIC 9(8).
002100     05  RTPY-RETURN-DATE    PIC 9(8).
002200     05  RTPY-REASON         PIC X(3).
002300     05  RTPY-RUN-DATE       PIC 9(8).
002400     05  RTPY-REV-REF        PIC X(12).
002500     05  RTPY-FEE-REF        PIC X(12).
002600     05  RTPY-FEE-AMOUNT     PIC S9(7)V99 COMP-3.
