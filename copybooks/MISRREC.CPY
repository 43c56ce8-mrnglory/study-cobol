000100*-----------------------------------------------------------------
000200* MISRREC.CPY
000300*
000400* MISSED-PAYMENT REPORT - FD AND PRINT LINE LAYOUTS.  ONE DETAIL
000500* LINE PER ACCOUNT THAT DID NOT PAY ITS MINIMUM BY THE DUE DATE:
000600* THE CUSTOMER, THE DUE DATE, THE MINIMUM DUE, WHAT WAS PAID, THE
000700* UNPAID AMOUNT, AND THE NUMBER OF CYCLES IN A ROW NOW MISSED.
000800* THE END-OF-RUN TOTAL LINE CARRIES THE ACCOUNT COUNT AND THE
000900* UNPAID DOLLARS (THE REDEFINES PATTERN FOLLOWS FCRGREC.CPY'S
001000* TOTAL-REC).
001100*-----------------------------------------------------------------
001200 FD  MISSED-RPT
001300     RECORDING MODE F.
001400 01  MISSED-RPT-REC.
001500     05  MISR-ACCT-NO-O      PIC X(8).
001600     05  FILLER              PIC X(1).
001700     05  MISR-LAST-NAME-O    PIC X(20).
001800     05  MISR-DUE-DATE-O     PIC 9(8).
001900     05  MISR-MIN-DUE-O      PIC $$,$$$,$$9.99.
002000     05  MISR-PAID-O         PIC $$,$$$,$$9.99.
002100     05  MISR-UNPAID-O       PIC $$,$$$,$$9.99.
002200     05  FILLER              PIC X(2).
002300     05  MISR-CYCLES-O       PIC ZZ9.
002400 01  MISR-TOTAL-REC REDEFINES MISSED-RPT-REC.
002500     05  MISR-TOT-LABEL-O    PIC X(25).
002600     05  MISR-TOT-COUNT-O    PIC Z,ZZZ,ZZ9.
002700     05  MISR-TOT-AMT-O      PIC $$$$,$$$,$$9.99.
002800     05  FILLER              PIC X(32).
