000100*-----------------------------------------------------------------
000200* DSPRREC.CPY
000300*
000400* DISPUTE MAINTENANCE REGISTER - FD AND PRINT LINE LAYOUTS.  ONE
000500* DETAIL LINE PER DISPUTE OPENED OR RESOLVED: THE ACCOUNT, THE
000600* DISPUTED CHARGE'S HIST-REF, WHAT WAS DONE, THE DISPUTED AMOUNT,
000700* THE POST-REF OF THE CREDIT CUT FOR A CUSTOMER-FAVOR RESOLUTION,
000800* AND THE REASON.  THE END-OF-RUN TOTAL LINE'S CREDIT TOTAL TIES
000900* TO THE POST-RECS THE RUN WROTE (THE REDEFINES PATTERN FOLLOWS
001000* NSFRREC.CPY'S TOTAL-REC).
001100*-----------------------------------------------------------------
001200 FD  DISP-RPT
001300     RECORDING MODE F.
001400 01  DISP-RPT-REC.
001500     05  DSPR-ACCT-NO-O      PIC X(8).
001600     05  FILLER              PIC X(1).
001700     05  DSPR-HIST-REF-O     PIC X(12).
001800     05  FILLER              PIC X(1).
001900     05  DSPR-ACTION-O       PIC X(18).
002000     05  DSPR-AMOUNT-O       PIC $$,$$$,$$9.99.
002100     05  FILLER              PIC X(1).
002200     05  DSPR-CREDIT-REF-O   PIC X(12).
002300     05  FILLER              PIC X(1).
002400     05  DSPR-REASON-O       PIC X(30).
002500 01  DSPR-TOTAL-REC REDEFINES DISP-RPT-REC.
002600     05  DSPR-TOT-LABEL-O    PIC X(25).
002700     05  DSPR-TOT-OPENED-O   PIC Z,ZZZ,ZZ9.
002800     05  DSPR-TOT-RESOLVED-O PIC Z,ZZZ,ZZ9.
002900     05  DSPR-TOT-CREDITS-O  PIC $$$$,$$$,$$9.99.
003000     05  FILLER              PIC X(39).
