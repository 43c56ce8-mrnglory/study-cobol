000100*-----------------------------------------------------------------
000200* NSFRREC.CPY
000300*
000400* RETURNED-PAYMENT REVERSAL REGISTER - FD AND PRINT LINE
000500* LAYOUTS.  ONE DETAIL LINE PER RETURNED ITEM REVERSED: THE
000600* ORIGINAL PAYMENT'S POST-REF AND AMOUNT, THE POST-REFS OF THE
000700* REVERSING DEBIT AND THE FEE CUT TO THE POST-FILE, THE FEE,
000800* THE ACCOUNT'S RETURN COUNT OVER THE LAST TWELVE MONTHS, AND
000900* THE FREEZE FLAG WHEN THAT COUNT HAS REACHED TWO.  THE END-OF-
001000* RUN TOTAL LINE TIES TO THE POST-RECS THE RUN WROTE (THE
001100* REDEFINES PATTERN FOLLOWS FCRGREC.CPY'S TOTAL-REC).
001200*-----------------------------------------------------------------
001300 FD  NSF-RPT
001400     RECORDING MODE F.
001500 01  NSF-RPT-REC.
001600     05  NSFR-ACCT-NO-O      PIC X(8).
001700     05  NSFR-ORIG-REF-O     PIC X(12).
001800     05  NSFR-AMOUNT-O       PIC $$,$$$,$$9.99.
001900     05  NSFR-REV-REF-O      PIC X(12).
002000     05  NSFR-FEE-O          PIC $$,$$9.99.
002100     05  NSFR-FEE-REF-O      PIC X(12).
002200     05  NSFR-RETURNS-O      PIC ZZ9.
002250     05  FILLER              PIC X(2).
002300     05  NSFR-FLAG-O         PIC X(16).
002400 01  NSFR-TOTAL-REC REDEFINES NSF-RPT-REC.
002500     05  NSFR-TOT-LABEL-O    PIC X(25).
002600     05  NSFR-TOT-COUNT-O    PIC Z,ZZZ,ZZ9.
002700     05  NSFR-TOT-REV-O      PIC $$$$,$$$,$$9.99.
002800     05  NSFR-TOT-FEE-O      PIC $$$$,$$$,$$9.99.
002900     05  FILLER              PIC X(23).
