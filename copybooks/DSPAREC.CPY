000100*-----------------------------------------------------------------
000200* DSPAREC.CPY
000300*
000400* OPEN-DISPUTES AGING REPORT - FD AND PRINT LINE LAYOUTS.  ONE
000500* DETAIL LINE PER OPEN DISPUTE: THE ACCOUNT, THE DISPUTED CHARGE'S
000600* HIST-REF, THE DATE OPENED, DAYS OPEN, THE AGE BUCKET, THE
000700* DISPUTED AMOUNT, AND THE DEADLINE FLAG.  THE TOTAL LINES THAT
000800* CLOSE THE REPORT GIVE THE COUNT AND DOLLARS IN EACH BUCKET AND
000900* PAST THE DEADLINE (THE REDEFINES PATTERN FOLLOWS NSFRREC.CPY'S
001000* TOTAL-REC).
001100*-----------------------------------------------------------------
001200 FD  DISP-AGE-RPT
001300     RECORDING MODE F.
001400 01  DISP-AGE-REC.
001500     05  DSPA-ACCT-NO-O      PIC X(8).
001600     05  FILLER              PIC X(1).
001700     05  DSPA-HIST-REF-O     PIC X(12).
001800     05  FILLER              PIC X(1).
001900     05  DSPA-OPEN-DATE-O    PIC 9(8).
002000     05  FILLER              PIC X(1).
002100     05  DSPA-DAYS-O         PIC ZZZ9.
002200     05  FILLER              PIC X(1).
002300     05  DSPA-BUCKET-O       PIC X(6).
002400     05  DSPA-AMOUNT-O       PIC $$,$$$,$$9.99.
002500     05  FILLER              PIC X(1).
002600     05  DSPA-FLAG-O         PIC X(24).
002700 01  DSPA-TOTAL-REC REDEFINES DISP-AGE-REC.
002800     05  DSPA-TOT-LABEL-O    PIC X(25).
002900     05  DSPA-TOT-COUNT-O    PIC Z,ZZZ,ZZ9.
003000     05  DSPA-TOT-AMOUNT-O   PIC $$$$,$$$,$$9.99.
003100     05  FILLER              PIC X(31).
