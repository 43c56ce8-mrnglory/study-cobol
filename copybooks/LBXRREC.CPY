000100*-----------------------------------------------------------------
000200* LBXRREC.CPY
000300*
000400* LOCKBOX MATCH-RATE REPORT - FD AND PRINT LINE LAYOUTS.  ONE LINE
000500* PER LOCKBOX BATCH: BATCH, DEPOSIT DATE, ITEMS, ITEMS MATCHED BY
000600* STUB ACCT-NO, ITEMS MATCHED BY LAST NAME AND ZIP CODE, ITEMS
000700* SENT TO SUSPENSE, THE MATCH RATE, THE BATCH DOLLARS, AND WHETHER
000800* THE BATCH PROVED (A BATCH THAT DID NOT IS HELD WHOLE AND NONE OF
000900* ITS ITEMS ARE MATCHED).  A TOTAL LINE FOR THE FILE FOLLOWS.
001000*-----------------------------------------------------------------
001100 FD  LBOX-RPT
001200     RECORDING MODE F.
001300 01  LBOX-RPT-REC.
001400     05  LBXR-BATCH-NO-O     PIC X(4).
001500     05  FILLER              PIC X(2).
001600     05  LBXR-DEP-DATE-O     PIC 9(8).
001700     05  LBXR-ITEMS-O        PIC ZZ,ZZ9.
001800     05  LBXR-BY-ACCT-O      PIC ZZ,ZZ9.
001900     05  LBXR-BY-NAME-O      PIC ZZ,ZZ9.
002000     05  LBXR-SUSPENSE-O     PIC ZZ,ZZ9.
002100     05  FILLER              PIC X(2).
002200     05  LBXR-RATE-O         PIC ZZ9.9.
002300     05  LBXR-PCT-O          PIC X(1).
002400     05  LBXR-AMOUNT-O       PIC $$$$,$$$,$$9.99.
002500     05  FILLER              PIC X(2).
002600     05  LBXR-STATUS-O       PIC X(22).
002700 01  LBXR-TOTAL-REC REDEFINES LBOX-RPT-REC.
002800     05  LBXR-TOT-LABEL-O    PIC X(14).
002900     05  LBXR-TOT-ITEMS-O    PIC ZZ,ZZ9.
003000     05  LBXR-TOT-BY-ACCT-O  PIC ZZ,ZZ9.
003100     05  LBXR-TOT-BY-NAME-O  PIC ZZ,ZZ9.
003200     05  LBXR-TOT-SUSP-O     PIC ZZ,ZZ9.
003300     05  FILLER              PIC X(2).
003400     05  LBXR-TOT-RATE-O     PIC ZZ9.9.
003500     05  LBXR-TOT-PCT-O      PIC X(1).
003600     05  LBXR-TOT-AMOUNT-O   PIC $$$$,$$$,$$9.99.
003700     05  FILLER              PIC X(24).
