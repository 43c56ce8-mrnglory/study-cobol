000100*-----------------------------------------------------------------
000200* DUPRREC.CPY
000300*
000400* DUPLICATE-POSTING REPORT - FD AND PRINT LINE LAYOUTS.  EVERY
000500* POSTING AR230 TURNS AWAY BECAUSE ITS POST-REF WAS ALREADY
000600* APPLIED (ON THE HISTORY FILE) OR ALREADY SEEN EARLIER IN THE
000700* SAME RUN PRINTS AS A PAIR OF LINES - THE ORIGINAL POSTING
000800* FIRST, THEN THE REPEAT - SO THE POSTING CLERK CAN SEE BOTH
000900* SIDES BEFORE DECIDING WHAT TO DO WITH THE SUSPENSE ITEM.  THE
001000* SOURCE COLUMN SAYS WHERE THE ORIGINAL WAS FOUND, AND ON THE
001050* REPEAT WHETHER IT WAS PARKED IN SUSPENSE, WAS ALREADY THERE,
001070* OR COULD NOT BE WRITTEN.  AN END-OF-RUN TOTAL LINE CARRIES
001100* THE DUPLICATE COUNT AND DOLLARS (THE REDEFINES PATTERN
001200* FOLLOWS PJRLREC.CPY'S TOTAL-REC).
001300*-----------------------------------------------------------------
001400 FD  DUP-RPT
001500     RECORDING MODE F.
001600 01  DUP-RPT-REC.
001700     05  DUPR-LINE-TYPE-O    PIC X(9).
001800     05  DUPR-ACCT-NO-O      PIC X(8).
001900     05  DUPR-DC-O           PIC X(6).
002000     05  DUPR-AMOUNT-O       PIC $$,$$$,$$9.99.
002100     05  DUPR-DATE-O         PIC 9(8).
002200     05  DUPR-REF-O          PIC X(12).
002300     05  DUPR-SOURCE-O       PIC X(21).
002400 01  DUPR-TOTAL-REC REDEFINES DUP-RPT-REC.
002500     05  DUPR-TOT-LABEL-O    PIC X(25).
002600     05  DUPR-TOT-COUNT-O    PIC Z,ZZZ,ZZ9.
002700     05  DUPR-TOT-AMT-O      PIC $$$$,$$$,$$9.99.
002800     05  FILLER              PIC X(28).
