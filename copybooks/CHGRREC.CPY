000100*-----------------------------------------------------------------
000200* CHGRREC.CPY
000300*
000400* CHARGE-OFF REGISTER - FD AND PRINT LINE LAYOUTS.  ONE DETAIL
000500* LINE PER ACCOUNT CHARGED OFF: THE CUSTOMER, THE USA-STATE, THE
000600* DAYS OVER LIMIT, THE BALANCE WRITTEN OFF, AND THE POST-REF OF
000700* THE WRITE-OFF CREDIT CUT TO THE POST-FILE.  THE END-OF-RUN TOTAL
000800* LINE TIES TO THE POST-RECS THE RUN WROTE (THE REDEFINES PATTERN
000900* FOLLOWS FCRGREC.CPY'S TOTAL-REC).
001000*-----------------------------------------------------------------
001100 FD  CHGOFF-RPT
001200     RECORDING MODE F.
001300 01  CHGOFF-RPT-REC.
001400     05  CHGR-ACCT-NO-O      PIC X(8).
001500     05  FILLER              PIC X(1).
001600     05  CHGR-LAST-NAME-O    PIC X(20).
001700     05  CHGR-STATE-O        PIC X(15).
001800     05  CHGR-DAYS-O         PIC ZZZZ9.
001900     05  CHGR-AMOUNT-O       PIC $$,$$$,$$9.99.
002000     05  FILLER              PIC X(2).
002100     05  CHGR-REF-O          PIC X(12).
002200 01  CHGR-TOTAL-REC REDEFINES CHGOFF-RPT-REC.
002300     05  CHGR-TOT-LABEL-O    PIC X(25).
002400     05  CHGR-TOT-COUNT-O    PIC Z,ZZZ,ZZ9.
002500     05  CHGR-TOT-AMT-O      PIC $$$$,$$$,$$9.99.
002600     05  FILLER              PIC X(27).
