000100*-----------------------------------------------------------------
000200* REVRREC.CPY
000300*
000400* CREDIT-LIMIT REVIEW REPORT - FD AND PRINT LINE LAYOUTS.  ONE
000500* DETAIL LINE PER ACTIVE ACCOUNT REVIEWED, SHOWING EVERY INPUT
000600* THE SCORE WAS BUILT FROM (UTILIZATION PERCENT, BUREAU SCORE -
000700* "---" WHEN NONE IS ON FILE - DAYS OVER LIMIT, AND PAYMENTS IN
000800* THE QUARTER), THE TOTAL POINTS, THE RECOMMENDATION, AND THE
000900* PROPOSED LIMIT.  END-OF-RUN TOTAL LINES CARRY THE COUNT AND
001000* LIMIT DOLLARS FOR EACH RECOMMENDATION (THE REDEFINES PATTERN
001100* FOLLOWS FCRGREC.CPY'S TOTAL-REC).
001200*-----------------------------------------------------------------
001300 FD  REVIEW-RPT
001400     RECORDING MODE F.
001500 01  REVIEW-RPT-REC.
001600     05  REVR-ACCT-NO-O      PIC X(8).
001700     05  REVR-LIMIT-O        PIC $$,$$$,$$9.99.
001800     05  REVR-BALANCE-O      PIC $$,$$$,$$9.99-.
001900     05  REVR-UTIL-O         PIC ZZ9.
002000     05  FILLER              PIC X(2).
002100     05  REVR-SCORE-O        PIC X(3).
002200     05  REVR-DAYS-O         PIC ZZZZ9.
002300     05  REVR-PAYMENTS-O     PIC ZZZ9.
002400     05  REVR-POINTS-O       PIC +Z9.
002500     05  FILLER              PIC X(2).
002600     05  REVR-ACTION-O       PIC X(9).
002700     05  REVR-NEW-LIMIT-O    PIC $$,$$$,$$9.99.
002800 01  REVR-TOTAL-REC REDEFINES REVIEW-RPT-REC.
002900     05  REVR-TOT-LABEL-O    PIC X(25).
003000     05  REVR-TOT-COUNT-O    PIC Z,ZZZ,ZZ9.
003100     05  REVR-TOT-AMT-O      PIC $$$$,$$$,$$9.99-.
003200     05  FILLER              PIC X(29).
