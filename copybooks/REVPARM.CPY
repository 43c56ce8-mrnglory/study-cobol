000100*-----------------------------------------------------------------
000200* REVPARM.CPY
000300*
000400* ONE-RECORD CONTROL CARD SUPPLYING THE SCORING BANDS FOR THE
000500* AR400 QUARTERLY CREDIT-LIMIT REVIEW.  EVERY FIELD IS KEYED AS
000600* UNSIGNED DIGITS, ZERO-FILLED TO ITS FULL WIDTH:
000700*   REVP-FROM-DATE      FIRST DAY OF THE REVIEW QUARTER (YYYYMMDD)
000800*                       - PAYMENTS POSTED FROM THIS DATE COUNT.
000900*   REVP-SCORE-GOOD     BUREAU SCORE AT OR ABOVE WHICH +2 POINTS.
001000*   REVP-SCORE-POOR     BUREAU SCORE BELOW WHICH -2 POINTS.
001100*   REVP-UTIL-LOW       UTILIZATION PERCENT AT OR BELOW WHICH +1.
001200*   REVP-UTIL-HIGH      UTILIZATION PERCENT AT OR ABOVE WHICH -1.
001300*   REVP-DAYS-OVER-MAX  DAYS OVER LIMIT BEYOND WHICH -2 (ANY
001400*                       DAYS OVER LIMIT AT ALL IS -1; NONE IS +1).
001500*   REVP-MIN-PAYMENTS   PAYMENTS IN THE QUARTER FOR +1 (NONE ON A
001600*                       DEBIT BALANCE IS -1).
001700*   REVP-INCR-POINTS    TOTAL POINTS AT OR ABOVE WHICH AN
001800*                       INCREASE IS RECOMMENDED.
001900*   REVP-DECR-POINTS    TOTAL POINTS AT OR BELOW MINUS THIS
002000*                       NUMBER FOR WHICH A DECREASE IS
002050*                       RECOMMENDED.
002100*   REVP-INCR-PCT       PERCENT TO RAISE A LIMIT BY.
002200*   REVP-DECR-PCT       PERCENT TO CUT A LIMIT BY.
002300*   REVP-MAX-LIMIT      CEILING ON ANY RECOMMENDED LIMIT, DOLLARS.
002400*-----------------------------------------------------------------
002500 FD  REVIEW-PARM
002600     RECORDING MODE F.
002700 01  REVIEW-PARM-REC.
002800     05  REVP-FROM-DATE      PIC 9(8).
002900     05  REVP-SCORE-GOOD     PIC 9(3).
003000     05  REVP-SCORE-POOR     PIC 9(3).
003100     05  REVP-UTIL-LOW       PIC 9(3).
003200     05  REVP-UTIL-HIGH      PIC 9(3).
003300     05  REVP-DAYS-OVER-MAX  PIC 9(3).
003400     05  REVP-MIN-PAYMENTS   PIC 9(2).
003500     05  REVP-INCR-POINTS    PIC 9(1).
003600     05  REVP-DECR-POINTS    PIC 9(1).
003700     05  REVP-INCR-PCT       PIC 9(2).
003800     05  REVP-DECR-PCT       PIC 9(2).
003900     05  REVP-MAX-LIMIT      PIC 9(7).
