000100 IDENTIFICATION DIVISION.
000200*-----------------------------------------------------------------
000300 PROGRAM-ID.    AR400.
000400 AUTHOR.        D P CONLEY.
000500 INSTALLATION.  CONSUMER CREDIT SERVICES - DATA PROCESSING.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*-----------------------------------------------------------------
000900* AR400 - QUARTERLY CREDIT-LIMIT REVIEW.
001000*
001100* SCORES EVERY ACTIVE ACCOUNT ON THE ACCOUNT MASTER AND PROPOSES
001200* A NEW CREDIT LIMIT.  FOUR INPUTS EACH ADD OR TAKE AWAY POINTS,
001300* BANDED BY THE REVIEW-PARM CONTROL CARD: THE BUREAU RISK SCORE
001400* AR380 LOADED, UTILIZATION OF ACCT-LIMIT, DAYS OVER LIMIT ON THE
001500* AGING FILE, AND THE NUMBER OF PAYMENTS POSTED IN THE QUARTER
001600* (FROM THE HISTORY FILE).  ENOUGH POINTS RECOMMENDS AN INCREASE,
001700* FEW ENOUGH A DECREASE - NEVER BELOW THE CURRENT BALANCE, NEVER
001800* ABOVE THE CARD'S CEILING, AND ALWAYS TO A WHOLE HUNDRED DOLLARS
001900* - AND EVERYTHING ELSE NO CHANGE.  THE REVIEW REPORT SHOWS THE
002000* CREDIT MANAGER EVERY ACCOUNT SCORED; EACH INCREASE OR DECREASE
002100* ALSO GOES OUT AS A CHANGE TRANSACTION (TRAN-LIMIT ONLY, EVERY
002200* OTHER FIELD OMITTED) WITH A TRAN-REASON NAMING THE REVIEW, SO
002300* APPROVED CHANGES RUN THROUGH AR190/AR200 AND LAND ON THE LIMIT
002400* AUDIT TRAIL LIKE ANY OTHER LIMIT CHANGE.  THE MASTER ITSELF IS
002500* NEVER UPDATED HERE.
002600*
002700* THE QUARTER'S PAYMENTS ARE SORTED INTO ACCT-NO ORDER AND MATCHED
002800* AGAINST THE MASTER AS IT IS READ IN KEY ORDER, SO THE HISTORY
002900* FILE IS PASSED ONCE WHATEVER THE SIZE OF THE BOOK.
003000*
003100* MOD-LOG
003200*   DATE       INIT  DESCRIPTION
003300*   ---------- ----- ------------------------------------------
003400*   10/15/2026 DPC   ORIGINAL PROGRAM - REPLACES THE HAND REVIEW
003500*                    WORKED FROM THE AR160 SUMMARY, THE AR250
003600*                    WORKLIST, AND THE BUREAU SCORES.
003620*   10/15/2026 DPC   DISPUTE CREDITS ("DC") AND CHARGE-OFF WRITE-
003640*                    OFFS ("CO") NO LONGER COUNT AS PAYMENTS.  A
003660*                    CHANGE CAPPED OR FLOORED BACK TO NOTHING NOW
003680*                    REPORTS THE CURRENT LIMIT AS THE NEW ONE.
003700*-----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     COPY "SELREVP.CPY".
004200     COPY "SELACCT.CPY".
004300     COPY "SELSCOR.CPY".
004400     COPY "SELAGE.CPY".
004500     COPY "SELHIST.CPY".
004600     COPY "SELREVT.CPY".
004700     COPY "SELREVR.CPY".
004800     COPY "SELEXCP.CPY".
004900     COPY "SELSORT.CPY".
005000 DATA DIVISION.
005100 FILE SECTION.
005200 COPY "REVPARM.CPY".
005300 COPY "ACCTREC.CPY".
005400 COPY "SCORREC.CPY".
005500 COPY "AGEREC.CPY".
005600 COPY "HISTREC.CPY".
005700 COPY "TRANREC.CPY".
005800 COPY "REVRREC.CPY".
005900 COPY "EXCPTREC.CPY".
006000 SD  SORT-WORK.
006100 01  SORT-REC.
006200     05  SRT-ACCT-NO         PIC X(8).
006300     05  SRT-AMOUNT          PIC S9(7)V99 COMP-3.
006400 WORKING-STORAGE SECTION.
006500 01  WS-ACCT-STATUS          PIC XX VALUE "00".
006600 01  WS-SCOR-STATUS          PIC XX VALUE "00".
006700 01  WS-AGE-STATUS           PIC XX VALUE "00".
006800 01  WS-HIST-STATUS          PIC XX VALUE "00".
006900 01  WS-TRAN-STATUS          PIC XX VALUE "00".
007000 01  WS-EXCPT-STATUS         PIC XX VALUE "00".
007100 COPY "WSFLAGS.CPY".
007200 01  WS-RUN-DATE             PIC 9(8).
007300 01  WS-SWITCHES.
007400     05  SORT-EOF-SW         PIC X VALUE SPACE.
007500         88  SORT-FILE-EOF       VALUE "Y".
007600     05  HIST-EOF-SW         PIC X VALUE SPACE.
007700         88  HIST-FILE-EOF       VALUE "Y".
007800     05  WS-NO-SCORES-SW     PIC X VALUE SPACE.
007900         88  NO-SCORE-FILE       VALUE "Y".
008000     05  WS-NO-AGING-SW      PIC X VALUE SPACE.
008100         88  NO-AGE-FILE         VALUE "Y".
008200     05  WS-SCORE-SW         PIC X VALUE SPACE.
008300         88  SCORE-ON-FILE       VALUE "Y".
008400         88  SCORE-NOT-ON-FILE   VALUE "N".
008500 01  WS-VALID-SW             PIC X.
008600     88  WS-FIELD-VALID          VALUE "Y".
008700     88  WS-FIELD-INVALID        VALUE "N".
008800*-----------------------------------------------------------------
008900* THE REVIEW BANDS, TAKEN OFF THE CONTROL CARD.
009000*-----------------------------------------------------------------
009100 01  WS-REVIEW-BANDS.
009200     05  WS-FROM-DATE        PIC 9(8).
009300     05  WS-SCORE-GOOD       PIC 9(3).
009400     05  WS-SCORE-POOR       PIC 9(3).
009500     05  WS-UTIL-LOW         PIC 9(3).
009600     05  WS-UTIL-HIGH        PIC 9(3).
009700     05  WS-DAYS-OVER-MAX    PIC 9(3).
009800     05  WS-MIN-PAYMENTS     PIC 9(2).
009900     05  WS-INCR-POINTS      PIC S9(2) COMP-3.
010000     05  WS-DECR-POINTS      PIC S9(2) COMP-3.
010100     05  WS-INCR-PCT         PIC 9(2).
010200     05  WS-DECR-PCT         PIC 9(2).
010300     05  WS-MAX-LIMIT        PIC S9(7)V99 COMP-3.
010400*-----------------------------------------------------------------
010500* ONE ACCOUNT'S REVIEW INPUTS AND RESULT.
010600*-----------------------------------------------------------------
010700 01  WS-REVIEW-FIELDS.
010800     05  WS-UTIL-PCT         PIC 9(3) COMP-3.
010900     05  WS-RISK-SCORE       PIC 9(3).
011000     05  WS-DAYS-OVER        PIC 9(5) COMP-3.
011100     05  WS-PAY-COUNT        PIC 9(4) COMP-3.
011200     05  WS-POINTS           PIC S9(2) COMP-3.
011300     05  WS-NEW-LIMIT        PIC S9(7)V99 COMP-3.
011400     05  WS-FLOOR-LIMIT      PIC S9(7)V99 COMP-3.
011500     05  WS-HUNDREDS         PIC 9(5).
011600     05  WS-UTIL-WORK        PIC 9(7)V99.
011700     05  WS-ACTION           PIC X(9).
011800         88  ACTION-INCREASE     VALUE "INCREASE".
011900         88  ACTION-DECREASE     VALUE "DECREASE".
012000         88  ACTION-NO-CHANGE    VALUE "NO CHANGE".
012100 01  WS-COUNTERS.
012200     05  WS-REVIEWED-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
012300     05  WS-INCREASE-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
012400     05  WS-DECREASE-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
012500     05  WS-NO-CHANGE-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
012600     05  WS-EXCEPT-COUNT     PIC 9(7) COMP-3 VALUE ZERO.
012700 01  WS-RUN-TOTALS.
012800     05  WS-INCREASE-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
012900     05  WS-DECREASE-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
013000 01  WS-RUN-CONTROL.
013100     05  WS-RUNL-PROGRAM     PIC X(8) VALUE "AR400".
013200     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
013300     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
013400     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
013500 PROCEDURE DIVISION.
013600*-----------------------------------------------------------------
013700* 0000-MAINLINE
013800*-----------------------------------------------------------------
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE
014100         THRU 1000-INITIALIZE-EXIT.
014200     SORT SORT-WORK
014300         ON ASCENDING KEY SRT-ACCT-NO
014400         INPUT PROCEDURE IS 2000-SELECT-PAYMENTS
014500             THRU 2000-SELECT-PAYMENTS-EXIT
014600         OUTPUT PROCEDURE IS 3000-REVIEW-ACCOUNTS
014700             THRU 3000-REVIEW-ACCOUNTS-EXIT.
014800     PERFORM 9000-TERMINATE
014900         THRU 9000-TERMINATE-EXIT.
015000     STOP RUN.
015100*-----------------------------------------------------------------
015200* 1000-INITIALIZE
015300*
015400* THE REVIEW CARD IS REQUIRED AND EVERY BAND ON IT MUST BE
015500* NUMERIC - A RUN ON GARBAGE BANDS WOULD PROPOSE GARBAGE LIMITS.
015600* NO SCORE FILE OR NO AGING FILE YET IS NOT AN ERROR: EVERY
015700* ACCOUNT SIMPLY HAS NO SCORE, OR NO DAYS OVER LIMIT.
015800*-----------------------------------------------------------------
015900 1000-INITIALIZE.
016000     CALL "AR095" USING WS-RUN-CONTROL.
016100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016200     OPEN INPUT REVIEW-PARM.
016300     READ REVIEW-PARM
016400         AT END
016500             DISPLAY "AR400 - NO REVIEW-PARM CARD SUPPLIED"
016600             CLOSE REVIEW-PARM
016700             MOVE 16 TO RETURN-CODE
016800             PERFORM 8000-STAMP-RUN-END
016900                 THRU 8000-STAMP-RUN-END-EXIT
017000             STOP RUN
017100     END-READ.
017200     IF REVP-FROM-DATE NOT NUMERIC
017300         OR REVP-SCORE-GOOD NOT NUMERIC
017400         OR REVP-SCORE-POOR NOT NUMERIC
017500         OR REVP-UTIL-LOW NOT NUMERIC
017600         OR REVP-UTIL-HIGH NOT NUMERIC
017700         OR REVP-DAYS-OVER-MAX NOT NUMERIC
017800         OR REVP-MIN-PAYMENTS NOT NUMERIC
017900         OR REVP-INCR-POINTS NOT NUMERIC
018000         OR REVP-DECR-POINTS NOT NUMERIC
018100         OR REVP-INCR-PCT NOT NUMERIC
018200         OR REVP-DECR-PCT NOT NUMERIC
018300         OR REVP-MAX-LIMIT NOT NUMERIC
018400         DISPLAY "AR400 - BANDS ON CONTROL CARD NOT NUMERIC"
018500         CLOSE REVIEW-PARM
018600         MOVE 16 TO RETURN-CODE
018700         PERFORM 8000-STAMP-RUN-END
018800             THRU 8000-STAMP-RUN-END-EXIT
018900         STOP RUN
019000     END-IF.
019100     MOVE REVP-FROM-DATE     TO WS-FROM-DATE.
019200     MOVE REVP-SCORE-GOOD    TO WS-SCORE-GOOD.
019300     MOVE REVP-SCORE-POOR    TO WS-SCORE-POOR.
019400     MOVE REVP-UTIL-LOW      TO WS-UTIL-LOW.
019500     MOVE REVP-UTIL-HIGH     TO WS-UTIL-HIGH.
019600     MOVE REVP-DAYS-OVER-MAX TO WS-DAYS-OVER-MAX.
019700     MOVE REVP-MIN-PAYMENTS  TO WS-MIN-PAYMENTS.
019800     MOVE REVP-INCR-POINTS   TO WS-INCR-POINTS.
019900     MOVE REVP-DECR-POINTS   TO WS-DECR-POINTS.
020000     MOVE REVP-INCR-PCT      TO WS-INCR-PCT.
020100     MOVE REVP-DECR-PCT      TO WS-DECR-PCT.
020200     MOVE REVP-MAX-LIMIT     TO WS-MAX-LIMIT.
020300     CLOSE REVIEW-PARM.
020400     OPEN INPUT ACCT-REC.
020500     OPEN INPUT SCORE-FILE.
020600     IF WS-SCOR-STATUS = "35"
020700         SET NO-SCORE-FILE TO TRUE
020800     END-IF.
020900     OPEN INPUT AGE-FILE.
021000     IF WS-AGE-STATUS = "35"
021100         SET NO-AGE-FILE TO TRUE
021200     END-IF.
021300     OPEN OUTPUT TRANS-FILE.
021400     OPEN OUTPUT REVIEW-RPT.
021500     OPEN OUTPUT EXCEPT-FILE.
021600 1000-INITIALIZE-EXIT.
021700     EXIT.
021800*-----------------------------------------------------------------
021900* 2000-SELECT-PAYMENTS
022000*
022100* SORT INPUT PROCEDURE - ONE PASS OF THE HISTORY FILE, RELEASING
022200* EVERY CREDIT POSTED FROM THE START OF THE REVIEW QUARTER ON.
022300* THE FIRST QUARTER HAS NO HISTORY FILE YET - NOTHING IS RELEASED
022400* AND EVERY ACCOUNT SHOWS NO PAYMENTS.
022500*-----------------------------------------------------------------
022600 2000-SELECT-PAYMENTS.
022700     OPEN INPUT HIST-FILE.
022800     IF WS-HIST-STATUS = "35"
022900         GO TO 2000-SELECT-PAYMENTS-EXIT
023000     END-IF.
023100     READ HIST-FILE
023200         AT END
023300             SET HIST-FILE-EOF TO TRUE.
023400     PERFORM 2100-SELECT-ONE-PAYMENT
023500         THRU 2100-SELECT-ONE-PAYMENT-EXIT
023600         UNTIL HIST-FILE-EOF.
023700     CLOSE HIST-FILE.
023800 2000-SELECT-PAYMENTS-EXIT.
023900     EXIT.
024000*-----------------------------------------------------------------
024100* 2100-SELECT-ONE-PAYMENT
024112*
024125* ONLY MONEY THE CUSTOMER SENT IS A PAYMENT.  AN AR470 DISPUTE
024137* CREDIT ("DC") AND AN AR410 CHARGE-OFF WRITE-OFF ("CO") ARE
024150* CREDITS TOO, AND ARE PASSED OVER BY THE SAME POST-REF SERIES
024162* TEST AR230 USES FOR BILL-PAID.  A RECOVERY ON A CHARGED-OFF
024175* ACCOUNT GOES TO HISTORY AS "R", NOT AS A CREDIT, SO IT NEVER
024187* REACHES THIS TEST.
024200*-----------------------------------------------------------------
024300 2100-SELECT-ONE-PAYMENT.
024400     IF HIST-CREDIT
024500         AND HIST-DATE >= WS-FROM-DATE
024600         AND HIST-DATE <= WS-RUN-DATE
024633         AND NOT ((HIST-REF(1:2) = "DC" OR HIST-REF(1:2) = "CO")
024666                  AND HIST-REF(3:10) NUMERIC)
024700         MOVE HIST-ACCT-NO TO SRT-ACCT-NO
024800         MOVE HIST-AMOUNT  TO SRT-AMOUNT
024900         RELEASE SORT-REC
025000     END-IF.
025100     READ HIST-FILE
025200         AT END
025300             SET HIST-FILE-EOF TO TRUE.
025400 2100-SELECT-ONE-PAYMENT-EXIT.
025500     EXIT.
025600*-----------------------------------------------------------------
025700* 3000-REVIEW-ACCOUNTS
025800*
025900* SORT OUTPUT PROCEDURE - THE MASTER IS READ IN ACCT-NO ORDER AND
026000* THE SORTED PAYMENTS ARE TAKEN ALONGSIDE IT.
026100*-----------------------------------------------------------------
026200 3000-REVIEW-ACCOUNTS.
026300     RETURN SORT-WORK
026400         AT END
026500             SET SORT-FILE-EOF TO TRUE.
026600     READ ACCT-REC NEXT RECORD
026700         AT END
026800             SET END-OF-ACCT-REC TO TRUE.
026900     PERFORM 3100-REVIEW-ONE-ACCT
027000         THRU 3100-REVIEW-ONE-ACCT-EXIT
027100         UNTIL END-OF-ACCT-REC.
027200 3000-REVIEW-ACCOUNTS-EXIT.
027300     EXIT.
027400*-----------------------------------------------------------------
027500* 3100-REVIEW-ONE-ACCT
027600*
027700* EVERY ACCOUNT TAKES ITS PAYMENTS OFF THE SORT, REVIEWED OR NOT,
027800* SO THE TWO STREAMS STAY IN STEP.  ONLY ACTIVE ACCOUNTS WITH
027900* CLEAN COMP-3 MONEY FIELDS ARE REVIEWED - DELINQUENT, FROZEN,
028000* AND CLOSED ACCOUNTS ARE NOT CANDIDATES FOR A NEW LIMIT.
028100*-----------------------------------------------------------------
028200 3100-REVIEW-ONE-ACCT.
028300     MOVE ZERO TO WS-PAY-COUNT.
028400     PERFORM 3150-TAKE-ONE-PAYMENT
028500         THRU 3150-TAKE-ONE-PAYMENT-EXIT
028600         UNTIL SORT-FILE-EOF
028700         OR SRT-ACCT-NO > ACCT-NO.
028800     IF NOT ACCT-ACTIVE
028900         GO TO 3100-READ-NEXT
029000     END-IF.
029100     CALL "AR090" USING ACCT-LIMIT WS-VALID-SW.
029200     IF WS-FIELD-VALID
029300         CALL "AR090" USING ACCT-BALANCE WS-VALID-SW
029400     END-IF.
029500     IF WS-FIELD-INVALID
029600         PERFORM 3900-WRITE-EXCEPTION
029700             THRU 3900-WRITE-EXCEPTION-EXIT
029800         GO TO 3100-READ-NEXT
029900     END-IF.
030000     MOVE ZERO TO WS-POINTS.
030100     PERFORM 3200-SCORE-RISK
030200         THRU 3200-SCORE-RISK-EXIT.
030300     PERFORM 3300-SCORE-UTILIZATION
030400         THRU 3300-SCORE-UTILIZATION-EXIT.
030500     PERFORM 3400-SCORE-AGING
030600         THRU 3400-SCORE-AGING-EXIT.
030700     PERFORM 3500-SCORE-PAYMENTS
030800         THRU 3500-SCORE-PAYMENTS-EXIT.
030900     PERFORM 3600-SET-RECOMMENDATION
031000         THRU 3600-SET-RECOMMENDATION-EXIT.
031100     PERFORM 3700-WRITE-REVIEW-DETAIL
031200         THRU 3700-WRITE-REVIEW-DETAIL-EXIT.
031300     IF NOT ACTION-NO-CHANGE
031400         PERFORM 3800-WRITE-CHANGE-TRAN
031500             THRU 3800-WRITE-CHANGE-TRAN-EXIT
031600     END-IF.
031700     ADD 1 TO WS-REVIEWED-COUNT.
031800 3100-READ-NEXT.
031900     READ ACCT-REC NEXT RECORD
032000         AT END
032100             SET END-OF-ACCT-REC TO TRUE.
032200 3100-REVIEW-ONE-ACCT-EXIT.
032300     EXIT.
032400*-----------------------------------------------------------------
032500* 3150-TAKE-ONE-PAYMENT
032600*
032700* A SORTED PAYMENT FOR THE CURRENT ACCOUNT COUNTS; ONE FOR AN
032800* ACCT-NO NO LONGER ON THE MASTER IS PASSED OVER.
032900*-----------------------------------------------------------------
033000 3150-TAKE-ONE-PAYMENT.
033100     IF SRT-ACCT-NO = ACCT-NO
033200         ADD 1 TO WS-PAY-COUNT
033300     END-IF.
033400     RETURN SORT-WORK
033500         AT END
033600             SET SORT-FILE-EOF TO TRUE.
033700 3150-TAKE-ONE-PAYMENT-EXIT.
033800     EXIT.
033900*-----------------------------------------------------------------
034000* 3200-SCORE-RISK
034100*
034200* NO SCORE ON FILE NEITHER HELPS NOR HURTS.
034300*-----------------------------------------------------------------
034400 3200-SCORE-RISK.
034500     SET SCORE-NOT-ON-FILE TO TRUE.
034600     MOVE ZERO TO WS-RISK-SCORE.
034700     IF NO-SCORE-FILE
034800         GO TO 3200-SCORE-RISK-EXIT
034900     END-IF.
035000     MOVE ACCT-NO TO SCOR-ACCT-NO.
035100     READ SCORE-FILE
035200         INVALID KEY
035300             GO TO 3200-SCORE-RISK-EXIT
035400     END-READ.
035500     SET SCORE-ON-FILE TO TRUE.
035600     MOVE SCOR-RISK-SCORE TO WS-RISK-SCORE.
035700     IF WS-RISK-SCORE >= WS-SCORE-GOOD
035800         ADD 2 TO WS-POINTS
035900     END-IF.
036000     IF WS-RISK-SCORE < WS-SCORE-POOR
036100         SUBTRACT 2 FROM WS-POINTS
036200     END-IF.
036300 3200-SCORE-RISK-EXIT.
036400     EXIT.
036500*-----------------------------------------------------------------
036600* 3300-SCORE-UTILIZATION
036700*
036800* BALANCE AS A PERCENT OF LIMIT, HELD TO 999.  A ZERO LIMIT
036900* CARRYING ANY DEBIT BALANCE READS AS FULLY USED; A CREDIT
037000* BALANCE READS AS UNUSED.
037100*-----------------------------------------------------------------
037200 3300-SCORE-UTILIZATION.
037300     EVALUATE TRUE
037400         WHEN ACCT-BALANCE NOT > ZERO
037500             MOVE ZERO TO WS-UTIL-PCT
037600         WHEN ACCT-LIMIT NOT > ZERO
037700             MOVE 999 TO WS-UTIL-PCT
037800         WHEN OTHER
037900             COMPUTE WS-UTIL-WORK ROUNDED =
038000                 ACCT-BALANCE * 100 / ACCT-LIMIT
038100             IF WS-UTIL-WORK > 999
038200                 MOVE 999 TO WS-UTIL-PCT
038300             ELSE
038400                 MOVE WS-UTIL-WORK TO WS-UTIL-PCT
038500             END-IF
038600     END-EVALUATE.
038700     IF WS-UTIL-PCT <= WS-UTIL-LOW
038800         ADD 1 TO WS-POINTS
038900     END-IF.
039000     IF WS-UTIL-PCT >= WS-UTIL-HIGH
039100         SUBTRACT 1 FROM WS-POINTS
039200     END-IF.
039300 3300-SCORE-UTILIZATION-EXIT.
039400     EXIT.
039500*-----------------------------------------------------------------
039600* 3400-SCORE-AGING
039700*
039800* NO AGING RECORD MEANS THE ACCOUNT IS WITHIN ITS LIMIT TODAY.
039900*-----------------------------------------------------------------
040000 3400-SCORE-AGING.
040100     MOVE ZERO TO WS-DAYS-OVER.
040200     IF NOT NO-AGE-FILE
040300         MOVE ACCT-NO TO AGE-ACCT-NO
040400         READ AGE-FILE
040500             INVALID KEY
040600                 CONTINUE
040700             NOT INVALID KEY
040800                 MOVE AGE-DAYS-OVER TO WS-DAYS-OVER
040900         END-READ
041000     END-IF.
041100     EVALUATE TRUE
041200         WHEN WS-DAYS-OVER = ZERO
041300             ADD 1 TO WS-POINTS
041400         WHEN WS-DAYS-OVER > WS-DAYS-OVER-MAX
041500             SUBTRACT 2 FROM WS-POINTS
041600         WHEN OTHER
041700             SUBTRACT 1 FROM WS-POINTS
041800     END-EVALUATE.
041900 3400-SCORE-AGING-EXIT.
042000     EXIT.
042100*-----------------------------------------------------------------
042200* 3500-SCORE-PAYMENTS
042300*-----------------------------------------------------------------
042400 3500-SCORE-PAYMENTS.
042500     IF WS-PAY-COUNT >= WS-MIN-PAYMENTS
042600         AND WS-PAY-COUNT > ZERO
042700         ADD 1 TO WS-POINTS
042800     END-IF.
042900     IF WS-PAY-COUNT = ZERO
043000         AND ACCT-BALANCE > ZERO
043100         SUBTRACT 1 FROM WS-POINTS
043200     END-IF.
043300 3500-SCORE-PAYMENTS-EXIT.
043400     EXIT.
043500*-----------------------------------------------------------------
043600* 3600-SET-RECOMMENDATION
043700*
043800* NEW LIMITS ARE TAKEN DOWN TO A WHOLE HUNDRED DOLLARS.  AN
043900* INCREASE IS HELD TO THE CARD'S CEILING; A DECREASE IS HELD UP
044000* TO THE CURRENT BALANCE (ROUNDED UP TO THE NEXT HUNDRED) SO THE
044100* REVIEW NEVER PUTS A PAYING ACCOUNT OVER ITS LIMIT.  A CHANGE
044200* THAT COMES TO NOTHING AFTER THOSE LIMITS IS NO CHANGE.
044300*-----------------------------------------------------------------
044400 3600-SET-RECOMMENDATION.
044500     SET ACTION-NO-CHANGE TO TRUE.
044600     MOVE ACCT-LIMIT TO WS-NEW-LIMIT.
044700     IF WS-POINTS >= WS-INCR-POINTS
044800         COMPUTE WS-HUNDREDS =
044900             ACCT-LIMIT * (100 + WS-INCR-PCT) / 10000
045000         COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100
045100         IF WS-NEW-LIMIT > WS-MAX-LIMIT
045200             MOVE WS-MAX-LIMIT TO WS-NEW-LIMIT
045300         END-IF
045400         IF WS-NEW-LIMIT > ACCT-LIMIT
045500             SET ACTION-INCREASE TO TRUE
045533         ELSE
045566             MOVE ACCT-LIMIT TO WS-NEW-LIMIT
045600         END-IF
045700         GO TO 3600-SET-RECOMMENDATION-EXIT
045800     END-IF.
045900     IF WS-POINTS > ZERO - WS-DECR-POINTS
046000         GO TO 3600-SET-RECOMMENDATION-EXIT
046100     END-IF.
046200     COMPUTE WS-HUNDREDS =
046300         ACCT-LIMIT * (100 - WS-DECR-PCT) / 10000.
046400     COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100.
046500     MOVE ZERO TO WS-FLOOR-LIMIT.
046600     IF ACCT-BALANCE > ZERO
046700         COMPUTE WS-HUNDREDS = (ACCT-BALANCE + 99.99) / 100
046800         COMPUTE WS-FLOOR-LIMIT = WS-HUNDREDS * 100
046900     END-IF.
047000     IF WS-NEW-LIMIT < WS-FLOOR-LIMIT
047100         MOVE WS-FLOOR-LIMIT TO WS-NEW-LIMIT
047200     END-IF.
047300     IF WS-NEW-LIMIT < ACCT-LIMIT
047400         SET ACTION-DECREASE TO TRUE
047433     ELSE
047466         MOVE ACCT-LIMIT TO WS-NEW-LIMIT
047500     END-IF.
047600 3600-SET-RECOMMENDATION-EXIT.
047700     EXIT.
047800*-----------------------------------------------------------------
047900* 3700-WRITE-REVIEW-DETAIL
048000*-----------------------------------------------------------------
048100 3700-WRITE-REVIEW-DETAIL.
048200     MOVE SPACES TO REVIEW-RPT-REC.
048300     MOVE ACCT-NO         TO REVR-ACCT-NO-O.
048400     MOVE ACCT-LIMIT      TO REVR-LIMIT-O.
048500     MOVE ACCT-BALANCE    TO REVR-BALANCE-O.
048600     MOVE WS-UTIL-PCT     TO REVR-UTIL-O.
048700     IF SCORE-ON-FILE
048800         MOVE WS-RISK-SCORE TO REVR-SCORE-O
048900     ELSE
049000         MOVE "---"       TO REVR-SCORE-O
049100     END-IF.
049200     MOVE WS-DAYS-OVER    TO REVR-DAYS-O.
049300     MOVE WS-PAY-COUNT    TO REVR-PAYMENTS-O.
049400     MOVE WS-POINTS       TO REVR-POINTS-O.
049500     MOVE WS-ACTION       TO REVR-ACTION-O.
049600     MOVE WS-NEW-LIMIT    TO REVR-NEW-LIMIT-O.
049700     WRITE REVIEW-RPT-REC.
049800     EVALUATE TRUE
049900         WHEN ACTION-INCREASE
050000             ADD 1 TO WS-INCREASE-COUNT
050100             COMPUTE WS-INCREASE-TOTAL =
050200                 WS-INCREASE-TOTAL + WS-NEW-LIMIT - ACCT-LIMIT
050300         WHEN ACTION-DECREASE
050400             ADD 1 TO WS-DECREASE-COUNT
050500             COMPUTE WS-DECREASE-TOTAL =
050600                 WS-DECREASE-TOTAL + ACCT-LIMIT - WS-NEW-LIMIT
050700         WHEN OTHER
050800             ADD 1 TO WS-NO-CHANGE-COUNT
050900     END-EVALUATE.
051000 3700-WRITE-REVIEW-DETAIL-EXIT.
051100     EXIT.
051200*-----------------------------------------------------------------
051300* 3800-WRITE-CHANGE-TRAN
051400*
051500* A CHANGE TRANSACTION CARRYING ONLY THE NEW LIMIT - EVERY OTHER
051600* FIELD IS LEFT BLANK SO AR200 KEEPS ITS MASTER VALUE (SEE THE
051700* -OMITTED CONDITIONS ON TRANREC.CPY).  TRAN-REASON NAMES THE
051800* REVIEW BY ITS RUN DATE AND RIDES THROUGH TO THE AUDIT TRAIL.
051900*-----------------------------------------------------------------
052000 3800-WRITE-CHANGE-TRAN.
052100     MOVE SPACES       TO TRAN-REC.
052200     MOVE ACCT-NO      TO TRAN-ACCT-NO.
052300     SET TRAN-CHANGE   TO TRUE.
052400     MOVE WS-NEW-LIMIT TO TRAN-LIMIT.
052500     STRING "QTRLY LIMIT REVIEW " WS-RUN-DATE
052600         DELIMITED BY SIZE INTO TRAN-REASON.
052700     WRITE TRAN-REC.
052800     IF WS-TRAN-STATUS NOT = "00"
052900         DISPLAY "REVIEW TRANSACTION WRITE FAILED - STATUS "
053000             WS-TRAN-STATUS
053100     END-IF.
053200 3800-WRITE-CHANGE-TRAN-EXIT.
053300     EXIT.
053400*-----------------------------------------------------------------
053500* 3900-WRITE-EXCEPTION
053600*-----------------------------------------------------------------
053700 3900-WRITE-EXCEPTION.
053800     MOVE ACCT-NO TO EXCEPT-ACCT-NO-O.
053900     MOVE "ACCT-LIMIT/BAL" TO EXCEPT-FIELD-O.
054000     MOVE "INVALID COMP-3 SIGN NIBBLE OR DIGIT"
054100         TO EXCEPT-REASON-O.
054200     WRITE EXCEPT-REC.
054300     ADD 1 TO WS-EXCEPT-COUNT.
054400 3900-WRITE-EXCEPTION-EXIT.
054500     EXIT.
054600*-----------------------------------------------------------------
054700* 4000-WRITE-TOTAL-LINES
054800*-----------------------------------------------------------------
054900 4000-WRITE-TOTAL-LINES.
055000     MOVE SPACES TO REVIEW-RPT-REC.
055100     MOVE "*** ACCOUNTS REVIEWED ***" TO REVR-TOT-LABEL-O.
055200     MOVE WS-REVIEWED-COUNT           TO REVR-TOT-COUNT-O.
055300     WRITE REVR-TOTAL-REC.
055400     MOVE SPACES TO REVIEW-RPT-REC.
055500     MOVE "    INCREASES PROPOSED"    TO REVR-TOT-LABEL-O.
055600     MOVE WS-INCREASE-COUNT           TO REVR-TOT-COUNT-O.
055700     MOVE WS-INCREASE-TOTAL           TO REVR-TOT-AMT-O.
055800     WRITE REVR-TOTAL-REC.
055900     MOVE SPACES TO REVIEW-RPT-REC.
056000     MOVE "    DECREASES PROPOSED"    TO REVR-TOT-LABEL-O.
056100     MOVE WS-DECREASE-COUNT           TO REVR-TOT-COUNT-O.
056200     MOVE WS-DECREASE-TOTAL           TO REVR-TOT-AMT-O.
056300     WRITE REVR-TOTAL-REC.
056400     MOVE SPACES TO REVIEW-RPT-REC.
056500     MOVE "    NO CHANGE"             TO REVR-TOT-LABEL-O.
056600     MOVE WS-NO-CHANGE-COUNT          TO REVR-TOT-COUNT-O.
056700     WRITE REVR-TOTAL-REC.
056800 4000-WRITE-TOTAL-LINES-EXIT.
056900     EXIT.
057000*-----------------------------------------------------------------
057100* 8000-STAMP-RUN-END
057200*-----------------------------------------------------------------
057300 8000-STAMP-RUN-END.
057400     MOVE "E" TO WS-RUNL-PHASE.
057500     MOVE WS-REVIEWED-COUNT TO WS-RUNL-COUNT.
057600     MOVE RETURN-CODE TO WS-RUNL-CODE.
057700     CALL "AR095" USING WS-RUN-CONTROL.
057800 8000-STAMP-RUN-END-EXIT.
057900     EXIT.
058000*-----------------------------------------------------------------
058100* 9000-TERMINATE
058200*-----------------------------------------------------------------
058300 9000-TERMINATE.
058400     PERFORM 4000-WRITE-TOTAL-LINES
058500         THRU 4000-WRITE-TOTAL-LINES-EXIT.
058600     CLOSE ACCT-REC.
058700     IF NOT NO-SCORE-FILE
058800         CLOSE SCORE-FILE
058900     END-IF.
059000     IF NOT NO-AGE-FILE
059100         CLOSE AGE-FILE
059200     END-IF.
059300     CLOSE TRANS-FILE.
059400     CLOSE REVIEW-RPT.
059500     CLOSE EXCEPT-FILE.
059600     DISPLAY "AR400 CREDIT-LIMIT REVIEW COMPLETE".
059700     DISPLAY "  ACCOUNTS REVIEWED : " WS-REVIEWED-COUNT.
059800     DISPLAY "  INCREASES         : " WS-INCREASE-COUNT.
059900     DISPLAY "  DECREASES         : " WS-DECREASE-COUNT.
060000     DISPLAY "  NO CHANGE         : " WS-NO-CHANGE-COUNT.
060100     DISPLAY "  EXCEPTIONS        : " WS-EXCEPT-COUNT.
060200     PERFORM 8000-STAMP-RUN-END
060300         THRU 8000-STAMP-RUN-END-EXIT.
060400 9000-TERMINATE-EXIT.
060500     EXIT.
