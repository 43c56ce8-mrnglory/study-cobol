000100 IDENTIFICATION DIVISION.
000200*-----------------------------------------------------------------
000300 PROGRAM-ID.    AR430.
000400 AUTHOR.        D P CONLEY.
000500 INSTALLATION.  CONSUMER CREDIT SERVICES - DATA PROCESSING.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*-----------------------------------------------------------------
000900* AR430 - MISSED-PAYMENT RUN.
001000*
001100* SCHEDULED DAILY, AFTER THE AR230 POSTING RUN.  PASSES THE
001200* BILLING FILE AR240 WRITES AT EACH STATEMENT CYCLE AND SETTLES
001300* EVERY BILL WHOSE PAYMENT DUE DATE HAS NOW GONE BY:
001400*   - WHEN THE PAYMENTS AR230 COUNTED AGAINST IT (BILL-PAID) COVER
001500*     THE MINIMUM DUE, THE BILL IS MARKED MET AND THE ACCOUNT'S
001600*     RUN OF MISSED CYCLES GOES BACK TO ZERO;
001700*   - OTHERWISE THE BILL IS MARKED MISSED, THE COUNT OF CYCLES
001800*     MISSED IN A ROW GOES UP BY ONE, AND THE ACCOUNT IS LISTED ON
001900*     THE MISSED-PAYMENT REPORT WITH ITS MINIMUM, WHAT WAS PAID,
002000*     AND THE UNPAID AMOUNT, FOR COLLECTIONS.
002100* THE UNPAID AMOUNT IS NOT CARRIED HERE - AR240 ROLLS IT INTO THE
002200* NEXT CYCLE'S MINIMUM AS THE PAST-DUE AMOUNT.  A BILL IS SETTLED
002300* ONCE, SO RERUNNING THE SAME DAY LISTS NOTHING TWICE.  A BILL FOR
002400* AN ACCOUNT NO LONGER ON THE MASTER, OR WHOSE MONEY FIELDS FAIL
002500* COMP-3 VALIDATION, GOES TO THE EXCEPTIONS LISTING INSTEAD; A
002600* CHARGED-OFF ACCOUNT IS PASSED OVER - ITS BALANCE IS ALREADY ON
002700* THE CHARGE-OFF FILE.
002800*
002900* MOD-LOG
003000*   DATE       INIT  DESCRIPTION
003100*   ---------- ----- ------------------------------------------
003200*   10/15/2026 DPC   ORIGINAL PROGRAM - THE ONLY DELINQUENCY
003300*                    TRACKED WAS THE BALANCE OVER LIMIT; A MISSED
003400*                    MINIMUM PAYMENT WENT UNNOTICED.
003500*-----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     COPY "SELBILL.CPY".
004000     COPY "SELACCT.CPY".
004100     COPY "SELMISR.CPY".
004200     COPY "SELEXCP.CPY".
004300 DATA DIVISION.
004400 FILE SECTION.
004500 COPY "BILLREC.CPY".
004600 COPY "ACCTREC.CPY".
004700 COPY "MISRREC.CPY".
004800 COPY "EXCPTREC.CPY".
004900 WORKING-STORAGE SECTION.
005000 01  WS-BILL-STATUS          PIC XX VALUE "00".
005100 01  WS-ACCT-STATUS          PIC XX VALUE "00".
005200 01  WS-EXCPT-STATUS         PIC XX VALUE "00".
005300 01  WS-RUN-DATE             PIC 9(8).
005400 01  WS-SWITCHES.
005500     05  BILL-EOF-SW         PIC X VALUE SPACE.
005600         88  BILL-FILE-EOF       VALUE "Y".
005700     05  WS-NO-BILLING-SW    PIC X VALUE SPACE.
005800         88  NO-BILL-FILE        VALUE "Y".
005900     05  WS-FOUND-SW         PIC X VALUE SPACE.
006000         88  ACCT-FOUND          VALUE "Y".
006100         88  ACCT-NOT-FOUND      VALUE "N".
006200 01  WS-VALID-SW             PIC X.
006300     88  WS-FIELD-VALID          VALUE "Y".
006400     88  WS-FIELD-INVALID        VALUE "N".
006500 01  WS-UNPAID               PIC S9(7)V99 COMP-3.
006600 01  WS-COUNTERS.
006700     05  WS-BILL-READ-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
006800     05  WS-MISSED-COUNT     PIC 9(7) COMP-3 VALUE ZERO.
006900     05  WS-MET-COUNT        PIC 9(7) COMP-3 VALUE ZERO.
007000     05  WS-SKIP-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
007100     05  WS-EXCEPT-COUNT     PIC 9(7) COMP-3 VALUE ZERO.
007200     05  WS-IO-ERROR-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
007300 01  WS-RUN-TOTALS.
007400     05  WS-UNPAID-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
007500     05  WS-MET-PAID-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
007600 01  WS-RUN-CONTROL.
007700     05  WS-RUNL-PROGRAM     PIC X(8) VALUE "AR430".
007800     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
007900     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
008000     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
008100 PROCEDURE DIVISION.
008200*-----------------------------------------------------------------
008300* 0000-MAINLINE
008400*-----------------------------------------------------------------
008500 0000-MAINLINE.
008600     PERFORM 1000-INITIALIZE
008700         THRU 1000-INITIALIZE-EXIT.
008800     PERFORM 2000-PROCESS-BILL
008900         THRU 2000-PROCESS-BILL-EXIT
009000         UNTIL BILL-FILE-EOF.
009100     PERFORM 9000-TERMINATE
009200         THRU 9000-TERMINATE-EXIT.
009300     STOP RUN.
009400*-----------------------------------------------------------------
009500* 1000-INITIALIZE
009600*
009700* NO BILLING FILE YET MEANS NO STATEMENT HAS BEEN BILLED AND THE
009800* RUN ENDS CLEAN WITH NOTHING SETTLED.
009900*-----------------------------------------------------------------
010000 1000-INITIALIZE.
010100     CALL "AR095" USING WS-RUN-CONTROL.
010200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
010300     OPEN I-O BILL-FILE.
010400     IF WS-BILL-STATUS = "35"
010500         SET NO-BILL-FILE TO TRUE
010600         SET BILL-FILE-EOF TO TRUE
010700     ELSE
010800         READ BILL-FILE NEXT RECORD
010900             AT END
011000                 SET BILL-FILE-EOF TO TRUE
011100         END-READ
011200     END-IF.
011300     OPEN INPUT  ACCT-REC.
011400     OPEN OUTPUT MISSED-RPT.
011500     OPEN OUTPUT EXCEPT-FILE.
011600 1000-INITIALIZE-EXIT.
011700     EXIT.
011800*-----------------------------------------------------------------
011900* 2000-PROCESS-BILL
012000*
012100* A BILL ALREADY SETTLED, OR WHOSE DUE DATE IS TODAY OR LATER, IS
012200* LEFT ALONE - THE CUSTOMER HAS UNTIL THE END OF THE DUE DATE.
012300*-----------------------------------------------------------------
012400 2000-PROCESS-BILL.
012500     ADD 1 TO WS-BILL-READ-COUNT.
012600     IF NOT BILL-DUE-OPEN
012700         OR BILL-DUE-DATE NOT < WS-RUN-DATE
012800         GO TO 2000-READ-NEXT
012900     END-IF.
013000     CALL "AR090" USING BILL-MIN-DUE WS-VALID-SW.
013100     IF WS-FIELD-VALID
013200         CALL "AR090" USING BILL-PAID WS-VALID-SW
013300     END-IF.
013400     IF WS-FIELD-INVALID
013500         MOVE "BILL-MIN/PAID" TO EXCEPT-FIELD-O
013600         MOVE "INVALID COMP-3 SIGN NIBBLE OR DIGIT"
013700             TO EXCEPT-REASON-O
013800         PERFORM 2900-WRITE-EXCEPTION
013900             THRU 2900-WRITE-EXCEPTION-EXIT
014000         GO TO 2000-READ-NEXT
014100     END-IF.
014200     MOVE BILL-ACCT-NO TO ACCT-NO.
014300     READ ACCT-REC
014400         INVALID KEY
014500             SET ACCT-NOT-FOUND TO TRUE
014600         NOT INVALID KEY
014700             SET ACCT-FOUND TO TRUE
014800     END-READ.
014900     IF ACCT-NOT-FOUND
015000         MOVE "BILL-ACCT-NO" TO EXCEPT-FIELD-O
015100         MOVE "NO ACCOUNT ON FILE FOR BILL"
015200             TO EXCEPT-REASON-O
015300         PERFORM 2900-WRITE-EXCEPTION
015400             THRU 2900-WRITE-EXCEPTION-EXIT
015500         GO TO 2000-READ-NEXT
015600     END-IF.
015700     IF ACCT-CHARGED-OFF
015800         ADD 1 TO WS-SKIP-COUNT
015900         GO TO 2000-READ-NEXT
016000     END-IF.
016100     COMPUTE WS-UNPAID = BILL-MIN-DUE - BILL-PAID.
016200     IF WS-UNPAID > ZERO
016300         PERFORM 2100-MINIMUM-MISSED
016400             THRU 2100-MINIMUM-MISSED-EXIT
016500     ELSE
016600         PERFORM 2200-MINIMUM-MET
016700             THRU 2200-MINIMUM-MET-EXIT
016800     END-IF.
016900 2000-READ-NEXT.
017000     READ BILL-FILE NEXT RECORD
017100         AT END
017200             SET BILL-FILE-EOF TO TRUE.
017300 2000-PROCESS-BILL-EXIT.
017400     EXIT.
017500*-----------------------------------------------------------------
017600* 2100-MINIMUM-MISSED
017700*
017800* THE BILL IS LISTED ONLY ONCE IT IS SAFELY MARKED MISSED - IF THE
017900* REWRITE FAILS IT COMES UP AGAIN ON THE NEXT RUN.
018000*-----------------------------------------------------------------
018100 2100-MINIMUM-MISSED.
018200     SET BILL-DUE-MISSED TO TRUE.
018300     IF BILL-MISSED-CYCLES < 999
018400         ADD 1 TO BILL-MISSED-CYCLES
018500     END-IF.
018600     REWRITE BILL-REC
018700         INVALID KEY
018800             DISPLAY "AR430 - BILLING REWRITE FAILED - ACCT "
018900                 BILL-ACCT-NO " STATUS " WS-BILL-STATUS
019000             ADD 1 TO WS-IO-ERROR-COUNT
019100             GO TO 2100-MINIMUM-MISSED-EXIT
019200     END-REWRITE.
019300     PERFORM 2400-WRITE-REPORT-DETAIL
019400         THRU 2400-WRITE-REPORT-DETAIL-EXIT.
019500     ADD 1 TO WS-MISSED-COUNT.
019600     ADD WS-UNPAID TO WS-UNPAID-TOTAL.
019700 2100-MINIMUM-MISSED-EXIT.
019800     EXIT.
019900*-----------------------------------------------------------------
020000* 2200-MINIMUM-MET
020100*-----------------------------------------------------------------
020200 2200-MINIMUM-MET.
020300     SET BILL-DUE-MET TO TRUE.
020400     MOVE ZERO TO BILL-MISSED-CYCLES.
020500     REWRITE BILL-REC
020600         INVALID KEY
020700             DISPLAY "AR430 - BILLING REWRITE FAILED - ACCT "
020800                 BILL-ACCT-NO " STATUS " WS-BILL-STATUS
020900             ADD 1 TO WS-IO-ERROR-COUNT
021000             GO TO 2200-MINIMUM-MET-EXIT
021100     END-REWRITE.
021200     ADD 1 TO WS-MET-COUNT.
021300     ADD BILL-PAID TO WS-MET-PAID-TOTAL.
021400 2200-MINIMUM-MET-EXIT.
021500     EXIT.
021600*-----------------------------------------------------------------
021700* 2400-WRITE-REPORT-DETAIL
021800*-----------------------------------------------------------------
021900 2400-WRITE-REPORT-DETAIL.
022000     MOVE SPACES             TO MISSED-RPT-REC.
022100     MOVE BILL-ACCT-NO       TO MISR-ACCT-NO-O.
022200     MOVE LAST-NAME          TO MISR-LAST-NAME-O.
022300     MOVE BILL-DUE-DATE      TO MISR-DUE-DATE-O.
022400     MOVE BILL-MIN-DUE       TO MISR-MIN-DUE-O.
022500     MOVE BILL-PAID          TO MISR-PAID-O.
022600     MOVE WS-UNPAID          TO MISR-UNPAID-O.
022700     MOVE BILL-MISSED-CYCLES TO MISR-CYCLES-O.
022800     WRITE MISSED-RPT-REC.
022900 2400-WRITE-REPORT-DETAIL-EXIT.
023000     EXIT.
023100*-----------------------------------------------------------------
023200* 2500-WRITE-TOTAL-LINES
023300*-----------------------------------------------------------------
023400 2500-WRITE-TOTAL-LINES.
023500     MOVE SPACES TO MISSED-RPT-REC.
023600     MOVE "*** MINIMUMS MISSED     " TO MISR-TOT-LABEL-O.
023700     MOVE WS-MISSED-COUNT            TO MISR-TOT-COUNT-O.
023800     MOVE WS-UNPAID-TOTAL            TO MISR-TOT-AMT-O.
023900     WRITE MISR-TOTAL-REC.
024000     MOVE SPACES TO MISSED-RPT-REC.
024100     MOVE "*** MINIMUMS MET        " TO MISR-TOT-LABEL-O.
024200     MOVE WS-MET-COUNT               TO MISR-TOT-COUNT-O.
024300     MOVE WS-MET-PAID-TOTAL          TO MISR-TOT-AMT-O.
024400     WRITE MISR-TOTAL-REC.
024500 2500-WRITE-TOTAL-LINES-EXIT.
024600     EXIT.
024700*-----------------------------------------------------------------
024800* 2900-WRITE-EXCEPTION
024900*-----------------------------------------------------------------
025000 2900-WRITE-EXCEPTION.
025100     MOVE BILL-ACCT-NO TO EXCEPT-ACCT-NO-O.
025200     WRITE EXCEPT-REC.
025300     ADD 1 TO WS-EXCEPT-COUNT.
025400 2900-WRITE-EXCEPTION-EXIT.
025500     EXIT.
025600*-----------------------------------------------------------------
025700* 8000-STAMP-RUN-END
025800*-----------------------------------------------------------------
025900 8000-STAMP-RUN-END.
026000     MOVE "E" TO WS-RUNL-PHASE.
026100     MOVE WS-MISSED-COUNT TO WS-RUNL-COUNT.
026200     MOVE RETURN-CODE TO WS-RUNL-CODE.
026300     CALL "AR095" USING WS-RUN-CONTROL.
026400 8000-STAMP-RUN-END-EXIT.
026500     EXIT.
026600*-----------------------------------------------------------------
026700* 9000-TERMINATE
026800*-----------------------------------------------------------------
026900 9000-TERMINATE.
027000     PERFORM 2500-WRITE-TOTAL-LINES
027100         THRU 2500-WRITE-TOTAL-LINES-EXIT.
027200     IF NOT NO-BILL-FILE
027300         CLOSE BILL-FILE
027400     END-IF.
027500     CLOSE ACCT-REC.
027600     CLOSE MISSED-RPT.
027700     CLOSE EXCEPT-FILE.
027800     DISPLAY "AR430 MISSED-PAYMENT RUN COMPLETE".
027900     DISPLAY "  BILLS READ         : " WS-BILL-READ-COUNT.
028000     DISPLAY "  MINIMUMS MISSED    : " WS-MISSED-COUNT.
028100     DISPLAY "  MINIMUMS MET       : " WS-MET-COUNT.
028200     DISPLAY "  PASSED OVER        : " WS-SKIP-COUNT.
028300     DISPLAY "  EXCEPTIONS         : " WS-EXCEPT-COUNT.
028400     DISPLAY "  IO ERRORS          : " WS-IO-ERROR-COUNT.
028500     PERFORM 8000-STAMP-RUN-END
028600         THRU 8000-STAMP-RUN-END-EXIT.
028700 9000-TERMINATE-EXIT.
028800     EXIT.
