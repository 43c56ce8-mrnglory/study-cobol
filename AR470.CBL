000100 IDENTIFICATION DIVISION.
000200*-----------------------------------------------------------------
000300 PROGRAM-ID.    AR470.
000400 AUTHOR.        D P CONLEY.
000500 INSTALLATION.  CONSUMER CREDIT SERVICES - DATA PROCESSING.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*-----------------------------------------------------------------
000900* AR470 - BILLING DISPUTE MAINTENANCE RUN.
001000*
001100* DAILY RUN, SCHEDULED AHEAD OF THE AR230 POSTING RUN.  APPLIES
001200* THE CREDIT DEPARTMENT'S DISPUTE TRANSACTIONS TO THE BILLING
001300* DISPUTE FILE:
001400*   - AN OPEN ("O") NAMES THE CHARGE BY ACCT-NO AND THE HIST-REF
001500*     IT POSTED UNDER.  THE CHARGE MUST BE A DEBIT ON THE HISTORY
001600*     FILE FOR THAT ACCOUNT, THE ACCOUNT MUST BE ON THE MASTER,
001700*     AND THE AMOUNT DISPUTED (THE WHOLE CHARGE WHEN NONE IS
001800*     KEYED) CANNOT EXCEED THE CHARGE.  A CHARGE IS DISPUTED ONCE.
001900*   - A RESOLUTION ("R") CLOSES THE OPEN DISPUTE ON THAT CHARGE.
002000*     IN THE CUSTOMER'S FAVOR ("F") THE DISPUTED AMOUNT GOES OUT
002100*     TO THE POST-FILE AS A CREDIT IN THE FIXED "DC" POST-REF
002200*     SERIES, SO IT FLOWS THROUGH AR230'S JOURNAL AND THE AR270
002300*     RECONCILIATION LIKE ANY OTHER POSTING - THIS RUN NEVER
002400*     TOUCHES THE MASTER ITSELF.  WITH THE CHARGE UPHELD ("U")
002500*     NOTHING IS POSTED; THE AMOUNT SIMPLY STOPS BEING HELD OUT OF
002600*     FINANCE CHARGES AND AGING.
002700* A TRANSACTION THAT FAILS ANY CHECK GOES TO THE EXCEPTIONS
002800* LISTING AND CHANGES NOTHING.  A CUSTOMER-FAVOR RESOLUTION ON A
002900* CHARGED-OFF ACCOUNT IS ALSO REFUSED - AR230 WOULD TAKE THE
003000* CREDIT AS A RECOVERY - AND THE DISPUTE STAYS OPEN FOR THE
003100* CREDIT DEPARTMENT TO SETTLE AGAINST THE CHARGE-OFF BY HAND.
003200* THE REGISTER LISTS EVERY DISPUTE OPENED AND RESOLVED AND CLOSES
003300* WITH A CREDIT TOTAL THAT TIES TO THE POST-FILE THE RUN WROTE.
003325* THE CREDIT IS WRITTEN BEFORE THE DISPUTE IS MARKED RESOLVED; IF
003350* IT CANNOT BE WRITTEN THE DISPUTE STAYS OPEN, NOTHING IS BOOKED,
003375* AND THE RUN ENDS WITH RETURN-CODE 16.
003400*
003500* MOD-LOG
003600*   DATE       INIT  DESCRIPTION
003700*   ---------- ----- ------------------------------------------
003800*   10/15/2026 DPC   ORIGINAL PROGRAM - DISPUTES WERE NOTED IN
003900*                    COMMENTS AND THE DISPUTED CHARGE WENT ON
004000*                    ACCRUING FINANCE CHARGES AND DUNNING LETTERS.
004016*   10/15/2026 DPC   THE CREDIT IS NOW WRITTEN TO THE POST-FILE
004033*                    BEFORE THE DISPUTE IS REWRITTEN AS
004050*                    RESOLVED.  A FAILED WRITE LEAVES THE DISPUTE
004066*                    OPEN AND OUT OF THE "DSPC" TOTAL; POST-FILE
004083*                    AND DISPUTE-FILE ERRORS ARE COUNTED AND END
004091*                    THE RUN RC 16.
004100*-----------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     COPY "SELDTRN.CPY".
004600     COPY "SELACCT.CPY".
004700     COPY "SELHIST.CPY".
004800     COPY "SELDISP.CPY".
004900     COPY "SELPOST.CPY".
005000     COPY "SELDSPR.CPY".
005100     COPY "SELEXCP.CPY".
005200 DATA DIVISION.
005300 FILE SECTION.
005400 COPY "DTRNREC.CPY".
005500 COPY "ACCTREC.CPY".
005600 COPY "HISTREC.CPY".
005700 COPY "DISPREC.CPY".
005800 COPY "POSTREC.CPY".
005900 COPY "DSPRREC.CPY".
006000 COPY "EXCPTREC.CPY".
006100 WORKING-STORAGE SECTION.
006200 01  WS-DTRN-STATUS          PIC XX VALUE "00".
006300 01  WS-ACCT-STATUS          PIC XX VALUE "00".
006400 01  WS-HIST-STATUS          PIC XX VALUE "00".
006500 01  WS-DISP-STATUS          PIC XX VALUE "00".
006600 01  WS-POST-STATUS          PIC XX VALUE "00".
006700 01  WS-EXCPT-STATUS         PIC XX VALUE "00".
006800 01  WS-RUN-DATE             PIC 9(8).
006900 01  WS-RUN-DAY              PIC 9(5).
007000 01  WS-SWITCHES.
007100     05  DTRN-EOF-SW         PIC X VALUE SPACE.
007200         88  DTRN-EOF            VALUE "Y".
007300     05  HIST-EOF-SW         PIC X VALUE SPACE.
007400         88  HIST-FILE-EOF       VALUE "Y".
007500     05  DISP-EOF-SW         PIC X VALUE SPACE.
007600         88  DISP-FILE-EOF       VALUE "Y".
007700     05  WS-FOUND-SW         PIC X VALUE SPACE.
007800         88  ACCT-FOUND          VALUE "Y".
007900         88  ACCT-NOT-FOUND      VALUE "N".
008000     05  WS-DISP-FOUND-SW    PIC X VALUE SPACE.
008100         88  DISP-REC-FOUND      VALUE "Y".
008200         88  DISP-REC-NOT-FOUND  VALUE "N".
008300*-----------------------------------------------------------------
008400* THE DAY'S TRANSACTIONS, HELD SO THE HISTORY FILE IS PASSED ONCE
008500* FOR THE WHOLE FILE RATHER THAN ONCE PER OPEN.  EACH OPEN
008600* PICKS UP THE DISPUTED CHARGE'S AMOUNT AND DATE WHEN ITS DEBIT
008700* TURNS UP.  THE RUN ABENDS RATHER THAN APPLY HALF A FILE.
008800*-----------------------------------------------------------------
008900 01  WS-TRAN-TABLE-CONTROLS.
009000     05  WS-DTT-MAX          PIC 9(4) COMP VALUE 500.
009100     05  WS-DTT-COUNT        PIC 9(4) COMP VALUE ZERO.
009200     05  WS-DTT-IDX          PIC 9(4) COMP VALUE ZERO.
009300 01  WS-TRAN-TABLE.
009400     05  WS-DTT-ENTRY OCCURS 500 TIMES.
009500         10  WS-DTT-CODE     PIC X(1).
009600             88  DTT-OPEN            VALUE "O".
009700             88  DTT-RESOLVE         VALUE "R".
009800         10  WS-DTT-ACCT-NO  PIC X(8).
009900         10  WS-DTT-REF      PIC X(12).
010000         10  WS-DTT-AMOUNT   PIC S9(7)V99 COMP-3.
010100         10  WS-DTT-OUTCOME  PIC X(1).
010200             88  DTT-CUSTOMER-FAVOR  VALUE "F".
010300             88  DTT-CHARGE-UPHELD   VALUE "U".
010400         10  WS-DTT-REASON   PIC X(30).
010500         10  WS-DTT-MATCH-SW PIC X(1).
010600             88  DTT-MATCHED         VALUE "Y".
010700         10  WS-DTT-ITEM-AMT PIC S9(7)V99 COMP-3.
010800         10  WS-DTT-ITEM-DATE
010900                             PIC 9(8).
011000*-----------------------------------------------------------------
011100* THE "DC" (DISPUTE CREDIT) POST-REF SERIES - THE RUN'S YYDDD DAY
011200* NUMBER PLUS A SEQUENCE THAT CARRIES ON FROM ANY CREDITS CUT BY
011300* AN EARLIER RUN THE SAME DAY (COUNTED OFF THE DISPUTE FILE), SO
011400* EVERY REFERENCE IS UNIQUE ACROSS RUNS AND CLEARS THE AR230
011500* DUPLICATE-POSTING GUARD.
011600*-----------------------------------------------------------------
011700 01  WS-CREDIT-REF.
011800     05  FILLER              PIC X(2) VALUE "DC".
011900     05  WS-CRD-DAY-O        PIC 9(5).
012000     05  WS-CRD-SEQ-O        PIC 9(5).
012100 01  WS-REF-SEQ              PIC 9(5) COMP-3 VALUE ZERO.
012200 01  WS-REG-ACTION           PIC X(18) VALUE SPACES.
012300 01  WS-COUNTERS.
012400     05  WS-READ-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
012500     05  WS-OPENED-COUNT     PIC 9(7) COMP-3 VALUE ZERO.
012600     05  WS-RESOLVED-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
012700     05  WS-CREDITED-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
012800     05  WS-UPHELD-COUNT     PIC 9(7) COMP-3 VALUE ZERO.
012900     05  WS-EXCEPT-COUNT     PIC 9(7) COMP-3 VALUE ZERO.
013000     05  WS-MALFORMED-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
013050     05  WS-IO-ERROR-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
013100 01  WS-RUN-TOTALS.
013200     05  WS-OPENED-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
013300     05  WS-CREDIT-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
013400 01  WS-RUN-CONTROL.
013500     05  WS-RUNL-PROGRAM     PIC X(8) VALUE "AR470".
013600     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
013700     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
013800     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
013900 01  WS-GL-CONTROL.
014000     05  WS-GLC-FUNCTION     PIC X(1) VALUE "E".
014100     05  WS-GLC-PROGRAM      PIC X(8) VALUE "AR470".
014200     05  WS-GLC-RUN-DATE     PIC 9(8) VALUE ZERO.
014300     05  WS-GLC-TRAN-TYPE    PIC X(4) VALUE SPACES.
014400     05  WS-GLC-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
014500 PROCEDURE DIVISION.
014600*-----------------------------------------------------------------
014700* 0000-MAINLINE
014800*-----------------------------------------------------------------
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE
015100         THRU 1000-INITIALIZE-EXIT.
015200     PERFORM 2000-PROCESS-ONE-TRAN
015300         THRU 2000-PROCESS-ONE-TRAN-EXIT
015400         VARYING WS-DTT-IDX FROM 1 BY 1
015500         UNTIL WS-DTT-IDX > WS-DTT-COUNT.
015600     PERFORM 9000-TERMINATE
015700         THRU 9000-TERMINATE-EXIT.
015800     STOP RUN.
015900*-----------------------------------------------------------------
016000* 1000-INITIALIZE
016100*
016200* THE TRANSACTIONS AND THE MATCHING HISTORY ARE LOADED BEFORE A
016300* SINGLE DISPUTE IS TOUCHED, SO A TABLE OVERFLOW ABENDS THE RUN
016400* WITH NOTHING CHANGED.  THE DISPUTE FILE ACCUMULATES ACROSS RUNS;
016500* THE FIRST RUN CREATES IT EMPTY.
016600*-----------------------------------------------------------------
016700 1000-INITIALIZE.
016800     CALL "AR095" USING WS-RUN-CONTROL.
016900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017000     ACCEPT WS-RUN-DAY FROM DAY.
017100     MOVE WS-RUN-DAY TO WS-CRD-DAY-O.
017200     OPEN INPUT DISP-TRANS.
017300     IF WS-DTRN-STATUS = "35"
017400         DISPLAY "AR470 - NO DISPUTE TRANSACTION FILE ON DISK"
017500         MOVE 16 TO RETURN-CODE
017600         PERFORM 8000-STAMP-RUN-END
017700             THRU 8000-STAMP-RUN-END-EXIT
017800         STOP RUN
017900     END-IF.
018000     OPEN OUTPUT EXCEPT-FILE.
018100     READ DISP-TRANS
018200         AT END
018300             SET DTRN-EOF TO TRUE.
018400     PERFORM 1100-LOAD-ONE-TRAN
018500         THRU 1100-LOAD-ONE-TRAN-EXIT
018600         UNTIL DTRN-EOF.
018700     CLOSE DISP-TRANS.
018800     PERFORM 1200-LOAD-DISPUTES
018900         THRU 1200-LOAD-DISPUTES-EXIT.
019000     PERFORM 1300-MATCH-HISTORY
019100         THRU 1300-MATCH-HISTORY-EXIT.
019200     OPEN INPUT  ACCT-REC.
019300     OPEN EXTEND POST-FILE.
019400     IF WS-POST-STATUS = "35"
019500         OPEN OUTPUT POST-FILE
019600     END-IF.
019700     OPEN OUTPUT DISP-RPT.
019800 1000-INITIALIZE-EXIT.
019900     EXIT.
020000*-----------------------------------------------------------------
020100* 1100-LOAD-ONE-TRAN
020200*-----------------------------------------------------------------
020300 1100-LOAD-ONE-TRAN.
020400     ADD 1 TO WS-READ-COUNT.
020500     IF (NOT DTRN-OPEN AND NOT DTRN-RESOLVE)
020600         OR DTRN-ACCT-NO = SPACES
020700         OR DTRN-HIST-REF = SPACES
020800         MOVE DTRN-ACCT-NO TO EXCEPT-ACCT-NO-O
020900         MOVE "DTRN-CODE/KEY" TO EXCEPT-FIELD-O
021000         MOVE "MALFORMED DISPUTE TRANSACTION"
021100             TO EXCEPT-REASON-O
021200         WRITE EXCEPT-REC
021300         ADD 1 TO WS-MALFORMED-COUNT
021400         GO TO 1100-READ-NEXT
021500     END-IF.
021600     IF DTRN-OPEN AND DTRN-AMOUNT NOT NUMERIC
021700         MOVE DTRN-ACCT-NO TO EXCEPT-ACCT-NO-O
021800         MOVE "DTRN-AMOUNT" TO EXCEPT-FIELD-O
021900         MOVE "DISPUTED AMOUNT NOT NUMERIC"
022000             TO EXCEPT-REASON-O
022100         WRITE EXCEPT-REC
022200         ADD 1 TO WS-MALFORMED-COUNT
022300         GO TO 1100-READ-NEXT
022400     END-IF.
022500     IF WS-DTT-COUNT >= WS-DTT-MAX
022600         DISPLAY "AR470 - TRANSACTION TABLE FULL AT "
022700             WS-DTT-MAX " ENTRIES - INCREASE WS-DTT-MAX"
022800         MOVE 16 TO RETURN-CODE
022900         PERFORM 8000-STAMP-RUN-END
023000             THRU 8000-STAMP-RUN-END-EXIT
023100         STOP RUN
023200     END-IF.
023300     ADD 1 TO WS-DTT-COUNT.
023400     MOVE DTRN-CODE     TO WS-DTT-CODE(WS-DTT-COUNT).
023500     MOVE DTRN-ACCT-NO  TO WS-DTT-ACCT-NO(WS-DTT-COUNT).
023600     MOVE DTRN-HIST-REF TO WS-DTT-REF(WS-DTT-COUNT).
023700     IF DTRN-OPEN
023800         MOVE DTRN-AMOUNT TO WS-DTT-AMOUNT(WS-DTT-COUNT)
023900     ELSE
024000         MOVE ZERO        TO WS-DTT-AMOUNT(WS-DTT-COUNT)
024100     END-IF.
024200     MOVE DTRN-OUTCOME  TO WS-DTT-OUTCOME(WS-DTT-COUNT).
024300     MOVE DTRN-REASON   TO WS-DTT-REASON(WS-DTT-COUNT).
024400     MOVE SPACE         TO WS-DTT-MATCH-SW(WS-DTT-COUNT).
024500     MOVE ZERO          TO WS-DTT-ITEM-AMT(WS-DTT-COUNT).
024600     MOVE ZERO          TO WS-DTT-ITEM-DATE(WS-DTT-COUNT).
024700 1100-READ-NEXT.
024800     READ DISP-TRANS
024900         AT END
025000             SET DTRN-EOF TO TRUE.
025100 1100-LOAD-ONE-TRAN-EXIT.
025200     EXIT.
025300*-----------------------------------------------------------------
025400* 1200-LOAD-DISPUTES
025500*
025600* PASSES THE DISPUTE FILE ONCE SO EVERY CREDIT ALREADY CUT TODAY
025700* ADVANCES THE POST-REF SEQUENCE.  THE FILE STAYS OPEN I-O FOR THE
025800* RANDOM LOOKUPS, WRITES AND REWRITES.
025900*-----------------------------------------------------------------
026000 1200-LOAD-DISPUTES.
026100     OPEN I-O DISPUTE-FILE.
026200     IF WS-DISP-STATUS = "35"
026300         OPEN OUTPUT DISPUTE-FILE
026400         CLOSE DISPUTE-FILE
026500         OPEN I-O DISPUTE-FILE
026600     END-IF.
026700     READ DISPUTE-FILE NEXT RECORD
026800         AT END
026900             SET DISP-FILE-EOF TO TRUE.
027000     PERFORM 1250-COUNT-ONE-DISPUTE
027100         THRU 1250-COUNT-ONE-DISPUTE-EXIT
027200         UNTIL DISP-FILE-EOF.
027300 1200-LOAD-DISPUTES-EXIT.
027400     EXIT.
027500*-----------------------------------------------------------------
027600* 1250-COUNT-ONE-DISPUTE
027700*-----------------------------------------------------------------
027800 1250-COUNT-ONE-DISPUTE.
027900     IF DISP-RESOLVE-DATE = WS-RUN-DATE
028000         AND DISP-CREDIT-REF NOT = SPACES
028100         ADD 1 TO WS-REF-SEQ
028200     END-IF.
028300     READ DISPUTE-FILE NEXT RECORD
028400         AT END
028500             SET DISP-FILE-EOF TO TRUE.
028600 1250-COUNT-ONE-DISPUTE-EXIT.
028700     EXIT.
028800*-----------------------------------------------------------------
028900* 1300-MATCH-HISTORY
029000*
029100* ONE PASS OF THE HISTORY FILE.  EVERY APPLIED DEBIT IS HELD UP
029200* AGAINST THE DAY'S OPENS - A DEBIT WHOSE POST-REF AND ACCT-NO
029300* BOTH MATCH AN OPEN IS THE CHARGE BEING DISPUTED.  NO HISTORY
029400* FILE YET MEANS NOTHING CAN MATCH.
029500*-----------------------------------------------------------------
029600 1300-MATCH-HISTORY.
029700     OPEN INPUT HIST-FILE.
029800     IF WS-HIST-STATUS = "35"
029900         GO TO 1300-MATCH-HISTORY-EXIT
030000     END-IF.
030100     READ HIST-FILE
030200         AT END
030300             SET HIST-FILE-EOF TO TRUE.
030400     PERFORM 1350-MATCH-ONE-HIST
030500         THRU 1350-MATCH-ONE-HIST-EXIT
030600         UNTIL HIST-FILE-EOF.
030700     CLOSE HIST-FILE.
030800 1300-MATCH-HISTORY-EXIT.
030900     EXIT.
031000*-----------------------------------------------------------------
031100* 1350-MATCH-ONE-HIST
031200*-----------------------------------------------------------------
031300 1350-MATCH-ONE-HIST.
031400     IF HIST-DEBIT
031500         PERFORM 1360-COMPARE-ONE-TRAN
031600             THRU 1360-COMPARE-ONE-TRAN-EXIT
031700             VARYING WS-DTT-IDX FROM 1 BY 1
031800             UNTIL WS-DTT-IDX > WS-DTT-COUNT
031900     END-IF.
032000     READ HIST-FILE
032100         AT END
032200             SET HIST-FILE-EOF TO TRUE.
032300 1350-MATCH-ONE-HIST-EXIT.
032400     EXIT.
032500*-----------------------------------------------------------------
032600* 1360-COMPARE-ONE-TRAN
032700*-----------------------------------------------------------------
032800 1360-COMPARE-ONE-TRAN.
032900     IF DTT-OPEN(WS-DTT-IDX)
033000         AND NOT DTT-MATCHED(WS-DTT-IDX)
033100         AND WS-DTT-REF(WS-DTT-IDX) = HIST-REF
033200         AND WS-DTT-ACCT-NO(WS-DTT-IDX) = HIST-ACCT-NO
033300         SET DTT-MATCHED(WS-DTT-IDX) TO TRUE
033400         MOVE HIST-AMOUNT TO WS-DTT-ITEM-AMT(WS-DTT-IDX)
033500         MOVE HIST-DATE   TO WS-DTT-ITEM-DATE(WS-DTT-IDX)
033600     END-IF.
033700 1360-COMPARE-ONE-TRAN-EXIT.
033800     EXIT.
033900*-----------------------------------------------------------------
034000* 2000-PROCESS-ONE-TRAN
034100*-----------------------------------------------------------------
034200 2000-PROCESS-ONE-TRAN.
034300     MOVE WS-DTT-ACCT-NO(WS-DTT-IDX) TO EXCEPT-ACCT-NO-O.
034400     MOVE WS-DTT-ACCT-NO(WS-DTT-IDX) TO DISP-ACCT-NO.
034500     MOVE WS-DTT-REF(WS-DTT-IDX)     TO DISP-HIST-REF.
034600     READ DISPUTE-FILE
034700         INVALID KEY
034800             SET DISP-REC-NOT-FOUND TO TRUE
034900         NOT INVALID KEY
035000             SET DISP-REC-FOUND TO TRUE
035100     END-READ.
035200     MOVE WS-DTT-ACCT-NO(WS-DTT-IDX) TO ACCT-NO.
035300     READ ACCT-REC
035400         INVALID KEY
035500             SET ACCT-NOT-FOUND TO TRUE
035600         NOT INVALID KEY
035700             SET ACCT-FOUND TO TRUE
035800     END-READ.
035900     IF DTT-OPEN(WS-DTT-IDX)
036000         PERFORM 2100-OPEN-DISPUTE
036100             THRU 2100-OPEN-DISPUTE-EXIT
036200     ELSE
036300         PERFORM 2200-RESOLVE-DISPUTE
036400             THRU 2200-RESOLVE-DISPUTE-EXIT
036500     END-IF.
036600 2000-PROCESS-ONE-TRAN-EXIT.
036700     EXIT.
036800*-----------------------------------------------------------------
036900* 2100-OPEN-DISPUTE
037000*
037100* ZEROS IN THE AMOUNT DISPUTE THE WHOLE CHARGE.
037200*-----------------------------------------------------------------
037300 2100-OPEN-DISPUTE.
037400     IF ACCT-NOT-FOUND
037500         MOVE "DTRN-ACCT-NO" TO EXCEPT-FIELD-O
037600         MOVE "ACCOUNT NOT ON MASTER" TO EXCEPT-REASON-O
037700         PERFORM 2900-WRITE-EXCEPTION
037800             THRU 2900-WRITE-EXCEPTION-EXIT
037900         GO TO 2100-OPEN-DISPUTE-EXIT
038000     END-IF.
038100     IF NOT DTT-MATCHED(WS-DTT-IDX)
038200         MOVE "DTRN-HIST-REF" TO EXCEPT-FIELD-O
038300         MOVE "NO MATCHING CHARGE ON HISTORY FILE"
038400             TO EXCEPT-REASON-O
038500         PERFORM 2900-WRITE-EXCEPTION
038600             THRU 2900-WRITE-EXCEPTION-EXIT
038700         GO TO 2100-OPEN-DISPUTE-EXIT
038800     END-IF.
038900     IF DISP-REC-FOUND
039000         MOVE "DTRN-HIST-REF" TO EXCEPT-FIELD-O
039100         MOVE "CHARGE ALREADY DISPUTED" TO EXCEPT-REASON-O
039200         PERFORM 2900-WRITE-EXCEPTION
039300             THRU 2900-WRITE-EXCEPTION-EXIT
039400         GO TO 2100-OPEN-DISPUTE-EXIT
039500     END-IF.
039600     IF WS-DTT-AMOUNT(WS-DTT-IDX) = ZERO
039700         MOVE WS-DTT-ITEM-AMT(WS-DTT-IDX)
039800             TO WS-DTT-AMOUNT(WS-DTT-IDX)
039900     END-IF.
040000     IF WS-DTT-AMOUNT(WS-DTT-IDX) > WS-DTT-ITEM-AMT(WS-DTT-IDX)
040100         MOVE "DTRN-AMOUNT" TO EXCEPT-FIELD-O
040200         MOVE "DISPUTED AMOUNT EXCEEDS THE CHARGE"
040300             TO EXCEPT-REASON-O
040400         PERFORM 2900-WRITE-EXCEPTION
040500             THRU 2900-WRITE-EXCEPTION-EXIT
040600         GO TO 2100-OPEN-DISPUTE-EXIT
040700     END-IF.
040800     MOVE WS-DTT-ACCT-NO(WS-DTT-IDX)   TO DISP-ACCT-NO.
040900     MOVE WS-DTT-REF(WS-DTT-IDX)       TO DISP-HIST-REF.
041000     SET DISP-OPEN                     TO TRUE.
041100     MOVE SPACE                        TO DISP-OUTCOME.
041200     MOVE WS-DTT-AMOUNT(WS-DTT-IDX)    TO DISP-AMOUNT.
041300     MOVE WS-DTT-ITEM-DATE(WS-DTT-IDX) TO DISP-ITEM-DATE.
041400     MOVE WS-RUN-DATE                  TO DISP-OPEN-DATE.
041500     MOVE ZERO                         TO DISP-RESOLVE-DATE.
041600     MOVE SPACES                       TO DISP-CREDIT-REF.
041700     MOVE WS-DTT-REASON(WS-DTT-IDX)    TO DISP-REASON.
041800     WRITE DISP-REC
041900         INVALID KEY
042000             DISPLAY "DISPUTE FILE WRITE FAILED - ACCT "
042100                 DISP-ACCT-NO " REF " DISP-HIST-REF
042200             GO TO 2100-OPEN-DISPUTE-EXIT
042300     END-WRITE.
042400     ADD 1 TO WS-OPENED-COUNT.
042500     ADD DISP-AMOUNT TO WS-OPENED-TOTAL.
042600     MOVE "OPENED" TO WS-REG-ACTION.
042700     PERFORM 2400-WRITE-REGISTER-DETAIL
042800         THRU 2400-WRITE-REGISTER-DETAIL-EXIT.
042900 2100-OPEN-DISPUTE-EXIT.
043000     EXIT.
043100*-----------------------------------------------------------------
043200* 2200-RESOLVE-DISPUTE
043210*
043220* A CUSTOMER-FAVOR CREDIT IS WRITTEN FIRST AND THE DISPUTE IS
043230* RESOLVED ONLY WHEN THE WRITE WORKED.  SHOULD THE DISPUTE REWRITE
043240* THEN FAIL, THE CREDIT STANDS AND IS BOOKED - IT WILL POST - AND
043250* THE RC 16 SENDS THE OPEN DISPUTE BACK TO THE CREDIT DEPARTMENT.
043300*-----------------------------------------------------------------
043400 2200-RESOLVE-DISPUTE.
043500     IF DISP-REC-NOT-FOUND
043600         MOVE "DTRN-HIST-REF" TO EXCEPT-FIELD-O
043700         MOVE "NO DISPUTE ON FILE FOR THIS CHARGE"
043800             TO EXCEPT-REASON-O
043900         PERFORM 2900-WRITE-EXCEPTION
044000             THRU 2900-WRITE-EXCEPTION-EXIT
044100         GO TO 2200-RESOLVE-DISPUTE-EXIT
044200     END-IF.
044300     IF NOT DISP-OPEN
044400         MOVE "DTRN-HIST-REF" TO EXCEPT-FIELD-O
044500         MOVE "DISPUTE ALREADY RESOLVED" TO EXCEPT-REASON-O
044600         PERFORM 2900-WRITE-EXCEPTION
044700             THRU 2900-WRITE-EXCEPTION-EXIT
044800         GO TO 2200-RESOLVE-DISPUTE-EXIT
044900     END-IF.
045000     IF NOT DTT-CUSTOMER-FAVOR(WS-DTT-IDX)
045100         AND NOT DTT-CHARGE-UPHELD(WS-DTT-IDX)
045200         MOVE "DTRN-OUTCOME" TO EXCEPT-FIELD-O
045300         MOVE "OUTCOME MUST BE F OR U" TO EXCEPT-REASON-O
045400         PERFORM 2900-WRITE-EXCEPTION
045500             THRU 2900-WRITE-EXCEPTION-EXIT
045600         GO TO 2200-RESOLVE-DISPUTE-EXIT
045700     END-IF.
045800     IF DTT-CUSTOMER-FAVOR(WS-DTT-IDX)
045900         AND ACCT-NOT-FOUND
046000         MOVE "DTRN-ACCT-NO" TO EXCEPT-FIELD-O
046100         MOVE "ACCOUNT NOT ON MASTER - CANNOT CREDIT"
046200             TO EXCEPT-REASON-O
046300         PERFORM 2900-WRITE-EXCEPTION
046400             THRU 2900-WRITE-EXCEPTION-EXIT
046500         GO TO 2200-RESOLVE-DISPUTE-EXIT
046600     END-IF.
046700     IF DTT-CUSTOMER-FAVOR(WS-DTT-IDX)
046800         AND ACCT-CHARGED-OFF
046900         MOVE "DTRN-ACCT-NO" TO EXCEPT-FIELD-O
047000         MOVE "ACCOUNT CHARGED OFF - SETTLE BY HAND"
047100             TO EXCEPT-REASON-O
047200         PERFORM 2900-WRITE-EXCEPTION
047300             THRU 2900-WRITE-EXCEPTION-EXIT
047400         GO TO 2200-RESOLVE-DISPUTE-EXIT
047500     END-IF.
047600     MOVE WS-DTT-OUTCOME(WS-DTT-IDX) TO DISP-OUTCOME.
047603     IF DISP-CUSTOMER-FAVOR
047607         ADD 1 TO WS-REF-SEQ
047611         MOVE WS-REF-SEQ    TO WS-CRD-SEQ-O
047615         MOVE WS-CREDIT-REF TO DISP-CREDIT-REF
047619         PERFORM 2300-CUT-CREDIT
047623             THRU 2300-CUT-CREDIT-EXIT
047626         IF WS-POST-STATUS NOT = "00"
047630             GO TO 2200-RESOLVE-DISPUTE-EXIT
047634         END-IF
047638         ADD 1 TO WS-CREDITED-COUNT
047642         ADD DISP-AMOUNT TO WS-CREDIT-TOTAL
047646     END-IF.
047650     SET DISP-RESOLVED TO TRUE.
047800     MOVE WS-RUN-DATE                TO DISP-RESOLVE-DATE.
047900     IF WS-DTT-REASON(WS-DTT-IDX) NOT = SPACES
048000         MOVE WS-DTT-REASON(WS-DTT-IDX) TO DISP-REASON
048100     END-IF.
048700     REWRITE DISP-REC
048800         INVALID KEY
048900             DISPLAY "DISPUTE FILE REWRITE FAILED - ACCT "
049000                 DISP-ACCT-NO " REF " DISP-HIST-REF
049050             ADD 1 TO WS-IO-ERROR-COUNT
049100             GO TO 2200-RESOLVE-DISPUTE-EXIT
049200     END-REWRITE.
049300     ADD 1 TO WS-RESOLVED-COUNT.
049400     IF DISP-CUSTOMER-FAVOR
049900         MOVE "RESOLVED-CREDITED" TO WS-REG-ACTION
050000     ELSE
050100         ADD 1 TO WS-UPHELD-COUNT
050200         MOVE "RESOLVED-UPHELD" TO WS-REG-ACTION
050300     END-IF.
050400     PERFORM 2400-WRITE-REGISTER-DETAIL
050500         THRU 2400-WRITE-REGISTER-DETAIL-EXIT.
050600 2200-RESOLVE-DISPUTE-EXIT.
050700     EXIT.
050800*-----------------------------------------------------------------
050900* 2300-CUT-CREDIT
051000*   THE CREDIT TAKES THE DISPUTED AMOUNT BACK OFF THE BALANCE.
051050*   THE CALLER TESTS WS-POST-STATUS BEFORE RESOLVING THE DISPUTE.
051100*-----------------------------------------------------------------
051200 2300-CUT-CREDIT.
051300     MOVE DISP-ACCT-NO    TO POST-ACCT-NO.
051400     MOVE "C"             TO POST-DC-CODE.
051500     MOVE DISP-AMOUNT     TO POST-AMOUNT.
051600     MOVE WS-RUN-DATE     TO POST-DATE.
051700     MOVE DISP-CREDIT-REF TO POST-REF.
051800     WRITE POST-REC.
051900     IF WS-POST-STATUS NOT = "00"
052000         DISPLAY "POST-FILE WRITE FAILED - STATUS " WS-POST-STATUS
052033             " - DISPUTE LEFT OPEN FOR ACCT " DISP-ACCT-NO
052066         ADD 1 TO WS-IO-ERROR-COUNT
052100     END-IF.
052200 2300-CUT-CREDIT-EXIT.
052300     EXIT.
052400*-----------------------------------------------------------------
052500* 2400-WRITE-REGISTER-DETAIL
052600*   WS-REG-ACTION IS SET BY THE CALLER.
052700*-----------------------------------------------------------------
052800 2400-WRITE-REGISTER-DETAIL.
052900     MOVE SPACES          TO DISP-RPT-REC.
053000     MOVE WS-REG-ACTION   TO DSPR-ACTION-O.
053100     MOVE DISP-ACCT-NO    TO DSPR-ACCT-NO-O.
053200     MOVE DISP-HIST-REF   TO DSPR-HIST-REF-O.
053300     MOVE DISP-AMOUNT     TO DSPR-AMOUNT-O.
053400     MOVE DISP-CREDIT-REF TO DSPR-CREDIT-REF-O.
053500     MOVE DISP-REASON     TO DSPR-REASON-O.
053600     WRITE DISP-RPT-REC.
053700 2400-WRITE-REGISTER-DETAIL-EXIT.
053800     EXIT.
053900*-----------------------------------------------------------------
054000* 2500-WRITE-TOTAL-LINE
054100*
054200* THE CREDIT TOTAL ON THIS LINE TIES TO THE POST-RECS THE RUN
054300* WROTE.
054400*-----------------------------------------------------------------
054500 2500-WRITE-TOTAL-LINE.
054600     MOVE SPACES TO DISP-RPT-REC.
054700     MOVE "*** DISPUTE TOTALS ***" TO DSPR-TOT-LABEL-O.
054800     MOVE WS-OPENED-COUNT          TO DSPR-TOT-OPENED-O.
054900     MOVE WS-RESOLVED-COUNT        TO DSPR-TOT-RESOLVED-O.
055000     MOVE WS-CREDIT-TOTAL          TO DSPR-TOT-CREDITS-O.
055100     WRITE DSPR-TOTAL-REC.
055200 2500-WRITE-TOTAL-LINE-EXIT.
055300     EXIT.
055400*-----------------------------------------------------------------
055500* 2900-WRITE-EXCEPTION
055600*   EXCEPT-FIELD-O AND EXCEPT-REASON-O ARE SET BY THE CALLER.
055700*-----------------------------------------------------------------
055800 2900-WRITE-EXCEPTION.
055900     WRITE EXCEPT-REC.
056000     ADD 1 TO WS-EXCEPT-COUNT.
056100 2900-WRITE-EXCEPTION-EXIT.
056200     EXIT.
056300*-----------------------------------------------------------------
056400* 8000-STAMP-RUN-END
056500*-----------------------------------------------------------------
056600 8000-STAMP-RUN-END.
056700     MOVE "E" TO WS-RUNL-PHASE.
056800     COMPUTE WS-RUNL-COUNT = WS-OPENED-COUNT + WS-RESOLVED-COUNT.
056900     MOVE RETURN-CODE TO WS-RUNL-CODE.
057000     CALL "AR095" USING WS-RUN-CONTROL.
057100 8000-STAMP-RUN-END-EXIT.
057200     EXIT.
057300*-----------------------------------------------------------------
057400* 8100-BOOK-GL-ENTRIES
057500*   THE RUN'S DISPUTE CREDITS AS ONE SUMMARIZED GL ENTRY, THEN THE
057600*   BATCH TRAILER.  AR096 LOOKS UP THE ACCOUNTS ON THE GL CONTROL
057700*   TABLE.
057800*-----------------------------------------------------------------
057900 8100-BOOK-GL-ENTRIES.
058000     MOVE WS-RUN-DATE     TO WS-GLC-RUN-DATE.
058100     MOVE "E"             TO WS-GLC-FUNCTION.
058200     MOVE "DSPC"          TO WS-GLC-TRAN-TYPE.
058300     MOVE WS-CREDIT-TOTAL TO WS-GLC-AMOUNT.
058400     CALL "AR096" USING WS-GL-CONTROL.
058500     MOVE "T"             TO WS-GLC-FUNCTION.
058600     CALL "AR096" USING WS-GL-CONTROL.
058700 8100-BOOK-GL-ENTRIES-EXIT.
058800     EXIT.
058900*-----------------------------------------------------------------
059000* 9000-TERMINATE
059100*-----------------------------------------------------------------
059200 9000-TERMINATE.
059300     PERFORM 2500-WRITE-TOTAL-LINE
059400         THRU 2500-WRITE-TOTAL-LINE-EXIT.
059500     CLOSE ACCT-REC.
059600     CLOSE DISPUTE-FILE.
059700     CLOSE POST-FILE.
059800     CLOSE DISP-RPT.
059900     CLOSE EXCEPT-FILE.
059925     IF WS-IO-ERROR-COUNT > ZERO
059950         MOVE 16 TO RETURN-CODE
059975     END-IF.
060000     PERFORM 8100-BOOK-GL-ENTRIES
060100         THRU 8100-BOOK-GL-ENTRIES-EXIT.
060200     DISPLAY "AR470 DISPUTE MAINTENANCE COMPLETE".
060300     DISPLAY "  TRANSACTIONS READ  : " WS-READ-COUNT.
060400     DISPLAY "  DISPUTES OPENED    : " WS-OPENED-COUNT.
060500     DISPLAY "  DISPUTES RESOLVED  : " WS-RESOLVED-COUNT.
060600     DISPLAY "    CUSTOMER CREDITED: " WS-CREDITED-COUNT.
060700     DISPLAY "    CHARGE UPHELD    : " WS-UPHELD-COUNT.
060800     DISPLAY "  EXCEPTIONS         : " WS-EXCEPT-COUNT.
060900     DISPLAY "  MALFORMED          : " WS-MALFORMED-COUNT.
060950     DISPLAY "  IO ERRORS          : " WS-IO-ERROR-COUNT.
061000     PERFORM 8000-STAMP-RUN-END
061100         THRU 8000-STAMP-RUN-END-EXIT.
061200 9000-TERMINATE-EXIT.
061300     EXIT.
