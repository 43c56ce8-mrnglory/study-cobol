000100 IDENTIFICATION DIVISION.
000200*-----------------------------------------------------------------
000300 PROGRAM-ID.    AR390.
000400 AUTHOR.        D P CONLEY.
000500 INSTALLATION.  CONSUMER CREDIT SERVICES - DATA PROCESSING.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*-----------------------------------------------------------------
000900* AR390 - RETURNED-PAYMENT REVERSAL RUN.
001000*
001100* DAILY RUN, SCHEDULED AHEAD OF AN AR230 POSTING RUN.  READS THE
001200* BANK'S RETURNED-ITEM FILE AND, FOR EACH PAYMENT THE BANK SENT
001300* BACK, FINDS THE ORIGINAL CREDIT AR230 APPLIED ON THE HISTORY
001400* FILE BY POST-REF AND ACCT-NO.  A MATCHED ITEM GOES OUT TO THE
001500* POST-FILE AS A REVERSING DEBIT FOR THE SAME AMOUNT PLUS A
001600* RETURNED-PAYMENT FEE DEBIT (THE FEE COMES FROM THE NSF-PARM
001700* CONTROL CARD), EACH IN ITS OWN POST-REF SERIES ("NR" REVERSAL,
001800* "NF" FEE), SO BOTH FLOW THROUGH AR230'S JOURNAL AND THE AR270
001900* RECONCILIATION LIKE ANY OTHER POSTING - THIS RUN NEVER TOUCHES
002000* THE MASTER ITSELF.  EVERY REVERSAL IS RECORDED ON THE RETURNED-
002100* PAYMENT REGISTER UNDER THE ORIGINAL POST-REF, WHICH KEEPS THE
002200* TIE TO THE ORIGINAL PAYMENT, STOPS THE SAME ITEM BEING REVERSED
002300* TWICE, AND IS WHERE AN ACCOUNT'S RETURNS ARE COUNTED.  AN
002400* ACCOUNT WITH TWO OR MORE RETURNS IN TWELVE MONTHS IS FLAGGED ON
002500* THE REVERSAL REGISTER FOR CREDIT TO FREEZE THROUGH AR200 - THE
002600* FREEZE IS NOT KEYED HERE, BECAUSE A FROZEN ACCOUNT WOULD BOUNCE
002700* THE REVERSAL ITSELF OUT OF AR230 INTO SUSPENSE.  AN ITEM WITH
002800* NO MATCHING PAYMENT, A RETURNED AMOUNT THAT DOES NOT MATCH THE
002900* PAYMENT, AN ITEM ALREADY REVERSED, OR A MALFORMED ITEM GOES TO
003000* THE EXCEPTIONS LISTING INSTEAD.  A REVERSED PAYMENT THAT HAD
003010* BEEN COUNTED AGAINST THE ACCOUNT'S MINIMUM DUE IS TAKEN BACK
003020* OFF THE BILLING RECORD, SO THE BILL SHOWS IT UNPAID AGAIN.
003036* A RETURNED RECOVERY PAYMENT ON A CHARGED-OFF ACCOUNT IS
003052* REVERSED THE SAME WAY BUT IN ITS OWN "RR" SERIES AND WITHOUT A
003068* FEE (AR230 WOULD ONLY REJECT IT); AR230 TAKES THE "RR" DEBIT
003076* BACK OFF THE CHARGE-OFF RECORD AND NETS IT AGAINST ITS
003084* RECOVERIES GL ENTRY, SO IT IS LEFT OUT OF "NSFR".
003100*
003200* MOD-LOG
003300*   DATE       INIT  DESCRIPTION
003400*   ---------- ----- ------------------------------------------
003500*   10/15/2026 DPC   ORIGINAL PROGRAM - REPLACES THE HAND-KEYED
003600*                    REVERSING DEBITS CUT UNDER MADE-UP POST-REFS.
003610*   10/15/2026 DPC   A RETURNED PAYMENT DATED AFTER THE ACCOUNT'S
003620*                    LAST STATEMENT CYCLE IS SUBTRACTED FROM
003630*                    BILL-PAID ON THE BILLING FILE - AR230 HAD
003640*                    COUNTED IT TOWARD THE MINIMUM DUE.
003650*   10/15/2026 DPC   BOOKS THE RUN'S REVERSAL AND FEE TOTALS TO
003655*                    THE DAILY GL INTERFACE FILE (CALLS AR096) AS
003660*                    GL TYPES "NSFR" AND "NSFF" - AGAINST THE
003665*                    RECEIVABLE CLEARING ACCOUNT, SINCE THE
003670*                    DEBITS ONLY REACH THE MASTER WHEN AR230
003675*                    POSTS THEM.
003680*   10/15/2026 DPC   A RETURNED RECOVERY PAYMENT ("R" ON
003685*                    HISTORY) NOW MATCHES AND IS REVERSED AS AN
003687*                    "RR" DEBIT WITH NO FEE AND NO BILL BACKOUT,
003690*                    AND IS KEPT OUT OF THE "NSFR" GL ENTRY -
003693*                    AR230 BOOKS IT AGAINST RECOVERIES.
003694*   10/15/2026 DPC   THE RECENT-RETURN TABLE IS CHECKED FOR ROOM
003695*                    FOR EVERY ITEM THE RUN COULD REVERSE BEFORE
003696*                    ANYTHING IS WRITTEN - IT COULD FILL PART
003697*                    WAY THROUGH, AFTER POSTINGS AND REGISTER
003698*                    RECORDS WERE OUT BUT BEFORE THE GL WAS
003699*                    BOOKED.
003700*-----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     COPY "SELRITM.CPY".
004200     COPY "SELNSFP.CPY".
004300     COPY "SELACCT.CPY".
004400     COPY "SELHIST.CPY".
004500     COPY "SELPOST.CPY".
004600     COPY "SELRTPY.CPY".
004650     COPY "SELBILL.CPY".
004700     COPY "SELNSFR.CPY".
004800     COPY "SELEXCP.CPY".
004900 DATA DIVISION.
005000 FILE SECTION.
005100 COPY "RITMREC.CPY".
005200 COPY "NSFPARM.CPY".
005300 COPY "ACCTREC.CPY".
005400 COPY "HISTREC.CPY".
005500 COPY "POSTREC.CPY".
005600 COPY "RTPYREC.CPY".
005650 COPY "BILLREC.CPY".
005700 COPY "NSFRREC.CPY".
005800 COPY "EXCPTREC.CPY".
005900 WORKING-STORAGE SECTION.
006000 01  WS-RITM-STATUS          PIC XX VALUE "00".
006100 01  WS-ACCT-STATUS          PIC XX VALUE "00".
006200 01  WS-HIST-STATUS          PIC XX VALUE "00".
006300 01  WS-POST-STATUS          PIC XX VALUE "00".
006400 01  WS-RTPY-STATUS          PIC XX VALUE "00".
006450 01  WS-BILL-STATUS          PIC XX VALUE "00".
006500 01  WS-EXCPT-STATUS         PIC XX VALUE "00".
006600 01  WS-RUN-DATE             PIC 9(8).
006700 01  WS-RUN-DAY              PIC 9(5).
006800 01  WS-WINDOW-DATE          PIC 9(8).
006900 01  WS-FEE-AMOUNT           PIC S9(7)V99 COMP-3 VALUE ZERO.
006950 01  WS-ITEM-FEE             PIC S9(7)V99 COMP-3 VALUE ZERO.
007000 01  WS-SWITCHES.
007100     05  RITM-EOF-SW         PIC X VALUE SPACE.
007200         88  RITM-EOF            VALUE "Y".
007300     05  HIST-EOF-SW         PIC X VALUE SPACE.
007400         88  HIST-FILE-EOF       VALUE "Y".
007500     05  RTPY-EOF-SW         PIC X VALUE SPACE.
007600         88  RTPY-EOF            VALUE "Y".
007700     05  WS-FOUND-SW         PIC X VALUE SPACE.
007800         88  ACCT-FOUND          VALUE "Y".
007900         88  ACCT-NOT-FOUND      VALUE "N".
008000     05  WS-RTPY-FOUND-SW    PIC X VALUE SPACE.
008100         88  RTPY-REC-FOUND      VALUE "Y".
008200         88  RTPY-REC-NOT-FOUND  VALUE "N".
008300*-----------------------------------------------------------------
008400* THE DAY'S RETURNED ITEMS, HELD SO THE HISTORY FILE IS PASSED
008500* ONCE FOR THE WHOLE FILE RATHER THAN ONCE PER ITEM.  EACH ENTRY
008600* PICKS UP THE ORIGINAL PAYMENT'S AMOUNT AND DATE WHEN ITS CREDIT
008700* IS FOUND.  THE RUN ABENDS RATHER THAN REVERSE HALF A FILE.
008800*-----------------------------------------------------------------
008900 01  WS-RETURN-TABLE-CONTROLS.
009000     05  WS-RIT-MAX          PIC 9(4) COMP VALUE 500.
009100     05  WS-RIT-COUNT        PIC 9(4) COMP VALUE ZERO.
009200     05  WS-RIT-IDX          PIC 9(4) COMP VALUE ZERO.
009300 01  WS-RETURN-TABLE.
009400     05  WS-RIT-ENTRY OCCURS 500 TIMES.
009500         10  WS-RIT-ACCT-NO  PIC X(8).
009600         10  WS-RIT-REF      PIC X(12).
009700         10  WS-RIT-AMOUNT   PIC S9(7)V99 COMP-3.
009800         10  WS-RIT-RET-DATE PIC 9(8).
009900         10  WS-RIT-REASON   PIC X(3).
010000         10  WS-RIT-MATCH-SW PIC X(1).
010100             88  RIT-MATCHED         VALUE "Y".
010200         10  WS-RIT-ORIG-AMT PIC S9(7)V99 COMP-3.
010300         10  WS-RIT-ORIG-DATE
010400                             PIC 9(8).
010433         10  WS-RIT-RECOV-SW PIC X(1).
010466             88  RIT-RECOVERY        VALUE "Y".
010500*-----------------------------------------------------------------
010600* THE ACCT-NO OF EVERY RETURN IN THE LAST TWELVE MONTHS - LOADED
010700* FROM THE REGISTER UP FRONT AND ADDED TO AS THIS RUN REVERSES -
010800* SO AN ACCOUNT'S RETURN COUNT INCLUDES TODAY'S ITEMS.
010900*-----------------------------------------------------------------
011000 01  WS-RECENT-TABLE-CONTROLS.
011100     05  WS-RCT-MAX          PIC 9(4) COMP VALUE 2000.
011200     05  WS-RCT-COUNT        PIC 9(4) COMP VALUE ZERO.
011300     05  WS-RCT-IDX          PIC 9(4) COMP VALUE ZERO.
011400 01  WS-RECENT-TABLE.
011500     05  WS-RCT-ACCT-NO      PIC X(8) OCCURS 2000 TIMES.
011600 01  WS-RECENT-ACCT          PIC X(8).
011700 01  WS-RETURN-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
011800*-----------------------------------------------------------------
011900* THE "NR" (REVERSAL), "RR" (RETURNED RECOVERY) AND "NF" (FEE)
011933* POST-REF SERIES - THE RUN'S YYDDD DAY NUMBER PLUS A SEQUENCE
011966* THAT CARRIES ON FROM ANY EARLIER REVERSAL RUN THE SAME DAY
012000* (COUNTED OFF THE REGISTER), SO EVERY REFERENCE IS UNIQUE
012200* ACROSS RUNS AND CLEARS THE AR230 DUPLICATE-POSTING GUARD.  A
012300* REVERSAL AND ITS FEE SHARE A NUMBER.
012400*-----------------------------------------------------------------
012500 01  WS-REVERSAL-REF.
012600     05  WS-REV-SERIES-O     PIC X(2) VALUE "NR".
012700     05  WS-REV-DAY-O        PIC 9(5).
012800     05  WS-REV-SEQ-O        PIC 9(5).
012900 01  WS-FEE-REF.
013000     05  FILLER              PIC X(2) VALUE "NF".
013100     05  WS-FEE-DAY-O        PIC 9(5).
013200     05  WS-FEE-SEQ-O        PIC 9(5).
013300 01  WS-REF-SEQ              PIC 9(5) COMP-3 VALUE ZERO.
013400 01  WS-COUNTERS.
013500     05  WS-READ-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
013600     05  WS-REVERSED-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
013700     05  WS-UNMATCHED-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
013800     05  WS-MISMATCH-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
013900     05  WS-ALREADY-COUNT    PIC 9(7) COMP-3 VALUE ZERO.
014000     05  WS-MALFORMED-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
014100     05  WS-FLAGGED-COUNT    PIC 9(7) COMP-3 VALUE ZERO.
014150     05  WS-BILL-BACKOUT-COUNT
014160                             PIC 9(7) COMP-3 VALUE ZERO.
014180     05  WS-RECOV-REV-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
014200 01  WS-RUN-TOTALS.
014300     05  WS-REVERSAL-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
014400     05  WS-FEE-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
014450     05  WS-RECOV-REV-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.
014500 01  WS-RUN-CONTROL.
014600     05  WS-RUNL-PROGRAM     PIC X(8) VALUE "AR390".
014700     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
014800     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
014900     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
014910 01  WS-GL-CONTROL.
014920     05  WS-GLC-FUNCTION     PIC X(1) VALUE "E".
014930     05  WS-GLC-PROGRAM      PIC X(8) VALUE "AR390".
014940     05  WS-GLC-RUN-DATE     PIC 9(8) VALUE ZERO.
014950     05  WS-GLC-TRAN-TYPE    PIC X(4) VALUE SPACES.
014960     05  WS-GLC-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
015000 PROCEDURE DIVISION.
015100*-----------------------------------------------------------------
015200* 0000-MAINLINE
015300*-----------------------------------------------------------------
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE
015600         THRU 1000-INITIALIZE-EXIT.
015700     PERFORM 2000-PROCESS-ONE-RETURN
015800         THRU 2000-PROCESS-ONE-RETURN-EXIT
015900         VARYING WS-RIT-IDX FROM 1 BY 1
016000         UNTIL WS-RIT-IDX > WS-RIT-COUNT.
016100     PERFORM 9000-TERMINATE
016200         THRU 9000-TERMINATE-EXIT.
016300     STOP RUN.
016400*-----------------------------------------------------------------
016500* 1000-INITIALIZE
016600*
016700* THE FEE CARD IS REQUIRED AND MUST BE NUMERIC.  THE RETURNED
016800* ITEMS, THE REGISTER'S RECENT RETURNS, AND THE MATCHING HISTORY
016900* ARE ALL LOADED BEFORE A SINGLE POSTING IS CUT, SO A TABLE
017000* OVERFLOW ABENDS THE RUN WITH NOTHING WRITTEN TO THE POST-FILE.
017025* EVERY ITEM REVERSED ADDS ONE RECENT RETURN, SO THE RECENT TABLE
017050* MUST ALSO HAVE ROOM FOR ALL OF THE DAY'S ITEMS UP FRONT - IT CAN
017075* THEN NEVER FILL ONCE THE RUN HAS STARTED WRITING.
017100*-----------------------------------------------------------------
017200 1000-INITIALIZE.
017300     CALL "AR095" USING WS-RUN-CONTROL.
017400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017500     ACCEPT WS-RUN-DAY FROM DAY.
017600     COMPUTE WS-WINDOW-DATE = WS-RUN-DATE - 10000.
017700     OPEN INPUT NSF-PARM.
017800     READ NSF-PARM
017900         AT END
018000             DISPLAY "AR390 - NO NSF-PARM CARD SUPPLIED"
018100             CLOSE NSF-PARM
018200             MOVE 16 TO RETURN-CODE
018300             PERFORM 8000-STAMP-RUN-END
018400                 THRU 8000-STAMP-RUN-END-EXIT
018500             STOP RUN
018600     END-READ.
018700     IF NSFP-FEE-AMOUNT NOT NUMERIC
018800         DISPLAY "AR390 - FEE ON CONTROL CARD NOT NUMERIC"
018900         CLOSE NSF-PARM
019000         MOVE 16 TO RETURN-CODE
019100         PERFORM 8000-STAMP-RUN-END
019200             THRU 8000-STAMP-RUN-END-EXIT
019300         STOP RUN
019400     END-IF.
019500     MOVE NSFP-FEE-AMOUNT TO WS-FEE-AMOUNT.
019600     CLOSE NSF-PARM.
019700     OPEN INPUT RETURN-ITEMS.
019800     IF WS-RITM-STATUS = "35"
019900         DISPLAY "AR390 - NO RETURNED-ITEM FILE ON DISK"
020000         MOVE 16 TO RETURN-CODE
020100         PERFORM 8000-STAMP-RUN-END
020200             THRU 8000-STAMP-RUN-END-EXIT
020300         STOP RUN
020400     END-IF.
020500     OPEN OUTPUT EXCEPT-FILE.
020600     READ RETURN-ITEMS
020700         AT END
020800             SET RITM-EOF TO TRUE.
020900     PERFORM 1100-LOAD-ONE-ITEM
021000         THRU 1100-LOAD-ONE-ITEM-EXIT
021100         UNTIL RITM-EOF.
021200     CLOSE RETURN-ITEMS.
021300     PERFORM 1200-LOAD-REGISTER
021400         THRU 1200-LOAD-REGISTER-EXIT.
021500     PERFORM 1300-MATCH-HISTORY
021600         THRU 1300-MATCH-HISTORY-EXIT.
021610     IF WS-RCT-COUNT + WS-RIT-COUNT > WS-RCT-MAX
021620         DISPLAY "AR390 - RECENT-RETURN TABLE CANNOT HOLD "
021630             WS-RCT-COUNT " RECENT + " WS-RIT-COUNT
021640             " TODAY - INCREASE WS-RCT-MAX"
021650         MOVE 16 TO RETURN-CODE
021660         PERFORM 8000-STAMP-RUN-END
021670             THRU 8000-STAMP-RUN-END-EXIT
021680         STOP RUN
021690     END-IF.
021700     OPEN INPUT  ACCT-REC.
021800     OPEN EXTEND POST-FILE.
021900     IF WS-POST-STATUS = "35"
022000         OPEN OUTPUT POST-FILE
022100     END-IF.
022200     OPEN OUTPUT NSF-RPT.
022210     OPEN I-O BILL-FILE.
022220     IF WS-BILL-STATUS = "35"
022230         OPEN OUTPUT BILL-FILE
022240         CLOSE BILL-FILE
022250         OPEN I-O BILL-FILE
022260     END-IF.
022300 1000-INITIALIZE-EXIT.
022400     EXIT.
022500*-----------------------------------------------------------------
022600* 1100-LOAD-ONE-ITEM
022700*-----------------------------------------------------------------
022800 1100-LOAD-ONE-ITEM.
022900     ADD 1 TO WS-READ-COUNT.
023000     IF RITM-AMOUNT NOT NUMERIC
023100         OR RITM-RETURN-DATE NOT NUMERIC
023200         OR RITM-REF = SPACES
023300         MOVE RITM-ACCT-NO TO EXCEPT-ACCT-NO-O
023400         MOVE "AMOUNT/DATE" TO EXCEPT-FIELD-O
023500         MOVE "MALFORMED RETURNED ITEM FROM BANK"
023600             TO EXCEPT-REASON-O
023700         WRITE EXCEPT-REC
023800         ADD 1 TO WS-MALFORMED-COUNT
023900         GO TO 1100-READ-NEXT
024000     END-IF.
024100     IF WS-RIT-COUNT >= WS-RIT-MAX
024200         DISPLAY "AR390 - RETURN TABLE FULL AT "
024300             WS-RIT-MAX " ENTRIES - INCREASE WS-RIT-MAX"
024400         MOVE 16 TO RETURN-CODE
024500         PERFORM 8000-STAMP-RUN-END
024600             THRU 8000-STAMP-RUN-END-EXIT
024700         STOP RUN
024800     END-IF.
024900     ADD 1 TO WS-RIT-COUNT.
025000     MOVE RITM-ACCT-NO     TO WS-RIT-ACCT-NO(WS-RIT-COUNT).
025100     MOVE RITM-REF         TO WS-RIT-REF(WS-RIT-COUNT).
025200     MOVE RITM-AMOUNT      TO WS-RIT-AMOUNT(WS-RIT-COUNT).
025300     MOVE RITM-RETURN-DATE TO WS-RIT-RET-DATE(WS-RIT-COUNT).
025400     MOVE RITM-REASON      TO WS-RIT-REASON(WS-RIT-COUNT).
025500     MOVE SPACE            TO WS-RIT-MATCH-SW(WS-RIT-COUNT).
025600     MOVE ZERO             TO WS-RIT-ORIG-AMT(WS-RIT-COUNT).
025700     MOVE ZERO             TO WS-RIT-ORIG-DATE(WS-RIT-COUNT).
025750     MOVE SPACE            TO WS-RIT-RECOV-SW(WS-RIT-COUNT).
025800 1100-READ-NEXT.
025900     READ RETURN-ITEMS
026000         AT END
026100             SET RITM-EOF TO TRUE.
026200 1100-LOAD-ONE-ITEM-EXIT.
026300     EXIT.
026400*-----------------------------------------------------------------
026500* 1200-LOAD-REGISTER
026600*
026700* PASSES THE RETURNED-PAYMENT REGISTER ONCE: EVERY RETURN DATED
026800* INSIDE THE TWELVE-MONTH WINDOW GOES INTO THE RECENT TABLE, AND
026900* EVERY REVERSAL ALREADY CUT TODAY ADVANCES THE POST-REF SEQUENCE.
027000* THE REGISTER STAYS OPEN I-O FOR THE RANDOM LOOKUPS AND WRITES.
027100* THE FIRST RUN HAS NO REGISTER YET - IT IS CREATED EMPTY.
027200*-----------------------------------------------------------------
027300 1200-LOAD-REGISTER.
027400     OPEN I-O RETPAY-FILE.
027500     IF WS-RTPY-STATUS = "35"
027600         OPEN OUTPUT RETPAY-FILE
027700         CLOSE RETPAY-FILE
027800         OPEN I-O RETPAY-FILE
027900     END-IF.
028000     READ RETPAY-FILE NEXT RECORD
028100         AT END
028200             SET RTPY-EOF TO TRUE.
028300     PERFORM 1250-LOAD-ONE-REGISTER
028400         THRU 1250-LOAD-ONE-REGISTER-EXIT
028500         UNTIL RTPY-EOF.
028600 1200-LOAD-REGISTER-EXIT.
028700     EXIT.
028800*-----------------------------------------------------------------
028900* 1250-LOAD-ONE-REGISTER
029000*-----------------------------------------------------------------
029100 1250-LOAD-ONE-REGISTER.
029200     IF RTPY-RUN-DATE = WS-RUN-DATE
029300         ADD 1 TO WS-REF-SEQ
029400     END-IF.
029500     IF RTPY-RETURN-DATE >= WS-WINDOW-DATE
029600         MOVE RTPY-ACCT-NO TO WS-RECENT-ACCT
029700         PERFORM 2350-ADD-RECENT-RETURN
029800             THRU 2350-ADD-RECENT-RETURN-EXIT
029900     END-IF.
030000     READ RETPAY-FILE NEXT RECORD
030100         AT END
030200             SET RTPY-EOF TO TRUE.
030300 1250-LOAD-ONE-REGISTER-EXIT.
030400     EXIT.
030500*-----------------------------------------------------------------
030600* 1300-MATCH-HISTORY
030700*
030800* ONE PASS OF THE HISTORY FILE.  EVERY APPLIED CREDIT IS HELD UP
030900* AGAINST THE DAY'S RETURNED ITEMS - A CREDIT WHOSE POST-REF AND
031000* ACCT-NO BOTH MATCH AN ITEM IS THAT ITEM'S ORIGINAL PAYMENT.  NO
031100* HISTORY FILE YET MEANS NOTHING CAN MATCH.  A RECOVERY PAYMENT
031133* ON A CHARGED-OFF ACCOUNT IS A PAYMENT TOO; A NEGATIVE RECOVERY
031166* IS AN EARLIER RETURN OF ONE AND IS PASSED OVER.
031200*-----------------------------------------------------------------
031300 1300-MATCH-HISTORY.
031400     OPEN INPUT HIST-FILE.
031500     IF WS-HIST-STATUS = "35"
031600         GO TO 1300-MATCH-HISTORY-EXIT
031700     END-IF.
031800     READ HIST-FILE
031900         AT END
032000             SET HIST-FILE-EOF TO TRUE.
032100     PERFORM 1350-MATCH-ONE-HIST
032200         THRU 1350-MATCH-ONE-HIST-EXIT
032300         UNTIL HIST-FILE-EOF.
032400     CLOSE HIST-FILE.
032500 1300-MATCH-HISTORY-EXIT.
032600     EXIT.
032700*-----------------------------------------------------------------
032800* 1350-MATCH-ONE-HIST
032900*-----------------------------------------------------------------
033000 1350-MATCH-ONE-HIST.
033100     IF HIST-CREDIT
033150         OR (HIST-RECOVERY AND HIST-AMOUNT > ZERO)
033200         PERFORM 1360-COMPARE-ONE-ITEM
033300             THRU 1360-COMPARE-ONE-ITEM-EXIT
033400             VARYING WS-RIT-IDX FROM 1 BY 1
033500             UNTIL WS-RIT-IDX > WS-RIT-COUNT
033600     END-IF.
033700     READ HIST-FILE
033800         AT END
033900             SET HIST-FILE-EOF TO TRUE.
034000 1350-MATCH-ONE-HIST-EXIT.
034100     EXIT.
034200*-----------------------------------------------------------------
034300* 1360-COMPARE-ONE-ITEM
034400*-----------------------------------------------------------------
034500 1360-COMPARE-ONE-ITEM.
034600     IF NOT RIT-MATCHED(WS-RIT-IDX)
034700         AND WS-RIT-REF(WS-RIT-IDX) = HIST-REF
034800         AND WS-RIT-ACCT-NO(WS-RIT-IDX) = HIST-ACCT-NO
034900         SET RIT-MATCHED(WS-RIT-IDX) TO TRUE
035000         MOVE HIST-AMOUNT TO WS-RIT-ORIG-AMT(WS-RIT-IDX)
035100         MOVE HIST-DATE   TO WS-RIT-ORIG-DATE(WS-RIT-IDX)
035125         IF HIST-RECOVERY
035150             SET RIT-RECOVERY(WS-RIT-IDX) TO TRUE
035175         END-IF
035200     END-IF.
035300 1360-COMPARE-ONE-ITEM-EXIT.
035400     EXIT.
035500*-----------------------------------------------------------------
035600* 2000-PROCESS-ONE-RETURN
035700*
035800* AN ITEM IS REVERSED ONLY WHEN ITS ORIGINAL PAYMENT WAS FOUND,
035900* THE RETURNED AMOUNT IS THE AMOUNT THAT WAS APPLIED, AND THE
036000* REGISTER SHOWS NO EARLIER REVERSAL OF IT.  ANYTHING ELSE GOES
036100* TO THE EXCEPTIONS LISTING FOR THE POSTING CLERK TO RESEARCH.
036133* A RETURNED RECOVERY CARRIES NO FEE AND LEAVES THE BILL ALONE -
036166* THE ACCOUNT IS CHARGED OFF, SO AR230 NEITHER BILLS NOR FEES IT.
036200*-----------------------------------------------------------------
036300 2000-PROCESS-ONE-RETURN.
036400     MOVE WS-RIT-ACCT-NO(WS-RIT-IDX) TO EXCEPT-ACCT-NO-O.
036500     IF NOT RIT-MATCHED(WS-RIT-IDX)
036600         MOVE "RITM-REF" TO EXCEPT-FIELD-O
036700         MOVE "NO MATCHING PAYMENT ON HISTORY FILE"
036800             TO EXCEPT-REASON-O
036900         WRITE EXCEPT-REC
037000         ADD 1 TO WS-UNMATCHED-COUNT
037100         GO TO 2000-PROCESS-ONE-RETURN-EXIT
037200     END-IF.
037300     IF WS-RIT-AMOUNT(WS-RIT-IDX)
037400         NOT = WS-RIT-ORIG-AMT(WS-RIT-IDX)
037500         MOVE "RITM-AMOUNT" TO EXCEPT-FIELD-O
037600         MOVE "RETURNED AMOUNT NOT = ORIGINAL PAYMENT"
037700             TO EXCEPT-REASON-O
037800         WRITE EXCEPT-REC
037900         ADD 1 TO WS-MISMATCH-COUNT
038000         GO TO 2000-PROCESS-ONE-RETURN-EXIT
038100     END-IF.
038200     MOVE WS-RIT-REF(WS-RIT-IDX) TO RTPY-ORIG-REF.
038300     READ RETPAY-FILE
038400         INVALID KEY
038500             SET RTPY-REC-NOT-FOUND TO TRUE
038600         NOT INVALID KEY
038700             SET RTPY-REC-FOUND TO TRUE
038800     END-READ.
038900     IF RTPY-REC-FOUND
039000         MOVE "RITM-REF" TO EXCEPT-FIELD-O
039100         MOVE "PAYMENT ALREADY REVERSED" TO EXCEPT-REASON-O
039200         WRITE EXCEPT-REC
039300         ADD 1 TO WS-ALREADY-COUNT
039400         GO TO 2000-PROCESS-ONE-RETURN-EXIT
039500     END-IF.
039516     IF RIT-RECOVERY(WS-RIT-IDX)
039533         MOVE ZERO          TO WS-ITEM-FEE
039550     ELSE
039566         MOVE WS-FEE-AMOUNT TO WS-ITEM-FEE
039583     END-IF.
039600     PERFORM 2100-CUT-REVERSAL
039700         THRU 2100-CUT-REVERSAL-EXIT.
039705     IF NOT RIT-RECOVERY(WS-RIT-IDX)
039710         PERFORM 2150-BACK-OUT-BILL-PAYMENT
039720             THRU 2150-BACK-OUT-BILL-PAYMENT-EXIT
039760     END-IF.
039800     PERFORM 2200-WRITE-REGISTER-REC
039900         THRU 2200-WRITE-REGISTER-REC-EXIT.
040000     MOVE WS-RIT-ACCT-NO(WS-RIT-IDX) TO WS-RECENT-ACCT.
040100     PERFORM 2350-ADD-RECENT-RETURN
040200         THRU 2350-ADD-RECENT-RETURN-EXIT.
040300     PERFORM 2300-COUNT-RECENT-RETURNS
040400         THRU 2300-COUNT-RECENT-RETURNS-EXIT.
040500     PERFORM 2400-WRITE-REPORT-DETAIL
040600         THRU 2400-WRITE-REPORT-DETAIL-EXIT.
040700     ADD 1 TO WS-REVERSED-COUNT.
040800     ADD WS-RIT-AMOUNT(WS-RIT-IDX) TO WS-REVERSAL-TOTAL.
040900     ADD WS-ITEM-FEE TO WS-FEE-TOTAL.
040920     IF RIT-RECOVERY(WS-RIT-IDX)
040940         ADD 1 TO WS-RECOV-REV-COUNT
040960         ADD WS-RIT-AMOUNT(WS-RIT-IDX) TO WS-RECOV-REV-TOTAL
040980     END-IF.
041000 2000-PROCESS-ONE-RETURN-EXIT.
041100     EXIT.
041200*-----------------------------------------------------------------
041300* 2100-CUT-REVERSAL
041400*
041500* THE REVERSING DEBIT PUTS THE RETURNED MONEY BACK ON THE
041600* BALANCE; THE FEE DEBIT FOLLOWS IT UNLESS THE ITEM'S FEE IS ZERO.
041700*-----------------------------------------------------------------
041800 2100-CUT-REVERSAL.
041900     ADD 1 TO WS-REF-SEQ.
042000     MOVE WS-RUN-DAY TO WS-REV-DAY-O WS-FEE-DAY-O.
042100     MOVE WS-REF-SEQ TO WS-REV-SEQ-O WS-FEE-SEQ-O.
042116     IF RIT-RECOVERY(WS-RIT-IDX)
042133         MOVE "RR" TO WS-REV-SERIES-O
042150     ELSE
042166         MOVE "NR" TO WS-REV-SERIES-O
042183     END-IF.
042200     MOVE WS-RIT-ACCT-NO(WS-RIT-IDX) TO POST-ACCT-NO.
042300     MOVE "D"                        TO POST-DC-CODE.
042400     MOVE WS-RIT-AMOUNT(WS-RIT-IDX)  TO POST-AMOUNT.
042500     MOVE WS-RUN-DATE                TO POST-DATE.
042600     MOVE WS-REVERSAL-REF            TO POST-REF.
042700     WRITE POST-REC.
042800     IF WS-POST-STATUS NOT = "00"
042900         DISPLAY "POST-FILE WRITE FAILED - STATUS " WS-POST-STATUS
043000     END-IF.
043100     IF WS-ITEM-FEE = ZERO
043200         GO TO 2100-CUT-REVERSAL-EXIT
043300     END-IF.
043400     MOVE WS-RIT-ACCT-NO(WS-RIT-IDX) TO POST-ACCT-NO.
043500     MOVE "D"                        TO POST-DC-CODE.
043600     MOVE WS-ITEM-FEE                TO POST-AMOUNT.
043700     MOVE WS-RUN-DATE                TO POST-DATE.
043800     MOVE WS-FEE-REF                 TO POST-REF.
043900     WRITE POST-REC.
044000     IF WS-POST-STATUS NOT = "00"
044100         DISPLAY "POST-FILE WRITE FAILED - STATUS " WS-POST-STATUS
044200     END-IF.
044300 2100-CUT-REVERSAL-EXIT.
044400     EXIT.
044403*-----------------------------------------------------------------
044406* 2150-BACK-OUT-BILL-PAYMENT
044409*
044412* AR230 COUNTED THE ORIGINAL PAYMENT AGAINST THE BILL WHEN IT WAS
044415* DATED AFTER THE BILL'S CYCLE, SO ONLY THEN IS IT TAKEN BACK OFF.
044418* BILL-PAID NEVER GOES BELOW ZERO.
044421*-----------------------------------------------------------------
044424 2150-BACK-OUT-BILL-PAYMENT.
044427     MOVE WS-RIT-ACCT-NO(WS-RIT-IDX) TO BILL-ACCT-NO.
044430     READ BILL-FILE
044433         INVALID KEY
044436             GO TO 2150-BACK-OUT-BILL-PAYMENT-EXIT
044439     END-READ.
044442     IF WS-RIT-ORIG-DATE(WS-RIT-IDX) NOT > BILL-CYCLE-DATE
044445         GO TO 2150-BACK-OUT-BILL-PAYMENT-EXIT
044448     END-IF.
044451     IF BILL-PAID > WS-RIT-AMOUNT(WS-RIT-IDX)
044454         SUBTRACT WS-RIT-AMOUNT(WS-RIT-IDX) FROM BILL-PAID
044457     ELSE
044460         MOVE ZERO TO BILL-PAID
044463     END-IF.
044466     REWRITE BILL-REC
044469         INVALID KEY
044472             DISPLAY "BILLING REWRITE FAILED - ACCT " BILL-ACCT-NO
044475         NOT INVALID KEY
044478             ADD 1 TO WS-BILL-BACKOUT-COUNT
044481     END-REWRITE.
044484 2150-BACK-OUT-BILL-PAYMENT-EXIT.
044487     EXIT.
044500*-----------------------------------------------------------------
044600* 2200-WRITE-REGISTER-REC
044700*-----------------------------------------------------------------
044800 2200-WRITE-REGISTER-REC.
044900     MOVE WS-RIT-REF(WS-RIT-IDX)       TO RTPY-ORIG-REF.
045000     MOVE WS-RIT-ACCT-NO(WS-RIT-IDX)   TO RTPY-ACCT-NO.
045100     MOVE WS-RIT-AMOUNT(WS-RIT-IDX)    TO RTPY-AMOUNT.
045200     MOVE WS-RIT-ORIG-DATE(WS-RIT-IDX) TO RTPY-ORIG-DATE.
045300     MOVE WS-RIT-RET-DATE(WS-RIT-IDX)  TO RTPY-RETURN-DATE.
045400     MOVE WS-RIT-REASON(WS-RIT-IDX)    TO RTPY-REASON.
045500     MOVE WS-RUN-DATE                  TO RTPY-RUN-DATE.
045600     MOVE WS-REVERSAL-REF              TO RTPY-REV-REF.
045700     MOVE WS-ITEM-FEE                  TO RTPY-FEE-AMOUNT.
045800     IF WS-ITEM-FEE = ZERO
045900         MOVE SPACES                   TO RTPY-FEE-REF
046000     ELSE
046100         MOVE WS-FEE-REF               TO RTPY-FEE-REF
046200     END-IF.
046300     WRITE RTPY-REC
046400         INVALID KEY
046500             DISPLAY "RETURN REGISTER WRITE FAILED - REF "
046600                 RTPY-ORIG-REF
046700     END-WRITE.
046800 2200-WRITE-REGISTER-REC-EXIT.
046900     EXIT.
047000*-----------------------------------------------------------------
047100* 2300-COUNT-RECENT-RETURNS
047200*
047300* COUNTS THE CURRENT ACCOUNT'S RETURNS IN THE LAST TWELVE MONTHS,
047400* TODAY'S INCLUDED.
047500*-----------------------------------------------------------------
047600 2300-COUNT-RECENT-RETURNS.
047700     MOVE ZERO TO WS-RETURN-COUNT.
047800     PERFORM 2310-COUNT-ONE-RECENT
047900         THRU 2310-COUNT-ONE-RECENT-EXIT
048000         VARYING WS-RCT-IDX FROM 1 BY 1
048100         UNTIL WS-RCT-IDX > WS-RCT-COUNT.
048200 2300-COUNT-RECENT-RETURNS-EXIT.
048300     EXIT.
048400*-----------------------------------------------------------------
048500* 2310-COUNT-ONE-RECENT
048600*-----------------------------------------------------------------
048700 2310-COUNT-ONE-RECENT.
048800     IF WS-RCT-ACCT-NO(WS-RCT-IDX) = WS-RIT-ACCT-NO(WS-RIT-IDX)
048900         ADD 1 TO WS-RETURN-COUNT
049000     END-IF.
049100 2310-COUNT-ONE-RECENT-EXIT.
049200     EXIT.
049300*-----------------------------------------------------------------
049400* 2350-ADD-RECENT-RETURN
049500*-----------------------------------------------------------------
049600 2350-ADD-RECENT-RETURN.
049700     IF WS-RCT-COUNT >= WS-RCT-MAX
049800         DISPLAY "AR390 - RECENT-RETURN TABLE FULL AT "
049900             WS-RCT-MAX " ENTRIES - INCREASE WS-RCT-MAX"
050000         MOVE 16 TO RETURN-CODE
050100         PERFORM 8000-STAMP-RUN-END
050200             THRU 8000-STAMP-RUN-END-EXIT
050300         STOP RUN
050400     END-IF.
050500     ADD 1 TO WS-RCT-COUNT.
050600     MOVE WS-RECENT-ACCT TO WS-RCT-ACCT-NO(WS-RCT-COUNT).
050700 2350-ADD-RECENT-RETURN-EXIT.
050800     EXIT.
050900*-----------------------------------------------------------------
051000* 2400-WRITE-REPORT-DETAIL
051100*
051200* TWO RETURNS IN TWELVE MONTHS FLAGS THE ACCOUNT FOR CREDIT TO
051300* FREEZE THROUGH AR200, UNLESS THE MASTER ALREADY SHOWS IT FROZEN
051400* OR CLOSED.  A RETURNED RECOVERY IS MARKED AS SUCH INSTEAD - THE
051450* ACCOUNT IS CHARGED OFF AND THERE IS NOTHING TO FREEZE.
051500*-----------------------------------------------------------------
051600 2400-WRITE-REPORT-DETAIL.
051700     MOVE SPACES TO NSF-RPT-REC.
051800     MOVE WS-RIT-ACCT-NO(WS-RIT-IDX) TO NSFR-ACCT-NO-O.
051900     MOVE WS-RIT-REF(WS-RIT-IDX)     TO NSFR-ORIG-REF-O.
052000     MOVE WS-RIT-AMOUNT(WS-RIT-IDX)  TO NSFR-AMOUNT-O.
052100     MOVE WS-REVERSAL-REF            TO NSFR-REV-REF-O.
052200     MOVE WS-ITEM-FEE                TO NSFR-FEE-O.
052300     IF WS-ITEM-FEE NOT = ZERO
052400         MOVE WS-FEE-REF             TO NSFR-FEE-REF-O
052500     END-IF.
052600     MOVE WS-RETURN-COUNT            TO NSFR-RETURNS-O.
052620     IF RIT-RECOVERY(WS-RIT-IDX)
052640         MOVE "RECOVERY RETURN"      TO NSFR-FLAG-O
052660         GO TO 2400-WRITE-REPORT-LINE
052680     END-IF.
052700     IF WS-RETURN-COUNT >= 2
052800         PERFORM 2450-SET-FREEZE-FLAG
052900             THRU 2450-SET-FREEZE-FLAG-EXIT
053000     END-IF.
053050 2400-WRITE-REPORT-LINE.
053100     WRITE NSF-RPT-REC.
053200 2400-WRITE-REPORT-DETAIL-EXIT.
053300     EXIT.
053400*-----------------------------------------------------------------
053500* 2450-SET-FREEZE-FLAG
053600*-----------------------------------------------------------------
053700 2450-SET-FREEZE-FLAG.
053800     MOVE WS-RIT-ACCT-NO(WS-RIT-IDX) TO ACCT-NO.
053900     READ ACCT-REC
054000         INVALID KEY
054100             SET ACCT-NOT-FOUND TO TRUE
054200         NOT INVALID KEY
054300             SET ACCT-FOUND TO TRUE
054400     END-READ.
054500     EVALUATE TRUE
054600         WHEN ACCT-NOT-FOUND
054700             MOVE "NOT ON MASTER"    TO NSFR-FLAG-O
054800         WHEN ACCT-FROZEN
054900             MOVE "ALREADY FROZEN"   TO NSFR-FLAG-O
055000         WHEN ACCT-CLOSED
055100             MOVE "ACCOUNT CLOSED"   TO NSFR-FLAG-O
055200         WHEN OTHER
055300             MOVE "FREEZE VIA AR200" TO NSFR-FLAG-O
055400             ADD 1 TO WS-FLAGGED-COUNT
055500     END-EVALUATE.
055600 2450-SET-FREEZE-FLAG-EXIT.
055700     EXIT.
055800*-----------------------------------------------------------------
055900* 2500-WRITE-TOTAL-LINE
056000*
056100* THE REVERSAL AND FEE TOTALS ON THIS LINE TIE TO THE POST-RECS
056200* THE RUN WROTE.
056300*-----------------------------------------------------------------
056400 2500-WRITE-TOTAL-LINE.
056500     MOVE SPACES TO NSF-RPT-REC.
056600     MOVE "*** REVERSAL TOTALS ***" TO NSFR-TOT-LABEL-O.
056700     MOVE WS-REVERSED-COUNT         TO NSFR-TOT-COUNT-O.
056800     MOVE WS-REVERSAL-TOTAL         TO NSFR-TOT-REV-O.
056900     MOVE WS-FEE-TOTAL              TO NSFR-TOT-FEE-O.
057000     WRITE NSFR-TOTAL-REC.
057100 2500-WRITE-TOTAL-LINE-EXIT.
057200     EXIT.
057300*-----------------------------------------------------------------
057400* 8000-STAMP-RUN-END
057500*-----------------------------------------------------------------
057600 8000-STAMP-RUN-END.
057700     MOVE "E" TO WS-RUNL-PHASE.
057800     MOVE WS-REVERSED-COUNT TO WS-RUNL-COUNT.
057900     MOVE RETURN-CODE TO WS-RUNL-CODE.
058000     CALL "AR095" USING WS-RUN-CONTROL.
058100 8000-STAMP-RUN-END-EXIT.
058200     EXIT.
058205*-----------------------------------------------------------------
058210* 8100-BOOK-GL-ENTRIES
058215*   THE RUN'S REVERSALS AND FEES AS TWO SUMMARIZED GL ENTRIES,
058220*   THEN THE BATCH TRAILER.  AR096 LOOKS UP THE ACCOUNTS ON THE
058225*   GL CONTROL TABLE.  RETURNED RECOVERIES ARE LEFT OUT OF "NSFR"
058227*   - AR230 NETS THEM AGAINST ITS "RECV" ENTRY WHEN IT POSTS THEM.
058230*-----------------------------------------------------------------
058235 8100-BOOK-GL-ENTRIES.
058240     MOVE WS-RUN-DATE       TO WS-GLC-RUN-DATE.
058245     MOVE "E"               TO WS-GLC-FUNCTION.
058250     MOVE "NSFR"            TO WS-GLC-TRAN-TYPE.
058255     COMPUTE WS-GLC-AMOUNT =
058257         WS-REVERSAL-TOTAL - WS-RECOV-REV-TOTAL.
058260     CALL "AR096" USING WS-GL-CONTROL.
058265     MOVE "NSFF"            TO WS-GLC-TRAN-TYPE.
058270     MOVE WS-FEE-TOTAL      TO WS-GLC-AMOUNT.
058275     CALL "AR096" USING WS-GL-CONTROL.
058280     MOVE "T"               TO WS-GLC-FUNCTION.
058285     CALL "AR096" USING WS-GL-CONTROL.
058290 8100-BOOK-GL-ENTRIES-EXIT.
058295     EXIT.
058300*-----------------------------------------------------------------
058400* 9000-TERMINATE
058500*-----------------------------------------------------------------
058600 9000-TERMINATE.
058700     PERFORM 2500-WRITE-TOTAL-LINE
058800         THRU 2500-WRITE-TOTAL-LINE-EXIT.
058900     CLOSE ACCT-REC.
059000     CLOSE POST-FILE.
059100     CLOSE RETPAY-FILE.
059150     CLOSE BILL-FILE.
059200     CLOSE NSF-RPT.
059300     CLOSE EXCEPT-FILE.
059320     PERFORM 8100-BOOK-GL-ENTRIES
059340         THRU 8100-BOOK-GL-ENTRIES-EXIT.
059400     DISPLAY "AR390 RETURNED-PAYMENT REVERSAL COMPLETE".
059500     DISPLAY "  ITEMS READ         : " WS-READ-COUNT.
059600     DISPLAY "  ITEMS REVERSED     : " WS-REVERSED-COUNT.
059700     DISPLAY "  NO MATCHING PAYMENT: " WS-UNMATCHED-COUNT.
059800     DISPLAY "  AMOUNT MISMATCHES  : " WS-MISMATCH-COUNT.
059900     DISPLAY "  ALREADY REVERSED   : " WS-ALREADY-COUNT.
060000     DISPLAY "  MALFORMED ITEMS    : " WS-MALFORMED-COUNT.
060100     DISPLAY "  FLAGGED TO FREEZE  : " WS-FLAGGED-COUNT.
060150     DISPLAY "  BILLS BACKED OUT   : " WS-BILL-BACKOUT-COUNT.
060175     DISPLAY "  RECOVERIES RETURNED: " WS-RECOV-REV-COUNT.
060200     PERFORM 8000-STAMP-RUN-END
060300         THRU 8000-STAMP-RUN-END-EXIT.
060400 9000-TERMINATE-EXIT.
060500     EXIT.
