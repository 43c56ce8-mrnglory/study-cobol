001400* PERIODIC RATE FROM THE FINCHG-PARM CONTROL CARD - DELINQUENT
001500* ACCOUNTS PAY THE SEPARATE (HIGHER) DELINQUENT RATE.  EACH
001600* CHARGE GOES OUT AS A STANDARD POST-REC DEBIT (POST-DC-CODE
001700* "D") WITH A POST-REF IN THE FIXED "FC" SERIES, SO THE
001800* CHARGES FLOW THROUGH AR230'S JOURNAL AND THE AR270 NIGHTLY
001900* RECONCILIATION EXACTLY LIKE ANY OTHER POSTING - THIS RUN
002000* NEVER TOUCHES THE MASTER ITSELF.  CLOSED, FROZEN, AND CHARGED-
002050* OFF ACCOUNTS ARE SKIPPED (A CHARGED-OFF BALANCE IS NO LONGER
002060* RECEIVABLE AND ACCRUES NOTHING), AS ARE ZERO AND CREDIT
002100* BALANCES; A RECORD WHOSE MONEY FIELDS FAIL COMP-3 VALIDATION
002200* GOES TO THE EXCEPTIONS FILE AND IS NOT ASSESSED.  THE
002300* ASSESSMENT REGISTER LISTS EVERY CHARGE CUT AND CLOSES WITH A
002400* COUNT AND DOLLAR TOTAL THAT TIE TO THE POST-FILE THE RUN WROTE.
002410* MONEY THE CUSTOMER HAS OPEN IN A BILLING DISPUTE (AR097 LOOKS
002420* IT UP ON THE DISPUTE FILE) IS LEFT OUT OF THE BALANCE THE
002430* CHARGE IS COMPUTED ON; AN ACCOUNT WHOSE WHOLE BALANCE IS IN
002440* DISPUTE IS NOT ASSESSED.  THE REGISTER SHOWS THE BASE USED.
002600*
002700* MOD-LOG
002800*   DATE       INIT  DESCRIPTION
003292*                    RATE CARD) NOW STAMPS ITS "E" RECORD WITH
003294*                    COMPLETION CODE 16 BEFORE STOPPING, THE
003296*                    SAME PATTERN AR380 USES.
003301*   10/15/2026 DPC   THE FINANCE-CHARGE POST-REF IS NOW "FC" +
003306*                    THE RUN'S YYDDD DAY NUMBER + A FIVE-DIGIT
003312*                    SEQUENCE, REPLACING "FCHG" + A SEQUENCE
003317*                    THAT RESTARTED EVERY RUN - AR230'S NEW
003323*                    DUPLICATE-POSTING GUARD WOULD OTHERWISE
003328*                    TURN AWAY EVERY MONTH'S CHARGES AFTER THE
003334*                    FIRST.  AN ACCIDENTAL SECOND RUN THE SAME
003339*                    DAY REPEATS ITS REFERENCES, SO AR230 NOW
003345*                    CATCHES THE DOUBLE CHARGES AS DUPLICATES.
003350*   10/15/2026 DPC   BOOKS THE RUN'S CHARGE TOTAL TO THE DAILY GL
003356*                    INTERFACE FILE (CALLS AR096) AS GL TYPE
003361*                    "FCHG" - AGAINST THE RECEIVABLE CLEARING
003367*                    ACCOUNT, SINCE THE CHARGES ONLY REACH THE
003372*                    MASTER WHEN AR230 POSTS THEM.
003378*   10/15/2026 DPC   OPEN DISPUTED AMOUNTS (AR097 LOOKUP) ARE NOW
003383*                    LEFT OUT OF THE FINANCE-CHARGE BASE, AND THE
003389*                    REGISTER'S BALANCE COLUMN SHOWS THAT BASE.
003394*-----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
006000     05  WS-RATE-DELINQ      PIC 9V9(4) VALUE ZERO.
006100     05  WS-RATE-USED        PIC 9V9(4) VALUE ZERO.
006200 01  WS-CHARGE-AMT           PIC S9(7)V99 COMP-3.
006250 01  WS-CHARGE-BASE          PIC S9(9)V99 COMP-3.
006300 01  WS-COUNTERS.
006400     05  WS-ASSESS-COUNT     PIC 9(7) COMP-3 VALUE ZERO.
006500     05  WS-SKIP-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
006600     05  WS-EXCEPT-COUNT     PIC 9(7) COMP-3 VALUE ZERO.
006650     05  WS-DISPUTED-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
006700 01  WS-CHARGE-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
006800*-----------------------------------------------------------------
006900* THE FIXED "FC" POST-REF SERIES - THE RUN'S YYDDD DAY NUMBER
007000* KEEPS EACH MONTH'S REFERENCES APART FROM THE LAST FOR THE AR230
007050* DUPLICATE-POSTING GUARD, AND THE WITHIN-RUN SEQUENCE MAKES
007060* EVERY CHARGE'S REFERENCE UNIQUE ON THE POSTING JOURNAL.
007100*-----------------------------------------------------------------
007200 01  WS-FINCHG-REF.
007300     05  FILLER              PIC X(2) VALUE "FC".
007350     05  WS-REF-DAY-O        PIC 9(5) VALUE ZERO.
007400     05  WS-REF-SEQ-O        PIC 9(5) VALUE ZERO.
007500 01  WS-RUN-DAY              PIC 9(5).
007600 01  WS-REF-SEQ              PIC 9(5) COMP-3 VALUE ZERO.
007616 01  WS-RUN-CONTROL.
007632     05  WS-RUNL-PROGRAM     PIC X(8) VALUE "AR300".
007648     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
007664     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
007680     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
007682 01  WS-GL-CONTROL.
007684     05  WS-GLC-FUNCTION     PIC X(1) VALUE "E".
007686     05  WS-GLC-PROGRAM      PIC X(8) VALUE "AR300".
007688     05  WS-GLC-RUN-DATE     PIC 9(8) VALUE ZERO.
007690     05  WS-GLC-TRAN-TYPE    PIC X(4) VALUE SPACES.
007692     05  WS-GLC-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
007693 01  WS-DISPUTE-CONTROL.
007694     05  WS-DSC-FUNCTION     PIC X(1) VALUE "L".
007695     05  WS-DSC-PROGRAM      PIC X(8) VALUE "AR300".
007696     05  WS-DSC-ACCT-NO      PIC X(8) VALUE SPACES.
007697     05  WS-DSC-OPEN-COUNT   PIC 9(5) COMP-3 VALUE ZERO.
007698     05  WS-DSC-OPEN-AMOUNT  PIC S9(9)V99 COMP-3 VALUE ZERO.
007700 PROCEDURE DIVISION.
007800*-----------------------------------------------------------------
007900* 0000-MAINLINE
009700 1000-INITIALIZE.
009750     CALL "AR095" USING WS-RUN-CONTROL.
009800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009810     ACCEPT WS-RUN-DAY FROM DAY.
009820     MOVE WS-RUN-DAY TO WS-REF-DAY-O.
009900     OPEN INPUT FINCHG-PARM.
010000     READ FINCHG-PARM
010100         AT END
015600     EXIT.
015700*-----------------------------------------------------------------
015800* 2100-ASSESS-ONE-ACCT
015810*
015820* THE BASE IS THE BALANCE LESS ANY AMOUNT OPEN IN DISPUTE.
015900*-----------------------------------------------------------------
016000 2100-ASSESS-ONE-ACCT.
016010     MOVE "L"            TO WS-DSC-FUNCTION.
016020     MOVE ACCT-NO        TO WS-DSC-ACCT-NO.
016030     CALL "AR097" USING WS-DISPUTE-CONTROL.
016040     COMPUTE WS-CHARGE-BASE =
016050         ACCT-BALANCE - WS-DSC-OPEN-AMOUNT.
016060     IF WS-CHARGE-BASE NOT > ZERO
016070         ADD 1 TO WS-SKIP-COUNT
016080         ADD 1 TO WS-DISPUTED-COUNT
016090         GO TO 2100-ASSESS-ONE-ACCT-EXIT
016095     END-IF.
016100     IF ACCT-DELINQUENT
016200         MOVE WS-RATE-DELINQ TO WS-RATE-USED
016300     ELSE
016400         MOVE WS-RATE-ACTIVE TO WS-RATE-USED
016500     END-IF.
016600     COMPUTE WS-CHARGE-AMT ROUNDED =
016700         WS-CHARGE-BASE * WS-RATE-USED.
016800     IF WS-CHARGE-AMT NOT > ZERO
016900         ADD 1 TO WS-SKIP-COUNT
017000         GO TO 2100-ASSESS-ONE-ACCT-EXIT
020000 2200-WRITE-REGISTER-DETAIL.
020100     MOVE ACCT-NO        TO FREG-ACCT-NO-O.
020200     MOVE ACCT-STATUS    TO FREG-STATUS-O.
020300     MOVE WS-CHARGE-BASE TO FREG-BALANCE-O.
020400     MOVE WS-RATE-USED   TO FREG-RATE-O.
020500     MOVE WS-CHARGE-AMT  TO FREG-CHARGE-O.
020600     MOVE WS-FINCHG-REF  TO FREG-REF-O.
024200     CLOSE POST-FILE.
024300     CLOSE FINC-REG.
024400     CLOSE EXCEPT-FILE.
024410     MOVE "C"            TO WS-DSC-FUNCTION.
024415     CALL "AR097" USING WS-DISPUTE-CONTROL.
024420     PERFORM 8100-BOOK-GL-ENTRIES
024440         THRU 8100-BOOK-GL-ENTRIES-EXIT.
024500     DISPLAY "AR300 FINANCE-CHARGE ASSESSMENT COMPLETE".
024600     DISPLAY "  CHARGES ASSESSED  : " WS-ASSESS-COUNT.
024700     DISPLAY "  ACCOUNTS SKIPPED  : " WS-SKIP-COUNT.
024800     DISPLAY "  EXCEPTIONS        : " WS-EXCEPT-COUNT.
024810     DISPLAY "  ALL IN DISPUTE    : " WS-DISPUTED-COUNT.
024820     PERFORM 8000-STAMP-RUN-END
024840         THRU 8000-STAMP-RUN-END-EXIT.
024900 9000-TERMINATE-EXIT.
025800     CALL "AR095" USING WS-RUN-CONTROL.
025900 8000-STAMP-RUN-END-EXIT.
026000     EXIT.
026100*-----------------------------------------------------------------
026200* 8100-BOOK-GL-ENTRIES
026300*   THE RUN'S CHARGES AS ONE SUMMARIZED GL ENTRY, THEN THE BATCH
026400*   TRAILER.  AR096 LOOKS UP THE ACCOUNTS ON THE GL CONTROL TABLE.
026500*-----------------------------------------------------------------
026600 8100-BOOK-GL-ENTRIES.
026700     MOVE WS-RUN-DATE     TO WS-GLC-RUN-DATE.
026800     MOVE "E"             TO WS-GLC-FUNCTION.
026900     MOVE "FCHG"          TO WS-GLC-TRAN-TYPE.
027000     MOVE WS-CHARGE-TOTAL TO WS-GLC-AMOUNT.
027100     CALL "AR096" USING WS-GL-CONTROL.
027200     MOVE "T"             TO WS-GLC-FUNCTION.
027300     CALL "AR096" USING WS-GL-CONTROL.
027400 8100-BOOK-GL-ENTRIES-EXIT.
027500     EXIT.
