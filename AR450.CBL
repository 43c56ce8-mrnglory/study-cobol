000100 IDENTIFICATION DIVISION.
000200*-----------------------------------------------------------------
000300 PROGRAM-ID.    AR450.
000400 AUTHOR.        D P CONLEY.
000500 INSTALLATION.  CONSUMER CREDIT SERVICES - DATA PROCESSING.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*-----------------------------------------------------------------
000900* AR450 - BANK LOCKBOX PAYMENT INTAKE.
001000*
001100* SCHEDULED DAILY WHEN THE BANK'S LOCKBOX FILE ARRIVES, AHEAD OF
001200* THE AR230 POSTING RUN.  TWO PASSES OVER THE FILE:
001300*   1. PROVE EVERY BATCH - HEADER, ITEMS AND TRAILER IN ORDER,
001400*      THE HEADER'S AND TRAILER'S ITEM COUNT AND DOLLAR TOTAL BOTH
001500*      AGREEING WITH THE ITEMS.  A BATCH THAT DOES NOT PROVE IS
001600*      HELD WHOLE - NONE OF ITS ITEMS IS MATCHED OR CUT - AND THE
001700*      RUN ENDS WITH RETURN-CODE 4 SO THE BANK CAN BE ASKED FOR A
001800*      CORRECTED FILE.
001900*   2. MATCH EACH ITEM OF A PROVED BATCH TO AN ACCOUNT: FIRST ON
002000*      THE ACCT-NO FROM THE REMITTANCE STUB; FAILING THAT, ON THE
002100*      PAYER'S LAST NAME PLUS ZIP CODE AGAINST EVERY ACCOUNT ON
002200*      THE MASTER THAT IS NOT CLOSED (ONE SEQUENTIAL PASS OF THE
002300*      MASTER FOR ALL SUCH ITEMS TOGETHER).
002400* A MATCHED ITEM BECOMES A POST-REC CREDIT FOR AR230.  AN ITEM
002500* THAT MATCHES NO ACCOUNT, OR WHOSE NAME AND ZIP FIT MORE THAN
002600* ONE, GOES STRAIGHT TO THE POSTING SUSPENSE FILE WITH THE
002700* REASON, FOR AR310 TO RELEASE ONCE THE ACCOUNT IS KNOWN.  EITHER
002800* WAY THE POST-REF IS "LB" + THE DEPOSIT DATE'S YYDDD + THE BANK'S
002900* ITEM NUMBER, SO A FILE FED IN TWICE IS TURNED AWAY BY AR230'S
003000* DUPLICATE-POSTING GUARD (OR FOUND ALREADY IN SUSPENSE).  THE
003100* MATCH-RATE REPORT LISTS EACH BATCH - ITEMS, MATCHED BY STUB,
003200* MATCHED BY NAME, TO SUSPENSE, RATE, DOLLARS, AND WHETHER IT
003300* PROVED.
003400*
003500* MOD-LOG
003600*   DATE       INIT  DESCRIPTION
003700*   ---------- ----- ------------------------------------------
003800*   10/15/2026 DPC   ORIGINAL PROGRAM - REPLACES RE-KEYING THE
003900*                    BANK'S LOCKBOX LISTING INTO THE POSTING FILE.
004000*-----------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     COPY "SELLBOX.CPY".
004500     COPY "SELACCT.CPY".
004600     COPY "SELPOST.CPY".
004700     COPY "SELSUSP.CPY".
004800     COPY "SELLBXR.CPY".
004900 DATA DIVISION.
005000 FILE SECTION.
005100 COPY "LBOXREC.CPY".
005200 COPY "ACCTREC.CPY".
005300 COPY "POSTREC.CPY".
005400 COPY "SUSPREC.CPY".
005500 COPY "LBXRREC.CPY".
005600 WORKING-STORAGE SECTION.
005700 01  WS-LBOX-STATUS          PIC XX VALUE "00".
005800 01  WS-ACCT-STATUS          PIC XX VALUE "00".
005900 01  WS-POST-STATUS          PIC XX VALUE "00".
006000 01  WS-SUSP-STATUS          PIC XX VALUE "00".
006100 COPY "WSFLAGS.CPY".
006200 01  WS-RUN-DATE             PIC 9(8).
006300 01  WS-SWITCHES.
006400     05  LBOX-EOF-SW         PIC X VALUE SPACE.
006500         88  LBOX-FILE-EOF       VALUE "Y".
006600     05  WS-FOUND-SW         PIC X VALUE SPACE.
006700         88  ACCT-FOUND          VALUE "Y".
006800         88  ACCT-NOT-FOUND      VALUE "N".
006900*-----------------------------------------------------------------
007000* ONE ENTRY PER BATCH ON THE FILE, BUILT IN THE PROVING PASS AND
007100* LOOKED UP BY BATCH NUMBER IN THE MATCHING PASS.  WS-BT-RESULT IS
007200* "PROVED" OR THE FIRST REASON THE BATCH FAILED.
007300*-----------------------------------------------------------------
007400 01  WS-BATCH-TABLE-CONTROLS.
007500     05  WS-BATCH-MAX        PIC 9(3) COMP VALUE 200.
007600     05  WS-BATCH-COUNT      PIC 9(3) COMP VALUE ZERO.
007700     05  WS-BATCH-IDX        PIC 9(3) COMP VALUE ZERO.
007800     05  WS-OPEN-BATCH       PIC 9(3) COMP VALUE ZERO.
007900     05  WS-HIT-BATCH        PIC 9(3) COMP VALUE ZERO.
008000     05  WS-CUR-BATCH        PIC 9(3) COMP VALUE ZERO.
008100 01  WS-BATCH-TABLE.
008200     05  WS-BT-ENTRY OCCURS 200 TIMES.
008300         10  WS-BT-BATCH-NO      PIC X(4).
008400         10  WS-BT-DEPOSIT-DATE  PIC 9(8).
008500         10  WS-BT-DEPOSIT-DAY   PIC 9(5).
008600         10  WS-BT-HDR-COUNT     PIC 9(5).
008700         10  WS-BT-HDR-TOTAL     PIC 9(9)V99 COMP-3.
008800         10  WS-BT-ITEMS         PIC 9(5) COMP-3.
008900         10  WS-BT-TOTAL         PIC 9(9)V99 COMP-3.
009000         10  WS-BT-BY-ACCT       PIC 9(5) COMP-3.
009100         10  WS-BT-BY-NAME       PIC 9(5) COMP-3.
009200         10  WS-BT-SUSPENSE      PIC 9(5) COMP-3.
009300         10  WS-BT-RESULT        PIC X(22).
009400 01  WS-FAIL-REASON          PIC X(22).
009500*-----------------------------------------------------------------
009600* ITEMS WAITING FOR THE LAST-NAME/ZIP PASS OF THE MASTER, WITH THE
009700* NUMBER OF ACCOUNTS EACH ONE FITS AND THE FIRST ACCOUNT IT FIT.
009800*-----------------------------------------------------------------
009900 01  WS-NAME-TABLE-CONTROLS.
010000     05  WS-NAME-MAX         PIC 9(5) COMP VALUE 5000.
010100     05  WS-NAME-COUNT       PIC 9(5) COMP VALUE ZERO.
010200     05  WS-NAME-IDX         PIC 9(5) COMP VALUE ZERO.
010300 01  WS-NAME-TABLE.
010400     05  WS-NT-ENTRY OCCURS 5000 TIMES.
010500         10  WS-NT-BATCH         PIC 9(3) COMP.
010600         10  WS-NT-REF           PIC X(12).
010700         10  WS-NT-STUB-ACCT     PIC X(8).
010800         10  WS-NT-AMOUNT        PIC S9(7)V99 COMP-3.
010900         10  WS-NT-DATE          PIC 9(8).
011000         10  WS-NT-LAST-NAME     PIC X(20).
011100         10  WS-NT-ZIP-CODE      PIC X(5).
011200         10  WS-NT-HITS          PIC 9(5) COMP.
011300         10  WS-NT-ACCT-NO       PIC X(8).
011400*-----------------------------------------------------------------
011500* THE ITEM BEING CUT TO THE POSTING OR SUSPENSE FILE.
011600*-----------------------------------------------------------------
011700 01  WS-ITEM.
011800     05  WS-ITEM-REF.
011900         10  FILLER          PIC X(2) VALUE "LB".
012000         10  WS-ITEM-REF-DAY PIC 9(5) VALUE ZERO.
012100         10  WS-ITEM-REF-NO  PIC 9(5) VALUE ZERO.
012200     05  WS-ITEM-ACCT-NO     PIC X(8).
012300     05  WS-ITEM-STUB-ACCT   PIC X(8).
012400     05  WS-ITEM-AMOUNT      PIC S9(7)V99 COMP-3.
012500     05  WS-ITEM-DATE        PIC 9(8).
012600     05  WS-ITEM-HOW         PIC X(1).
012700         88  MATCHED-BY-ACCT     VALUE "A".
012800         88  MATCHED-BY-NAME     VALUE "N".
012900     05  WS-ITEM-REASON      PIC X(30).
013000*-----------------------------------------------------------------
013100* DEPOSIT DATE TO YYDDD.
013200*-----------------------------------------------------------------
013300 01  WS-DEP-DATE             PIC 9(8) VALUE ZERO.
013400 01  WS-DEP-DATE-PARTS REDEFINES WS-DEP-DATE.
013500     05  WS-DEP-YYYY         PIC 9(4).
013600     05  WS-DEP-MM           PIC 9(2).
013700     05  WS-DEP-DD           PIC 9(2).
013800 01  WS-DEP-DDD              PIC 9(3) COMP VALUE ZERO.
013900 01  WS-DEP-YY               PIC 9(2) VALUE ZERO.
014000 01  WS-MONTH-IDX            PIC 9(2) COMP VALUE ZERO.
014100 01  WS-LEAP-QUOTIENT        PIC 9(4) COMP VALUE ZERO.
014200 01  WS-LEAP-REMAINDER       PIC 9(4) COMP VALUE ZERO.
014300 01  WS-LEAP-SW              PIC X VALUE SPACE.
014400     88  LEAP-YEAR               VALUE "Y".
014500 01  WS-MONTH-DAYS-VALUES    PIC X(24) VALUE
014600     "312831303130313130313031".
014700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
014800     05  WS-MONTH-DAYS       PIC 9(2) OCCURS 12 TIMES.
014900 01  WS-COUNTERS.
015000     05  WS-LBOX-READ-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
015100     05  WS-POSTED-COUNT     PIC 9(7) COMP-3 VALUE ZERO.
015200     05  WS-SUSPENSE-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
015300     05  WS-ALREADY-COUNT    PIC 9(7) COMP-3 VALUE ZERO.
015400     05  WS-HELD-BATCH-COUNT PIC 9(7) COMP-3 VALUE ZERO.
015500     05  WS-HELD-ITEM-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
015600     05  WS-IO-ERROR-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
015700 01  WS-RUN-TOTALS.
015800     05  WS-TOT-ITEMS        PIC 9(7) COMP-3 VALUE ZERO.
015900     05  WS-TOT-BY-ACCT      PIC 9(7) COMP-3 VALUE ZERO.
016000     05  WS-TOT-BY-NAME      PIC 9(7) COMP-3 VALUE ZERO.
016100     05  WS-TOT-SUSPENSE     PIC 9(7) COMP-3 VALUE ZERO.
016200     05  WS-TOT-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
016300     05  WS-POSTED-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
016400     05  WS-SUSPENSE-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
016500 01  WS-MATCH-RATE           PIC 9(3)V9 VALUE ZERO.
016600 01  WS-RUN-CONTROL.
016700     05  WS-RUNL-PROGRAM     PIC X(8) VALUE "AR450".
016800     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
016900     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
017000     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
017100 PROCEDURE DIVISION.
017200*-----------------------------------------------------------------
017300* 0000-MAINLINE
017400*-----------------------------------------------------------------
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE
017700         THRU 1000-INITIALIZE-EXIT.
017800     PERFORM 2000-PROVE-LOCKBOX-REC
017900         THRU 2000-PROVE-LOCKBOX-REC-EXIT
018000         UNTIL LBOX-FILE-EOF.
018100     IF WS-OPEN-BATCH > ZERO
018200         MOVE WS-OPEN-BATCH TO WS-HIT-BATCH
018300         MOVE "NO TRAILER" TO WS-FAIL-REASON
018400         PERFORM 2080-FAIL-BATCH
018500             THRU 2080-FAIL-BATCH-EXIT
018600     END-IF.
018700     PERFORM 3000-START-MATCHING
018800         THRU 3000-START-MATCHING-EXIT.
018900     PERFORM 3100-MATCH-LOCKBOX-REC
019000         THRU 3100-MATCH-LOCKBOX-REC-EXIT
019100         UNTIL LBOX-FILE-EOF.
019200     IF WS-NAME-COUNT > ZERO
019300         PERFORM 4000-MATCH-BY-NAME
019400             THRU 4000-MATCH-BY-NAME-EXIT
019500         PERFORM 4500-RESOLVE-NAME-ITEM
019600             THRU 4500-RESOLVE-NAME-ITEM-EXIT
019700             VARYING WS-NAME-IDX FROM 1 BY 1
019800             UNTIL WS-NAME-IDX > WS-NAME-COUNT
019900     END-IF.
020000     PERFORM 5000-PRINT-BATCH-LINE
020100         THRU 5000-PRINT-BATCH-LINE-EXIT
020200         VARYING WS-BATCH-IDX FROM 1 BY 1
020300         UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.
020400     PERFORM 5500-WRITE-TOTAL-LINE
020500         THRU 5500-WRITE-TOTAL-LINE-EXIT.
020600     PERFORM 9000-TERMINATE
020700         THRU 9000-TERMINATE-EXIT.
020800     STOP RUN.
020900*-----------------------------------------------------------------
021000* 1000-INITIALIZE
021100*
021200* NO LOCKBOX FILE MEANS THE BANK HAS SENT NOTHING - THE RUN ENDS
021300* WITH RETURN-CODE 4 AND NOTHING CUT.
021400*-----------------------------------------------------------------
021500 1000-INITIALIZE.
021600     CALL "AR095" USING WS-RUN-CONTROL.
021700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021800     OPEN INPUT LOCKBOX-FILE.
021900     IF WS-LBOX-STATUS NOT = "00"
022000         DISPLAY "AR450 - NO LOCKBOX FILE - STATUS "
022100             WS-LBOX-STATUS
022200         MOVE 4 TO RETURN-CODE
022300         PERFORM 8000-STAMP-RUN-END
022400             THRU 8000-STAMP-RUN-END-EXIT
022500         STOP RUN
022600     END-IF.
022700     READ LOCKBOX-FILE
022800         AT END
022900             SET LBOX-FILE-EOF TO TRUE.
023000 1000-INITIALIZE-EXIT.
023100     EXIT.
023200*-----------------------------------------------------------------
023300* 2000-PROVE-LOCKBOX-REC
023400*
023500* PROVING PASS.  WS-OPEN-BATCH IS THE TABLE ENTRY OF THE BATCH
023600* WHOSE HEADER WAS READ AND WHOSE TRAILER HAS NOT BEEN (ZERO WHEN
023700* THERE IS NONE).
023800*-----------------------------------------------------------------
023900 2000-PROVE-LOCKBOX-REC.
024000     ADD 1 TO WS-LBOX-READ-COUNT.
024100     EVALUATE TRUE
024200         WHEN LBOX-HEADER
024300             PERFORM 2100-PROVE-HEADER
024400                 THRU 2100-PROVE-HEADER-EXIT
024500         WHEN LBOX-DETAIL
024600             PERFORM 2200-PROVE-DETAIL
024700                 THRU 2200-PROVE-DETAIL-EXIT
024800         WHEN LBOX-TRAILER
024900             PERFORM 2300-PROVE-TRAILER
025000                 THRU 2300-PROVE-TRAILER-EXIT
025100         WHEN OTHER
025200             DISPLAY "AR450 - UNKNOWN LOCKBOX RECORD TYPE "
025300                 LBOX-REC-TYPE " IN BATCH " LBOX-BATCH-NO
025400             IF WS-OPEN-BATCH > ZERO
025500                 MOVE WS-OPEN-BATCH TO WS-HIT-BATCH
025600                 MOVE "UNKNOWN RECORD TYPE" TO WS-FAIL-REASON
025700                 PERFORM 2080-FAIL-BATCH
025800                     THRU 2080-FAIL-BATCH-EXIT
025900             END-IF
026000     END-EVALUATE.
026100     READ LOCKBOX-FILE
026200         AT END
026300             SET LBOX-FILE-EOF TO TRUE.
026400 2000-PROVE-LOCKBOX-REC-EXIT.
026500     EXIT.
026600*-----------------------------------------------------------------
026700* 2050-FIND-BATCH
026800*   LOOKS UP LBOX-BATCH-NO; WS-HIT-BATCH IS ZERO IF NOT ON THE
026900*   TABLE.
027000*-----------------------------------------------------------------
027100 2050-FIND-BATCH.
027200     MOVE ZERO TO WS-HIT-BATCH.
027300     PERFORM 2060-COMPARE-ONE-BATCH
027400         THRU 2060-COMPARE-ONE-BATCH-EXIT
027500         VARYING WS-BATCH-IDX FROM 1 BY 1
027600         UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
027700            OR WS-HIT-BATCH > ZERO.
027800 2050-FIND-BATCH-EXIT.
027900     EXIT.
028000*-----------------------------------------------------------------
028100* 2060-COMPARE-ONE-BATCH
028200*-----------------------------------------------------------------
028300 2060-COMPARE-ONE-BATCH.
028400     IF WS-BT-BATCH-NO(WS-BATCH-IDX) = LBOX-BATCH-NO
028500         MOVE WS-BATCH-IDX TO WS-HIT-BATCH
028600     END-IF.
028700 2060-COMPARE-ONE-BATCH-EXIT.
028800     EXIT.
028900*-----------------------------------------------------------------
029000* 2070-ADD-BATCH
029100*   NEW TABLE ENTRY FOR LBOX-BATCH-NO, RETURNED IN WS-HIT-BATCH.
029200*   THE RUN ABENDS RATHER THAN LEAVE A BATCH UNPROVED BUT NOT
029300*   HELD.
029400*-----------------------------------------------------------------
029500 2070-ADD-BATCH.
029600     IF WS-BATCH-COUNT NOT < WS-BATCH-MAX
029700         DISPLAY "AR450 - MORE THAN " WS-BATCH-MAX
029800             " BATCHES ON THE LOCKBOX FILE - RUN STOPPED"
029900         MOVE 16 TO RETURN-CODE
030000         PERFORM 8000-STAMP-RUN-END
030100             THRU 8000-STAMP-RUN-END-EXIT
030200         STOP RUN
030300     END-IF.
030400     ADD 1 TO WS-BATCH-COUNT.
030500     MOVE WS-BATCH-COUNT TO WS-HIT-BATCH.
030600     MOVE LBOX-BATCH-NO TO WS-BT-BATCH-NO(WS-HIT-BATCH).
030700     MOVE ZERO TO WS-BT-DEPOSIT-DATE(WS-HIT-BATCH)
030800                  WS-BT-DEPOSIT-DAY(WS-HIT-BATCH)
030900                  WS-BT-HDR-COUNT(WS-HIT-BATCH)
031000                  WS-BT-HDR-TOTAL(WS-HIT-BATCH)
031100                  WS-BT-ITEMS(WS-HIT-BATCH)
031200                  WS-BT-TOTAL(WS-HIT-BATCH)
031300                  WS-BT-BY-ACCT(WS-HIT-BATCH)
031400                  WS-BT-BY-NAME(WS-HIT-BATCH)
031500                  WS-BT-SUSPENSE(WS-HIT-BATCH).
031600     MOVE "PROVED" TO WS-BT-RESULT(WS-HIT-BATCH).
031700 2070-ADD-BATCH-EXIT.
031800     EXIT.
031900*-----------------------------------------------------------------
032000* 2080-FAIL-BATCH
032100*   MARKS ENTRY WS-HIT-BATCH NOT PROVED, KEEPING THE FIRST REASON.
032200*-----------------------------------------------------------------
032300 2080-FAIL-BATCH.
032400     IF WS-BT-RESULT(WS-HIT-BATCH) = "PROVED"
032500         MOVE WS-FAIL-REASON TO WS-BT-RESULT(WS-HIT-BATCH)
032600     END-IF.
032700 2080-FAIL-BATCH-EXIT.
032800     EXIT.
032900*-----------------------------------------------------------------
033000* 2100-PROVE-HEADER
033100*   A HEADER WHILE ANOTHER BATCH IS OPEN MEANS THAT BATCH LOST ITS
033200*   TRAILER.  A BATCH NUMBER SEEN BEFORE FAILS THE BATCH.
033300*-----------------------------------------------------------------
033400 2100-PROVE-HEADER.
033500     IF WS-OPEN-BATCH > ZERO
033600         MOVE WS-OPEN-BATCH TO WS-HIT-BATCH
033700         MOVE "NO TRAILER" TO WS-FAIL-REASON
033800         PERFORM 2080-FAIL-BATCH
033900             THRU 2080-FAIL-BATCH-EXIT
034000     END-IF.
034100     PERFORM 2050-FIND-BATCH
034200         THRU 2050-FIND-BATCH-EXIT.
034300     IF WS-HIT-BATCH > ZERO
034400         MOVE "DUPLICATE BATCH NO" TO WS-FAIL-REASON
034500         PERFORM 2080-FAIL-BATCH
034600             THRU 2080-FAIL-BATCH-EXIT
034700         MOVE WS-HIT-BATCH TO WS-OPEN-BATCH
034800         GO TO 2100-PROVE-HEADER-EXIT
034900     END-IF.
035000     PERFORM 2070-ADD-BATCH
035100         THRU 2070-ADD-BATCH-EXIT.
035200     MOVE WS-HIT-BATCH TO WS-OPEN-BATCH.
035300     IF LBXH-DEPOSIT-DATE NOT NUMERIC
035400         OR LBXH-ITEM-COUNT NOT NUMERIC
035500         OR LBXH-BATCH-TOTAL NOT NUMERIC
035600         MOVE "BAD HEADER" TO WS-FAIL-REASON
035700         PERFORM 2080-FAIL-BATCH
035800             THRU 2080-FAIL-BATCH-EXIT
035900         GO TO 2100-PROVE-HEADER-EXIT
036000     END-IF.
036100     MOVE LBXH-DEPOSIT-DATE TO WS-BT-DEPOSIT-DATE(WS-HIT-BATCH).
036200     MOVE LBXH-ITEM-COUNT   TO WS-BT-HDR-COUNT(WS-HIT-BATCH).
036300     MOVE LBXH-BATCH-TOTAL  TO WS-BT-HDR-TOTAL(WS-HIT-BATCH).
036400     PERFORM 2150-SET-DEPOSIT-DAY
036500         THRU 2150-SET-DEPOSIT-DAY-EXIT.
036600 2100-PROVE-HEADER-EXIT.
036700     EXIT.
036800*-----------------------------------------------------------------
036900* 2150-SET-DEPOSIT-DAY
037000*   THE DEPOSIT DATE AS YYDDD, FOR THE POST-REF.  FEBRUARY HAS 29
037100*   DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT
037200*   DIVISIBLE BY 400.
037300*-----------------------------------------------------------------
037400 2150-SET-DEPOSIT-DAY.
037500     MOVE LBXH-DEPOSIT-DATE TO WS-DEP-DATE.
037600     IF WS-DEP-MM < 1 OR WS-DEP-MM > 12
037700         MOVE "BAD DEPOSIT DATE" TO WS-FAIL-REASON
037800         PERFORM 2080-FAIL-BATCH
037900             THRU 2080-FAIL-BATCH-EXIT
038000         GO TO 2150-SET-DEPOSIT-DAY-EXIT
038100     END-IF.
038200     IF WS-DEP-DD < 1
038300         OR (WS-DEP-DD > WS-MONTH-DAYS(WS-DEP-MM)
038400             AND NOT (WS-DEP-MM = 2 AND WS-DEP-DD = 29))
038500         MOVE "BAD DEPOSIT DATE" TO WS-FAIL-REASON
038600         PERFORM 2080-FAIL-BATCH
038700             THRU 2080-FAIL-BATCH-EXIT
038800         GO TO 2150-SET-DEPOSIT-DAY-EXIT
038900     END-IF.
039000     MOVE SPACE TO WS-LEAP-SW.
039100     DIVIDE WS-DEP-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
039200         REMAINDER WS-LEAP-REMAINDER.
039300     IF WS-LEAP-REMAINDER = ZERO
039400         SET LEAP-YEAR TO TRUE
039500         DIVIDE WS-DEP-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
039600             REMAINDER WS-LEAP-REMAINDER
039700         IF WS-LEAP-REMAINDER = ZERO
039800             DIVIDE WS-DEP-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
039900                 REMAINDER WS-LEAP-REMAINDER
040000             IF WS-LEAP-REMAINDER NOT = ZERO
040100                 MOVE SPACE TO WS-LEAP-SW
040200             END-IF
040300         END-IF
040400     END-IF.
040500     IF WS-DEP-MM = 2 AND WS-DEP-DD = 29 AND NOT LEAP-YEAR
040600         MOVE "BAD DEPOSIT DATE" TO WS-FAIL-REASON
040700         PERFORM 2080-FAIL-BATCH
040800             THRU 2080-FAIL-BATCH-EXIT
040900         GO TO 2150-SET-DEPOSIT-DAY-EXIT
041000     END-IF.
041100     MOVE WS-DEP-DD TO WS-DEP-DDD.
041200     PERFORM 2160-ADD-ONE-MONTH
041300         THRU 2160-ADD-ONE-MONTH-EXIT
041400         VARYING WS-MONTH-IDX FROM 1 BY 1
041500         UNTIL WS-MONTH-IDX NOT < WS-DEP-MM.
041600     DIVIDE WS-DEP-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
041700         REMAINDER WS-LEAP-REMAINDER.
041800     MOVE WS-LEAP-REMAINDER TO WS-DEP-YY.
041900     COMPUTE WS-BT-DEPOSIT-DAY(WS-HIT-BATCH) =
042000         WS-DEP-YY * 1000 + WS-DEP-DDD.
042100 2150-SET-DEPOSIT-DAY-EXIT.
042200     EXIT.
042300*-----------------------------------------------------------------
042400* 2160-ADD-ONE-MONTH
042500*-----------------------------------------------------------------
042600 2160-ADD-ONE-MONTH.
042700     ADD WS-MONTH-DAYS(WS-MONTH-IDX) TO WS-DEP-DDD.
042800     IF WS-MONTH-IDX = 2 AND LEAP-YEAR
042900         ADD 1 TO WS-DEP-DDD
043000     END-IF.
043100 2160-ADD-ONE-MONTH-EXIT.
043200     EXIT.
043300*-----------------------------------------------------------------
043400* 2200-PROVE-DETAIL
043500*   AN ITEM THAT IS NOT INSIDE ITS OWN BATCH'S HEADER AND TRAILER
043600*   FAILS THAT BATCH, SO THE MATCHING PASS CANNOT PICK IT UP.
043700*-----------------------------------------------------------------
043800 2200-PROVE-DETAIL.
043900     IF WS-OPEN-BATCH = ZERO
044000         OR LBOX-BATCH-NO NOT = WS-BT-BATCH-NO(WS-OPEN-BATCH)
044100         PERFORM 2050-FIND-BATCH
044200             THRU 2050-FIND-BATCH-EXIT
044300         IF WS-HIT-BATCH = ZERO
044400             PERFORM 2070-ADD-BATCH
044500                 THRU 2070-ADD-BATCH-EXIT
044600         END-IF
044700         ADD 1 TO WS-BT-ITEMS(WS-HIT-BATCH)
044800         MOVE "ITEM OUTSIDE ITS BATCH" TO WS-FAIL-REASON
044900         PERFORM 2080-FAIL-BATCH
045000             THRU 2080-FAIL-BATCH-EXIT
045100         GO TO 2200-PROVE-DETAIL-EXIT
045200     END-IF.
045300     MOVE WS-OPEN-BATCH TO WS-HIT-BATCH.
045400     ADD 1 TO WS-BT-ITEMS(WS-HIT-BATCH).
045500     IF LBXD-AMOUNT NOT NUMERIC
045600         OR LBXD-ITEM-NO NOT NUMERIC
045700         MOVE "BAD ITEM AMOUNT/NUMBER" TO WS-FAIL-REASON
045800         PERFORM 2080-FAIL-BATCH
045900             THRU 2080-FAIL-BATCH-EXIT
046000         GO TO 2200-PROVE-DETAIL-EXIT
046100     END-IF.
046200     IF LBXD-AMOUNT = ZERO
046300         MOVE "BAD ITEM AMOUNT/NUMBER" TO WS-FAIL-REASON
046400         PERFORM 2080-FAIL-BATCH
046500             THRU 2080-FAIL-BATCH-EXIT
046600     END-IF.
046700     ADD LBXD-AMOUNT TO WS-BT-TOTAL(WS-HIT-BATCH).
046800 2200-PROVE-DETAIL-EXIT.
046900     EXIT.
047000*-----------------------------------------------------------------
047100* 2300-PROVE-TRAILER
047200*   THE TRAILER MUST AGREE WITH BOTH THE HEADER AND THE ITEMS.
047300*-----------------------------------------------------------------
047400 2300-PROVE-TRAILER.
047500     IF WS-OPEN-BATCH = ZERO
047600         OR LBOX-BATCH-NO NOT = WS-BT-BATCH-NO(WS-OPEN-BATCH)
047700         PERFORM 2050-FIND-BATCH
047800             THRU 2050-FIND-BATCH-EXIT
047900         IF WS-HIT-BATCH = ZERO
048000             PERFORM 2070-ADD-BATCH
048100                 THRU 2070-ADD-BATCH-EXIT
048200         END-IF
048300         MOVE "TRAILER OUTSIDE BATCH" TO WS-FAIL-REASON
048400         PERFORM 2080-FAIL-BATCH
048500             THRU 2080-FAIL-BATCH-EXIT
048600         GO TO 2300-PROVE-TRAILER-EXIT
048700     END-IF.
048800     MOVE WS-OPEN-BATCH TO WS-HIT-BATCH.
048900     MOVE ZERO TO WS-OPEN-BATCH.
049000     IF LBXT-ITEM-COUNT NOT NUMERIC
049100         OR LBXT-BATCH-TOTAL NOT NUMERIC
049200         MOVE "BAD TRAILER" TO WS-FAIL-REASON
049300         PERFORM 2080-FAIL-BATCH
049400             THRU 2080-FAIL-BATCH-EXIT
049500         GO TO 2300-PROVE-TRAILER-EXIT
049600     END-IF.
049700     IF LBXT-ITEM-COUNT  NOT = WS-BT-HDR-COUNT(WS-HIT-BATCH)
049800         OR LBXT-ITEM-COUNT  NOT = WS-BT-ITEMS(WS-HIT-BATCH)
049900         OR LBXT-BATCH-TOTAL NOT = WS-BT-HDR-TOTAL(WS-HIT-BATCH)
050000         OR LBXT-BATCH-TOTAL NOT = WS-BT-TOTAL(WS-HIT-BATCH)
050100         MOVE "COUNT/TOTAL DISAGREE" TO WS-FAIL-REASON
050200         PERFORM 2080-FAIL-BATCH
050300             THRU 2080-FAIL-BATCH-EXIT
050400     END-IF.
050500 2300-PROVE-TRAILER-EXIT.
050600     EXIT.
050700*-----------------------------------------------------------------
050800* 3000-START-MATCHING
050900*-----------------------------------------------------------------
051000 3000-START-MATCHING.
051100     CLOSE LOCKBOX-FILE.
051200     OPEN INPUT LOCKBOX-FILE.
051300     MOVE SPACE TO LBOX-EOF-SW.
051400     OPEN INPUT ACCT-REC.
051500     OPEN EXTEND POST-FILE.
051600     IF WS-POST-STATUS = "35"
051700         OPEN OUTPUT POST-FILE
051800     END-IF.
051900     OPEN I-O SUSP-FILE.
052000     IF WS-SUSP-STATUS = "35"
052100         OPEN OUTPUT SUSP-FILE
052200         CLOSE SUSP-FILE
052300         OPEN I-O SUSP-FILE
052400     END-IF.
052500     OPEN OUTPUT LBOX-RPT.
052600     READ LOCKBOX-FILE
052700         AT END
052800             SET LBOX-FILE-EOF TO TRUE.
052900 3000-START-MATCHING-EXIT.
053000     EXIT.
053100*-----------------------------------------------------------------
053200* 3100-MATCH-LOCKBOX-REC
053300*
053400* MATCHING PASS - ITEMS OF PROVED BATCHES ONLY.  A STUB ACCT-NO
053500* THAT IS ON THE MASTER IS TAKEN AS IT STANDS, WHATEVER THE
053600* ACCOUNT'S STATUS - AR230 DECIDES WHETHER IT CAN POST.  OTHERWISE
053700* THE ITEM WAITS FOR THE NAME/ZIP PASS, PROVIDED THE BANK CAPTURED
053800* BOTH.
053900*-----------------------------------------------------------------
054000 3100-MATCH-LOCKBOX-REC.
054100     IF NOT LBOX-DETAIL
054200         GO TO 3100-READ-NEXT
054300     END-IF.
054400     PERFORM 2050-FIND-BATCH
054500         THRU 2050-FIND-BATCH-EXIT.
054600     IF WS-HIT-BATCH = ZERO
054700         GO TO 3100-READ-NEXT
054800     END-IF.
054900     IF WS-BT-RESULT(WS-HIT-BATCH) NOT = "PROVED"
055000         GO TO 3100-READ-NEXT
055100     END-IF.
055200     MOVE WS-HIT-BATCH                   TO WS-CUR-BATCH.
055300     MOVE WS-BT-DEPOSIT-DAY(WS-CUR-BATCH) TO WS-ITEM-REF-DAY.
055400     MOVE LBXD-ITEM-NO                   TO WS-ITEM-REF-NO.
055500     MOVE LBXD-ACCT-NO                   TO WS-ITEM-STUB-ACCT.
055600     MOVE LBXD-AMOUNT                    TO WS-ITEM-AMOUNT.
055700     MOVE WS-BT-DEPOSIT-DATE(WS-CUR-BATCH) TO WS-ITEM-DATE.
055800     SET ACCT-NOT-FOUND TO TRUE.
055900     IF LBXD-ACCT-NO NOT = SPACES
056000         MOVE LBXD-ACCT-NO TO ACCT-NO
056100         READ ACCT-REC
056200             INVALID KEY
056300                 SET ACCT-NOT-FOUND TO TRUE
056400             NOT INVALID KEY
056500                 SET ACCT-FOUND TO TRUE
056600         END-READ
056700     END-IF.
056800     IF ACCT-FOUND
056900         MOVE ACCT-NO TO WS-ITEM-ACCT-NO
057000         SET MATCHED-BY-ACCT TO TRUE
057100         PERFORM 3300-WRITE-POSTING
057200             THRU 3300-WRITE-POSTING-EXIT
057300         GO TO 3100-READ-NEXT
057400     END-IF.
057500     IF LBXD-LAST-NAME = SPACES OR LBXD-ZIP-CODE = SPACES
057600         IF LBXD-ACCT-NO = SPACES
057700             MOVE "NO STUB ACCT-NO, NAME OR ZIP"
057800                 TO WS-ITEM-REASON
057900         ELSE
058000             MOVE "STUB ACCT-NO NOT ON MASTER"
058100                 TO WS-ITEM-REASON
058200         END-IF
058300         PERFORM 3400-WRITE-SUSPENSE
058400             THRU 3400-WRITE-SUSPENSE-EXIT
058500         GO TO 3100-READ-NEXT
058600     END-IF.
058700     IF WS-NAME-COUNT NOT < WS-NAME-MAX
058800         MOVE "NAME/ZIP MATCH NOT ATTEMPTED" TO WS-ITEM-REASON
058900         PERFORM 3400-WRITE-SUSPENSE
059000             THRU 3400-WRITE-SUSPENSE-EXIT
059100         GO TO 3100-READ-NEXT
059200     END-IF.
059300     ADD 1 TO WS-NAME-COUNT.
059400     MOVE WS-CUR-BATCH      TO WS-NT-BATCH(WS-NAME-COUNT).
059500     MOVE WS-ITEM-REF       TO WS-NT-REF(WS-NAME-COUNT).
059600     MOVE WS-ITEM-STUB-ACCT TO WS-NT-STUB-ACCT(WS-NAME-COUNT).
059700     MOVE WS-ITEM-AMOUNT    TO WS-NT-AMOUNT(WS-NAME-COUNT).
059800     MOVE WS-ITEM-DATE      TO WS-NT-DATE(WS-NAME-COUNT).
059900     MOVE LBXD-LAST-NAME    TO WS-NT-LAST-NAME(WS-NAME-COUNT).
060000     MOVE LBXD-ZIP-CODE     TO WS-NT-ZIP-CODE(WS-NAME-COUNT).
060100     MOVE ZERO              TO WS-NT-HITS(WS-NAME-COUNT).
060200     MOVE SPACES            TO WS-NT-ACCT-NO(WS-NAME-COUNT).
060300 3100-READ-NEXT.
060400     READ LOCKBOX-FILE
060500         AT END
060600             SET LBOX-FILE-EOF TO TRUE.
060700 3100-MATCH-LOCKBOX-REC-EXIT.
060800     EXIT.
060900*-----------------------------------------------------------------
061000* 3300-WRITE-POSTING
061100*   MATCHED ITEM -> POST-REC CREDIT, DATED THE DEPOSIT DATE.
061200*-----------------------------------------------------------------
061300 3300-WRITE-POSTING.
061400     MOVE WS-ITEM-ACCT-NO TO POST-ACCT-NO.
061500     MOVE "C"             TO POST-DC-CODE.
061600     MOVE WS-ITEM-AMOUNT  TO POST-AMOUNT.
061700     MOVE WS-ITEM-DATE    TO POST-DATE.
061800     MOVE WS-ITEM-REF     TO POST-REF.
061900     WRITE POST-REC.
062000     IF WS-POST-STATUS NOT = "00"
062100         DISPLAY "POST-FILE WRITE FAILED - STATUS "
062200             WS-POST-STATUS " FOR REF " WS-ITEM-REF
062300         ADD 1 TO WS-IO-ERROR-COUNT
062400         GO TO 3300-WRITE-POSTING-EXIT
062500     END-IF.
062600     ADD 1 TO WS-POSTED-COUNT.
062700     ADD WS-ITEM-AMOUNT TO WS-POSTED-TOTAL.
062800     IF MATCHED-BY-ACCT
062900         ADD 1 TO WS-BT-BY-ACCT(WS-CUR-BATCH)
063000     ELSE
063100         ADD 1 TO WS-BT-BY-NAME(WS-CUR-BATCH)
063200     END-IF.
063300 3300-WRITE-POSTING-EXIT.
063400     EXIT.
063500*-----------------------------------------------------------------
063600* 3400-WRITE-SUSPENSE
063700*   UNMATCHED ITEM -> POSTING SUSPENSE, CARRYING THE STUB ACCT-NO
063800*   (IF ANY) AND THE REASON, FOR AR310 TO RELEASE.
063900*-----------------------------------------------------------------
064000 3400-WRITE-SUSPENSE.
064100     MOVE WS-ITEM-REF       TO SUSP-REF.
064200     MOVE WS-ITEM-STUB-ACCT TO SUSP-ACCT-NO.
064300     MOVE "C"               TO SUSP-DC-CODE.
064400     MOVE WS-ITEM-AMOUNT    TO SUSP-AMOUNT.
064500     MOVE WS-ITEM-DATE      TO SUSP-POST-DATE.
064600     MOVE WS-ITEM-REASON    TO SUSP-REJ-REASON.
064700     MOVE WS-RUN-DATE       TO SUSP-REJ-DATE.
064800     MOVE ZERO              TO SUSP-DAYS-OLD.
064900     MOVE WS-RUN-DATE       TO SUSP-LAST-RUN-DATE.
065000     ADD 1 TO WS-BT-SUSPENSE(WS-CUR-BATCH).
065100     WRITE SUSP-REC
065200         INVALID KEY
065300             DISPLAY "SUSPENSE ITEM ALREADY ON FILE FOR REF "
065400                 WS-ITEM-REF
065500             ADD 1 TO WS-ALREADY-COUNT
065600         NOT INVALID KEY
065700             ADD 1 TO WS-SUSPENSE-COUNT
065800             ADD WS-ITEM-AMOUNT TO WS-SUSPENSE-TOTAL
065900     END-WRITE.
066000 3400-WRITE-SUSPENSE-EXIT.
066100     EXIT.
066200*-----------------------------------------------------------------
066300* 4000-MATCH-BY-NAME
066400*
066500* ONE PASS OF THE MASTER FOR EVERY ITEM WAITING ON A NAME/ZIP
066600* MATCH.  A CLOSED ACCOUNT IS NOT A CANDIDATE - A CUSTOMER WHO
066700* CLOSED ONE ACCOUNT AND OPENED ANOTHER WOULD OTHERWISE NEVER
066800* MATCH.
066900*-----------------------------------------------------------------
067000 4000-MATCH-BY-NAME.
067100     CLOSE ACCT-REC.
067200     OPEN INPUT ACCT-REC.
067300     READ ACCT-REC NEXT RECORD
067400         AT END
067500             SET END-OF-ACCT-REC TO TRUE.
067600     PERFORM 4100-CHECK-ONE-MASTER
067700         THRU 4100-CHECK-ONE-MASTER-EXIT
067800         UNTIL END-OF-ACCT-REC.
067900 4000-MATCH-BY-NAME-EXIT.
068000     EXIT.
068100*-----------------------------------------------------------------
068200* 4100-CHECK-ONE-MASTER
068300*-----------------------------------------------------------------
068400 4100-CHECK-ONE-MASTER.
068500     IF NOT ACCT-CLOSED
068600         PERFORM 4150-COMPARE-ONE-ITEM
068700             THRU 4150-COMPARE-ONE-ITEM-EXIT
068800             VARYING WS-NAME-IDX FROM 1 BY 1
068900             UNTIL WS-NAME-IDX > WS-NAME-COUNT
069000     END-IF.
069100     READ ACCT-REC NEXT RECORD
069200         AT END
069300             SET END-OF-ACCT-REC TO TRUE.
069400 4100-CHECK-ONE-MASTER-EXIT.
069500     EXIT.
069600*-----------------------------------------------------------------
069700* 4150-COMPARE-ONE-ITEM
069800*-----------------------------------------------------------------
069900 4150-COMPARE-ONE-ITEM.
070000     IF LAST-NAME = WS-NT-LAST-NAME(WS-NAME-IDX)
070100         AND ZIP-CODE = WS-NT-ZIP-CODE(WS-NAME-IDX)
070200         ADD 1 TO WS-NT-HITS(WS-NAME-IDX)
070300         IF WS-NT-HITS(WS-NAME-IDX) = 1
070400             MOVE ACCT-NO TO WS-NT-ACCT-NO(WS-NAME-IDX)
070500         END-IF
070600     END-IF.
070700 4150-COMPARE-ONE-ITEM-EXIT.
070800     EXIT.
070900*-----------------------------------------------------------------
071000* 4500-RESOLVE-NAME-ITEM
071100*   EXACTLY ONE ACCOUNT FITS -> POSTING; NONE OR SEVERAL ->
071200*   SUSPENSE.
071300*-----------------------------------------------------------------
071400 4500-RESOLVE-NAME-ITEM.
071500     MOVE WS-NT-BATCH(WS-NAME-IDX)     TO WS-CUR-BATCH.
071600     MOVE WS-NT-REF(WS-NAME-IDX)       TO WS-ITEM-REF.
071700     MOVE WS-NT-STUB-ACCT(WS-NAME-IDX) TO WS-ITEM-STUB-ACCT.
071800     MOVE WS-NT-AMOUNT(WS-NAME-IDX)    TO WS-ITEM-AMOUNT.
071900     MOVE WS-NT-DATE(WS-NAME-IDX)      TO WS-ITEM-DATE.
072000     EVALUATE TRUE
072100         WHEN WS-NT-HITS(WS-NAME-IDX) = 1
072200             MOVE WS-NT-ACCT-NO(WS-NAME-IDX) TO WS-ITEM-ACCT-NO
072300             SET MATCHED-BY-NAME TO TRUE
072400             PERFORM 3300-WRITE-POSTING
072500                 THRU 3300-WRITE-POSTING-EXIT
072600         WHEN WS-NT-HITS(WS-NAME-IDX) = ZERO
072700             MOVE "NO ACCOUNT FITS NAME/ZIP" TO WS-ITEM-REASON
072800             PERFORM 3400-WRITE-SUSPENSE
072900                 THRU 3400-WRITE-SUSPENSE-EXIT
073000         WHEN OTHER
073100             MOVE "NAME/ZIP FITS SEVERAL ACCOUNTS"
073200                 TO WS-ITEM-REASON
073300             PERFORM 3400-WRITE-SUSPENSE
073400                 THRU 3400-WRITE-SUSPENSE-EXIT
073500     END-EVALUATE.
073600 4500-RESOLVE-NAME-ITEM-EXIT.
073700     EXIT.
073800*-----------------------------------------------------------------
073900* 5000-PRINT-BATCH-LINE
074000*   THE MATCH RATE IS ITEMS MATCHED (EITHER WAY) OVER ITEMS, FOR
074100*   A PROVED BATCH ONLY; A HELD BATCH SHOWS ITS ITEMS AND DOLLARS
074200*   AND THE REASON IT FAILED.
074300*-----------------------------------------------------------------
074400 5000-PRINT-BATCH-LINE.
074500     MOVE SPACES TO LBOX-RPT-REC.
074600     MOVE WS-BT-BATCH-NO(WS-BATCH-IDX)     TO LBXR-BATCH-NO-O.
074700     MOVE WS-BT-DEPOSIT-DATE(WS-BATCH-IDX) TO LBXR-DEP-DATE-O.
074800     MOVE WS-BT-ITEMS(WS-BATCH-IDX)        TO LBXR-ITEMS-O.
074900     MOVE WS-BT-BY-ACCT(WS-BATCH-IDX)      TO LBXR-BY-ACCT-O.
075000     MOVE WS-BT-BY-NAME(WS-BATCH-IDX)      TO LBXR-BY-NAME-O.
075100     MOVE WS-BT-SUSPENSE(WS-BATCH-IDX)     TO LBXR-SUSPENSE-O.
075200     MOVE WS-BT-TOTAL(WS-BATCH-IDX)        TO LBXR-AMOUNT-O.
075300     MOVE WS-BT-RESULT(WS-BATCH-IDX)       TO LBXR-STATUS-O.
075400     IF WS-BT-RESULT(WS-BATCH-IDX) NOT = "PROVED"
075500         ADD 1 TO WS-HELD-BATCH-COUNT
075600         ADD WS-BT-ITEMS(WS-BATCH-IDX) TO WS-HELD-ITEM-COUNT
075700         WRITE LBOX-RPT-REC
075800         GO TO 5000-PRINT-BATCH-LINE-EXIT
075900     END-IF.
076000     IF WS-BT-ITEMS(WS-BATCH-IDX) > ZERO
076100         COMPUTE WS-MATCH-RATE ROUNDED =
076200             (WS-BT-BY-ACCT(WS-BATCH-IDX)
076300              + WS-BT-BY-NAME(WS-BATCH-IDX)) * 100
076400             / WS-BT-ITEMS(WS-BATCH-IDX)
076500         MOVE WS-MATCH-RATE TO LBXR-RATE-O
076600         MOVE "%"           TO LBXR-PCT-O
076700     END-IF.
076800     WRITE LBOX-RPT-REC.
076900     ADD WS-BT-ITEMS(WS-BATCH-IDX)    TO WS-TOT-ITEMS.
077000     ADD WS-BT-BY-ACCT(WS-BATCH-IDX)  TO WS-TOT-BY-ACCT.
077100     ADD WS-BT-BY-NAME(WS-BATCH-IDX)  TO WS-TOT-BY-NAME.
077200     ADD WS-BT-SUSPENSE(WS-BATCH-IDX) TO WS-TOT-SUSPENSE.
077300     ADD WS-BT-TOTAL(WS-BATCH-IDX)    TO WS-TOT-AMOUNT.
077400 5000-PRINT-BATCH-LINE-EXIT.
077500     EXIT.
077600*-----------------------------------------------------------------
077700* 5500-WRITE-TOTAL-LINE
077800*   PROVED BATCHES ONLY - THE HELD ONES ARE COUNTED IN THE RUN'S
077900*   CLOSING DISPLAY.
078000*-----------------------------------------------------------------
078100 5500-WRITE-TOTAL-LINE.
078200     MOVE SPACES TO LBOX-RPT-REC.
078300     MOVE "*** PROVED"    TO LBXR-TOT-LABEL-O.
078400     MOVE WS-TOT-ITEMS    TO LBXR-TOT-ITEMS-O.
078500     MOVE WS-TOT-BY-ACCT  TO LBXR-TOT-BY-ACCT-O.
078600     MOVE WS-TOT-BY-NAME  TO LBXR-TOT-BY-NAME-O.
078700     MOVE WS-TOT-SUSPENSE TO LBXR-TOT-SUSP-O.
078800     MOVE WS-TOT-AMOUNT   TO LBXR-TOT-AMOUNT-O.
078900     IF WS-TOT-ITEMS > ZERO
079000         COMPUTE WS-MATCH-RATE ROUNDED =
079100             (WS-TOT-BY-ACCT + WS-TOT-BY-NAME) * 100
079200             / WS-TOT-ITEMS
079300         MOVE WS-MATCH-RATE TO LBXR-TOT-RATE-O
079400         MOVE "%"           TO LBXR-TOT-PCT-O
079500     END-IF.
079600     WRITE LBXR-TOTAL-REC.
079700 5500-WRITE-TOTAL-LINE-EXIT.
079800     EXIT.
079900*-----------------------------------------------------------------
080000* 8000-STAMP-RUN-END
080100*-----------------------------------------------------------------
080200 8000-STAMP-RUN-END.
080300     MOVE "E" TO WS-RUNL-PHASE.
080400     MOVE WS-POSTED-COUNT TO WS-RUNL-COUNT.
080500     MOVE RETURN-CODE TO WS-RUNL-CODE.
080600     CALL "AR095" USING WS-RUN-CONTROL.
080700 8000-STAMP-RUN-END-EXIT.
080800     EXIT.
080900*-----------------------------------------------------------------
081000* 9000-TERMINATE
081100*-----------------------------------------------------------------
081200 9000-TERMINATE.
081300     CLOSE LOCKBOX-FILE.
081400     CLOSE ACCT-REC.
081500     CLOSE POST-FILE.
081600     CLOSE SUSP-FILE.
081700     CLOSE LBOX-RPT.
081800     IF WS-HELD-BATCH-COUNT > ZERO
081900         MOVE 4 TO RETURN-CODE
082000     END-IF.
082100     IF WS-IO-ERROR-COUNT > ZERO
082200         MOVE 16 TO RETURN-CODE
082300     END-IF.
082400     DISPLAY "AR450 LOCKBOX INTAKE COMPLETE".
082500     DISPLAY "  LOCKBOX RECORDS READ : " WS-LBOX-READ-COUNT.
082600     DISPLAY "  BATCHES              : " WS-BATCH-COUNT.
082700     DISPLAY "  BATCHES HELD         : " WS-HELD-BATCH-COUNT.
082800     DISPLAY "  ITEMS IN HELD BATCHES: " WS-HELD-ITEM-COUNT.
082900     DISPLAY "  PAYMENTS CUT         : " WS-POSTED-COUNT.
083000     DISPLAY "  SENT TO SUSPENSE     : " WS-SUSPENSE-COUNT.
083100     DISPLAY "  ALREADY IN SUSPENSE  : " WS-ALREADY-COUNT.
083200     DISPLAY "  IO ERRORS            : " WS-IO-ERROR-COUNT.
083300     PERFORM 8000-STAMP-RUN-END
083400         THRU 8000-STAMP-RUN-END-EXIT.
083500 9000-TERMINATE-EXIT.
083600     EXIT.
