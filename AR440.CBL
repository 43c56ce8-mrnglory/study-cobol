000100 IDENTIFICATION DIVISION.
000200*-----------------------------------------------------------------
000300 PROGRAM-ID.    AR440.
000400 AUTHOR.        D P CONLEY.
000500 INSTALLATION.  CONSUMER CREDIT SERVICES - DATA PROCESSING.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*-----------------------------------------------------------------
000900* AR440 - END-OF-DAY GENERAL-LEDGER PROOF.
001000*
001100* SCHEDULED AT THE CLOSE OF THE NIGHTLY WINDOW, AFTER THE LAST RUN
001200* THAT MOVES MONEY AND AHEAD OF THE AR270 BALANCING RUN (AR270
001300* CLEARS THE ACTIVITY FILE THIS RUN PROVES AGAINST).  PASSES THE
001400* DAY'S GL INTERFACE FILE, WHICH THE AR096 WRITER HAS APPENDED TO
001500* ON BEHALF OF AR200, AR230, AR260, AR300, AR390, AR410 AND
001600* AR470, AND PROVES IT BEFORE IT GOES TO THE LEDGER:
001700*   - EVERY BATCH ENDS IN A TRAILER, AND THE TRAILER'S LINE COUNT
001800*     AND DEBIT AND CREDIT TOTALS AGREE WITH THE LINES READ;
001900*   - EVERY BATCH'S DEBITS EQUAL ITS CREDITS, AND SO THE DAY'S;
002000*   - NO LINE IS WITHOUT A GL ACCOUNT (A TYPE MISSING FROM THE GL
002100*     CONTROL TABLE);
002200*   - THE NET MOVEMENT OF THE RECEIVABLE CONTROL ACCOUNT - DEBITS
002300*     LESS CREDITS ON THE LINES MARKED RECEIVABLE - EQUALS THE NET
002400*     BALANCE CHANGE ON THE ACTIVITY FILE, THE FIGURE AR270 USES
002500*     TO BALANCE THE ACCOUNT MASTER.
002600* EACH BATCH IS LISTED ON THE GL PROOF REPORT, FOLLOWED BY THE
002700* DAY'S TOTALS AND THE VERDICT.  A PROVED FILE IS COPIED TO THE GL
002800* TRANSFER FILE FOR GENERAL ACCOUNTING AND THE INTERFACE FILE IS
002900* EMPTIED FOR THE NEXT DAY.  A FILE THAT DOES NOT PROVE IS LEFT
003000* WHERE IT IS, NOTHING IS TRANSFERRED, AND THE RUN ENDS WITH
003100* RETURN-CODE 16 SO THE SCHEDULER HOLDS AR270 UNTIL IT IS SORTED
003200* OUT.
003300*
003400* MOD-LOG
003500*   DATE       INIT  DESCRIPTION
003600*   ---------- ----- ------------------------------------------
003700*   10/15/2026 DPC   ORIGINAL PROGRAM.
003800*-----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     COPY "SELGLIF.CPY".
004300     COPY "SELGLXF.CPY".
004400     COPY "SELACTV.CPY".
004500     COPY "SELGLPR.CPY".
004600 DATA DIVISION.
004700 FILE SECTION.
004800 COPY "GLIFREC.CPY".
004900 COPY "GLXFREC.CPY".
005000 COPY "ACTVREC.CPY".
005100 COPY "GLPRREC.CPY".
005200 WORKING-STORAGE SECTION.
005300 01  WS-GLIF-STATUS          PIC XX VALUE "00".
005400 01  WS-GLXF-STATUS          PIC XX VALUE "00".
005500 01  WS-ACTV-STATUS          PIC XX VALUE "00".
005600 01  WS-SWITCHES.
005700     05  GLIF-EOF-SW         PIC X VALUE SPACE.
005800         88  GL-FILE-EOF         VALUE "Y".
005900     05  WS-NO-GL-SW         PIC X VALUE SPACE.
006000         88  NO-GL-FILE          VALUE "Y".
006100     05  ACTV-EOF-SW         PIC X VALUE SPACE.
006200         88  ACTV-FILE-EOF       VALUE "Y".
006300     05  WS-BATCH-OPEN-SW    PIC X VALUE SPACE.
006400         88  BATCH-IS-OPEN       VALUE "Y".
006500     05  WS-PROOF-SW         PIC X VALUE "Y".
006600         88  GL-PROVED           VALUE "Y".
006700         88  GL-NOT-PROVED       VALUE "N".
006800     05  WS-XFER-SW          PIC X VALUE SPACE.
006900         88  XFER-FAILED         VALUE "Y".
007000 01  WS-BATCH-KEY.
007100     05  WS-BATCH-SOURCE     PIC X(8).
007200     05  WS-BATCH-DATE       PIC 9(8).
007300     05  WS-BATCH-TIME       PIC 9(6).
007400 01  WS-LINE-KEY.
007500     05  WS-LINE-SOURCE      PIC X(8).
007600     05  WS-LINE-DATE        PIC 9(8).
007700     05  WS-LINE-TIME        PIC 9(6).
007800 01  WS-BATCH-TOTALS.
007900     05  WS-BATCH-LINES      PIC 9(7) COMP-3 VALUE ZERO.
008000     05  WS-BATCH-DEBITS     PIC S9(11)V99 COMP-3 VALUE ZERO.
008100     05  WS-BATCH-CREDITS    PIC S9(11)V99 COMP-3 VALUE ZERO.
008200     05  WS-BATCH-UNMAPPED   PIC 9(7) COMP-3 VALUE ZERO.
008300 01  WS-BATCH-RESULT         PIC X(20).
008400 01  WS-SUM-LABEL            PIC X(35).
008500 01  WS-SUM-AMOUNT           PIC S9(11)V99 COMP-3.
008600 01  WS-DAY-TOTALS.
008700     05  WS-DAY-DEBITS       PIC S9(11)V99 COMP-3 VALUE ZERO.
008800     05  WS-DAY-CREDITS      PIC S9(11)V99 COMP-3 VALUE ZERO.
008900     05  WS-DAY-DIFFERENCE   PIC S9(11)V99 COMP-3 VALUE ZERO.
009000     05  WS-GL-RCV-NET       PIC S9(11)V99 COMP-3 VALUE ZERO.
009100     05  WS-ACTV-RCV-NET     PIC S9(11)V99 COMP-3 VALUE ZERO.
009200     05  WS-RCV-DIFFERENCE   PIC S9(11)V99 COMP-3 VALUE ZERO.
009300 01  WS-COUNTERS.
009400     05  WS-GL-READ-COUNT    PIC 9(7) COMP-3 VALUE ZERO.
009500     05  WS-BATCH-COUNT      PIC 9(7) COMP-3 VALUE ZERO.
009600     05  WS-BAD-BATCH-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
009700     05  WS-UNMAPPED-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
009800     05  WS-ACTV-REC-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
009900     05  WS-XFER-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
010000 01  WS-RUN-CONTROL.
010100     05  WS-RUNL-PROGRAM     PIC X(8) VALUE "AR440".
010200     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
010300     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
010400     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
010500 PROCEDURE DIVISION.
010600*-----------------------------------------------------------------
010700* 0000-MAINLINE
010800*-----------------------------------------------------------------
010900 0000-MAINLINE.
011000     PERFORM 1000-INITIALIZE
011100         THRU 1000-INITIALIZE-EXIT.
011200     PERFORM 2000-PROVE-GL-REC
011300         THRU 2000-PROVE-GL-REC-EXIT
011400         UNTIL GL-FILE-EOF.
011500     IF BATCH-IS-OPEN
011600         MOVE "NO TRAILER" TO WS-BATCH-RESULT
011700         PERFORM 2500-CLOSE-BATCH
011800             THRU 2500-CLOSE-BATCH-EXIT
011900     END-IF.
012000     PERFORM 3000-SUM-ACTIVITY
012100         THRU 3000-SUM-ACTIVITY-EXIT.
012200     PERFORM 4000-PRINT-PROOF
012300         THRU 4000-PRINT-PROOF-EXIT.
012400     IF GL-PROVED
012500         PERFORM 5000-TRANSFER-GL-FILE
012600             THRU 5000-TRANSFER-GL-FILE-EXIT
012700     END-IF.
012800     PERFORM 9000-TERMINATE
012900         THRU 9000-TERMINATE-EXIT.
013000     STOP RUN.
013100*-----------------------------------------------------------------
013200* 1000-INITIALIZE
013300*
013400* NO GL INTERFACE FILE YET MEANS NO RUN HAS BOOKED ANYTHING; THE
013500* ACTIVITY FILE MUST THEN SHOW NO BALANCE MOVEMENT EITHER.
013600*-----------------------------------------------------------------
013700 1000-INITIALIZE.
013800     CALL "AR095" USING WS-RUN-CONTROL.
013900     OPEN OUTPUT GL-PROOF-RPT.
014000     OPEN INPUT GL-FILE.
014100     IF WS-GLIF-STATUS = "35"
014200         SET NO-GL-FILE TO TRUE
014300         SET GL-FILE-EOF TO TRUE
014400         GO TO 1000-INITIALIZE-EXIT
014500     END-IF.
014600     READ GL-FILE
014700         AT END
014800             SET GL-FILE-EOF TO TRUE.
014900 1000-INITIALIZE-EXIT.
015000     EXIT.
015100*-----------------------------------------------------------------
015200* 2000-PROVE-GL-REC
015300*
015400* A BATCH'S LINES RUN TOGETHER ON THE FILE AND END IN ITS TRAILER.
015500* A LINE FROM ANOTHER BATCH, OR A TRAILER FOR ANOTHER BATCH, WHILE
015600* ONE IS STILL OPEN MEANS THE OPEN ONE NEVER GOT ITS TRAILER (THE
015700* RUN ABENDED PART WAY THROUGH BOOKING).
015800*-----------------------------------------------------------------
015900 2000-PROVE-GL-REC.
016000     ADD 1 TO WS-GL-READ-COUNT.
016100     MOVE GLIF-SOURCE     TO WS-LINE-SOURCE.
016200     MOVE GLIF-RUN-DATE   TO WS-LINE-DATE.
016300     MOVE GLIF-BATCH-TIME TO WS-LINE-TIME.
016400     IF BATCH-IS-OPEN
016500         AND WS-LINE-KEY NOT = WS-BATCH-KEY
016600         MOVE "NO TRAILER" TO WS-BATCH-RESULT
016700         PERFORM 2500-CLOSE-BATCH
016800             THRU 2500-CLOSE-BATCH-EXIT
016900     END-IF.
017000     IF NOT BATCH-IS-OPEN
017100         MOVE WS-LINE-KEY TO WS-BATCH-KEY
017200         MOVE ZERO TO WS-BATCH-LINES WS-BATCH-DEBITS
017300             WS-BATCH-CREDITS WS-BATCH-UNMAPPED
017400         SET BATCH-IS-OPEN TO TRUE
017500     END-IF.
017600     EVALUATE TRUE
017700         WHEN GLIF-ENTRY-LINE
017800             PERFORM 2100-ADD-GL-LINE
017900                 THRU 2100-ADD-GL-LINE-EXIT
018000         WHEN GLIF-TRAILER-LINE
018100             PERFORM 2200-CHECK-TRAILER
018200                 THRU 2200-CHECK-TRAILER-EXIT
018300         WHEN OTHER
018400             DISPLAY "AR440 - UNKNOWN GL RECORD TYPE "
018500                 GLIF-REC-TYPE " FROM " GLIF-SOURCE
018600             SET GL-NOT-PROVED TO TRUE
018700     END-EVALUATE.
018800     READ GL-FILE
018900         AT END
019000             SET GL-FILE-EOF TO TRUE.
019100 2000-PROVE-GL-REC-EXIT.
019200     EXIT.
019300*-----------------------------------------------------------------
019400* 2100-ADD-GL-LINE
019500*-----------------------------------------------------------------
019600 2100-ADD-GL-LINE.
019700     ADD 1 TO WS-BATCH-LINES.
019800     ADD GLIF-DEBIT  TO WS-BATCH-DEBITS.
019900     ADD GLIF-CREDIT TO WS-BATCH-CREDITS.
020000     IF GLIF-ACCOUNT = SPACES
020100         ADD 1 TO WS-BATCH-UNMAPPED
020200         ADD 1 TO WS-UNMAPPED-COUNT
020300         DISPLAY "AR440 - NO GL ACCOUNT FOR TYPE " GLIF-TRAN-TYPE
020400             " FROM " GLIF-SOURCE " " GLIF-BATCH-TIME
020500     END-IF.
020600     IF GLIF-RECEIVABLE
020700         COMPUTE WS-GL-RCV-NET = WS-GL-RCV-NET
020800             + GLIF-DEBIT - GLIF-CREDIT
020900     END-IF.
021000 2100-ADD-GL-LINE-EXIT.
021100     EXIT.
021200*-----------------------------------------------------------------
021300* 2200-CHECK-TRAILER
021400*-----------------------------------------------------------------
021500 2200-CHECK-TRAILER.
021600     EVALUATE TRUE
021700         WHEN GLIT-LINE-COUNT   NOT = WS-BATCH-LINES
021800           OR GLIT-DEBIT-TOTAL  NOT = WS-BATCH-DEBITS
021900           OR GLIT-CREDIT-TOTAL NOT = WS-BATCH-CREDITS
022000             MOVE "TRAILER DISAGREES" TO WS-BATCH-RESULT
022100         WHEN WS-BATCH-DEBITS NOT = WS-BATCH-CREDITS
022200             MOVE "OUT OF BALANCE"    TO WS-BATCH-RESULT
022300         WHEN WS-BATCH-UNMAPPED > ZERO
022400             MOVE "NO GL ACCOUNT"     TO WS-BATCH-RESULT
022500         WHEN OTHER
022600             MOVE "PROVED"            TO WS-BATCH-RESULT
022700     END-EVALUATE.
022800     PERFORM 2500-CLOSE-BATCH
022900         THRU 2500-CLOSE-BATCH-EXIT.
023000 2200-CHECK-TRAILER-EXIT.
023100     EXIT.
023200*-----------------------------------------------------------------
023300* 2500-CLOSE-BATCH
023400*
023500* LISTS THE BATCH AND ADDS IT TO THE DAY.  ANY RESULT BUT PROVED
023600* FAILS THE DAY.
023700*-----------------------------------------------------------------
023800 2500-CLOSE-BATCH.
023900     ADD 1 TO WS-BATCH-COUNT.
024000     ADD WS-BATCH-DEBITS  TO WS-DAY-DEBITS.
024100     ADD WS-BATCH-CREDITS TO WS-DAY-CREDITS.
024200     IF WS-BATCH-RESULT NOT = "PROVED"
024300         ADD 1 TO WS-BAD-BATCH-COUNT
024400         SET GL-NOT-PROVED TO TRUE
024500     END-IF.
024600     MOVE SPACES           TO GL-PROOF-RPT-REC.
024700     MOVE WS-BATCH-SOURCE  TO GLPR-SOURCE-O.
024800     MOVE WS-BATCH-TIME    TO GLPR-BATCH-TIME-O.
024900     MOVE WS-BATCH-LINES   TO GLPR-LINES-O.
025000     MOVE WS-BATCH-DEBITS  TO GLPR-DEBITS-O.
025100     MOVE WS-BATCH-CREDITS TO GLPR-CREDITS-O.
025200     MOVE WS-BATCH-RESULT  TO GLPR-STATUS-O.
025300     WRITE GL-PROOF-RPT-REC.
025400     MOVE SPACE TO WS-BATCH-OPEN-SW.
025500 2500-CLOSE-BATCH-EXIT.
025600     EXIT.
025700*-----------------------------------------------------------------
025800* 3000-SUM-ACTIVITY
025900*
026000* THE SAME NET BALANCE FIGURE AR270 APPLIES TO THE OPENING
026100* POSITION - EVERY ACTIVITY RECORD SINCE THE LAST BALANCING RUN.
026200*-----------------------------------------------------------------
026300 3000-SUM-ACTIVITY.
026400     OPEN INPUT ACTIVITY-FILE.
026500     IF WS-ACTV-STATUS = "35"
026600         GO TO 3000-SUM-ACTIVITY-EXIT
026700     END-IF.
026800     READ ACTIVITY-FILE
026900         AT END
027000             SET ACTV-FILE-EOF TO TRUE.
027100     PERFORM 3100-SUM-ONE-ACTIVITY
027200         THRU 3100-SUM-ONE-ACTIVITY-EXIT
027300         UNTIL ACTV-FILE-EOF.
027400     CLOSE ACTIVITY-FILE.
027500 3000-SUM-ACTIVITY-EXIT.
027600     EXIT.
027700*-----------------------------------------------------------------
027800* 3100-SUM-ONE-ACTIVITY
027900*-----------------------------------------------------------------
028000 3100-SUM-ONE-ACTIVITY.
028100     ADD 1 TO WS-ACTV-REC-COUNT.
028200     ADD ACTV-NET-BALANCE TO WS-ACTV-RCV-NET.
028300     READ ACTIVITY-FILE
028400         AT END
028500             SET ACTV-FILE-EOF TO TRUE.
028600 3100-SUM-ONE-ACTIVITY-EXIT.
028700     EXIT.
028800*-----------------------------------------------------------------
028900* 4000-PRINT-PROOF
029000*-----------------------------------------------------------------
029100 4000-PRINT-PROOF.
029200     COMPUTE WS-DAY-DIFFERENCE = WS-DAY-DEBITS - WS-DAY-CREDITS.
029300     COMPUTE WS-RCV-DIFFERENCE = WS-GL-RCV-NET - WS-ACTV-RCV-NET.
029400     IF WS-DAY-DIFFERENCE NOT = ZERO
029500         OR WS-RCV-DIFFERENCE NOT = ZERO
029600         SET GL-NOT-PROVED TO TRUE
029700     END-IF.
029800     MOVE SPACES TO GL-PROOF-RPT-REC.
029900     WRITE GL-PROOF-RPT-REC.
030000     MOVE "TOTAL DEBITS"                TO WS-SUM-LABEL.
030100     MOVE WS-DAY-DEBITS                 TO WS-SUM-AMOUNT.
030200     PERFORM 4100-WRITE-SUMMARY-LINE
030300         THRU 4100-WRITE-SUMMARY-LINE-EXIT.
030400     MOVE "TOTAL CREDITS"               TO WS-SUM-LABEL.
030500     MOVE WS-DAY-CREDITS                TO WS-SUM-AMOUNT.
030600     PERFORM 4100-WRITE-SUMMARY-LINE
030700         THRU 4100-WRITE-SUMMARY-LINE-EXIT.
030800     MOVE "DEBITS LESS CREDITS"         TO WS-SUM-LABEL.
030900     MOVE WS-DAY-DIFFERENCE             TO WS-SUM-AMOUNT.
031000     PERFORM 4100-WRITE-SUMMARY-LINE
031100         THRU 4100-WRITE-SUMMARY-LINE-EXIT.
031200     MOVE "RECEIVABLE MOVEMENT - GL"    TO WS-SUM-LABEL.
031300     MOVE WS-GL-RCV-NET                 TO WS-SUM-AMOUNT.
031400     PERFORM 4100-WRITE-SUMMARY-LINE
031500         THRU 4100-WRITE-SUMMARY-LINE-EXIT.
031600     MOVE "RECEIVABLE MOVEMENT - ACTIVITY"
031700                                        TO WS-SUM-LABEL.
031800     MOVE WS-ACTV-RCV-NET               TO WS-SUM-AMOUNT.
031900     PERFORM 4100-WRITE-SUMMARY-LINE
032000         THRU 4100-WRITE-SUMMARY-LINE-EXIT.
032100     MOVE "RECEIVABLE DIFFERENCE"       TO WS-SUM-LABEL.
032200     MOVE WS-RCV-DIFFERENCE             TO WS-SUM-AMOUNT.
032300     PERFORM 4100-WRITE-SUMMARY-LINE
032400         THRU 4100-WRITE-SUMMARY-LINE-EXIT.
032500     MOVE SPACES TO GL-PROOF-RPT-REC.
032600     IF GL-PROVED
032700         MOVE "*** GL PROVED ***"         TO GLPR-SUM-LABEL-O
032800     ELSE
032900         MOVE "*** GL DOES NOT PROVE ***" TO GLPR-SUM-LABEL-O
033000     END-IF.
033100     WRITE GL-PROOF-RPT-REC.
033200 4000-PRINT-PROOF-EXIT.
033300     EXIT.
033400*-----------------------------------------------------------------
033500* 4100-WRITE-SUMMARY-LINE
033600*-----------------------------------------------------------------
033700 4100-WRITE-SUMMARY-LINE.
033800     MOVE SPACES        TO GLPR-SUMMARY-REC.
033900     MOVE WS-SUM-LABEL  TO GLPR-SUM-LABEL-O.
034000     MOVE WS-SUM-AMOUNT TO GLPR-SUM-AMT-O.
034100     WRITE GLPR-SUMMARY-REC.
034200 4100-WRITE-SUMMARY-LINE-EXIT.
034300     EXIT.
034400*-----------------------------------------------------------------
034500* 5000-TRANSFER-GL-FILE
034600*
034700* THE PROVED FILE GOES TO GENERAL ACCOUNTING RECORD FOR RECORD,
034800* THEN THE INTERFACE FILE IS EMPTIED SO TOMORROW'S BATCHES START
034900* CLEAN.  A TRANSFER THAT FAILS PART WAY LEAVES THE INTERFACE
035000* FILE UNTOUCHED AND ENDS THE RUN WITH RETURN-CODE 16.
035100*-----------------------------------------------------------------
035200 5000-TRANSFER-GL-FILE.
035300     IF NO-GL-FILE
035400         GO TO 5000-TRANSFER-GL-FILE-EXIT
035500     END-IF.
035600     CLOSE GL-FILE.
035700     OPEN INPUT GL-FILE.
035800     OPEN OUTPUT GL-XFER.
035900     IF WS-GLXF-STATUS NOT = "00"
036000         DISPLAY "AR440 - GL TRANSFER OPEN FAILED - STATUS "
036100             WS-GLXF-STATUS
036200         SET XFER-FAILED TO TRUE
036300         GO TO 5000-TRANSFER-GL-FILE-EXIT
036400     END-IF.
036500     MOVE SPACE TO GLIF-EOF-SW.
036600     READ GL-FILE
036700         AT END
036800             SET GL-FILE-EOF TO TRUE.
036900     PERFORM 5100-COPY-ONE-GL-REC
037000         THRU 5100-COPY-ONE-GL-REC-EXIT
037100         UNTIL GL-FILE-EOF.
037200     CLOSE GL-XFER.
037300     IF XFER-FAILED
037400         GO TO 5000-TRANSFER-GL-FILE-EXIT
037500     END-IF.
037600     CLOSE GL-FILE.
037700     OPEN OUTPUT GL-FILE.
037800 5000-TRANSFER-GL-FILE-EXIT.
037900     EXIT.
038000*-----------------------------------------------------------------
038100* 5100-COPY-ONE-GL-REC
038200*-----------------------------------------------------------------
038300 5100-COPY-ONE-GL-REC.
038400     MOVE GLIF-REC TO GLXF-REC.
038500     WRITE GLXF-REC.
038600     IF WS-GLXF-STATUS NOT = "00"
038700         DISPLAY "AR440 - GL TRANSFER WRITE FAILED - STATUS "
038800             WS-GLXF-STATUS
038900         SET XFER-FAILED TO TRUE
039000         SET GL-FILE-EOF TO TRUE
039100         GO TO 5100-COPY-ONE-GL-REC-EXIT
039200     END-IF.
039300     ADD 1 TO WS-XFER-COUNT.
039400     READ GL-FILE
039500         AT END
039600             SET GL-FILE-EOF TO TRUE.
039700 5100-COPY-ONE-GL-REC-EXIT.
039800     EXIT.
039900*-----------------------------------------------------------------
040000* 8000-STAMP-RUN-END
040100*-----------------------------------------------------------------
040200 8000-STAMP-RUN-END.
040300     MOVE "E" TO WS-RUNL-PHASE.
040400     MOVE WS-GL-READ-COUNT TO WS-RUNL-COUNT.
040500     MOVE RETURN-CODE TO WS-RUNL-CODE.
040600     CALL "AR095" USING WS-RUN-CONTROL.
040700 8000-STAMP-RUN-END-EXIT.
040800     EXIT.
040900*-----------------------------------------------------------------
041000* 9000-TERMINATE
041100*-----------------------------------------------------------------
041200 9000-TERMINATE.
041300     IF NOT NO-GL-FILE
041400         CLOSE GL-FILE
041500     END-IF.
041600     CLOSE GL-PROOF-RPT.
041700     IF GL-NOT-PROVED OR XFER-FAILED
041800         MOVE 16 TO RETURN-CODE
041900     END-IF.
042000     DISPLAY "AR440 GL PROOF COMPLETE".
042100     DISPLAY "  GL RECORDS READ    : " WS-GL-READ-COUNT.
042200     DISPLAY "  BATCHES            : " WS-BATCH-COUNT.
042300     DISPLAY "  BATCHES NOT PROVED : " WS-BAD-BATCH-COUNT.
042400     DISPLAY "  LINES NO GL ACCOUNT: " WS-UNMAPPED-COUNT.
042500     DISPLAY "  ACTIVITY RECORDS   : " WS-ACTV-REC-COUNT.
042600     DISPLAY "  RECORDS TRANSFERRED: " WS-XFER-COUNT.
042700     IF GL-PROVED
042800         DISPLAY "  GL PROVED"
042900     ELSE
043000         DISPLAY "  *** GL DOES NOT PROVE - NOTHING TRANSFERRED"
043100     END-IF.
043200     PERFORM 8000-STAMP-RUN-END
043300         THRU 8000-STAMP-RUN-END-EXIT.
043400 9000-TERMINATE-EXIT.
043500     EXIT.
