000100 IDENTIFICATION DIVISION.
000200*-----------------------------------------------------------------
000300 PROGRAM-ID.    AR420.
000400 AUTHOR.        D P CONLEY.
000500 INSTALLATION.  CONSUMER CREDIT SERVICES - DATA PROCESSING.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*-----------------------------------------------------------------
000900* AR420 - MONTHLY CHARGE-OFF / RECOVERY REPORT.
001000*
001100* MONTH-END RUN FOR FINANCE.  FOR THE MONTH ON THE LOSS-PARM
001200* CONTROL CARD, REPORTS BY USA-STATE THE GROSS LOSSES (ACCOUNTS
001300* AR410 CHARGED OFF IN THE MONTH, FROM THE CHARGE-OFF FILE), THE
001400* RECOVERIES (PAYMENTS AR230 APPLIED IN THE MONTH TO ANY CHARGED-
001500* OFF ACCOUNT, FROM THE "R" RECORDS ON THE HISTORY FILE), AND THE
001600* NET LOSS, WITH A TOTAL LINE FOR ALL STATES.  A RECOVERY IS
001700* REPORTED UNDER THE STATE THE LOSS WAS BOOKED IN, HELD ON THE
001800* CHARGE-OFF RECORD, SO A CUSTOMER WHO MOVES AFTER CHARGE-OFF
001900* DOES NOT SHIFT THE RECOVERY TO ANOTHER STATE.  NOTHING IS
002000* UPDATED; THE REPORT CAN BE RERUN FOR ANY PAST MONTH.
002100*
002200* MOD-LOG
002300*   DATE       INIT  DESCRIPTION
002400*   ---------- ----- ------------------------------------------
002500*   10/15/2026 DPC   ORIGINAL PROGRAM.
002600*-----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     COPY "SELLOSP.CPY".
003100     COPY "SELCHGO.CPY".
003200     COPY "SELHIST.CPY".
003300     COPY "SELLOSR.CPY".
003400     COPY "SELSORT.CPY".
003500 DATA DIVISION.
003600 FILE SECTION.
003700 COPY "LOSPARM.CPY".
003800 COPY "CHGOREC.CPY".
003900 COPY "HISTREC.CPY".
004000 COPY "LOSRREC.CPY".
004100 SD  SORT-WORK.
004200 01  SORT-REC.
004300     05  SRT-USA-STATE       PIC X(15).
004400     05  SRT-TYPE            PIC X(1).
004500         88  SRT-IS-LOSS         VALUE "L".
004600         88  SRT-IS-RECOVERY     VALUE "R".
004700     05  SRT-AMOUNT          PIC S9(7)V99 COMP-3.
004800 WORKING-STORAGE SECTION.
004900 01  WS-CHGO-STATUS          PIC XX VALUE "00".
005000 01  WS-HIST-STATUS          PIC XX VALUE "00".
005100 01  WS-REPORT-MONTH         PIC 9(6).
005200 01  WS-MONTH-START          PIC 9(8).
005300 01  WS-MONTH-END            PIC 9(8).
005400 01  WS-SWITCHES.
005500     05  SORT-EOF-SW         PIC X VALUE SPACE.
005600         88  SORT-FILE-EOF       VALUE "Y".
005700     05  CHGO-EOF-SW         PIC X VALUE SPACE.
005800         88  CHGO-FILE-EOF       VALUE "Y".
005900     05  HIST-EOF-SW         PIC X VALUE SPACE.
006000         88  HIST-FILE-EOF       VALUE "Y".
006100*-----------------------------------------------------------------
006200* ONE STATE'S FIGURES, ACCUMULATED UNTIL THE STATE CHANGES ON THE
006300* SORTED STREAM, AND THE SAME FIGURES FOR THE WHOLE REPORT.
006400*-----------------------------------------------------------------
006500 01  WS-HOLD-STATE           PIC X(15).
006600 01  WS-STATE-TOTALS.
006700     05  WS-ST-LOSS-COUNT    PIC 9(5) COMP-3.
006800     05  WS-ST-LOSS-AMT      PIC S9(9)V99 COMP-3.
006900     05  WS-ST-RCV-COUNT     PIC 9(5) COMP-3.
007000     05  WS-ST-RCV-AMT       PIC S9(9)V99 COMP-3.
007100 01  WS-REPORT-TOTALS.
007200     05  WS-RPT-LOSS-COUNT   PIC 9(5) COMP-3 VALUE ZERO.
007300     05  WS-RPT-LOSS-AMT     PIC S9(9)V99 COMP-3 VALUE ZERO.
007400     05  WS-RPT-RCV-COUNT    PIC 9(5) COMP-3 VALUE ZERO.
007500     05  WS-RPT-RCV-AMT      PIC S9(9)V99 COMP-3 VALUE ZERO.
007600 01  WS-STATE-COUNT          PIC 9(5) COMP-3 VALUE ZERO.
007700 01  WS-RUN-CONTROL.
007800     05  WS-RUNL-PROGRAM     PIC X(8) VALUE "AR420".
007900     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
008000     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
008100     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
008200 PROCEDURE DIVISION.
008300*-----------------------------------------------------------------
008400* 0000-MAINLINE
008500*-----------------------------------------------------------------
008600 0000-MAINLINE.
008700     PERFORM 1000-INITIALIZE
008800         THRU 1000-INITIALIZE-EXIT.
008900     SORT SORT-WORK
009000         ON ASCENDING KEY SRT-USA-STATE
009100         INPUT PROCEDURE IS 2000-SELECT-MONTH
009200             THRU 2000-SELECT-MONTH-EXIT
009300         OUTPUT PROCEDURE IS 3000-PRINT-STATES
009400             THRU 3000-PRINT-STATES-EXIT.
009500     PERFORM 9000-TERMINATE
009600         THRU 9000-TERMINATE-EXIT.
009700     STOP RUN.
009800*-----------------------------------------------------------------
009900* 1000-INITIALIZE
010000*
010100* THE MONTH CARD IS REQUIRED AND MUST BE A NUMERIC YYYYMM WITH A
010200* MONTH OF 01 THROUGH 12.
010300*-----------------------------------------------------------------
010400 1000-INITIALIZE.
010500     CALL "AR095" USING WS-RUN-CONTROL.
010600     OPEN INPUT LOSS-PARM.
010700     READ LOSS-PARM
010800         AT END
010900             DISPLAY "AR420 - NO LOSS-PARM CARD SUPPLIED"
011000             CLOSE LOSS-PARM
011100             MOVE 16 TO RETURN-CODE
011200             PERFORM 8000-STAMP-RUN-END
011300                 THRU 8000-STAMP-RUN-END-EXIT
011400             STOP RUN
011500     END-READ.
011600     IF LOSP-REPORT-MONTH NOT NUMERIC
011700         OR LOSP-REPORT-MONTH(5:2) < "01"
011800         OR LOSP-REPORT-MONTH(5:2) > "12"
011900         DISPLAY "AR420 - REPORT MONTH ON CARD NOT A VALID YYYYMM"
012000         CLOSE LOSS-PARM
012100         MOVE 16 TO RETURN-CODE
012200         PERFORM 8000-STAMP-RUN-END
012300             THRU 8000-STAMP-RUN-END-EXIT
012400         STOP RUN
012500     END-IF.
012600     MOVE LOSP-REPORT-MONTH TO WS-REPORT-MONTH.
012700     CLOSE LOSS-PARM.
012800     COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1.
012900     COMPUTE WS-MONTH-END   = WS-REPORT-MONTH * 100 + 31.
013000     OPEN OUTPUT LOSS-RPT.
013100 1000-INITIALIZE-EXIT.
013200     EXIT.
013300*-----------------------------------------------------------------
013400* 2000-SELECT-MONTH
013500*
013600* SORT INPUT PROCEDURE.  RELEASES A LOSS FOR EVERY CHARGE-OFF
013700* DATED IN THE MONTH AND A RECOVERY FOR EVERY "R" HISTORY RECORD
013800* DATED IN THE MONTH.  NO CHARGE-OFF FILE YET MEANS NOTHING HAS
013900* EVER BEEN CHARGED OFF, SO THERE CAN BE NO RECOVERIES EITHER.
014000*-----------------------------------------------------------------
014100 2000-SELECT-MONTH.
014200     OPEN INPUT CHGOFF-FILE.
014300     IF WS-CHGO-STATUS = "35"
014400         GO TO 2000-SELECT-MONTH-EXIT
014500     END-IF.
014600     READ CHGOFF-FILE NEXT RECORD
014700         AT END
014800             SET CHGO-FILE-EOF TO TRUE.
014900     PERFORM 2100-SELECT-ONE-CHGOFF
015000         THRU 2100-SELECT-ONE-CHGOFF-EXIT
015100         UNTIL CHGO-FILE-EOF.
015200     OPEN INPUT HIST-FILE.
015300     IF WS-HIST-STATUS = "35"
015400         CLOSE CHGOFF-FILE
015500         GO TO 2000-SELECT-MONTH-EXIT
015600     END-IF.
015700     READ HIST-FILE
015800         AT END
015900             SET HIST-FILE-EOF TO TRUE.
016000     PERFORM 2200-SELECT-ONE-RECOVERY
016100         THRU 2200-SELECT-ONE-RECOVERY-EXIT
016200         UNTIL HIST-FILE-EOF.
016300     CLOSE HIST-FILE.
016400     CLOSE CHGOFF-FILE.
016500 2000-SELECT-MONTH-EXIT.
016600     EXIT.
016700*-----------------------------------------------------------------
016800* 2100-SELECT-ONE-CHGOFF
016900*-----------------------------------------------------------------
017000 2100-SELECT-ONE-CHGOFF.
017100     IF CHGO-DATE >= WS-MONTH-START
017200         AND CHGO-DATE <= WS-MONTH-END
017300         MOVE CHGO-USA-STATE TO SRT-USA-STATE
017400         SET SRT-IS-LOSS     TO TRUE
017500         MOVE CHGO-AMOUNT    TO SRT-AMOUNT
017600         RELEASE SORT-REC
017700     END-IF.
017800     READ CHGOFF-FILE NEXT RECORD
017900         AT END
018000             SET CHGO-FILE-EOF TO TRUE.
018100 2100-SELECT-ONE-CHGOFF-EXIT.
018200     EXIT.
018300*-----------------------------------------------------------------
018400* 2200-SELECT-ONE-RECOVERY
018500*
018600* THE STATE COMES FROM THE ACCOUNT'S CHARGE-OFF RECORD.  A
018700* RECOVERY WHOSE CHARGE-OFF RECORD CANNOT BE FOUND IS STILL
018800* COUNTED, UNDER "NOT ON FILE", SO THE TOTALS TIE TO AR230.
018900*-----------------------------------------------------------------
019000 2200-SELECT-ONE-RECOVERY.
019100     IF HIST-RECOVERY
019200         AND HIST-DATE >= WS-MONTH-START
019300         AND HIST-DATE <= WS-MONTH-END
019400         MOVE HIST-ACCT-NO TO CHGO-ACCT-NO
019500         READ CHGOFF-FILE
019600             INVALID KEY
019700                 MOVE "NOT ON FILE"  TO SRT-USA-STATE
019800             NOT INVALID KEY
019900                 MOVE CHGO-USA-STATE TO SRT-USA-STATE
020000         END-READ
020100         SET SRT-IS-RECOVERY TO TRUE
020200         MOVE HIST-AMOUNT    TO SRT-AMOUNT
020300         RELEASE SORT-REC
020400     END-IF.
020500     READ HIST-FILE
020600         AT END
020700             SET HIST-FILE-EOF TO TRUE.
020800 2200-SELECT-ONE-RECOVERY-EXIT.
020900     EXIT.
021000*-----------------------------------------------------------------
021100* 3000-PRINT-STATES
021200*
021300* SORT OUTPUT PROCEDURE - ONE LINE PER STATE ON A CHANGE OF
021400* SRT-USA-STATE, THEN THE ALL-STATES TOTAL LINE.
021500*-----------------------------------------------------------------
021600 3000-PRINT-STATES.
021700     RETURN SORT-WORK
021800         AT END
021900             SET SORT-FILE-EOF TO TRUE.
022000     PERFORM 3100-PRINT-ONE-STATE
022100         THRU 3100-PRINT-ONE-STATE-EXIT
022200         UNTIL SORT-FILE-EOF.
022300     PERFORM 3500-WRITE-TOTAL-LINE
022400         THRU 3500-WRITE-TOTAL-LINE-EXIT.
022500 3000-PRINT-STATES-EXIT.
022600     EXIT.
022700*-----------------------------------------------------------------
022800* 3100-PRINT-ONE-STATE
022900*-----------------------------------------------------------------
023000 3100-PRINT-ONE-STATE.
023100     MOVE SRT-USA-STATE TO WS-HOLD-STATE.
023200     INITIALIZE WS-STATE-TOTALS.
023300     PERFORM 3200-ADD-ONE-ITEM
023400         THRU 3200-ADD-ONE-ITEM-EXIT
023500         UNTIL SORT-FILE-EOF
023600         OR SRT-USA-STATE NOT = WS-HOLD-STATE.
023700     MOVE SPACES            TO LOSS-RPT-REC.
023800     MOVE WS-HOLD-STATE     TO LOSR-STATE-O.
023900     MOVE WS-ST-LOSS-COUNT  TO LOSR-CO-COUNT-O.
024000     MOVE WS-ST-LOSS-AMT    TO LOSR-GROSS-O.
024100     MOVE WS-ST-RCV-COUNT   TO LOSR-RCV-COUNT-O.
024200     MOVE WS-ST-RCV-AMT     TO LOSR-RECOVERED-O.
024300     COMPUTE LOSR-NET-O = WS-ST-LOSS-AMT - WS-ST-RCV-AMT.
024400     WRITE LOSS-RPT-REC.
024500     ADD 1 TO WS-STATE-COUNT.
024600     ADD WS-ST-LOSS-COUNT   TO WS-RPT-LOSS-COUNT.
024700     ADD WS-ST-LOSS-AMT     TO WS-RPT-LOSS-AMT.
024800     ADD WS-ST-RCV-COUNT    TO WS-RPT-RCV-COUNT.
024900     ADD WS-ST-RCV-AMT      TO WS-RPT-RCV-AMT.
025000 3100-PRINT-ONE-STATE-EXIT.
025100     EXIT.
025200*-----------------------------------------------------------------
025300* 3200-ADD-ONE-ITEM
025400*-----------------------------------------------------------------
025500 3200-ADD-ONE-ITEM.
025600     IF SRT-IS-LOSS
025700         ADD 1          TO WS-ST-LOSS-COUNT
025800         ADD SRT-AMOUNT TO WS-ST-LOSS-AMT
025900     ELSE
026000         ADD 1          TO WS-ST-RCV-COUNT
026100         ADD SRT-AMOUNT TO WS-ST-RCV-AMT
026200     END-IF.
026300     RETURN SORT-WORK
026400         AT END
026500             SET SORT-FILE-EOF TO TRUE.
026600 3200-ADD-ONE-ITEM-EXIT.
026700     EXIT.
026800*-----------------------------------------------------------------
026900* 3500-WRITE-TOTAL-LINE
027000*-----------------------------------------------------------------
027100 3500-WRITE-TOTAL-LINE.
027200     MOVE SPACES              TO LOSS-RPT-REC.
027300     MOVE "*** ALL STATES"    TO LOSR-TOT-LABEL-O.
027400     MOVE WS-RPT-LOSS-COUNT   TO LOSR-TOT-CO-COUNT-O.
027500     MOVE WS-RPT-LOSS-AMT     TO LOSR-TOT-GROSS-O.
027600     MOVE WS-RPT-RCV-COUNT    TO LOSR-TOT-RCV-COUNT-O.
027700     MOVE WS-RPT-RCV-AMT      TO LOSR-TOT-RECOVERED-O.
027800     COMPUTE LOSR-TOT-NET-O = WS-RPT-LOSS-AMT - WS-RPT-RCV-AMT.
027900     WRITE LOSR-TOTAL-REC.
028000 3500-WRITE-TOTAL-LINE-EXIT.
028100     EXIT.
028200*-----------------------------------------------------------------
028300* 8000-STAMP-RUN-END
028400*-----------------------------------------------------------------
028500 8000-STAMP-RUN-END.
028600     MOVE "E" TO WS-RUNL-PHASE.
028700     MOVE WS-STATE-COUNT TO WS-RUNL-COUNT.
028800     MOVE RETURN-CODE TO WS-RUNL-CODE.
028900     CALL "AR095" USING WS-RUN-CONTROL.
029000 8000-STAMP-RUN-END-EXIT.
029100     EXIT.
029200*-----------------------------------------------------------------
029300* 9000-TERMINATE
029400*-----------------------------------------------------------------
029500 9000-TERMINATE.
029600     CLOSE LOSS-RPT.
029700     DISPLAY "AR420 CHARGE-OFF/RECOVERY REPORT COMPLETE".
029800     DISPLAY "  REPORT MONTH       : " WS-REPORT-MONTH.
029900     DISPLAY "  STATES REPORTED    : " WS-STATE-COUNT.
030000     DISPLAY "  CHARGE-OFFS        : " WS-RPT-LOSS-COUNT.
030100     DISPLAY "  RECOVERIES         : " WS-RPT-RCV-COUNT.
030200     PERFORM 8000-STAMP-RUN-END
030300         THRU 8000-STAMP-RUN-END-EXIT.
030400 9000-TERMINATE-EXIT.
030500     EXIT.
