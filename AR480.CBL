000100 IDENTIFICATION DIVISION.
000200*-----------------------------------------------------------------
000300 PROGRAM-ID.    AR480.
000400 AUTHOR.        D P CONLEY.
000500 INSTALLATION.  CONSUMER CREDIT SERVICES - DATA PROCESSING.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*-----------------------------------------------------------------
000900* AR480 - OPEN-DISPUTES AGING REPORT.
001000*
001100* DAILY, AFTER AR470.  LISTS EVERY DISPUTE STILL OPEN ON THE
001200* BILLING DISPUTE FILE WITH THE NUMBER OF CALENDAR DAYS IT HAS
001300* BEEN OPEN AND ITS AGE BUCKET (0-30, 31-60, 61-90, 91+).  THE
001400* DISPCARD CONTROL CARD CARRIES THE NUMBER OF DAYS REGULATION
001500* ALLOWS FOR A DISPUTE TO BE RESOLVED AND A WARNING WINDOW AHEAD
001600* OF IT; A DISPUTE OPEN LONGER THAN THE LIMIT IS FLAGGED PAST
001700* DEADLINE, AND ONE WITHIN THE WINDOW SHOWS THE DAYS IT HAS LEFT.
001800* TOTAL LINES GIVE THE COUNT AND DOLLARS PER BUCKET AND PAST THE
001900* DEADLINE.  THE RUN ENDS RC 4 WHEN ANY DISPUTE IS PAST THE
002000* DEADLINE SO THE SCHEDULER ALERTS THE CREDIT DEPARTMENT.
002100*
002200* MOD-LOG
002300*   DATE       INIT  DESCRIPTION
002400*   ---------- ----- ------------------------------------------
002500*   10/15/2026 DPC   ORIGINAL PROGRAM.
002600*-----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     COPY "SELDSPP.CPY".
003100     COPY "SELDISP.CPY".
003200     COPY "SELDSPA.CPY".
003300 DATA DIVISION.
003400 FILE SECTION.
003500 COPY "DSPPARM.CPY".
003600 COPY "DISPREC.CPY".
003700 COPY "DSPAREC.CPY".
003800 WORKING-STORAGE SECTION.
003900 01  WS-DISP-STATUS          PIC XX VALUE "00".
004000 01  WS-RUN-DATE             PIC 9(8).
004100 01  WS-SWITCHES.
004200     05  DISP-EOF-SW         PIC X VALUE SPACE.
004300         88  DISP-FILE-EOF       VALUE "Y".
004400 01  WS-LIMIT-DAYS           PIC 9(4) COMP VALUE ZERO.
004500 01  WS-WARN-DAYS            PIC 9(4) COMP VALUE ZERO.
004600 01  WS-DAYS-LEFT            PIC 9(4) COMP VALUE ZERO.
004700 01  WS-DAYS-LEFT-O          PIC ZZ9.
004800*-----------------------------------------------------------------
004900* DAYS OPEN ARE COUNTED BY STEPPING THE OPEN DATE FORWARD A DAY AT
005000* A TIME TO THE RUN DATE, AS AR240 WORKS OUT THE PAYMENT DUE DATE.
005100* THE COUNT STOPS AT WS-DAYS-CAP - ANYTHING THAT OLD IS WELL PAST
005200* ANY DEADLINE AND THE STEPPING WOULD ONLY COST TIME.
005300*-----------------------------------------------------------------
005400 01  WS-DAYS-OPEN            PIC 9(4) COMP VALUE ZERO.
005500 01  WS-DAYS-CAP             PIC 9(4) COMP VALUE 9999.
005600 01  WS-STEP-DATE            PIC 9(8) VALUE ZERO.
005700 01  WS-STEP-DATE-PARTS REDEFINES WS-STEP-DATE.
005800     05  WS-STEP-YYYY        PIC 9(4).
005900     05  WS-STEP-MM          PIC 9(2).
006000     05  WS-STEP-DD          PIC 9(2).
006100 01  WS-MONTH-END-DAY        PIC 9(2) VALUE ZERO.
006200 01  WS-LEAP-QUOTIENT        PIC 9(4) COMP VALUE ZERO.
006300 01  WS-LEAP-REMAINDER       PIC 9(4) COMP VALUE ZERO.
006400 01  WS-MONTH-DAYS-VALUES    PIC X(24) VALUE
006500     "312831303130313130313031".
006600 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
006700     05  WS-MONTH-DAYS       PIC 9(2) OCCURS 12 TIMES.
006800*-----------------------------------------------------------------
006900* BUCKET TOTALS - ENTRY 1 = 0-30, 2 = 31-60, 3 = 61-90, 4 = 91+.
007000*-----------------------------------------------------------------
007100 01  WS-BUCKET-LABEL-VALUES  PIC X(24) VALUE
007200     "0-30  31-60 61-90 91+   ".
007300 01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABEL-VALUES.
007400     05  WS-BUCKET-LABEL     PIC X(6) OCCURS 4 TIMES.
007500 01  WS-BUCKET-TABLE.
007600     05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
007700         10  WS-BKT-COUNT    PIC 9(7) COMP-3.
007800         10  WS-BKT-AMOUNT   PIC S9(9)V99 COMP-3.
007900 01  WS-BKT-IDX              PIC 9(4) COMP VALUE ZERO.
008000 01  WS-TOTAL-LABEL.
008100     05  FILLER              PIC X(11) VALUE "*** BUCKET ".
008200     05  WS-TOTAL-LABEL-BKT  PIC X(6).
008300     05  FILLER              PIC X(8) VALUE SPACES.
008400 01  WS-COUNTERS.
008500     05  WS-READ-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
008600     05  WS-OPEN-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
008700     05  WS-PAST-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
008800     05  WS-WARN-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
008900 01  WS-RUN-TOTALS.
009000     05  WS-OPEN-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
009100     05  WS-PAST-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
009200 01  WS-RUN-CONTROL.
009300     05  WS-RUNL-PROGRAM     PIC X(8) VALUE "AR480".
009400     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
009500     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
009600     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
009700 PROCEDURE DIVISION.
009800*-----------------------------------------------------------------
009900* 0000-MAINLINE
010000*-----------------------------------------------------------------
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE
010300         THRU 1000-INITIALIZE-EXIT.
010400     PERFORM 2000-PROCESS-ONE-DISPUTE
010500         THRU 2000-PROCESS-ONE-DISPUTE-EXIT
010600         UNTIL DISP-FILE-EOF.
010700     PERFORM 9000-TERMINATE
010800         THRU 9000-TERMINATE-EXIT.
010900     STOP RUN.
011000*-----------------------------------------------------------------
011100* 1000-INITIALIZE
011200*
011300* THE CONTROL CARD IS REQUIRED AND THE LIMIT MUST BE NUMERIC AND
011400* NOT ZERO - A ZERO LIMIT WOULD FLAG EVERY DISPUTE PAST DEADLINE.
011500* NO DISPUTE FILE YET MEANS NO DISPUTES: THE REPORT CARRIES ONLY
011600* ITS (ZERO) TOTAL LINES.
011700*-----------------------------------------------------------------
011800 1000-INITIALIZE.
011900     CALL "AR095" USING WS-RUN-CONTROL.
012000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012100     INITIALIZE WS-BUCKET-TABLE.
012200     OPEN INPUT DISP-PARM.
012300     READ DISP-PARM
012400         AT END
012500             DISPLAY "AR480 - NO DISP-PARM CARD SUPPLIED"
012600             CLOSE DISP-PARM
012700             MOVE 16 TO RETURN-CODE
012800             PERFORM 8000-STAMP-RUN-END
012900                 THRU 8000-STAMP-RUN-END-EXIT
013000             STOP RUN
013100     END-READ.
013200     IF DSPP-LIMIT-DAYS NOT NUMERIC
013300         OR DSPP-LIMIT-DAYS = ZERO
013400         OR DSPP-WARN-DAYS NOT NUMERIC
013500         DISPLAY "AR480 - DAYS ON CONTROL CARD NOT NUMERIC"
013600             " OR LIMIT ZERO"
013700         CLOSE DISP-PARM
013800         MOVE 16 TO RETURN-CODE
013900         PERFORM 8000-STAMP-RUN-END
014000             THRU 8000-STAMP-RUN-END-EXIT
014100         STOP RUN
014200     END-IF.
014300     MOVE DSPP-LIMIT-DAYS TO WS-LIMIT-DAYS.
014400     MOVE DSPP-WARN-DAYS  TO WS-WARN-DAYS.
014500     CLOSE DISP-PARM.
014600     OPEN OUTPUT DISP-AGE-RPT.
014700     OPEN INPUT DISPUTE-FILE.
014800     IF WS-DISP-STATUS = "35"
014900         DISPLAY "AR480 - NO DISPUTE FILE ON DISK - NOTHING OPEN"
015000         SET DISP-FILE-EOF TO TRUE
015100         GO TO 1000-INITIALIZE-EXIT
015200     END-IF.
015300     READ DISPUTE-FILE NEXT RECORD
015400         AT END
015500             SET DISP-FILE-EOF TO TRUE.
015600 1000-INITIALIZE-EXIT.
015700     EXIT.
015800*-----------------------------------------------------------------
015900* 2000-PROCESS-ONE-DISPUTE
016000*-----------------------------------------------------------------
016100 2000-PROCESS-ONE-DISPUTE.
016200     ADD 1 TO WS-READ-COUNT.
016300     IF NOT DISP-OPEN
016400         GO TO 2000-READ-NEXT
016500     END-IF.
016600     ADD 1 TO WS-OPEN-COUNT.
016700     ADD DISP-AMOUNT TO WS-OPEN-TOTAL.
016800     PERFORM 2100-COUNT-DAYS-OPEN
016900         THRU 2100-COUNT-DAYS-OPEN-EXIT.
017000     EVALUATE TRUE
017100         WHEN WS-DAYS-OPEN NOT > 30
017200             MOVE 1 TO WS-BKT-IDX
017300         WHEN WS-DAYS-OPEN NOT > 60
017400             MOVE 2 TO WS-BKT-IDX
017500         WHEN WS-DAYS-OPEN NOT > 90
017600             MOVE 3 TO WS-BKT-IDX
017700         WHEN OTHER
017800             MOVE 4 TO WS-BKT-IDX
017900     END-EVALUATE.
018000     ADD 1           TO WS-BKT-COUNT(WS-BKT-IDX).
018100     ADD DISP-AMOUNT TO WS-BKT-AMOUNT(WS-BKT-IDX).
018200     MOVE SPACES                   TO DISP-AGE-REC.
018300     MOVE DISP-ACCT-NO             TO DSPA-ACCT-NO-O.
018400     MOVE DISP-HIST-REF            TO DSPA-HIST-REF-O.
018500     MOVE DISP-OPEN-DATE           TO DSPA-OPEN-DATE-O.
018600     MOVE WS-DAYS-OPEN             TO DSPA-DAYS-O.
018700     MOVE WS-BUCKET-LABEL(WS-BKT-IDX) TO DSPA-BUCKET-O.
018800     MOVE DISP-AMOUNT              TO DSPA-AMOUNT-O.
018900     PERFORM 2200-SET-DEADLINE-FLAG
019000         THRU 2200-SET-DEADLINE-FLAG-EXIT.
019100     WRITE DISP-AGE-REC.
019200 2000-READ-NEXT.
019300     READ DISPUTE-FILE NEXT RECORD
019400         AT END
019500             SET DISP-FILE-EOF TO TRUE.
019600 2000-PROCESS-ONE-DISPUTE-EXIT.
019700     EXIT.
019800*-----------------------------------------------------------------
019900* 2100-COUNT-DAYS-OPEN
020000*   AN OPEN DATE THAT IS NOT A DATE, OR IS AFTER THE RUN DATE, IS
020100*   COUNTED AS ZERO DAYS RATHER THAN STEPPED.
020200*-----------------------------------------------------------------
020300 2100-COUNT-DAYS-OPEN.
020400     MOVE ZERO TO WS-DAYS-OPEN.
020500     IF DISP-OPEN-DATE NOT NUMERIC
020600         OR DISP-OPEN-DATE NOT < WS-RUN-DATE
020700         GO TO 2100-COUNT-DAYS-OPEN-EXIT
020800     END-IF.
020900     MOVE DISP-OPEN-DATE TO WS-STEP-DATE.
021000     IF WS-STEP-MM < 1 OR WS-STEP-MM > 12
021100         GO TO 2100-COUNT-DAYS-OPEN-EXIT
021200     END-IF.
021300     PERFORM 2150-ADD-ONE-DAY
021400         THRU 2150-ADD-ONE-DAY-EXIT
021500         UNTIL WS-STEP-DATE NOT < WS-RUN-DATE
021600            OR WS-DAYS-OPEN NOT < WS-DAYS-CAP.
021700 2100-COUNT-DAYS-OPEN-EXIT.
021800     EXIT.
021900*-----------------------------------------------------------------
022000* 2150-ADD-ONE-DAY
022100*-----------------------------------------------------------------
022200 2150-ADD-ONE-DAY.
022300     ADD 1 TO WS-DAYS-OPEN.
022400     MOVE WS-MONTH-DAYS(WS-STEP-MM) TO WS-MONTH-END-DAY.
022500     IF WS-STEP-MM = 2
022600         DIVIDE WS-STEP-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
022700             REMAINDER WS-LEAP-REMAINDER
022800         IF WS-LEAP-REMAINDER = ZERO
022900             MOVE 29 TO WS-MONTH-END-DAY
023000             DIVIDE WS-STEP-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
023100                 REMAINDER WS-LEAP-REMAINDER
023200             IF WS-LEAP-REMAINDER = ZERO
023300                 DIVIDE WS-STEP-YYYY BY 400
023400                     GIVING WS-LEAP-QUOTIENT
023500                     REMAINDER WS-LEAP-REMAINDER
023600                 IF WS-LEAP-REMAINDER NOT = ZERO
023700                     MOVE 28 TO WS-MONTH-END-DAY
023800                 END-IF
023900             END-IF
024000         END-IF
024100     END-IF.
024200     IF WS-STEP-DD < WS-MONTH-END-DAY
024300         ADD 1 TO WS-STEP-DD
024400         GO TO 2150-ADD-ONE-DAY-EXIT
024500     END-IF.
024600     MOVE 1 TO WS-STEP-DD.
024700     IF WS-STEP-MM < 12
024800         ADD 1 TO WS-STEP-MM
024900     ELSE
025000         MOVE 1 TO WS-STEP-MM
025100         ADD 1 TO WS-STEP-YYYY
025200     END-IF.
025300 2150-ADD-ONE-DAY-EXIT.
025400     EXIT.
025500*-----------------------------------------------------------------
025600* 2200-SET-DEADLINE-FLAG
025700*-----------------------------------------------------------------
025800 2200-SET-DEADLINE-FLAG.
025900     IF WS-DAYS-OPEN > WS-LIMIT-DAYS
026000         MOVE "*** PAST DEADLINE ***" TO DSPA-FLAG-O
026100         ADD 1 TO WS-PAST-COUNT
026200         ADD DISP-AMOUNT TO WS-PAST-TOTAL
026300         GO TO 2200-SET-DEADLINE-FLAG-EXIT
026400     END-IF.
026500     COMPUTE WS-DAYS-LEFT = WS-LIMIT-DAYS - WS-DAYS-OPEN.
026600     IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
026700         MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-O
026800         STRING "DUE IN " WS-DAYS-LEFT-O " DAYS"
026900             DELIMITED BY SIZE INTO DSPA-FLAG-O
027000         ADD 1 TO WS-WARN-COUNT
027100     END-IF.
027200 2200-SET-DEADLINE-FLAG-EXIT.
027300     EXIT.
027400*-----------------------------------------------------------------
027500* 2500-WRITE-TOTAL-LINES
027600*-----------------------------------------------------------------
027700 2500-WRITE-TOTAL-LINES.
027800     PERFORM 2550-WRITE-BUCKET-TOTAL
027900         THRU 2550-WRITE-BUCKET-TOTAL-EXIT
028000         VARYING WS-BKT-IDX FROM 1 BY 1
028100         UNTIL WS-BKT-IDX > 4.
028200     MOVE SPACES TO DISP-AGE-REC.
028300     MOVE "*** PAST DEADLINE ***" TO DSPA-TOT-LABEL-O.
028400     MOVE WS-PAST-COUNT           TO DSPA-TOT-COUNT-O.
028500     MOVE WS-PAST-TOTAL           TO DSPA-TOT-AMOUNT-O.
028600     WRITE DSPA-TOTAL-REC.
028700     MOVE SPACES TO DISP-AGE-REC.
028800     MOVE "*** ALL OPEN DISPUTES ***" TO DSPA-TOT-LABEL-O.
028900     MOVE WS-OPEN-COUNT           TO DSPA-TOT-COUNT-O.
029000     MOVE WS-OPEN-TOTAL           TO DSPA-TOT-AMOUNT-O.
029100     WRITE DSPA-TOTAL-REC.
029200 2500-WRITE-TOTAL-LINES-EXIT.
029300     EXIT.
029400*-----------------------------------------------------------------
029500* 2550-WRITE-BUCKET-TOTAL
029600*-----------------------------------------------------------------
029700 2550-WRITE-BUCKET-TOTAL.
029800     MOVE SPACES TO DISP-AGE-REC.
029900     MOVE WS-BUCKET-LABEL(WS-BKT-IDX) TO WS-TOTAL-LABEL-BKT.
030000     MOVE WS-TOTAL-LABEL              TO DSPA-TOT-LABEL-O.
030100     MOVE WS-BKT-COUNT(WS-BKT-IDX)    TO DSPA-TOT-COUNT-O.
030200     MOVE WS-BKT-AMOUNT(WS-BKT-IDX)   TO DSPA-TOT-AMOUNT-O.
030300     WRITE DSPA-TOTAL-REC.
030400 2550-WRITE-BUCKET-TOTAL-EXIT.
030500     EXIT.
030600*-----------------------------------------------------------------
030700* 8000-STAMP-RUN-END
030800*-----------------------------------------------------------------
030900 8000-STAMP-RUN-END.
031000     MOVE "E" TO WS-RUNL-PHASE.
031100     MOVE WS-OPEN-COUNT TO WS-RUNL-COUNT.
031200     MOVE RETURN-CODE TO WS-RUNL-CODE.
031300     CALL "AR095" USING WS-RUN-CONTROL.
031400 8000-STAMP-RUN-END-EXIT.
031500     EXIT.
031600*-----------------------------------------------------------------
031700* 9000-TERMINATE
031800*-----------------------------------------------------------------
031900 9000-TERMINATE.
032000     PERFORM 2500-WRITE-TOTAL-LINES
032100         THRU 2500-WRITE-TOTAL-LINES-EXIT.
032200     IF WS-DISP-STATUS NOT = "35"
032300         CLOSE DISPUTE-FILE
032400     END-IF.
032500     CLOSE DISP-AGE-RPT.
032600     IF WS-PAST-COUNT > ZERO
032700         MOVE 4 TO RETURN-CODE
032800     END-IF.
032900     DISPLAY "AR480 OPEN-DISPUTES AGING COMPLETE".
033000     DISPLAY "  DISPUTE RECORDS READ : " WS-READ-COUNT.
033100     DISPLAY "  OPEN DISPUTES        : " WS-OPEN-COUNT.
033200     DISPLAY "  PAST DEADLINE        : " WS-PAST-COUNT.
033300     DISPLAY "  COMING DUE           : " WS-WARN-COUNT.
033400     PERFORM 8000-STAMP-RUN-END
033500         THRU 8000-STAMP-RUN-END-EXIT.
033600 9000-TERMINATE-EXIT.
033700     EXIT.
