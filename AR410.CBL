000100 IDENTIFICATION DIVISION.
000200*-----------------------------------------------------------------
000300 PROGRAM-ID.    AR410.
000400 AUTHOR.        D P CONLEY.
000500 INSTALLATION.  CONSUMER CREDIT SERVICES - DATA PROCESSING.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*-----------------------------------------------------------------
000900* AR410 - CHARGE-OFF RUN.
001000*
001100* SCHEDULED DAILY, AFTER THE AR250 AGING RUN AND AHEAD OF AN AR230
001200* POSTING RUN.  PASSES THE AGING FILE AND CHARGES OFF EVERY ACTIVE
001300* OR DELINQUENT ACCOUNT WHOSE AGE-DAYS-OVER HAS REACHED THE
001400* THRESHOLD ON THE CHGOFF-PARM CONTROL CARD (TYPICALLY 180) AND
001500* THAT STILL CARRIES A DEBIT BALANCE.  FOR EACH ONE THE RUN:
001600*   - FLIPS THE MASTER TO ACCT-STATUS "W" (CHARGED OFF), SO AR250
001700*     STOPS AGING IT, AR370 STOPS DUNNING IT, AND AR240/AR300 STOP
001800*     BILLING AND ASSESSING IT;
001900*   - CUTS A CREDIT FOR THE WHOLE ACCT-BALANCE TO THE POST-FILE IN
002000*     THE "CO" POST-REF SERIES, SO THE WRITE-OFF MOVES THE BALANCE
002100*     THROUGH AR230'S JOURNAL AND THE AR270 RECONCILIATION LIKE
002200*     ANY OTHER POSTING;
002300*   - RECORDS THE LOSS ON THE CHARGE-OFF FILE UNDER THE ACCT-NO,
002400*     WITH THE WRITE-OFF'S POST-REF - AR230 POSTS THAT ONE CREDIT
002500*     AGAINST THE BALANCE AND TREATS EVERY LATER PAYMENT AS A
002600*     RECOVERY ON THIS RECORD.
002700* AN ACCOUNT ALREADY ON THE CHARGE-OFF FILE, OR WHOSE MONEY FIELDS
002800* FAIL COMP-3 VALIDATION, GOES TO THE EXCEPTIONS LISTING INSTEAD.
002900* THE CHARGE-OFF REGISTER LISTS EVERY ACCOUNT CHARGED OFF AND
003000* CLOSES WITH A COUNT AND DOLLAR TOTAL THAT TIE TO THE POST-FILE.
003100*
003200* MOD-LOG
003300*   DATE       INIT  DESCRIPTION
003400*   ---------- ----- ------------------------------------------
003500*   10/15/2026 DPC   ORIGINAL PROGRAM - DELINQUENT ACCOUNTS WERE
003600*                    NEVER TAKEN OFF THE BOOKS AND WENT ON AGING
003700*                    AND TAKING FINANCE CHARGES INDEFINITELY.
003710*   10/15/2026 DPC   BOOKS THE RUN'S CHARGE-OFF TOTAL TO THE DAILY
003720*                    GL INTERFACE FILE (CALLS AR096) AS GL TYPE
003730*                    "CHGO" - AGAINST THE RECEIVABLE CLEARING
003740*                    ACCOUNT, SINCE THE WRITE-OFF CREDITS ONLY
003750*                    REACH THE BALANCE WHEN AR230 POSTS THEM.
003760*   10/15/2026 DPC   THE STATUS FLIP TO "W" IS NOW JOURNALED TO
003770*                    THE BACKOUT JOURNAL (PROGRAM "AR410", BEFORE
003780*                    AND AFTER IMAGES) SO THE AR460 FORWARD-
003790*                    RECOVERY RUN CAN REPLAY IT.
003800*   10/15/2026 DPC   PARAGRAPHS PUT BACK IN NUMBER ORDER AND
003833*                    THE PROGRAM TAIL RESEQUENCED.
003866*-----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     COPY "SELCHGP.CPY".
004300     COPY "SELACCT.CPY".
004400     COPY "SELAGE.CPY".
004500     COPY "SELCHGO.CPY".
004600     COPY "SELPOST.CPY".
004650     COPY "SELBJRN.CPY".
004700     COPY "SELCHGR.CPY".
004800     COPY "SELEXCP.CPY".
004900 DATA DIVISION.
005000 FILE SECTION.
005100 COPY "CHGPARM.CPY".
005200 COPY "ACCTREC.CPY".
005300 COPY "AGEREC.CPY".
005400 COPY "CHGOREC.CPY".
005500 COPY "POSTREC.CPY".
005550 COPY "BJRNREC.CPY".
005600 COPY "CHGRREC.CPY".
005700 COPY "EXCPTREC.CPY".
005800 WORKING-STORAGE SECTION.
005900 01  WS-ACCT-STATUS          PIC XX VALUE "00".
006000 01  WS-AGE-STATUS           PIC XX VALUE "00".
006100 01  WS-CHGO-STATUS          PIC XX VALUE "00".
006200 01  WS-POST-STATUS          PIC XX VALUE "00".
006300 01  WS-EXCPT-STATUS         PIC XX VALUE "00".
006350 01  WS-BJRN-STATUS          PIC XX VALUE "00".
006400 01  WS-RUN-DATE             PIC 9(8).
006450 01  WS-RUN-TIME             PIC 9(8).
006500 01  WS-RUN-DAY              PIC 9(5).
006600 01  WS-DAYS-THRESHOLD       PIC 9(3).
006700 01  WS-SWITCHES.
006800     05  AGE-EOF-SW          PIC X VALUE SPACE.
006900         88  AGE-FILE-EOF        VALUE "Y".
007000     05  CHGO-EOF-SW         PIC X VALUE SPACE.
007100         88  CHGO-FILE-EOF       VALUE "Y".
007200     05  WS-NO-AGING-SW      PIC X VALUE SPACE.
007300         88  NO-AGE-FILE         VALUE "Y".
007400     05  WS-FOUND-SW         PIC X VALUE SPACE.
007500         88  ACCT-FOUND          VALUE "Y".
007600         88  ACCT-NOT-FOUND      VALUE "N".
007700     05  WS-CHGO-FOUND-SW    PIC X VALUE SPACE.
007800         88  CHGO-REC-FOUND      VALUE "Y".
007900         88  CHGO-REC-NOT-FOUND  VALUE "N".
008000 01  WS-VALID-SW             PIC X.
008100     88  WS-FIELD-VALID          VALUE "Y".
008200     88  WS-FIELD-INVALID        VALUE "N".
008300 01  WS-PRIOR-STATUS         PIC X(1).
008400 01  WS-WRITEOFF-AMT         PIC S9(7)V99 COMP-3.
008410 01  WS-JOURNAL-FIELDS.
008420     05  WS-JRNL-SEQ         PIC 9(7) COMP-3 VALUE ZERO.
008430     05  WS-BEFORE-IMAGE     PIC X(175).
008500*-----------------------------------------------------------------
008600* THE "CO" (CHARGE-OFF) POST-REF SERIES - THE RUN'S YYDDD DAY
008700* NUMBER PLUS A SEQUENCE THAT CARRIES ON FROM ANY EARLIER CHARGE-
008800* OFF RUN THE SAME DAY (COUNTED OFF THE CHARGE-OFF FILE), SO EVERY
008900* REFERENCE IS UNIQUE ACROSS RUNS AND CLEARS THE AR230 DUPLICATE-
009000* POSTING GUARD.
009100*-----------------------------------------------------------------
009200 01  WS-WRITEOFF-REF.
009300     05  FILLER              PIC X(2) VALUE "CO".
009400     05  WS-REF-DAY-O        PIC 9(5).
009500     05  WS-REF-SEQ-O        PIC 9(5).
009600 01  WS-REF-SEQ              PIC 9(5) COMP-3 VALUE ZERO.
009700 01  WS-COUNTERS.
009800     05  WS-AGE-READ-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
009900     05  WS-CHGOFF-COUNT     PIC 9(7) COMP-3 VALUE ZERO.
010000     05  WS-SKIP-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
010100     05  WS-EXCEPT-COUNT     PIC 9(7) COMP-3 VALUE ZERO.
010200     05  WS-IO-ERROR-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
010300 01  WS-RUN-TOTALS.
010400     05  WS-CHGOFF-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
010500 01  WS-RUN-CONTROL.
010600     05  WS-RUNL-PROGRAM     PIC X(8) VALUE "AR410".
010700     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
010800     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
010900     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
010910 01  WS-GL-CONTROL.
010920     05  WS-GLC-FUNCTION     PIC X(1) VALUE "E".
010930     05  WS-GLC-PROGRAM      PIC X(8) VALUE "AR410".
010940     05  WS-GLC-RUN-DATE     PIC 9(8) VALUE ZERO.
010950     05  WS-GLC-TRAN-TYPE    PIC X(4) VALUE SPACES.
010960     05  WS-GLC-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
011000 PROCEDURE DIVISION.
011100*-----------------------------------------------------------------
011200* 0000-MAINLINE
011300*-----------------------------------------------------------------
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE
011600         THRU 1000-INITIALIZE-EXIT.
011700     PERFORM 2000-PROCESS-AGE-REC
011800         THRU 2000-PROCESS-AGE-REC-EXIT
011900         UNTIL AGE-FILE-EOF.
012000     PERFORM 9000-TERMINATE
012100         THRU 9000-TERMINATE-EXIT.
012200     STOP RUN.
012300*-----------------------------------------------------------------
012400* 1000-INITIALIZE
012500*
012600* THE THRESHOLD CARD IS REQUIRED, MUST BE NUMERIC, AND MUST NOT BE
012700* ZERO - A ZERO THRESHOLD WOULD CHARGE OFF EVERY OVER-LIMIT
012800* ACCOUNT ON THE BOOK.  NO AGING FILE YET MEANS NOTHING HAS AGED
012900* AND THE RUN ENDS CLEAN WITH NOTHING CHARGED OFF.
013000*-----------------------------------------------------------------
013100 1000-INITIALIZE.
013200     CALL "AR095" USING WS-RUN-CONTROL.
013300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013350     ACCEPT WS-RUN-TIME FROM TIME.
013400     ACCEPT WS-RUN-DAY FROM DAY.
013500     MOVE WS-RUN-DAY TO WS-REF-DAY-O.
013600     OPEN INPUT CHGOFF-PARM.
013700     READ CHGOFF-PARM
013800         AT END
013900             DISPLAY "AR410 - NO CHGOFF-PARM CARD SUPPLIED"
014000             CLOSE CHGOFF-PARM
014100             MOVE 16 TO RETURN-CODE
014200             PERFORM 8000-STAMP-RUN-END
014300                 THRU 8000-STAMP-RUN-END-EXIT
014400             STOP RUN
014500     END-READ.
014600     IF CHGP-DAYS-OVER NOT NUMERIC
014700         OR CHGP-DAYS-OVER = ZERO
014800         DISPLAY "AR410 - THRESHOLD ON CONTROL CARD NOT NUMERIC"
014900             " OR ZERO"
015000         CLOSE CHGOFF-PARM
015100         MOVE 16 TO RETURN-CODE
015200         PERFORM 8000-STAMP-RUN-END
015300             THRU 8000-STAMP-RUN-END-EXIT
015400         STOP RUN
015500     END-IF.
015600     MOVE CHGP-DAYS-OVER TO WS-DAYS-THRESHOLD.
015700     CLOSE CHGOFF-PARM.
015800     PERFORM 1200-LOAD-TODAYS-SEQ
015900         THRU 1200-LOAD-TODAYS-SEQ-EXIT.
016000     OPEN INPUT AGE-FILE.
016100     IF WS-AGE-STATUS = "35"
016200         SET NO-AGE-FILE TO TRUE
016300         SET AGE-FILE-EOF TO TRUE
016400     ELSE
016500         READ AGE-FILE NEXT RECORD
016600             AT END
016700                 SET AGE-FILE-EOF TO TRUE
016800         END-READ
016900     END-IF.
017000     OPEN I-O    ACCT-REC.
017100     OPEN EXTEND POST-FILE.
017200     IF WS-POST-STATUS = "35"
017300         OPEN OUTPUT POST-FILE
017400     END-IF.
017420     OPEN EXTEND BACKOUT-JRNL.
017440     IF WS-BJRN-STATUS = "35"
017460         OPEN OUTPUT BACKOUT-JRNL
017480     END-IF.
017500     OPEN OUTPUT CHGOFF-RPT.
017600     OPEN OUTPUT EXCEPT-FILE.
017700 1000-INITIALIZE-EXIT.
017800     EXIT.
017900*-----------------------------------------------------------------
018000* 1200-LOAD-TODAYS-SEQ
018100*
018200* PASSES THE CHARGE-OFF FILE ONCE SO TODAY'S "CO" SEQUENCE CARRIES
018300* ON FROM ANY EARLIER RUN TODAY.  THE FILE STAYS OPEN I-O FOR THE
018400* RANDOM LOOKUPS AND WRITES.  THE FIRST RUN HAS NO CHARGE-OFF FILE
018500* YET - IT IS CREATED EMPTY.
018600*-----------------------------------------------------------------
018700 1200-LOAD-TODAYS-SEQ.
018800     OPEN I-O CHGOFF-FILE.
018900     IF WS-CHGO-STATUS = "35"
019000         OPEN OUTPUT CHGOFF-FILE
019100         CLOSE CHGOFF-FILE
019200         OPEN I-O CHGOFF-FILE
019300     END-IF.
019400     READ CHGOFF-FILE NEXT RECORD
019500         AT END
019600             SET CHGO-FILE-EOF TO TRUE.
019700     PERFORM 1250-COUNT-ONE-CHGOFF
019800         THRU 1250-COUNT-ONE-CHGOFF-EXIT
019900         UNTIL CHGO-FILE-EOF.
020000 1200-LOAD-TODAYS-SEQ-EXIT.
020100     EXIT.
020200*-----------------------------------------------------------------
020300* 1250-COUNT-ONE-CHGOFF
020400*-----------------------------------------------------------------
020500 1250-COUNT-ONE-CHGOFF.
020600     IF CHGO-DATE = WS-RUN-DATE
020700         ADD 1 TO WS-REF-SEQ
020800     END-IF.
020900     READ CHGOFF-FILE NEXT RECORD
021000         AT END
021100             SET CHGO-FILE-EOF TO TRUE.
021200 1250-COUNT-ONE-CHGOFF-EXIT.
021300     EXIT.
021400*-----------------------------------------------------------------
021500* 2000-PROCESS-AGE-REC
021600*
021700* AN AGING RECORD UNDER THE THRESHOLD IS PASSED OVER, AS IS ONE
021800* WHOSE ACCOUNT IS GONE, IS NOT ACTIVE OR DELINQUENT, OR HAS NO
021900* DEBIT BALANCE LEFT TO WRITE OFF.
022000*-----------------------------------------------------------------
022100 2000-PROCESS-AGE-REC.
022200     ADD 1 TO WS-AGE-READ-COUNT.
022300     IF AGE-DAYS-OVER < WS-DAYS-THRESHOLD
022400         GO TO 2000-READ-NEXT
022500     END-IF.
022600     MOVE AGE-ACCT-NO TO ACCT-NO.
022700     READ ACCT-REC
022800         INVALID KEY
022900             SET ACCT-NOT-FOUND TO TRUE
023000         NOT INVALID KEY
023100             SET ACCT-FOUND TO TRUE
023200     END-READ.
023300     IF ACCT-NOT-FOUND
023400         OR (NOT ACCT-ACTIVE AND NOT ACCT-DELINQUENT)
023500         ADD 1 TO WS-SKIP-COUNT
023600         GO TO 2000-READ-NEXT
023700     END-IF.
023800     CALL "AR090" USING ACCT-LIMIT WS-VALID-SW.
023900     IF WS-FIELD-VALID
024000         CALL "AR090" USING ACCT-BALANCE WS-VALID-SW
024100     END-IF.
024200     IF WS-FIELD-INVALID
024300         MOVE "ACCT-LIMIT/BAL" TO EXCEPT-FIELD-O
024400         MOVE "INVALID COMP-3 SIGN NIBBLE OR DIGIT"
024500             TO EXCEPT-REASON-O
024600         PERFORM 2900-WRITE-EXCEPTION
024700             THRU 2900-WRITE-EXCEPTION-EXIT
024800         GO TO 2000-READ-NEXT
024900     END-IF.
025000     IF ACCT-BALANCE NOT > ZERO
025100         ADD 1 TO WS-SKIP-COUNT
025200         GO TO 2000-READ-NEXT
025300     END-IF.
025400     MOVE ACCT-NO TO CHGO-ACCT-NO.
025500     READ CHGOFF-FILE
025600         INVALID KEY
025700             SET CHGO-REC-NOT-FOUND TO TRUE
025800         NOT INVALID KEY
025900             SET CHGO-REC-FOUND TO TRUE
026000     END-READ.
026100     IF CHGO-REC-FOUND
026200         MOVE "ACCT-NO" TO EXCEPT-FIELD-O
026300         MOVE "ALREADY ON THE CHARGE-OFF FILE"
026400             TO EXCEPT-REASON-O
026500         PERFORM 2900-WRITE-EXCEPTION
026600             THRU 2900-WRITE-EXCEPTION-EXIT
026700         GO TO 2000-READ-NEXT
026800     END-IF.
026900     PERFORM 2100-CHARGE-OFF-ACCT
027000         THRU 2100-CHARGE-OFF-ACCT-EXIT.
027100 2000-READ-NEXT.
027200     READ AGE-FILE NEXT RECORD
027300         AT END
027400             SET AGE-FILE-EOF TO TRUE.
027500 2000-PROCESS-AGE-REC-EXIT.
027600     EXIT.
027700*-----------------------------------------------------------------
027800* 2100-CHARGE-OFF-ACCT
027900*
028000* THE MASTER IS FLIPPED FIRST - IF THAT REWRITE FAILS NOTHING ELSE
028100* IS WRITTEN AND THE ACCOUNT COMES UP AGAIN ON THE NEXT RUN.
028200*-----------------------------------------------------------------
028300 2100-CHARGE-OFF-ACCT.
028400     MOVE ACCT-STATUS  TO WS-PRIOR-STATUS.
028450     MOVE ACCT-FIELDS  TO WS-BEFORE-IMAGE.
028500     MOVE ACCT-BALANCE TO WS-WRITEOFF-AMT.
028600     SET ACCT-CHARGED-OFF TO TRUE.
028700     REWRITE ACCT-FIELDS
028800         INVALID KEY
028900             DISPLAY "AR410 - MASTER REWRITE FAILED - ACCT "
029000                 ACCT-NO " STATUS " WS-ACCT-STATUS
029100             ADD 1 TO WS-IO-ERROR-COUNT
029200             GO TO 2100-CHARGE-OFF-ACCT-EXIT
029300     END-REWRITE.
029350     PERFORM 8200-WRITE-BACKOUT-JRNL
029360         THRU 8200-WRITE-BACKOUT-JRNL-EXIT.
029400     ADD 1 TO WS-REF-SEQ.
029500     MOVE WS-REF-SEQ TO WS-REF-SEQ-O.
029600     PERFORM 2200-CUT-WRITEOFF
029700         THRU 2200-CUT-WRITEOFF-EXIT.
029800     PERFORM 2300-WRITE-CHGOFF-REC
029900         THRU 2300-WRITE-CHGOFF-REC-EXIT.
030000     PERFORM 2400-WRITE-REPORT-DETAIL
030100         THRU 2400-WRITE-REPORT-DETAIL-EXIT.
030200     ADD 1 TO WS-CHGOFF-COUNT.
030300     ADD WS-WRITEOFF-AMT TO WS-CHGOFF-TOTAL.
030400 2100-CHARGE-OFF-ACCT-EXIT.
030500     EXIT.
030600*-----------------------------------------------------------------
030700* 2200-CUT-WRITEOFF
030800*
030900* A CREDIT FOR THE WHOLE BALANCE TAKES IT TO ZERO WHEN AR230
031000* POSTS IT.
031100*-----------------------------------------------------------------
031200 2200-CUT-WRITEOFF.
031300     MOVE ACCT-NO         TO POST-ACCT-NO.
031400     MOVE "C"             TO POST-DC-CODE.
031500     MOVE WS-WRITEOFF-AMT TO POST-AMOUNT.
031600     MOVE WS-RUN-DATE     TO POST-DATE.
031700     MOVE WS-WRITEOFF-REF TO POST-REF.
031800     WRITE POST-REC.
031900     IF WS-POST-STATUS NOT = "00"
032000         DISPLAY "POST-FILE WRITE FAILED - STATUS " WS-POST-STATUS
032100     END-IF.
032200 2200-CUT-WRITEOFF-EXIT.
032300     EXIT.
032400*-----------------------------------------------------------------
032500* 2300-WRITE-CHGOFF-REC
032600*-----------------------------------------------------------------
032700 2300-WRITE-CHGOFF-REC.
032800     MOVE ACCT-NO         TO CHGO-ACCT-NO.
032900     MOVE WS-RUN-DATE     TO CHGO-DATE.
033000     MOVE WS-WRITEOFF-AMT TO CHGO-AMOUNT.
033100     MOVE WS-WRITEOFF-REF TO CHGO-REF.
033200     MOVE AGE-DAYS-OVER   TO CHGO-DAYS-OVER.
033300     MOVE WS-PRIOR-STATUS TO CHGO-PRIOR-STATUS.
033400     MOVE USA-STATE       TO CHGO-USA-STATE.
033500     MOVE ZERO            TO CHGO-RECOVERED.
033600     MOVE ZERO            TO CHGO-LAST-RECOV-DATE.
033700     WRITE CHGO-REC
033800         INVALID KEY
033900             DISPLAY "CHARGE-OFF FILE WRITE FAILED - ACCT "
034000                 CHGO-ACCT-NO
034100             ADD 1 TO WS-IO-ERROR-COUNT
034200     END-WRITE.
034300 2300-WRITE-CHGOFF-REC-EXIT.
034400     EXIT.
034500*-----------------------------------------------------------------
034600* 2400-WRITE-REPORT-DETAIL
034700*-----------------------------------------------------------------
034800 2400-WRITE-REPORT-DETAIL.
034900     MOVE SPACES          TO CHGOFF-RPT-REC.
035000     MOVE ACCT-NO         TO CHGR-ACCT-NO-O.
035100     MOVE LAST-NAME       TO CHGR-LAST-NAME-O.
035200     MOVE USA-STATE       TO CHGR-STATE-O.
035300     MOVE AGE-DAYS-OVER   TO CHGR-DAYS-O.
035400     MOVE WS-WRITEOFF-AMT TO CHGR-AMOUNT-O.
035500     MOVE WS-WRITEOFF-REF TO CHGR-REF-O.
035600     WRITE CHGOFF-RPT-REC.
035700 2400-WRITE-REPORT-DETAIL-EXIT.
035800     EXIT.
035900*-----------------------------------------------------------------
036000* 2500-WRITE-TOTAL-LINE
036100*-----------------------------------------------------------------
036200 2500-WRITE-TOTAL-LINE.
036300     MOVE SPACES TO CHGOFF-RPT-REC.
036400     MOVE "*** ACCOUNTS CHARGED OFF " TO CHGR-TOT-LABEL-O.
036500     MOVE WS-CHGOFF-COUNT             TO CHGR-TOT-COUNT-O.
036600     MOVE WS-CHGOFF-TOTAL             TO CHGR-TOT-AMT-O.
036700     WRITE CHGR-TOTAL-REC.
036800 2500-WRITE-TOTAL-LINE-EXIT.
036900     EXIT.
037000*-----------------------------------------------------------------
037100* 2900-WRITE-EXCEPTION
037200*-----------------------------------------------------------------
037300 2900-WRITE-EXCEPTION.
037400     MOVE ACCT-NO TO EXCEPT-ACCT-NO-O.
037500     WRITE EXCEPT-REC.
037600     ADD 1 TO WS-EXCEPT-COUNT.
037700 2900-WRITE-EXCEPTION-EXIT.
037800     EXIT.
037900*-----------------------------------------------------------------
038000* 8000-STAMP-RUN-END
038100*-----------------------------------------------------------------
038200 8000-STAMP-RUN-END.
038300     MOVE "E" TO WS-RUNL-PHASE.
038400     MOVE WS-CHGOFF-COUNT TO WS-RUNL-COUNT.
038500     MOVE RETURN-CODE TO WS-RUNL-CODE.
038600     CALL "AR095" USING WS-RUN-CONTROL.
038700 8000-STAMP-RUN-END-EXIT.
038800     EXIT.
038805*-----------------------------------------------------------------
038810* 8100-BOOK-GL-ENTRIES
038815*   THE RUN'S CHARGE-OFFS AS ONE SUMMARIZED GL ENTRY, THEN THE
038820*   BATCH TRAILER.  AR096 LOOKS UP THE ACCOUNTS ON THE GL CONTROL
038825*   TABLE.
038830*-----------------------------------------------------------------
038835 8100-BOOK-GL-ENTRIES.
038840     MOVE WS-RUN-DATE     TO WS-GLC-RUN-DATE.
038845     MOVE "E"             TO WS-GLC-FUNCTION.
038850     MOVE "CHGO"          TO WS-GLC-TRAN-TYPE.
038855     MOVE WS-CHGOFF-TOTAL TO WS-GLC-AMOUNT.
038860     CALL "AR096" USING WS-GL-CONTROL.
038865     MOVE "T"             TO WS-GLC-FUNCTION.
038870     CALL "AR096" USING WS-GL-CONTROL.
038875 8100-BOOK-GL-ENTRIES-EXIT.
038880     EXIT.
038900*-----------------------------------------------------------------
038920* 8200-WRITE-BACKOUT-JRNL
038940*
038960* THE STATUS FLIP AS A CHANGE RECORD - THE MASTER RECORD BEFORE
038980* AND AFTER.  THE "W" TRANSACTION CODE MARKS IT A CHARGE-OFF.
039000*-----------------------------------------------------------------
039020 8200-WRITE-BACKOUT-JRNL.
039040     ADD 1 TO WS-JRNL-SEQ.
039060     MOVE WS-RUN-DATE     TO BJRN-RUN-DATE.
039080     MOVE WS-RUN-TIME     TO BJRN-RUN-TIME.
039100     MOVE "AR410"         TO BJRN-PROGRAM.
039120     MOVE WS-JRNL-SEQ     TO BJRN-SEQ.
039140     MOVE "C"             TO BJRN-OPER.
039160     MOVE ACCT-NO         TO BJRN-ACCT-NO.
039180     MOVE "W"             TO BJRN-TRAN-CODE.
039200     MOVE WS-BEFORE-IMAGE TO BJRN-BEFORE.
039220     MOVE ACCT-FIELDS     TO BJRN-AFTER.
039240     WRITE BJRN-REC.
039260     IF WS-BJRN-STATUS NOT = "00"
039280         DISPLAY "BACKOUT JOURNAL WRITE FAILED - STATUS "
039300             WS-BJRN-STATUS
039320         ADD 1 TO WS-IO-ERROR-COUNT
039340     END-IF.
039360 8200-WRITE-BACKOUT-JRNL-EXIT.
039380     EXIT.
039400*-----------------------------------------------------------------
039420* 9000-TERMINATE
039440*-----------------------------------------------------------------
039460 9000-TERMINATE.
039480     PERFORM 2500-WRITE-TOTAL-LINE
039500         THRU 2500-WRITE-TOTAL-LINE-EXIT.
039520     IF NOT NO-AGE-FILE
039540         CLOSE AGE-FILE
039560     END-IF.
039580     CLOSE ACCT-REC.
039600     CLOSE CHGOFF-FILE.
039620     CLOSE POST-FILE.
039640     CLOSE BACKOUT-JRNL.
039660     CLOSE CHGOFF-RPT.
039680     CLOSE EXCEPT-FILE.
039700     PERFORM 8100-BOOK-GL-ENTRIES
039720         THRU 8100-BOOK-GL-ENTRIES-EXIT.
039740     DISPLAY "AR410 CHARGE-OFF RUN COMPLETE".
039760     DISPLAY "  AGING RECORDS READ : " WS-AGE-READ-COUNT.
039780     DISPLAY "  ACCOUNTS CHGD OFF  : " WS-CHGOFF-COUNT.
039800     DISPLAY "  PASSED OVER        : " WS-SKIP-COUNT.
039820     DISPLAY "  EXCEPTIONS         : " WS-EXCEPT-COUNT.
039840     DISPLAY "  IO ERRORS          : " WS-IO-ERROR-COUNT.
039860     PERFORM 8000-STAMP-RUN-END
039880         THRU 8000-STAMP-RUN-END-EXIT.
039900 9000-TERMINATE-EXIT.
039920     EXIT.
