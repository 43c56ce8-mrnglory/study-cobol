000100 IDENTIFICATION DIVISION.
000200*-----------------------------------------------------------------
000300 PROGRAM-ID.    AR460.
000400 AUTHOR.        D P CONLEY.
000500 INSTALLATION.  CONSUMER CREDIT SERVICES - DATA PROCESSING.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*-----------------------------------------------------------------
000900* AR460 - ACCOUNT MASTER FORWARD RECOVERY.
001000*
001100* RUN ON DEMAND WHEN ACCT-REC IS LOST OR DAMAGED PART WAY THROUGH
001200* THE DAY.  OPERATIONS FIRST RESTORES THE MASTER FROM THE BACKUP
001300* TAKEN AFTER THE LAST AR270 BALANCING RUN AND PUNCHES THE DATE
001400* AND TIME OF THAT BACKUP ON THE FRCV-PARM CARD.  THIS RUN THEN
001500* BRINGS THE RESTORED MASTER FORWARD BY REPLAYING, IN THE ORDER
001600* THEY WERE ORIGINALLY MADE, EVERY UPDATE JOURNALED SINCE:
001700*   - BACKOUT-JOURNAL RECORDS (AR200 MAINTENANCE, AR260 BACKOUTS,
001800*     AR250 AGING STATUS FLIPS, THE AR410 CHARGE-OFF STATUS
001900*     FLIP) - THE AFTER IMAGE IS PUT ON THE MASTER, OR THE RECORD
002000*     DELETED;
002100*   - HISTORY-FILE RECORDS (AR230 POSTINGS) - THE AMOUNT IS
002200*     APPLIED TO ACCT-BALANCE AND THE RESULT MUST EQUAL THE
002300*     BALANCE AR230 RECORDED AFTER THE POSTING.
002400* THE TWO FILES ARE MERGED ON RUN DATE, RUN START TIME AND
002500* WITHIN-RUN SEQUENCE.  WHERE THE MASTER DOES NOT HOLD WHAT THE
002600* ORIGINAL RUN FOUND (A BEFORE IMAGE THAT DIFFERS, A RECORD
002700* MISSING OR ALREADY PRESENT, A POSTED BALANCE THAT DOES NOT
002800* COME OUT THE SAME) THE JOURNALED RESULT STILL GOES ON THE
002900* MASTER, BUT THE DRIFT IS LISTED AND THE RECOVERY FAILS.
003000* THE REBUILT MASTER IS THEN RE-TOTALED AND PROVED THE WAY AR270
003100* PROVES IT - THE BALANCE-FORWARD POSITION PLUS THE DAY'S ACTIVITY
003200* FILE MUST EQUAL THE MASTER'S RECORD COUNT, BALANCE DOLLARS AND
003300* LIMIT DOLLARS.  ANYTHING THAT DOES NOT TIE ENDS THE RUN WITH
003400* RETURN-CODE 16 AND THE DAY'S SCHEDULE MUST NOT RESUME.
003500* NOTHING IS WRITTEN TO THE ACTIVITY FILE, THE JOURNALS OR THE GL
003600* INTERFACE FILE - EVERY UPDATE REPLAYED WAS ALREADY RECORDED
003700* THERE BY THE RUN THAT FIRST MADE IT.
003800*
003900* MOD-LOG
004000*   DATE       INIT  DESCRIPTION
004100*   ---------- ----- ------------------------------------------
004200*   10/15/2026 DPC   ORIGINAL PROGRAM - AR260 COULD ONLY BACK A
004300*                    RUN OUT; A LOST MASTER MEANT RESTORING LAST
004400*                    NIGHT'S COPY AND RE-RUNNING THE DAY BY HAND.
004500*-----------------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     COPY "SELFRCP.CPY".
005000     COPY "SELACCT.CPY".
005100     COPY "SELBJRN.CPY".
005200     COPY "SELHIST.CPY".
005300     COPY "SELBFWD.CPY".
005400     COPY "SELACTV.CPY".
005500 DATA DIVISION.
005600 FILE SECTION.
005700 COPY "FRCPARM.CPY".
005800 COPY "ACCTREC.CPY".
005900 COPY "BJRNREC.CPY".
006000 COPY "HISTREC.CPY".
006100 COPY "BFWDREC.CPY".
006200 COPY "ACTVREC.CPY".
006300 WORKING-STORAGE SECTION.
006400 01  WS-ACCT-STATUS          PIC XX VALUE "00".
006500 01  WS-BJRN-STATUS          PIC XX VALUE "00".
006600 01  WS-HIST-STATUS          PIC XX VALUE "00".
006700 01  WS-BFWD-STATUS          PIC XX VALUE "00".
006800 01  WS-ACTV-STATUS          PIC XX VALUE "00".
006900 COPY "WSFLAGS.CPY".
007000 01  WS-SWITCHES.
007100     05  BJRN-EOF-SW         PIC X VALUE SPACE.
007200         88  BJRN-FILE-EOF       VALUE "Y".
007300     05  HIST-EOF-SW         PIC X VALUE SPACE.
007400         88  HIST-FILE-EOF       VALUE "Y".
007500     05  ACTV-EOF-SW         PIC X VALUE SPACE.
007600         88  ACTV-FILE-EOF       VALUE "Y".
007700     05  WS-FOUND-SW         PIC X VALUE SPACE.
007800         88  ACCT-FOUND          VALUE "Y".
007900         88  ACCT-NOT-FOUND      VALUE "N".
008000     05  WS-BFWD-SW          PIC X VALUE SPACE.
008100         88  NO-BALANCE-FORWARD  VALUE "Y".
008200     05  WS-PROVED-SW        PIC X VALUE SPACE.
008300         88  RECOVERY-PROVED     VALUE "Y".
008400 01  WS-VALID-SW             PIC X.
008500     88  WS-FIELD-VALID          VALUE "Y".
008600     88  WS-FIELD-INVALID        VALUE "N".
008700*-----------------------------------------------------------------
008800* MERGE KEYS - RUN DATE, RUN START TIME (HHMMSSHH), SEQUENCE.  A
008900* FILE AT END HOLDS HIGH-VALUES.  THE BACKUP KEY SITS AT THE LAST
009000* HUNDREDTH OF THE BACKUP SECOND, SO A RUN THAT STARTED AFTER THE
009100* BACKUP IS THE FIRST ONE PAST IT.
009200*-----------------------------------------------------------------
009300 01  WS-BACKUP-KEY.
009400     05  WS-BK-DATE          PIC 9(8).
009500     05  WS-BK-TIME          PIC 9(8).
009600     05  WS-BK-SEQ           PIC 9(7).
009700 01  WS-BJRN-KEY.
009800     05  WS-BJK-DATE         PIC 9(8).
009900     05  WS-BJK-TIME         PIC 9(8).
010000     05  WS-BJK-SEQ          PIC 9(7).
010100 01  WS-HIST-KEY.
010200     05  WS-HSK-DATE         PIC 9(8).
010300     05  WS-HSK-TIME         PIC 9(8).
010400     05  WS-HSK-SEQ          PIC 9(7).
010500 01  WS-LAST-KEY             PIC X(23) VALUE LOW-VALUES.
010600 01  WS-DRIFT-MSG            PIC X(40).
010700 01  WS-COUNTERS.
010800     05  WS-BJRN-READ-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
010900     05  WS-HIST-READ-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
011000     05  WS-BJRN-APPLY-COUNT PIC 9(7) COMP-3 VALUE ZERO.
011100     05  WS-HIST-APPLY-COUNT PIC 9(7) COMP-3 VALUE ZERO.
011200     05  WS-RECOVERY-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
011300     05  WS-DRIFT-COUNT      PIC 9(7) COMP-3 VALUE ZERO.
011400     05  WS-ORDER-ERROR-COUNT
011500                             PIC 9(7) COMP-3 VALUE ZERO.
011600     05  WS-IO-ERROR-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
011700 01  WS-OPENING-POSITION.
011800     05  WS-OPEN-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
011900     05  WS-OPEN-BALANCE     PIC S9(9)V99 COMP-3 VALUE ZERO.
012000     05  WS-OPEN-LIMIT       PIC S9(9)V99 COMP-3 VALUE ZERO.
012100 01  WS-NET-ACTIVITY.
012200     05  WS-NET-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
012300     05  WS-NET-BALANCE      PIC S9(9)V99 COMP-3 VALUE ZERO.
012400     05  WS-NET-LIMIT        PIC S9(9)V99 COMP-3 VALUE ZERO.
012500     05  WS-ACTV-REC-COUNT   PIC 9(5) COMP-3 VALUE ZERO.
012600 01  WS-EXPECTED-POSITION.
012700     05  WS-EXP-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
012800     05  WS-EXP-BALANCE      PIC S9(9)V99 COMP-3 VALUE ZERO.
012900     05  WS-EXP-LIMIT        PIC S9(9)V99 COMP-3 VALUE ZERO.
013000 01  WS-ACTUAL-POSITION.
013100     05  WS-ACT-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
013200     05  WS-ACT-BALANCE      PIC S9(9)V99 COMP-3 VALUE ZERO.
013300     05  WS-ACT-LIMIT        PIC S9(9)V99 COMP-3 VALUE ZERO.
013400     05  WS-BAD-COMP3-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
013500 01  WS-DIFFERENCES.
013600     05  WS-DIFF-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
013700     05  WS-DIFF-BALANCE     PIC S9(9)V99 COMP-3 VALUE ZERO.
013800     05  WS-DIFF-LIMIT       PIC S9(9)V99 COMP-3 VALUE ZERO.
013900 01  WS-DISPLAY-FIELDS.
014000     05  WS-COUNT-O          PIC -Z,ZZZ,ZZ9.
014100     05  WS-MONEY-O          PIC -ZZZ,ZZZ,ZZ9.99.
014200 01  WS-RUN-CONTROL.
014300     05  WS-RUNL-PROGRAM     PIC X(8) VALUE "AR460".
014400     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
014500     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
014600     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
014700 PROCEDURE DIVISION.
014800*-----------------------------------------------------------------
014900* 0000-MAINLINE
015000*-----------------------------------------------------------------
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE
015300         THRU 1000-INITIALIZE-EXIT.
015400     PERFORM 2000-REPLAY-NEXT
015500         THRU 2000-REPLAY-NEXT-EXIT
015600         UNTIL BJRN-FILE-EOF AND HIST-FILE-EOF.
015700     PERFORM 5000-PROVE-MASTER
015800         THRU 5000-PROVE-MASTER-EXIT.
015900     PERFORM 9000-TERMINATE
016000         THRU 9000-TERMINATE-EXIT.
016100     STOP RUN.
016200*-----------------------------------------------------------------
016300* 1000-INITIALIZE
016400*
016500* THE CARD IS REQUIRED AND MUST BE NUMERIC - REPLAYING FROM THE
016600* WRONG POINT WOULD APPLY UPDATES TWICE OR NOT AT ALL.  A JOURNAL
016700* THAT HAS NEVER BEEN CREATED SIMPLY HAS NOTHING TO REPLAY.
016800*-----------------------------------------------------------------
016900 1000-INITIALIZE.
017000     CALL "AR095" USING WS-RUN-CONTROL.
017100     OPEN INPUT FRCV-PARM.
017200     READ FRCV-PARM
017300         AT END
017400             DISPLAY "AR460 - NO FRCV-PARM CARD SUPPLIED"
017500             CLOSE FRCV-PARM
017600             MOVE 16 TO RETURN-CODE
017700             PERFORM 8000-STAMP-RUN-END
017800                 THRU 8000-STAMP-RUN-END-EXIT
017900             STOP RUN
018000     END-READ.
018100     IF FRCV-BACKUP-DATE NOT NUMERIC
018200         OR FRCV-BACKUP-TIME NOT NUMERIC
018300         OR FRCV-BACKUP-DATE = ZERO
018400         DISPLAY "AR460 - BACKUP DATE/TIME ON CONTROL CARD NOT "
018500             "NUMERIC"
018600         CLOSE FRCV-PARM
018700         MOVE 16 TO RETURN-CODE
018800         PERFORM 8000-STAMP-RUN-END
018900             THRU 8000-STAMP-RUN-END-EXIT
019000         STOP RUN
019100     END-IF.
019200     MOVE FRCV-BACKUP-DATE TO WS-BK-DATE.
019300     COMPUTE WS-BK-TIME = FRCV-BACKUP-TIME * 100 + 99.
019400     MOVE 9999999 TO WS-BK-SEQ.
019500     CLOSE FRCV-PARM.
019600     DISPLAY "AR460 FORWARD RECOVERY FROM BACKUP OF "
019700         FRCV-BACKUP-DATE " " FRCV-BACKUP-TIME.
019800     OPEN I-O ACCT-REC.
019900     IF WS-ACCT-STATUS NOT = "00"
020000         DISPLAY "AR460 - RESTORED MASTER WILL NOT OPEN - STATUS "
020100             WS-ACCT-STATUS
020200         MOVE 16 TO RETURN-CODE
020300         PERFORM 8000-STAMP-RUN-END
020400             THRU 8000-STAMP-RUN-END-EXIT
020500         STOP RUN
020600     END-IF.
020700     OPEN INPUT BACKOUT-JRNL.
020800     IF WS-BJRN-STATUS = "35"
020900         SET BJRN-FILE-EOF TO TRUE
021000         MOVE HIGH-VALUES TO WS-BJRN-KEY
021100     ELSE
021200         PERFORM 1100-READ-BJRN
021300             THRU 1100-READ-BJRN-EXIT
021400     END-IF.
021500     OPEN INPUT HIST-FILE.
021600     IF WS-HIST-STATUS = "35"
021700         SET HIST-FILE-EOF TO TRUE
021800         MOVE HIGH-VALUES TO WS-HIST-KEY
021900     ELSE
022000         PERFORM 1200-READ-HIST
022100             THRU 1200-READ-HIST-EXIT
022200     END-IF.
022300 1000-INITIALIZE-EXIT.
022400     EXIT.
022500*-----------------------------------------------------------------
022600* 1100-READ-BJRN
022700*   NEXT BACKOUT-JOURNAL RECORD FROM A RUN AFTER THE BACKUP.
022800*-----------------------------------------------------------------
022900 1100-READ-BJRN.
023000     PERFORM 1150-READ-ONE-BJRN
023100         THRU 1150-READ-ONE-BJRN-EXIT.
023200     PERFORM 1150-READ-ONE-BJRN
023300         THRU 1150-READ-ONE-BJRN-EXIT
023400         UNTIL BJRN-FILE-EOF
023500            OR WS-BJRN-KEY > WS-BACKUP-KEY.
023600 1100-READ-BJRN-EXIT.
023700     EXIT.
023800*-----------------------------------------------------------------
023900* 1150-READ-ONE-BJRN
024000*   A RECORD WRITTEN BEFORE RUN TIMES WERE JOURNALED CARRIES NO
024100*   USABLE KEY AND PREDATES ANY BACKUP IT COULD BE REPLAYED ONTO.
024200*-----------------------------------------------------------------
024300 1150-READ-ONE-BJRN.
024400     READ BACKOUT-JRNL
024500         AT END
024600             SET BJRN-FILE-EOF TO TRUE
024700             MOVE HIGH-VALUES TO WS-BJRN-KEY
024800             GO TO 1150-READ-ONE-BJRN-EXIT
024900     END-READ.
025000     ADD 1 TO WS-BJRN-READ-COUNT.
025100     IF BJRN-RUN-DATE NOT NUMERIC
025200         OR BJRN-RUN-TIME NOT NUMERIC
025300         MOVE LOW-VALUES TO WS-BJRN-KEY
025400         GO TO 1150-READ-ONE-BJRN-EXIT
025500     END-IF.
025600     MOVE BJRN-RUN-DATE TO WS-BJK-DATE.
025700     MOVE BJRN-RUN-TIME TO WS-BJK-TIME.
025800     MOVE BJRN-SEQ      TO WS-BJK-SEQ.
025900 1150-READ-ONE-BJRN-EXIT.
026000     EXIT.
026100*-----------------------------------------------------------------
026200* 1200-READ-HIST
026300*   NEXT HISTORY RECORD FROM A RUN AFTER THE BACKUP.
026400*-----------------------------------------------------------------
026500 1200-READ-HIST.
026600     PERFORM 1250-READ-ONE-HIST
026700         THRU 1250-READ-ONE-HIST-EXIT.
026800     PERFORM 1250-READ-ONE-HIST
026900         THRU 1250-READ-ONE-HIST-EXIT
027000         UNTIL HIST-FILE-EOF
027100            OR WS-HIST-KEY > WS-BACKUP-KEY.
027200 1200-READ-HIST-EXIT.
027300     EXIT.
027400*-----------------------------------------------------------------
027500* 1250-READ-ONE-HIST
027600*-----------------------------------------------------------------
027700 1250-READ-ONE-HIST.
027800     READ HIST-FILE
027900         AT END
028000             SET HIST-FILE-EOF TO TRUE
028100             MOVE HIGH-VALUES TO WS-HIST-KEY
028200             GO TO 1250-READ-ONE-HIST-EXIT
028300     END-READ.
028400     ADD 1 TO WS-HIST-READ-COUNT.
028500     IF HIST-RUN-DATE NOT NUMERIC
028600         OR HIST-RUN-TIME NOT NUMERIC
028700         MOVE LOW-VALUES TO WS-HIST-KEY
028800         GO TO 1250-READ-ONE-HIST-EXIT
028900     END-IF.
029000     MOVE HIST-RUN-DATE TO WS-HSK-DATE.
029100     MOVE HIST-RUN-TIME TO WS-HSK-TIME.
029200     MOVE HIST-SEQ      TO WS-HSK-SEQ.
029300 1250-READ-ONE-HIST-EXIT.
029400     EXIT.
029500*-----------------------------------------------------------------
029600* 2000-REPLAY-NEXT
029700*
029800* TAKES WHICHEVER JOURNAL HOLDS THE EARLIER UPDATE.  ONE RUN ONLY
029900* EVER WRITES ONE OF THE TWO FILES, SO EQUAL KEYS DO NOT ARISE.
030000* A KEY LOWER THAN THE LAST ONE APPLIED MEANS A JOURNAL IS OUT OF
030100* ORDER (A CLOCK SET BACK, A FILE CONCATENATED WRONG) AND THE
030200* REPLAY CANNOT BE TRUSTED.
030300*-----------------------------------------------------------------
030400 2000-REPLAY-NEXT.
030500     IF WS-BJRN-KEY NOT > WS-HIST-KEY
030600         IF WS-BJRN-KEY < WS-LAST-KEY
030700             DISPLAY "AR460 - BACKOUT JOURNAL OUT OF ORDER AT "
030800                 WS-BJRN-KEY
030900             ADD 1 TO WS-ORDER-ERROR-COUNT
031000         END-IF
031100         MOVE WS-BJRN-KEY TO WS-LAST-KEY
031200         PERFORM 3000-APPLY-BJRN
031300             THRU 3000-APPLY-BJRN-EXIT
031400         PERFORM 1100-READ-BJRN
031500             THRU 1100-READ-BJRN-EXIT
031600     ELSE
031700         IF WS-HIST-KEY < WS-LAST-KEY
031800             DISPLAY "AR460 - HISTORY FILE OUT OF ORDER AT "
031900                 WS-HIST-KEY
032000             ADD 1 TO WS-ORDER-ERROR-COUNT
032100         END-IF
032200         MOVE WS-HIST-KEY TO WS-LAST-KEY
032300         PERFORM 4000-APPLY-HIST
032400             THRU 4000-APPLY-HIST-EXIT
032500         PERFORM 1200-READ-HIST
032600             THRU 1200-READ-HIST-EXIT
032700     END-IF.
032800 2000-REPLAY-NEXT-EXIT.
032900     EXIT.
033000*-----------------------------------------------------------------
033100* 3000-APPLY-BJRN
033200*
033300* AN ADD OR CHANGE PUTS THE AFTER IMAGE ON THE MASTER; A DELETE
033400* REMOVES THE RECORD.  THE MASTER SHOULD HOLD EXACTLY THE BEFORE
033500* IMAGE (NOTHING, FOR AN ADD) - ANYTHING ELSE IS DRIFT.
033600*-----------------------------------------------------------------
033700 3000-APPLY-BJRN.
033800     MOVE BJRN-ACCT-NO TO ACCT-NO.
033900     READ ACCT-REC
034000         INVALID KEY
034100             SET ACCT-NOT-FOUND TO TRUE
034200         NOT INVALID KEY
034300             SET ACCT-FOUND TO TRUE
034400     END-READ.
034500     EVALUATE TRUE
034600         WHEN BJRN-OPER-ADD
034700             IF ACCT-FOUND
034800                 MOVE "ADD - ACCOUNT ALREADY ON MASTER"
034900                     TO WS-DRIFT-MSG
035000                 PERFORM 3900-NOTE-DRIFT
035100                     THRU 3900-NOTE-DRIFT-EXIT
035200             END-IF
035300             PERFORM 3100-PUT-AFTER-IMAGE
035400                 THRU 3100-PUT-AFTER-IMAGE-EXIT
035500         WHEN BJRN-OPER-CHANGE
035600             PERFORM 3050-CHECK-BEFORE-IMAGE
035700                 THRU 3050-CHECK-BEFORE-IMAGE-EXIT
035800             PERFORM 3100-PUT-AFTER-IMAGE
035900                 THRU 3100-PUT-AFTER-IMAGE-EXIT
036000         WHEN BJRN-OPER-DELETE
036100             PERFORM 3050-CHECK-BEFORE-IMAGE
036200                 THRU 3050-CHECK-BEFORE-IMAGE-EXIT
036300             IF ACCT-FOUND
036400                 PERFORM 3200-DELETE-RECORD
036500                     THRU 3200-DELETE-RECORD-EXIT
036600             END-IF
036700         WHEN OTHER
036800             DISPLAY "AR460 - UNKNOWN JOURNAL OPERATION "
036900                 BJRN-OPER " FOR ACCT-NO " BJRN-ACCT-NO
037000             ADD 1 TO WS-IO-ERROR-COUNT
037100     END-EVALUATE.
037200 3000-APPLY-BJRN-EXIT.
037300     EXIT.
037400*-----------------------------------------------------------------
037500* 3050-CHECK-BEFORE-IMAGE
037600*-----------------------------------------------------------------
037700 3050-CHECK-BEFORE-IMAGE.
037800     IF ACCT-NOT-FOUND
037900         MOVE "ACCOUNT NOT ON MASTER" TO WS-DRIFT-MSG
038000         PERFORM 3900-NOTE-DRIFT
038100             THRU 3900-NOTE-DRIFT-EXIT
038200         GO TO 3050-CHECK-BEFORE-IMAGE-EXIT
038300     END-IF.
038400     IF ACCT-FIELDS NOT = BJRN-BEFORE
038500         MOVE "MASTER DIFFERS FROM BEFORE IMAGE" TO WS-DRIFT-MSG
038600         PERFORM 3900-NOTE-DRIFT
038700             THRU 3900-NOTE-DRIFT-EXIT
038800     END-IF.
038900 3050-CHECK-BEFORE-IMAGE-EXIT.
039000     EXIT.
039100*-----------------------------------------------------------------
039200* 3100-PUT-AFTER-IMAGE
039300*-----------------------------------------------------------------
039400 3100-PUT-AFTER-IMAGE.
039500     MOVE BJRN-AFTER TO ACCT-FIELDS.
039600     IF ACCT-FOUND
039700         REWRITE ACCT-FIELDS
039800             INVALID KEY
039900                 PERFORM 3950-LOG-IO-ERROR
040000                     THRU 3950-LOG-IO-ERROR-EXIT
040100             NOT INVALID KEY
040200                 ADD 1 TO WS-BJRN-APPLY-COUNT
040300         END-REWRITE
040400     ELSE
040500         WRITE ACCT-FIELDS
040600             INVALID KEY
040700                 PERFORM 3950-LOG-IO-ERROR
040800                     THRU 3950-LOG-IO-ERROR-EXIT
040900             NOT INVALID KEY
041000                 ADD 1 TO WS-BJRN-APPLY-COUNT
041100         END-WRITE
041200     END-IF.
041300 3100-PUT-AFTER-IMAGE-EXIT.
041400     EXIT.
041500*-----------------------------------------------------------------
041600* 3200-DELETE-RECORD
041700*-----------------------------------------------------------------
041800 3200-DELETE-RECORD.
041900     DELETE ACCT-REC RECORD
042000         INVALID KEY
042100             PERFORM 3950-LOG-IO-ERROR
042200                 THRU 3950-LOG-IO-ERROR-EXIT
042300         NOT INVALID KEY
042400             ADD 1 TO WS-BJRN-APPLY-COUNT
042500     END-DELETE.
042600 3200-DELETE-RECORD-EXIT.
042700     EXIT.
042800*-----------------------------------------------------------------
042900* 3900-NOTE-DRIFT
043000*-----------------------------------------------------------------
043100 3900-NOTE-DRIFT.
043200     ADD 1 TO WS-DRIFT-COUNT.
043300     DISPLAY "AR460 - DRIFT " BJRN-PROGRAM " " BJRN-RUN-DATE
043400         " ACCT-NO " BJRN-ACCT-NO " " WS-DRIFT-MSG.
043500 3900-NOTE-DRIFT-EXIT.
043600     EXIT.
043700*-----------------------------------------------------------------
043800* 3950-LOG-IO-ERROR
043900*-----------------------------------------------------------------
044000 3950-LOG-IO-ERROR.
044100     ADD 1 TO WS-IO-ERROR-COUNT.
044200     DISPLAY "AR460 - MASTER IO ERROR - ACCT-NO " ACCT-NO
044300         " STATUS " WS-ACCT-STATUS.
044400 3950-LOG-IO-ERROR-EXIT.
044500     EXIT.
044600*-----------------------------------------------------------------
044700* 4000-APPLY-HIST
044800*
044900* A RECOVERY NEVER MOVED THE BALANCE AND IS PASSED BY.  A DEBIT OR
045000* CREDIT IS APPLIED THE WAY AR230 APPLIED IT; IF THE RESULT IS NOT
045100* THE BALANCE AR230 RECORDED, THE RECORDED BALANCE IS TAKEN AND
045200* THE DRIFT LISTED.
045300*-----------------------------------------------------------------
045400 4000-APPLY-HIST.
045500     IF HIST-RECOVERY
045600         ADD 1 TO WS-RECOVERY-COUNT
045700         GO TO 4000-APPLY-HIST-EXIT
045800     END-IF.
045900     MOVE HIST-ACCT-NO TO ACCT-NO.
046000     READ ACCT-REC
046100         INVALID KEY
046200             ADD 1 TO WS-DRIFT-COUNT
046300             DISPLAY "AR460 - DRIFT AR230 " HIST-RUN-DATE
046400                 " ACCT-NO " HIST-ACCT-NO " ACCOUNT NOT ON MASTER"
046500             GO TO 4000-APPLY-HIST-EXIT
046600     END-READ.
046700     CALL "AR090" USING ACCT-BALANCE WS-VALID-SW.
046800     IF WS-FIELD-VALID
046900         EVALUATE TRUE
047000             WHEN HIST-DEBIT
047100                 ADD HIST-AMOUNT TO ACCT-BALANCE
047200             WHEN HIST-CREDIT
047300                 SUBTRACT HIST-AMOUNT FROM ACCT-BALANCE
047400             WHEN OTHER
047500                 SET WS-FIELD-INVALID TO TRUE
047600         END-EVALUATE
047700     END-IF.
047800     IF WS-FIELD-INVALID
047900         OR ACCT-BALANCE NOT = HIST-NEW-BALANCE
048000         ADD 1 TO WS-DRIFT-COUNT
048100         DISPLAY "AR460 - DRIFT AR230 " HIST-RUN-DATE
048200             " ACCT-NO " HIST-ACCT-NO " REF " HIST-REF
048300             " BALANCE DOES NOT REPLAY"
048400     END-IF.
048500     MOVE HIST-NEW-BALANCE TO ACCT-BALANCE.
048600     REWRITE ACCT-FIELDS
048700         INVALID KEY
048800             PERFORM 3950-LOG-IO-ERROR
048900                 THRU 3950-LOG-IO-ERROR-EXIT
049000         NOT INVALID KEY
049100             ADD 1 TO WS-HIST-APPLY-COUNT
049200     END-REWRITE.
049300 4000-APPLY-HIST-EXIT.
049400     EXIT.
049500*-----------------------------------------------------------------
049600* 5000-PROVE-MASTER
049700*
049800* THE SAME PROOF AR270 RUNS EACH NIGHT: OPENING POSITION (THE
049900* BALANCE-FORWARD FILE) PLUS THE NET OF EVERY ACTIVITY RECORD
050000* SINCE MUST EQUAL THE MASTER AS IT NOW STANDS.  WITH NO BALANCE-
050100* FORWARD POSITION THERE IS NOTHING TO PROVE AGAINST, AND THE
050200* RECOVERY CANNOT BE PROVED.
050300*-----------------------------------------------------------------
050400 5000-PROVE-MASTER.
050500     CLOSE ACCT-REC.
050600     OPEN INPUT ACCT-REC.
050700     READ ACCT-REC NEXT RECORD
050800         AT END
050900             SET END-OF-ACCT-REC TO TRUE.
051000     PERFORM 5100-TOTAL-ONE-ACCOUNT
051100         THRU 5100-TOTAL-ONE-ACCOUNT-EXIT
051200         UNTIL END-OF-ACCT-REC.
051300     OPEN INPUT BALFWD-FILE.
051400     IF WS-BFWD-STATUS = "35"
051500         SET NO-BALANCE-FORWARD TO TRUE
051600     ELSE
051700         READ BALFWD-FILE
051800             AT END
051900                 SET NO-BALANCE-FORWARD TO TRUE
052000             NOT AT END
052100                 MOVE BFWD-COUNT   TO WS-OPEN-COUNT
052200                 MOVE BFWD-BALANCE TO WS-OPEN-BALANCE
052300                 MOVE BFWD-LIMIT   TO WS-OPEN-LIMIT
052400         END-READ
052500         CLOSE BALFWD-FILE
052600     END-IF.
052700     OPEN INPUT ACTIVITY-FILE.
052800     IF WS-ACTV-STATUS = "35"
052900         SET ACTV-FILE-EOF TO TRUE
053000     ELSE
053100         READ ACTIVITY-FILE
053200             AT END
053300                 SET ACTV-FILE-EOF TO TRUE
053400         END-READ
053500         PERFORM 5200-SUM-ONE-ACTIVITY
053600             THRU 5200-SUM-ONE-ACTIVITY-EXIT
053700             UNTIL ACTV-FILE-EOF
053800         CLOSE ACTIVITY-FILE
053900     END-IF.
054000     DISPLAY "AR460 PROOF OF THE RECOVERED MASTER".
054100     DISPLAY "  ACTIVITY RECORDS APPLIED : " WS-ACTV-REC-COUNT.
054200     IF NO-BALANCE-FORWARD
054300         DISPLAY "  *** NO BALANCE-FORWARD POSITION ON FILE ***"
054400         GO TO 5000-PROVE-MASTER-EXIT
054500     END-IF.
054600     COMPUTE WS-EXP-COUNT   = WS-OPEN-COUNT   + WS-NET-COUNT.
054700     COMPUTE WS-EXP-BALANCE = WS-OPEN-BALANCE + WS-NET-BALANCE.
054800     COMPUTE WS-EXP-LIMIT   = WS-OPEN-LIMIT   + WS-NET-LIMIT.
054900     COMPUTE WS-DIFF-COUNT   = WS-ACT-COUNT   - WS-EXP-COUNT.
055000     COMPUTE WS-DIFF-BALANCE = WS-ACT-BALANCE - WS-EXP-BALANCE.
055100     COMPUTE WS-DIFF-LIMIT   = WS-ACT-LIMIT   - WS-EXP-LIMIT.
055200     IF WS-DIFF-COUNT = ZERO AND WS-DIFF-BALANCE = ZERO
055300         AND WS-DIFF-LIMIT = ZERO
055400         DISPLAY "  RECOVERED MASTER TIES TO BALANCE FORWARD"
055500             " PLUS ACTIVITY"
055600         IF WS-DRIFT-COUNT = ZERO
055700             AND WS-ORDER-ERROR-COUNT = ZERO
055800             AND WS-IO-ERROR-COUNT = ZERO
055900             SET RECOVERY-PROVED TO TRUE
056000         END-IF
056100     ELSE
056200         DISPLAY "  *** RECOVERED MASTER DOES NOT TIE ***"
056300         MOVE WS-DIFF-COUNT TO WS-COUNT-O
056400         DISPLAY "  RECORD COUNT DIFFERENCE  : " WS-COUNT-O
056500         MOVE WS-DIFF-BALANCE TO WS-MONEY-O
056600         DISPLAY "  BALANCE DOLLAR DIFFERENCE: " WS-MONEY-O
056700         MOVE WS-DIFF-LIMIT TO WS-MONEY-O
056800         DISPLAY "  LIMIT DOLLAR DIFFERENCE  : " WS-MONEY-O
056900     END-IF.
057000     IF WS-BAD-COMP3-COUNT > ZERO
057100         DISPLAY "  RECORDS EXCLUDED FROM DOLLAR TOTALS "
057200             "(BAD COMP-3): " WS-BAD-COMP3-COUNT
057300     END-IF.
057400 5000-PROVE-MASTER-EXIT.
057500     EXIT.
057600*-----------------------------------------------------------------
057700* 5100-TOTAL-ONE-ACCOUNT
057800*   COUNTED AND TOTALED EXACTLY AS AR270 COUNTS AND TOTALS.
057900*-----------------------------------------------------------------
058000 5100-TOTAL-ONE-ACCOUNT.
058100     ADD 1 TO WS-ACT-COUNT.
058200     CALL "AR090" USING ACCT-LIMIT WS-VALID-SW.
058300     IF WS-FIELD-VALID
058400         CALL "AR090" USING ACCT-BALANCE WS-VALID-SW
058500     END-IF.
058600     IF WS-FIELD-VALID
058700         ADD ACCT-BALANCE TO WS-ACT-BALANCE
058800         ADD ACCT-LIMIT   TO WS-ACT-LIMIT
058900     ELSE
059000         ADD 1 TO WS-BAD-COMP3-COUNT
059100     END-IF.
059200     READ ACCT-REC NEXT RECORD
059300         AT END
059400             SET END-OF-ACCT-REC TO TRUE.
059500 5100-TOTAL-ONE-ACCOUNT-EXIT.
059600     EXIT.
059700*-----------------------------------------------------------------
059800* 5200-SUM-ONE-ACTIVITY
059900*-----------------------------------------------------------------
060000 5200-SUM-ONE-ACTIVITY.
060100     ADD 1 TO WS-ACTV-REC-COUNT.
060200     ADD ACTV-NET-COUNT   TO WS-NET-COUNT.
060300     ADD ACTV-NET-BALANCE TO WS-NET-BALANCE.
060400     ADD ACTV-NET-LIMIT   TO WS-NET-LIMIT.
060500     DISPLAY "  ACTIVITY: " ACTV-PROGRAM " " ACTV-DATE.
060600     READ ACTIVITY-FILE
060700         AT END
060800             SET ACTV-FILE-EOF TO TRUE.
060900 5200-SUM-ONE-ACTIVITY-EXIT.
061000     EXIT.
061100*-----------------------------------------------------------------
061200* 8000-STAMP-RUN-END
061300*-----------------------------------------------------------------
061400 8000-STAMP-RUN-END.
061500     MOVE "E" TO WS-RUNL-PHASE.
061600     COMPUTE WS-RUNL-COUNT = WS-BJRN-APPLY-COUNT
061700         + WS-HIST-APPLY-COUNT.
061800     MOVE RETURN-CODE TO WS-RUNL-CODE.
061900     CALL "AR095" USING WS-RUN-CONTROL.
062000 8000-STAMP-RUN-END-EXIT.
062100     EXIT.
062200*-----------------------------------------------------------------
062300* 9000-TERMINATE
062400*-----------------------------------------------------------------
062500 9000-TERMINATE.
062600     CLOSE ACCT-REC.
062700     IF NOT BJRN-FILE-EOF OR WS-BJRN-STATUS NOT = "35"
062800         CLOSE BACKOUT-JRNL
062900     END-IF.
063000     IF NOT HIST-FILE-EOF OR WS-HIST-STATUS NOT = "35"
063100         CLOSE HIST-FILE
063200     END-IF.
063300     DISPLAY "AR460 FORWARD RECOVERY COMPLETE".
063400     DISPLAY "  JOURNAL RECORDS READ     : " WS-BJRN-READ-COUNT.
063500     DISPLAY "  JOURNAL UPDATES REPLAYED : " WS-BJRN-APPLY-COUNT.
063600     DISPLAY "  HISTORY RECORDS READ     : " WS-HIST-READ-COUNT.
063700     DISPLAY "  POSTINGS REPLAYED        : " WS-HIST-APPLY-COUNT.
063800     DISPLAY "  RECOVERIES PASSED BY     : " WS-RECOVERY-COUNT.
063900     DISPLAY "  MASTER DRIFT             : " WS-DRIFT-COUNT.
064000     DISPLAY "  JOURNAL ORDER ERRORS     : " WS-ORDER-ERROR-COUNT.
064100     DISPLAY "  MASTER IO ERRORS         : " WS-IO-ERROR-COUNT.
064200     IF RECOVERY-PROVED
064300         DISPLAY "  RECOVERY PROVED - PROCESSING MAY RESUME"
064400     ELSE
064500         DISPLAY "  *** RECOVERY NOT PROVED - DO NOT RESUME THE"
064600             " DAY'S SCHEDULE ***"
064700         MOVE 16 TO RETURN-CODE
064800     END-IF.
064900     PERFORM 8000-STAMP-RUN-END
065000         THRU 8000-STAMP-RUN-END-EXIT.
065100 9000-TERMINATE-EXIT.
065200     EXIT.
