001400* THRESHOLD IS FLIPPED TO ACCT-STATUS "D" (DELINQUENT) ON THE
001500* MASTER AUTOMATICALLY; A DELINQUENT ACCOUNT THAT CURES BACK
001600* UNDER ITS LIMIT IS FLIPPED BACK TO "A" AND ITS AGING RECORD
001700* DELETED.  CLOSED, FROZEN, AND CHARGED-OFF ACCOUNTS ARE LEFT
001750* ALONE (ANY STALE AGING RECORD THEY STILL OWN IS DROPPED).
001800* EVERY OVER-LIMIT ACCOUNT GOES OUT ON A COLLECTIONS WORKLIST
001900* BUCKETED 90+/60/30 DAYS AND, WITHIN EACH BUCKET, SORTED WORST
002000* BUREAU RISK SCORE
002010* FIRST (LOWER SCORE = HIGHER RISK; AN UNSCORED ACCOUNT RANKS
002020* 999 AND FALLS TO THE FOOT OF ITS BUCKET), THEN OLDEST DEBT,
002030* SO COLLECTORS WORK THE RISKIEST MONEY FIRST.  A RERUN ON THE
002040* SAME DAY
002200* DOES NOT DOUBLE-AGE ANYBODY - THE AGING RECORD REMEMBERS
002300* THE LAST RUN DATE THAT COUNTED IT.  AN ACCOUNT THAT IS OVER
002310* ITS LIMIT ONLY BY MONEY IT HAS OPEN IN A BILLING DISPUTE
002320* (AR097 LOOKS IT UP) IS HELD WHERE IT STANDS - NOT AGED, NOT
002330* FLIPPED, NOT WORKLISTED, AND NOT CURED - UNTIL THE DISPUTE IS
002340* RESOLVED.
002400*
002500* MOD-LOG
002600*   DATE       INIT  DESCRIPTION
002890*                    CLEARS ITS AR370 DUNNING LETTER HISTORY,
002895*                    SO A FRESH DELINQUENCY STARTS ITS LETTERS
002897*                    OVER FROM THE REMINDER.
002902*   09/02/2026 DPC   THE WORKLIST NOW SORTS WORST AR380 BUREAU
002907*                    RISK SCORE FIRST WITHIN EACH AGING BUCKET
002912*                    (UNSCORED ACCOUNTS RANK 999) AND CARRIES
002917*                    THE SCORE AS A COLUMN - PREVIOUSLY IT WAS
002922*                    OLDEST DEBT FIRST ACROSS THE BOARD.
002927*   10/15/2026 DPC   CHARGED-OFF ACCOUNTS (ACCT-STATUS "W") ARE
002933*                    NO LONGER AGED - THEIR AGING RECORD IS
002938*                    DROPPED LIKE A CLOSED OR FROZEN ACCOUNT'S,
002943*                    SO THEY LEAVE THE WORKLIST AND THE DUNNING
002948*                    CYCLE THE DAY AFTER THE CHARGE-OFF RUN.
002953*   10/15/2026 DPC   THE "D" AND "A" STATUS FLIPS ARE NOW
002958*                    JOURNALED TO THE BACKOUT JOURNAL (PROGRAM
002963*                    "AR250", BEFORE AND AFTER IMAGES) SO THE
002969*                    AR460 FORWARD-RECOVERY RUN CAN REPLAY THEM.
002974*   10/15/2026 DPC   AN ACCOUNT OVER ITS LIMIT ONLY BY OPEN
002979*                    DISPUTED MONEY (AR097 LOOKUP) IS NO LONGER
002984*                    AGED OR WORKLISTED; ITS AGING RECORD AND
002989*                    STATUS ARE LEFT AS THEY STAND.
002994*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003600     COPY "SELEXCP.CPY".
003650     COPY "SELLTRH.CPY".
003660     COPY "SELSCOR.CPY".
003670     COPY "SELBJRN.CPY".
003700     COPY "SELSORT.CPY".
003800 DATA DIVISION.
003900 FILE SECTION.
004300 COPY "EXCPTREC.CPY".
004350 COPY "LTRHREC.CPY".
004360 COPY "SCORREC.CPY".
004370 COPY "BJRNREC.CPY".
004400 SD  SORT-WORK.
004500 01  SORT-REC.
004550     05  SRT-BUCKET          PIC 9(2).
005600 01  WS-EXCPT-STATUS         PIC XX VALUE "00".
005650 01  WS-LTRH-STATUS          PIC XX VALUE "00".
005660 01  WS-SCOR-STATUS          PIC XX VALUE "00".
005670 01  WS-BJRN-STATUS          PIC XX VALUE "00".
005700 COPY "WSFLAGS.CPY".
005800 01  WS-RUN-DATE             PIC 9(8).
005850 01  WS-RUN-TIME             PIC 9(8).
005900 01  WS-SWITCHES.
006000     05  SORT-EOF-SW         PIC X VALUE SPACE.
006100         88  SORT-FILE-EOF       VALUE "Y".
006500 01  WS-VALID-SW             PIC X.
006600     88  WS-FIELD-VALID          VALUE "Y".
006700     88  WS-FIELD-INVALID        VALUE "N".
006750 01  WS-JOURNAL-FIELDS.
006760     05  WS-JRNL-SEQ         PIC 9(7) COMP-3 VALUE ZERO.
006770     05  WS-BEFORE-IMAGE     PIC X(175).
006800 01  WS-COUNTERS.
006900     05  WS-DELINQ-SET-COUNT PIC 9(7) COMP-3 VALUE ZERO.
007000     05  WS-CURED-COUNT      PIC 9(7) COMP-3 VALUE ZERO.
007100     05  WS-WORKLIST-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
007200     05  WS-IO-ERROR-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
007250     05  WS-DISPUTE-HELD-COUNT
007260                             PIC 9(7) COMP-3 VALUE ZERO.
007300 01  WS-BUCKET-CONTROLS.
007400     05  WS-THIS-BUCKET      PIC 9(2) VALUE ZERO.
007500     05  WS-PRIOR-BUCKET     PIC 9(2) VALUE 99.
009448     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
009464     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
009480     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
009482 01  WS-DISPUTE-CONTROL.
009484     05  WS-DSC-FUNCTION     PIC X(1) VALUE "L".
009486     05  WS-DSC-PROGRAM      PIC X(8) VALUE "AR250".
009488     05  WS-DSC-ACCT-NO      PIC X(8) VALUE SPACES.
009490     05  WS-DSC-OPEN-COUNT   PIC 9(5) COMP-3 VALUE ZERO.
009492     05  WS-DSC-OPEN-AMOUNT  PIC S9(9)V99 COMP-3 VALUE ZERO.
009500 PROCEDURE DIVISION.
009600*-----------------------------------------------------------------
009700* 0000-MAINLINE
012000 1000-INITIALIZE.
012050     CALL "AR095" USING WS-RUN-CONTROL.
012100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012150     ACCEPT WS-RUN-TIME FROM TIME.
012200     OPEN I-O ACCT-REC.
012300     OPEN I-O AGE-FILE.
012400     IF WS-AGE-STATUS = "35"
012864     IF WS-SCOR-STATUS = "35"
012866         SET NO-SCORE-FILE TO TRUE
012868     END-IF.
012870     OPEN EXTEND BACKOUT-JRNL.
012872     IF WS-BJRN-STATUS = "35"
012874         OPEN OUTPUT BACKOUT-JRNL
012876     END-IF.
012900     OPEN OUTPUT WORK-LINE.
013000     OPEN OUTPUT EXCEPT-FILE.
013100 1000-INITIALIZE-EXIT.
015600         WHEN WS-FIELD-INVALID
015700             PERFORM 2600-WRITE-EXCEPTION
015800                 THRU 2600-WRITE-EXCEPTION-EXIT
015900         WHEN ACCT-CLOSED OR ACCT-FROZEN OR ACCT-CHARGED-OFF
016000             PERFORM 2400-DROP-AGING-REC
016100                 THRU 2400-DROP-AGING-REC-EXIT
016200         WHEN ACCT-BALANCE > ACCT-LIMIT
017800* AGING RECORD - UNLESS THIS IS A SAME-DAY RERUN THAT ALREADY
017900* COUNTED IT - THEN FLIP AN ACTIVE ACCOUNT DELINQUENT ONCE IT
018000* CROSSES THE 30-DAY THRESHOLD, AND RELEASE IT TO THE WORKLIST.
018010* IF THE OVERAGE GOES AWAY ONCE THE MONEY OPEN IN DISPUTE IS
018020* TAKEN OUT, THE ACCOUNT IS HELD AND NOTHING ELSE IS DONE.
018100*-----------------------------------------------------------------
018200 2200-AGE-OVER-LIMIT.
018210     MOVE "L"            TO WS-DSC-FUNCTION.
018220     MOVE ACCT-NO        TO WS-DSC-ACCT-NO.
018230     CALL "AR097" USING WS-DISPUTE-CONTROL.
018240     IF ACCT-BALANCE - WS-DSC-OPEN-AMOUNT NOT > ACCT-LIMIT
018250         ADD 1 TO WS-DISPUTE-HELD-COUNT
018260         GO TO 2200-AGE-OVER-LIMIT-EXIT
018270     END-IF.
018300     PERFORM 2250-READ-AGING-REC
018400         THRU 2250-READ-AGING-REC-EXIT.
018500     IF AGE-REC-NOT-FOUND
020100         END-IF
020200     END-IF.
020300     IF AGE-DAYS-OVER >= 30 AND ACCT-ACTIVE
020350         MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE
020400         MOVE "D" TO ACCT-STATUS
020500         REWRITE ACCT-FIELDS
020600             INVALID KEY
020700                 ADD 1 TO WS-IO-ERROR-COUNT
020800             NOT INVALID KEY
020900                 ADD 1 TO WS-DELINQ-SET-COUNT
020950                 PERFORM 8200-WRITE-BACKOUT-JRNL
020960                     THRU 8200-WRITE-BACKOUT-JRNL-EXIT
021000         END-REWRITE
021100     END-IF.
021200     MOVE AGE-DAYS-OVER  TO SRT-DAYS-OVER.
024400     PERFORM 2400-DROP-AGING-REC
024500         THRU 2400-DROP-AGING-REC-EXIT.
024600     IF ACCT-DELINQUENT
024650         MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE
024700         MOVE "A" TO ACCT-STATUS
024800         REWRITE ACCT-FIELDS
024900             INVALID KEY
025000                 ADD 1 TO WS-IO-ERROR-COUNT
025100             NOT INVALID KEY
025200                 ADD 1 TO WS-CURED-COUNT
025250                 PERFORM 8200-WRITE-BACKOUT-JRNL
025260                     THRU 8200-WRITE-BACKOUT-JRNL-EXIT
025300         END-REWRITE
025400     END-IF.
025500 2300-CURE-ACCOUNT-EXIT.
035600     CLOSE ACCT-REC.
035700     CLOSE AGE-FILE.
035750     CLOSE LTRH-FILE.
035755     CLOSE BACKOUT-JRNL.
035760     IF NOT NO-SCORE-FILE
035770         CLOSE SCORE-FILE
035780     END-IF.
035800     CLOSE WORK-LINE.
035900     CLOSE EXCEPT-FILE.
035910     MOVE "C"            TO WS-DSC-FUNCTION.
035920     CALL "AR097" USING WS-DISPUTE-CONTROL.
036000     DISPLAY "AR250 DELINQUENCY AGING RUN COMPLETE".
036100     DISPLAY "  ACCOUNTS SET DELINQUENT : " WS-DELINQ-SET-COUNT.
036200     DISPLAY "  ACCOUNTS CURED          : " WS-CURED-COUNT.
036300     DISPLAY "  WORKLIST ACCOUNTS       : " WS-WORKLIST-COUNT.
036400     DISPLAY "  FILE IO ERRORS          : " WS-IO-ERROR-COUNT.
036410     DISPLAY "  HELD - DISPUTED MONEY   : "
036420         WS-DISPUTE-HELD-COUNT.
036430     MOVE "E" TO WS-RUNL-PHASE.
036440     MOVE WS-WORKLIST-COUNT TO WS-RUNL-COUNT.
036460     MOVE RETURN-CODE TO WS-RUNL-CODE.
036480     CALL "AR095" USING WS-RUN-CONTROL.
036500 9000-TERMINATE-EXIT.
036600     EXIT.
036700*-----------------------------------------------------------------
036800* 8200-WRITE-BACKOUT-JRNL
036900*
037000* THE STATUS FLIP AS A CHANGE RECORD - THE MASTER RECORD BEFORE
037100* AND AFTER.  THE TRANSACTION CODE CARRIES THE NEW STATUS.
037200*-----------------------------------------------------------------
037300 8200-WRITE-BACKOUT-JRNL.
037400     ADD 1 TO WS-JRNL-SEQ.
037500     MOVE WS-RUN-DATE     TO BJRN-RUN-DATE.
037600     MOVE WS-RUN-TIME     TO BJRN-RUN-TIME.
037700     MOVE "AR250"         TO BJRN-PROGRAM.
037800     MOVE WS-JRNL-SEQ     TO BJRN-SEQ.
037900     MOVE "C"             TO BJRN-OPER.
038000     MOVE ACCT-NO         TO BJRN-ACCT-NO.
038100     MOVE ACCT-STATUS     TO BJRN-TRAN-CODE.
038200     MOVE WS-BEFORE-IMAGE TO BJRN-BEFORE.
038300     MOVE ACCT-FIELDS     TO BJRN-AFTER.
038400     WRITE BJRN-REC.
038500     IF WS-BJRN-STATUS NOT = "00"
038600         DISPLAY "BACKOUT JOURNAL WRITE FAILED - STATUS "
038700             WS-BJRN-STATUS
038800         ADD 1 TO WS-IO-ERROR-COUNT
038900     END-IF.
039000 8200-WRITE-BACKOUT-JRNL-EXIT.
039100     EXIT.
