003347*   09/02/2026 DPC   NOW STAMPS THE COMMON RUN-CONTROL LOG AT
003364*                    START AND END (CALLS AR095) SO THE AR350
003381*                    WINDOW-CLOSE REPORT CAN PROVE THE WINDOW.
003385*   10/15/2026 DPC   BOOKS THE RUN'S NET BALANCE REVERSAL - THE
003387*                    SAME FIGURE IT WRITES TO THE ACTIVITY FILE -
003389*                    TO THE DAILY GL INTERFACE FILE (CALLS AR096)
003391*                    AS GL TYPE "BOUT".
003392*   10/15/2026 DPC   ONLY AR200 RECORDS ARE BACKED OUT - THE
003393*                    JOURNAL NOW ALSO HOLDS AR260 AND AR410
003394*                    UPDATES.  EVERY CHANGE THIS RUN MAKES TO THE
003395*                    MASTER IS ITSELF JOURNALED (PROGRAM "AR260",
003396*                    WITH THE RECORD AS IT WAS AND AS IT NOW
003397*                    STANDS) SO THE AR460 FORWARD-RECOVERY RUN
003398*                    CAN REPLAY A BACKOUT LIKE ANY OTHER UPDATE.
003400*   10/15/2026 DPC   PARAGRAPHS PUT BACK IN NUMBER ORDER AND
003433*                    THE PROGRAM TAIL RESEQUENCED.
003466*-----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
005000 01  WS-BJRN-STATUS          PIC XX VALUE "00".
005100 01  WS-ACTV-STATUS          PIC XX VALUE "00".
005200 01  WS-RUN-DATE             PIC 9(8).
005210 01  WS-RUN-TIME             PIC 9(8).
005300 01  WS-BACKOUT-DATE         PIC 9(8) VALUE ZERO.
005400 01  WS-SWITCHES.
005500     05  BJRN-EOF-SW         PIC X VALUE SPACE.
009400         10  WS-JE-OPER      PIC X(1).
009500         10  WS-JE-ACCT-NO   PIC X(8).
009600         10  WS-JE-BEFORE    PIC X(175).
009601*-----------------------------------------------------------------
009602* THIS RUN'S OWN JOURNAL RECORDS.  WS-ONFILE-IMAGE IS WHATEVER
009603* THE MASTER HELD AT THE KEY BEFORE THE UPDATE (SPACES IF
009604* NOTHING).
009605*-----------------------------------------------------------------
009606 01  WS-JOURNAL-FIELDS.
009607     05  WS-OUT-SEQ          PIC 9(7) COMP-3 VALUE ZERO.
009608     05  WS-OUT-OPER         PIC X(1).
009609     05  WS-ONFILE-IMAGE     PIC X(175).
009616 01  WS-RUN-CONTROL.
009632     05  WS-RUNL-PROGRAM     PIC X(8) VALUE "AR260".
009648     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
009664     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
009680     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
009682 01  WS-GL-CONTROL.
009684     05  WS-GLC-FUNCTION     PIC X(1) VALUE "E".
009686     05  WS-GLC-PROGRAM      PIC X(8) VALUE "AR260".
009688     05  WS-GLC-RUN-DATE     PIC 9(8) VALUE ZERO.
009690     05  WS-GLC-TRAN-TYPE    PIC X(4) VALUE SPACES.
009692     05  WS-GLC-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
009700 PROCEDURE DIVISION.
009800*-----------------------------------------------------------------
009900* 0000-MAINLINE
010400     PERFORM 2000-LOAD-JOURNAL
010500         THRU 2000-LOAD-JOURNAL-EXIT
010600         UNTIL BJRN-FILE-EOF.
010650     PERFORM 2500-REOPEN-JOURNAL
010660         THRU 2500-REOPEN-JOURNAL-EXIT.
010700     PERFORM 3000-APPLY-BACKOUT
010800         THRU 3000-APPLY-BACKOUT-EXIT
010900         VARYING WS-JRNL-IDX FROM WS-JRNL-COUNT BY -1
011700 1000-INITIALIZE.
011750     CALL "AR095" USING WS-RUN-CONTROL.
011800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011850     ACCEPT WS-RUN-TIME FROM TIME.
011900     OPEN INPUT BACKOUT-PARM.
012000     READ BACKOUT-PARM
012100         AT END
014300*-----------------------------------------------------------------
014400* 2000-LOAD-JOURNAL
014500*
014600* KEEPS ONLY THE NAMED RUN'S AR200 RECORDS - A BACKOUT OR CHARGE-
014650* OFF ON THE SAME DATE IS NOT PART OF THE MAINTENANCE RUN BEING
014660* REVERSED.  THE JOURNAL IS WRITTEN IN
014700* RUN-SEQUENCE ORDER, SO THE TABLE LANDS IN ORDER AND THE
014800* BACKOUT WALKS IT BACKWARD.
014900*-----------------------------------------------------------------
015000 2000-LOAD-JOURNAL.
015100     ADD 1 TO WS-JRNL-READ-COUNT.
015200     IF BJRN-RUN-DATE = WS-BACKOUT-DATE
015250         AND BJRN-PROGRAM = "AR200"
015300         IF WS-JRNL-COUNT >= WS-JRNL-MAX
015400             DISPLAY "AR260 - JOURNAL TABLE FULL AT "
015500                 WS-JRNL-MAX " ENTRIES - INCREASE WS-JRNL-MAX"
016900             SET BJRN-FILE-EOF TO TRUE.
017000 2000-LOAD-JOURNAL-EXIT.
017100     EXIT.
017105*-----------------------------------------------------------------
017110* 2500-REOPEN-JOURNAL
017115*
017120* THE NAMED RUN IS IN THE TABLE; THE JOURNAL IS REOPENED EXTEND SO
017125* THIS RUN'S OWN UPDATES FOLLOW EVERYTHING ALREADY ON IT.
017130*-----------------------------------------------------------------
017135 2500-REOPEN-JOURNAL.
017140     CLOSE BACKOUT-JRNL.
017145     OPEN EXTEND BACKOUT-JRNL.
017150     IF WS-BJRN-STATUS NOT = "00"
017155         DISPLAY "AR260 - BACKOUT JOURNAL WILL NOT REOPEN - "
017160             "STATUS " WS-BJRN-STATUS
017165         MOVE 16 TO RETURN-CODE
017170         CLOSE ACCT-REC
017175         CLOSE ACTIVITY-FILE
017180         STOP RUN
017185     END-IF.
017190 2500-REOPEN-JOURNAL-EXIT.
017195     EXIT.
017200*-----------------------------------------------------------------
017300* 3000-APPLY-BACKOUT
017400*-----------------------------------------------------------------
017500 3000-APPLY-BACKOUT.
017550     MOVE SPACES TO WS-ONFILE-IMAGE.
017600     EVALUATE WS-JE-OPER(WS-JRNL-IDX)
017700         WHEN "A"
017800             PERFORM 3100-BACKOUT-ADD
022300         NOT INVALID KEY
022400             ADD 1 TO WS-BACKOUT-COUNT
022500             SUBTRACT 1 FROM WS-NET-COUNT
022550             MOVE "D" TO WS-OUT-OPER
022560             PERFORM 8200-WRITE-BACKOUT-JRNL
022570                 THRU 8200-WRITE-BACKOUT-JRNL-EXIT
022600             SUBTRACT WS-ONFILE-BALANCE FROM WS-NET-BALANCE
022700             SUBTRACT WS-ONFILE-LIMIT   FROM WS-NET-LIMIT
022800     END-DELETE.
026700             ADD 1 TO WS-IO-ERROR-COUNT
026800         NOT INVALID KEY
026900             ADD 1 TO WS-BACKOUT-COUNT
026950             MOVE "C" TO WS-OUT-OPER
026960             PERFORM 8200-WRITE-BACKOUT-JRNL
026970                 THRU 8200-WRITE-BACKOUT-JRNL-EXIT
027000             COMPUTE WS-NET-BALANCE = WS-NET-BALANCE
027100                 + WS-IMAGE-BALANCE - WS-ONFILE-BALANCE
027200             COMPUTE WS-NET-LIMIT = WS-NET-LIMIT
031500         INVALID KEY
031600             ADD 1 TO WS-IO-ERROR-COUNT
031700         NOT INVALID KEY
031750             MOVE "A" TO WS-OUT-OPER
031760             PERFORM 8200-WRITE-BACKOUT-JRNL
031770                 THRU 8200-WRITE-BACKOUT-JRNL-EXIT
031800             ADD 1 TO WS-NET-COUNT
031900             ADD WS-IMAGE-BALANCE TO WS-NET-BALANCE
032000             ADD WS-IMAGE-LIMIT   TO WS-NET-LIMIT
033300             ADD 1 TO WS-IO-ERROR-COUNT
033400         NOT INVALID KEY
033500             ADD 1 TO WS-BACKOUT-COUNT
033550             MOVE "A" TO WS-OUT-OPER
033560             PERFORM 8200-WRITE-BACKOUT-JRNL
033570                 THRU 8200-WRITE-BACKOUT-JRNL-EXIT
033600             ADD 1 TO WS-NET-COUNT
033700             ADD WS-IMAGE-BALANCE TO WS-NET-BALANCE
033800             ADD WS-IMAGE-LIMIT   TO WS-NET-LIMIT
034800             ADD 1 TO WS-IO-ERROR-COUNT
034900         NOT INVALID KEY
035000             ADD 1 TO WS-MISMATCH-COUNT
035050             MOVE "C" TO WS-OUT-OPER
035060             PERFORM 8200-WRITE-BACKOUT-JRNL
035070                 THRU 8200-WRITE-BACKOUT-JRNL-EXIT
035100             COMPUTE WS-NET-BALANCE = WS-NET-BALANCE
035200                 + WS-IMAGE-BALANCE - WS-ONFILE-BALANCE
035300             COMPUTE WS-NET-LIMIT = WS-NET-LIMIT
038100* 3600-CALC-ONFILE-MONEY
038200*
038300* ACCT-FIELDS HOLDS THE RECORD JUST READ OFF THE MASTER.  SAME
038400* GUARD AS 3500-CALC-IMAGE-MONEY.  THE RECORD IS KEPT AS THE
038450* "BEFORE" SIDE OF THIS RUN'S OWN JOURNAL RECORD.
038500*-----------------------------------------------------------------
038600 3600-CALC-ONFILE-MONEY.
038650     MOVE ACCT-FIELDS TO WS-ONFILE-IMAGE.
038700     MOVE ZERO TO WS-ONFILE-BALANCE WS-ONFILE-LIMIT.
038800     CALL "AR090" USING ACCT-LIMIT WS-VALID-SW.
038900     IF WS-FIELD-VALID
041600     END-IF.
041700 8000-WRITE-ACTIVITY-REC-EXIT.
041800     EXIT.
041805*-----------------------------------------------------------------
041810* 8100-BOOK-GL-ENTRIES
041815*   THE NET BALANCE REVERSED, AS ONE SUMMARIZED GL ENTRY, THEN THE
041820*   BATCH TRAILER.  A NET REDUCTION COMES THROUGH NEGATIVE AND
041825*   AR096 BOOKS IT WITH THE SIDES SWAPPED.
041830*-----------------------------------------------------------------
041835 8100-BOOK-GL-ENTRIES.
041840     MOVE WS-RUN-DATE    TO WS-GLC-RUN-DATE.
041845     MOVE "E"            TO WS-GLC-FUNCTION.
041850     MOVE "BOUT"         TO WS-GLC-TRAN-TYPE.
041855     MOVE WS-NET-BALANCE TO WS-GLC-AMOUNT.
041860     CALL "AR096" USING WS-GL-CONTROL.
041865     MOVE "T"            TO WS-GLC-FUNCTION.
041870     CALL "AR096" USING WS-GL-CONTROL.
041875 8100-BOOK-GL-ENTRIES-EXIT.
041880     EXIT.
041900*-----------------------------------------------------------------
041920* 8200-WRITE-BACKOUT-JRNL
041940*
041960* ONE RECORD PER UPDATE THIS RUN APPLIED: WS-OUT-OPER IS WHAT WAS
041980* DONE TO THE MASTER (A WRITE, C REWRITE, D DELETE), THE BEFORE
042000* IMAGE WHAT WAS ON FILE, THE AFTER IMAGE WHAT NOW IS.
042020*-----------------------------------------------------------------
042040 8200-WRITE-BACKOUT-JRNL.
042060     ADD 1 TO WS-OUT-SEQ.
042080     MOVE WS-RUN-DATE     TO BJRN-RUN-DATE.
042100     MOVE WS-RUN-TIME     TO BJRN-RUN-TIME.
042120     MOVE "AR260"         TO BJRN-PROGRAM.
042140     MOVE WS-OUT-SEQ      TO BJRN-SEQ.
042160     MOVE WS-OUT-OPER     TO BJRN-OPER.
042180     MOVE WS-JE-ACCT-NO(WS-JRNL-IDX) TO BJRN-ACCT-NO.
042200     MOVE "B"             TO BJRN-TRAN-CODE.
042220     MOVE WS-ONFILE-IMAGE TO BJRN-BEFORE.
042240     IF WS-OUT-OPER = "D"
042260         MOVE SPACES      TO BJRN-AFTER
042280     ELSE
042300         MOVE ACCT-FIELDS TO BJRN-AFTER
042320     END-IF.
042340     WRITE BJRN-REC.
042360     IF WS-BJRN-STATUS NOT = "00"
042380         DISPLAY "BACKOUT JOURNAL WRITE FAILED - STATUS "
042400             WS-BJRN-STATUS
042420         ADD 1 TO WS-IO-ERROR-COUNT
042440     END-IF.
042460 8200-WRITE-BACKOUT-JRNL-EXIT.
042480     EXIT.
042500*-----------------------------------------------------------------
042520* 9000-TERMINATE
042540*-----------------------------------------------------------------
042560 9000-TERMINATE.
042580     PERFORM 8000-WRITE-ACTIVITY-REC
042600         THRU 8000-WRITE-ACTIVITY-REC-EXIT.
042620     PERFORM 8100-BOOK-GL-ENTRIES
042640         THRU 8100-BOOK-GL-ENTRIES-EXIT.
042660     CLOSE BACKOUT-JRNL.
042680     CLOSE ACCT-REC.
042700     CLOSE ACTIVITY-FILE.
042720     DISPLAY "AR260 BACKOUT COMPLETE FOR RUN " WS-BACKOUT-DATE.
042740     DISPLAY "  JOURNAL RECORDS READ     : " WS-JRNL-READ-COUNT.
042760     DISPLAY "  RUN UPDATES SELECTED     : " WS-JRNL-COUNT.
042780     DISPLAY "  UPDATES BACKED OUT       : " WS-BACKOUT-COUNT.
042800     DISPLAY "  MASTER DRIFT MISMATCHES  : " WS-MISMATCH-COUNT.
042820     DISPLAY "  MASTER IO ERRORS         : " WS-IO-ERROR-COUNT.
042840     DISPLAY "  NET DELTAS SKIPPED (BAD COMP-3) : "
042860         WS-ACTV-SKIP-COUNT.
042880     IF WS-IO-ERROR-COUNT > ZERO
042900         MOVE 16 TO RETURN-CODE
042920     END-IF.
042940     MOVE "E" TO WS-RUNL-PHASE.
042960     MOVE WS-BACKOUT-COUNT TO WS-RUNL-COUNT.
042980     MOVE RETURN-CODE TO WS-RUNL-CODE.
043000     CALL "AR095" USING WS-RUN-CONTROL.
043020 9000-TERMINATE-EXIT.
043040     EXIT.
