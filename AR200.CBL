007576*   09/02/2026 DPC   NOW STAMPS THE COMMON RUN-CONTROL LOG AT
007584*                    START AND END (CALLS AR095) SO THE AR350
007592*                    WINDOW-CLOSE REPORT CAN PROVE THE WINDOW.
007601*   10/15/2026 DPC   BOOKS THE RUN'S NET BALANCE CHANGE - THE
007610*                    SAME FIGURE IT WRITES TO THE ACTIVITY FILE -
007619*                    TO THE DAILY GL INTERFACE FILE (CALLS AR096)
007628*                    AS GL TYPE "MADJ", SO EVERY MOVEMENT AR270
007637*                    BALANCES THE MASTER WITH ALSO REACHES THE
007646*                    LEDGER.
007655*   10/15/2026 DPC   BACKOUT-JOURNAL RECORDS NOW CARRY THE RUN'S
007664*                    START TIME AND PROGRAM NAME, SO THE AR460
007673*                    FORWARD-RECOVERY RUN CAN PUT THEM IN ORDER
007682*                    AMONG THE DAY'S OTHER MASTER UPDATES.
007691*-----------------------------------------------------------------
007700 ENVIRONMENT DIVISION.
007800 INPUT-OUTPUT SECTION.
007900 FILE-CONTROL.
009100 COPY "BJRNREC.CPY".
009200 WORKING-STORAGE SECTION.
009300 01  WS-AUDIT-DATE           PIC 9(8).
009310 01  WS-RUN-TIME             PIC 9(8).
009400 01  WS-AUDIT-STATUS         PIC XX VALUE "00".
009500 01  WS-ACCT-STATUS          PIC XX VALUE "00".
009600 01  WS-TRAN-STATUS          PIC XX VALUE "00".
012848     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
012864     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
012880     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
012882 01  WS-GL-CONTROL.
012884     05  WS-GLC-FUNCTION     PIC X(1) VALUE "E".
012886     05  WS-GLC-PROGRAM      PIC X(8) VALUE "AR200".
012888     05  WS-GLC-RUN-DATE     PIC 9(8) VALUE ZERO.
012890     05  WS-GLC-TRAN-TYPE    PIC X(4) VALUE SPACES.
012892     05  WS-GLC-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
012900 PROCEDURE DIVISION.
013000*-----------------------------------------------------------------
013100* 0000-MAINLINE
015200     PERFORM 1070-OPEN-BACKOUT-JRNL
015300         THRU 1070-OPEN-BACKOUT-JRNL-EXIT.
015400     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
015450     ACCEPT WS-RUN-TIME FROM TIME.
015500     READ TRANS-FILE
015600         AT END
015700             SET TRAN-EOF TO TRUE.
043200 9000-TERMINATE.
043300     PERFORM 8000-WRITE-ACTIVITY-REC
043400         THRU 8000-WRITE-ACTIVITY-REC-EXIT.
043420     PERFORM 8200-BOOK-GL-ENTRIES
043440         THRU 8200-BOOK-GL-ENTRIES-EXIT.
043500     CLOSE ACCT-REC.
043600     CLOSE TRANS-FILE.
043700     CLOSE AUDIT-FILE.
047700 8100-WRITE-BACKOUT-JRNL.
047800     ADD 1 TO WS-JRNL-SEQ.
047900     MOVE WS-AUDIT-DATE   TO BJRN-RUN-DATE.
047950     MOVE WS-RUN-TIME     TO BJRN-RUN-TIME.
047970     MOVE "AR200"         TO BJRN-PROGRAM.
048000     MOVE WS-JRNL-SEQ     TO BJRN-SEQ.
048100     MOVE WS-JRNL-OPER    TO BJRN-OPER.
048200     MOVE TRAN-ACCT-NO    TO BJRN-ACCT-NO.
049000     END-IF.
049100 8100-WRITE-BACKOUT-JRNL-EXIT.
049200     EXIT.
049300*-----------------------------------------------------------------
049400* 8200-BOOK-GL-ENTRIES
049500*   THE NET BALANCE CHANGE, AS ONE SUMMARIZED GL ENTRY, THEN THE
049600*   BATCH TRAILER.  A NET REDUCTION COMES THROUGH NEGATIVE AND
049700*   AR096 BOOKS IT WITH THE SIDES SWAPPED.
049800*-----------------------------------------------------------------
049900 8200-BOOK-GL-ENTRIES.
050000     MOVE WS-AUDIT-DATE  TO WS-GLC-RUN-DATE.
050100     MOVE "E"            TO WS-GLC-FUNCTION.
050200     MOVE "MADJ"         TO WS-GLC-TRAN-TYPE.
050300     MOVE WS-NET-BALANCE TO WS-GLC-AMOUNT.
050400     CALL "AR096" USING WS-GL-CONTROL.
050500     MOVE "T"            TO WS-GLC-FUNCTION.
050600     CALL "AR096" USING WS-GL-CONTROL.
050700 8200-BOOK-GL-ENTRIES-EXIT.
050800     EXIT.
