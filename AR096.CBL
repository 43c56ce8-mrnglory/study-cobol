000100 IDENTIFICATION DIVISION.
000200*-----------------------------------------------------------------
000300 PROGRAM-ID.    AR096.
000400 AUTHOR.        D P CONLEY.
000500 INSTALLATION.  CONSUMER CREDIT SERVICES - DATA PROCESSING.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*-----------------------------------------------------------------
000900* AR096 - GENERAL-LEDGER INTERFACE WRITER.
001000*
001100* CALLED SUBPROGRAM, LIKE THE AR095 RUN-CONTROL STAMPER.  EVERY
001200* RUN THAT MOVES MONEY (AR200, AR230, AR260, AR300, AR390, AR410,
001250* AR470) ADDS UP WHAT IT DID BY GL TRANSACTION TYPE AND, AS IT
001300* ENDS, CALLS AR096 ONCE PER TYPE (FUNCTION "E", WITH THE
001400* SUMMARIZED AMOUNT) AND THEN ONCE TO CLOSE ITS BATCH (FUNCTION
001500* "T").
001600*
001700* ON THE FIRST CALL OF A RUN AR096 LOADS THE GL ACCOUNT CONTROL
001800* TABLE (GLCTL) AND STAMPS THE BATCH TIME.  EACH ENTRY IS BOOKED
001900* AS TWO LINES ON THE DAILY GL INTERFACE FILE - A DEBIT TO THE
002000* TYPE'S DR ACCOUNT AND A CREDIT TO ITS CR ACCOUNT.  A NEGATIVE
002100* AMOUNT (A NET REDUCTION) SWAPS THE TWO SIDES; A ZERO AMOUNT
002200* BOOKS NOTHING.  THE TRAILER CARRIES THE BATCH'S LINE COUNT AND
002300* DEBIT AND CREDIT TOTALS FOR THE AR440 PROOF.
002400*
002500* AS WITH AR095 THE FILE IS OPENED, WRITTEN, AND CLOSED PER CALL,
002600* AND NOTHING HERE FAILS THE CALLING RUN - A TYPE MISSING FROM THE
002700* CONTROL TABLE IS BOOKED WITH A BLANK ACCOUNT AND DISPLAYED, AND
002800* AN I-O FAILURE IS DISPLAYED.  AR440 REFUSES TO PROVE A DAY WITH
002900* A BLANK ACCOUNT OR A BATCH SHORT OF ITS TRAILER, SO NEITHER CAN
003000* REACH THE LEDGER UNNOTICED.
003100*
003200* MOD-LOG
003300*   DATE       INIT  DESCRIPTION
003400*   ---------- ----- ------------------------------------------
003500*   10/15/2026 DPC   ORIGINAL PROGRAM.
003600*-----------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     COPY "SELGLCT.CPY".
004100     COPY "SELGLIF.CPY".
004200 DATA DIVISION.
004300 FILE SECTION.
004400 COPY "GLCTREC.CPY".
004500 COPY "GLIFREC.CPY".
004600 WORKING-STORAGE SECTION.
004700 01  WS-GLCT-STATUS          PIC XX VALUE "00".
004800 01  WS-GLIF-STATUS          PIC XX VALUE "00".
004900 01  WS-FIRST-CALL-SW        PIC X VALUE "Y".
005000     88  FIRST-CALL              VALUE "Y".
005100 01  WS-GLCT-EOF-SW          PIC X VALUE SPACE.
005200     88  END-OF-GL-CONTROL       VALUE "Y".
005300 01  WS-TYPE-FOUND-SW        PIC X VALUE SPACE.
005400     88  GL-TYPE-FOUND           VALUE "Y".
005500 01  WS-STAMP-TIME           PIC 9(8).
005600 01  WS-BATCH-TIME           PIC 9(6) VALUE ZERO.
005700 01  WS-GL-TABLE.
005800     05  WS-GLT-ENTRY OCCURS 50 TIMES.
005900         10  WS-GLT-TRAN-TYPE    PIC X(4).
006000         10  WS-GLT-DR-ACCOUNT   PIC X(10).
006100         10  WS-GLT-CR-ACCOUNT   PIC X(10).
006200         10  WS-GLT-RCV-SIDE     PIC X(1).
006300         10  WS-GLT-DESC         PIC X(25).
006400 01  WS-GLT-COUNT            PIC 9(2) COMP VALUE ZERO.
006500 01  WS-GLT-MAX              PIC 9(2) COMP VALUE 50.
006600 01  WS-TAB-IDX              PIC 9(2) COMP.
006700 01  WS-HIT-IDX              PIC 9(2) COMP VALUE ZERO.
006800 01  WS-ENTRY-SIDES.
006900     05  WS-DR-ACCOUNT       PIC X(10).
007000     05  WS-CR-ACCOUNT       PIC X(10).
007100     05  WS-DR-RCV-SW        PIC X(1).
007200     05  WS-CR-RCV-SW        PIC X(1).
007300     05  WS-ENTRY-DESC       PIC X(25).
007400     05  WS-ENTRY-AMOUNT     PIC S9(9)V99 COMP-3.
007500 01  WS-SWAP-ACCOUNT         PIC X(10).
007600 01  WS-SWAP-RCV-SW          PIC X(1).
007700 01  WS-BATCH-TOTALS.
007800     05  WS-BATCH-LINES      PIC 9(7) COMP-3 VALUE ZERO.
007900     05  WS-BATCH-DEBITS     PIC S9(11)V99 COMP-3 VALUE ZERO.
008000     05  WS-BATCH-CREDITS    PIC S9(11)V99 COMP-3 VALUE ZERO.
008100 LINKAGE SECTION.
008200 01  LK-GL-CONTROL.
008300     05  LK-GLC-FUNCTION     PIC X(1).
008400         88  LK-GLC-ENTRY        VALUE "E".
008500         88  LK-GLC-TRAILER      VALUE "T".
008600     05  LK-GLC-PROGRAM      PIC X(8).
008700     05  LK-GLC-RUN-DATE     PIC 9(8).
008800     05  LK-GLC-TRAN-TYPE    PIC X(4).
008900     05  LK-GLC-AMOUNT       PIC S9(9)V99 COMP-3.
009000 PROCEDURE DIVISION USING LK-GL-CONTROL.
009100*-----------------------------------------------------------------
009200* 0000-MAINLINE
009300*-----------------------------------------------------------------
009400 0000-MAINLINE.
009500     IF FIRST-CALL
009600         PERFORM 1000-START-BATCH
009700             THRU 1000-START-BATCH-EXIT
009800     END-IF.
009900     EVALUATE TRUE
010000         WHEN LK-GLC-ENTRY
010100             PERFORM 2000-BOOK-ENTRY
010200                 THRU 2000-BOOK-ENTRY-EXIT
010300         WHEN LK-GLC-TRAILER
010400             PERFORM 3000-CLOSE-BATCH
010500                 THRU 3000-CLOSE-BATCH-EXIT
010600         WHEN OTHER
010700             DISPLAY "AR096 - UNKNOWN GL FUNCTION "
010800                 LK-GLC-FUNCTION " FROM " LK-GLC-PROGRAM
010900     END-EVALUATE.
011000     GOBACK.
011100*-----------------------------------------------------------------
011200* 1000-START-BATCH
011300*   FIRST CALL OF THE RUN - STAMP THE BATCH AND LOAD THE TABLE.
011400*-----------------------------------------------------------------
011500 1000-START-BATCH.
011600     MOVE "N" TO WS-FIRST-CALL-SW.
011700     ACCEPT WS-STAMP-TIME FROM TIME.
011800     MOVE WS-STAMP-TIME(1:6) TO WS-BATCH-TIME.
011900     MOVE ZERO TO WS-BATCH-LINES WS-BATCH-DEBITS WS-BATCH-CREDITS.
012000     MOVE ZERO TO WS-GLT-COUNT.
012100     OPEN INPUT GL-CONTROL.
012200     IF WS-GLCT-STATUS NOT = "00"
012300         DISPLAY "AR096 - GL CONTROL TABLE NOT AVAILABLE - "
012400             "STATUS " WS-GLCT-STATUS
012500         DISPLAY "AR096 - ENTRIES WILL CARRY NO GL ACCOUNT"
012600         GO TO 1000-START-BATCH-EXIT
012700     END-IF.
012800     MOVE SPACE TO WS-GLCT-EOF-SW.
012900     READ GL-CONTROL
013000         AT END
013100             SET END-OF-GL-CONTROL TO TRUE.
013200     PERFORM 1100-LOAD-GL-CONTROL
013300         THRU 1100-LOAD-GL-CONTROL-EXIT
013400         UNTIL END-OF-GL-CONTROL.
013500     CLOSE GL-CONTROL.
013600 1000-START-BATCH-EXIT.
013700     EXIT.
013800*-----------------------------------------------------------------
013900* 1100-LOAD-GL-CONTROL
014000*-----------------------------------------------------------------
014100 1100-LOAD-GL-CONTROL.
014200     IF WS-GLT-COUNT NOT < WS-GLT-MAX
014300         DISPLAY "AR096 - GL CONTROL TABLE FULL - IGNORED TYPE "
014400             GLCT-TRAN-TYPE
014500     ELSE
014600         ADD 1 TO WS-GLT-COUNT
014700         MOVE GLCT-TRAN-TYPE  TO WS-GLT-TRAN-TYPE(WS-GLT-COUNT)
014800         MOVE GLCT-DR-ACCOUNT TO WS-GLT-DR-ACCOUNT(WS-GLT-COUNT)
014900         MOVE GLCT-CR-ACCOUNT TO WS-GLT-CR-ACCOUNT(WS-GLT-COUNT)
015000         MOVE GLCT-RCV-SIDE   TO WS-GLT-RCV-SIDE(WS-GLT-COUNT)
015100         MOVE GLCT-DESC       TO WS-GLT-DESC(WS-GLT-COUNT)
015200     END-IF.
015300     READ GL-CONTROL
015400         AT END
015500             SET END-OF-GL-CONTROL TO TRUE.
015600 1100-LOAD-GL-CONTROL-EXIT.
015700     EXIT.
015800*-----------------------------------------------------------------
015900* 2000-BOOK-ENTRY
016000*   ONE SUMMARIZED AMOUNT FOR ONE TYPE -> A DEBIT LINE AND A
016100*   CREDIT LINE.  A NEGATIVE AMOUNT BOOKS THE REVERSE ENTRY.
016200*-----------------------------------------------------------------
016300 2000-BOOK-ENTRY.
016400     IF LK-GLC-AMOUNT = ZERO
016500         GO TO 2000-BOOK-ENTRY-EXIT
016600     END-IF.
016700     MOVE SPACE TO WS-TYPE-FOUND-SW.
016800     MOVE ZERO TO WS-HIT-IDX.
016900     PERFORM 2100-SEARCH-GL-TABLE
017000         THRU 2100-SEARCH-GL-TABLE-EXIT
017100         VARYING WS-TAB-IDX FROM 1 BY 1
017200         UNTIL WS-TAB-IDX > WS-GLT-COUNT OR GL-TYPE-FOUND.
017300     MOVE SPACES TO WS-ENTRY-SIDES.
017400     IF GL-TYPE-FOUND
017500         MOVE WS-GLT-DR-ACCOUNT(WS-HIT-IDX) TO WS-DR-ACCOUNT
017600         MOVE WS-GLT-CR-ACCOUNT(WS-HIT-IDX) TO WS-CR-ACCOUNT
017700         MOVE WS-GLT-DESC(WS-HIT-IDX)       TO WS-ENTRY-DESC
017800         MOVE "N" TO WS-DR-RCV-SW WS-CR-RCV-SW
017900         IF WS-GLT-RCV-SIDE(WS-HIT-IDX) = "D"
018000             MOVE "Y" TO WS-DR-RCV-SW
018100         END-IF
018200         IF WS-GLT-RCV-SIDE(WS-HIT-IDX) = "C"
018300             MOVE "Y" TO WS-CR-RCV-SW
018400         END-IF
018500     ELSE
018600         DISPLAY "AR096 - GL TYPE " LK-GLC-TRAN-TYPE
018700             " NOT ON CONTROL TABLE - BOOKED WITH NO ACCOUNT"
018800         MOVE "N" TO WS-DR-RCV-SW WS-CR-RCV-SW
018900         MOVE "*** UNMAPPED GL TYPE ***" TO WS-ENTRY-DESC
019000     END-IF.
019100     IF LK-GLC-AMOUNT < ZERO
019200         COMPUTE WS-ENTRY-AMOUNT = ZERO - LK-GLC-AMOUNT
019300         MOVE WS-DR-ACCOUNT   TO WS-SWAP-ACCOUNT
019400         MOVE WS-CR-ACCOUNT   TO WS-DR-ACCOUNT
019500         MOVE WS-SWAP-ACCOUNT TO WS-CR-ACCOUNT
019600         MOVE WS-DR-RCV-SW    TO WS-SWAP-RCV-SW
019700         MOVE WS-CR-RCV-SW    TO WS-DR-RCV-SW
019800         MOVE WS-SWAP-RCV-SW  TO WS-CR-RCV-SW
019900     ELSE
020000         MOVE LK-GLC-AMOUNT TO WS-ENTRY-AMOUNT
020100     END-IF.
020200     PERFORM 2500-OPEN-GL-FILE
020300         THRU 2500-OPEN-GL-FILE-EXIT.
020400     IF WS-GLIF-STATUS NOT = "00"
020500         GO TO 2000-BOOK-ENTRY-EXIT
020600     END-IF.
020700     MOVE SPACES             TO GLIF-REC.
020800     SET GLIF-ENTRY-LINE     TO TRUE.
020900     MOVE LK-GLC-RUN-DATE    TO GLIF-RUN-DATE.
021000     MOVE LK-GLC-PROGRAM     TO GLIF-SOURCE.
021100     MOVE WS-BATCH-TIME      TO GLIF-BATCH-TIME.
021200     MOVE LK-GLC-TRAN-TYPE   TO GLIF-TRAN-TYPE.
021300     MOVE WS-ENTRY-DESC      TO GLIF-DESC.
021400     MOVE WS-DR-ACCOUNT      TO GLIF-ACCOUNT.
021500     MOVE WS-ENTRY-AMOUNT    TO GLIF-DEBIT.
021600     MOVE ZERO               TO GLIF-CREDIT.
021700     MOVE WS-DR-RCV-SW       TO GLIF-RCV-SW.
021800     PERFORM 2600-WRITE-GL-LINE
021900         THRU 2600-WRITE-GL-LINE-EXIT.
022000     ADD WS-ENTRY-AMOUNT     TO WS-BATCH-DEBITS.
022100     MOVE WS-CR-ACCOUNT      TO GLIF-ACCOUNT.
022200     MOVE ZERO               TO GLIF-DEBIT.
022300     MOVE WS-ENTRY-AMOUNT    TO GLIF-CREDIT.
022400     MOVE WS-CR-RCV-SW       TO GLIF-RCV-SW.
022500     PERFORM 2600-WRITE-GL-LINE
022600         THRU 2600-WRITE-GL-LINE-EXIT.
022700     ADD WS-ENTRY-AMOUNT     TO WS-BATCH-CREDITS.
022800     CLOSE GL-FILE.
022900 2000-BOOK-ENTRY-EXIT.
023000     EXIT.
023100*-----------------------------------------------------------------
023200* 2100-SEARCH-GL-TABLE
023300*-----------------------------------------------------------------
023400 2100-SEARCH-GL-TABLE.
023500     IF LK-GLC-TRAN-TYPE = WS-GLT-TRAN-TYPE(WS-TAB-IDX)
023600         SET GL-TYPE-FOUND TO TRUE
023700         MOVE WS-TAB-IDX TO WS-HIT-IDX
023800     END-IF.
023900 2100-SEARCH-GL-TABLE-EXIT.
024000     EXIT.
024100*-----------------------------------------------------------------
024200* 2500-OPEN-GL-FILE
024300*-----------------------------------------------------------------
024400 2500-OPEN-GL-FILE.
024500     OPEN EXTEND GL-FILE.
024600     IF WS-GLIF-STATUS = "35"
024700         OPEN OUTPUT GL-FILE
024800     END-IF.
024900     IF WS-GLIF-STATUS NOT = "00"
025000         DISPLAY "AR096 - GL FILE OPEN FAILED - STATUS "
025100             WS-GLIF-STATUS " - " LK-GLC-PROGRAM " "
025200             LK-GLC-TRAN-TYPE " NOT BOOKED"
025300     END-IF.
025400 2500-OPEN-GL-FILE-EXIT.
025500     EXIT.
025600*-----------------------------------------------------------------
025700* 2600-WRITE-GL-LINE
025800*-----------------------------------------------------------------
025900 2600-WRITE-GL-LINE.
026000     WRITE GLIF-REC.
026100     IF WS-GLIF-STATUS NOT = "00"
026200         DISPLAY "AR096 - GL FILE WRITE FAILED - STATUS "
026300             WS-GLIF-STATUS " - " LK-GLC-PROGRAM " "
026400             LK-GLC-TRAN-TYPE
026500     ELSE
026600         ADD 1 TO WS-BATCH-LINES
026700     END-IF.
026800 2600-WRITE-GL-LINE-EXIT.
026900     EXIT.
027000*-----------------------------------------------------------------
027100* 3000-CLOSE-BATCH
027200*   BALANCED-BATCH TRAILER.  WRITTEN EVEN FOR AN EMPTY BATCH SO
027300*   THE PROOF CAN SEE THE RUN HAPPENED.  THE NEXT CALL, IF ANY,
027400*   STARTS A NEW BATCH.
027500*-----------------------------------------------------------------
027600 3000-CLOSE-BATCH.
027700     PERFORM 2500-OPEN-GL-FILE
027800         THRU 2500-OPEN-GL-FILE-EXIT.
027900     IF WS-GLIF-STATUS NOT = "00"
028000         GO TO 3000-CLOSE-BATCH-EXIT
028100     END-IF.
028200     MOVE SPACES             TO GLIF-TRAILER-REC.
028300     SET GLIF-TRAILER-LINE   TO TRUE.
028400     MOVE LK-GLC-RUN-DATE    TO GLIF-RUN-DATE.
028500     MOVE LK-GLC-PROGRAM     TO GLIF-SOURCE.
028600     MOVE WS-BATCH-TIME      TO GLIF-BATCH-TIME.
028700     MOVE WS-BATCH-LINES     TO GLIT-LINE-COUNT.
028800     MOVE WS-BATCH-DEBITS    TO GLIT-DEBIT-TOTAL.
028900     MOVE WS-BATCH-CREDITS   TO GLIT-CREDIT-TOTAL.
029000     IF WS-BATCH-DEBITS = WS-BATCH-CREDITS
029100         SET GLIT-BALANCED   TO TRUE
029200     ELSE
029300         MOVE "N"            TO GLIT-BALANCED-SW
029400         DISPLAY "AR096 - GL BATCH OUT OF BALANCE - "
029500             LK-GLC-PROGRAM
029600     END-IF.
029700     WRITE GLIF-TRAILER-REC.
029800     IF WS-GLIF-STATUS NOT = "00"
029900         DISPLAY "AR096 - GL TRAILER WRITE FAILED - STATUS "
030000             WS-GLIF-STATUS " - " LK-GLC-PROGRAM
030100     END-IF.
030200     CLOSE GL-FILE.
030300     MOVE "Y" TO WS-FIRST-CALL-SW.
030400 3000-CLOSE-BATCH-EXIT.
030500     EXIT.
