002000* VALIDATION.  EVERY TRANSACTION, APPLIED OR REJECTED, GETS A
002100* DETAIL LINE ON THE DAILY POSTING JOURNAL, AND THE RUN CLOSES
002200* WITH A TOTAL LINE CARRYING THE DEBIT AND CREDIT DOLLAR TOTALS.
002300* A CHARGED-OFF ACCOUNT TAKES ONLY ITS OWN WRITE-OFF CREDIT
002400* AGAINST THE BALANCE; ANY OTHER PAYMENT ON IT IS A RECOVERY,
002500* APPLIED TO ITS CHARGE-OFF RECORD INSTEAD, AND ANY CHARGE ON IT
002600* IS REJECTED - EXCEPT AN AR390 REVERSAL OF A RETURNED RECOVERY
002700* ("RR"), WHICH COMES BACK OFF THE CHARGE-OFF RECORD.
002800* EVERY PAYMENT APPLIED AFTER AN ACCOUNT'S STATEMENT CYCLE CLOSED
002900* IS ALSO COUNTED AGAINST THE MINIMUM DUE ON ITS BILLING RECORD.
003000*
003100* MOD-LOG
003200*   DATE       INIT  DESCRIPTION
003300*   ---------- ----- ------------------------------------------
003400*   08/23/2026 DPC   ORIGINAL PROGRAM.
003500*   08/23/2026 DPC   EACH RUN NOW APPENDS ITS NET EFFECT ON THE
003600*                    MASTER'S BALANCE POSITION (DEBITS MINUS
003700*                    CREDITS) TO THE ACTIVITY FILE, SO THE AR270
003800*                    NIGHTLY BALANCING RUN CAN PROVE THE MASTER
003900*                    STILL RECONCILES.
004000*   09/02/2026 DPC   EVERY APPLIED POSTING IS NOW ALSO APPENDED
004100*                    TO THE POSTED-TRANSACTION HISTORY FILE
004200*                    (ACCT-NO, DATE, DEBIT/CREDIT, AMOUNT,
004300*                    POST-REF) SO THE AR240 MONTHLY STATEMENT
004400*                    CAN ITEMIZE THE CYCLE'S ACTIVITY INSTEAD OF
004500*                    SHOWING ONLY THE ENDING BALANCE.
004600*   09/02/2026 DPC   EVERY REJECTED POSTING IS NOW ALSO WRITTEN
004700*                    TO THE POSTING SUSPENSE FILE WITH ITS
004800*                    REJECT REASON AND DATE, SO THE MONEY IS NO
004900*                    LONGER JUST A JOURNAL LINE - THE AR320
005000*                    DAILY AGING RUN WATCHES THE FILE AND THE
005100*                    AR310 RE-APPLICATION RUN FEEDS CORRECTED
005200*                    ITEMS BACK THROUGH THE POSTING STREAM.
005300*   09/02/2026 DPC   THE SUSPENSE WRITE NOW PARKS ZERO WHEN THE
005400*                    PACKED POST-AMOUNT FAILED AR090 VALIDATION
005500*                    - THE SAME GUARD THE JOURNAL LINE ALREADY
005600*                    HAD - SO BAD PACKED BYTES NEVER LAND ON
005700*                    THE SUSPENSE FILE.  THE SUSPENSE GUARD
005800*                    RE-VALIDATES POST-AMOUNT ITSELF RATHER
005900*                    THAN TRUSTING WS-VALID-SW, WHICH BY THEN
006000*                    HOLDS THE LAST AR090 RESULT (THE MASTER'S
006100*                    BALANCE) - A CLEAN AMOUNT REJECTED FOR A
006200*                    CORRUPT BALANCE WAS BEING PARKED AS ZERO
006300*                    AND ITS DOLLARS LOST TO RE-APPLICATION.
006400*   09/02/2026 DPC   NOW STAMPS THE COMMON RUN-CONTROL LOG AT
006500*                    START AND END (CALLS AR095) SO THE AR350
006600*                    WINDOW-CLOSE REPORT CAN PROVE THE WINDOW.
006700*   10/15/2026 DPC   DUPLICATE-POSTING GUARD.  EVERY POST-REF IS
006800*                    NOW CHECKED AGAINST THE HISTORY FILE AND
006900*                    AGAINST THE ITEMS ALREADY SEEN THIS RUN - A
007000*                    REPEAT IS REJECTED TO SUSPENSE AS "DUPLICATE
007100*                    POST-REF" AND LISTED, WITH THE ORIGINAL IT
007200*                    REPEATS, ON THE NEW DUPLICATE-POSTING REPORT.
007300*   10/15/2026 DPC   CHARGED-OFF ACCOUNTS (ACCT-STATUS "W").  THE
007400*                    AR410 WRITE-OFF CREDIT (THE POST-REF HELD ON
007500*                    THE CHARGE-OFF FILE) POSTS NORMALLY; EVERY
007600*                    OTHER CREDIT IS ADDED TO CHGO-RECOVERED AND
007700*                    JOURNALED, AND WRITTEN TO HISTORY, AS A
007800*                    RECOVERY - THE BALANCE AND THE ACTIVITY
007900*                    FILE DO NOT MOVE.  DEBITS ARE REJECTED.
008000*   10/15/2026 DPC   EACH APPLIED CREDIT DATED AFTER THE ACCOUNT'S
008100*                    LAST STATEMENT CYCLE IS ADDED TO BILL-PAID ON
008200*                    THE NEW BILLING FILE, SO THE AR430 MISSED-
008300*                    PAYMENT RUN CAN TELL WHETHER THE MINIMUM WAS
008400*                    MET.  THE CHARGE-OFF WRITE-OFF CREDIT IS NOT
008500*                    A PAYMENT AND IS NOT COUNTED.
008600*   10/15/2026 DPC   BOOKS WHAT THE RUN POSTED TO THE DAILY GL
008700*                    INTERFACE FILE (CALLS AR096), SUMMARIZED
008800*                    BY GL TYPE FROM THE POST-REF SERIES - THE
008900*                    AR300, AR390 AND AR410 POSTINGS CLEAR THE
009000*                    RECEIVABLE CLEARING ACCOUNT THOSE RUNS
009100*                    BOOKED TO, AND RECOVERIES GO TO RECOVERY
009200*                    INCOME.
009300*   10/15/2026 DPC   EACH HISTORY RECORD NOW ALSO CARRIES THE
009400*                    RUN DATE, RUN START TIME, A WITHIN-RUN
009500*                    SEQUENCE AND THE ACCOUNT'S BALANCE AFTER
009600*                    THE POSTING, SO THE AR460 FORWARD-RECOVERY
009700*                    RUN CAN REPLAY THE RUN'S POSTINGS EXACTLY.
009800*   10/15/2026 DPC   AR470 DISPUTE CREDITS ("DC" POST-REF SERIES)
009900*                    BOOK TO THEIR OWN GL TYPE "DCPO", CLEARING
010000*                    AR470'S "DSPC", AND ARE NOT PAYMENTS - THEY
010100*                    ARE NOT ADDED TO BILL-PAID.
010200*   10/15/2026 DPC   THE DUPLICATE-POSTING GUARD NOW READS THE NEW
010300*                    POSTED-REFERENCE FILE BY POST-REF FOR EACH
010400*                    POSTING INSTEAD OF LOADING THE WHOLE HISTORY
010500*                    FILE INTO A TABLE, WHICH ABENDED THE RUN ONCE
010600*                    HISTORY OUTGREW IT.  THE FILE IS BUILT FROM
010700*                    HISTORY THE FIRST TIME IT IS FOUND MISSING.
010800*   10/15/2026 DPC   AN AR390 RETURNED-RECOVERY DEBIT ("RR") ON A
010900*                    CHARGED-OFF ACCOUNT COMES OFF CHGO-RECOVERED
011000*                    INSTEAD OF BEING REJECTED - IT IS JOURNALED,
011100*                    GOES TO HISTORY AS A NEGATIVE RECOVERY, AND
011200*                    NETS AGAINST THE RUN'S "RECV" GL ENTRY.
011300*   10/15/2026 DPC   THE DUPLICATE-POSTING REPORT NOW SHOWS
011400*                    WHETHER THE REPEAT WAS PARKED IN SUSPENSE,
011500*                    WAS ALREADY THERE, OR FAILED TO WRITE.  A
011600*                    DISPUTE CREDIT IS KNOWN BY ONE TEST FOR BOTH
011700*                    BILL-PAID AND THE GL.  PROGRAM RESEQUENCED.
011800*-----------------------------------------------------------------
011900 ENVIRONMENT DIVISION.
012000 INPUT-OUTPUT SECTION.
012100 FILE-CONTROL.
012200     COPY "SELACCT.CPY".
012300     COPY "SELPOST.CPY".
012400     COPY "SELPJRL.CPY".
012500     COPY "SELACTV.CPY".
012600     COPY "SELHIST.CPY".
012700     COPY "SELSUSP.CPY".
012800     COPY "SELDUPR.CPY".
012900     COPY "SELCHGO.CPY".
013000     COPY "SELBILL.CPY".
013100     COPY "SELPREF.CPY".
013200 DATA DIVISION.
013300 FILE SECTION.
013400 COPY "ACCTREC.CPY".
013500 COPY "POSTREC.CPY".
013600 COPY "PJRLREC.CPY".
013700 COPY "ACTVREC.CPY".
013800 COPY "HISTREC.CPY".
013900 COPY "SUSPREC.CPY".
014000 COPY "DUPRREC.CPY".
014100 COPY "CHGOREC.CPY".
014200 COPY "BILLREC.CPY".
014300 COPY "PREFREC.CPY".
014400 WORKING-STORAGE SECTION.
014500 01  WS-ACCT-STATUS          PIC XX VALUE "00".
014600 01  WS-POST-STATUS          PIC XX VALUE "00".
014700 01  WS-ACTV-STATUS          PIC XX VALUE "00".
014800 01  WS-HIST-STATUS          PIC XX VALUE "00".
014900 01  WS-SUSP-STATUS          PIC XX VALUE "00".
015000 01  WS-CHGO-STATUS          PIC XX VALUE "00".
015100 01  WS-BILL-STATUS          PIC XX VALUE "00".
015200 01  WS-PREF-STATUS          PIC XX VALUE "00".
015300 01  WS-RUN-DATE             PIC 9(8).
015400 01  WS-RUN-TIME             PIC 9(8).
015500 01  WS-HIST-SEQ             PIC 9(7) COMP-3 VALUE ZERO.
015600 01  WS-SWITCHES.
015700     05  POST-SW             PIC X VALUE SPACE.
015800         88  POST-EOF            VALUE "Y".
015900     05  WS-FOUND-SW         PIC X VALUE SPACE.
016000         88  ACCT-FOUND          VALUE "Y".
016100         88  ACCT-NOT-FOUND      VALUE "N".
016200     05  HIST-EOF-SW         PIC X VALUE SPACE.
016300         88  HIST-FILE-EOF       VALUE "Y".
016400     05  WS-DUP-SW           PIC X VALUE SPACE.
016500         88  REF-IS-DUPLICATE    VALUE "Y".
016600         88  REF-NOT-DUPLICATE   VALUE "N".
016700     05  WS-RECOVERY-SW      PIC X VALUE SPACE.
016800         88  POSTING-IS-RECOVERY VALUE "Y".
016900         88  POSTING-NOT-RECOVERY
017000                                 VALUE "N".
017100     05  WS-PREF-SW          PIC X VALUE SPACE.
017200         88  PREF-ON-FILE        VALUE "Y".
017300         88  PREF-NOT-ON-FILE    VALUE "N".
017400     05  WS-SERIES-SW        PIC X VALUE SPACE.
017500         88  POSTING-IS-DISPUTE-CREDIT
017600                                 VALUE "D".
017700         88  POSTING-IS-NSF-REVERSAL
017800                                 VALUE "N".
017900         88  POSTING-IS-RECOVERY-RETURN
018000                                 VALUE "R".
018100         88  POSTING-IS-OTHER-SERIES
018200                                 VALUE " ".
018300     05  WS-SUSP-WRITE-SW    PIC X VALUE SPACE.
018400         88  SUSP-ITEM-PARKED    VALUE "Y".
018500         88  SUSP-ITEM-ON-FILE   VALUE "D".
018600         88  SUSP-WRITE-FAILED   VALUE "F".
018700 01  WS-VALID-SW             PIC X.
018800     88  WS-FIELD-VALID          VALUE "Y".
018900     88  WS-FIELD-INVALID        VALUE "N".
019000 01  WS-COUNTERS.
019100     05  WS-POSTED-COUNT     PIC 9(7) COMP-3 VALUE ZERO.
019200     05  WS-REJECT-COUNT     PIC 9(7) COMP-3 VALUE ZERO.
019300     05  WS-IO-ERROR-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
019400     05  WS-DUP-COUNT        PIC 9(7) COMP-3 VALUE ZERO.
019500     05  WS-RECOVERY-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
019600     05  WS-BILL-PAID-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
019700     05  WS-RECOV-REV-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
019800     05  WS-PREF-LOAD-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
019900 01  WS-RUN-TOTALS.
020000     05  WS-DEBIT-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
020100     05  WS-CREDIT-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
020200     05  WS-DUP-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
020300     05  WS-RECOVERY-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
020400     05  WS-RECOV-REV-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.
020500*-----------------------------------------------------------------
020600* THE SAME DEBITS AND CREDITS BROKEN OUT BY GL TYPE.  POSTINGS CUT
020700* BY AR300 ("FC"), AR390 ("NR"/"NF") AND AR410 (THE CHARGE-OFF
020800* WRITE-OFF) ARE KEPT APART FROM THE KEYED ITEMS BECAUSE THOSE
020900* RUNS ALREADY BOOKED THEM TO RECEIVABLE CLEARING.
021000*-----------------------------------------------------------------
021100 01  WS-GL-TOTALS.
021200     05  WS-GL-PAYMENTS      PIC S9(9)V99 COMP-3 VALUE ZERO.
021300     05  WS-GL-CHARGES       PIC S9(9)V99 COMP-3 VALUE ZERO.
021400     05  WS-GL-FINCHG        PIC S9(9)V99 COMP-3 VALUE ZERO.
021500     05  WS-GL-NSF-REVERSALS PIC S9(9)V99 COMP-3 VALUE ZERO.
021600     05  WS-GL-NSF-FEES      PIC S9(9)V99 COMP-3 VALUE ZERO.
021700     05  WS-GL-WRITEOFFS     PIC S9(9)V99 COMP-3 VALUE ZERO.
021800     05  WS-GL-DISPUTE-CREDITS
021900                             PIC S9(9)V99 COMP-3 VALUE ZERO.
022000 01  WS-REJECT-REASON        PIC X(30).
022100 01  WS-RUN-CONTROL.
022200     05  WS-RUNL-PROGRAM     PIC X(8) VALUE "AR230".
022300     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
022400     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
022500     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
022600 01  WS-GL-CONTROL.
022700     05  WS-GLC-FUNCTION     PIC X(1) VALUE "E".
022800     05  WS-GLC-PROGRAM      PIC X(8) VALUE "AR230".
022900     05  WS-GLC-RUN-DATE     PIC 9(8) VALUE ZERO.
023000     05  WS-GLC-TRAN-TYPE    PIC X(4) VALUE SPACES.
023100     05  WS-GLC-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
023200 PROCEDURE DIVISION.
023300*-----------------------------------------------------------------
023400* 0000-MAINLINE
023500*-----------------------------------------------------------------
023600 0000-MAINLINE.
023700     PERFORM 1000-INITIALIZE
023800         THRU 1000-INITIALIZE-EXIT.
023900     PERFORM 2000-PROCESS-POSTING
024000         THRU 2000-PROCESS-POSTING-EXIT
024100         UNTIL POST-EOF.
024200     PERFORM 9000-TERMINATE
024300         THRU 9000-TERMINATE-EXIT.
024400     STOP RUN.
024500*-----------------------------------------------------------------
024600* 1000-INITIALIZE
024700*-----------------------------------------------------------------
024800 1000-INITIALIZE.
024900     CALL "AR095" USING WS-RUN-CONTROL.
025000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025100     ACCEPT WS-RUN-TIME FROM TIME.
025200     OPEN I-O    ACCT-REC.
025300     OPEN INPUT  POST-FILE.
025400     OPEN OUTPUT POST-JRNL.
025500     OPEN OUTPUT DUP-RPT.
025600     OPEN EXTEND ACTIVITY-FILE.
025700     IF WS-ACTV-STATUS = "35"
025800         OPEN OUTPUT ACTIVITY-FILE
025900     END-IF.
026000     PERFORM 1200-OPEN-REF-FILE
026100         THRU 1200-OPEN-REF-FILE-EXIT.
026200     OPEN EXTEND HIST-FILE.
026300     IF WS-HIST-STATUS = "35"
026400         OPEN OUTPUT HIST-FILE
026500     END-IF.
026600     OPEN I-O SUSP-FILE.
026700     IF WS-SUSP-STATUS = "35"
026800         OPEN OUTPUT SUSP-FILE
026900         CLOSE SUSP-FILE
027000         OPEN I-O SUSP-FILE
027100     END-IF.
027200     OPEN I-O CHGOFF-FILE.
027300     IF WS-CHGO-STATUS = "35"
027400         OPEN OUTPUT CHGOFF-FILE
027500         CLOSE CHGOFF-FILE
027600         OPEN I-O CHGOFF-FILE
027700     END-IF.
027800     OPEN I-O BILL-FILE.
027900     IF WS-BILL-STATUS = "35"
028000         OPEN OUTPUT BILL-FILE
028100         CLOSE BILL-FILE
028200         OPEN I-O BILL-FILE
028300     END-IF.
028400     READ POST-FILE
028500         AT END
028600             SET POST-EOF TO TRUE.
028700 1000-INITIALIZE-EXIT.
028800     EXIT.
028900*-----------------------------------------------------------------
029000* 1200-OPEN-REF-FILE
029100*
029200* THE POSTED-REFERENCE FILE STAYS OPEN I-O FOR THE RUN.  WHEN IT
029300* IS NOT ON DISK (THE FIRST RUN, OR AFTER IT WAS LOST) IT IS
029400* CREATED AND LOADED WITH THE POST-REF OF EVERY POSTING ON THE
029500* HISTORY FILE, BEFORE HISTORY IS RE-OPENED EXTEND FOR THIS RUN'S
029600* APPENDS.  NO HISTORY FILE EITHER MEANS NOTHING HAS EVER POSTED.
029700*-----------------------------------------------------------------
029800 1200-OPEN-REF-FILE.
029900     OPEN I-O POSTREF-FILE.
030000     IF WS-PREF-STATUS NOT = "35"
030100         GO TO 1200-OPEN-REF-FILE-EXIT
030200     END-IF.
030300     OPEN OUTPUT POSTREF-FILE.
030400     CLOSE POSTREF-FILE.
030500     OPEN I-O POSTREF-FILE.
030600     OPEN INPUT HIST-FILE.
030700     IF WS-HIST-STATUS = "35"
030800         GO TO 1200-OPEN-REF-FILE-EXIT
030900     END-IF.
031000     READ HIST-FILE
031100         AT END
031200             SET HIST-FILE-EOF TO TRUE.
031300     PERFORM 1250-LOAD-ONE-REF
031400         THRU 1250-LOAD-ONE-REF-EXIT
031500         UNTIL HIST-FILE-EOF.
031600     CLOSE HIST-FILE.
031700     DISPLAY "AR230 - POSTED-REFERENCE FILE BUILT FROM HISTORY - "
031800         WS-PREF-LOAD-COUNT " REFERENCES".
031900 1200-OPEN-REF-FILE-EXIT.
032000     EXIT.
032100*-----------------------------------------------------------------
032200* 1250-LOAD-ONE-REF
032300*   A REFERENCE ON HISTORY MORE THAN ONCE KEEPS ITS FIRST POSTING.
032400*-----------------------------------------------------------------
032500 1250-LOAD-ONE-REF.
032600     IF HIST-REF NOT = SPACES
032700         MOVE HIST-REF      TO PREF-REF
032800         MOVE HIST-ACCT-NO  TO PREF-ACCT-NO
032900         MOVE HIST-DATE     TO PREF-DATE
033000         MOVE HIST-DC-CODE  TO PREF-DC-CODE
033100         MOVE HIST-AMOUNT   TO PREF-AMOUNT
033200         SET PREF-APPLIED   TO TRUE
033300         MOVE HIST-RUN-DATE TO PREF-RUN-DATE
033400         MOVE HIST-RUN-TIME TO PREF-RUN-TIME
033500         WRITE PREF-REC
033600             NOT INVALID KEY
033700                 ADD 1 TO WS-PREF-LOAD-COUNT
033800         END-WRITE
033900     END-IF.
034000     READ HIST-FILE
034100         AT END
034200             SET HIST-FILE-EOF TO TRUE.
034300 1250-LOAD-ONE-REF-EXIT.
034400     EXIT.
034500*-----------------------------------------------------------------
034600* 2000-PROCESS-POSTING
034700*
034800* LOOKS UP THE MASTER RECORD FOR THE CURRENT POSTING BY ACCT-NO
034900* AND EITHER APPLIES THE AMOUNT AGAINST ACCT-BALANCE OR REJECTS
035000* THE POSTING WITH A REASON ON THE JOURNAL.  THE AMOUNT AND THE
035100* MASTER'S BALANCE ARE RUN THROUGH THE AR090 COMP-3 VALIDATOR
035200* FIRST SO A BLOWN PACKED FIELD CANNOT CORRUPT THE ARITHMETIC.
035300*-----------------------------------------------------------------
035400 2000-PROCESS-POSTING.
035500     MOVE SPACES TO WS-REJECT-REASON.
035600     SET POSTING-NOT-RECOVERY TO TRUE.
035700     PERFORM 2020-SET-REF-SERIES
035800         THRU 2020-SET-REF-SERIES-EXIT.
035900     MOVE POST-ACCT-NO TO ACCT-NO.
036000     READ ACCT-REC
036100         INVALID KEY
036200             SET ACCT-NOT-FOUND TO TRUE
036300         NOT INVALID KEY
036400             SET ACCT-FOUND TO TRUE
036500     END-READ.
036600     CALL "AR090" USING POST-AMOUNT WS-VALID-SW.
036700     IF WS-FIELD-VALID AND ACCT-FOUND
036800         CALL "AR090" USING ACCT-BALANCE WS-VALID-SW
036900     END-IF.
037000     PERFORM 2050-CHECK-DUPLICATE-REF
037100         THRU 2050-CHECK-DUPLICATE-REF-EXIT.
037200     EVALUATE TRUE
037300         WHEN NOT POST-DEBIT AND NOT POST-CREDIT
037400             MOVE "INVALID DEBIT/CREDIT CODE"
037500                 TO WS-REJECT-REASON
037600         WHEN WS-FIELD-INVALID
037700             MOVE "INVALID COMP-3 AMOUNT/BALANCE"
037800                 TO WS-REJECT-REASON
037900         WHEN REF-IS-DUPLICATE
038000             MOVE "DUPLICATE POST-REF"
038100                 TO WS-REJECT-REASON
038200         WHEN ACCT-NOT-FOUND
038300             MOVE "NO ACCOUNT ON FILE"
038400                 TO WS-REJECT-REASON
038500         WHEN ACCT-CLOSED
038600             MOVE "ACCOUNT IS CLOSED"
038700                 TO WS-REJECT-REASON
038800         WHEN ACCT-FROZEN
038900             MOVE "ACCOUNT IS FROZEN"
039000                 TO WS-REJECT-REASON
039100         WHEN POSTING-IS-RECOVERY-RETURN AND NOT ACCT-CHARGED-OFF
039200             MOVE "RECOVERY RETURN - NOT CHGD OFF"
039300                 TO WS-REJECT-REASON
039400         WHEN ACCT-CHARGED-OFF
039500             PERFORM 2600-CHARGED-OFF-POSTING
039600                 THRU 2600-CHARGED-OFF-POSTING-EXIT
039700         WHEN OTHER
039800             PERFORM 2100-APPLY-POSTING
039900                 THRU 2100-APPLY-POSTING-EXIT
040000     END-EVALUATE.
040100     IF WS-REJECT-REASON NOT = SPACES
040200         PERFORM 2300-REJECT-POSTING
040300             THRU 2300-REJECT-POSTING-EXIT
040400     END-IF.
040500     IF WS-REJECT-REASON = "DUPLICATE POST-REF"
040600         PERFORM 2400-WRITE-DUPLICATE-PAIR
040700             THRU 2400-WRITE-DUPLICATE-PAIR-EXIT
040800     END-IF.
040900     IF REF-NOT-DUPLICATE
041000         PERFORM 2060-RECORD-POST-REF
041100             THRU 2060-RECORD-POST-REF-EXIT
041200     END-IF.
041300     READ POST-FILE
041400         AT END
041500             SET POST-EOF TO TRUE.
041600 2000-PROCESS-POSTING-EXIT.
041700     EXIT.
041800*-----------------------------------------------------------------
041900* 2020-SET-REF-SERIES
042000*
042100* THE GENERATED POST-REF SERIES THAT ARE TREATED APART FROM KEYED
042200* ITEMS - A TWO-LETTER SERIES FOLLOWED BY THE YYDDD DAY AND A
042300* FIVE-DIGIT SEQUENCE.  AN AR470 DISPUTE CREDIT ("DC") IS NOT A
042400* PAYMENT; AN AR390 REVERSAL ("NR") CLEARS AR390'S BOOKING; AN
042500* AR390 RETURNED RECOVERY ("RR") COMES OFF A CHARGE-OFF RECORD.  A
042600* KEYED REFERENCE THAT HAPPENS TO START WITH THE SAME LETTERS IS
042700* NONE OF THEM.
042800*-----------------------------------------------------------------
042900 2020-SET-REF-SERIES.
043000     SET POSTING-IS-OTHER-SERIES TO TRUE.
043100     IF POST-REF(3:10) NOT NUMERIC
043200         GO TO 2020-SET-REF-SERIES-EXIT
043300     END-IF.
043400     IF POST-CREDIT AND POST-REF(1:2) = "DC"
043500         SET POSTING-IS-DISPUTE-CREDIT TO TRUE
043600     END-IF.
043700     IF POST-DEBIT AND POST-REF(1:2) = "NR"
043800         SET POSTING-IS-NSF-REVERSAL TO TRUE
043900     END-IF.
044000     IF POST-DEBIT AND POST-REF(1:2) = "RR"
044100         SET POSTING-IS-RECOVERY-RETURN TO TRUE
044200     END-IF.
044300 2020-SET-REF-SERIES-EXIT.
044400     EXIT.
044500*-----------------------------------------------------------------
044600* 2050-CHECK-DUPLICATE-REF
044700*
044800* LOOKS THE POSTING'S POST-REF UP ON THE POSTED-REFERENCE FILE,
044900* WHICH IS LEFT HOLDING THE ORIGINAL.  A REFERENCE ALREADY APPLIED
045000* IS A DUPLICATE; ONE REJECTED EARLIER IN THIS SAME RUN IS TOO, SO
045100* A SECOND COPY FURTHER DOWN THE FILE IS CAUGHT EVEN WHEN THE
045200* FIRST WENT TO SUSPENSE.  ONE REJECTED IN AN EARLIER RUN IS NOT -
045300* IT IS THE CORRECTED ITEM COMING BACK.  A BLANK POST-REF HAS
045400* NOTHING TO KEY ON AND IS NEVER TREATED AS A DUPLICATE.
045500*-----------------------------------------------------------------
045600 2050-CHECK-DUPLICATE-REF.
045700     SET REF-NOT-DUPLICATE TO TRUE.
045800     SET PREF-NOT-ON-FILE TO TRUE.
045900     IF POST-REF = SPACES
046000         GO TO 2050-CHECK-DUPLICATE-REF-EXIT
046100     END-IF.
046200     MOVE POST-REF TO PREF-REF.
046300     READ POSTREF-FILE
046400         INVALID KEY
046500             GO TO 2050-CHECK-DUPLICATE-REF-EXIT
046600     END-READ.
046700     SET PREF-ON-FILE TO TRUE.
046800     IF PREF-APPLIED
046900         OR (PREF-RUN-DATE = WS-RUN-DATE
047000             AND PREF-RUN-TIME = WS-RUN-TIME)
047100         SET REF-IS-DUPLICATE TO TRUE
047200     END-IF.
047300 2050-CHECK-DUPLICATE-REF-EXIT.
047400     EXIT.
047500*-----------------------------------------------------------------
047600* 2060-RECORD-POST-REF
047700*
047800* EVERY POSTING READ THIS RUN - APPLIED OR REJECTED - CLAIMS ITS
047900* POST-REF ON THE POSTED-REFERENCE FILE, REPLACING A REJECT LEFT
048000* THERE BY AN EARLIER RUN.  THE AMOUNT IS HELD ONLY WHEN IT PASSED
048100* AR090 VALIDATION.
048200*-----------------------------------------------------------------
048300 2060-RECORD-POST-REF.
048400     IF POST-REF = SPACES
048500         GO TO 2060-RECORD-POST-REF-EXIT
048600     END-IF.
048700     MOVE POST-REF     TO PREF-REF.
048800     MOVE POST-ACCT-NO TO PREF-ACCT-NO.
048900     MOVE POST-DATE    TO PREF-DATE.
049000     MOVE POST-DC-CODE TO PREF-DC-CODE.
049100     CALL "AR090" USING POST-AMOUNT WS-VALID-SW.
049200     IF WS-FIELD-VALID
049300         MOVE POST-AMOUNT TO PREF-AMOUNT
049400     ELSE
049500         MOVE ZERO        TO PREF-AMOUNT
049600     END-IF.
049700     IF WS-REJECT-REASON = SPACES
049800         SET PREF-APPLIED  TO TRUE
049900     ELSE
050000         SET PREF-REJECTED TO TRUE
050100     END-IF.
050200     MOVE WS-RUN-DATE  TO PREF-RUN-DATE.
050300     MOVE WS-RUN-TIME  TO PREF-RUN-TIME.
050400     IF PREF-ON-FILE
050500         REWRITE PREF-REC
050600             INVALID KEY
050700                 DISPLAY "POSTED-REFERENCE REWRITE FAILED - REF "
050800                     POST-REF
050900         END-REWRITE
051000     ELSE
051100         WRITE PREF-REC
051200             INVALID KEY
051300                 DISPLAY "POSTED-REFERENCE WRITE FAILED - REF "
051400                     POST-REF
051500         END-WRITE
051600     END-IF.
051700 2060-RECORD-POST-REF-EXIT.
051800     EXIT.
051900*-----------------------------------------------------------------
052000* 2100-APPLY-POSTING
052100*-----------------------------------------------------------------
052200 2100-APPLY-POSTING.
052300     IF POST-DEBIT
052400         ADD POST-AMOUNT TO ACCT-BALANCE
052500     ELSE
052600         SUBTRACT POST-AMOUNT FROM ACCT-BALANCE
052700     END-IF.
052800     REWRITE ACCT-FIELDS
052900         INVALID KEY
053000             MOVE "MASTER REWRITE FAILED"
053100                 TO WS-REJECT-REASON
053200             ADD 1 TO WS-IO-ERROR-COUNT
053300         NOT INVALID KEY
053400             ADD 1 TO WS-POSTED-COUNT
053500             PERFORM 2150-ACCUMULATE-TOTALS
053600                 THRU 2150-ACCUMULATE-TOTALS-EXIT
053700             PERFORM 2200-WRITE-JOURNAL-DETAIL
053800                 THRU 2200-WRITE-JOURNAL-DETAIL-EXIT
053900             PERFORM 2250-WRITE-HISTORY-REC
054000                 THRU 2250-WRITE-HISTORY-REC-EXIT
054100             IF POST-CREDIT AND NOT ACCT-CHARGED-OFF
054200                 AND NOT POSTING-IS-DISPUTE-CREDIT
054300                 PERFORM 2160-CREDIT-BILL
054400                     THRU 2160-CREDIT-BILL-EXIT
054500             END-IF
054600     END-REWRITE.
054700 2100-APPLY-POSTING-EXIT.
054800     EXIT.
054900*-----------------------------------------------------------------
055000* 2150-ACCUMULATE-TOTALS
055100*-----------------------------------------------------------------
055200 2150-ACCUMULATE-TOTALS.
055300     IF POST-DEBIT
055400         ADD POST-AMOUNT TO WS-DEBIT-TOTAL
055500     ELSE
055600         ADD POST-AMOUNT TO WS-CREDIT-TOTAL
055700     END-IF.
055800     PERFORM 2170-CLASSIFY-FOR-GL
055900         THRU 2170-CLASSIFY-FOR-GL-EXIT.
056000 2150-ACCUMULATE-TOTALS-EXIT.
056100     EXIT.
056200*-----------------------------------------------------------------
056300* 2160-CREDIT-BILL
056400*
056500* A PAYMENT DATED AFTER THE CYCLE ON THE ACCOUNT'S BILLING RECORD
056600* COUNTS AGAINST THAT BILL'S MINIMUM DUE.  ONE DATED ON OR BEFORE
056700* THE CYCLE TO-DATE WAS ALREADY IN THE STATEMENT BALANCE THE
056800* MINIMUM WAS FIGURED FROM.  AN ACCOUNT NEVER YET BILLED HAS NO
056900* RECORD AND NOTHING TO COUNT AGAINST.  AN AR470 DISPUTE CREDIT
057000* IS NOT A PAYMENT AND NEVER REACHES HERE.
057100*-----------------------------------------------------------------
057200 2160-CREDIT-BILL.
057300     MOVE ACCT-NO TO BILL-ACCT-NO.
057400     READ BILL-FILE
057500         INVALID KEY
057600             GO TO 2160-CREDIT-BILL-EXIT
057700     END-READ.
057800     IF POST-DATE NOT > BILL-CYCLE-DATE
057900         GO TO 2160-CREDIT-BILL-EXIT
058000     END-IF.
058100     ADD POST-AMOUNT TO BILL-PAID.
058200     MOVE POST-DATE  TO BILL-LAST-PAY-DATE.
058300     REWRITE BILL-REC
058400         INVALID KEY
058500             DISPLAY "BILLING REWRITE FAILED - ACCT " BILL-ACCT-NO
058600         NOT INVALID KEY
058700             ADD 1 TO WS-BILL-PAID-COUNT
058800     END-REWRITE.
058900 2160-CREDIT-BILL-EXIT.
059000     EXIT.
059100*-----------------------------------------------------------------
059200* 2170-CLASSIFY-FOR-GL
059300*
059400* A GENERATED POST-REF IS A TWO-LETTER SERIES, THE YYDDD DAY, AND
059500* A FIVE-DIGIT SEQUENCE; ANYTHING ELSE WAS KEYED.  THE CHARGE-OFF
059600* WRITE-OFF IS THE ONLY POSTING APPLIED TO A CHARGED-OFF ACCOUNT
059700* (2600 TURNS EVERY OTHER ONE INTO A RECOVERY OR A REJECT).
059800* AN AR470 DISPUTE CREDIT CLEARS ITS OWN TYPE, NOT PAYMENTS.
059900*-----------------------------------------------------------------
060000 2170-CLASSIFY-FOR-GL.
060100     EVALUATE TRUE
060200         WHEN ACCT-CHARGED-OFF
060300             ADD POST-AMOUNT TO WS-GL-WRITEOFFS
060400         WHEN POSTING-IS-DISPUTE-CREDIT
060500             ADD POST-AMOUNT TO WS-GL-DISPUTE-CREDITS
060600         WHEN POST-CREDIT
060700             ADD POST-AMOUNT TO WS-GL-PAYMENTS
060800         WHEN POST-REF(3:10) NOT NUMERIC
060900             ADD POST-AMOUNT TO WS-GL-CHARGES
061000         WHEN POST-REF(1:2) = "FC"
061100             ADD POST-AMOUNT TO WS-GL-FINCHG
061200         WHEN POSTING-IS-NSF-REVERSAL
061300             ADD POST-AMOUNT TO WS-GL-NSF-REVERSALS
061400         WHEN POST-REF(1:2) = "NF"
061500             ADD POST-AMOUNT TO WS-GL-NSF-FEES
061600         WHEN OTHER
061700             ADD POST-AMOUNT TO WS-GL-CHARGES
061800     END-EVALUATE.
061900 2170-CLASSIFY-FOR-GL-EXIT.
062000     EXIT.
062100*-----------------------------------------------------------------
062200* 2200-WRITE-JOURNAL-DETAIL
062300*
062400* APPLIED-POSTING DETAIL LINE - ACCT-BALANCE ALREADY HOLDS THE
062500* NEW BALANCE BY THE TIME THIS IS PERFORMED.
062600*-----------------------------------------------------------------
062700 2200-WRITE-JOURNAL-DETAIL.
062800     MOVE POST-ACCT-NO    TO PJRL-ACCT-NO-O.
062900     IF POST-DEBIT
063000         MOVE "DEBIT"     TO PJRL-DC-O
063100     ELSE
063200         MOVE "CREDIT"    TO PJRL-DC-O
063300     END-IF.
063400     MOVE POST-AMOUNT     TO PJRL-AMOUNT-O.
063500     MOVE POST-DATE       TO PJRL-DATE-O.
063600     MOVE POST-REF        TO PJRL-REF-O.
063700     MOVE ACCT-BALANCE    TO PJRL-NEW-BAL-O.
063800     IF POSTING-IS-RECOVERY AND POST-DEBIT
063900         MOVE "RECOVERY REVERSED" TO PJRL-MSG-O
064000     END-IF.
064100     IF POSTING-IS-RECOVERY AND POST-CREDIT
064200         MOVE "RECOVERY"  TO PJRL-MSG-O
064300     END-IF.
064400     IF POSTING-NOT-RECOVERY
064500         MOVE "POSTED"    TO PJRL-MSG-O
064600     END-IF.
064700     WRITE POST-JRNL-REC.
064800 2200-WRITE-JOURNAL-DETAIL-EXIT.
064900     EXIT.
065000*-----------------------------------------------------------------
065100* 2250-WRITE-HISTORY-REC
065200*
065300* ONE HISTORY RECORD PER APPLIED POSTING, SO THE AR240 MONTHLY
065400* STATEMENT CAN ITEMIZE THE CYCLE'S ACTIVITY.  REJECTED
065500* POSTINGS NEVER LAND HERE - THEY NEVER MOVED THE BALANCE.
065600* ACCT-BALANCE ALREADY HOLDS THE BALANCE AFTER THE POSTING (A
065700* RECOVERY LEAVES IT AS IT WAS).  A RETURNED RECOVERY GOES IN AS A
065800* NEGATIVE RECOVERY, SO A SUM OF THE "R" RECORDS NETS IT OUT.
065900*-----------------------------------------------------------------
066000 2250-WRITE-HISTORY-REC.
066100     MOVE POST-ACCT-NO    TO HIST-ACCT-NO.
066200     MOVE POST-DATE       TO HIST-DATE.
066300     MOVE POST-DC-CODE    TO HIST-DC-CODE.
066400     IF POSTING-IS-RECOVERY
066500         SET HIST-RECOVERY TO TRUE
066600     END-IF.
066700     MOVE POST-AMOUNT     TO HIST-AMOUNT.
066800     IF POSTING-IS-RECOVERY AND POST-DEBIT
066900         COMPUTE HIST-AMOUNT = ZERO - POST-AMOUNT
067000     END-IF.
067100     MOVE POST-REF        TO HIST-REF.
067200     ADD 1 TO WS-HIST-SEQ.
067300     MOVE WS-RUN-DATE     TO HIST-RUN-DATE.
067400     MOVE WS-RUN-TIME     TO HIST-RUN-TIME.
067500     MOVE WS-HIST-SEQ     TO HIST-SEQ.
067600     MOVE ACCT-BALANCE    TO HIST-NEW-BALANCE.
067700     WRITE HIST-REC.
067800     IF WS-HIST-STATUS NOT = "00"
067900         DISPLAY "HISTORY WRITE FAILED - STATUS " WS-HIST-STATUS
068000     END-IF.
068100 2250-WRITE-HISTORY-REC-EXIT.
068200     EXIT.
068300*-----------------------------------------------------------------
068400* 2300-REJECT-POSTING
068500*
068600* REJECTED-POSTING DETAIL LINE - THE MASTER IS LEFT UNTOUCHED
068700* AND THE REASON RIDES THE JOURNAL LINE SO THE POSTING CLERK CAN
068800* CORRECT AND RESUBMIT.  THE ATTEMPTED AMOUNT IS CARRIED ON THE
068900* LINE UNLESS THE PACKED AMOUNT FIELD ITSELF FAILED VALIDATION,
069000* IN WHICH CASE IT CANNOT SAFELY BE EDITED AND ZERO IS SHOWN.
069100*-----------------------------------------------------------------
069200 2300-REJECT-POSTING.
069300     MOVE POST-ACCT-NO    TO PJRL-ACCT-NO-O.
069400     MOVE POST-DC-CODE    TO PJRL-DC-O.
069500     IF WS-FIELD-VALID
069600         MOVE POST-AMOUNT TO PJRL-AMOUNT-O
069700     ELSE
069800         MOVE ZERO        TO PJRL-AMOUNT-O
069900     END-IF.
070000     MOVE POST-DATE       TO PJRL-DATE-O.
070100     MOVE POST-REF        TO PJRL-REF-O.
070200     MOVE ZERO            TO PJRL-NEW-BAL-O.
070300     MOVE WS-REJECT-REASON TO PJRL-MSG-O.
070400     WRITE POST-JRNL-REC.
070500     PERFORM 2350-WRITE-SUSPENSE-REC
070600         THRU 2350-WRITE-SUSPENSE-REC-EXIT.
070700     ADD 1 TO WS-REJECT-COUNT.
070800 2300-REJECT-POSTING-EXIT.
070900     EXIT.
071000*-----------------------------------------------------------------
071100* 2350-WRITE-SUSPENSE-REC
071200*
071300* THE REJECTED POST-REC IS PARKED IN SUSPENSE UNDER ITS POST-REF
071400* SO THE MONEY CAN BE RE-APPLIED BY AR310 ONCE THE KEYING ERROR
071500* IS CORRECTED.  A SECOND REJECT CARRYING THE SAME POST-REF
071600* CANNOT OVERWRITE THE ITEM ALREADY PARKED - IT STAYS ON THE
071700* JOURNAL ONLY AND IS DISPLAYED FOR THE POSTING CLERK; THE
071800* OUTCOME IS LEFT IN WS-SUSP-WRITE-SW FOR THE DUPLICATE REPORT.
071900* WHEN THE PACKED AMOUNT ITSELF FAILED AR090 VALIDATION IT CANNOT
072000* SAFELY BE CARRIED (THE SAME GUARD AS THE JOURNAL LINE) -
072100* ZERO IS PARKED AND THE ITEM MUST BE RE-KEYED FROM THE SOURCE
072200* DOCUMENT, NOT RELEASED BY AR310.  POST-AMOUNT IS RE-VALIDATED
072300* HERE - WS-VALID-SW STILL HOLDS THE LAST AR090 RESULT, WHICH
072400* MAY BE THE MASTER'S BALANCE, NOT THIS POSTING'S AMOUNT.
072500*-----------------------------------------------------------------
072600 2350-WRITE-SUSPENSE-REC.
072700     MOVE POST-REF         TO SUSP-REF.
072800     MOVE POST-ACCT-NO     TO SUSP-ACCT-NO.
072900     MOVE POST-DC-CODE     TO SUSP-DC-CODE.
073000     CALL "AR090" USING POST-AMOUNT WS-VALID-SW.
073100     IF WS-FIELD-VALID
073200         MOVE POST-AMOUNT  TO SUSP-AMOUNT
073300     ELSE
073400         MOVE ZERO         TO SUSP-AMOUNT
073500     END-IF.
073600     MOVE POST-DATE        TO SUSP-POST-DATE.
073700     MOVE WS-REJECT-REASON TO SUSP-REJ-REASON.
073800     MOVE WS-RUN-DATE      TO SUSP-REJ-DATE.
073900     MOVE ZERO             TO SUSP-DAYS-OLD.
074000     MOVE WS-RUN-DATE      TO SUSP-LAST-RUN-DATE.
074100     SET SUSP-WRITE-FAILED TO TRUE.
074200     WRITE SUSP-REC
074300         INVALID KEY
074400             IF WS-SUSP-STATUS = "22"
074500                 SET SUSP-ITEM-ON-FILE TO TRUE
074600                 DISPLAY "SUSPENSE ITEM ALREADY ON FILE FOR REF "
074700                     POST-REF
074800             END-IF
074900         NOT INVALID KEY
075000             SET SUSP-ITEM-PARKED TO TRUE
075100     END-WRITE.
075200     IF SUSP-WRITE-FAILED
075300         DISPLAY "SUSPENSE WRITE FAILED - STATUS " WS-SUSP-STATUS
075400             " - REF " POST-REF
075500     END-IF.
075600 2350-WRITE-SUSPENSE-REC-EXIT.
075700     EXIT.
075800*-----------------------------------------------------------------
075900* 2400-WRITE-DUPLICATE-PAIR
076000*
076100* THE ORIGINAL POSTING (FROM THE POSTED-REFERENCE FILE) AND THE
076200* REPEAT JUST TURNED AWAY PRINT AS A PAIR ON THE DUPLICATE-POSTING
076300* REPORT.  THE DUPLICATE REJECT IS TAKEN ONLY AFTER THE AMOUNT
076400* PASSED AR090, SO THE REPEAT'S AMOUNT IS SAFE TO EDIT.  THE
076500* REPEAT'S SOURCE SAYS WHAT BECAME OF IT IN SUSPENSE.
076600*-----------------------------------------------------------------
076700 2400-WRITE-DUPLICATE-PAIR.
076800     MOVE SPACES TO DUP-RPT-REC.
076900     MOVE "ORIGINAL"                 TO DUPR-LINE-TYPE-O.
077000     MOVE PREF-ACCT-NO               TO DUPR-ACCT-NO-O.
077100     IF PREF-DC-CODE = "D"
077200         MOVE "DEBIT"                TO DUPR-DC-O
077300     ELSE
077400         MOVE "CREDIT"               TO DUPR-DC-O
077500     END-IF.
077600     MOVE PREF-AMOUNT                TO DUPR-AMOUNT-O.
077700     MOVE PREF-DATE                  TO DUPR-DATE-O.
077800     MOVE PREF-REF                   TO DUPR-REF-O.
077900     IF PREF-RUN-DATE = WS-RUN-DATE
078000         AND PREF-RUN-TIME = WS-RUN-TIME
078100         MOVE "THIS RUN"             TO DUPR-SOURCE-O
078200     ELSE
078300         MOVE "HISTORY FILE"         TO DUPR-SOURCE-O
078400     END-IF.
078500     WRITE DUP-RPT-REC.
078600     MOVE SPACES TO DUP-RPT-REC.
078700     MOVE "REPEAT"                   TO DUPR-LINE-TYPE-O.
078800     MOVE POST-ACCT-NO               TO DUPR-ACCT-NO-O.
078900     IF POST-DEBIT
079000         MOVE "DEBIT"                TO DUPR-DC-O
079100     ELSE
079200         MOVE "CREDIT"               TO DUPR-DC-O
079300     END-IF.
079400     MOVE POST-AMOUNT                TO DUPR-AMOUNT-O.
079500     MOVE POST-DATE                  TO DUPR-DATE-O.
079600     MOVE POST-REF                   TO DUPR-REF-O.
079700     EVALUATE TRUE
079800         WHEN SUSP-ITEM-PARKED
079900             MOVE "SUSPENSE"              TO DUPR-SOURCE-O
080000         WHEN SUSP-ITEM-ON-FILE
080100             MOVE "ALREADY IN SUSPENSE"   TO DUPR-SOURCE-O
080200         WHEN OTHER
080300             MOVE "SUSPENSE WRITE FAILED" TO DUPR-SOURCE-O
080400     END-EVALUATE.
080500     WRITE DUP-RPT-REC.
080600     ADD 1 TO WS-DUP-COUNT.
080700     ADD POST-AMOUNT TO WS-DUP-TOTAL.
080800 2400-WRITE-DUPLICATE-PAIR-EXIT.
080900     EXIT.
081000*-----------------------------------------------------------------
081100* 2500-WRITE-TOTAL-LINE
081200*-----------------------------------------------------------------
081300 2500-WRITE-TOTAL-LINE.
081400     MOVE "*** POSTING TOTALS *" TO PJRL-TOT-LABEL-O.
081500     MOVE WS-DEBIT-TOTAL         TO PJRL-DEB-TOT-O.
081600     MOVE WS-CREDIT-TOTAL        TO PJRL-CRD-TOT-O.
081700     WRITE PJRL-TOTAL-REC.
081800     MOVE SPACES TO DUP-RPT-REC.
081900     MOVE "*** DUPLICATE POSTINGS *" TO DUPR-TOT-LABEL-O.
082000     MOVE WS-DUP-COUNT              TO DUPR-TOT-COUNT-O.
082100     MOVE WS-DUP-TOTAL              TO DUPR-TOT-AMT-O.
082200     WRITE DUPR-TOTAL-REC.
082300     MOVE "*** RECOVERIES *****" TO PJRL-TOT-LABEL-O.
082400     MOVE ZERO                   TO PJRL-DEB-TOT-O.
082500     MOVE WS-RECOVERY-TOTAL      TO PJRL-CRD-TOT-O.
082600     WRITE PJRL-TOTAL-REC.
082700     MOVE "*** RECOV REVERSED *" TO PJRL-TOT-LABEL-O.
082800     MOVE WS-RECOV-REV-TOTAL     TO PJRL-DEB-TOT-O.
082900     MOVE ZERO                   TO PJRL-CRD-TOT-O.
083000     WRITE PJRL-TOTAL-REC.
083100 2500-WRITE-TOTAL-LINE-EXIT.
083200     EXIT.
083300*-----------------------------------------------------------------
083400* 2600-CHARGED-OFF-POSTING
083500*
083600* A CHARGED-OFF ACCOUNT'S BALANCE HAS BEEN WRITTEN OFF (OR IS
083700* ABOUT TO BE - THE AR410 WRITE-OFF CREDIT MAY BE IN THIS VERY
083800* RUN).  THAT WRITE-OFF, KNOWN BY THE POST-REF AR410 RECORDED ON
083900* THE CHARGE-OFF FILE, IS APPLIED LIKE ANY POSTING.  ANY OTHER
084000* CREDIT IS A RECOVERY.  A DEBIT IS REJECTED - NOTHING MORE IS
084100* CHARGED TO A LOSS - UNLESS IT IS AN AR390 RETURNED RECOVERY.
084200*-----------------------------------------------------------------
084300 2600-CHARGED-OFF-POSTING.
084400     MOVE ACCT-NO TO CHGO-ACCT-NO.
084500     READ CHGOFF-FILE
084600         INVALID KEY
084700             MOVE "NO CHARGE-OFF RECORD ON FILE"
084800                 TO WS-REJECT-REASON
084900             GO TO 2600-CHARGED-OFF-POSTING-EXIT
085000     END-READ.
085100     IF POST-REF = CHGO-REF
085200         PERFORM 2100-APPLY-POSTING
085300             THRU 2100-APPLY-POSTING-EXIT
085400         GO TO 2600-CHARGED-OFF-POSTING-EXIT
085500     END-IF.
085600     IF POST-DEBIT
085700         IF POSTING-IS-RECOVERY-RETURN
085800             PERFORM 2660-REVERSE-RECOVERY
085900                 THRU 2660-REVERSE-RECOVERY-EXIT
086000         ELSE
086100             MOVE "ACCOUNT IS CHARGED OFF"
086200                 TO WS-REJECT-REASON
086300         END-IF
086400         GO TO 2600-CHARGED-OFF-POSTING-EXIT
086500     END-IF.
086600     PERFORM 2650-APPLY-RECOVERY
086700         THRU 2650-APPLY-RECOVERY-EXIT.
086800 2600-CHARGED-OFF-POSTING-EXIT.
086900     EXIT.
087000*-----------------------------------------------------------------
087100* 2650-APPLY-RECOVERY
087200*
087300* THE PAYMENT GOES AGAINST THE CHARGE-OFF RECORD, NOT THE
087400* BALANCE, SO THE MASTER IS NOT REWRITTEN AND THE RUN'S DEBIT
087500* AND CREDIT TOTALS (AND SO THE ACTIVITY FILE) LEAVE IT OUT.  IT
087600* STILL GETS A JOURNAL LINE AND A HISTORY RECORD, CODED AS A
087700* RECOVERY, SO IT IS ACCOUNTED FOR AND ITS POST-REF IS GUARDED.
087800*-----------------------------------------------------------------
087900 2650-APPLY-RECOVERY.
088000     ADD POST-AMOUNT TO CHGO-RECOVERED.
088100     MOVE POST-DATE  TO CHGO-LAST-RECOV-DATE.
088200     REWRITE CHGO-REC
088300         INVALID KEY
088400             MOVE "CHARGE-OFF REWRITE FAILED"
088500                 TO WS-REJECT-REASON
088600             ADD 1 TO WS-IO-ERROR-COUNT
088700         NOT INVALID KEY
088800             SET POSTING-IS-RECOVERY TO TRUE
088900             ADD 1 TO WS-POSTED-COUNT
089000             ADD 1 TO WS-RECOVERY-COUNT
089100             ADD POST-AMOUNT TO WS-RECOVERY-TOTAL
089200             PERFORM 2200-WRITE-JOURNAL-DETAIL
089300                 THRU 2200-WRITE-JOURNAL-DETAIL-EXIT
089400             PERFORM 2250-WRITE-HISTORY-REC
089500                 THRU 2250-WRITE-HISTORY-REC-EXIT
089600     END-REWRITE.
089700 2650-APPLY-RECOVERY-EXIT.
089800     EXIT.
089900*-----------------------------------------------------------------
090000* 2660-REVERSE-RECOVERY
090100*
090200* THE BANK RETURNED A RECOVERY PAYMENT.  THE AMOUNT COMES BACK OFF
090300* THE CHARGE-OFF RECORD - NEVER THE BALANCE, WHICH THE RECOVERY
090400* DID NOT MOVE - AND IS JOURNALED AND WRITTEN TO HISTORY LIKE THE
090500* RECOVERY IT UNDOES.  A REVERSAL LARGER THAN WHAT HAS BEEN
090600* RECOVERED IS REJECTED RATHER THAN LEFT NEGATIVE.
090700*-----------------------------------------------------------------
090800 2660-REVERSE-RECOVERY.
090900     IF POST-AMOUNT > CHGO-RECOVERED
091000         MOVE "REVERSAL EXCEEDS RECOVERIES"
091100             TO WS-REJECT-REASON
091200         GO TO 2660-REVERSE-RECOVERY-EXIT
091300     END-IF.
091400     SUBTRACT POST-AMOUNT FROM CHGO-RECOVERED.
091500     REWRITE CHGO-REC
091600         INVALID KEY
091700             MOVE "CHARGE-OFF REWRITE FAILED"
091800                 TO WS-REJECT-REASON
091900             ADD 1 TO WS-IO-ERROR-COUNT
092000         NOT INVALID KEY
092100             SET POSTING-IS-RECOVERY TO TRUE
092200             ADD 1 TO WS-POSTED-COUNT
092300             ADD 1 TO WS-RECOV-REV-COUNT
092400             ADD POST-AMOUNT TO WS-RECOV-REV-TOTAL
092500             PERFORM 2200-WRITE-JOURNAL-DETAIL
092600                 THRU 2200-WRITE-JOURNAL-DETAIL-EXIT
092700             PERFORM 2250-WRITE-HISTORY-REC
092800                 THRU 2250-WRITE-HISTORY-REC-EXIT
092900     END-REWRITE.
093000 2660-REVERSE-RECOVERY-EXIT.
093100     EXIT.
093200*-----------------------------------------------------------------
093300* 8000-WRITE-ACTIVITY-REC
093400*
093500* POSTING MOVES ONLY ACCT-BALANCE, SO THE NET EFFECT ON THE
093600* MASTER'S POSITION IS DEBITS MINUS CREDITS - RECORD COUNT AND
093700* LIMIT DOLLARS NEVER MOVE HERE.  WRITTEN EVEN WHEN THE RUN
093800* POSTED NOTHING, SO THE BALANCING REPORT SHOWS THE RUN TOOK
093900* PLACE.
094000*-----------------------------------------------------------------
094100 8000-WRITE-ACTIVITY-REC.
094200     MOVE "AR230"       TO ACTV-PROGRAM.
094300     MOVE WS-RUN-DATE   TO ACTV-DATE.
094400     MOVE ZERO          TO ACTV-NET-COUNT.
094500     COMPUTE ACTV-NET-BALANCE =
094600         WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.
094700     MOVE ZERO          TO ACTV-NET-LIMIT.
094800     WRITE ACTV-REC.
094900     IF WS-ACTV-STATUS NOT = "00"
095000         DISPLAY "ACTIVITY WRITE FAILED - STATUS " WS-ACTV-STATUS
095100     END-IF.
095200 8000-WRITE-ACTIVITY-REC-EXIT.
095300     EXIT.
095400*-----------------------------------------------------------------
095500* 8100-BOOK-GL-ENTRIES
095600*
095700* ONE SUMMARIZED GL ENTRY PER TYPE, THEN THE BATCH TRAILER.
095800* AR096 LOOKS UP THE ACCOUNTS ON THE GL CONTROL TABLE AND SKIPS A
095900* TYPE WITH NOTHING IN IT.  THE RECEIVABLE SIDES OF THESE ENTRIES
096000* NET TO DEBITS MINUS CREDITS - THE RUN'S ACTIVITY RECORD FIGURE.
096100* RETURNED RECOVERIES NET AGAINST THE DAY'S RECOVERIES; A NEGATIVE
096200* "RECV" AMOUNT BOOKS THE REVERSE ENTRY.
096300*-----------------------------------------------------------------
096400 8100-BOOK-GL-ENTRIES.
096500     MOVE WS-RUN-DATE         TO WS-GLC-RUN-DATE.
096600     MOVE "E"                 TO WS-GLC-FUNCTION.
096700     MOVE "PCRD"              TO WS-GLC-TRAN-TYPE.
096800     MOVE WS-GL-PAYMENTS      TO WS-GLC-AMOUNT.
096900     CALL "AR096" USING WS-GL-CONTROL.
097000     MOVE "PDEB"              TO WS-GLC-TRAN-TYPE.
097100     MOVE WS-GL-CHARGES       TO WS-GLC-AMOUNT.
097200     CALL "AR096" USING WS-GL-CONTROL.
097300     MOVE "FCPO"              TO WS-GLC-TRAN-TYPE.
097400     MOVE WS-GL-FINCHG        TO WS-GLC-AMOUNT.
097500     CALL "AR096" USING WS-GL-CONTROL.
097600     MOVE "NRPO"              TO WS-GLC-TRAN-TYPE.
097700     MOVE WS-GL-NSF-REVERSALS TO WS-GLC-AMOUNT.
097800     CALL "AR096" USING WS-GL-CONTROL.
097900     MOVE "NFPO"              TO WS-GLC-TRAN-TYPE.
098000     MOVE WS-GL-NSF-FEES      TO WS-GLC-AMOUNT.
098100     CALL "AR096" USING WS-GL-CONTROL.
098200     MOVE "COPO"              TO WS-GLC-TRAN-TYPE.
098300     MOVE WS-GL-WRITEOFFS     TO WS-GLC-AMOUNT.
098400     CALL "AR096" USING WS-GL-CONTROL.
098500     MOVE "DCPO"              TO WS-GLC-TRAN-TYPE.
098600     MOVE WS-GL-DISPUTE-CREDITS
098700                              TO WS-GLC-AMOUNT.
098800     CALL "AR096" USING WS-GL-CONTROL.
098900     MOVE "RECV"              TO WS-GLC-TRAN-TYPE.
099000     COMPUTE WS-GLC-AMOUNT =
099100         WS-RECOVERY-TOTAL - WS-RECOV-REV-TOTAL.
099200     CALL "AR096" USING WS-GL-CONTROL.
099300     MOVE "T"                 TO WS-GLC-FUNCTION.
099400     CALL "AR096" USING WS-GL-CONTROL.
099500 8100-BOOK-GL-ENTRIES-EXIT.
099600     EXIT.
099700*-----------------------------------------------------------------
099800* 9000-TERMINATE
099900*-----------------------------------------------------------------
100000 9000-TERMINATE.
100100     PERFORM 2500-WRITE-TOTAL-LINE
100200         THRU 2500-WRITE-TOTAL-LINE-EXIT.
100300     PERFORM 8000-WRITE-ACTIVITY-REC
100400         THRU 8000-WRITE-ACTIVITY-REC-EXIT.
100500     PERFORM 8100-BOOK-GL-ENTRIES
100600         THRU 8100-BOOK-GL-ENTRIES-EXIT.
100700     CLOSE ACCT-REC.
100800     CLOSE POST-FILE.
100900     CLOSE POST-JRNL.
101000     CLOSE ACTIVITY-FILE.
101100     CLOSE HIST-FILE.
101200     CLOSE SUSP-FILE.
101300     CLOSE DUP-RPT.
101400     CLOSE CHGOFF-FILE.
101500     CLOSE BILL-FILE.
101600     CLOSE POSTREF-FILE.
101700     DISPLAY "AR230 POSTING RUN COMPLETE".
101800     DISPLAY "  POSTINGS APPLIED  : " WS-POSTED-COUNT.
101900     DISPLAY "  POSTINGS REJECTED : " WS-REJECT-COUNT.
102000     DISPLAY "  MASTER IO ERRORS  : " WS-IO-ERROR-COUNT.
102100     DISPLAY "  DUPLICATE POST-REF: " WS-DUP-COUNT.
102200     DISPLAY "  RECOVERIES        : " WS-RECOVERY-COUNT.
102300     DISPLAY "  RECOVERIES REVERSED: " WS-RECOV-REV-COUNT.
102400     DISPLAY "  PAID AGAINST BILLS: " WS-BILL-PAID-COUNT.
102500     MOVE "E" TO WS-RUNL-PHASE.
102600     MOVE WS-POSTED-COUNT TO WS-RUNL-COUNT.
102700     MOVE RETURN-CODE TO WS-RUNL-CODE.
102800     CALL "AR095" USING WS-RUN-CONTROL.
102900 9000-TERMINATE-EXIT.
103000     EXIT.
