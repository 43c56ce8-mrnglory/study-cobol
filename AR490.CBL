000100 IDENTIFICATION DIVISION.
000200*-----------------------------------------------------------------
000300 PROGRAM-ID.    AR490.
000400 AUTHOR.        D P CONLEY.
000500 INSTALLATION.  CONSUMER CREDIT SERVICES - DATA PROCESSING.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*-----------------------------------------------------------------
000900* AR490 - SATELLITE-FILE INTEGRITY SWEEP.
001000*
001100* SCHEDULED WEEKLY.  THE ACCOUNT MASTER HAS A RING OF FILES KEYED
001200* OR CARRYING ACCT-NO AROUND IT, AND AR200 DELETES AN ACCOUNT FROM
001300* THE MASTER ONLY.  THIS RUN PASSES EACH OF THOSE FILES IN TURN
001400* AND LOOKS EVERY RECORD'S ACCOUNT UP ON THE MASTER.  A RECORD
001500* WHOSE ACCOUNT IS GONE IS AN ORPHAN; A RECORD WHOSE ACCOUNT IS
001600* THERE BUT IN A STATE THE RECORD CONTRADICTS IS INCONSISTENT.
001700* BOTH ARE LISTED ON THE INTEGRITY REPORT BY FILE AND REASON:
001800*   AGEFILE   ORPHAN; AGING ON A CLOSED, FROZEN OR CHARGED-OFF
001900*             ACCOUNT (AR250 SHOULD HAVE DROPPED IT).
002000*   LTRHIST   ORPHAN; LETTER HISTORY ON A CLOSED, FROZEN OR
002100*             CHARGED-OFF ACCOUNT, OR WITH NO AGING RECORD (AR250
002200*             CLEARS THE TWO TOGETHER).
002300*   SCORFILE  ORPHAN.
002400*   XREFFILE  ORPHAN; A LINK WITH NO CUST-ID.
002500*   SUSPFILE  AN ITEM WHOSE ACCOUNT WAS DELETED AFTER AR230 PARKED
002600*             IT.  AN ITEM PARKED BECAUSE ITS ACCOUNT WAS NEVER
002700*             ON FILE (AR230 "NO ACCOUNT ON FILE", OR AN AR450
002800*             LOCKBOX ITEM) IS WAITING ON AR310, NOT AN ORPHAN.
002900*   STMTARCH  ORPHAN (A CLOSED ACCOUNT KEEPS ITS STATEMENTS).
003000*   BILLING   ORPHAN.
003100*   CHGOFF    ORPHAN; A CHARGE-OFF RECORD ON AN ACCOUNT NOT "W".
003200*   DISPUTE   ORPHAN; AN OPEN DISPUTE ON A CLOSED OR CHARGED-OFF
003300*             ACCOUNT (AR470 CANNOT CREDIT IT).
003400* THE INTGCARD CONTROL CARD CAN ASK FOR A PURGE ("P"): EACH ORPHAN
003500* ON AGEFILE, LTRHIST, SCORFILE, XREFFILE, STMTARCH AND BILLING IS
003600* WRITTEN TO THE INTGHOLD HOLDING FILE AND ONLY THEN DELETED.  THE
003700* SUSPENSE, CHARGE-OFF AND DISPUTE FILES CARRY MONEY OR A RECORD
003800* THE CREDIT DEPARTMENT MUST CLOSE OUT, SO THEIR ORPHANS ARE
003900* LISTED BUT NEVER PURGED.  INCONSISTENT RECORDS ARE NEVER
004000* PURGED.  A RESTORE ("R") PUTS HELD RECORDS BACK, OPTIONALLY
004100* ONLY ONE PURGE DATE'S OR ONE ACCOUNT'S, PROVIDED THE ACCOUNT IS
004200* ON THE MASTER AGAIN AND THE RECORD IS NOT ALREADY BACK.  WITH NO
004300* CARD THE RUN ONLY LISTS.  THE RUN ENDS RC 4 WHEN IT FINDS (OR
004400* CANNOT RESTORE) ANYTHING, AND RC 16 IF A HOLD WRITE OR A PURGE
004500* DELETE FAILS.
004600*
004700* MOD-LOG
004800*   DATE       INIT  DESCRIPTION
004900*   ---------- ----- ------------------------------------------
005000*   10/15/2026 DPC   ORIGINAL PROGRAM - AR340 AND AR370 ONLY
005100*                    DISPLAYED AND SKIPPED THE ORPHANS THEY HIT.
005200*-----------------------------------------------------------------
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     COPY "SELINTP.CPY".
005700     COPY "SELACCT.CPY".
005800     COPY "SELAGE.CPY".
005900     COPY "SELLTRH.CPY".
006000     COPY "SELSCOR.CPY".
006100     COPY "SELXREF.CPY".
006200     COPY "SELSUSP.CPY".
006300     COPY "SELSARC.CPY".
006400     COPY "SELBILL.CPY".
006500     COPY "SELCHGO.CPY".
006600     COPY "SELDISP.CPY".
006700     COPY "SELHOLD.CPY".
006800     COPY "SELINTR.CPY".
006900 DATA DIVISION.
007000 FILE SECTION.
007100 COPY "INTPARM.CPY".
007200 COPY "ACCTREC.CPY".
007300 COPY "AGEREC.CPY".
007400 COPY "LTRHREC.CPY".
007500 COPY "SCORREC.CPY".
007600 COPY "XREFREC.CPY".
007700 COPY "SUSPREC.CPY".
007800 COPY "SARCREC.CPY".
007900 COPY "BILLREC.CPY".
008000 COPY "CHGOREC.CPY".
008100 COPY "DISPREC.CPY".
008200 COPY "HOLDREC.CPY".
008300 COPY "INTRREC.CPY".
008400 WORKING-STORAGE SECTION.
008500 01  WS-ACCT-STATUS          PIC XX VALUE "00".
008600 01  WS-AGE-STATUS           PIC XX VALUE "00".
008700 01  WS-LTRH-STATUS          PIC XX VALUE "00".
008800 01  WS-SCOR-STATUS          PIC XX VALUE "00".
008900 01  WS-XREF-STATUS          PIC XX VALUE "00".
009000 01  WS-SUSP-STATUS          PIC XX VALUE "00".
009100 01  WS-SARC-STATUS          PIC XX VALUE "00".
009200 01  WS-BILL-STATUS          PIC XX VALUE "00".
009300 01  WS-CHGO-STATUS          PIC XX VALUE "00".
009400 01  WS-DISP-STATUS          PIC XX VALUE "00".
009500 01  WS-HOLD-STATUS          PIC XX VALUE "00".
009600 01  WS-RUN-DATE             PIC 9(8).
009700 01  WS-RUN-OPTIONS.
009800     05  WS-RUN-OPTION       PIC X(1) VALUE "L".
009900         88  RUN-LIST-ONLY       VALUE "L".
010000         88  RUN-PURGE           VALUE "P".
010100         88  RUN-RESTORE         VALUE "R".
010200     05  WS-RESTORE-DATE     PIC X(8) VALUE SPACES.
010300         88  RESTORE-ALL-DATES   VALUE "00000000", SPACES.
010400     05  WS-RESTORE-ACCT     PIC X(8) VALUE SPACES.
010500         88  RESTORE-ALL-ACCTS   VALUE SPACES.
010600 01  WS-HOLD-DATE-X          PIC X(8).
010700 01  WS-SWITCHES.
010800     05  WS-EOF-SW           PIC X VALUE SPACE.
010900         88  SAT-FILE-EOF        VALUE "Y".
011000     05  WS-FOUND-SW         PIC X VALUE SPACE.
011100         88  ACCT-FOUND          VALUE "Y".
011200         88  ACCT-NOT-FOUND      VALUE "N".
011300     05  WS-AGE-FOUND-SW     PIC X VALUE SPACE.
011400         88  AGE-REC-FOUND       VALUE "Y".
011500         88  AGE-REC-NOT-FOUND   VALUE "N".
011600     05  WS-AGE-FILE-SW      PIC X VALUE SPACE.
011700         88  NO-AGE-FILE         VALUE "Y".
011800     05  WS-HOLD-SW          PIC X VALUE SPACE.
011900         88  HOLD-WRITTEN        VALUE "Y".
012000         88  HOLD-NOT-WRITTEN    VALUE "N".
012100     05  WS-RESTORE-SW       PIC X VALUE SPACE.
012200         88  RESTORE-DONE        VALUE "Y".
012300         88  RESTORE-ON-FILE     VALUE "D".
012400         88  RESTORE-BAD-FILE    VALUE "X".
012500*-----------------------------------------------------------------
012600* THE MASTER LOOKUP REMEMBERS THE LAST ACCT-NO IT READ - THE
012700* STATEMENT ARCHIVE CARRIES A RECORD PER STATEMENT LINE, SO A RUN
012800* OF LINES FOR ONE ACCOUNT COSTS ONE READ.
012900*-----------------------------------------------------------------
013000 01  WS-LAST-ACCT-NO         PIC X(8) VALUE LOW-VALUES.
013100*-----------------------------------------------------------------
013200* THE SATELLITE FILES, IN THE ORDER THEY ARE SWEPT, BY ASSIGN NAME
013300* (THE NAME CARRIED ON THE HOLDING FILE), WITH "Y" WHERE THE
013400* FILE'S ORPHANS MAY BE PURGED.
013500*-----------------------------------------------------------------
013600 01  WS-FILE-NAME-VALUES.
013700     05  FILLER              PIC X(9) VALUE "AGEFILE Y".
013800     05  FILLER              PIC X(9) VALUE "LTRHIST Y".
013900     05  FILLER              PIC X(9) VALUE "SCORFILEY".
014000     05  FILLER              PIC X(9) VALUE "XREFFILEY".
014100     05  FILLER              PIC X(9) VALUE "SUSPFILEN".
014200     05  FILLER              PIC X(9) VALUE "STMTARCHY".
014300     05  FILLER              PIC X(9) VALUE "BILLING Y".
014400     05  FILLER              PIC X(9) VALUE "CHGOFF  N".
014500     05  FILLER              PIC X(9) VALUE "DISPUTE N".
014600 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
014700     05  WS-FN-ENTRY OCCURS 9 TIMES.
014800         10  WS-FN-NAME      PIC X(8).
014900         10  WS-FN-PURGE-SW  PIC X(1).
015000             88  FN-PURGEABLE        VALUE "Y".
015100 01  WS-FILE-COUNTS.
015200     05  WS-FC-ENTRY OCCURS 9 TIMES.
015300         10  WS-FC-CHECKED   PIC 9(7) COMP-3.
015400         10  WS-FC-ORPHANS   PIC 9(7) COMP-3.
015500         10  WS-FC-INCONSIST PIC 9(7) COMP-3.
015600         10  WS-FC-PURGED    PIC 9(7) COMP-3.
015700         10  WS-FC-DISK-SW   PIC X(1).
015800             88  FC-NOT-ON-DISK      VALUE "Y".
015900 01  WS-FT-IDX               PIC 9(4) COMP VALUE ZERO.
016000*-----------------------------------------------------------------
016100* ONE REPORT DETAIL, BUILT UP BY THE FILE'S CHECK PARAGRAPH AND
016200* THE COMMON ORPHAN HANDLING BEFORE 7300 PRINTS IT.
016300*-----------------------------------------------------------------
016400 01  WS-DETAIL-FIELDS.
016500     05  WS-DTL-KEY          PIC X(24).
016600     05  WS-DTL-ACCT-NO      PIC X(8).
016700     05  WS-DTL-CLASS        PIC X(12).
016800     05  WS-DTL-REASON       PIC X(36).
016900     05  WS-DTL-ACTION       PIC X(20).
017000 01  WS-HOLD-IMAGE           PIC X(120).
017100 01  WS-SARC-KEY-O.
017200     05  WS-SKO-ACCT-NO      PIC X(8).
017300     05  FILLER              PIC X(1) VALUE "/".
017400     05  WS-SKO-CYCLE-DATE   PIC 9(8).
017500     05  FILLER              PIC X(1) VALUE "/".
017600     05  WS-SKO-LINE-SEQ     PIC 9(4).
017700 01  WS-DISP-KEY-O.
017800     05  WS-DKO-ACCT-NO      PIC X(8).
017900     05  FILLER              PIC X(1) VALUE "/".
018000     05  WS-DKO-HIST-REF     PIC X(12).
018100 01  WS-COUNTERS.
018200     05  WS-TOT-ORPHANS      PIC 9(7) COMP-3 VALUE ZERO.
018300     05  WS-TOT-INCONSIST    PIC 9(7) COMP-3 VALUE ZERO.
018400     05  WS-TOT-PURGED       PIC 9(7) COMP-3 VALUE ZERO.
018500     05  WS-HOLD-FAIL-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
018600     05  WS-PURGE-FAIL-COUNT PIC 9(7) COMP-3 VALUE ZERO.
018700     05  WS-HOLD-READ-COUNT  PIC 9(7) COMP-3 VALUE ZERO.
018800     05  WS-RESTORED-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
018900     05  WS-NOT-RESTORED-COUNT
019000                             PIC 9(7) COMP-3 VALUE ZERO.
019100     05  WS-RESTORE-SKIP-COUNT
019200                             PIC 9(7) COMP-3 VALUE ZERO.
019300*-----------------------------------------------------------------
019400* REPORT HEADINGS AND THE RESTORE TOTAL LINE - MOVED TO
019500* INTG-RPT-REC ONE AT A TIME.
019600*-----------------------------------------------------------------
019700 01  WS-INTG-HEAD-LINE.
019800     05  FILLER              PIC X(9)  VALUE "FILE".
019900     05  FILLER              PIC X(25) VALUE "KEY".
020000     05  FILLER              PIC X(9)  VALUE "ACCT-NO".
020100     05  FILLER              PIC X(13) VALUE "CLASS".
020200     05  FILLER              PIC X(37) VALUE "REASON".
020300     05  FILLER              PIC X(20) VALUE "ACTION".
020400 01  WS-TOTAL-HEAD-LINE.
020500     05  FILLER              PIC X(24) VALUE "FILE TOTALS".
020600     05  FILLER              PIC X(11) VALUE "  CHECKED".
020700     05  FILLER              PIC X(11) VALUE "  ORPHANS".
020800     05  FILLER              PIC X(11) VALUE "INCONSIST".
020900     05  FILLER              PIC X(11) VALUE "   PURGED".
021000     05  FILLER              PIC X(45) VALUE SPACES.
021100 01  WS-RESTORE-TOTAL-LINE.
021200     05  FILLER              PIC X(25) VALUE
021300         "*** RESTORE TOTALS  READ".
021400     05  WS-RTL-READ-O       PIC Z,ZZZ,ZZ9.
021500     05  FILLER              PIC X(10) VALUE "  RESTORED".
021600     05  WS-RTL-RESTORED-O   PIC Z,ZZZ,ZZ9.
021700     05  FILLER              PIC X(14) VALUE "  NOT RESTORED".
021800     05  WS-RTL-NOT-O        PIC Z,ZZZ,ZZ9.
021900     05  FILLER              PIC X(9)  VALUE "  SKIPPED".
022000     05  WS-RTL-SKIP-O       PIC Z,ZZZ,ZZ9.
022100     05  FILLER              PIC X(19) VALUE SPACES.
022200 01  WS-RUN-CONTROL.
022300     05  WS-RUNL-PROGRAM     PIC X(8) VALUE "AR490".
022400     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
022500     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
022600     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
022700 PROCEDURE DIVISION.
022800*-----------------------------------------------------------------
022900* 0000-MAINLINE
023000*-----------------------------------------------------------------
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE
023300         THRU 1000-INITIALIZE-EXIT.
023400     IF RUN-RESTORE
023500         PERFORM 5000-RESTORE-HELD-RECORDS
023600             THRU 5000-RESTORE-HELD-RECORDS-EXIT
023700     ELSE
023800         PERFORM 2000-SWEEP-SATELLITES
023900             THRU 2000-SWEEP-SATELLITES-EXIT
024000     END-IF.
024100     PERFORM 9000-TERMINATE
024200         THRU 9000-TERMINATE-EXIT.
024300     STOP RUN.
024400*-----------------------------------------------------------------
024500* 1000-INITIALIZE
024600*
024700* NO CONTROL CARD MEANS A LISTING RUN.  AN OPTION THE RUN DOES NOT
024800* KNOW ABENDS IT.  THE MASTER MUST BE ON DISK, AND A PURGE IS
024900* REFUSED AGAINST AN EMPTY MASTER - EVERY SATELLITE RECORD WOULD
025000* LOOK ORPHANED AND BE PURGED.
025100*-----------------------------------------------------------------
025200 1000-INITIALIZE.
025300     CALL "AR095" USING WS-RUN-CONTROL.
025400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025500     INITIALIZE WS-FILE-COUNTS.
025600     OPEN INPUT INTG-PARM.
025700     READ INTG-PARM
025800         AT END
025900             DISPLAY "AR490 - NO INTG-PARM CARD - LISTING ONLY"
026000             MOVE "L" TO INTP-OPTION
026100             MOVE SPACES TO INTP-RESTORE-DATE
026200             MOVE SPACES TO INTP-RESTORE-ACCT
026300     END-READ.
026400     IF NOT INTP-LIST-ONLY AND NOT INTP-PURGE AND NOT INTP-RESTORE
026500         DISPLAY "AR490 - OPTION ON CONTROL CARD NOT L, P OR R"
026600         CLOSE INTG-PARM
026700         MOVE 16 TO RETURN-CODE
026800         PERFORM 8000-STAMP-RUN-END
026900             THRU 8000-STAMP-RUN-END-EXIT
027000         STOP RUN
027100     END-IF.
027200     IF INTP-LIST-ONLY
027300         MOVE "L" TO WS-RUN-OPTION
027400     ELSE
027500         MOVE INTP-OPTION TO WS-RUN-OPTION
027600     END-IF.
027700     MOVE INTP-RESTORE-DATE TO WS-RESTORE-DATE.
027800     MOVE INTP-RESTORE-ACCT TO WS-RESTORE-ACCT.
027900     CLOSE INTG-PARM.
028000     OPEN INPUT ACCT-REC.
028100     IF WS-ACCT-STATUS NOT = "00"
028200         DISPLAY "AR490 - ACCOUNT MASTER WILL NOT OPEN - STATUS "
028300             WS-ACCT-STATUS
028400         MOVE 16 TO RETURN-CODE
028500         PERFORM 8000-STAMP-RUN-END
028600             THRU 8000-STAMP-RUN-END-EXIT
028700         STOP RUN
028800     END-IF.
028900     READ ACCT-REC NEXT RECORD
029000         AT END
029100             IF RUN-PURGE
029200                 DISPLAY "AR490 - ACCOUNT MASTER IS EMPTY - "
029300                     "PURGE REFUSED"
029400                 CLOSE ACCT-REC
029500                 MOVE 16 TO RETURN-CODE
029600                 PERFORM 8000-STAMP-RUN-END
029700                     THRU 8000-STAMP-RUN-END-EXIT
029800                 STOP RUN
029900             END-IF
030000     END-READ.
030100     OPEN OUTPUT INTG-RPT.
030200     WRITE INTG-RPT-REC FROM WS-INTG-HEAD-LINE.
030300     IF RUN-PURGE
030400         OPEN EXTEND INTG-HOLD
030500         IF WS-HOLD-STATUS = "35"
030600             OPEN OUTPUT INTG-HOLD
030700         END-IF
030800     END-IF.
030900 1000-INITIALIZE-EXIT.
031000     EXIT.
031100*-----------------------------------------------------------------
031200* 2000-SWEEP-SATELLITES
031300*-----------------------------------------------------------------
031400 2000-SWEEP-SATELLITES.
031500     PERFORM 2100-CHECK-AGE-FILE
031600         THRU 2100-CHECK-AGE-FILE-EXIT.
031700     PERFORM 2200-CHECK-LTRH-FILE
031800         THRU 2200-CHECK-LTRH-FILE-EXIT.
031900     PERFORM 2300-CHECK-SCORE-FILE
032000         THRU 2300-CHECK-SCORE-FILE-EXIT.
032100     PERFORM 2400-CHECK-XREF-FILE
032200         THRU 2400-CHECK-XREF-FILE-EXIT.
032300     PERFORM 2500-CHECK-SUSP-FILE
032400         THRU 2500-CHECK-SUSP-FILE-EXIT.
032500     PERFORM 2600-CHECK-STMT-ARCH
032600         THRU 2600-CHECK-STMT-ARCH-EXIT.
032700     PERFORM 2700-CHECK-BILL-FILE
032800         THRU 2700-CHECK-BILL-FILE-EXIT.
032900     PERFORM 2800-CHECK-CHGOFF-FILE
033000         THRU 2800-CHECK-CHGOFF-FILE-EXIT.
033100     PERFORM 2900-CHECK-DISPUTE-FILE
033200         THRU 2900-CHECK-DISPUTE-FILE-EXIT.
033300 2000-SWEEP-SATELLITES-EXIT.
033400     EXIT.
033500*-----------------------------------------------------------------
033600* 2100-CHECK-AGE-FILE
033700*
033800* EACH FILE IS OPENED I-O ONLY ON A PURGE RUN, AND ONLY IF ITS
033900* ORPHANS MAY BE PURGED.  A FILE NOT YET CREATED IS NOTED ON ITS
034000* TOTAL LINE AND PASSED BY.
034100*-----------------------------------------------------------------
034200 2100-CHECK-AGE-FILE.
034300     MOVE 1 TO WS-FT-IDX.
034400     IF RUN-PURGE
034500         OPEN I-O AGE-FILE
034600     ELSE
034700         OPEN INPUT AGE-FILE
034800     END-IF.
034900     IF WS-AGE-STATUS = "35"
035000         SET FC-NOT-ON-DISK(WS-FT-IDX) TO TRUE
035100         GO TO 2100-CHECK-AGE-FILE-EXIT
035200     END-IF.
035300     MOVE SPACE TO WS-EOF-SW.
035400     READ AGE-FILE NEXT RECORD
035500         AT END
035600             SET SAT-FILE-EOF TO TRUE.
035700     PERFORM 2110-CHECK-ONE-AGE
035800         THRU 2110-CHECK-ONE-AGE-EXIT
035900         UNTIL SAT-FILE-EOF.
036000     CLOSE AGE-FILE.
036100 2100-CHECK-AGE-FILE-EXIT.
036200     EXIT.
036300*-----------------------------------------------------------------
036400* 2110-CHECK-ONE-AGE
036500*-----------------------------------------------------------------
036600 2110-CHECK-ONE-AGE.
036700     ADD 1 TO WS-FC-CHECKED(WS-FT-IDX).
036800     MOVE AGE-ACCT-NO TO WS-DTL-ACCT-NO.
036900     MOVE AGE-ACCT-NO TO WS-DTL-KEY.
037000     PERFORM 7000-FETCH-MASTER
037100         THRU 7000-FETCH-MASTER-EXIT.
037200     IF ACCT-NOT-FOUND
037300         MOVE AGE-REC TO WS-HOLD-IMAGE
037400         PERFORM 7100-HANDLE-ORPHAN
037500             THRU 7100-HANDLE-ORPHAN-EXIT
037600         IF HOLD-WRITTEN
037700             DELETE AGE-FILE RECORD
037800                 INVALID KEY
037900                     PERFORM 7150-PURGE-FAILED
038000                         THRU 7150-PURGE-FAILED-EXIT
038100                 NOT INVALID KEY
038200                     PERFORM 7160-PURGE-DONE
038300                         THRU 7160-PURGE-DONE-EXIT
038400             END-DELETE
038500         END-IF
038600         PERFORM 7300-WRITE-DETAIL
038700             THRU 7300-WRITE-DETAIL-EXIT
038800         GO TO 2110-READ-NEXT
038900     END-IF.
039000     IF ACCT-CLOSED OR ACCT-FROZEN OR ACCT-CHARGED-OFF
039100         MOVE "AGING ON CLOSED/FROZEN/W ACCOUNT"
039200             TO WS-DTL-REASON
039300         PERFORM 7400-REPORT-INCONSISTENT
039400             THRU 7400-REPORT-INCONSISTENT-EXIT
039500     END-IF.
039600 2110-READ-NEXT.
039700     READ AGE-FILE NEXT RECORD
039800         AT END
039900             SET SAT-FILE-EOF TO TRUE.
040000 2110-CHECK-ONE-AGE-EXIT.
040100     EXIT.
040200*-----------------------------------------------------------------
040300* 2200-CHECK-LTRH-FILE
040400*   THE AGING FILE IS OPENED ALONGSIDE FOR THE LOOKUPS.
040500*-----------------------------------------------------------------
040600 2200-CHECK-LTRH-FILE.
040700     MOVE 2 TO WS-FT-IDX.
040800     IF RUN-PURGE
040900         OPEN I-O LTRH-FILE
041000     ELSE
041100         OPEN INPUT LTRH-FILE
041200     END-IF.
041300     IF WS-LTRH-STATUS = "35"
041400         SET FC-NOT-ON-DISK(WS-FT-IDX) TO TRUE
041500         GO TO 2200-CHECK-LTRH-FILE-EXIT
041600     END-IF.
041700     MOVE SPACE TO WS-AGE-FILE-SW.
041800     OPEN INPUT AGE-FILE.
041900     IF WS-AGE-STATUS = "35"
042000         SET NO-AGE-FILE TO TRUE
042100     END-IF.
042200     MOVE SPACE TO WS-EOF-SW.
042300     READ LTRH-FILE NEXT RECORD
042400         AT END
042500             SET SAT-FILE-EOF TO TRUE.
042600     PERFORM 2210-CHECK-ONE-LTRH
042700         THRU 2210-CHECK-ONE-LTRH-EXIT
042800         UNTIL SAT-FILE-EOF.
042900     CLOSE LTRH-FILE.
043000     IF NOT NO-AGE-FILE
043100         CLOSE AGE-FILE
043200     END-IF.
043300 2200-CHECK-LTRH-FILE-EXIT.
043400     EXIT.
043500*-----------------------------------------------------------------
043600* 2210-CHECK-ONE-LTRH
043700*-----------------------------------------------------------------
043800 2210-CHECK-ONE-LTRH.
043900     ADD 1 TO WS-FC-CHECKED(WS-FT-IDX).
044000     MOVE LTRH-ACCT-NO TO WS-DTL-ACCT-NO.
044100     MOVE LTRH-ACCT-NO TO WS-DTL-KEY.
044200     PERFORM 7000-FETCH-MASTER
044300         THRU 7000-FETCH-MASTER-EXIT.
044400     IF ACCT-NOT-FOUND
044500         MOVE LTRH-REC TO WS-HOLD-IMAGE
044600         PERFORM 7100-HANDLE-ORPHAN
044700             THRU 7100-HANDLE-ORPHAN-EXIT
044800         IF HOLD-WRITTEN
044900             DELETE LTRH-FILE RECORD
045000                 INVALID KEY
045100                     PERFORM 7150-PURGE-FAILED
045200                         THRU 7150-PURGE-FAILED-EXIT
045300                 NOT INVALID KEY
045400                     PERFORM 7160-PURGE-DONE
045500                         THRU 7160-PURGE-DONE-EXIT
045600             END-DELETE
045700         END-IF
045800         PERFORM 7300-WRITE-DETAIL
045900             THRU 7300-WRITE-DETAIL-EXIT
046000         GO TO 2210-READ-NEXT
046100     END-IF.
046200     IF ACCT-CLOSED OR ACCT-FROZEN OR ACCT-CHARGED-OFF
046300         MOVE "LETTERS ON CLOSED/FROZEN/W ACCOUNT"
046400             TO WS-DTL-REASON
046500         PERFORM 7400-REPORT-INCONSISTENT
046600             THRU 7400-REPORT-INCONSISTENT-EXIT
046700         GO TO 2210-READ-NEXT
046800     END-IF.
046900     SET AGE-REC-NOT-FOUND TO TRUE.
047000     IF NOT NO-AGE-FILE
047100         MOVE LTRH-ACCT-NO TO AGE-ACCT-NO
047200         READ AGE-FILE
047300             INVALID KEY
047400                 SET AGE-REC-NOT-FOUND TO TRUE
047500             NOT INVALID KEY
047600                 SET AGE-REC-FOUND TO TRUE
047700         END-READ
047800     END-IF.
047900     IF AGE-REC-NOT-FOUND
048000         MOVE "LETTER HISTORY WITH NO AGING RECORD"
048100             TO WS-DTL-REASON
048200         PERFORM 7400-REPORT-INCONSISTENT
048300             THRU 7400-REPORT-INCONSISTENT-EXIT
048400     END-IF.
048500 2210-READ-NEXT.
048600     READ LTRH-FILE NEXT RECORD
048700         AT END
048800             SET SAT-FILE-EOF TO TRUE.
048900 2210-CHECK-ONE-LTRH-EXIT.
049000     EXIT.
049100*-----------------------------------------------------------------
049200* 2300-CHECK-SCORE-FILE
049300*-----------------------------------------------------------------
049400 2300-CHECK-SCORE-FILE.
049500     MOVE 3 TO WS-FT-IDX.
049600     IF RUN-PURGE
049700         OPEN I-O SCORE-FILE
049800     ELSE
049900         OPEN INPUT SCORE-FILE
050000     END-IF.
050100     IF WS-SCOR-STATUS = "35"
050200         SET FC-NOT-ON-DISK(WS-FT-IDX) TO TRUE
050300         GO TO 2300-CHECK-SCORE-FILE-EXIT
050400     END-IF.
050500     MOVE SPACE TO WS-EOF-SW.
050600     READ SCORE-FILE NEXT RECORD
050700         AT END
050800             SET SAT-FILE-EOF TO TRUE.
050900     PERFORM 2310-CHECK-ONE-SCORE
051000         THRU 2310-CHECK-ONE-SCORE-EXIT
051100         UNTIL SAT-FILE-EOF.
051200     CLOSE SCORE-FILE.
051300 2300-CHECK-SCORE-FILE-EXIT.
051400     EXIT.
051500*-----------------------------------------------------------------
051600* 2310-CHECK-ONE-SCORE
051700*-----------------------------------------------------------------
051800 2310-CHECK-ONE-SCORE.
051900     ADD 1 TO WS-FC-CHECKED(WS-FT-IDX).
052000     MOVE SCOR-ACCT-NO TO WS-DTL-ACCT-NO.
052100     MOVE SCOR-ACCT-NO TO WS-DTL-KEY.
052200     PERFORM 7000-FETCH-MASTER
052300         THRU 7000-FETCH-MASTER-EXIT.
052400     IF ACCT-NOT-FOUND
052500         MOVE SCOR-REC TO WS-HOLD-IMAGE
052600         PERFORM 7100-HANDLE-ORPHAN
052700             THRU 7100-HANDLE-ORPHAN-EXIT
052800         IF HOLD-WRITTEN
052900             DELETE SCORE-FILE RECORD
053000                 INVALID KEY
053100                     PERFORM 7150-PURGE-FAILED
053200                         THRU 7150-PURGE-FAILED-EXIT
053300                 NOT INVALID KEY
053400                     PERFORM 7160-PURGE-DONE
053500                         THRU 7160-PURGE-DONE-EXIT
053600             END-DELETE
053700         END-IF
053800         PERFORM 7300-WRITE-DETAIL
053900             THRU 7300-WRITE-DETAIL-EXIT
054000     END-IF.
054100     READ SCORE-FILE NEXT RECORD
054200         AT END
054300             SET SAT-FILE-EOF TO TRUE.
054400 2310-CHECK-ONE-SCORE-EXIT.
054500     EXIT.
054600*-----------------------------------------------------------------
054700* 2400-CHECK-XREF-FILE
054800*-----------------------------------------------------------------
054900 2400-CHECK-XREF-FILE.
055000     MOVE 4 TO WS-FT-IDX.
055100     IF RUN-PURGE
055200         OPEN I-O XREF-FILE
055300     ELSE
055400         OPEN INPUT XREF-FILE
055500     END-IF.
055600     IF WS-XREF-STATUS = "35"
055700         SET FC-NOT-ON-DISK(WS-FT-IDX) TO TRUE
055800         GO TO 2400-CHECK-XREF-FILE-EXIT
055900     END-IF.
056000     MOVE SPACE TO WS-EOF-SW.
056100     READ XREF-FILE NEXT RECORD
056200         AT END
056300             SET SAT-FILE-EOF TO TRUE.
056400     PERFORM 2410-CHECK-ONE-XREF
056500         THRU 2410-CHECK-ONE-XREF-EXIT
056600         UNTIL SAT-FILE-EOF.
056700     CLOSE XREF-FILE.
056800 2400-CHECK-XREF-FILE-EXIT.
056900     EXIT.
057000*-----------------------------------------------------------------
057100* 2410-CHECK-ONE-XREF
057200*-----------------------------------------------------------------
057300 2410-CHECK-ONE-XREF.
057400     ADD 1 TO WS-FC-CHECKED(WS-FT-IDX).
057500     MOVE XREF-ACCT-NO TO WS-DTL-ACCT-NO.
057600     MOVE XREF-ACCT-NO TO WS-DTL-KEY.
057700     PERFORM 7000-FETCH-MASTER
057800         THRU 7000-FETCH-MASTER-EXIT.
057900     IF ACCT-NOT-FOUND
058000         MOVE XREF-REC TO WS-HOLD-IMAGE
058100         PERFORM 7100-HANDLE-ORPHAN
058200             THRU 7100-HANDLE-ORPHAN-EXIT
058300         IF HOLD-WRITTEN
058400             DELETE XREF-FILE RECORD
058500                 INVALID KEY
058600                     PERFORM 7150-PURGE-FAILED
058700                         THRU 7150-PURGE-FAILED-EXIT
058800                 NOT INVALID KEY
058900                     PERFORM 7160-PURGE-DONE
059000                         THRU 7160-PURGE-DONE-EXIT
059100             END-DELETE
059200         END-IF
059300         PERFORM 7300-WRITE-DETAIL
059400             THRU 7300-WRITE-DETAIL-EXIT
059500         GO TO 2410-READ-NEXT
059600     END-IF.
059700     IF XREF-CUST-ID = SPACES
059800         MOVE "LINK CARRIES NO CUST-ID" TO WS-DTL-REASON
059900         PERFORM 7400-REPORT-INCONSISTENT
060000             THRU 7400-REPORT-INCONSISTENT-EXIT
060100     END-IF.
060200 2410-READ-NEXT.
060300     READ XREF-FILE NEXT RECORD
060400         AT END
060500             SET SAT-FILE-EOF TO TRUE.
060600 2410-CHECK-ONE-XREF-EXIT.
060700     EXIT.
060800*-----------------------------------------------------------------
060900* 2500-CHECK-SUSP-FILE
061000*   LISTED ONLY - A SUSPENSE ITEM IS MONEY AND IS CLEARED THROUGH
061100*   AR310, NEVER PURGED.
061200*-----------------------------------------------------------------
061300 2500-CHECK-SUSP-FILE.
061400     MOVE 5 TO WS-FT-IDX.
061500     OPEN INPUT SUSP-FILE.
061600     IF WS-SUSP-STATUS = "35"
061700         SET FC-NOT-ON-DISK(WS-FT-IDX) TO TRUE
061800         GO TO 2500-CHECK-SUSP-FILE-EXIT
061900     END-IF.
062000     MOVE SPACE TO WS-EOF-SW.
062100     READ SUSP-FILE NEXT RECORD
062200         AT END
062300             SET SAT-FILE-EOF TO TRUE.
062400     PERFORM 2510-CHECK-ONE-SUSP
062500         THRU 2510-CHECK-ONE-SUSP-EXIT
062600         UNTIL SAT-FILE-EOF.
062700     CLOSE SUSP-FILE.
062800 2500-CHECK-SUSP-FILE-EXIT.
062900     EXIT.
063000*-----------------------------------------------------------------
063100* 2510-CHECK-ONE-SUSP
063200*   AN ITEM AR230 PARKED AS "NO ACCOUNT ON FILE" WAS NEVER FOR AN
063300*   ACCOUNT ON THE MASTER, AND NEITHER WAS AN UNMATCHED LOCKBOX
063400*   ITEM ("LB" SERIES) - BOTH ARE WAITING TO BE RE-APPLIED TO THE
063500*   RIGHT ACCOUNT, NOT ORPHANED.
063600*-----------------------------------------------------------------
063700 2510-CHECK-ONE-SUSP.
063800     ADD 1 TO WS-FC-CHECKED(WS-FT-IDX).
063900     MOVE SUSP-ACCT-NO TO WS-DTL-ACCT-NO.
064000     MOVE SUSP-REF     TO WS-DTL-KEY.
064100     PERFORM 7000-FETCH-MASTER
064200         THRU 7000-FETCH-MASTER-EXIT.
064300     IF ACCT-NOT-FOUND
064400         AND SUSP-REJ-REASON NOT = "NO ACCOUNT ON FILE"
064500         AND SUSP-REF(1:2) NOT = "LB"
064600         MOVE "ACCOUNT DELETED WHILE IN SUSPENSE"
064700             TO WS-DTL-REASON
064800         MOVE SUSP-REC TO WS-HOLD-IMAGE
064900         PERFORM 7100-HANDLE-ORPHAN
065000             THRU 7100-HANDLE-ORPHAN-EXIT
065100         PERFORM 7300-WRITE-DETAIL
065200             THRU 7300-WRITE-DETAIL-EXIT
065300     END-IF.
065400     READ SUSP-FILE NEXT RECORD
065500         AT END
065600             SET SAT-FILE-EOF TO TRUE.
065700 2510-CHECK-ONE-SUSP-EXIT.
065800     EXIT.
065900*-----------------------------------------------------------------
066000* 2600-CHECK-STMT-ARCH
066100*-----------------------------------------------------------------
066200 2600-CHECK-STMT-ARCH.
066300     MOVE 6 TO WS-FT-IDX.
066400     IF RUN-PURGE
066500         OPEN I-O STMT-ARCH
066600     ELSE
066700         OPEN INPUT STMT-ARCH
066800     END-IF.
066900     IF WS-SARC-STATUS = "35"
067000         SET FC-NOT-ON-DISK(WS-FT-IDX) TO TRUE
067100         GO TO 2600-CHECK-STMT-ARCH-EXIT
067200     END-IF.
067300     MOVE SPACE TO WS-EOF-SW.
067400     READ STMT-ARCH NEXT RECORD
067500         AT END
067600             SET SAT-FILE-EOF TO TRUE.
067700     PERFORM 2610-CHECK-ONE-SARC
067800         THRU 2610-CHECK-ONE-SARC-EXIT
067900         UNTIL SAT-FILE-EOF.
068000     CLOSE STMT-ARCH.
068100 2600-CHECK-STMT-ARCH-EXIT.
068200     EXIT.
068300*-----------------------------------------------------------------
068400* 2610-CHECK-ONE-SARC
068500*-----------------------------------------------------------------
068600 2610-CHECK-ONE-SARC.
068700     ADD 1 TO WS-FC-CHECKED(WS-FT-IDX).
068800     MOVE SARC-ACCT-NO    TO WS-DTL-ACCT-NO.
068900     MOVE SARC-ACCT-NO    TO WS-SKO-ACCT-NO.
069000     MOVE SARC-CYCLE-DATE TO WS-SKO-CYCLE-DATE.
069100     MOVE SARC-LINE-SEQ   TO WS-SKO-LINE-SEQ.
069200     MOVE WS-SARC-KEY-O   TO WS-DTL-KEY.
069300     PERFORM 7000-FETCH-MASTER
069400         THRU 7000-FETCH-MASTER-EXIT.
069500     IF ACCT-NOT-FOUND
069600         MOVE SARC-REC TO WS-HOLD-IMAGE
069700         PERFORM 7100-HANDLE-ORPHAN
069800             THRU 7100-HANDLE-ORPHAN-EXIT
069900         IF HOLD-WRITTEN
070000             DELETE STMT-ARCH RECORD
070100                 INVALID KEY
070200                     PERFORM 7150-PURGE-FAILED
070300                         THRU 7150-PURGE-FAILED-EXIT
070400                 NOT INVALID KEY
070500                     PERFORM 7160-PURGE-DONE
070600                         THRU 7160-PURGE-DONE-EXIT
070700             END-DELETE
070800         END-IF
070900         PERFORM 7300-WRITE-DETAIL
071000             THRU 7300-WRITE-DETAIL-EXIT
071100     END-IF.
071200     READ STMT-ARCH NEXT RECORD
071300         AT END
071400             SET SAT-FILE-EOF TO TRUE.
071500 2610-CHECK-ONE-SARC-EXIT.
071600     EXIT.
071700*-----------------------------------------------------------------
071800* 2700-CHECK-BILL-FILE
071900*-----------------------------------------------------------------
072000 2700-CHECK-BILL-FILE.
072100     MOVE 7 TO WS-FT-IDX.
072200     IF RUN-PURGE
072300         OPEN I-O BILL-FILE
072400     ELSE
072500         OPEN INPUT BILL-FILE
072600     END-IF.
072700     IF WS-BILL-STATUS = "35"
072800         SET FC-NOT-ON-DISK(WS-FT-IDX) TO TRUE
072900         GO TO 2700-CHECK-BILL-FILE-EXIT
073000     END-IF.
073100     MOVE SPACE TO WS-EOF-SW.
073200     READ BILL-FILE NEXT RECORD
073300         AT END
073400             SET SAT-FILE-EOF TO TRUE.
073500     PERFORM 2710-CHECK-ONE-BILL
073600         THRU 2710-CHECK-ONE-BILL-EXIT
073700         UNTIL SAT-FILE-EOF.
073800     CLOSE BILL-FILE.
073900 2700-CHECK-BILL-FILE-EXIT.
074000     EXIT.
074100*-----------------------------------------------------------------
074200* 2710-CHECK-ONE-BILL
074300*-----------------------------------------------------------------
074400 2710-CHECK-ONE-BILL.
074500     ADD 1 TO WS-FC-CHECKED(WS-FT-IDX).
074600     MOVE BILL-ACCT-NO TO WS-DTL-ACCT-NO.
074700     MOVE BILL-ACCT-NO TO WS-DTL-KEY.
074800     PERFORM 7000-FETCH-MASTER
074900         THRU 7000-FETCH-MASTER-EXIT.
075000     IF ACCT-NOT-FOUND
075100         MOVE BILL-REC TO WS-HOLD-IMAGE
075200         PERFORM 7100-HANDLE-ORPHAN
075300             THRU 7100-HANDLE-ORPHAN-EXIT
075400         IF HOLD-WRITTEN
075500             DELETE BILL-FILE RECORD
075600                 INVALID KEY
075700                     PERFORM 7150-PURGE-FAILED
075800                         THRU 7150-PURGE-FAILED-EXIT
075900                 NOT INVALID KEY
076000                     PERFORM 7160-PURGE-DONE
076100                         THRU 7160-PURGE-DONE-EXIT
076200             END-DELETE
076300         END-IF
076400         PERFORM 7300-WRITE-DETAIL
076500             THRU 7300-WRITE-DETAIL-EXIT
076600     END-IF.
076700     READ BILL-FILE NEXT RECORD
076800         AT END
076900             SET SAT-FILE-EOF TO TRUE.
077000 2710-CHECK-ONE-BILL-EXIT.
077100     EXIT.
077200*-----------------------------------------------------------------
077300* 2800-CHECK-CHGOFF-FILE
077400*   LISTED ONLY - THE CHARGE-OFF RECORD IS THE LOSS AND RECOVERY
077500*   HISTORY AR420 REPORTS FROM.
077600*-----------------------------------------------------------------
077700 2800-CHECK-CHGOFF-FILE.
077800     MOVE 8 TO WS-FT-IDX.
077900     OPEN INPUT CHGOFF-FILE.
078000     IF WS-CHGO-STATUS = "35"
078100         SET FC-NOT-ON-DISK(WS-FT-IDX) TO TRUE
078200         GO TO 2800-CHECK-CHGOFF-FILE-EXIT
078300     END-IF.
078400     MOVE SPACE TO WS-EOF-SW.
078500     READ CHGOFF-FILE NEXT RECORD
078600         AT END
078700             SET SAT-FILE-EOF TO TRUE.
078800     PERFORM 2810-CHECK-ONE-CHGOFF
078900         THRU 2810-CHECK-ONE-CHGOFF-EXIT
079000         UNTIL SAT-FILE-EOF.
079100     CLOSE CHGOFF-FILE.
079200 2800-CHECK-CHGOFF-FILE-EXIT.
079300     EXIT.
079400*-----------------------------------------------------------------
079500* 2810-CHECK-ONE-CHGOFF
079600*-----------------------------------------------------------------
079700 2810-CHECK-ONE-CHGOFF.
079800     ADD 1 TO WS-FC-CHECKED(WS-FT-IDX).
079900     MOVE CHGO-ACCT-NO TO WS-DTL-ACCT-NO.
080000     MOVE CHGO-ACCT-NO TO WS-DTL-KEY.
080100     PERFORM 7000-FETCH-MASTER
080200         THRU 7000-FETCH-MASTER-EXIT.
080300     IF ACCT-NOT-FOUND
080400         MOVE CHGO-REC TO WS-HOLD-IMAGE
080500         PERFORM 7100-HANDLE-ORPHAN
080600             THRU 7100-HANDLE-ORPHAN-EXIT
080700         PERFORM 7300-WRITE-DETAIL
080800             THRU 7300-WRITE-DETAIL-EXIT
080900         GO TO 2810-READ-NEXT
081000     END-IF.
081100     IF NOT ACCT-CHARGED-OFF
081200         MOVE "CHARGE-OFF RECORD, STATUS NOT W"
081300             TO WS-DTL-REASON
081400         PERFORM 7400-REPORT-INCONSISTENT
081500             THRU 7400-REPORT-INCONSISTENT-EXIT
081600     END-IF.
081700 2810-READ-NEXT.
081800     READ CHGOFF-FILE NEXT RECORD
081900         AT END
082000             SET SAT-FILE-EOF TO TRUE.
082100 2810-CHECK-ONE-CHGOFF-EXIT.
082200     EXIT.
082300*-----------------------------------------------------------------
082400* 2900-CHECK-DISPUTE-FILE
082500*   LISTED ONLY - A DISPUTE IS A REGULATED RECORD THE CREDIT
082600*   DEPARTMENT CLOSES OUT THROUGH AR470.
082700*-----------------------------------------------------------------
082800 2900-CHECK-DISPUTE-FILE.
082900     MOVE 9 TO WS-FT-IDX.
083000     OPEN INPUT DISPUTE-FILE.
083100     IF WS-DISP-STATUS = "35"
083200         SET FC-NOT-ON-DISK(WS-FT-IDX) TO TRUE
083300         GO TO 2900-CHECK-DISPUTE-FILE-EXIT
083400     END-IF.
083500     MOVE SPACE TO WS-EOF-SW.
083600     READ DISPUTE-FILE NEXT RECORD
083700         AT END
083800             SET SAT-FILE-EOF TO TRUE.
083900     PERFORM 2910-CHECK-ONE-DISPUTE
084000         THRU 2910-CHECK-ONE-DISPUTE-EXIT
084100         UNTIL SAT-FILE-EOF.
084200     CLOSE DISPUTE-FILE.
084300 2900-CHECK-DISPUTE-FILE-EXIT.
084400     EXIT.
084500*-----------------------------------------------------------------
084600* 2910-CHECK-ONE-DISPUTE
084700*-----------------------------------------------------------------
084800 2910-CHECK-ONE-DISPUTE.
084900     ADD 1 TO WS-FC-CHECKED(WS-FT-IDX).
085000     MOVE DISP-ACCT-NO  TO WS-DTL-ACCT-NO.
085100     MOVE DISP-ACCT-NO  TO WS-DKO-ACCT-NO.
085200     MOVE DISP-HIST-REF TO WS-DKO-HIST-REF.
085300     MOVE WS-DISP-KEY-O TO WS-DTL-KEY.
085400     PERFORM 7000-FETCH-MASTER
085500         THRU 7000-FETCH-MASTER-EXIT.
085600     IF ACCT-NOT-FOUND
085700         MOVE DISP-REC TO WS-HOLD-IMAGE
085800         PERFORM 7100-HANDLE-ORPHAN
085900             THRU 7100-HANDLE-ORPHAN-EXIT
086000         PERFORM 7300-WRITE-DETAIL
086100             THRU 7300-WRITE-DETAIL-EXIT
086200         GO TO 2910-READ-NEXT
086300     END-IF.
086400     IF DISP-OPEN
086500         AND (ACCT-CLOSED OR ACCT-CHARGED-OFF)
086600         MOVE "OPEN DISPUTE ON CLOSED/W ACCOUNT"
086700             TO WS-DTL-REASON
086800         PERFORM 7400-REPORT-INCONSISTENT
086900             THRU 7400-REPORT-INCONSISTENT-EXIT
087000     END-IF.
087100 2910-READ-NEXT.
087200     READ DISPUTE-FILE NEXT RECORD
087300         AT END
087400             SET SAT-FILE-EOF TO TRUE.
087500 2910-CHECK-ONE-DISPUTE-EXIT.
087600     EXIT.
087700*-----------------------------------------------------------------
087800* 5000-RESTORE-HELD-RECORDS
087900*
088000* EVERY PURGEABLE FILE IS OPENED I-O (CREATED EMPTY IF IT HAS
088100* SINCE GONE) AND EACH HELD RECORD THE CARD SELECTS IS WRITTEN
088200* BACK TO THE FILE IT CAME OFF.  THE HOLDING FILE IS LEFT AS IT
088300* IS - A SECOND RESTORE FINDS THE RECORDS ALREADY BACK.
088400*-----------------------------------------------------------------
088500 5000-RESTORE-HELD-RECORDS.
088600     OPEN INPUT INTG-HOLD.
088700     IF WS-HOLD-STATUS = "35"
088800         DISPLAY "AR490 - NO HOLDING FILE ON DISK - NOTHING "
088900             "TO RESTORE"
089000         GO TO 5000-RESTORE-HELD-RECORDS-EXIT
089100     END-IF.
089200     PERFORM 5050-OPEN-FOR-RESTORE
089300         THRU 5050-OPEN-FOR-RESTORE-EXIT.
089400     MOVE SPACE TO WS-EOF-SW.
089500     READ INTG-HOLD
089600         AT END
089700             SET SAT-FILE-EOF TO TRUE.
089800     PERFORM 5100-RESTORE-ONE-RECORD
089900         THRU 5100-RESTORE-ONE-RECORD-EXIT
090000         UNTIL SAT-FILE-EOF.
090100     CLOSE INTG-HOLD.
090200     CLOSE AGE-FILE.
090300     CLOSE LTRH-FILE.
090400     CLOSE SCORE-FILE.
090500     CLOSE XREF-FILE.
090600     CLOSE STMT-ARCH.
090700     CLOSE BILL-FILE.
090800 5000-RESTORE-HELD-RECORDS-EXIT.
090900     EXIT.
091000*-----------------------------------------------------------------
091100* 5050-OPEN-FOR-RESTORE
091200*-----------------------------------------------------------------
091300 5050-OPEN-FOR-RESTORE.
091400     OPEN I-O AGE-FILE.
091500     IF WS-AGE-STATUS = "35"
091600         OPEN OUTPUT AGE-FILE
091700         CLOSE AGE-FILE
091800         OPEN I-O AGE-FILE
091900     END-IF.
092000     OPEN I-O LTRH-FILE.
092100     IF WS-LTRH-STATUS = "35"
092200         OPEN OUTPUT LTRH-FILE
092300         CLOSE LTRH-FILE
092400         OPEN I-O LTRH-FILE
092500     END-IF.
092600     OPEN I-O SCORE-FILE.
092700     IF WS-SCOR-STATUS = "35"
092800         OPEN OUTPUT SCORE-FILE
092900         CLOSE SCORE-FILE
093000         OPEN I-O SCORE-FILE
093100     END-IF.
093200     OPEN I-O XREF-FILE.
093300     IF WS-XREF-STATUS = "35"
093400         OPEN OUTPUT XREF-FILE
093500         CLOSE XREF-FILE
093600         OPEN I-O XREF-FILE
093700     END-IF.
093800     OPEN I-O STMT-ARCH.
093900     IF WS-SARC-STATUS = "35"
094000         OPEN OUTPUT STMT-ARCH
094100         CLOSE STMT-ARCH
094200         OPEN I-O STMT-ARCH
094300     END-IF.
094400     OPEN I-O BILL-FILE.
094500     IF WS-BILL-STATUS = "35"
094600         OPEN OUTPUT BILL-FILE
094700         CLOSE BILL-FILE
094800         OPEN I-O BILL-FILE
094900     END-IF.
095000 5050-OPEN-FOR-RESTORE-EXIT.
095100     EXIT.
095200*-----------------------------------------------------------------
095300* 5100-RESTORE-ONE-RECORD
095400*   A HELD RECORD GOES BACK ONLY IF ITS ACCOUNT IS ON THE MASTER
095500*   AGAIN - OTHERWISE IT WOULD ONLY BE AN ORPHAN ONCE MORE.
095600*-----------------------------------------------------------------
095700 5100-RESTORE-ONE-RECORD.
095800     ADD 1 TO WS-HOLD-READ-COUNT.
095900     MOVE HOLD-PURGE-DATE TO WS-HOLD-DATE-X.
096000     IF (NOT RESTORE-ALL-DATES
096100             AND WS-HOLD-DATE-X NOT = WS-RESTORE-DATE)
096200         OR (NOT RESTORE-ALL-ACCTS
096300             AND HOLD-ACCT-NO NOT = WS-RESTORE-ACCT)
096400         ADD 1 TO WS-RESTORE-SKIP-COUNT
096500         GO TO 5100-READ-NEXT
096600     END-IF.
096700     MOVE HOLD-ACCT-NO  TO WS-DTL-ACCT-NO.
096800     MOVE HOLD-ACCT-NO  TO WS-DTL-KEY.
096900     MOVE "RESTORE"     TO WS-DTL-CLASS.
097000     MOVE HOLD-REASON   TO WS-DTL-REASON.
097100     PERFORM 7000-FETCH-MASTER
097200         THRU 7000-FETCH-MASTER-EXIT.
097300     IF ACCT-NOT-FOUND
097400         MOVE "ACCOUNT STILL NOT ON MASTER" TO WS-DTL-REASON
097500         MOVE "NOT RESTORED" TO WS-DTL-ACTION
097600         ADD 1 TO WS-NOT-RESTORED-COUNT
097700         PERFORM 7300-WRITE-DETAIL
097800             THRU 7300-WRITE-DETAIL-EXIT
097900         GO TO 5100-READ-NEXT
098000     END-IF.
098100     PERFORM 5200-WRITE-BACK
098200         THRU 5200-WRITE-BACK-EXIT.
098300     EVALUATE TRUE
098400         WHEN RESTORE-DONE
098500             MOVE "RESTORED" TO WS-DTL-ACTION
098600             ADD 1 TO WS-RESTORED-COUNT
098700         WHEN RESTORE-ON-FILE
098800             MOVE "RECORD ALREADY ON FILE" TO WS-DTL-REASON
098900             MOVE "NOT RESTORED" TO WS-DTL-ACTION
099000             ADD 1 TO WS-NOT-RESTORED-COUNT
099100         WHEN OTHER
099200             MOVE "UNKNOWN FILE ON HOLD RECORD" TO WS-DTL-REASON
099300             MOVE "NOT RESTORED" TO WS-DTL-ACTION
099400             ADD 1 TO WS-NOT-RESTORED-COUNT
099500     END-EVALUATE.
099600     PERFORM 7300-WRITE-DETAIL
099700         THRU 7300-WRITE-DETAIL-EXIT.
099800 5100-READ-NEXT.
099900     READ INTG-HOLD
100000         AT END
100100             SET SAT-FILE-EOF TO TRUE.
100200 5100-RESTORE-ONE-RECORD-EXIT.
100300     EXIT.
100400*-----------------------------------------------------------------
100500* 5200-WRITE-BACK
100600*   THE IMAGE IS MOVED BACK OVER THE FILE'S RECORD, WHICH TAKES
100700*   AS MANY BYTES AS THE RECORD HOLDS.
100800*-----------------------------------------------------------------
100900 5200-WRITE-BACK.
101000     SET RESTORE-DONE TO TRUE.
101100     EVALUATE HOLD-FILE-ID
101200         WHEN WS-FN-NAME(1)
101300             MOVE 1 TO WS-FT-IDX
101400             MOVE HOLD-IMAGE TO AGE-REC
101500             WRITE AGE-REC
101600                 INVALID KEY
101700                     SET RESTORE-ON-FILE TO TRUE
101800             END-WRITE
101900         WHEN WS-FN-NAME(2)
102000             MOVE 2 TO WS-FT-IDX
102100             MOVE HOLD-IMAGE TO LTRH-REC
102200             WRITE LTRH-REC
102300                 INVALID KEY
102400                     SET RESTORE-ON-FILE TO TRUE
102500             END-WRITE
102600         WHEN WS-FN-NAME(3)
102700             MOVE 3 TO WS-FT-IDX
102800             MOVE HOLD-IMAGE TO SCOR-REC
102900             WRITE SCOR-REC
103000                 INVALID KEY
103100                     SET RESTORE-ON-FILE TO TRUE
103200             END-WRITE
103300         WHEN WS-FN-NAME(4)
103400             MOVE 4 TO WS-FT-IDX
103500             MOVE HOLD-IMAGE TO XREF-REC
103600             WRITE XREF-REC
103700                 INVALID KEY
103800                     SET RESTORE-ON-FILE TO TRUE
103900             END-WRITE
104000         WHEN WS-FN-NAME(6)
104100             MOVE 6 TO WS-FT-IDX
104200             MOVE HOLD-IMAGE TO SARC-REC
104300             MOVE SARC-ACCT-NO    TO WS-SKO-ACCT-NO
104400             MOVE SARC-CYCLE-DATE TO WS-SKO-CYCLE-DATE
104500             MOVE SARC-LINE-SEQ   TO WS-SKO-LINE-SEQ
104600             MOVE WS-SARC-KEY-O   TO WS-DTL-KEY
104700             WRITE SARC-REC
104800                 INVALID KEY
104900                     SET RESTORE-ON-FILE TO TRUE
105000             END-WRITE
105100         WHEN WS-FN-NAME(7)
105200             MOVE 7 TO WS-FT-IDX
105300             MOVE HOLD-IMAGE TO BILL-REC
105400             WRITE BILL-REC
105500                 INVALID KEY
105600                     SET RESTORE-ON-FILE TO TRUE
105700             END-WRITE
105800         WHEN OTHER
105900             SET RESTORE-BAD-FILE TO TRUE
106000     END-EVALUATE.
106100 5200-WRITE-BACK-EXIT.
106200     EXIT.
106300*-----------------------------------------------------------------
106400* 7000-FETCH-MASTER
106500*   LOOKS WS-DTL-ACCT-NO UP ON THE MASTER.
106600*-----------------------------------------------------------------
106700 7000-FETCH-MASTER.
106800     IF WS-DTL-ACCT-NO = WS-LAST-ACCT-NO
106900         GO TO 7000-FETCH-MASTER-EXIT
107000     END-IF.
107100     MOVE WS-DTL-ACCT-NO TO WS-LAST-ACCT-NO.
107200     MOVE WS-DTL-ACCT-NO TO ACCT-NO.
107300     READ ACCT-REC
107400         INVALID KEY
107500             SET ACCT-NOT-FOUND TO TRUE
107600         NOT INVALID KEY
107700             SET ACCT-FOUND TO TRUE
107800     END-READ.
107900 7000-FETCH-MASTER-EXIT.
108000     EXIT.
108100*-----------------------------------------------------------------
108200* 7100-HANDLE-ORPHAN
108300*
108400* COUNTS THE ORPHAN AND, ON A PURGE RUN FOR A PURGEABLE FILE,
108500* WRITES ITS IMAGE (WS-HOLD-IMAGE, SET BY THE CALLER) TO THE
108600* HOLDING FILE.  THE CALLER DELETES THE RECORD ONLY WHEN THAT
108700* WRITE WORKED.  WS-DTL-REASON DEFAULTS TO THE ACCOUNT BEING GONE.
108800*-----------------------------------------------------------------
108900 7100-HANDLE-ORPHAN.
109000     ADD 1 TO WS-FC-ORPHANS(WS-FT-IDX).
109100     ADD 1 TO WS-TOT-ORPHANS.
109200     MOVE "ORPHAN" TO WS-DTL-CLASS.
109300     IF WS-FT-IDX NOT = 5
109400         MOVE "ACCOUNT NOT ON MASTER" TO WS-DTL-REASON
109500     END-IF.
109600     SET HOLD-NOT-WRITTEN TO TRUE.
109700     IF NOT RUN-PURGE
109800         MOVE "LISTED" TO WS-DTL-ACTION
109900         GO TO 7100-HANDLE-ORPHAN-EXIT
110000     END-IF.
110100     IF NOT FN-PURGEABLE(WS-FT-IDX)
110200         MOVE "KEPT - NOT PURGEABLE" TO WS-DTL-ACTION
110300         GO TO 7100-HANDLE-ORPHAN-EXIT
110400     END-IF.
110500     MOVE WS-FN-NAME(WS-FT-IDX) TO HOLD-FILE-ID.
110600     MOVE WS-RUN-DATE           TO HOLD-PURGE-DATE.
110700     MOVE WS-DTL-ACCT-NO        TO HOLD-ACCT-NO.
110800     MOVE WS-DTL-REASON         TO HOLD-REASON.
110900     MOVE WS-HOLD-IMAGE         TO HOLD-IMAGE.
111000     WRITE HOLD-REC.
111100     IF WS-HOLD-STATUS NOT = "00"
111200         DISPLAY "HOLDING FILE WRITE FAILED - STATUS "
111300             WS-HOLD-STATUS " - " WS-FN-NAME(WS-FT-IDX)
111400             " " WS-DTL-KEY " NOT PURGED"
111500         ADD 1 TO WS-HOLD-FAIL-COUNT
111600         MOVE "KEPT - HOLD FAILED" TO WS-DTL-ACTION
111700         GO TO 7100-HANDLE-ORPHAN-EXIT
111800     END-IF.
111900     SET HOLD-WRITTEN TO TRUE.
112000 7100-HANDLE-ORPHAN-EXIT.
112100     EXIT.
112200*-----------------------------------------------------------------
112300* 7150-PURGE-FAILED
112400*   THE IMAGE IS ON THE HOLDING FILE BUT THE RECORD IS STILL ON
112500*   ITS FILE - A LATER RESTORE FINDS IT ALREADY THERE.
112600*-----------------------------------------------------------------
112700 7150-PURGE-FAILED.
112800     ADD 1 TO WS-PURGE-FAIL-COUNT.
112900     MOVE "HELD - DELETE FAILED" TO WS-DTL-ACTION.
113000 7150-PURGE-FAILED-EXIT.
113100     EXIT.
113200*-----------------------------------------------------------------
113300* 7160-PURGE-DONE
113400*-----------------------------------------------------------------
113500 7160-PURGE-DONE.
113600     ADD 1 TO WS-FC-PURGED(WS-FT-IDX).
113700     ADD 1 TO WS-TOT-PURGED.
113800     MOVE "PURGED - HELD" TO WS-DTL-ACTION.
113900 7160-PURGE-DONE-EXIT.
114000     EXIT.
114100*-----------------------------------------------------------------
114200* 7300-WRITE-DETAIL
114300*   THE FILE NAME COMES FROM WS-FT-IDX, EXCEPT ON A RESTORE, WHERE
114400*   IT IS THE ONE CARRIED ON THE HOLD RECORD.
114500*-----------------------------------------------------------------
114600 7300-WRITE-DETAIL.
114700     MOVE SPACES         TO INTG-RPT-REC.
114800     IF RUN-RESTORE
114900         MOVE HOLD-FILE-ID          TO INTR-FILE-O
115000     ELSE
115100         MOVE WS-FN-NAME(WS-FT-IDX) TO INTR-FILE-O
115200     END-IF.
115300     MOVE WS-DTL-KEY     TO INTR-KEY-O.
115400     MOVE WS-DTL-ACCT-NO TO INTR-ACCT-NO-O.
115500     MOVE WS-DTL-CLASS   TO INTR-CLASS-O.
115600     MOVE WS-DTL-REASON  TO INTR-REASON-O.
115700     MOVE WS-DTL-ACTION  TO INTR-ACTION-O.
115800     WRITE INTG-RPT-REC.
115900 7300-WRITE-DETAIL-EXIT.
116000     EXIT.
116100*-----------------------------------------------------------------
116200* 7400-REPORT-INCONSISTENT
116300*   WS-DTL-REASON IS SET BY THE CALLER.  NEVER PURGED.
116400*-----------------------------------------------------------------
116500 7400-REPORT-INCONSISTENT.
116600     ADD 1 TO WS-FC-INCONSIST(WS-FT-IDX).
116700     ADD 1 TO WS-TOT-INCONSIST.
116800     MOVE "INCONSISTENT" TO WS-DTL-CLASS.
116900     MOVE "LISTED"       TO WS-DTL-ACTION.
117000     PERFORM 7300-WRITE-DETAIL
117100         THRU 7300-WRITE-DETAIL-EXIT.
117200 7400-REPORT-INCONSISTENT-EXIT.
117300     EXIT.
117400*-----------------------------------------------------------------
117500* 8000-STAMP-RUN-END
117600*-----------------------------------------------------------------
117700 8000-STAMP-RUN-END.
117800     MOVE "E" TO WS-RUNL-PHASE.
117900     IF RUN-RESTORE
118000         MOVE WS-RESTORED-COUNT TO WS-RUNL-COUNT
118100     ELSE
118200         COMPUTE WS-RUNL-COUNT = WS-TOT-ORPHANS + WS-TOT-INCONSIST
118300     END-IF.
118400     MOVE RETURN-CODE TO WS-RUNL-CODE.
118500     CALL "AR095" USING WS-RUN-CONTROL.
118600 8000-STAMP-RUN-END-EXIT.
118700     EXIT.
118800*-----------------------------------------------------------------
118900* 8500-WRITE-FILE-TOTALS
119000*-----------------------------------------------------------------
119100 8500-WRITE-FILE-TOTALS.
119200     WRITE INTG-RPT-REC FROM WS-TOTAL-HEAD-LINE.
119300     PERFORM 8550-WRITE-ONE-FILE-TOTAL
119400         THRU 8550-WRITE-ONE-FILE-TOTAL-EXIT
119500         VARYING WS-FT-IDX FROM 1 BY 1
119600         UNTIL WS-FT-IDX > 9.
119700 8500-WRITE-FILE-TOTALS-EXIT.
119800     EXIT.
119900*-----------------------------------------------------------------
120000* 8550-WRITE-ONE-FILE-TOTAL
120100*-----------------------------------------------------------------
120200 8550-WRITE-ONE-FILE-TOTAL.
120300     MOVE SPACES                      TO INTG-RPT-REC.
120400     MOVE "*** FILE"                  TO INTR-TOT-LABEL-O.
120500     MOVE WS-FN-NAME(WS-FT-IDX)       TO INTR-TOT-FILE-O.
120600     MOVE WS-FC-CHECKED(WS-FT-IDX)    TO INTR-TOT-CHECKED-O.
120700     MOVE WS-FC-ORPHANS(WS-FT-IDX)    TO INTR-TOT-ORPHAN-O.
120800     MOVE WS-FC-INCONSIST(WS-FT-IDX)  TO INTR-TOT-INCON-O.
120900     MOVE WS-FC-PURGED(WS-FT-IDX)     TO INTR-TOT-PURGED-O.
121000     EVALUATE TRUE
121100         WHEN FC-NOT-ON-DISK(WS-FT-IDX)
121200             MOVE "FILE NOT ON DISK"      TO INTR-TOT-NOTE-O
121300         WHEN NOT FN-PURGEABLE(WS-FT-IDX)
121400             MOVE "ORPHANS NEVER PURGED"  TO INTR-TOT-NOTE-O
121500     END-EVALUATE.
121600     WRITE INTR-TOTAL-REC.
121700 8550-WRITE-ONE-FILE-TOTAL-EXIT.
121800     EXIT.
121900*-----------------------------------------------------------------
122000* 9000-TERMINATE
122100*-----------------------------------------------------------------
122200 9000-TERMINATE.
122300     IF RUN-RESTORE
122400         MOVE WS-HOLD-READ-COUNT    TO WS-RTL-READ-O
122500         MOVE WS-RESTORED-COUNT     TO WS-RTL-RESTORED-O
122600         MOVE WS-NOT-RESTORED-COUNT TO WS-RTL-NOT-O
122700         MOVE WS-RESTORE-SKIP-COUNT TO WS-RTL-SKIP-O
122800         WRITE INTG-RPT-REC FROM WS-RESTORE-TOTAL-LINE
122900     ELSE
123000         PERFORM 8500-WRITE-FILE-TOTALS
123100             THRU 8500-WRITE-FILE-TOTALS-EXIT
123200     END-IF.
123300     CLOSE ACCT-REC.
123400     CLOSE INTG-RPT.
123500     IF RUN-PURGE
123600         CLOSE INTG-HOLD
123700     END-IF.
123800     EVALUATE TRUE
123900         WHEN WS-HOLD-FAIL-COUNT > ZERO
124000           OR WS-PURGE-FAIL-COUNT > ZERO
124100             MOVE 16 TO RETURN-CODE
124200         WHEN WS-TOT-ORPHANS > ZERO
124300           OR WS-TOT-INCONSIST > ZERO
124400           OR WS-NOT-RESTORED-COUNT > ZERO
124500             MOVE 4 TO RETURN-CODE
124600     END-EVALUATE.
124700     DISPLAY "AR490 SATELLITE-FILE INTEGRITY SWEEP COMPLETE".
124800     IF RUN-RESTORE
124900         DISPLAY "  HELD RECORDS READ   : " WS-HOLD-READ-COUNT
125000         DISPLAY "  RESTORED            : " WS-RESTORED-COUNT
125100         DISPLAY "  NOT RESTORED        : " WS-NOT-RESTORED-COUNT
125200         DISPLAY "  NOT SELECTED        : " WS-RESTORE-SKIP-COUNT
125300     ELSE
125400         DISPLAY "  ORPHANED RECORDS    : " WS-TOT-ORPHANS
125500         DISPLAY "  INCONSISTENT RECORDS: " WS-TOT-INCONSIST
125600         DISPLAY "  PURGED TO HOLD FILE : " WS-TOT-PURGED
125700         DISPLAY "  HOLD WRITE FAILURES : " WS-HOLD-FAIL-COUNT
125800         DISPLAY "  PURGE DELETE FAILS  : " WS-PURGE-FAIL-COUNT
125900     END-IF.
126000     PERFORM 8000-STAMP-RUN-END
126100         THRU 8000-STAMP-RUN-END-EXIT.
126200 9000-TERMINATE-EXIT.
126300     EXIT.
