001600* WRITTEN BY AR200.  THE CYCLE'S FROM/TO DATES COME FROM THE
001700* SAME AUDIT-PARM CONTROL CARD AR210 USES.  STATEMENTS ARE
001800* SORTED BY ZIP-CODE (THEN USA-STATE AND CITY-COUNTY) - THE
001900* POST OFFICE RATES PRESORT ON ZIP.  CLOSED, FROZEN, AND
001950* CHARGED-OFF ACCOUNTS GET NO STATEMENT; ANY RECORD WHOSE MONEY
001960* FIELDS FAIL COMP-3 VALIDATION IS ROUTED TO THE EXCEPTIONS FILE
002100* INSTEAD OF BEING PRINTED, THE SAME AS THE DAILY LISTING.
002110* EACH STATEMENT ALSO CARRIES THE CYCLE'S MINIMUM PAYMENT DUE -
002120* A PERCENTAGE OF THE BALANCE WITH A DOLLAR FLOOR, PLUS WHATEVER
002130* OF THE LAST MINIMUM WENT UNPAID - AND THE PAYMENT DUE DATE,
002140* BOTH TAKEN FROM THE BILL-PARM CONTROL CARD, AND THE BILL IS
002150* STORED ON THE BILLING FILE FOR AR230 AND AR430.
002300*
002400* MOD-LOG
002500*   DATE       INIT  DESCRIPTION
002600*   ---------- ----- ------------------------------------------
002605*   08/23/2026 DPC   ORIGINAL PROGRAM.
002610*   09/02/2026 DPC   EACH STATEMENT NOW CARRIES AN ITEMIZED
002615*                    ACCOUNT-ACTIVITY SECTION PULLED FROM THE
002620*                    POSTED-TRANSACTION HISTORY FILE AR230
002625*                    WRITES - BEGINNING BALANCE, ONE LINE PER
002630*                    APPLIED POSTING IN THE CYCLE, TOTAL DEBITS,
002635*                    TOTAL CREDITS, AND AN ENDING BALANCE THAT
002640*                    CROSS-FOOTS - SO A CUSTOMER ASKING "WHAT
002645*                    WERE THESE CHARGES" NO LONGER MEANS DIGGING
002650*                    THROUGH A MONTH OF POSTING JOURNALS.
002655*   09/02/2026 DPC   ZIP-CODE (NEW ON THE CILENT-ADDR GROUP) IS
002660*                    NOW THE PRIMARY STATEMENT SORT KEY FOR THE
002665*                    POSTAL PRESORT AND PRINTS ON THE MAILING
002670*                    BLOCK'S CITY LINE.
002675*   09/02/2026 DPC   NOW STAMPS THE COMMON RUN-CONTROL LOG AT
002680*                    START AND END (CALLS AR095) SO THE AR350
002685*                    WINDOW-CLOSE REPORT CAN PROVE THE WINDOW.
002690*   09/02/2026 DPC   EVERY FORMATTED STATEMENT LINE IS NOW ALSO
002695*                    WRITTEN TO THE STATEMENT ARCHIVE, KEYED BY
002700*                    ACCT-NO / CYCLE TO-DATE / LINE SEQUENCE, SO
002705*                    AR360 CAN REPRINT ONE STATEMENT WITHOUT
002710*                    RERUNNING THIS WHOLE JOB.  A RERUN OF THE
002715*                    SAME CYCLE REPLACES ITS ARCHIVED LINES, AND
002720*                    THE OLDEST CYCLE IS AGED OFF ONCE AN
002725*                    ACCOUNT HOLDS TWELVE.
002730*   09/02/2026 DPC   THE AGE-OFF LOOP NOW ABENDS (RETURN-CODE
002735*                    16) WHEN A PURGE PASS DELETES NOTHING - ON
002740*                    A DAMAGED ARCHIVE WHOSE DELETES KEEP
002745*                    FAILING, THE CYCLE COUNT NEVER DROPPED AND
002750*                    THE RUN SPUN FOREVER ON ONE ACCOUNT.
002755*   10/15/2026 DPC   RECOVERIES (HIST-DC-CODE "R") ARE LEFT OUT
002760*                    OF THE ACTIVITY SECTION - THEY WERE APPLIED
002765*                    TO THE CHARGE-OFF FILE, NOT THE BALANCE, AND
002770*                    WOULD BREAK THE CROSS-FOOT ON AN ACCOUNT
002775*                    LATER REINSTATED.
002780*   10/15/2026 DPC   MINIMUM PAYMENT DUE AND PAYMENT DUE DATE.
002785*                    THE MINIMUM IS BILP-MIN-PCT OF THE BALANCE,
002790*                    NO LESS THAN BILP-MIN-FLOOR, PLUS THE PAST-
002795*                    DUE AMOUNT LEFT UNPAID FROM THE LAST CYCLE,
002800*                    NEVER MORE THAN THE BALANCE; THE DUE DATE IS
002805*                    BILP-DUE-DAYS PAST THE CYCLE TO-DATE.  BOTH
002810*                    PRINT ON THE STATEMENT AND ARE WRITTEN TO
002815*                    THE NEW BILLING FILE.  A RERUN OF THE SAME
002820*                    CYCLE KEEPS THE PAST-DUE AMOUNT AND THE
002825*                    PAYMENTS ALREADY COUNTED AGAINST THE BILL.
002830*   10/15/2026 DPC   ARCHIVE (4120-4135) AND BILLING (4400-4450)
002853*                    PARAGRAPHS PUT BACK IN NUMBER ORDER; PROGRAM
002865*                    RESEQUENCED FROM 4120 ON.
002876*-----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003600     COPY "SELEXCP.CPY".
003650     COPY "SELHIST.CPY".
003660     COPY "SELSARC.CPY".
003670     COPY "SELBILP.CPY".
003680     COPY "SELBILL.CPY".
003700     COPY "SELSORT.CPY".
003800 DATA DIVISION.
003900 FILE SECTION.
004400 COPY "EXCPTREC.CPY".
004450 COPY "HISTREC.CPY".
004460 COPY "SARCREC.CPY".
004470 COPY "BILPARM.CPY".
004480 COPY "BILLREC.CPY".
004500 SD  SORT-WORK.
004600 01  SORT-REC.
004650     05  SRT-ZIP-CODE        PIC X(5).
005800 01  WS-EXCPT-STATUS         PIC XX VALUE "00".
005850 01  WS-HIST-STATUS          PIC XX VALUE "00".
005860 01  WS-SARC-STATUS          PIC XX VALUE "00".
005870 01  WS-BILL-STATUS          PIC XX VALUE "00".
005900 COPY "WSFLAGS.CPY".
006000 01  WS-SWITCHES.
006100     05  AUDIT-EOF-SW        PIC X VALUE SPACE.
006600         88  CHANGES-PRINTED     VALUE "Y".
006610     05  SARC-SCAN-SW        PIC X VALUE SPACE.
006620         88  SARC-SCAN-DONE      VALUE "Y".
006630     05  WS-BILL-FOUND-SW    PIC X VALUE SPACE.
006640         88  BILL-REC-FOUND      VALUE "Y".
006650         88  BILL-REC-NOT-FOUND  VALUE "N".
006700 01  WS-VALID-SW             PIC X.
006800     88  WS-FIELD-VALID          VALUE "Y".
006900     88  WS-FIELD-INVALID        VALUE "N".
007200     05  WS-TO-DATE          PIC 9(8) VALUE ZERO.
007300 01  WS-STMT-COUNT           PIC 9(7) COMP-3 VALUE ZERO.
007400 01  WS-AVAIL-CREDIT         PIC S9(8)V99 COMP-3.
007402*-----------------------------------------------------------------
007404* MINIMUM-PAYMENT TERMS FROM THE BILL-PARM CARD, THE CYCLE'S DUE
007406* DATE (WORKED OUT ONCE, SINCE EVERY STATEMENT IN THE CYCLE HAS
007408* THE SAME ONE), AND THE PER-ACCOUNT BILL FIGURES.
007410*-----------------------------------------------------------------
007412 01  WS-BILLING-TERMS.
007414     05  WS-MIN-PCT          PIC 9(2)V99 VALUE ZERO.
007416     05  WS-MIN-FLOOR        PIC 9(5)V99 VALUE ZERO.
007418     05  WS-DUE-DAYS         PIC 9(2) VALUE ZERO.
007420 01  WS-DUE-DATE             PIC 9(8) VALUE ZERO.
007422 01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
007424     05  WS-DUE-YYYY         PIC 9(4).
007426     05  WS-DUE-MM           PIC 9(2).
007428     05  WS-DUE-DD           PIC 9(2).
007430 01  WS-DAY-COUNT            PIC 9(2) COMP VALUE ZERO.
007432 01  WS-MONTH-END-DAY        PIC 9(2) VALUE ZERO.
007434 01  WS-LEAP-QUOTIENT        PIC 9(4) COMP VALUE ZERO.
007436 01  WS-LEAP-REMAINDER       PIC 9(4) COMP VALUE ZERO.
007438 01  WS-MONTH-DAYS-VALUES    PIC X(24) VALUE
007440     "312831303130313130313031".
007442 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
007444     05  WS-MONTH-DAYS       PIC 9(2) OCCURS 12 TIMES.
007446 01  WS-BILL-FIGURES.
007448     05  WS-PAST-DUE         PIC S9(7)V99 COMP-3.
007450     05  WS-MIN-BASE         PIC S9(7)V99 COMP-3.
007452     05  WS-MIN-DUE          PIC S9(7)V99 COMP-3.
007454 01  WS-BILL-COUNT           PIC 9(7) COMP-3 VALUE ZERO.
007456 01  WS-BILL-IO-ERRS         PIC 9(7) COMP-3 VALUE ZERO.
007500*-----------------------------------------------------------------
007600* THIS CYCLE'S CREDIT-LIMIT CHANGES, LOADED FROM THE AUDIT TRAIL
007700* UP FRONT SO EACH STATEMENT CAN PULL ITS OWN ACCOUNT'S CHANGES
011000 01  WS-STMT-MONEY-LINE.
011100     05  WS-STMT-MONEY-LABEL PIC X(18).
011200     05  WS-STMT-MONEY-AMT   PIC $$,$$$,$$9.99-.
011210 01  WS-STMT-DUE-LINE.
011220     05  FILLER              PIC X(18) VALUE "PAYMENT DUE DATE: ".
011230     05  WS-STMT-DUE-DATE    PIC 9(8).
011300 01  WS-STMT-CHG-HEAD        PIC X(40) VALUE
011400     "CREDIT LIMIT CHANGES THIS CYCLE:".
011500 01  WS-STMT-CHG-LINE.
015200     MOVE AUDPARM-FROM-DATE TO WS-FROM-DATE.
015300     MOVE AUDPARM-TO-DATE   TO WS-TO-DATE.
015400     CLOSE AUDIT-PARM.
015410     PERFORM 1050-READ-BILLING-CARD
015420         THRU 1050-READ-BILLING-CARD-EXIT.
015430     PERFORM 1060-SET-DUE-DATE
015440         THRU 1060-SET-DUE-DATE-EXIT.
015500     PERFORM 1100-LOAD-AUDIT-TABLE
015600         THRU 1100-LOAD-AUDIT-TABLE-EXIT.
015610     PERFORM 1200-LOAD-HISTORY-TABLE
015940         CLOSE STMT-ARCH
015950         OPEN I-O STMT-ARCH
015960     END-IF.
015970     OPEN I-O BILL-FILE.
015975     IF WS-BILL-STATUS = "35"
015980         OPEN OUTPUT BILL-FILE
015985         CLOSE BILL-FILE
015990         OPEN I-O BILL-FILE
015995     END-IF.
016000 1000-INITIALIZE-EXIT.
016100     EXIT.
016101*-----------------------------------------------------------------
016102* 1050-READ-BILLING-CARD
016103*
016104* THE BILL-PARM CARD IS REQUIRED AND MUST BE NUMERIC - A STATEMENT
016105* WITHOUT ITS MINIMUM PAYMENT AND DUE DATE IS NOT A STATEMENT THE
016106* RUN SHOULD MAIL.  THE DUE DAYS MAY NOT BE ZERO.
016107*-----------------------------------------------------------------
016108 1050-READ-BILLING-CARD.
016109     OPEN INPUT BILL-PARM.
016110     READ BILL-PARM
016111         AT END
016112             DISPLAY "AR240 - NO BILL-PARM CARD SUPPLIED"
016113             CLOSE BILL-PARM
016114             MOVE 16 TO RETURN-CODE
016115             STOP RUN
016116     END-READ.
016117     IF BILP-MIN-PCT NOT NUMERIC
016118         OR BILP-MIN-FLOOR NOT NUMERIC
016119         OR BILP-DUE-DAYS NOT NUMERIC
016120         OR BILP-DUE-DAYS = ZERO
016121         DISPLAY "AR240 - BILL-PARM CARD NOT NUMERIC OR DUE DAYS"
016122             " ZERO"
016123         CLOSE BILL-PARM
016124         MOVE 16 TO RETURN-CODE
016125         STOP RUN
016126     END-IF.
016127     MOVE BILP-MIN-PCT   TO WS-MIN-PCT.
016128     MOVE BILP-MIN-FLOOR TO WS-MIN-FLOOR.
016129     MOVE BILP-DUE-DAYS  TO WS-DUE-DAYS.
016130     CLOSE BILL-PARM.
016131 1050-READ-BILLING-CARD-EXIT.
016132     EXIT.
016133*-----------------------------------------------------------------
016134* 1060-SET-DUE-DATE
016135*
016136* THE DUE DATE IS THE CYCLE TO-DATE PLUS THE CARD'S DUE DAYS,
016137* COUNTED FORWARD ONE CALENDAR DAY AT A TIME.  A TO-DATE THAT IS
016138* NOT A CALENDAR DATE ABENDS THE RUN BEFORE ANY BILL IS WRITTEN.
016139*-----------------------------------------------------------------
016140 1060-SET-DUE-DATE.
016141     MOVE WS-TO-DATE TO WS-DUE-DATE.
016142     IF WS-DUE-MM < 1 OR WS-DUE-MM > 12
016143         OR WS-DUE-DD < 1 OR WS-DUE-DD > 31
016144         DISPLAY "AR240 - CYCLE TO-DATE " WS-TO-DATE
016145             " IS NOT A VALID YYYYMMDD"
016146         MOVE 16 TO RETURN-CODE
016147         STOP RUN
016148     END-IF.
016149     PERFORM 1070-ADD-ONE-DAY
016150         THRU 1070-ADD-ONE-DAY-EXIT
016151         VARYING WS-DAY-COUNT FROM 1 BY 1
016152         UNTIL WS-DAY-COUNT > WS-DUE-DAYS.
016153 1060-SET-DUE-DATE-EXIT.
016154     EXIT.
016155*-----------------------------------------------------------------
016156* 1070-ADD-ONE-DAY
016157*
016158* FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
016159* CENTURY YEAR NOT DIVISIBLE BY 400.
016160*-----------------------------------------------------------------
016161 1070-ADD-ONE-DAY.
016162     MOVE WS-MONTH-DAYS(WS-DUE-MM) TO WS-MONTH-END-DAY.
016163     IF WS-DUE-MM = 2
016164         DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
016165             REMAINDER WS-LEAP-REMAINDER
016166         IF WS-LEAP-REMAINDER = ZERO
016167             MOVE 29 TO WS-MONTH-END-DAY
016168             DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
016169                 REMAINDER WS-LEAP-REMAINDER
016170             IF WS-LEAP-REMAINDER = ZERO
016171                 DIVIDE WS-DUE-YYYY BY 400
016172                     GIVING WS-LEAP-QUOTIENT
016173                     REMAINDER WS-LEAP-REMAINDER
016174                 IF WS-LEAP-REMAINDER NOT = ZERO
016175                     MOVE 28 TO WS-MONTH-END-DAY
016176                 END-IF
016177             END-IF
016178         END-IF
016179     END-IF.
016180     IF WS-DUE-DD < WS-MONTH-END-DAY
016181         ADD 1 TO WS-DUE-DD
016182         GO TO 1070-ADD-ONE-DAY-EXIT
016183     END-IF.
016184     MOVE 1 TO WS-DUE-DD.
016185     IF WS-DUE-MM < 12
016186         ADD 1 TO WS-DUE-MM
016187     ELSE
016188         MOVE 1 TO WS-DUE-MM
016189         ADD 1 TO WS-DUE-YYYY
016190     END-IF.
016191 1070-ADD-ONE-DAY-EXIT.
016192     EXIT.
016200*-----------------------------------------------------------------
016300* 1100-LOAD-AUDIT-TABLE
016400*
020650*-----------------------------------------------------------------
020652 1250-LOAD-ONE-HISTORY.
020654     IF HIST-DATE >= WS-FROM-DATE AND HIST-DATE <= WS-TO-DATE
020655         AND NOT HIST-RECOVERY
020656         IF WS-HIST-COUNT >= WS-HIST-MAX
020658             DISPLAY "AR240 - HISTORY TABLE FULL AT "
020660                 WS-HIST-MAX " ENTRIES - INCREASE WS-HIST-MAX"
031600     MOVE WS-STMT-MONEY-LINE TO STMT-PRINT-REC.
031700     PERFORM 7000-WRITE-STMT-LINE
031750         THRU 7000-WRITE-STMT-LINE-EXIT.
031760     PERFORM 4400-BILL-MINIMUM-DUE
031770         THRU 4400-BILL-MINIMUM-DUE-EXIT.
031800     PERFORM 4200-PRINT-LIMIT-CHANGES
031900         THRU 4200-PRINT-LIMIT-CHANGES-EXIT.
032000     MOVE SPACES             TO STMT-PRINT-REC.
032600 4100-FORMAT-STATEMENT-EXIT.
032700     EXIT.
032800*-----------------------------------------------------------------
032900* 4120-START-ARCHIVE-STMT
033000*
033100* SETS UP THE ARCHIVE KEY FOR THE STATEMENT ABOUT TO PRINT,
033200* REPLACES ANY LINES A RERUN OF THIS CYCLE ALREADY ARCHIVED,
033300* AND AGES OFF THE OLDEST CYCLE(S) UNTIL THE ACCOUNT HOLDS
033400* FEWER THAN WS-ARC-KEEP-CYCLES, SO THE CYCLE BEING WRITTEN
033500* BRINGS IT BACK TO AT MOST THAT MANY.
033600*-----------------------------------------------------------------
033700 4120-START-ARCHIVE-STMT.
033800     MOVE SRT-ACCT-NO TO WS-ARC-ACCT-NO.
033900     MOVE WS-TO-DATE  TO WS-ARC-CYCLE.
034000     MOVE ZERO        TO WS-ARC-SEQ.
034100     MOVE WS-ARC-CYCLE TO WS-ARC-PURGE-CYCLE.
034200     PERFORM 4125-PURGE-ONE-CYCLE
034300         THRU 4125-PURGE-ONE-CYCLE-EXIT.
034400     PERFORM 4132-COUNT-CYCLES
034500         THRU 4132-COUNT-CYCLES-EXIT.
034600     PERFORM 4135-DROP-OLDEST-CYCLE
034700         THRU 4135-DROP-OLDEST-CYCLE-EXIT
034800         UNTIL WS-ARC-CYCLE-CT < WS-ARC-KEEP-CYCLES.
034900 4120-START-ARCHIVE-STMT-EXIT.
035000     EXIT.
035100*-----------------------------------------------------------------
035200* 4125-PURGE-ONE-CYCLE
035300*
035400* DELETES EVERY ARCHIVED LINE OF WS-ARC-PURGE-CYCLE FOR THE
035500* ACCOUNT IN WS-ARC-ACCT-NO.
035600*-----------------------------------------------------------------
035700 4125-PURGE-ONE-CYCLE.
035800     MOVE ZERO  TO WS-ARC-PURGED-CT.
035900     MOVE SPACE TO SARC-SCAN-SW.
036000     MOVE WS-ARC-ACCT-NO     TO SARC-ACCT-NO.
036100     MOVE WS-ARC-PURGE-CYCLE TO SARC-CYCLE-DATE.
036200     MOVE ZERO               TO SARC-LINE-SEQ.
036300     START STMT-ARCH KEY >= SARC-KEY
036400         INVALID KEY
036500             SET SARC-SCAN-DONE TO TRUE
036600     END-START.
036700     PERFORM 4127-PURGE-ONE-LINE
036800         THRU 4127-PURGE-ONE-LINE-EXIT
036900         UNTIL SARC-SCAN-DONE.
037000 4125-PURGE-ONE-CYCLE-EXIT.
037100     EXIT.
037200*-----------------------------------------------------------------
037300* 4127-PURGE-ONE-LINE
037400*-----------------------------------------------------------------
037500 4127-PURGE-ONE-LINE.
037600     READ STMT-ARCH NEXT RECORD
037700         AT END
037800             SET SARC-SCAN-DONE TO TRUE
037900             GO TO 4127-PURGE-ONE-LINE-EXIT
038000     END-READ.
038100     IF SARC-ACCT-NO NOT = WS-ARC-ACCT-NO
038200         OR SARC-CYCLE-DATE NOT = WS-ARC-PURGE-CYCLE
038300         SET SARC-SCAN-DONE TO TRUE
038400         GO TO 4127-PURGE-ONE-LINE-EXIT
038500     END-IF.
038600     DELETE STMT-ARCH RECORD.
038700     IF WS-SARC-STATUS NOT = "00"
038800         ADD 1 TO WS-ARC-IO-ERRS
038900     ELSE
039000         ADD 1 TO WS-ARC-PURGED-CT
039100     END-IF.
039200 4127-PURGE-ONE-LINE-EXIT.
039300     EXIT.
039400*-----------------------------------------------------------------
039500* 4132-COUNT-CYCLES
039600*
039700* COUNTS THE DISTINCT CYCLES ARCHIVED FOR THE ACCOUNT AND
039800* REMEMBERS THE OLDEST - THE KEY ORDERS CYCLES ASCENDING, SO
039900* THE FIRST CYCLE SEEN IS THE OLDEST.
040000*-----------------------------------------------------------------
040100 4132-COUNT-CYCLES.
040200     MOVE SPACE TO SARC-SCAN-SW.
040300     MOVE ZERO     TO WS-ARC-CYCLE-CT.
040400     MOVE ZERO     TO WS-ARC-OLDEST.
040500     MOVE 99999999 TO WS-ARC-PREV-CYCLE.
040600     MOVE WS-ARC-ACCT-NO TO SARC-ACCT-NO.
040700     MOVE ZERO           TO SARC-CYCLE-DATE.
040800     MOVE ZERO           TO SARC-LINE-SEQ.
040900     START STMT-ARCH KEY >= SARC-KEY
041000         INVALID KEY
041100             SET SARC-SCAN-DONE TO TRUE
041200     END-START.
041300     PERFORM 4133-COUNT-ONE-LINE
041400         THRU 4133-COUNT-ONE-LINE-EXIT
041500         UNTIL SARC-SCAN-DONE.
041600 4132-COUNT-CYCLES-EXIT.
041700     EXIT.
041800*-----------------------------------------------------------------
041900* 4133-COUNT-ONE-LINE
042000*-----------------------------------------------------------------
042100 4133-COUNT-ONE-LINE.
042200     READ STMT-ARCH NEXT RECORD
042300         AT END
042400             SET SARC-SCAN-DONE TO TRUE
042500             GO TO 4133-COUNT-ONE-LINE-EXIT
042600     END-READ.
042700     IF SARC-ACCT-NO NOT = WS-ARC-ACCT-NO
042800         SET SARC-SCAN-DONE TO TRUE
042900         GO TO 4133-COUNT-ONE-LINE-EXIT
043000     END-IF.
043100     IF SARC-CYCLE-DATE NOT = WS-ARC-PREV-CYCLE
043200         ADD 1 TO WS-ARC-CYCLE-CT
043300         IF WS-ARC-CYCLE-CT = 1
043400             MOVE SARC-CYCLE-DATE TO WS-ARC-OLDEST
043500         END-IF
043600         MOVE SARC-CYCLE-DATE TO WS-ARC-PREV-CYCLE
043700     END-IF.
043800 4133-COUNT-ONE-LINE-EXIT.
043900     EXIT.
044000*-----------------------------------------------------------------
044100* 4135-DROP-OLDEST-CYCLE
044200*
044300* A PURGE PASS THAT DELETES NOTHING MEANS THE ARCHIVE WILL NOT
044400* GIVE THE RECORDS UP (DAMAGED FILE, FAILING DELETES) - THE
044500* CYCLE COUNT CAN NEVER DROP, SO THE RUN ABENDS RATHER THAN
044600* SPIN FOREVER ON ONE ACCOUNT, THE SAME WAY THE FULL AUDIT AND
044700* HISTORY TABLES ABEND THE RUN.
044800*-----------------------------------------------------------------
044900 4135-DROP-OLDEST-CYCLE.
045000     MOVE WS-ARC-OLDEST TO WS-ARC-PURGE-CYCLE.
045100     PERFORM 4125-PURGE-ONE-CYCLE
045200         THRU 4125-PURGE-ONE-CYCLE-EXIT.
045300     IF WS-ARC-PURGED-CT = ZERO
045400         DISPLAY "AR240 - ARCHIVE AGE-OFF CANNOT DELETE CYCLE "
045500             WS-ARC-PURGE-CYCLE " FOR ACCT-NO " WS-ARC-ACCT-NO
045600         MOVE 16 TO RETURN-CODE
045700         STOP RUN
045800     END-IF.
045900     PERFORM 4132-COUNT-CYCLES
046000         THRU 4132-COUNT-CYCLES-EXIT.
046100 4135-DROP-OLDEST-CYCLE-EXIT.
046200     EXIT.
046300*-----------------------------------------------------------------
046400* 4200-PRINT-LIMIT-CHANGES
046500*
046600* SCANS THE CYCLE'S AUDIT TABLE FOR THIS ACCOUNT AND PRINTS ONE
046700* LINE PER LIMIT CHANGE.  THE SECTION HEADING IS ONLY PRINTED
046800* WHEN THE ACCOUNT ACTUALLY HAS CHANGES.
046900*-----------------------------------------------------------------
047000 4200-PRINT-LIMIT-CHANGES.
047100     MOVE SPACE TO WS-CHANGES-SW.
047200     PERFORM 4250-PRINT-ONE-CHANGE
047300         THRU 4250-PRINT-ONE-CHANGE-EXIT
047400         VARYING WS-AUD-IDX FROM 1 BY 1
047500         UNTIL WS-AUD-IDX > WS-AUDIT-COUNT.
047600 4200-PRINT-LIMIT-CHANGES-EXIT.
047700     EXIT.
047800*-----------------------------------------------------------------
047900* 4250-PRINT-ONE-CHANGE
048000*-----------------------------------------------------------------
048100 4250-PRINT-ONE-CHANGE.
048200     IF WS-AUD-ACCT-NO(WS-AUD-IDX) = SRT-ACCT-NO
048300         IF NOT CHANGES-PRINTED
048400             MOVE WS-STMT-CHG-HEAD TO STMT-PRINT-REC
048500             PERFORM 7000-WRITE-STMT-LINE
048600                 THRU 7000-WRITE-STMT-LINE-EXIT
048700             SET CHANGES-PRINTED TO TRUE
048800         END-IF
048900         MOVE WS-AUD-DATE(WS-AUD-IDX)    TO WS-STMT-CHG-DATE
049000         MOVE WS-AUD-OLD-LIM(WS-AUD-IDX) TO WS-STMT-CHG-OLD
049100         MOVE WS-AUD-NEW-LIM(WS-AUD-IDX) TO WS-STMT-CHG-NEW
049200         MOVE WS-AUD-REASON(WS-AUD-IDX)  TO WS-STMT-CHG-REASON
049300         MOVE WS-STMT-CHG-LINE           TO STMT-PRINT-REC
049400         PERFORM 7000-WRITE-STMT-LINE
049500             THRU 7000-WRITE-STMT-LINE-EXIT
049600     END-IF.
049700 4250-PRINT-ONE-CHANGE-EXIT.
049800     EXIT.
049900*-----------------------------------------------------------------
050000* 4300-PRINT-ACTIVITY
050100*
050200* ITEMIZED ACTIVITY SECTION.  THE CYCLE'S HISTORY TABLE IS
050300* SUMMED FIRST SO THE BEGINNING BALANCE CAN BE BACKED OUT OF
050400* THE MASTER'S CURRENT (ENDING) BALANCE - BEGINNING PLUS TOTAL
050500* DEBITS MINUS TOTAL CREDITS CROSS-FOOTS TO THE ENDING BALANCE
050600* PRINTED AT THE FOOT OF THE SECTION.
050700*-----------------------------------------------------------------
050800 4300-PRINT-ACTIVITY.
050900     MOVE ZERO TO WS-TOT-DEBITS WS-TOT-CREDITS.
051000     PERFORM 4320-SUM-ONE-ITEM
051100         THRU 4320-SUM-ONE-ITEM-EXIT
051200         VARYING WS-HST-IDX FROM 1 BY 1
051300         UNTIL WS-HST-IDX > WS-HIST-COUNT.
051400     COMPUTE WS-BEGIN-BAL =
051500         SRT-BALANCE - WS-TOT-DEBITS + WS-TOT-CREDITS.
051600     MOVE WS-STMT-ACT-HEAD   TO STMT-PRINT-REC.
051700     PERFORM 7000-WRITE-STMT-LINE
051800         THRU 7000-WRITE-STMT-LINE-EXIT.
051900     MOVE "BEGIN BALANCE   : " TO WS-STMT-MONEY-LABEL.
052000     MOVE WS-BEGIN-BAL       TO WS-STMT-MONEY-AMT.
052100     MOVE WS-STMT-MONEY-LINE TO STMT-PRINT-REC.
052200     PERFORM 7000-WRITE-STMT-LINE
052300         THRU 7000-WRITE-STMT-LINE-EXIT.
052400     PERFORM 4350-PRINT-ONE-ITEM
052500         THRU 4350-PRINT-ONE-ITEM-EXIT
052600         VARYING WS-HST-IDX FROM 1 BY 1
052700         UNTIL WS-HST-IDX > WS-HIST-COUNT.
052800     MOVE "TOTAL DEBITS    : " TO WS-STMT-MONEY-LABEL.
052900     MOVE WS-TOT-DEBITS      TO WS-STMT-MONEY-AMT.
053000     MOVE WS-STMT-MONEY-LINE TO STMT-PRINT-REC.
053100     PERFORM 7000-WRITE-STMT-LINE
053200         THRU 7000-WRITE-STMT-LINE-EXIT.
053300     MOVE "TOTAL CREDITS   : " TO WS-STMT-MONEY-LABEL.
053400     MOVE WS-TOT-CREDITS     TO WS-STMT-MONEY-AMT.
053500     MOVE WS-STMT-MONEY-LINE TO STMT-PRINT-REC.
053600     PERFORM 7000-WRITE-STMT-LINE
053700         THRU 7000-WRITE-STMT-LINE-EXIT.
053800     MOVE "ENDING BALANCE  : " TO WS-STMT-MONEY-LABEL.
053900     MOVE SRT-BALANCE        TO WS-STMT-MONEY-AMT.
054000     MOVE WS-STMT-MONEY-LINE TO STMT-PRINT-REC.
054100     PERFORM 7000-WRITE-STMT-LINE
054200         THRU 7000-WRITE-STMT-LINE-EXIT.
054300 4300-PRINT-ACTIVITY-EXIT.
054400     EXIT.
054500*-----------------------------------------------------------------
054600* 4320-SUM-ONE-ITEM
054700*-----------------------------------------------------------------
054800 4320-SUM-ONE-ITEM.
054900     IF WS-HST-ACCT-NO(WS-HST-IDX) = SRT-ACCT-NO
055000         IF WS-HST-DC(WS-HST-IDX) = "D"
055100             ADD WS-HST-AMOUNT(WS-HST-IDX) TO WS-TOT-DEBITS
055200         ELSE
055300             ADD WS-HST-AMOUNT(WS-HST-IDX) TO WS-TOT-CREDITS
055400         END-IF
055500     END-IF.
055600 4320-SUM-ONE-ITEM-EXIT.
055700     EXIT.
055800*-----------------------------------------------------------------
055900* 4350-PRINT-ONE-ITEM
056000*-----------------------------------------------------------------
056100 4350-PRINT-ONE-ITEM.
056200     IF WS-HST-ACCT-NO(WS-HST-IDX) = SRT-ACCT-NO
056300         MOVE WS-HST-DATE(WS-HST-IDX)   TO WS-STMT-ACT-DATE
056400         IF WS-HST-DC(WS-HST-IDX) = "D"
056500             MOVE "DEBIT"               TO WS-STMT-ACT-DC
056600         ELSE
056700             MOVE "CREDIT"              TO WS-STMT-ACT-DC
056800         END-IF
056900         MOVE WS-HST-AMOUNT(WS-HST-IDX) TO WS-STMT-ACT-AMT
057000         MOVE WS-HST-REF(WS-HST-IDX)    TO WS-STMT-ACT-REF
057100         MOVE WS-STMT-ACT-LINE          TO STMT-PRINT-REC
057200         PERFORM 7000-WRITE-STMT-LINE
057300             THRU 7000-WRITE-STMT-LINE-EXIT
057400     END-IF.
057500 4350-PRINT-ONE-ITEM-EXIT.
057600     EXIT.
057700*-----------------------------------------------------------------
057800* 4400-BILL-MINIMUM-DUE
057900*
058000* WORKS OUT THE ACCOUNT'S MINIMUM PAYMENT, PRINTS IT WITH THE DUE
058100* DATE (AND THE PAST-DUE AMOUNT, WHEN THERE IS ONE), AND STORES
058200* THE BILL.  THE PAST-DUE AMOUNT IS WHATEVER OF THE LAST CYCLE'S
058300* MINIMUM WAS NOT PAID; A RERUN OF THE SAME CYCLE KEEPS THE ONE
058400* IT ALREADY WORKED OUT, AND THE PAYMENTS ALREADY COUNTED.  A
058500* BILL WHOSE MONEY FIELDS FAIL COMP-3 VALIDATION IS REPORTED ON
058600* THE EXCEPTIONS FILE AND STARTED AFRESH.  NO BALANCE OWED MEANS
058700* NOTHING IS DUE.
058800*-----------------------------------------------------------------
058900 4400-BILL-MINIMUM-DUE.
059000     MOVE ZERO TO WS-PAST-DUE.
059100     MOVE SRT-ACCT-NO TO BILL-ACCT-NO.
059200     READ BILL-FILE
059300         INVALID KEY
059400             SET BILL-REC-NOT-FOUND TO TRUE
059500         NOT INVALID KEY
059600             SET BILL-REC-FOUND TO TRUE
059700     END-READ.
059800     IF BILL-REC-FOUND
059900         PERFORM 4410-CHECK-BILL-FIELDS
060000             THRU 4410-CHECK-BILL-FIELDS-EXIT
060100     END-IF.
060200     IF BILL-REC-NOT-FOUND
060300         MOVE SRT-ACCT-NO TO BILL-ACCT-NO
060400         MOVE ZERO        TO BILL-PAID
060500         MOVE ZERO        TO BILL-LAST-PAY-DATE
060600         MOVE ZERO        TO BILL-MISSED-CYCLES
060700         SET BILL-DUE-OPEN TO TRUE
060800     ELSE
060900         IF BILL-CYCLE-DATE = WS-TO-DATE
061000             MOVE BILL-PAST-DUE TO WS-PAST-DUE
061100         ELSE
061200             IF BILL-MIN-DUE > BILL-PAID
061300                 COMPUTE WS-PAST-DUE = BILL-MIN-DUE - BILL-PAID
061400             END-IF
061500             MOVE ZERO TO BILL-PAID
061600             SET BILL-DUE-OPEN TO TRUE
061700         END-IF
061800     END-IF.
061900     IF SRT-BALANCE NOT > ZERO
062000         MOVE ZERO TO WS-PAST-DUE
062100         MOVE ZERO TO WS-MIN-DUE
062200     ELSE
062300         COMPUTE WS-MIN-BASE ROUNDED =
062400             SRT-BALANCE * WS-MIN-PCT / 100
062500         IF WS-MIN-BASE < WS-MIN-FLOOR
062600             MOVE WS-MIN-FLOOR TO WS-MIN-BASE
062700         END-IF
062800         IF WS-MIN-BASE > SRT-BALANCE
062900             MOVE SRT-BALANCE TO WS-MIN-BASE
063000         END-IF
063100         IF WS-PAST-DUE > SRT-BALANCE
063200             MOVE SRT-BALANCE TO WS-PAST-DUE
063300         END-IF
063400         COMPUTE WS-MIN-DUE = WS-MIN-BASE + WS-PAST-DUE
063500         IF WS-MIN-DUE > SRT-BALANCE
063600             MOVE SRT-BALANCE TO WS-MIN-DUE
063700         END-IF
063800     END-IF.
063900     IF WS-PAST-DUE > ZERO
064000         MOVE "PAST DUE AMOUNT : " TO WS-STMT-MONEY-LABEL
064100         MOVE WS-PAST-DUE        TO WS-STMT-MONEY-AMT
064200         MOVE WS-STMT-MONEY-LINE TO STMT-PRINT-REC
064300         PERFORM 7000-WRITE-STMT-LINE
064400             THRU 7000-WRITE-STMT-LINE-EXIT
064500     END-IF.
064600     MOVE "MINIMUM DUE     : " TO WS-STMT-MONEY-LABEL.
064700     MOVE WS-MIN-DUE         TO WS-STMT-MONEY-AMT.
064800     MOVE WS-STMT-MONEY-LINE TO STMT-PRINT-REC.
064900     PERFORM 7000-WRITE-STMT-LINE
065000         THRU 7000-WRITE-STMT-LINE-EXIT.
065100     MOVE WS-DUE-DATE        TO WS-STMT-DUE-DATE.
065200     MOVE WS-STMT-DUE-LINE   TO STMT-PRINT-REC.
065300     PERFORM 7000-WRITE-STMT-LINE
065400         THRU 7000-WRITE-STMT-LINE-EXIT.
065500     PERFORM 4450-STORE-BILL
065600         THRU 4450-STORE-BILL-EXIT.
065700 4400-BILL-MINIMUM-DUE-EXIT.
065800     EXIT.
065900*-----------------------------------------------------------------
066000* 4410-CHECK-BILL-FIELDS
066100*-----------------------------------------------------------------
066200 4410-CHECK-BILL-FIELDS.
066300     CALL "AR090" USING BILL-PAST-DUE WS-VALID-SW.
066400     IF WS-FIELD-VALID
066500         CALL "AR090" USING BILL-MIN-DUE WS-VALID-SW
066600     END-IF.
066700     IF WS-FIELD-VALID
066800         CALL "AR090" USING BILL-PAID WS-VALID-SW
066900     END-IF.
067000     IF WS-FIELD-INVALID
067100         MOVE SRT-ACCT-NO TO EXCEPT-ACCT-NO-O
067200         MOVE "BILL-MIN/PAID" TO EXCEPT-FIELD-O
067300         MOVE "INVALID COMP-3 - BILL STARTED AFRESH"
067400             TO EXCEPT-REASON-O
067500         WRITE EXCEPT-REC
067600         MOVE ZERO TO BILL-PAST-DUE
067700         MOVE ZERO TO BILL-MIN-DUE
067800         MOVE ZERO TO BILL-PAID
067900         MOVE ZERO TO BILL-CYCLE-DATE
068000         MOVE ZERO TO BILL-MISSED-CYCLES
068100     END-IF.
068200 4410-CHECK-BILL-FIELDS-EXIT.
068300     EXIT.
068400*-----------------------------------------------------------------
068500* 4450-STORE-BILL
068600*-----------------------------------------------------------------
068700 4450-STORE-BILL.
068800     MOVE WS-TO-DATE         TO BILL-CYCLE-DATE.
068900     MOVE WS-DUE-DATE        TO BILL-DUE-DATE.
069000     MOVE SRT-BALANCE        TO BILL-STMT-BALANCE.
069100     MOVE WS-PAST-DUE        TO BILL-PAST-DUE.
069200     MOVE WS-MIN-DUE         TO BILL-MIN-DUE.
069300     IF BILL-REC-FOUND
069400         REWRITE BILL-REC
069500             INVALID KEY
069600                 ADD 1 TO WS-BILL-IO-ERRS
069700             NOT INVALID KEY
069800                 ADD 1 TO WS-BILL-COUNT
069900         END-REWRITE
070000     ELSE
070100         WRITE BILL-REC
070200             INVALID KEY
070300                 ADD 1 TO WS-BILL-IO-ERRS
070400             NOT INVALID KEY
070500                 ADD 1 TO WS-BILL-COUNT
070600         END-WRITE
070700     END-IF.
070800 4450-STORE-BILL-EXIT.
070900     EXIT.
071000*-----------------------------------------------------------------
071100* 7000-WRITE-STMT-LINE
071200*
071300* EVERY STATEMENT LINE GOES TWO PLACES - THE PRINT FILE AND THE
071400* STATEMENT ARCHIVE UNDER THE KEY 4120-START-ARCHIVE-STMT SET
071500* UP.  THE CALLER HAS ALREADY BUILT THE LINE IN STMT-PRINT-REC.
071600*-----------------------------------------------------------------
071700 7000-WRITE-STMT-LINE.
071800     MOVE STMT-PRINT-REC TO SARC-LINE-TEXT.
071900     WRITE STMT-PRINT-REC.
072000     ADD 1 TO WS-ARC-SEQ.
072100     MOVE WS-ARC-ACCT-NO TO SARC-ACCT-NO.
072200     MOVE WS-ARC-CYCLE   TO SARC-CYCLE-DATE.
072300     MOVE WS-ARC-SEQ     TO SARC-LINE-SEQ.
072400     WRITE SARC-REC
072500         INVALID KEY
072600             ADD 1 TO WS-ARC-IO-ERRS
072700     END-WRITE.
072800 7000-WRITE-STMT-LINE-EXIT.
072900     EXIT.
073000*-----------------------------------------------------------------
073100* 9000-TERMINATE
073200*-----------------------------------------------------------------
073300 9000-TERMINATE.
073400     CLOSE ACCT-REC.
073500     CLOSE STMT-LINE.
073600     CLOSE EXCEPT-FILE.
073700     CLOSE STMT-ARCH.
073800     CLOSE BILL-FILE.
073900     DISPLAY "AR240 STATEMENT RUN COMPLETE".
074000     DISPLAY "  STATEMENTS PRODUCED : " WS-STMT-COUNT.
074100     DISPLAY "  LIMIT CHANGES IN CYCLE : " WS-AUDIT-COUNT.
074200     DISPLAY "  ARCHIVE IO ERRORS   : " WS-ARC-IO-ERRS.
074300     DISPLAY "  BILLS STORED        : " WS-BILL-COUNT.
074400     DISPLAY "  BILLING IO ERRORS   : " WS-BILL-IO-ERRS.
074500     MOVE "E" TO WS-RUNL-PHASE.
074600     MOVE WS-STMT-COUNT TO WS-RUNL-COUNT.
074700     MOVE RETURN-CODE TO WS-RUNL-CODE.
074800     CALL "AR095" USING WS-RUN-CONTROL.
074900 9000-TERMINATE-EXIT.
075000     EXIT.
