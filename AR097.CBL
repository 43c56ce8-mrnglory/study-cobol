000100 IDENTIFICATION DIVISION.
000200*-----------------------------------------------------------------
000300 PROGRAM-ID.    AR097.
000400 AUTHOR.        D P CONLEY.
000500 INSTALLATION.  CONSUMER CREDIT SERVICES - DATA PROCESSING.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*-----------------------------------------------------------------
000900* AR097 - OPEN-DISPUTE LOOKUP.
001000*
001100* CALLED SUBPROGRAM, LIKE THE AR090 COMP-3 VALIDATOR.  GIVEN AN
001200* ACCT-NO (FUNCTION "L") IT RETURNS HOW MANY DISPUTES THE ACCOUNT
001300* HAS OPEN ON THE BILLING DISPUTE FILE AND THEIR TOTAL DISPUTED
001400* AMOUNT - THE MONEY AR300 LEAVES OUT OF THE FINANCE-CHARGE BASE
001500* AND AR250/AR370 LEAVE OUT OF THE OVER-LIMIT TEST.  RESOLVED
001600* DISPUTES DO NOT COUNT.  THE FILE IS OPENED ON THE FIRST CALL OF
001700* A RUN AND STAYS OPEN FOR THE REST; THE CALLER CLOSES IT AS IT
001800* ENDS (FUNCTION "C").  A DISPUTE FILE THAT HAS NEVER BEEN CREATED
001900* MEANS NO ACCOUNT HAS A DISPUTE.  ONE THAT WILL NOT OPEN FOR ANY
002000* OTHER REASON IS DISPLAYED AND TREATED THE SAME WAY - LIKE AR095,
002100* NOTHING HERE FAILS THE CALLING RUN.
002200*
002300* MOD-LOG
002400*   DATE       INIT  DESCRIPTION
002500*   ---------- ----- ------------------------------------------
002600*   10/15/2026 DPC   ORIGINAL PROGRAM.
002700*-----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     COPY "SELDISP.CPY".
003200 DATA DIVISION.
003300 FILE SECTION.
003400 COPY "DISPREC.CPY".
003500 WORKING-STORAGE SECTION.
003600 01  WS-DISP-STATUS          PIC XX VALUE "00".
003700 01  WS-FIRST-CALL-SW        PIC X VALUE "Y".
003800     88  FIRST-CALL              VALUE "Y".
003900 01  WS-FILE-OPEN-SW         PIC X VALUE "N".
004000     88  DISPUTE-FILE-OPEN       VALUE "Y".
004100 01  WS-ACCT-END-SW          PIC X VALUE SPACE.
004200     88  END-OF-ACCT-DISPUTES    VALUE "Y".
004300 LINKAGE SECTION.
004400 01  LK-DISPUTE-CONTROL.
004500     05  LK-DSC-FUNCTION     PIC X(1).
004600         88  LK-DSC-LOOKUP       VALUE "L".
004700         88  LK-DSC-CLOSE        VALUE "C".
004800     05  LK-DSC-PROGRAM      PIC X(8).
004900     05  LK-DSC-ACCT-NO      PIC X(8).
005000     05  LK-DSC-OPEN-COUNT   PIC 9(5) COMP-3.
005100     05  LK-DSC-OPEN-AMOUNT  PIC S9(9)V99 COMP-3.
005200 PROCEDURE DIVISION USING LK-DISPUTE-CONTROL.
005300*-----------------------------------------------------------------
005400* 0000-MAINLINE
005500*-----------------------------------------------------------------
005600 0000-MAINLINE.
005700     IF FIRST-CALL
005800         PERFORM 1000-OPEN-DISPUTES
005900             THRU 1000-OPEN-DISPUTES-EXIT
006000     END-IF.
006100     EVALUATE TRUE
006200         WHEN LK-DSC-LOOKUP
006300             PERFORM 2000-TOTAL-OPEN-DISPUTES
006400                 THRU 2000-TOTAL-OPEN-DISPUTES-EXIT
006500         WHEN LK-DSC-CLOSE
006600             PERFORM 3000-CLOSE-DISPUTES
006700                 THRU 3000-CLOSE-DISPUTES-EXIT
006800         WHEN OTHER
006900             DISPLAY "AR097 - UNKNOWN DISPUTE FUNCTION "
007000                 LK-DSC-FUNCTION " FROM " LK-DSC-PROGRAM
007100     END-EVALUATE.
007200     GOBACK.
007300*-----------------------------------------------------------------
007400* 1000-OPEN-DISPUTES
007500*-----------------------------------------------------------------
007600 1000-OPEN-DISPUTES.
007700     MOVE "N" TO WS-FIRST-CALL-SW.
007800     MOVE "N" TO WS-FILE-OPEN-SW.
007900     OPEN INPUT DISPUTE-FILE.
008000     IF WS-DISP-STATUS = "00"
008100         MOVE "Y" TO WS-FILE-OPEN-SW
008200         GO TO 1000-OPEN-DISPUTES-EXIT
008300     END-IF.
008400     IF WS-DISP-STATUS NOT = "35"
008500         DISPLAY "AR097 - DISPUTE FILE NOT AVAILABLE - STATUS "
008600             WS-DISP-STATUS " - " LK-DSC-PROGRAM
008700         DISPLAY "AR097 - NO AMOUNTS WILL BE HELD AS DISPUTED"
008800     END-IF.
008900 1000-OPEN-DISPUTES-EXIT.
009000     EXIT.
009100*-----------------------------------------------------------------
009200* 2000-TOTAL-OPEN-DISPUTES
009300*   POSITIONS ON THE ACCOUNT'S FIRST DISPUTE AND READS FORWARD
009400*   UNTIL THE ACCT-NO CHANGES.
009500*-----------------------------------------------------------------
009600 2000-TOTAL-OPEN-DISPUTES.
009700     MOVE ZERO TO LK-DSC-OPEN-COUNT LK-DSC-OPEN-AMOUNT.
009800     IF NOT DISPUTE-FILE-OPEN
009900         GO TO 2000-TOTAL-OPEN-DISPUTES-EXIT
010000     END-IF.
010100     MOVE LK-DSC-ACCT-NO TO DISP-ACCT-NO.
010200     MOVE LOW-VALUES     TO DISP-HIST-REF.
010300     START DISPUTE-FILE KEY IS NOT LESS THAN DISP-KEY
010400         INVALID KEY
010500             GO TO 2000-TOTAL-OPEN-DISPUTES-EXIT
010600     END-START.
010700     MOVE SPACE TO WS-ACCT-END-SW.
010800     READ DISPUTE-FILE NEXT RECORD
010900         AT END
011000             SET END-OF-ACCT-DISPUTES TO TRUE.
011100     PERFORM 2100-ADD-ONE-DISPUTE
011200         THRU 2100-ADD-ONE-DISPUTE-EXIT
011300         UNTIL END-OF-ACCT-DISPUTES.
011400 2000-TOTAL-OPEN-DISPUTES-EXIT.
011500     EXIT.
011600*-----------------------------------------------------------------
011700* 2100-ADD-ONE-DISPUTE
011800*-----------------------------------------------------------------
011900 2100-ADD-ONE-DISPUTE.
012000     IF DISP-ACCT-NO NOT = LK-DSC-ACCT-NO
012100         SET END-OF-ACCT-DISPUTES TO TRUE
012200         GO TO 2100-ADD-ONE-DISPUTE-EXIT
012300     END-IF.
012400     IF DISP-OPEN
012500         ADD 1           TO LK-DSC-OPEN-COUNT
012600         ADD DISP-AMOUNT TO LK-DSC-OPEN-AMOUNT
012700     END-IF.
012800     READ DISPUTE-FILE NEXT RECORD
012900         AT END
013000             SET END-OF-ACCT-DISPUTES TO TRUE.
013100 2100-ADD-ONE-DISPUTE-EXIT.
013200     EXIT.
013300*-----------------------------------------------------------------
013400* 3000-CLOSE-DISPUTES
013500*   THE NEXT CALL, IF ANY, OPENS THE FILE AFRESH.
013600*-----------------------------------------------------------------
013700 3000-CLOSE-DISPUTES.
013800     IF DISPUTE-FILE-OPEN
013900         CLOSE DISPUTE-FILE
014000     END-IF.
014100     MOVE "N" TO WS-FILE-OPEN-SW.
014200     MOVE "Y" TO WS-FIRST-CALL-SW.
014300 3000-CLOSE-DISPUTES-EXIT.
014400     EXIT.
