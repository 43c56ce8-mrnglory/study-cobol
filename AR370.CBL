002000* WHEN IT AGES INTO THE NEXT BUCKET.  AR250 CLEARS AN ACCOUNT'S
002100* HISTORY WHEN IT DROPS ITS AGING RECORD, SO A FRESH
002200* DELINQUENCY STARTS OVER FROM THE REMINDER.  AN AGING RECORD
002300* WHOSE ACCOUNT IS GONE FROM THE MASTER, IS CLOSED, FROZEN, OR
002350* CHARGED OFF, OR FAILS COMP-3 MONEY VALIDATION GETS NO LETTER
002400* AND IS COUNTED ON THE RUN LOG.  NOR DOES AN ACCOUNT THAT IS
002410* OVER ITS LIMIT ONLY BY MONEY IT HAS OPEN IN A BILLING DISPUTE
002420* (AR097 LOOKS IT UP) - IT IS COUNTED AS HELD.
002600*
002700* MOD-LOG
002800*   DATE       INIT  DESCRIPTION
002900*   ---------- ----- ------------------------------------------
003000*   09/02/2026 DPC   ORIGINAL PROGRAM.
003010*   10/15/2026 DPC   CHARGED-OFF ACCOUNTS (ACCT-STATUS "W") GET
003020*                    NO LETTER - THE DEBT HAS LEFT THE BOOKS AND
003030*                    IS WORKED AS A RECOVERY, NOT DUNNED.
003040*   10/15/2026 DPC   AN ACCOUNT OVER ITS LIMIT ONLY BY OPEN
003050*                    DISPUTED MONEY (AR097 LOOKUP) GETS NO
003060*                    LETTER; IT IS COUNTED AS HELD.
003100*-----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
006900     05  WS-ALREADY-COUNT    PIC 9(7) COMP-3 VALUE ZERO.
007000     05  WS-SKIPPED-COUNT    PIC 9(7) COMP-3 VALUE ZERO.
007100     05  WS-IO-ERROR-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
007150     05  WS-DISPUTE-HELD-COUNT
007160                             PIC 9(7) COMP-3 VALUE ZERO.
007200 01  WS-RUN-CONTROL.
007300     05  WS-RUNL-PROGRAM     PIC X(8) VALUE "AR370".
007400     05  WS-RUNL-PHASE       PIC X(1) VALUE "S".
007500     05  WS-RUNL-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
007600     05  WS-RUNL-CODE        PIC 9(2) VALUE ZERO.
007610 01  WS-DISPUTE-CONTROL.
007620     05  WS-DSC-FUNCTION     PIC X(1) VALUE "L".
007630     05  WS-DSC-PROGRAM      PIC X(8) VALUE "AR370".
007640     05  WS-DSC-ACCT-NO      PIC X(8) VALUE SPACES.
007650     05  WS-DSC-OPEN-COUNT   PIC 9(5) COMP-3 VALUE ZERO.
007660     05  WS-DSC-OPEN-AMOUNT  PIC S9(9)V99 COMP-3 VALUE ZERO.
007700*-----------------------------------------------------------------
007800* LETTER LINE LAYOUTS - MOVED TO LETTER-PRINT-REC ONE AT A TIME.
007900*-----------------------------------------------------------------
016800         ADD 1 TO WS-SKIPPED-COUNT
016900         GO TO 2000-READ-NEXT-AGE-REC
017000     END-IF.
017010     MOVE "L"            TO WS-DSC-FUNCTION.
017020     MOVE ACCT-NO        TO WS-DSC-ACCT-NO.
017030     CALL "AR097" USING WS-DISPUTE-CONTROL.
017040     IF ACCT-BALANCE - WS-DSC-OPEN-AMOUNT NOT > ACCT-LIMIT
017050         ADD 1 TO WS-DISPUTE-HELD-COUNT
017060         GO TO 2000-READ-NEXT-AGE-REC
017070     END-IF.
017100     PERFORM 2400-PRINT-LETTER
017200         THRU 2400-PRINT-LETTER-EXIT.
017300     PERFORM 2500-RECORD-LETTER
022300         NOT INVALID KEY
022400             SET ACCT-FOUND TO TRUE
022500     END-READ.
022600     IF ACCT-CLOSED OR ACCT-FROZEN OR ACCT-CHARGED-OFF
022700         SET ACCT-NOT-FOUND TO TRUE
022800         GO TO 2300-FETCH-MASTER-EXIT
022900     END-IF.
037500     CLOSE ACCT-REC.
037600     CLOSE LTRH-FILE.
037700     CLOSE LETTER-LINE.
037710     MOVE "C"            TO WS-DSC-FUNCTION.
037720     CALL "AR097" USING WS-DISPUTE-CONTROL.
037800     DISPLAY "AR370 DUNNING LETTER RUN COMPLETE".
037900     DISPLAY "  LETTERS PRINTED    : " WS-LETTER-COUNT.
038000     DISPLAY "    REMINDERS        : " WS-REMINDER-COUNT.
038200     DISPLAY "    FINAL NOTICES    : " WS-FINAL-COUNT.
038300     DISPLAY "  ALREADY SENT       : " WS-ALREADY-COUNT.
038400     DISPLAY "  ACCOUNTS SKIPPED   : " WS-SKIPPED-COUNT.
038410     DISPLAY "  HELD - DISPUTED    : " WS-DISPUTE-HELD-COUNT.
038500     DISPLAY "  FILE IO ERRORS     : " WS-IO-ERROR-COUNT.
038600     MOVE "E" TO WS-RUNL-PHASE.
038700     MOVE WS-LETTER-COUNT TO WS-RUNL-COUNT.
