000100*-----------------------------------------------------------------
000200* GLCTREC.CPY
000300*
000400* GL ACCOUNT CONTROL TABLE - FD AND RECORD LAYOUT.  ONE CARD PER
000500* GL TRANSACTION TYPE, MAINTAINED BY GENERAL ACCOUNTING, NAMING
000600* THE GL ACCOUNT DEBITED AND THE GL ACCOUNT CREDITED FOR THE TYPE.
000700* GLCT-RCV-SIDE SAYS WHICH OF THE TWO IS THE RECEIVABLE CONTROL
000800* ACCOUNT ("D" THE DEBIT ACCOUNT, "C" THE CREDIT ACCOUNT, SPACE
000900* NEITHER) SO THE AR440 PROOF CAN TIE THE RECEIVABLE'S MOVEMENT TO
001000* THE ACTIVITY FILE.  THE TYPES IN USE, AND WHO WRITES THEM:
001100*   MADJ  AR200  NET BALANCE CHANGE FROM MAINTENANCE      (D)
001200*   BOUT  AR260  NET BALANCE CHANGE FROM A BACKOUT        (D)
001300*   PCRD  AR230  PAYMENTS AND OTHER CREDITS POSTED        (C)
001400*   PDEB  AR230  CHARGES AND OTHER DEBITS POSTED          (D)
001500*   FCPO  AR230  FINANCE CHARGES POSTED - CLEARS FCHG     (D)
001600*   NRPO  AR230  PAYMENT REVERSALS POSTED - CLEARS NSFR   (D)
001700*   NFPO  AR230  RETURNED-PAYMENT FEES POSTED - CLEARS NSFF(D)
001800*   COPO  AR230  CHARGE-OFF WRITE-OFFS POSTED - CLEARS CHGO(C)
001850*   DCPO  AR230  DISPUTE CREDITS POSTED - CLEARS DSPC     (C)
001900*   RECV  AR230  RECOVERIES LESS RETURNED RECOVERIES      ( )
002000*   FCHG  AR300  FINANCE CHARGES ASSESSED                 ( )
002100*   NSFR  AR390  RETURNED PAYMENTS REVERSED               ( )
002200*   NSFF  AR390  RETURNED-PAYMENT FEES ASSESSED           ( )
002300*   CHGO  AR410  BALANCES CHARGED OFF                     ( )
002350*   DSPC  AR470  DISPUTE CREDITS GRANTED                  ( )
002400* THE ASSESSING RUNS (AR300, AR390, AR410, AR470) ONLY CUT
002500* POSTINGS, SO THEIR TYPES BOOK AGAINST A RECEIVABLE CLEARING
002600* ACCOUNT; AR230'S MATCHING "..PO" TYPE MOVES THE AMOUNT FROM
002700* CLEARING INTO THE RECEIVABLE WHEN IT IS ACTUALLY POSTED.
002800* WHATEVER IS LEFT IN A CLEARING ACCOUNT IS WAITING TO POST OR
002850* PARKED IN SUSPENSE.
002900*-----------------------------------------------------------------
003000 FD  GL-CONTROL
003100     RECORDING MODE F.
003200 01  GLCT-REC.
003300     05  GLCT-TRAN-TYPE      PIC X(4).
003400     05  GLCT-DR-ACCOUNT     PIC X(10).
003500     05  GLCT-CR-ACCOUNT     PIC X(10).
003600     05  GLCT-RCV-SIDE       PIC X(1).
003700     05  GLCT-DESC           PIC X(25).
