000100*-----------------------------------------------------------------
000200* BILLREC.CPY
000300*
000400* BILLING FILE - FD AND RECORD LAYOUT.  ONE RECORD PER ACCOUNT,
000500* HOLDING THE BILL ON ITS LATEST STATEMENT: THE CYCLE TO-DATE AND
000600* PAYMENT DUE DATE, THE STATEMENT BALANCE, THE PAST-DUE AMOUNT
000700* CARRIED IN FROM THE CYCLE BEFORE, AND THE MINIMUM PAYMENT DUE
000800* (WHICH INCLUDES THAT PAST-DUE AMOUNT).  AR240 REWRITES IT EACH
000900* CYCLE.  AR230 ADDS EVERY PAYMENT POSTED AFTER THE CYCLE CLOSED
001000* TO BILL-PAID; AR390 TAKES A RETURNED ONE BACK OUT.  ONCE THE DUE
001100* DATE HAS PASSED AR430 SETTLES THE BILL AS MET OR MISSED AND
001200* KEEPS THE COUNT OF CYCLES MISSED IN A ROW.
001300*-----------------------------------------------------------------
001400 FD  BILL-FILE
001500     RECORDING MODE F.
001600 01  BILL-REC.
001700     05  BILL-ACCT-NO        PIC X(8).
001800     05  BILL-CYCLE-DATE     PIC 9(8).
001900     05  BILL-DUE-DATE       PIC 9(8).
002000     05  BILL-STMT-BALANCE   PIC S9(7)V99 COMP-3.
002100     05  BILL-PAST-DUE       PIC S9(7)V99 COMP-3.
002200     05  BILL-MIN-DUE        PIC S9(7)V99 COMP-3.
002300     05  BILL-PAID           PIC S9(7)V99 COMP-3.
002400     05  BILL-LAST-PAY-DATE  PIC 9(8).
002500     05  BILL-MISSED-CYCLES  PIC 9(3) COMP-3.
002600     05  BILL-DUE-STATUS     PIC X(1).
002700         88  BILL-DUE-OPEN       VALUE SPACE.
002800         88  BILL-DUE-MET        VALUE "P".
002900         88  BILL-DUE-MISSED     VALUE "M".
