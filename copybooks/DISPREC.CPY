000100*-----------------------------------------------------------------
000200* DISPREC.CPY
000300*
000400* BILLING DISPUTE FILE - FD AND RECORD LAYOUT.  ONE RECORD PER
000500* CHARGE A CUSTOMER HAS DISPUTED, KEYED ON THE ACCOUNT AND THE
000600* HIST-REF THE CHARGE POSTED UNDER.  THE AR470 MAINTENANCE RUN
000700* OPENS A DISPUTE (STATUS "O") FOR THE WHOLE CHARGE OR PART OF IT
000800* AND LATER RESOLVES IT (STATUS "R") EITHER IN THE CUSTOMER'S
000900* FAVOR - WHEN IT CUTS A CREDIT POSTING FOR THE DISPUTED AMOUNT
001000* AND RECORDS THAT CREDIT'S POST-REF HERE - OR WITH THE CHARGE
001100* UPHELD.  WHILE A DISPUTE IS OPEN ITS AMOUNT IS LEFT OUT OF THE
001200* AR300 FINANCE-CHARGE BASE, AND OUT OF THE OVER-LIMIT TEST AR250
001300* AGES ON AND AR370 DUNS ON (AR097 TOTALS AN ACCOUNT'S OPEN
001400* DISPUTES FOR ALL THREE).  RESOLVED RECORDS STAY ON FILE AS THE
001500* RECORD OF THE DISPUTE; THE SAME CHARGE IS NOT DISPUTED TWICE.
001600*-----------------------------------------------------------------
001700 FD  DISPUTE-FILE
001800     RECORDING MODE F.
001900 01  DISP-REC.
002000     05  DISP-KEY.
002100         10  DISP-ACCT-NO    PIC X(8).
002200         10  DISP-HIST-REF   PIC X(12).
002300     05  DISP-STATUS         PIC X(1).
002400         88  DISP-OPEN           VALUE "O".
002500         88  DISP-RESOLVED       VALUE "R".
002600     05  DISP-OUTCOME        PIC X(1).
002700         88  DISP-CUSTOMER-FAVOR VALUE "F".
002800         88  DISP-CHARGE-UPHELD  VALUE "U".
002900     05  DISP-AMOUNT         PIC S9(7)V99 COMP-3.
003000     05  DISP-ITEM-DATE      PIC 9(8).
003100     05  DISP-OPEN-DATE      PIC 9(8).
003200     05  DISP-RESOLVE-DATE   PIC 9(8).
003300     05  DISP-CREDIT-REF     PIC X(12).
003400     05  DISP-REASON         PIC X(30).
