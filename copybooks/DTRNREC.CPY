000100*-----------------------------------------------------------------
000200* DTRNREC.CPY
000300*
000400* DISPUTE MAINTENANCE TRANSACTION - FD AND RECORD LAYOUT.  AN
000500* "O" TRANSACTION OPENS A DISPUTE ON THE CHARGE POSTED TO THE
000600* ACCOUNT UNDER DTRN-HIST-REF; DTRN-AMOUNT IS THE PART DISPUTED
000700* (ZEROS DISPUTE THE WHOLE CHARGE).  AN "R" TRANSACTION RESOLVES
000800* THE OPEN DISPUTE ON THAT CHARGE - DTRN-OUTCOME "F" IN THE
000900* CUSTOMER'S FAVOR (THE DISPUTED AMOUNT IS CREDITED), "U" WITH THE
001000* CHARGE UPHELD.  DTRN-REASON IS FREE TEXT KEPT ON THE DISPUTE.
001100* KEYED TEXT, SO THE AMOUNT IS PROVED NUMERIC BEFORE USE.
001200*-----------------------------------------------------------------
001300 FD  DISP-TRANS
001400     RECORDING MODE F.
001500 01  DTRN-REC.
001600     05  DTRN-CODE           PIC X(1).
001700         88  DTRN-OPEN           VALUE "O".
001800         88  DTRN-RESOLVE        VALUE "R".
001900     05  DTRN-ACCT-NO        PIC X(8).
002000     05  DTRN-HIST-REF       PIC X(12).
002100     05  DTRN-AMOUNT         PIC 9(7)V99.
002200     05  DTRN-OUTCOME        PIC X(1).
002300         88  DTRN-CUSTOMER-FAVOR VALUE "F".
002400         88  DTRN-CHARGE-UPHELD  VALUE "U".
002500     05  DTRN-REASON         PIC X(30).
