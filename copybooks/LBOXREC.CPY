000100*-----------------------------------------------------------------
000200* LBOXREC.CPY
000300*
000400* BANK LOCKBOX REMITTANCE FILE - FD AND RECORD LAYOUTS.  THE BANK
000500* SENDS ONE FILE PER DEPOSIT DAY, MADE UP OF BATCHES: AN "H"
000600* HEADER GIVING THE DEPOSIT DATE AND THE BATCH'S ITEM COUNT AND
000700* DOLLAR TOTAL, ONE "D" DETAIL PER CHECK, AND A "T" TRAILER
000800* REPEATING THE COUNT AND TOTAL.  THE BANK NUMBERS THE ITEMS
000900* STRAIGHT THROUGH THE DAY'S FILE, SO DEPOSIT DATE AND ITEM NUMBER
001000* TOGETHER IDENTIFY A PAYMENT.  THE STUB ACCT-NO IS WHATEVER THE
001100* CUSTOMER WROTE ON THE REMITTANCE STUB (IT MAY BE BLANK); THE
001200* LAST NAME AND ZIP CODE ARE THE BANK'S CAPTURE FROM THE CHECK.
001300* ALL FIELDS ARE DISPLAY - THE FILE COMES FROM OUTSIDE.
001400*-----------------------------------------------------------------
001500 FD  LOCKBOX-FILE
001600     RECORDING MODE F.
001700 01  LBOX-REC.
001800     05  LBOX-REC-TYPE       PIC X(1).
001900         88  LBOX-HEADER         VALUE "H".
002000         88  LBOX-DETAIL         VALUE "D".
002100         88  LBOX-TRAILER        VALUE "T".
002200     05  LBOX-BATCH-NO       PIC X(4).
002300     05  FILLER              PIC X(75).
002400 01  LBOX-HEADER-REC REDEFINES LBOX-REC.
002500     05  FILLER              PIC X(5).
002600     05  LBXH-DEPOSIT-DATE   PIC 9(8).
002700     05  LBXH-ITEM-COUNT     PIC 9(5).
002800     05  LBXH-BATCH-TOTAL    PIC 9(9)V99.
002900     05  FILLER              PIC X(51).
003000 01  LBOX-DETAIL-REC REDEFINES LBOX-REC.
003100     05  FILLER              PIC X(5).
003200     05  LBXD-ITEM-NO        PIC 9(5).
003300     05  LBXD-ACCT-NO        PIC X(8).
003400     05  LBXD-AMOUNT         PIC 9(7)V99.
003500     05  LBXD-CHECK-NO       PIC X(10).
003600     05  LBXD-LAST-NAME      PIC X(20).
003700     05  LBXD-ZIP-CODE       PIC X(5).
003800     05  FILLER              PIC X(18).
003900 01  LBOX-TRAILER-REC REDEFINES LBOX-REC.
004000     05  FILLER              PIC X(5).
004100     05  LBXT-ITEM-COUNT     PIC 9(5).
004200     05  LBXT-BATCH-TOTAL    PIC 9(9)V99.
004300     05  FILLER              PIC X(59).
