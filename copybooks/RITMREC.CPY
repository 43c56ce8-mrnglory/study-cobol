000100*-----------------------------------------------------------------
000200* RITMREC.CPY
000300*
000400* BANK RETURNED-ITEM FILE - FD AND RECORD LAYOUT.  ONE RECORD
000500* PER CUSTOMER PAYMENT THE BANK RETURNED: THE ACCT-NO AND THE
000600* POST-REF THE PAYMENT ORIGINALLY POSTED UNDER, THE RETURNED
000700* AMOUNT, THE DATE THE BANK RETURNED IT, AND THE BANK'S
000800* RETURN REASON CODE.  THE FILE IS DISPLAYABLE TEXT FROM THE
000900* BANK, SO THE NUMERIC FIELDS ARE PROVED NUMERIC BEFORE USE.
001000*-----------------------------------------------------------------
001100 FD  RETURN-ITEMS
001200     RECORDING MODE F.
001300 01  RITM-REC.
001400     05  RITM-ACCT-NO        PIC X(8).
001500     05  RITM-REF            PIC X(12).
001600     05  RITM-AMOUNT         PIC 9(7)V99.
001700     05  RITM-RETURN-DATE    PIC 9(8).
001800     05  RITM-REASON         PIC X(3).
