000100*-----------------------------------------------------------------
000200* NSFPARM.CPY
000300*
000400* ONE-RECORD CONTROL CARD SUPPLYING THE RETURNED-PAYMENT FEE THE
000500* AR390 REVERSAL RUN CHARGES FOR EACH RETURNED ITEM.  KEYED AS
000600* FIVE DIGITS WITH TWO ASSUMED DECIMALS - "02500" IS $25.00.  A
000700* ZERO FEE REVERSES THE PAYMENT WITHOUT CHARGING A FEE.
000800*-----------------------------------------------------------------
000900 FD  NSF-PARM
001000     RECORDING MODE F.
001100 01  NSF-PARM-REC.
001200     05  NSFP-FEE-AMOUNT     PIC 9(3)V99.
