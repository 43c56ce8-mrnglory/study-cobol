000100*-----------------------------------------------------------------
000200* SELRTPY.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE RETURNED-PAYMENT REGISTER.  INDEXED
000500* BY THE ORIGINAL PAYMENT'S POST-REF SO THE AR390 REVERSAL RUN
000600* CAN TELL AT RANDOM WHETHER A RETURNED ITEM WAS ALREADY
000700* REVERSED, AND PASSED SEQUENTIALLY TO COUNT AN ACCOUNT'S
000800* RECENT RETURNS.
000900*-----------------------------------------------------------------
001000     SELECT RETPAY-FILE ASSIGN TO "RETPAY"
001100         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS RTPY-ORIG-REF
001400         FILE STATUS IS WS-RTPY-STATUS.
