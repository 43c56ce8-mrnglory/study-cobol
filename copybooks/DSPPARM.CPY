000100*-----------------------------------------------------------------
000200* DSPPARM.CPY
000300*
000400* ONE-RECORD CONTROL CARD FOR THE AR480 OPEN-DISPUTES AGING
000500* REPORT: THE NUMBER OF CALENDAR DAYS A DISPUTE MAY STAY OPEN
000600* BEFORE IT IS PAST THE RESOLUTION DEADLINE, AND HOW MANY DAYS
000700* AHEAD OF THAT DEADLINE A DISPUTE IS FLAGGED AS COMING DUE.
000800*-----------------------------------------------------------------
000900 FD  DISP-PARM
001000     RECORDING MODE F.
001100 01  DISP-PARM-REC.
001200     05  DSPP-LIMIT-DAYS     PIC 9(3).
001300     05  DSPP-WARN-DAYS      PIC 9(3).
