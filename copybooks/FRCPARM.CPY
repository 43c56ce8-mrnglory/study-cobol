000100*-----------------------------------------------------------------
000200* FRCPARM.CPY
000300*
000400* ONE-RECORD CONTROL CARD FOR THE AR460 FORWARD-RECOVERY RUN: THE
000500* DATE (YYYYMMDD) AND TIME (HHMMSS) THE RESTORED ACCOUNT-MASTER
000600* BACKUP WAS TAKEN.  EVERY JOURNALED UPDATE FROM A RUN THAT
000700* STARTED AFTER THAT MOMENT IS REPLAYED.
000800*-----------------------------------------------------------------
000900 FD  FRCV-PARM
001000     RECORDING MODE F.
001100 01  FRCV-PARM-REC.
001200     05  FRCV-BACKUP-DATE    PIC 9(8).
001300     05  FRCV-BACKUP-TIME    PIC 9(6).
