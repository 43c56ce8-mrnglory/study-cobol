000100*-----------------------------------------------------------------
000200* INTPARM.CPY
000300*
000400* ONE-RECORD CONTROL CARD FOR THE AR490 SATELLITE-FILE INTEGRITY
000500* SWEEP.  THE OPTION SAYS WHAT THE RUN DOES:
000600*   "L" OR SPACE  LIST ORPHANED AND INCONSISTENT RECORDS ONLY.
000700*   "P"           LIST THEM, AND PURGE THE ORPHANS ON THE FILES
000800*                 THAT MAY BE PURGED, EACH ONE WRITTEN TO THE
000900*                 HOLDING FILE BEFORE IT IS DELETED.
001000*   "R"           RESTORE PURGED RECORDS FROM THE HOLDING FILE.
001100* FOR A RESTORE, THE PURGE DATE (YYYYMMDD) AND ACCT-NO NARROW
001200* WHICH HELD RECORDS GO BACK; ZEROS OR SPACES TAKE THEM ALL.
001300*-----------------------------------------------------------------
001400 FD  INTG-PARM
001500     RECORDING MODE F.
001600 01  INTG-PARM-REC.
001700     05  INTP-OPTION         PIC X(1).
001800         88  INTP-LIST-ONLY      VALUE "L", " ".
001900         88  INTP-PURGE          VALUE "P".
002000         88  INTP-RESTORE        VALUE "R".
002100     05  INTP-RESTORE-DATE   PIC X(8).
002200         88  INTP-ALL-DATES      VALUE "00000000", SPACES.
002300     05  INTP-RESTORE-ACCT   PIC X(8).
002400         88  INTP-ALL-ACCTS      VALUE SPACES.
