000100*-----------------------------------------------------------------
000200* INTRREC.CPY
000300*
000400* SATELLITE-FILE INTEGRITY REPORT - FD AND PRINT LINE LAYOUTS.
000500* ONE DETAIL LINE PER RECORD FOUND ORPHANED (ITS ACCOUNT IS NOT ON
000600* THE MASTER) OR INCONSISTENT WITH ITS ACCOUNT, OR RESTORED FROM
000700* THE HOLDING FILE: THE FILE (BY ITS ASSIGN NAME), THE RECORD'S
000800* KEY, THE ACCOUNT, THE CLASS, THE REASON, AND WHAT THE RUN DID
000900* WITH IT.  ONE TOTAL LINE PER FILE CLOSES THE REPORT (THE
001000* REDEFINES PATTERN FOLLOWS NSFRREC.CPY'S TOTAL-REC).
001100*-----------------------------------------------------------------
001200 FD  INTG-RPT
001300     RECORDING MODE F.
001400 01  INTG-RPT-REC.
001500     05  INTR-FILE-O         PIC X(8).
001600     05  FILLER              PIC X(1).
001700     05  INTR-KEY-O          PIC X(24).
001800     05  FILLER              PIC X(1).
001900     05  INTR-ACCT-NO-O      PIC X(8).
002000     05  FILLER              PIC X(1).
002100     05  INTR-CLASS-O        PIC X(12).
002200     05  FILLER              PIC X(1).
002300     05  INTR-REASON-O       PIC X(36).
002400     05  FILLER              PIC X(1).
002500     05  INTR-ACTION-O       PIC X(20).
002600 01  INTR-TOTAL-REC REDEFINES INTG-RPT-REC.
002700     05  INTR-TOT-LABEL-O    PIC X(12).
002800     05  INTR-TOT-FILE-O     PIC X(8).
002900     05  FILLER              PIC X(4).
003000     05  INTR-TOT-CHECKED-O  PIC Z,ZZZ,ZZ9.
003100     05  FILLER              PIC X(2).
003200     05  INTR-TOT-ORPHAN-O   PIC Z,ZZZ,ZZ9.
003300     05  FILLER              PIC X(2).
003400     05  INTR-TOT-INCON-O    PIC Z,ZZZ,ZZ9.
003500     05  FILLER              PIC X(2).
003600     05  INTR-TOT-PURGED-O   PIC Z,ZZZ,ZZ9.
003700     05  FILLER              PIC X(2).
003800     05  INTR-TOT-NOTE-O     PIC X(24).
003900     05  FILLER              PIC X(21).
