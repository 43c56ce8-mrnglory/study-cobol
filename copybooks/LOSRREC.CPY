000100*-----------------------------------------------------------------
000200* LOSRREC.CPY
000300*
000400* MONTHLY CHARGE-OFF/RECOVERY REPORT - FD AND PRINT LINE LAYOUTS.
000500* ONE LINE PER USA-STATE: THE ACCOUNTS CHARGED OFF IN THE MONTH
000600* AND THEIR GROSS LOSS, THE RECOVERIES COLLECTED IN THE MONTH ON
000700* ACCOUNTS CHARGED OFF AT ANY TIME, AND THE NET LOSS (GROSS LESS
000800* RECOVERIES - A STATE WHOSE RECOVERIES OUTRAN ITS NEW LOSSES
000900* SHOWS A NEGATIVE NET).  THE TOTAL LINE CARRIES THE SAME COLUMNS
001000* FOR ALL STATES UNDER A LABEL.
001100*-----------------------------------------------------------------
001200 FD  LOSS-RPT
001300     RECORDING MODE F.
001400 01  LOSS-RPT-REC.
001500     05  LOSR-STATE-O        PIC X(15).
001600     05  FILLER              PIC X(2).
001700     05  LOSR-CO-COUNT-O     PIC ZZ,ZZ9.
001800     05  LOSR-GROSS-O        PIC $$$$,$$$,$$9.99.
001900     05  LOSR-RCV-COUNT-O    PIC ZZ,ZZ9.
002000     05  LOSR-RECOVERED-O    PIC $$$$,$$$,$$9.99.
002100     05  LOSR-NET-O          PIC $$$$,$$$,$$9.99-.
002200 01  LOSR-TOTAL-REC REDEFINES LOSS-RPT-REC.
002300     05  LOSR-TOT-LABEL-O    PIC X(17).
002400     05  LOSR-TOT-CO-COUNT-O PIC ZZ,ZZ9.
002500     05  LOSR-TOT-GROSS-O    PIC $$$$,$$$,$$9.99.
002600     05  LOSR-TOT-RCV-COUNT-O
002700                             PIC ZZ,ZZ9.
002800     05  LOSR-TOT-RECOVERED-O
002900                             PIC $$$$,$$$,$$9.99.
003000     05  LOSR-TOT-NET-O      PIC $$$$,$$$,$$9.99-.
