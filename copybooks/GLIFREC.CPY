000100*-----------------------------------------------------------------
000200* GLIFREC.CPY
000300*
000400* GENERAL-LEDGER INTERFACE FILE - FD AND RECORD LAYOUTS.  EACH RUN
000500* THAT MOVES MONEY WRITES ONE BATCH, KEYED BY THE SOURCE PROGRAM,
000600* RUN DATE, AND THE TIME THE BATCH OPENED.  A SUMMARIZED ENTRY IS
000700* TWO LINES - ONE DEBITING AND ONE CREDITING THE GL ACCOUNTS THE
000800* CONTROL TABLE NAMES FOR THE TRANSACTION TYPE - AND GLIF-RCV-SW
000900* MARKS THE LINE THAT HITS THE RECEIVABLE CONTROL ACCOUNT.  EVERY
001000* BATCH CLOSES WITH A TRAILER CARRYING ITS LINE COUNT, DEBIT AND
001100* CREDIT TOTALS, AND WHETHER THEY BALANCE.  SEQUENTIAL, NOT LINE
001200* SEQUENTIAL - THE AMOUNTS ARE COMP-3.
001300*-----------------------------------------------------------------
001400 FD  GL-FILE
001500     RECORDING MODE F.
001600 01  GLIF-REC.
001700     05  GLIF-REC-TYPE       PIC X(1).
001800         88  GLIF-ENTRY-LINE     VALUE "E".
001900         88  GLIF-TRAILER-LINE   VALUE "T".
002000     05  GLIF-RUN-DATE       PIC 9(8).
002100     05  GLIF-SOURCE         PIC X(8).
002200     05  GLIF-BATCH-TIME     PIC 9(6).
002300     05  GLIF-TRAN-TYPE      PIC X(4).
002400     05  GLIF-ACCOUNT        PIC X(10).
002500     05  GLIF-DEBIT          PIC S9(9)V99 COMP-3.
002600     05  GLIF-CREDIT         PIC S9(9)V99 COMP-3.
002700     05  GLIF-RCV-SW         PIC X(1).
002800         88  GLIF-RECEIVABLE     VALUE "Y".
002900     05  GLIF-DESC           PIC X(25).
003000 01  GLIF-TRAILER-REC REDEFINES GLIF-REC.
003100     05  FILLER              PIC X(23).
003200     05  GLIT-LINE-COUNT     PIC 9(7) COMP-3.
003300     05  GLIT-DEBIT-TOTAL    PIC S9(11)V99 COMP-3.
003400     05  GLIT-CREDIT-TOTAL   PIC S9(11)V99 COMP-3.
003500     05  GLIT-BALANCED-SW    PIC X(1).
003600         88  GLIT-BALANCED       VALUE "Y".
003700     05  FILLER              PIC X(33).
