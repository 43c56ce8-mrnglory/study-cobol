000300*
000400* ONE-RECORD CONTROL CARD FOR THE MASTER EXTRACT UTILITY.  THE
000500* STATUS FILTER SELECTS WHICH ACCOUNTS GO OUT: A VALID
000600* ACCT-STATUS CODE (A/C/F/D/W) CUTS ONLY ACCOUNTS WITH THAT
000700* STATUS; "*" OR SPACE CUTS THE FULL BOOK.
000800*-----------------------------------------------------------------
000900 FD  EXTRACT-PARM
