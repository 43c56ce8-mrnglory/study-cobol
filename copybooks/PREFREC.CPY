000100*-----------------------------------------------------------------
000200* PREFREC.CPY
000300*
000400* POSTED-REFERENCE FILE - FD AND RECORD LAYOUT.  ONE RECORD PER
000500* POST-REF AR230 HAS SEEN, CARRYING THE POSTING THAT FIRST CARRIED
000600* IT SO A REPEAT CAN BE PRINTED BESIDE ITS ORIGINAL.  A REFERENCE
000700* THAT WAS APPLIED ("A") IS NEVER TAKEN AGAIN.  ONE THAT WAS
000800* REJECTED ("J") BLOCKS A SECOND COPY IN THE SAME RUN ONLY - THE
000900* RUN DATE AND START TIME SAY WHICH RUN - SO THE CORRECTED ITEM
001000* CAN STILL COME BACK THROUGH AR310 IN A LATER RUN.  AR230 BUILDS
001100* THE FILE FROM THE HISTORY FILE THE FIRST TIME IT FINDS IT
001200* MISSING, AND KEEPS IT AS IT POSTS.
001300*-----------------------------------------------------------------
001400 FD  POSTREF-FILE
001500     RECORDING MODE F.
001600 01  PREF-REC.
001700     05  PREF-REF            PIC X(12).
001800     05  PREF-ACCT-NO        PIC X(8).
001900     05  PREF-DATE           PIC 9(8).
002000     05  PREF-DC-CODE        PIC X(1).
002100     05  PREF-AMOUNT         PIC S9(7)V99 COMP-3.
002200     05  PREF-STATE          PIC X(1).
002300         88  PREF-APPLIED        VALUE "A".
002400         88  PREF-REJECTED       VALUE "J".
002500     05  PREF-RUN-DATE       PIC 9(8).
002600     05  PREF-RUN-TIME       PIC 9(8).
