000100*-----------------------------------------------------------------
000200* SELREVP.CPY
000300*
000400* FILE-CONTROL ENTRY FOR THE CREDIT-LIMIT REVIEW CONTROL CARD.
000500*-----------------------------------------------------------------
000600     SELECT REVIEW-PARM ASSIGN TO "REVWCARD"
000700         ORGANIZATION IS LINE SEQUENTIAL.
