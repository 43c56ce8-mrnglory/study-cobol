001250*   09/02/2026 DPC   IMAGES WIDENED X(170) TO X(175) - ZIP-CODE
001260*                    WAS ADDED TO THE CILENT-ADDR GROUP ON
001270*                    ACCTREC.CPY.
001272*   10/15/2026 DPC   ADDED BJRN-RUN-TIME (HHMMSSHH AT RUN START)
001274*                    AND BJRN-PROGRAM.  AR260 BACKOUTS, AR250
001275*                    AGING STATUS FLIPS AND THE AR410 CHARGE-OFF
001276*                    STATUS CHANGE ARE NOW
001278*                    JOURNALED HERE TOO, SO THE AR460 FORWARD-
001280*                    RECOVERY RUN CAN REPLAY EVERY MASTER UPDATE
001282*                    IN ORDER (RUN DATE, RUN TIME, SEQUENCE).
001284*                    AR260 BACKS OUT AR200 RECORDS ONLY.
001300*-----------------------------------------------------------------
001400 FD  BACKOUT-JRNL
001500     RECORDING MODE F.
001600 01  BJRN-REC.
001700     05  BJRN-RUN-DATE       PIC 9(8).
001710     05  BJRN-RUN-TIME       PIC 9(8).
001720     05  BJRN-PROGRAM        PIC X(8).
001800     05  BJRN-SEQ            PIC 9(7) COMP-3.
001900     05  BJRN-OPER           PIC X(1).
002000         88  BJRN-OPER-ADD       VALUE "A".
