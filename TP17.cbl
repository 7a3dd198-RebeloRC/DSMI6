002300*                   JANUARY.  THE WINDOW TO PRINT THE INFORME  *
002400*                   IS NO LONGER "BEFORE SOMEONE RUNS THE      *
002500*                   JANUARY FOLHA".                            *
002530*  15/10/2026  RRC  THE CREDIT SITUATION (HIST-PAYMENT) IS     *
002560*                   ARCHIVED WITH THE REST OF THE RECORD.      *
002570*  15/10/2026  RRC  HIST-PENSAO-AMOUNT IS ARCHIVED AS WELL.    *
002600*--------------------------------------------------------------*
002700
002800 ENVIRONMENT DIVISION.
039000     MOVE HIST-OTHER-EARNINGS     TO ARCH-OTHER-EARNINGS.
039100     MOVE HIST-OTHER-DEDUCTIONS   TO ARCH-OTHER-DEDUCTIONS.
039200     MOVE HIST-SALFAM-AMOUNT      TO ARCH-SALFAM-AMOUNT.
039250     MOVE HIST-PAYMENT            TO ARCH-PAYMENT.
039275     MOVE HIST-PENSAO-AMOUNT      TO ARCH-PENSAO-AMOUNT.
039300     WRITE PAYARCH-RECORD
039400         INVALID KEY
039500             REWRITE PAYARCH-RECORD
