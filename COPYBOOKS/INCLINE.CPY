000100*--------------------------------------------------------------*
000200*  INCLINE.CPY                                                 *
000300*  ONE PRINT LINE OF THE PONTO INCONSISTENCY REPORT (ODD       *
000400*  PUNCHES, MISSING DAYS, PUNCHES OUTSIDE THE COMPETENCIA),    *
000500*  PRINTED BY IMPORTA-PONTO FOR CORRECTION BEFORE THE          *
000600*  CONCILIA-FOLHA RUN.                                         *
000700*--------------------------------------------------------------*
000800 01  INCONS-LINE                 PIC X(80).
