000100*--------------------------------------------------------------*
000200*  ESPLINE.CPY                                                 *
000300*  ONE PRINT LINE OF THE ESPELHO DE PONTO (THE MONTHLY PUNCH   *
000400*  MIRROR EACH EMPLOYEE SIGNS), PRINTED BY IMPORTA-PONTO.      *
000500*--------------------------------------------------------------*
000600 01  ESPELHO-LINE                PIC X(80).
