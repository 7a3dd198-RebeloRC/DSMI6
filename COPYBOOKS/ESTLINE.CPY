000100*--------------------------------------------------------------*
000200*  ESTLINE.CPY                                                 *
000300*  ONE PRINT LINE OF THE ESTORNO REPORT WRITTEN BY             *
000400*  ESTORNO-CALCULO - THE VALUES REVERSED AND EVERYTHING THE    *
000500*  ESTORNO GAVE BACK OR LEFT FOR THE OPERATOR TO FOLLOW UP.    *
000600*--------------------------------------------------------------*
000700 01  ESTORNO-LINE                PIC X(80).
