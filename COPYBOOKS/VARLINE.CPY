000100*--------------------------------------------------------------*
000200*  VARLINE.CPY                                                 *
000300*  ONE PRINT LINE OF THE VARIACAO DA FOLHA REPORT WRITTEN BY   *
000400*  VARIACAO-FOLHA - THE EMPLOYEES WHOSE VALUES MOVED BEYOND    *
000500*  THE TOLERANCE, THE ONES PAID IN ONLY ONE OF THE MONTHS AND  *
000600*  THE TOTALS PER CENTRO DE CUSTO.                             *
000700*--------------------------------------------------------------*
000800 01  VARIACAO-LINE               PIC X(80).
