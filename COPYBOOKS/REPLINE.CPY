000100*--------------------------------------------------------------*
000200*  REPLINE.CPY                                                 *
000300*  ONE PRINT LINE OF THE REPASSE DE PENSAO REPORT AND OF THE   *
000400*  BENEFICIARIO EXTRATO WRITTEN BY REPASSE-PENSAO.             *
000500*--------------------------------------------------------------*
000600 01  REPASSE-LINE                PIC X(80).
