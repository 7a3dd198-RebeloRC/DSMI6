000100*--------------------------------------------------------------*
000200*  FVNLINE.CPY                                                 *
000300*  ONE PRINT LINE OF THE FERIAS VENCIMENTO REPORT WRITTEN BY   *
000400*  CONTROLE-FERIAS.                                            *
000500*--------------------------------------------------------------*
000600 01  FERVENC-LINE                PIC X(80).
