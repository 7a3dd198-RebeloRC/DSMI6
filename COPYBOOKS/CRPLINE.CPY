000100*--------------------------------------------------------------*
000200*  CRPLINE.CPY                                                 *
000300*  ONE PRINT LINE OF THE REPORT OF NET PAY NOT YET CREDITED    *
000400*  WRITTEN BY CREDITOS-PENDENTES.                              *
000500*--------------------------------------------------------------*
000600 01  PENDING-CREDIT-LINE         PIC X(80).
