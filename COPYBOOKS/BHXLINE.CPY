000100*--------------------------------------------------------------*
000200*  BHXLINE.CPY                                                 *
000300*  ONE PRINT LINE OF THE MONTHLY BANCO DE HORAS EXTRATO        *
000400*  WRITTEN BY THE BANCO-HORAS PROGRAM.                         *
000500*--------------------------------------------------------------*
000600 01  EXTRATO-LINE                PIC X(80).
