000100*--------------------------------------------------------------*
000200*  DISLINE.CPY                                                 *
000300*  ONE PRINT LINE OF THE DEMONSTRATIVO OF DISSIDIO DIFFERENCES *
000400*  WRITTEN BY THE DISSIDIO PROGRAM.                            *
000500*--------------------------------------------------------------*
000600 01  DISSIDIO-LINE               PIC X(80).
