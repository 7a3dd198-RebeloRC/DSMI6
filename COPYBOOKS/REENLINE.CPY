000100*--------------------------------------------------------------*
000200*  REENLINE.CPY                                                *
000300*  ONE PRINT LINE OF THE REPORT OF THE COMPLEMENTARY SALARY    *
000400*  CREDIT REMITTANCE WRITTEN BY REMESSA-COMPLEMENTAR.          *
000500*--------------------------------------------------------------*
000600 01  REENVIO-LINE                PIC X(80).
