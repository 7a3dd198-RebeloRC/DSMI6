000100*--------------------------------------------------------------*
000200*  PVSLINE.CPY                                                 *
000300*  ONE PRINT LINE OF THE PROVISION BALANCE REPORT WRITTEN BY   *
000400*  PROVISAO-FERIAS-13, TIED BACK TO ITS JOURNAL ENTRIES.       *
000500*--------------------------------------------------------------*
000600 01  PROVISAO-LINE               PIC X(80).
