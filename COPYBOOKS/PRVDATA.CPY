000100*--------------------------------------------------------------*
000200*  PRVDATA.CPY                                                 *
000300*  ONE RECORD PER EMPLOYEE OF THE PREVIA DA FOLHA, WRITTEN BY  *
000400*  THE BATCH DRIVER'S SIMULATION MODE TO PREVIA-DATA WITH THE  *
000500*  SAME VALUES PRINTED ON PREVIA-REPORT, SO VARIACAO-FOLHA CAN *
000600*  COMPARE THE PREVIA WITH PAYHIST BEFORE THE REAL RUN.  THE   *
000700*  FILE IS REBUILT BY EVERY PREVIA.                            *
000800*--------------------------------------------------------------*
000900 01  PREVIA-DATA-RECORD.
001000     05  PVR-EMPLOYEE-ID         PIC 9(5).
001100     05  PVR-PERIOD.
001200         10  PVR-YEAR            PIC 9(4).
001300         10  PVR-MONTH           PIC 9(2).
001400     05  PVR-GROSS               PIC 9(5)V9(2).
001500     05  PVR-INSS                PIC 9(5)V9(2).
001600     05  PVR-IRRF                PIC 9(5)V9(2).
001700     05  PVR-DEDUCTIONS          PIC 9(5)V9(2).
001800     05  PVR-NET                 PIC 9(5)V9(2).
