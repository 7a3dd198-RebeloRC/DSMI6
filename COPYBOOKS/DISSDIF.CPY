000100*--------------------------------------------------------------*
000200*  DISSDIF.CPY                                                 *
000300*  DIFFERENCES OF A DISSIDIO COLETIVO - ONE RECORD PER         *
000400*  EMPLOYEE PER CLOSED MONTH RECOMPUTED, INDEXED ON PRONTUARIO *
000500*  + COMPETENCIA OF PAYMENT + COMPETENCIA OF REFERENCE.  THE   *
000600*  DISSIDIO PROGRAM WRITES THEM "P" (PENDENTE); THE BATCH      *
000700*  DRIVER PAYS EVERY PENDING DIFFERENCE AS CODE 203, ONE       *
000800*  HOLERITE LINE PER MONTH OF REFERENCE, AND FLIPS IT TO "D"   *
000900*  (PAGA) ONCE THE EMPLOYEE'S HISTORY IS WRITTEN, RECORDING    *
000950*  THE COMPETENCIA THAT PAID IT; THE ESTORNO OF THAT FOLHA     *
000960*  PUTS IT BACK TO "P".  AN EMPLOYEE WITHOUT A FOLHA IN THE    *
001000*  COMPETENCIA KEEPS IT PENDING FOR THE NEXT ONE.  THE PAST    *
001100*  PAYHIST RECORDS ARE NOT CHANGED.                            *
001200*  THE RECORD WITH PRONTUARIO 00000 AND REFERENCE 000000 IS    *
001300*  THE CONTROL RECORD OF THE RUN (PERCENTAGE, START, TOTALS);  *
001400*  ONE DISSIDIO PER COMPETENCIA OF PAYMENT.                    *
001500*--------------------------------------------------------------*
001600 01  DISSDIF-RECORD.
001700     05  DD-KEY.
001800         10  DD-EMPLOYEE-ID      PIC 9(5).
001900             88  DD-CONTROL-RECORD              VALUE ZEROS.
002000         10  DD-PERIODS.
002100             15  DD-PAY-PERIOD.
002200                 20  DD-PAY-YEAR  PIC 9(4).
002300                 20  DD-PAY-MONTH PIC 9(2).
002400             15  DD-REF-PERIOD.
002500                 20  DD-REF-YEAR  PIC 9(4).
002600                 20  DD-REF-MONTH PIC 9(2).
002700     05  DD-PERCENT              PIC 9(2)V9(2).
002800     05  DD-OLD-HOUR-VALUE       PIC 9(5)V9(2).
002900     05  DD-NEW-HOUR-VALUE       PIC 9(5)V9(2).
003000     05  DD-REGULAR-HOURS        PIC 9(3)V9(2).
003100     05  DD-OVERTIME-50-HOURS    PIC 9(3)V9(2).
003200     05  DD-OVERTIME-100-HOURS   PIC 9(3)V9(2).
003300     05  DD-OLD-GROSS            PIC 9(5)V9(2).
003400     05  DD-NEW-GROSS            PIC 9(5)V9(2).
003500     05  DD-DIFFERENCE           PIC 9(5)V9(2).
003600     05  DD-STATUS               PIC X(1).
003700         88  DD-PENDING                         VALUE "P".
003800         88  DD-PAID                            VALUE "D".
003900     05  DD-RUN-DATE             PIC 9(8).
003910*    COMPETENCIA DA FOLHA QUE PAGOU A DIFERENCA (ZEROS ATE LA).
003920     05  DD-PAID-PERIOD.
003930         10  DD-PAID-YEAR        PIC 9(4).
003940         10  DD-PAID-MONTH       PIC 9(2).
004000*    SO NO REGISTRO DE CONTROLE (PRONTUARIO 00000).
004100     05  DD-START-PERIOD         PIC 9(6).
004200     05  DD-EMPLOYEE-COUNT       PIC 9(5).
004300     05  DD-TOTAL-DIFFERENCE     PIC 9(9)V9(2).
