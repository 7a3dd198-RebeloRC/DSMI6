000100*--------------------------------------------------------------*
000200*  BANCOHRS.CPY                                                *
000300*  BANCO DE HORAS - ONE RECORD PER PRONTUARIO IN THE REGIME    *
000400*  (EMPMST-BANCO-HORAS "S"), INDEXED ON BH-EMPLOYEE-ID.  THE   *
000500*  BATCH RUN CREDITS THE MONTH'S 50%/100% OVERTIME HERE        *
000600*  INSTEAD OF PAYING IT, ONE CREDIT PER COMPETENCIA WITH ITS   *
000700*  OWN EXPIRY; FOLGAS KEYED THROUGH BANCO-HORAS ARE DEBITED    *
000800*  OLDEST CREDIT FIRST; A CREDIT THAT REACHES ITS EXPIRY IS    *
000900*  PAID BY THE FOLHA AT ITS OWN RATE, AND WHATEVER IS LEFT     *
001000*  WHEN THE EMPLOYEE LEAVES IS PAID BY RESCISAO.               *
001100*  THE BH-MONTH- FIELDS KEEP THE LAST COMPETENCIA POSTED       *
001200*  (OPENING BALANCE, CREDITS, FOLGAS, HOURS PAID) FOR THE      *
001300*  MONTHLY EXTRATO, AND LET A RESTARTED RUN REPEAT THE SAME    *
001400*  PAYMENT INSTEAD OF POSTING THE MONTH TWICE.                 *
001500*--------------------------------------------------------------*
001600 01  BANCO-HORAS-RECORD.
001700     05  BH-EMPLOYEE-ID          PIC 9(5).
001800     05  BH-BALANCE-50           PIC 9(4)V9(2).
001900     05  BH-BALANCE-100          PIC 9(4)V9(2).
002000*    FOLGA LANCADA E AINDA NAO DEBITADA PELA FOLHA.
002100     05  BH-FOLGA-PENDING        PIC 9(3)V9(2).
002200     05  BH-FOLGA-COMP.
002300         10  BH-FOLGA-YEAR       PIC 9(4).
002400         10  BH-FOLGA-MONTH      PIC 9(2).
002500*    MOVIMENTO DA ULTIMA COMPETENCIA POSTADA (EXTRATO).
002600     05  BH-MONTH-COMP.
002700         10  BH-MONTH-YEAR       PIC 9(4).
002800         10  BH-MONTH-MONTH      PIC 9(2).
002900     05  BH-MONTH-OPEN-50        PIC 9(4)V9(2).
003000     05  BH-MONTH-OPEN-100       PIC 9(4)V9(2).
003100     05  BH-MONTH-CREDIT-50      PIC 9(3)V9(2).
003200     05  BH-MONTH-CREDIT-100     PIC 9(3)V9(2).
003300     05  BH-MONTH-FOLGA-50       PIC 9(3)V9(2).
003400     05  BH-MONTH-FOLGA-100      PIC 9(3)V9(2).
003500     05  BH-MONTH-PAID-50        PIC 9(4)V9(2).
003600     05  BH-MONTH-PAID-100       PIC 9(4)V9(2).
003700     05  BH-MONTH-POSTED-SW      PIC X(1).
003800         88  BH-MONTH-POSTED                    VALUE "Y".
003900*    CREDITOS EM ABERTO, DO MAIS ANTIGO PARA O MAIS NOVO.
004000     05  BH-CREDIT-COUNT         PIC 9(2).
004100     05  BH-CREDIT OCCURS 24 TIMES.
004200         10  BH-CR-ORIGIN.
004300             15  BH-CR-ORIGIN-YEAR  PIC 9(4).
004400             15  BH-CR-ORIGIN-MONTH PIC 9(2).
004500         10  BH-CR-EXPIRY.
004600             15  BH-CR-EXPIRY-YEAR  PIC 9(4).
004700             15  BH-CR-EXPIRY-MONTH PIC 9(2).
004800         10  BH-CR-HOURS-50      PIC 9(3)V9(2).
004900         10  BH-CR-HOURS-100     PIC 9(3)V9(2).
