000100*--------------------------------------------------------------*
000200*  PROVMST.CPY                                                 *
000300*  PROVISAO DE FERIAS AND 13O SALARIO OF ONE EMPLOYEE,         *
000400*  INDEXED ON PRONTUARIO.  KEPT BY PROVISAO-FERIAS-13, WHICH   *
000500*  POSTS ONLY THE MONTHLY CHANGE OF EACH BALANCE TO THE BOOKS. *
000600*  PRV-STATE (1) HOLDS THE BALANCES BEFORE PRV-LAST-PERIOD     *
000700*  WAS POSTED AND PRV-STATE (2) THE BALANCES AFTER IT, SO A    *
000800*  RUN OF THE SAME COMPETENCIA STARTED AGAIN COMPUTES THE SAME *
000850*  CHANGE.                                                     *
000900*  PRV-AMOUNT: (1) FERIAS + 1/3, (2) ITS FGTS, (3) ITS INSS    *
001000*  PATRONAL, (4) 13O SALARIO, (5) ITS FGTS, (6) ITS INSS       *
001100*  PATRONAL.  THE YEARS AND THE SWITCH RECORD WHICH PAYMENTS   *
001200*  (PAYHIST 13-16) HAVE ALREADY REVERSED THE PROVISION.        *
001300*  PRONTUARIO 00000 IS THE CONTROL RECORD: PRV-LAST-PERIOD     *
001400*  HOLDS THE LAST COMPETENCIA POSTED TO THE END.               *
001500*--------------------------------------------------------------*
001600 01  PROVMST-RECORD.
001700     05  PRV-EMPLOYEE-ID         PIC 9(5).
001800     05  PRV-LAST-PERIOD.
001900         10  PRV-LAST-YEAR       PIC 9(4).
002000         10  PRV-LAST-MONTH      PIC 9(2).
002100     05  PRV-COST-CENTER         PIC 9(4).
002200     05  PRV-STATE OCCURS 2 TIMES.
002300         10  PRV-BASE-AMOUNT     PIC 9(5)V9(2).
002400         10  PRV-AMOUNT          PIC 9(7)V9(2) OCCURS 6 TIMES.
002500         10  PRV-13-FIRST-YEAR   PIC 9(4).
002600         10  PRV-13-FINAL-YEAR   PIC 9(4).
002700         10  PRV-FERIAS-PAID-YEAR PIC 9(4).
002800         10  PRV-RESCISAO-SWITCH PIC X(1).
002900             88  PRV-RESCISAO-REVERSED          VALUE "S".
