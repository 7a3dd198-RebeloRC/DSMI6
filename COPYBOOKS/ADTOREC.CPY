000100*--------------------------------------------------------------*
000200*  ADTOREC.CPY                                                 *
000300*  ADIANTAMENTO QUINZENAL - ONE RECORD PER EMPLOYEE PER        *
000400*  COMPETENCIA, INDEXED ON PRONTUARIO + PERIOD (AAAAMM).       *
000500*  WRITTEN BY THE ADIANTAMENTO PROGRAM WITH STATUS "P"         *
000600*  (PENDENTE); THE BATCH DRIVER MERGES EVERY PENDING RECORD    *
000700*  UP TO THE OPEN COMPETENCIA INTO THE MOVEMENTS AS CODE 101   *
000800*  (ADIANTAMENTO) AND FLIPS IT TO "D" (DESCONTADO), STAMPED    *
000850*  WITH THE COMPETENCIA OF THE FOLHA, ONCE THE EMPLOYEE'S      *
000900*  HISTORY IS WRITTEN; A RESCISAO DISCOUNTS WHAT IS STILL      *
000950*  PENDENTE THE SAME WAY.  AN ESTORNO OF THAT FOLHA PUTS IT    *
000960*  BACK TO PENDENTE.  THE RECORD WITH PRONTUARIO 00000 IS THE  *
001000*  CONTROL RECORD OF THE RUN (EMPLOYEES AND TOTAL PAID); WHILE *
001100*  IT EXISTS THE COMPETENCIA CANNOT BE ADVANCED AGAIN.         *
001300*--------------------------------------------------------------*
001400 01  ADIANTAMENTO-RECORD.
001500     05  ADT-KEY.
001600         10  ADT-EMPLOYEE-ID     PIC 9(5).
001700             88  ADT-CONTROL-RECORD             VALUE ZEROS.
001800         10  ADT-PERIOD.
001900             15  ADT-YEAR        PIC 9(4).
002000             15  ADT-MONTH       PIC 9(2).
002100     05  ADT-BASE                PIC 9(5)V9(2).
002200     05  ADT-AMOUNT              PIC 9(5)V9(2).
002300     05  ADT-RUN-DATE            PIC 9(8).
002400     05  ADT-STATUS              PIC X(1).
002500         88  ADT-PENDING                        VALUE "P".
002600         88  ADT-DISCOUNTED                     VALUE "D".
002700*    SO NO REGISTRO DE CONTROLE (PRONTUARIO 00000).
002800     05  ADT-EMPLOYEE-COUNT      PIC 9(5).
002900     05  ADT-TOTAL-AMOUNT        PIC 9(9)V9(2).
003000*    COMPETENCIA DA FOLHA (OU RESCISAO) QUE DESCONTOU O
003100*    ADIANTAMENTO; ZEROS ENQUANTO PENDENTE.
003200     05  ADT-DISCOUNT-PERIOD.
003300         10  ADT-DISC-YEAR       PIC 9(4).
003400         10  ADT-DISC-MONTH      PIC 9(2).
