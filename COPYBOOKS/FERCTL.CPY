000100*--------------------------------------------------------------*
000200*  FERCTL.CPY                                                  *
000300*  ONE PERIODO AQUISITIVO DE FERIAS PER EMPLOYEE, INDEXED ON   *
000400*  PRONTUARIO + THE PERIOD'S FIRST DAY.  CREATED FROM THE      *
000500*  ADMISSION DATE BY CONTROLE-FERIAS, WHICH ALSO POSTS THE     *
000600*  MONTH'S UNJUSTIFIED FALTAS (DAYS EARNED PER THE CLT SCALE)  *
000700*  AND, FOR A COMPETENCIA SPENT WHOLLY ON AFASTAMENTO, PUSHES  *
000800*  THE END OF THE PERIOD AND THE DEADLINE BY ONE MONTH.        *
000900*  FERIAS DEBITS THE DAYS TAKEN AND THE ABONO SOLD.  THE       *
001000*  DEADLINE IS THE LAST DAY OF THE PERIODO CONCESSIVO (END +   *
001050*  12 MONTHS).                                                 *
001100*  PRONTUARIO 00000 WITH START ZEROS IS THE CONTROL RECORD:    *
001200*  FER-LAST-POSTED HOLDS THE LAST COMPETENCIA POSTED.          *
001210*  ON A PERIOD RECORD FER-POSTED-PERIOD IS THE LAST            *
001220*  COMPETENCIA WHOSE FALTAS/AFASTAMENTO WERE POSTED TO IT, SO  *
001230*  A RERUN NEVER POSTS THE SAME MONTH TWICE.                   *
001300*--------------------------------------------------------------*
001400 01  FERCTL-RECORD.
001500     05  FER-KEY.
001600         10  FER-EMPLOYEE-ID     PIC 9(5).
001700         10  FER-PERIOD-START    PIC 9(8).
001800     05  FER-PERIOD-END          PIC 9(8).
001900     05  FER-LAST-POSTED REDEFINES FER-PERIOD-END.
002000         10  FER-LAST-POSTED-PERIOD PIC 9(6).
002100         10  FILLER              PIC 9(2).
002200     05  FER-DEADLINE            PIC 9(8).
002300     05  FER-FALTAS              PIC 9(3).
002400     05  FER-SUSPENDED-MONTHS    PIC 9(2).
002500     05  FER-DAYS-EARNED         PIC 9(2).
002600     05  FER-DAYS-TAKEN          PIC 9(2).
002700     05  FER-ABONO-DAYS          PIC 9(2).
002800     05  FER-LAST-PAYMENT-DATE   PIC 9(8).
002900     05  FER-POSTED-PERIOD       PIC 9(6).
