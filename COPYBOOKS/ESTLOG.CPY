000100*--------------------------------------------------------------*
000200*  ESTLOG.CPY                                                  *
000300*  ONE ESTORNO OF AN EMPLOYEE'S MONTHLY CALCULATION IN A       *
000400*  FECHADA COMPETENCIA, INDEXED ON PRONTUARIO + PAYHIST PERIOD *
000500*  + SEQUENCE (A COMPETENCIA MAY BE ESTORNADA AGAIN AFTER ITS  *
000600*  COMPLEMENTAR).  WRITTEN BY ESTORNO-CALCULO WITH OPERATOR,   *
000700*  AUTHORIZER, REASON AND THE PAYHIST VALUES IT REVERSED, AND  *
000800*  COMPLETED BY REPROCESSA-EXCECOES WITH THE VALUES OF THE     *
000900*  FOLHA COMPLEMENTAR THAT REPLACED THEM.  CONCILIA-POS-FOLHA  *
001000*  TIES THE RUNLOG TOTALS OF THE MONTH THROUGH THESE RECORDS.  *
001100*--------------------------------------------------------------*
001200 01  ESTORNO-RECORD.
001300     05  EST-KEY.
001400         10  EST-EMPLOYEE-ID     PIC 9(5).
001500         10  EST-PERIOD.
001600             15  EST-YEAR        PIC 9(4).
001700             15  EST-MONTH       PIC 9(2).
001800         10  EST-SEQ             PIC 9(2).
001900     05  EST-DATE                PIC 9(8).
002000     05  EST-TIME                PIC 9(6).
002100     05  EST-OPERATOR            PIC X(8).
002200     05  EST-AUTHORIZER          PIC X(8).
002300     05  EST-REASON              PIC X(40).
002400*    VALORES DO PAYHIST ESTORNADO.
002500     05  EST-ORIGINAL.
002600         10  EST-ORIG-HOUR-VALUE PIC 9(5)V9(2).
002700         10  EST-ORIG-REGULAR-HOURS PIC 9(3)V9(2).
002800         10  EST-ORIG-OVERTIME-50-HOURS PIC 9(3)V9(2).
002900         10  EST-ORIG-OVERTIME-100-HOURS PIC 9(3)V9(2).
003000         10  EST-ORIG-GROSS      PIC 9(5)V9(2).
003100         10  EST-ORIG-INSS       PIC 9(5)V9(2).
003200         10  EST-ORIG-IRRF       PIC 9(5)V9(2).
003300         10  EST-ORIG-NET        PIC 9(5)V9(2).
003400         10  EST-ORIG-FGTS       PIC 9(5)V9(2).
003500         10  EST-ORIG-OTHER-EARNINGS PIC 9(5)V9(2).
003600         10  EST-ORIG-OTHER-DEDUCTIONS PIC 9(5)V9(2).
003700         10  EST-ORIG-SALFAM     PIC 9(4)V9(2).
003800         10  EST-ORIG-PENSAO     PIC 9(5)V9(2).
003900         10  EST-ORIG-PAY-STATUS PIC X(1).
004000*    PARCELAS DE RECORRENTES (RECMOV) DEVOLVIDAS PELO ESTORNO.
004100     05  EST-PARCELS-RETURNED    PIC 9(2).
004200     05  EST-STATUS              PIC X(1).
004300         88  EST-PENDING                        VALUE "P".
004400         88  EST-COMPLEMENTED                   VALUE "C".
004500*    VALORES DA FOLHA COMPLEMENTAR (ZEROS ENQUANTO PENDENTE).
004600     05  EST-COMPLEMENT.
004700         10  EST-COMPL-DATE      PIC 9(8).
004800         10  EST-COMPL-GROSS     PIC 9(5)V9(2).
004900         10  EST-COMPL-INSS      PIC 9(5)V9(2).
005000         10  EST-COMPL-IRRF      PIC 9(5)V9(2).
005100         10  EST-COMPL-NET       PIC 9(5)V9(2).
005200         10  EST-COMPL-FGTS      PIC 9(5)V9(2).
