000100*--------------------------------------------------------------*
000200*  PENSREP.CPY                                                 *
000300*  ONE PENSAO ALIMENTICIA ACTUALLY DISCOUNTED, INDEXED ON      *
000400*  PRONTUARIO + PENSAO CODE + PAYHIST PERIOD (AAAAMM, MONTH    *
000500*  01-12 THE FOLHA, 13-16 AS ON PAYHIST).  WRITTEN PENDENTE BY *
000600*  THE RUN THAT DISCOUNTED IT AND MARKED REPASSADO, WITH THE   *
000700*  ACCOUNT CREDITED, BY REPASSE-PENSAO.  THE AMOUNTS OF ONE    *
000800*  EMPLOYEE AND PERIOD ADD UP TO HIST-PENSAO-AMOUNT.           *
000900*--------------------------------------------------------------*
001000 01  PENSREP-RECORD.
001100     05  PR-KEY.
001200         10  PR-EMPLOYEE-ID      PIC 9(5).
001300         10  PR-CODE             PIC 9(3).
001400         10  PR-PERIOD.
001500             15  PR-YEAR         PIC 9(4).
001600             15  PR-MONTH        PIC 9(2).
001700     05  PR-AMOUNT               PIC 9(5)V9(2).
001800     05  PR-DISCOUNT-DATE        PIC 9(8).
001900     05  PR-STATUS               PIC X(1).
002000         88  PR-PENDING                         VALUE "P".
002100         88  PR-REMITTED                        VALUE "R".
002200     05  PR-REMIT-DATE           PIC 9(8).
002300     05  PR-BANK                 PIC 9(3).
002400     05  PR-AGENCY               PIC 9(5).
002500     05  PR-ACCOUNT              PIC 9(10).
