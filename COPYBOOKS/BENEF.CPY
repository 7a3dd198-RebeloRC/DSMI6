000100*--------------------------------------------------------------*
000200*  BENEF.CPY                                                   *
000300*  BENEFICIARIO (ALIMENTANDO) OF A PENSAO ALIMENTICIA, INDEXED *
000400*  ON PRONTUARIO + THE CODE OF THE PENSAO ON RECMOV, KEYED IN  *
000500*  CADASTRO-RECORRENTES.  A RECURRING DESCONTO WITH A          *
000600*  BENEFICIARIO IS A PENSAO: WHAT THE FOLHA ACTUALLY DISCOUNTS *
000700*  IS RECORDED ON PENSREP AND PASSED ON TO THIS ACCOUNT BY     *
000800*  REPASSE-PENSAO.                                             *
000900*--------------------------------------------------------------*
001000 01  BENEF-RECORD.
001100     05  BEN-KEY.
001200         10  BEN-EMPLOYEE-ID     PIC 9(5).
001300         10  BEN-CODE            PIC 9(3).
001400     05  BEN-NAME.
001500         10  BEN-FIRST-NAME      PIC X(20).
001600         10  BEN-LAST-NAME       PIC X(20).
001700     05  BEN-CPF                 PIC 9(11).
001800     05  BEN-BANK                PIC 9(3).
001900     05  BEN-AGENCY              PIC 9(5).
002000     05  BEN-ACCOUNT             PIC 9(10).
002100     05  BEN-UPDATE-DATE         PIC 9(8).
