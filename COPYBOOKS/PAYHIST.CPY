003100*    DO LIQUIDO MAS FORA DO BRUTO, REIMPRESSA COMO LINHA
003200*    PROPRIA NA SEGUNDA VIA (VER DEPMST.CPY E CALCSAL).
003300     05  HIST-SALFAM-AMOUNT      PIC 9(4)V9(2).
003400*    SITUACAO DO CREDITO DO LIQUIDO NO BANCO, GRAVADA PELO
003500*    RETORNO-BANCARIO: "C" CREDITADO, "R" REJEITADO (COM A
003600*    OCORRENCIA DO BANCO), "E" REENVIADO NA REMESSA COMPLEMENTAR
003700*    E "P" PAGO PELO REENVIO.  ZEROS = AGUARDANDO RETORNO; QUEM
003800*    GRAVA O HISTORICO ZERA O GRUPO.  BANCO/AGENCIA/CONTA SAO OS
003900*    DO ULTIMO CREDITO DEVOLVIDO PELO BANCO.
004000     05  HIST-PAYMENT.
004100         10  HIST-PAY-STATUS     PIC X(1).
004200             88  HIST-PAY-AWAITING       VALUES "0" " ".
004300             88  HIST-PAY-CREDITED       VALUE "C".
004400             88  HIST-PAY-REJECTED       VALUE "R".
004500             88  HIST-PAY-RESENT         VALUE "E".
004600             88  HIST-PAY-REPAID         VALUE "P".
004700         10  HIST-PAY-OCCURRENCE PIC X(2).
004800         10  HIST-PAY-DATE       PIC 9(8).
004900         10  HIST-PAY-BANK       PIC 9(3).
005000         10  HIST-PAY-AGENCY     PIC 9(5).
005100         10  HIST-PAY-ACCOUNT    PIC 9(10).
005200*    PENSAO ALIMENTICIA DESCONTADA NO PERIODO (JA DENTRO DE
005300*    HIST-OTHER-DEDUCTIONS) - O QUE O REPASSE-PENSAO TEM DE
005400*    REPASSAR AOS BENEFICIARIOS (VER PENSREP.CPY).
005500     05  HIST-PENSAO-AMOUNT      PIC 9(5)V9(2).
