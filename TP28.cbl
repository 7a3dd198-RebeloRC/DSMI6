000100*--------------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ESTORNO-CALCULO.
000400 AUTHOR. RODRIGO REBELO DA COSTA.
000500 INSTALLATION. HOME.
000600 DATE-WRITTEN. 15/10/2026.
000700 DATE-COMPILED. 15/10/2026.
000800 SECURITY. CALCULANDO IRRF.
000900*--------------------------------------------------------------*
001000*  MODIFICATION HISTORY                                        *
001100*  15/10/2026  RRC  NEW PROGRAM.  REVERSES ONE EMPLOYEE'S      *
001200*                   MONTHLY FOLHA OF A FECHADA COMPETENCIA SO  *
001300*                   IT CAN BE PAID AGAIN AS A COMPLEMENTAR,    *
001400*                   INSTEAD OF CORRECTING THE FILES BY HAND.   *
001500*                   NEEDS AN OPERATOR AND A SECOND USER WHO    *
001600*                   AUTHORIZES IT.  THE PAYHIST RECORD COMES   *
001700*                   OFF AND ITS VALUES GO TO THE ESTORNO LOG,  *
001800*                   YTDMST IS BACKED OUT, THE RECMOV PARCELA   *
001900*                   AND THE PENSAO NOT YET REPASSADA ARE GIVEN *
002000*                   BACK, THE GUIAS GET A DEDUCTION SECTION AND*
002100*                   AN EXCEPTION ENTRY SENDS THE EMPLOYEE TO   *
002200*                   REPROCESSA-EXCECOES FOR THE COMPLEMENTAR.  *
002210*  15/10/2026  RRC  THE ADIANTAMENTO DISCOUNTED BY THE FOLHA   *
002220*                   REVERSED GOES BACK TO PENDENTE ON ADIANTA  *
002230*                   FOR THE NEXT FOLHA TO DISCOUNT, INSTEAD OF *
002240*                   BEING LISTED TO BE KEYED AGAIN.            *
002250*  15/10/2026  RRC  THE PENSAO OF THE FOLHA REVERSED STAYS ON  *
002260*                   PENSREP FOR THE REPASSE - THE COMPLEMENTAR *
002270*                   DISCOUNTS IT AGAIN - AND A DIFERENCA DE    *
002280*                   DISSIDIO IT PAID GOES BACK TO PENDENTE ON  *
002290*                   DISSDIF FOR THE NEXT FOLHA.                *
002300*--------------------------------------------------------------*
002400
002500 ENVIRONMENT DIVISION.
002600     CONFIGURATION SECTION.
002700     SOURCE-COMPUTER. NOTE.
002800     OBJECT-COMPUTER. NOTE.
002900     SPECIAL-NAMES.
003000      DECIMAL-POINT IS COMMA.
003100
003200     INPUT-OUTPUT SECTION.
003300     FILE-CONTROL.
003400         SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMST"
003500             ORGANIZATION IS INDEXED
003600             ACCESS MODE IS RANDOM
003700             RECORD KEY IS EMPMST-ID
003800             FILE STATUS IS WS-MASTER-STATUS.
003900         SELECT COMPETENCIA-FILE ASSIGN TO "COMPCTL"
004000             ORGANIZATION IS INDEXED
004100             ACCESS MODE IS RANDOM
004200             RECORD KEY IS COMP-PERIOD
004300             FILE STATUS IS WS-COMP-STATUS.
004400         SELECT PAYROLL-HISTORY ASSIGN TO "PAYHIST"
004500             ORGANIZATION IS INDEXED
004600             ACCESS MODE IS RANDOM
004700             RECORD KEY IS HIST-KEY
004800             FILE STATUS IS WS-HIST-STATUS.
004900         SELECT YTD-MASTER ASSIGN TO "YTDMST"
005000             ORGANIZATION IS INDEXED
005100             ACCESS MODE IS RANDOM
005200             RECORD KEY IS YTD-EMPLOYEE-ID
005300             FILE STATUS IS WS-YTD-STATUS.
005400         SELECT ESTORNO-FILE ASSIGN TO "ESTORNO"
005500             ORGANIZATION IS INDEXED
005600             ACCESS MODE IS DYNAMIC
005700             RECORD KEY IS EST-KEY
005800             FILE STATUS IS WS-EST-STATUS.
005900         SELECT RECURRING-FILE ASSIGN TO "RECMOV"
006000             ORGANIZATION IS INDEXED
006100             ACCESS MODE IS DYNAMIC
006200             RECORD KEY IS REC-KEY
006300             FILE STATUS IS WS-REC-STATUS.
006400         SELECT PENSAO-REPASSE-FILE ASSIGN TO "PENSREP"
006500             ORGANIZATION IS INDEXED
006600             ACCESS MODE IS DYNAMIC
006700             RECORD KEY IS PR-KEY
006800             FILE STATUS IS WS-PR-STATUS.
006900         SELECT ADIANTAMENTO-FILE ASSIGN TO "ADIANTA"
007000             ORGANIZATION IS INDEXED
007100             ACCESS MODE IS DYNAMIC
007200             RECORD KEY IS ADT-KEY
007300             FILE STATUS IS WS-ADTO-STATUS.
007310         SELECT DISSIDIO-FILE ASSIGN TO "DISSDIF"
007320             ORGANIZATION IS INDEXED
007330             ACCESS MODE IS DYNAMIC
007340             RECORD KEY IS DD-KEY
007350             FILE STATUS IS WS-DISS-STATUS.
007400         SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTION-FILE"
007500             ORGANIZATION IS LINE SEQUENTIAL.
007600         SELECT FGTS-FILE ASSIGN TO "FGTS-FILE"
007700             ORGANIZATION IS LINE SEQUENTIAL.
007800         SELECT GPS-FILE ASSIGN TO "GPS-FILE"
007900             ORGANIZATION IS LINE SEQUENTIAL.
008000         SELECT DARF-FILE ASSIGN TO "DARF-FILE"
008100             ORGANIZATION IS LINE SEQUENTIAL.
008200         SELECT ESTORNO-REPORT ASSIGN TO "ESTORNO-REPORT"
008300             ORGANIZATION IS LINE SEQUENTIAL.
008400
008500*--------------------------------------------------------------*
008600
008700 DATA DIVISION.
008800     FILE SECTION.
008900 FD  EMPLOYEE-MASTER.
009000     COPY EMPMST.
009100
009200 FD  COMPETENCIA-FILE.
009300     COPY COMPCTL.
009400
009500 FD  PAYROLL-HISTORY.
009600     COPY PAYHIST.
009700
009800 FD  YTD-MASTER.
009900     COPY YTDMST.
010000
010100 FD  ESTORNO-FILE.
010200     COPY ESTLOG.
010300
010400 FD  RECURRING-FILE.
010500     COPY RECMOV.
010600
010700 FD  PENSAO-REPASSE-FILE.
010800     COPY PENSREP.
010900
011000 FD  ADIANTAMENTO-FILE.
011100     COPY ADTOREC.
011200
011210 FD  DISSIDIO-FILE.
011220     COPY DISSDIF.
011230
011300 FD  EXCEPTION-FILE
011400     RECORD CONTAINS 70 CHARACTERS.
011500     COPY EXCEPT.
011600
011700 FD  FGTS-FILE
011800     RECORD CONTAINS 80 CHARACTERS.
011900     COPY FGTSREC.
012000
012100 FD  GPS-FILE
012200     RECORD CONTAINS 80 CHARACTERS.
012300     COPY GPSREC.
012400
012500 FD  DARF-FILE
012600     RECORD CONTAINS 80 CHARACTERS.
012700     COPY DARFREC.
012800
012900 FD  ESTORNO-REPORT
013000     RECORD CONTAINS 80 CHARACTERS.
013100     COPY ESTLINE.
013200
013300     WORKING-STORAGE SECTION.
013400
013500 77  WS-MASTER-STATUS            PIC X(02)      VALUE SPACES.
013600     88  WS-MASTER-FILE-FOUND                   VALUE "00".
013700 77  WS-COMP-STATUS              PIC X(02)      VALUE SPACES.
013800     88  WS-COMP-FILE-FOUND                     VALUE "00".
013900 77  WS-HIST-STATUS              PIC X(02)      VALUE SPACES.
014000     88  WS-HIST-FILE-FOUND                     VALUE "00".
014100 77  WS-YTD-STATUS               PIC X(02)      VALUE SPACES.
014200     88  WS-YTD-FILE-FOUND                      VALUE "00".
014300 77  WS-EST-STATUS               PIC X(02)      VALUE SPACES.
014400     88  WS-EST-FILE-FOUND                      VALUE "00".
014500     88  WS-EST-NOT-FOUND                       VALUE "35".
014600     88  WS-EST-EOF                             VALUE "10".
014700 77  WS-REC-STATUS               PIC X(02)      VALUE SPACES.
014800     88  WS-REC-FILE-FOUND                      VALUE "00".
014900     88  WS-REC-EOF                             VALUE "10".
015000 77  WS-PR-STATUS                PIC X(02)      VALUE SPACES.
015100     88  WS-PR-FILE-FOUND                       VALUE "00".
015200     88  WS-PR-EOF                              VALUE "10".
015300 77  WS-ADTO-STATUS              PIC X(02)      VALUE SPACES.
015400     88  WS-ADTO-FILE-FOUND                     VALUE "00".
015450     88  WS-ADTO-EOF                            VALUE "10".
015460 77  WS-DISS-STATUS              PIC X(02)      VALUE SPACES.
015470     88  WS-DISS-FILE-FOUND                     VALUE "00".
015480     88  WS-DISS-EOF                            VALUE "10".
015500 77  WS-REC-MISSING-SWITCH       PIC X(01)      VALUE "N".
015600     88  WS-REC-FILE-MISSING                    VALUE "Y".
015700 77  WS-PR-MISSING-SWITCH        PIC X(01)      VALUE "N".
015800     88  WS-PR-FILE-MISSING                     VALUE "Y".
015900 77  WS-ADTO-MISSING-SWITCH      PIC X(01)      VALUE "N".
016000     88  WS-ADTO-FILE-MISSING                   VALUE "Y".
016010 77  WS-DISS-MISSING-SWITCH      PIC X(01)      VALUE "N".
016020     88  WS-DISS-FILE-MISSING                   VALUE "Y".
016100 77  WS-SCAN-END-SWITCH          PIC X(01)      VALUE "N".
016200     88  WS-SCAN-END                            VALUE "Y".
016300 77  WS-ANSWER                   PIC X(01)      VALUE SPACES.
016400     88  WS-ANSWER-YES                          VALUES "S" "s".
016500
016600*    QUEM EXECUTA E QUEM AUTORIZA O ESTORNO - DOIS USUARIOS
016700*    DIFERENTES, GRAVADOS NO LOG.
016800 77  WS-OPERATOR-ID              PIC X(08)      VALUE SPACES.
016900 77  WS-AUTHORIZER-ID            PIC X(08)      VALUE SPACES.
017000 77  WS-REASON                   PIC X(40)      VALUE SPACES.
017100
017200 77  WS-EMPLOYEE-ID              PIC 9(5)       VALUE ZEROS.
017300 77  WS-EMPLOYEE-NAME            PIC X(20)      VALUE SPACES.
017400 77  WS-EMPLOYEE-LAST-NAME       PIC X(20)      VALUE SPACES.
017500 77  WS-EMPLOYEE-DEPENDENTS      PIC 9(2)       VALUE ZEROS.
017600 77  WS-NEXT-SEQ                 PIC 9(2)       VALUE ZEROS.
017700 77  WS-PARCELS-RETURNED         PIC 9(2)       VALUE ZEROS.
017800 77  WS-PENSAO-KEPT              PIC 9(3)  COMP VALUE ZEROS.
017950 77  WS-ADTO-REOPENED            PIC 9(3)  COMP VALUE ZEROS.
017960 77  WS-DISS-REOPENED            PIC 9(3)  COMP VALUE ZEROS.
018000 77  WS-YTD-DELETED-SWITCH       PIC X(01)      VALUE "N".
018100     88  WS-YTD-DELETED                         VALUE "Y".
018200
018300 01  WS-COMPETENCIA.
018400     05  WS-COMP-YEAR             PIC 9(4)      VALUE ZEROS.
018500     05  WS-COMP-MONTH            PIC 9(2)      VALUE ZEROS.
018600
018700 01  WS-CURRENT-DATE              PIC 9(8)      VALUE ZEROS.
018800 01  WS-CURRENT-TIME.
018900     05  WS-TIME-HHMMSS           PIC 9(6).
019000     05  FILLER                   PIC 9(2).
019100
019200*    MOTIVO DA EXCECAO GRAVADA PARA A FOLHA COMPLEMENTAR - O
019300*    REPROCESSA-EXCECOES RECONHECE O PREFIXO E A COMPETENCIA.
019400 01  WS-EXCEPTION-REASON.
019500     05  FILLER                   PIC X(08) VALUE "ESTORNO ".
019600     05  WSX-MONTH                PIC 9(2).
019700     05  FILLER                   PIC X(01) VALUE "/".
019800     05  WSX-YEAR                 PIC 9(4).
019900     05  FILLER                   PIC X(25)
020000         VALUE " - FOLHA COMPLEMENTAR".
020100
020200 01  WS-EST-HEADER-LINE-1.
020300     05  FILLER                   PIC X(40)
020400         VALUE "EMPRESA EXEMPLO LTDA".
020500     05  FILLER                   PIC X(18)
020600         VALUE "ESTORNO DE CALCULO".
020700     05  FILLER                   PIC X(22) VALUE SPACES.
020800
020900 01  WS-EST-HEADER-LINE-2.
021000     05  FILLER                   PIC X(13) VALUE "Competencia: ".
021100     05  ESH-MONTH                PIC 99.
021200     05  FILLER                   PIC X(01) VALUE "/".
021300     05  ESH-YEAR                 PIC 9999.
021400     05  FILLER                   PIC X(14)
021500         VALUE "  Prontuario: ".
021600     05  ESH-EMPLOYEE-ID          PIC ZZZZ9.
021700     05  FILLER                   PIC X(14)
021800         VALUE "  Estorno no: ".
021900     05  ESH-SEQ                  PIC Z9.
022000     05  FILLER                   PIC X(25) VALUE SPACES.
022100
022200 01  WS-EST-NAME-LINE.
022300     05  FILLER                   PIC X(13) VALUE "Funcionario: ".
022400     05  ESN-NAME                 PIC X(20).
022500     05  FILLER                   PIC X(01) VALUE SPACE.
022600     05  ESN-LAST-NAME            PIC X(20).
022700     05  FILLER                   PIC X(26) VALUE SPACES.
022800
022900 01  WS-EST-AUTH-LINE.
023000     05  FILLER                   PIC X(10) VALUE "Operador: ".
023100     05  ESA-OPERATOR             PIC X(08).
023200     05  FILLER                   PIC X(18)
023300         VALUE "  Autorizado por: ".
023400     05  ESA-AUTHORIZER           PIC X(08).
023500     05  FILLER                   PIC X(36) VALUE SPACES.
023600
023700 01  WS-EST-REASON-LINE.
023800     05  FILLER                   PIC X(08) VALUE "Motivo: ".
023900     05  ESR-REASON               PIC X(40).
024000     05  FILLER                   PIC X(32) VALUE SPACES.
024100
024200 01  WS-EST-VALUE-LINE.
024300     05  ESV-LABEL                PIC X(32).
024400     05  ESV-AMOUNT               PIC ZZZ.ZZ9,99.
024500     05  FILLER                   PIC X(38) VALUE SPACES.
024600
024700 01  WS-EST-PARCEL-LINE.
024800     05  FILLER                   PIC X(27)
024900         VALUE "Parcela devolvida - codigo ".
025000     05  ESP-CODE                 PIC 999.
025100     05  FILLER                   PIC X(13) VALUE "  restantes: ".
025200     05  ESP-LEFT                 PIC ZZ9.
025300     05  FILLER                   PIC X(04) VALUE " de ".
025400     05  ESP-TOTAL                PIC ZZ9.
025500     05  FILLER                   PIC X(27) VALUE SPACES.
025600
025700 01  WS-EST-ITEM-LINE.
025800     05  ESI-LABEL                PIC X(42).
025900     05  FILLER                   PIC X(05) VALUE "Cod: ".
026000     05  ESI-CODE                 PIC 999.
026100     05  FILLER                   PIC X(09) VALUE "  Valor: ".
026200     05  ESI-AMOUNT               PIC ZZZ.ZZ9,99.
026300     05  FILLER                   PIC X(11) VALUE SPACES.
026400
026500 01  WS-EST-SITUATION-LINE.
026600     05  FILLER                   PIC X(10) VALUE "Situacao: ".
026700     05  ESS-TEXT                 PIC X(70).
026800
026900*    SECAO DE DEDUCAO ACRESCENTADA A CADA GUIA DA COMPETENCIA,
027000*    NO MESMO FORMATO DAS SECOES DO REPROCESSA-EXCECOES.
027100 01  WS-GUIA-ESTORNO-HEADER.
027200     05  FILLER                   PIC X(34)
027300         VALUE "ESTORNO DE CALCULO - COMPETENCIA ".
027400     05  GEH-MONTH                PIC 99.
027500     05  FILLER                   PIC X(01) VALUE "/".
027600     05  GEH-YEAR                 PIC 9999.
027700     05  FILLER                   PIC X(39) VALUE SPACES.
027800
027900 01  WS-GUIA-ESTORNO-DETAIL.
028000     05  FILLER                   PIC X(13) VALUE "Funcionario: ".
028100     05  GED-NAME                 PIC X(20).
028200     05  FILLER                   PIC X(01) VALUE SPACE.
028300     05  GED-LAST-NAME            PIC X(20).
028400     05  GED-LABEL                PIC X(16).
028500     05  GED-AMOUNT               PIC ZZZ.ZZ9,99.
028600
028700 01  WS-GUIA-ESTORNO-TOTAL.
028800     05  FILLER                   PIC X(30)
028900         VALUE "TOTAL A DEDUZIR DA GUIA.....".
029000     05  GET-TOTAL                PIC ZZZ.ZZZ.ZZ9,99.
029100     05  FILLER                   PIC X(36) VALUE SPACES.
029200
029300 PROCEDURE DIVISION.
029400     0000-MAINLINE.
029500
029600     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
029700     PERFORM 2000-REVERSE-FOLHA    THRU 2000-EXIT.
029800     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
029900
030000     STOP RUN.
030100
030200*--------------------------------------------------------------*
030300*  1000-INITIALIZE                                             *
030400*  ONLY A MONTHLY FOLHA (01-12) OF A FECHADA COMPETENCIA IS    *
030500*  REVERSED HERE - AN OPEN ONE IS SIMPLY RUN AGAIN, AND A      *
030600*  YEAR ALREADY ENCERRADO HAS ITS YTD ARCHIVED.  THE YTDMST    *
030700*  RECORD MUST STILL BE THE COMPETENCIA'S YEAR AND HOLD AT     *
030800*  LEAST THE AMOUNTS TO BE BACKED OUT.  NOTHING IS CHANGED     *
030900*  UNTIL THE OPERATOR CONFIRMS.                                *
031000*--------------------------------------------------------------*
031100     1000-INITIALIZE.
031200
031300     DISPLAY "ESTORNO DE CALCULO".
031400     DISPLAY "Identificacao do operador: "
031500     ACCEPT WS-OPERATOR-ID.
031600     IF WS-OPERATOR-ID = SPACES
031700         DISPLAY "Operador obrigatorio - encerrando"
031800         STOP RUN
031900     END-IF.
032000     DISPLAY "Identificacao de quem autoriza o estorno: "
032100     ACCEPT WS-AUTHORIZER-ID.
032200     IF WS-AUTHORIZER-ID = SPACES
032300         OR WS-AUTHORIZER-ID = WS-OPERATOR-ID
032400         DISPLAY "Estorno exige autorizacao de outro usuario "
032500             "- encerrando"
032600         STOP RUN
032700     END-IF.
032800
032900     DISPLAY "Mes da competencia (MM): "
033000     ACCEPT WS-COMP-MONTH.
033100     DISPLAY "Ano da competencia (AAAA): "
033200     ACCEPT WS-COMP-YEAR.
033300     IF WS-COMP-MONTH < 01 OR WS-COMP-MONTH > 12
033400         OR WS-COMP-YEAR < 1900
033500         DISPLAY "Competencia invalida: " WS-COMP-MONTH "/"
033600             WS-COMP-YEAR
033700         STOP RUN
033800     END-IF.
033900     DISPLAY "Prontuario do funcionario: "
034000     ACCEPT WS-EMPLOYEE-ID.
034100     DISPLAY "Motivo do estorno: "
034200     ACCEPT WS-REASON.
034300     IF WS-REASON = SPACES
034400         DISPLAY "Motivo obrigatorio - encerrando"
034500         STOP RUN
034600     END-IF.
034700
034800     OPEN INPUT COMPETENCIA-FILE.
034900     IF NOT WS-COMP-FILE-FOUND
035000         DISPLAY "Arquivo de competencias ausente"
035100         STOP RUN
035200     END-IF.
035300     MOVE WS-COMPETENCIA TO COMP-PERIOD.
035400     READ COMPETENCIA-FILE
035500         INVALID KEY
035600             DISPLAY "Competencia inexistente: " WS-COMP-MONTH
035700                 "/" WS-COMP-YEAR
035800             CLOSE COMPETENCIA-FILE
035900             STOP RUN
036000     END-READ.
036100     IF NOT COMP-IS-CLOSED
036200         DISPLAY "Competencia nao esta fechada: " WS-COMP-MONTH
036300             "/" WS-COMP-YEAR " - uma competencia aberta e "
036400             "corrigida na propria folha"
036500         CLOSE COMPETENCIA-FILE
036600         STOP RUN
036700     END-IF.
036800*    MES 00 E A MARCA DE ENCERRAMENTO DO ANO.
036900     MOVE ZEROS TO COMP-MONTH.
037000     READ COMPETENCIA-FILE
037100         INVALID KEY
037200             MOVE "F" TO COMP-STATUS
037300     END-READ.
037400     IF COMP-YEAR-CLOSED
037500         DISPLAY "Ano " WS-COMP-YEAR " ja encerrado - "
037600             "estorno nao permitido"
037700         CLOSE COMPETENCIA-FILE
037800         STOP RUN
037900     END-IF.
038000     CLOSE COMPETENCIA-FILE.
038100
038200     OPEN INPUT EMPLOYEE-MASTER.
038300     IF NOT WS-MASTER-FILE-FOUND
038400         DISPLAY "Cadastro de funcionarios ausente"
038500         STOP RUN
038600     END-IF.
038700     MOVE WS-EMPLOYEE-ID TO EMPMST-ID.
038800     READ EMPLOYEE-MASTER
038900         INVALID KEY
039000             DISPLAY "Funcionario nao cadastrado: " WS-EMPLOYEE-ID
039100             CLOSE EMPLOYEE-MASTER
039200             STOP RUN
039300     END-READ.
039400*    O DESLIGADO NAO PASSA PELO REPROCESSA-EXCECOES, ENTAO NAO
039500*    TERIA COMO RECEBER A COMPLEMENTAR.
039600     IF EMPMST-TERMINATED
039700         DISPLAY "Funcionario desligado em "
039800             EMPMST-TERMINATION-DATE " - acertar na rescisao"
039900         CLOSE EMPLOYEE-MASTER
040000         STOP RUN
040100     END-IF.
040200     MOVE EMPMST-NAME       TO WS-EMPLOYEE-NAME.
040300     MOVE EMPMST-LAST-NAME  TO WS-EMPLOYEE-LAST-NAME.
040400     MOVE EMPMST-DEPENDENTS TO WS-EMPLOYEE-DEPENDENTS.
040500     CLOSE EMPLOYEE-MASTER.
040600
040700     OPEN I-O PAYROLL-HISTORY.
040800     IF NOT WS-HIST-FILE-FOUND
040900         DISPLAY "Historico de folha ausente"
041000         STOP RUN
041100     END-IF.
041200     OPEN I-O YTD-MASTER.
041300     IF NOT WS-YTD-FILE-FOUND
041400         DISPLAY "YTD master ausente"
041500         CLOSE PAYROLL-HISTORY
041600         STOP RUN
041700     END-IF.
041800     OPEN I-O ESTORNO-FILE.
041900     IF WS-EST-NOT-FOUND
042000         OPEN OUTPUT ESTORNO-FILE
042100         CLOSE ESTORNO-FILE
042200         OPEN I-O ESTORNO-FILE
042300     END-IF.
042400
042500     MOVE WS-EMPLOYEE-ID TO HIST-EMPLOYEE-ID.
042600     MOVE WS-COMP-YEAR   TO HIST-YEAR.
042700     MOVE WS-COMP-MONTH  TO HIST-MONTH.
042800     READ PAYROLL-HISTORY
042900         INVALID KEY
043000             DISPLAY "Nao ha folha do funcionario na competencia "
043100                 WS-COMP-MONTH "/" WS-COMP-YEAR
043200             GO TO 1900-ABANDON
043300     END-READ.
043400
043500     MOVE WS-EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
043600     READ YTD-MASTER
043700         INVALID KEY
043800             DISPLAY "Funcionario sem YTD: " WS-EMPLOYEE-ID
043900             GO TO 1900-ABANDON
044000     END-READ.
044100     IF YTD-YEAR NOT = WS-COMP-YEAR
044200         DISPLAY "YTD do funcionario e de " YTD-YEAR
044300             " - estorno de outro ano nao permitido"
044400         GO TO 1900-ABANDON
044500     END-IF.
044600     IF YTD-GROSS < HIST-SALARY-GROSS
044700         OR YTD-INSS < HIST-INSS-DEDUCTION
044800         OR YTD-IRRF < HIST-IRRF-DEDUCTION
044900         DISPLAY "YTD menor que a folha a estornar - "
045000             "confira com o CONCILIA-POS-FOLHA"
045100         GO TO 1900-ABANDON
045200     END-IF.
045300
045400     PERFORM 1500-NEXT-SEQUENCE THRU 1500-EXIT.
045500
045600     DISPLAY " ".
045700     DISPLAY "Funcionario: " WS-EMPLOYEE-NAME " "
045800         WS-EMPLOYEE-LAST-NAME.
045900     DISPLAY "Bruto...: " HIST-SALARY-GROSS.
046000     DISPLAY "INSS....: " HIST-INSS-DEDUCTION.
046100     DISPLAY "IRRF....: " HIST-IRRF-DEDUCTION.
046200     DISPLAY "Liquido.: " HIST-SALARY-NET.
046300     IF HIST-PAY-CREDITED OR HIST-PAY-REPAID
046400         DISPLAY "Liquido ja creditado no banco - a diferenca "
046500             "fica para a folha complementar"
046600     END-IF.
046700     IF WS-NEXT-SEQ > 1
046800         DISPLAY "Competencia ja estornada antes para este "
046900             "funcionario - estorno no " WS-NEXT-SEQ
047000     END-IF.
047100     DISPLAY "Confirma o estorno? (S/N): "
047200     ACCEPT WS-ANSWER.
047300     IF NOT WS-ANSWER-YES
047400         DISPLAY "Estorno cancelado pelo operador"
047500         GO TO 1900-ABANDON
047600     END-IF.
047700
047800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
047900     ACCEPT WS-CURRENT-TIME FROM TIME.
048000
048100*    RECORRENTES, PENSOES, ADIANTAMENTOS E DIFERENCAS DE
048200*    DISSIDIO SAO OPCIONAIS - SEM O ARQUIVO NAO HA O QUE
048250*    DEVOLVER OU CONFERIR.
048300     OPEN I-O RECURRING-FILE.
048400     IF NOT WS-REC-FILE-FOUND
048500         SET WS-REC-FILE-MISSING TO TRUE
048600     END-IF.
048700     OPEN INPUT PENSAO-REPASSE-FILE.
048800     IF NOT WS-PR-FILE-FOUND
048900         SET WS-PR-FILE-MISSING TO TRUE
049000     END-IF.
049100     OPEN I-O ADIANTAMENTO-FILE.
049200     IF NOT WS-ADTO-FILE-FOUND
049300         SET WS-ADTO-FILE-MISSING TO TRUE
049400     END-IF.
049410     OPEN I-O DISSIDIO-FILE.
049420     IF NOT WS-DISS-FILE-FOUND
049430         SET WS-DISS-FILE-MISSING TO TRUE
049440     END-IF.
049500     OPEN EXTEND EXCEPTION-FILE.
049600     OPEN OUTPUT ESTORNO-REPORT.
049700
049800     MOVE WS-EST-HEADER-LINE-1 TO ESTORNO-LINE.
049900     WRITE ESTORNO-LINE.
050000     MOVE WS-COMP-MONTH  TO ESH-MONTH.
050100     MOVE WS-COMP-YEAR   TO ESH-YEAR.
050200     MOVE WS-EMPLOYEE-ID TO ESH-EMPLOYEE-ID.
050300     MOVE WS-NEXT-SEQ    TO ESH-SEQ.
050400     MOVE WS-EST-HEADER-LINE-2 TO ESTORNO-LINE.
050500     WRITE ESTORNO-LINE.
050600     MOVE SPACES TO ESTORNO-LINE.
050700     WRITE ESTORNO-LINE.
050800     MOVE WS-EMPLOYEE-NAME      TO ESN-NAME.
050900     MOVE WS-EMPLOYEE-LAST-NAME TO ESN-LAST-NAME.
051000     MOVE WS-EST-NAME-LINE TO ESTORNO-LINE.
051100     WRITE ESTORNO-LINE.
051200     MOVE WS-OPERATOR-ID   TO ESA-OPERATOR.
051300     MOVE WS-AUTHORIZER-ID TO ESA-AUTHORIZER.
051400     MOVE WS-EST-AUTH-LINE TO ESTORNO-LINE.
051500     WRITE ESTORNO-LINE.
051600     MOVE WS-REASON TO ESR-REASON.
051700     MOVE WS-EST-REASON-LINE TO ESTORNO-LINE.
051800     WRITE ESTORNO-LINE.
051900
052000     GO TO 1000-EXIT.
052100
052200     1900-ABANDON.
052300     CLOSE PAYROLL-HISTORY.
052400     CLOSE YTD-MASTER.
052500     CLOSE ESTORNO-FILE.
052600     STOP RUN.
052700
052800     1000-EXIT.
052900         EXIT.
053000
053100*--------------------------------------------------------------*
053200*  1500-NEXT-SEQUENCE                                          *
053300*  THE SAME COMPETENCIA CAN BE REVERSED AGAIN AFTER ITS        *
053400*  COMPLEMENTAR - EACH ESTORNO TAKES THE NEXT SEQUENCE UNDER   *
053500*  THE PRONTUARIO AND PERIOD.                                  *
053600*--------------------------------------------------------------*
053700     1500-NEXT-SEQUENCE.
053800
053900     MOVE ZEROS TO WS-NEXT-SEQ.
054000     MOVE "N"   TO WS-SCAN-END-SWITCH.
054100     MOVE WS-EMPLOYEE-ID TO EST-EMPLOYEE-ID.
054200     MOVE WS-COMPETENCIA TO EST-PERIOD.
054300     MOVE ZEROS          TO EST-SEQ.
054400     START ESTORNO-FILE KEY NOT < EST-KEY
054500         INVALID KEY
054600             SET WS-SCAN-END TO TRUE
054700     END-START.
054800     PERFORM 1510-READ-ESTORNO THRU 1510-EXIT
054900         UNTIL WS-SCAN-END.
055000     ADD 1 TO WS-NEXT-SEQ.
055100
055200     1500-EXIT.
055300         EXIT.
055400
055500*--------------------------------------------------------------*
055600*  1510-READ-ESTORNO                                           *
055700*--------------------------------------------------------------*
055800     1510-READ-ESTORNO.
055900
056000     READ ESTORNO-FILE NEXT RECORD
056100         AT END
056200             SET WS-SCAN-END TO TRUE
056300             GO TO 1510-EXIT
056400     END-READ.
056500     IF EST-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
056600         OR EST-PERIOD NOT = WS-COMPETENCIA
056700         SET WS-SCAN-END TO TRUE
056800         GO TO 1510-EXIT
056900     END-IF.
057000     MOVE EST-SEQ TO WS-NEXT-SEQ.
057100
057200     1510-EXIT.
057300         EXIT.
057400
057500*--------------------------------------------------------------*
057600*  2000-REVERSE-FOLHA                                          *
057700*  THE LOG IS WRITTEN FIRST AND THE PAYHIST RECORD DELETED     *
057800*  RIGHT AFTER, SO A RUN INTERRUPTED HALF WAY CANNOT BE        *
057900*  STARTED AGAIN AND BACK OUT YTD TWICE - WHAT IS MISSING      *
058000*  IS FINISHED BY HAND FROM THE LOG.  PARCELAS ARE GIVEN BACK  *
058100*  ONLY BY THE FIRST ESTORNO OF THE COMPETENCIA: THE           *
058200*  COMPLEMENTAR DISCOUNTS NONE.  THE PENSAO IS DISCOUNTED BY   *
058250*  EVERY COMPLEMENTAR, SO ITS PENSREP ROW IS ONLY LISTED.      *
058300*--------------------------------------------------------------*
058400     2000-REVERSE-FOLHA.
058500
058600     PERFORM 2100-WRITE-LOG       THRU 2100-EXIT.
058700     DELETE PAYROLL-HISTORY RECORD.
058800     PERFORM 2200-BACK-OUT-YTD    THRU 2200-EXIT.
058900
059000     MOVE SPACES TO ESTORNO-LINE.
059100     WRITE ESTORNO-LINE.
059200     IF WS-NEXT-SEQ = 1
059300         PERFORM 2300-RETURN-PARCELAS THRU 2300-EXIT
059500     END-IF.
059550     PERFORM 2400-LIST-PENSAO        THRU 2400-EXIT.
059600     PERFORM 2500-CHECK-ADIANTAMENTO THRU 2500-EXIT.
059650     PERFORM 2550-REOPEN-DISSIDIO    THRU 2550-EXIT.
059700
059800     MOVE WS-PARCELS-RETURNED TO EST-PARCELS-RETURNED.
059900     REWRITE ESTORNO-RECORD.
060000
060100     PERFORM 2600-GUIA-FGTS       THRU 2600-EXIT.
060200     PERFORM 2610-GUIA-GPS        THRU 2610-EXIT.
060300     PERFORM 2620-GUIA-DARF       THRU 2620-EXIT.
060400     PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT.
060500
060600     2000-EXIT.
060700         EXIT.
060800
060900*--------------------------------------------------------------*
061000*  2100-WRITE-LOG                                              *
061100*  THE ESTORNO RECORD KEEPS EVERYTHING THE PAYHIST RECORD HAD, *
061200*  SO THE REVERSED FOLHA CAN STILL BE SHOWN TO AN AUDITOR.     *
061300*--------------------------------------------------------------*
061400     2100-WRITE-LOG.
061500
061600     MOVE ZEROS            TO ESTORNO-RECORD.
061700     MOVE WS-EMPLOYEE-ID   TO EST-EMPLOYEE-ID.
061800     MOVE WS-COMPETENCIA   TO EST-PERIOD.
061900     MOVE WS-NEXT-SEQ      TO EST-SEQ.
062000     MOVE WS-CURRENT-DATE  TO EST-DATE.
062100     MOVE WS-TIME-HHMMSS   TO EST-TIME.
062200     MOVE WS-OPERATOR-ID   TO EST-OPERATOR.
062300     MOVE WS-AUTHORIZER-ID TO EST-AUTHORIZER.
062400     MOVE WS-REASON        TO EST-REASON.
062500     MOVE HIST-HOUR-VALUE         TO EST-ORIG-HOUR-VALUE.
062600     MOVE HIST-REGULAR-HOURS      TO EST-ORIG-REGULAR-HOURS.
062700     MOVE HIST-OVERTIME-50-HOURS  TO EST-ORIG-OVERTIME-50-HOURS.
062800     MOVE HIST-OVERTIME-100-HOURS TO EST-ORIG-OVERTIME-100-HOURS.
062900     MOVE HIST-SALARY-GROSS       TO EST-ORIG-GROSS.
063000     MOVE HIST-INSS-DEDUCTION     TO EST-ORIG-INSS.
063100     MOVE HIST-IRRF-DEDUCTION     TO EST-ORIG-IRRF.
063200     MOVE HIST-SALARY-NET         TO EST-ORIG-NET.
063300     MOVE HIST-FGTS-DEPOSIT       TO EST-ORIG-FGTS.
063400     MOVE HIST-OTHER-EARNINGS     TO EST-ORIG-OTHER-EARNINGS.
063500     MOVE HIST-OTHER-DEDUCTIONS   TO EST-ORIG-OTHER-DEDUCTIONS.
063600     MOVE HIST-SALFAM-AMOUNT      TO EST-ORIG-SALFAM.
063700     MOVE HIST-PENSAO-AMOUNT      TO EST-ORIG-PENSAO.
063800     MOVE HIST-PAY-STATUS         TO EST-ORIG-PAY-STATUS.
063900     MOVE "P" TO EST-STATUS.
064000     WRITE ESTORNO-RECORD.
064100
064200     MOVE "VALORES ESTORNADOS" TO ESTORNO-LINE.
064300     WRITE ESTORNO-LINE.
064400     MOVE "Valor hora" TO ESV-LABEL.
064500     MOVE HIST-HOUR-VALUE TO ESV-AMOUNT.
064600     PERFORM 2150-WRITE-VALUE-LINE THRU 2150-EXIT.
064700     MOVE "Horas normais" TO ESV-LABEL.
064800     MOVE HIST-REGULAR-HOURS TO ESV-AMOUNT.
064900     PERFORM 2150-WRITE-VALUE-LINE THRU 2150-EXIT.
065000     MOVE "Horas extras 50%" TO ESV-LABEL.
065100     MOVE HIST-OVERTIME-50-HOURS TO ESV-AMOUNT.
065200     PERFORM 2150-WRITE-VALUE-LINE THRU 2150-EXIT.
065300     MOVE "Horas extras 100%" TO ESV-LABEL.
065400     MOVE HIST-OVERTIME-100-HOURS TO ESV-AMOUNT.
065500     PERFORM 2150-WRITE-VALUE-LINE THRU 2150-EXIT.
065600     MOVE "Salario bruto" TO ESV-LABEL.
065700     MOVE HIST-SALARY-GROSS TO ESV-AMOUNT.
065800     PERFORM 2150-WRITE-VALUE-LINE THRU 2150-EXIT.
065900     MOVE "Outros proventos" TO ESV-LABEL.
066000     MOVE HIST-OTHER-EARNINGS TO ESV-AMOUNT.
066100     PERFORM 2150-WRITE-VALUE-LINE THRU 2150-EXIT.
066200     MOVE "INSS" TO ESV-LABEL.
066300     MOVE HIST-INSS-DEDUCTION TO ESV-AMOUNT.
066400     PERFORM 2150-WRITE-VALUE-LINE THRU 2150-EXIT.
066500     MOVE "IRRF" TO ESV-LABEL.
066600     MOVE HIST-IRRF-DEDUCTION TO ESV-AMOUNT.
066700     PERFORM 2150-WRITE-VALUE-LINE THRU 2150-EXIT.
066800     MOVE "Outros descontos" TO ESV-LABEL.
066900     MOVE HIST-OTHER-DEDUCTIONS TO ESV-AMOUNT.
067000     PERFORM 2150-WRITE-VALUE-LINE THRU 2150-EXIT.
067100     MOVE "  (pensao alimenticia)" TO ESV-LABEL.
067200     MOVE HIST-PENSAO-AMOUNT TO ESV-AMOUNT.
067300     PERFORM 2150-WRITE-VALUE-LINE THRU 2150-EXIT.
067400     MOVE "Salario-familia" TO ESV-LABEL.
067500     MOVE HIST-SALFAM-AMOUNT TO ESV-AMOUNT.
067600     PERFORM 2150-WRITE-VALUE-LINE THRU 2150-EXIT.
067700     MOVE "Salario liquido" TO ESV-LABEL.
067800     MOVE HIST-SALARY-NET TO ESV-AMOUNT.
067900     PERFORM 2150-WRITE-VALUE-LINE THRU 2150-EXIT.
068000     MOVE "Deposito FGTS" TO ESV-LABEL.
068100     MOVE HIST-FGTS-DEPOSIT TO ESV-AMOUNT.
068200     PERFORM 2150-WRITE-VALUE-LINE THRU 2150-EXIT.
068300
068400     2100-EXIT.
068500         EXIT.
068600
068700*--------------------------------------------------------------*
068800*  2150-WRITE-VALUE-LINE                                       *
068900*--------------------------------------------------------------*
069000     2150-WRITE-VALUE-LINE.
069100
069200     MOVE WS-EST-VALUE-LINE TO ESTORNO-LINE.
069300     WRITE ESTORNO-LINE.
069400
069500     2150-EXIT.
069600         EXIT.
069700
069800*--------------------------------------------------------------*
069900*  2200-BACK-OUT-YTD                                           *
070000*  A YTD RECORD LEFT WITH NOTHING (THE EMPLOYEE'S ONLY FOLHA   *
070100*  OF THE YEAR) IS DELETED, SO CONCILIA-POS-FOLHA DOES NOT     *
070200*  LIST IT AS A YTD WITHOUT HISTORY.                           *
070300*--------------------------------------------------------------*
070400     2200-BACK-OUT-YTD.
070500
070600     SUBTRACT HIST-SALARY-GROSS   FROM YTD-GROSS.
070700     SUBTRACT HIST-INSS-DEDUCTION FROM YTD-INSS.
070800     SUBTRACT HIST-IRRF-DEDUCTION FROM YTD-IRRF.
070900     IF YTD-GROSS = ZEROS AND YTD-INSS = ZEROS
071000         AND YTD-IRRF = ZEROS
071100         DELETE YTD-MASTER RECORD
071200         SET WS-YTD-DELETED TO TRUE
071300     ELSE
071400         REWRITE YTD-RECORD
071500     END-IF.
071600
071700     2200-EXIT.
071800         EXIT.
071900
072000*--------------------------------------------------------------*
072100*  2300-RETURN-PARCELAS                                        *
072200*  A RECURRING MOVEMENT WHOSE PARCELAS RAN FROM REC-START UP   *
072300*  TO REC-LAST-PERIOD WAS DISCOUNTED IN THE COMPETENCIA        *
072400*  REVERSED, SO ONE PARCELA GOES BACK AND THE NEXT FOLHA       *
072500*  CHARGES IT AGAIN.                                           *
072600*--------------------------------------------------------------*
072700     2300-RETURN-PARCELAS.
072800
072900     IF WS-REC-FILE-MISSING
073000         GO TO 2300-EXIT
073100     END-IF.
073200     MOVE "N" TO WS-SCAN-END-SWITCH.
073300     MOVE WS-EMPLOYEE-ID TO REC-EMPLOYEE-ID.
073400     MOVE ZEROS          TO REC-CODE.
073500     START RECURRING-FILE KEY NOT < REC-KEY
073600         INVALID KEY
073700             GO TO 2300-EXIT
073800     END-START.
073900     PERFORM 2310-RETURN-ONE-PARCELA THRU 2310-EXIT
074000         UNTIL WS-SCAN-END.
074100
074200     2300-EXIT.
074300         EXIT.
074400
074500*--------------------------------------------------------------*
074600*  2310-RETURN-ONE-PARCELA                                     *
074700*--------------------------------------------------------------*
074800     2310-RETURN-ONE-PARCELA.
074900
075000     READ RECURRING-FILE NEXT RECORD
075100         AT END
075200             SET WS-SCAN-END TO TRUE
075300             GO TO 2310-EXIT
075400     END-READ.
075500     IF REC-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
075600         SET WS-SCAN-END TO TRUE
075700         GO TO 2310-EXIT
075800     END-IF.
075900     IF REC-START > WS-COMPETENCIA
076000         OR REC-LAST-PERIOD < WS-COMPETENCIA
076100         OR REC-PARCELS-LEFT NOT < REC-PARCELS-TOTAL
076200         GO TO 2310-EXIT
076300     END-IF.
076400
076500     ADD 1 TO REC-PARCELS-LEFT.
076600     REWRITE RECMOV-RECORD.
076700     ADD 1 TO WS-PARCELS-RETURNED.
076800
076900     MOVE REC-CODE          TO ESP-CODE.
077000     MOVE REC-PARCELS-LEFT  TO ESP-LEFT.
077100     MOVE REC-PARCELS-TOTAL TO ESP-TOTAL.
077200     MOVE WS-EST-PARCEL-LINE TO ESTORNO-LINE.
077300     WRITE ESTORNO-LINE.
077400
077500     2310-EXIT.
077600         EXIT.
077700
077800*--------------------------------------------------------------*
077900*  2400-LIST-PENSAO                                            *
078000*  THE PENSAO OF THE COMPETENCIA STAYS ON PENSREP: THE         *
078100*  COMPLEMENTAR DISCOUNTS IT AGAIN (EST-ORIG-PENSAO), SO THE   *
078200*  REPASSE STILL GOES OUT, OR HAS ALREADY GONE, WITH THE       *
078300*  EMPLOYEE'S MONEY.  IT IS ONLY LISTED ON THE REPORT.         *
078400*--------------------------------------------------------------*
078500     2400-LIST-PENSAO.
078600
078700     IF WS-PR-FILE-MISSING
078800         GO TO 2400-EXIT
078900     END-IF.
079000     MOVE "N" TO WS-SCAN-END-SWITCH.
079100     MOVE WS-EMPLOYEE-ID TO PR-EMPLOYEE-ID.
079200     MOVE ZEROS          TO PR-CODE.
079300     MOVE ZEROS          TO PR-PERIOD.
079400     START PENSAO-REPASSE-FILE KEY NOT < PR-KEY
079500         INVALID KEY
079600             GO TO 2400-EXIT
079700     END-START.
079800     PERFORM 2410-LIST-ONE-PENSAO THRU 2410-EXIT
079900         UNTIL WS-SCAN-END.
080000
080100     2400-EXIT.
080200         EXIT.
080300
080400*--------------------------------------------------------------*
080500*  2410-LIST-ONE-PENSAO                                        *
080600*--------------------------------------------------------------*
080700     2410-LIST-ONE-PENSAO.
080800
080900     READ PENSAO-REPASSE-FILE NEXT RECORD
081000         AT END
081100             SET WS-SCAN-END TO TRUE
081200             GO TO 2410-EXIT
081300     END-READ.
081400     IF PR-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
081500         SET WS-SCAN-END TO TRUE
081600         GO TO 2410-EXIT
081700     END-IF.
081800     IF PR-PERIOD NOT = WS-COMPETENCIA
081900         GO TO 2410-EXIT
082000     END-IF.
082100
082200     MOVE PR-CODE   TO ESI-CODE.
082300     MOVE PR-AMOUNT TO ESI-AMOUNT.
082400     IF PR-REMITTED
082500         MOVE "PENSAO JA REPASSADA - DESCONTADA NA COMPL."
082600             TO ESI-LABEL
082800     ELSE
083000         MOVE "PENSAO MANTIDA - DESCONTADA NA COMPL."
083100             TO ESI-LABEL
083300     END-IF.
083310     ADD 1 TO WS-PENSAO-KEPT.
083400     MOVE WS-EST-ITEM-LINE TO ESTORNO-LINE.
083500     WRITE ESTORNO-LINE.
083600
083700     2410-EXIT.
083800         EXIT.
083900
084000*--------------------------------------------------------------*
084100*  2500-CHECK-ADIANTAMENTO                                     *
084200*  THE ADIANTAMENTOS DISCOUNTED BY THE FOLHA REVERSED (STAMPED *
084300*  WITH ITS COMPETENCIA, WHICHEVER PERIOD THEY CAME FROM) WERE *
084400*  PAID TO THE EMPLOYEE ALL THE SAME.  THE COMPLEMENTAR TAKES  *
084500*  NO MOVEMENTS, SO EACH GOES BACK TO PENDENTE AND THE NEXT    *
084510*  FOLHA DISCOUNTS IT AGAIN (CODE 101).                        *
084600*--------------------------------------------------------------*
084700     2500-CHECK-ADIANTAMENTO.
084800
084900     IF WS-ADTO-FILE-MISSING
085000         GO TO 2500-EXIT
085100     END-IF.
085110     MOVE "N" TO WS-SCAN-END-SWITCH.
085200     MOVE WS-EMPLOYEE-ID TO ADT-EMPLOYEE-ID.
085300     MOVE ZEROS          TO ADT-PERIOD.
085400     START ADIANTAMENTO-FILE KEY NOT < ADT-KEY
085500         INVALID KEY
085600             GO TO 2500-EXIT
085700     END-START.
085800     PERFORM 2510-REOPEN-ONE-ADIANTAMENTO THRU 2510-EXIT
085900         UNTIL WS-SCAN-END.
086000
086100     2500-EXIT.
086200         EXIT.
086300
086400*--------------------------------------------------------------*
086500*  2510-REOPEN-ONE-ADIANTAMENTO                                *
086600*--------------------------------------------------------------*
086700     2510-REOPEN-ONE-ADIANTAMENTO.
086800
086810     READ ADIANTAMENTO-FILE NEXT RECORD
086820         AT END
086830             SET WS-SCAN-END TO TRUE
086840             GO TO 2510-EXIT
086850     END-READ.
086860     IF ADT-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
086870         SET WS-SCAN-END TO TRUE
086880         GO TO 2510-EXIT
086890     END-IF.
086900     IF NOT ADT-DISCOUNTED
086910         OR ADT-DISCOUNT-PERIOD NOT = WS-COMPETENCIA
086920         GO TO 2510-EXIT
086930     END-IF.
086940
086950     SET ADT-PENDING TO TRUE.
086955     MOVE ZEROS TO ADT-DISCOUNT-PERIOD.
086960     REWRITE ADIANTAMENTO-RECORD.
086965     MOVE "ADIANTAMENTO REABERTO - PROXIMA FOLHA"
086970         TO ESI-LABEL.
086975     MOVE 101        TO ESI-CODE.
086980     MOVE ADT-AMOUNT TO ESI-AMOUNT.
086985     MOVE WS-EST-ITEM-LINE TO ESTORNO-LINE.
086990     WRITE ESTORNO-LINE.
086995     ADD 1 TO WS-ADTO-REOPENED.
087000
087050     2510-EXIT.
087100         EXIT.
087200
087210*--------------------------------------------------------------*
087211*  2550-REOPEN-DISSIDIO                                        *
087212*  A DIFERENCA DE DISSIDIO PAID AS CODE 203 BY THE FOLHA       *
087213*  REVERSED (MARKED PAGA WITH ITS COMPETENCIA) GOES BACK TO    *
087214*  PENDENTE, THE SAME AS AN ADIANTAMENTO: THE COMPLEMENTAR     *
087215*  TAKES NO MOVEMENTS AND THE NEXT FOLHA PAYS IT AGAIN.        *
087216*--------------------------------------------------------------*
087217     2550-REOPEN-DISSIDIO.
087218
087219     IF WS-DISS-FILE-MISSING
087220         GO TO 2550-EXIT
087221     END-IF.
087222     MOVE "N" TO WS-SCAN-END-SWITCH.
087223     MOVE WS-EMPLOYEE-ID TO DD-EMPLOYEE-ID.
087224     MOVE ZEROS          TO DD-PERIODS.
087225     START DISSIDIO-FILE KEY NOT < DD-KEY
087226         INVALID KEY
087227             GO TO 2550-EXIT
087228     END-START.
087229     PERFORM 2560-REOPEN-ONE-DIFFERENCE THRU 2560-EXIT
087230         UNTIL WS-SCAN-END.
087231
087232     2550-EXIT.
087233         EXIT.
087234
087235*--------------------------------------------------------------*
087236*  2560-REOPEN-ONE-DIFFERENCE                                  *
087237*--------------------------------------------------------------*
087238     2560-REOPEN-ONE-DIFFERENCE.
087239
087240     READ DISSIDIO-FILE NEXT RECORD
087241         AT END
087242             SET WS-SCAN-END TO TRUE
087243             GO TO 2560-EXIT
087244     END-READ.
087245     IF DD-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
087246         SET WS-SCAN-END TO TRUE
087247         GO TO 2560-EXIT
087248     END-IF.
087249     IF NOT DD-PAID
087250         OR DD-PAID-PERIOD NOT = WS-COMPETENCIA
087251         GO TO 2560-EXIT
087252     END-IF.
087253
087254     SET DD-PENDING TO TRUE.
087255     MOVE ZEROS TO DD-PAID-PERIOD.
087256     REWRITE DISSDIF-RECORD.
087257     MOVE "DIFERENCA DISSIDIO REABERTA - PROX. FOLHA"
087258         TO ESI-LABEL.
087259     MOVE 203           TO ESI-CODE.
087260     MOVE DD-DIFFERENCE TO ESI-AMOUNT.
087261     MOVE WS-EST-ITEM-LINE TO ESTORNO-LINE.
087262     WRITE ESTORNO-LINE.
087263     ADD 1 TO WS-DISS-REOPENED.
087264
087265     2560-EXIT.
087266         EXIT.
087267
087300*--------------------------------------------------------------*
087400*  2600-GUIA-FGTS                                              *
087500*  THE AMOUNTS REVERSED ARE APPENDED TO THE COMPETENCIA'S      *
087600*  GUIAS AS A DEDUCTION SECTION, THE SAME WAY THE              *
087700*  REPROCESS APPENDS ITS LATE AMOUNTS - THE COMPLEMENTAR       *
087800*  THEN ADDS ITS OWN SECTION AND THE GUIAS STILL TIE.          *
087900*--------------------------------------------------------------*
088000     2600-GUIA-FGTS.
088100
088200     OPEN EXTEND FGTS-FILE.
088300     MOVE SPACES TO FGTS-LINE.
088400     WRITE FGTS-LINE.
088500     MOVE WS-COMP-MONTH TO GEH-MONTH.
088600     MOVE WS-COMP-YEAR  TO GEH-YEAR.
088700     MOVE WS-GUIA-ESTORNO-HEADER TO FGTS-LINE.
088800     WRITE FGTS-LINE.
088900     MOVE WS-EMPLOYEE-NAME      TO GED-NAME.
089000     MOVE WS-EMPLOYEE-LAST-NAME TO GED-LAST-NAME.
089100     MOVE "  (-) Dep. FGTS:"    TO GED-LABEL.
089200     MOVE EST-ORIG-FGTS         TO GED-AMOUNT.
089300     MOVE WS-GUIA-ESTORNO-DETAIL TO FGTS-LINE.
089400     WRITE FGTS-LINE.
089500     MOVE EST-ORIG-FGTS TO GET-TOTAL.
089600     MOVE WS-GUIA-ESTORNO-TOTAL TO FGTS-LINE.
089700     WRITE FGTS-LINE.
089800     CLOSE FGTS-FILE.
089900
090000     2600-EXIT.
090100         EXIT.
090200
090300*--------------------------------------------------------------*
090400*  2610-GUIA-GPS                                               *
090500*--------------------------------------------------------------*
090600     2610-GUIA-GPS.
090700
090800     OPEN EXTEND GPS-FILE.
090900     MOVE SPACES TO GPS-LINE.
091000     WRITE GPS-LINE.
091100     MOVE WS-COMP-MONTH TO GEH-MONTH.
091200     MOVE WS-COMP-YEAR  TO GEH-YEAR.
091300     MOVE WS-GUIA-ESTORNO-HEADER TO GPS-LINE.
091400     WRITE GPS-LINE.
091500     MOVE WS-EMPLOYEE-NAME      TO GED-NAME.
091600     MOVE WS-EMPLOYEE-LAST-NAME TO GED-LAST-NAME.
091700     MOVE "  (-) INSS.....:"    TO GED-LABEL.
091800     MOVE EST-ORIG-INSS         TO GED-AMOUNT.
091900     MOVE WS-GUIA-ESTORNO-DETAIL TO GPS-LINE.
092000     WRITE GPS-LINE.
092100     MOVE EST-ORIG-INSS TO GET-TOTAL.
092200     MOVE WS-GUIA-ESTORNO-TOTAL TO GPS-LINE.
092300     WRITE GPS-LINE.
092400     CLOSE GPS-FILE.
092500
092600     2610-EXIT.
092700         EXIT.
092800
092900*--------------------------------------------------------------*
093000*  2620-GUIA-DARF                                              *
093100*--------------------------------------------------------------*
093200     2620-GUIA-DARF.
093300
093400     OPEN EXTEND DARF-FILE.
093500     MOVE SPACES TO DARF-LINE.
093600     WRITE DARF-LINE.
093700     MOVE WS-COMP-MONTH TO GEH-MONTH.
093800     MOVE WS-COMP-YEAR  TO GEH-YEAR.
093900     MOVE WS-GUIA-ESTORNO-HEADER TO DARF-LINE.
094000     WRITE DARF-LINE.
094100     MOVE WS-EMPLOYEE-NAME      TO GED-NAME.
094200     MOVE WS-EMPLOYEE-LAST-NAME TO GED-LAST-NAME.
094300     MOVE "  (-) IRRF.....:"    TO GED-LABEL.
094400     MOVE EST-ORIG-IRRF         TO GED-AMOUNT.
094500     MOVE WS-GUIA-ESTORNO-DETAIL TO DARF-LINE.
094600     WRITE DARF-LINE.
094700     MOVE EST-ORIG-IRRF TO GET-TOTAL.
094800     MOVE WS-GUIA-ESTORNO-TOTAL TO DARF-LINE.
094900     WRITE DARF-LINE.
095000     CLOSE DARF-FILE.
095100
095200     2620-EXIT.
095300         EXIT.
095400
095500*--------------------------------------------------------------*
095600*  2700-WRITE-EXCEPTION                                        *
095700*  THE COMPLEMENTAR IS PAID BY REPROCESSA-EXCECOES LIKE ANY    *
095800*  OTHER PENDING ENTRY.  THE ENTRY CARRIES THE HOURS OF THE    *
095900*  FOLHA REVERSED FOR REFERENCE AND A REASON NAMING THE        *
096000*  COMPETENCIA, WHICH THE REPROCESS CHECKS.                    *
096100*--------------------------------------------------------------*
096200     2700-WRITE-EXCEPTION.
096300
096400     MOVE SPACES TO EXCEPTION-RECORD.
096500     MOVE WS-EMPLOYEE-ID              TO EX-EMPLOYEE-ID.
096600     MOVE EST-ORIG-HOUR-VALUE         TO EX-HOUR-VALUE.
096700     MOVE EST-ORIG-REGULAR-HOURS      TO EX-REGULAR-HOURS.
096800     MOVE EST-ORIG-OVERTIME-50-HOURS  TO EX-OVERTIME-50-HOURS.
096900     MOVE EST-ORIG-OVERTIME-100-HOURS TO EX-OVERTIME-100-HOURS.
097000     MOVE WS-EMPLOYEE-DEPENDENTS      TO EX-DEPENDENTS.
097100     MOVE WS-COMP-MONTH               TO WSX-MONTH.
097200     MOVE WS-COMP-YEAR                TO WSX-YEAR.
097300     MOVE WS-EXCEPTION-REASON         TO EX-REASON.
097400     MOVE "P"                         TO EX-STATUS.
097500     WRITE EXCEPTION-RECORD.
097600
097700     2700-EXIT.
097800         EXIT.
097900
098000*--------------------------------------------------------------*
098100*  9000-TERMINATE                                              *
098200*--------------------------------------------------------------*
098300     9000-TERMINATE.
098400
098500     MOVE SPACES TO ESTORNO-LINE.
098600     WRITE ESTORNO-LINE.
098700     IF WS-YTD-DELETED
098800         MOVE "YTD DO FUNCIONARIO ZERADO E EXCLUIDO"
098900             TO ESTORNO-LINE
099000         WRITE ESTORNO-LINE
099100     END-IF.
099700     MOVE "AGUARDANDO FOLHA COMPLEMENTAR (REPROCESSA-EXCECOES)"
099800         TO ESS-TEXT.
099900     MOVE WS-EST-SITUATION-LINE TO ESTORNO-LINE.
100000     WRITE ESTORNO-LINE.
100100
100200     CLOSE PAYROLL-HISTORY.
100300     CLOSE YTD-MASTER.
100400     CLOSE ESTORNO-FILE.
100500     IF NOT WS-REC-FILE-MISSING
100600         CLOSE RECURRING-FILE
100700     END-IF.
100800     IF NOT WS-PR-FILE-MISSING
100900         CLOSE PENSAO-REPASSE-FILE
101000     END-IF.
101100     IF NOT WS-ADTO-FILE-MISSING
101200         CLOSE ADIANTAMENTO-FILE
101300     END-IF.
101310     IF NOT WS-DISS-FILE-MISSING
101320         CLOSE DISSIDIO-FILE
101330     END-IF.
101400     CLOSE EXCEPTION-FILE.
101500     CLOSE ESTORNO-REPORT.
101600
101700     DISPLAY "Estorno gravado - prontuario " WS-EMPLOYEE-ID
101800         " competencia " WS-COMP-MONTH "/" WS-COMP-YEAR
101900         " seq " WS-NEXT-SEQ.
102000     DISPLAY "Parcelas devolvidas: " WS-PARCELS-RETURNED.
102100     DISPLAY "Pensoes a descontar na complementar: "
102110         WS-PENSAO-KEPT.
102150     DISPLAY "Adiantamentos reabertos: " WS-ADTO-REOPENED.
102160     DISPLAY "Diferencas de dissidio reabertas: "
102170         WS-DISS-REOPENED.
102300     DISPLAY "Rode o REPROCESSA-EXCECOES na competencia "
102400         WS-COMP-MONTH "/" WS-COMP-YEAR
102500         " para a folha complementar".
102600
102700     9000-EXIT.
102800         EXIT.
