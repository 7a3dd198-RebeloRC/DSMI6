000100*--------------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PROVISAO-FERIAS-13.
000400 AUTHOR. RODRIGO REBELO DA COSTA.
000500 INSTALLATION. HOME.
000600 DATE-WRITTEN. 15/10/2026.
000700 DATE-COMPILED. 15/10/2026.
000800 SECURITY. CALCULANDO IRRF.
000900*--------------------------------------------------------------*
001000*  MODIFICATION HISTORY                                        *
001100*  15/10/2026  RRC  NEW PROGRAM.  MONTHLY PROVISAO OF FERIAS   *
001200*                   PLUS 1/3 AND 13O SALARIO, WITH THEIR FGTS  *
001300*                   AND INSS PATRONAL, RUN AFTER EACH CLOSED   *
001400*                   COMPETENCIA (AND AFTER CONTROLE-FERIAS).   *
001500*                   EACH EMPLOYEE'S ACCUMULATED PROVISION IS   *
001600*                   COMPUTED FROM THE PAYHIST REMUNERATION,    *
001700*                   THE 13O AVOS OF THE YEAR AND THE FERCTL    *
001800*                   PERIODOS AQUISITIVOS, AND ONLY THE CHANGE  *
001900*                   AGAINST PROVMST IS POSTED, PER CENTRO DE   *
002000*                   CUSTO, IN THE CTBREC LAYOUT.  A PAYMENT OF *
002100*                   13O, FERIAS OR RESCISAO (PAYHIST 13-16)    *
002200*                   REVERSES THE PROVISION.  THE REPORT TIES   *
002300*                   THE BALANCES TO THE JOURNAL.               *
002400*--------------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
002700     CONFIGURATION SECTION.
002800     SOURCE-COMPUTER. NOTE.
002900     OBJECT-COMPUTER. NOTE.
003000     SPECIAL-NAMES.
003100      DECIMAL-POINT IS COMMA.
003200
003300     INPUT-OUTPUT SECTION.
003400     FILE-CONTROL.
003500         SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMST"
003600             ORGANIZATION IS INDEXED
003700             ACCESS MODE IS DYNAMIC
003800             RECORD KEY IS EMPMST-ID
003900             FILE STATUS IS WS-MASTER-STATUS.
004000         SELECT PAYROLL-HISTORY ASSIGN TO "PAYHIST"
004100             ORGANIZATION IS INDEXED
004200             ACCESS MODE IS RANDOM
004300             RECORD KEY IS HIST-KEY
004400             FILE STATUS IS WS-HIST-STATUS.
004500         SELECT COMPETENCIA-FILE ASSIGN TO "COMPCTL"
004600             ORGANIZATION IS INDEXED
004700             ACCESS MODE IS RANDOM
004800             RECORD KEY IS COMP-PERIOD
004900             FILE STATUS IS WS-COMP-STATUS.
005000         SELECT FERIAS-CONTROL-FILE ASSIGN TO "FERCTL"
005100             ORGANIZATION IS INDEXED
005200             ACCESS MODE IS DYNAMIC
005300             RECORD KEY IS FER-KEY
005400             FILE STATUS IS WS-FER-STATUS.
005500         SELECT PROVISAO-FILE ASSIGN TO "PROVMST"
005600             ORGANIZATION IS INDEXED
005700             ACCESS MODE IS RANDOM
005800             RECORD KEY IS PRV-EMPLOYEE-ID
005900             FILE STATUS IS WS-PRV-STATUS.
006000         SELECT CONTABIL-FILE ASSIGN TO "CONTABIL-PROVISAO"
006100             ORGANIZATION IS LINE SEQUENTIAL.
006200         SELECT PROVISAO-REPORT ASSIGN TO "PROVISAO-REPORT"
006300             ORGANIZATION IS LINE SEQUENTIAL.
006400
006500*--------------------------------------------------------------*
006600
006700 DATA DIVISION.
006800     FILE SECTION.
006900 FD  EMPLOYEE-MASTER.
007000     COPY EMPMST.
007100
007200 FD  PAYROLL-HISTORY.
007300     COPY PAYHIST.
007400
007500 FD  COMPETENCIA-FILE.
007600     COPY COMPCTL.
007700
007800 FD  FERIAS-CONTROL-FILE.
007900     COPY FERCTL.
008000
008100 FD  PROVISAO-FILE.
008200     COPY PROVMST.
008300
008400 FD  CONTABIL-FILE
008500     RECORD CONTAINS 80 CHARACTERS.
008600     COPY CTBREC.
008700
008800 FD  PROVISAO-REPORT
008900     RECORD CONTAINS 80 CHARACTERS.
009000     COPY PVSLINE.
009100
009200     WORKING-STORAGE SECTION.
009300
009400 77  WS-MASTER-STATUS            PIC X(02)      VALUE SPACES.
009500     88  WS-MASTER-FILE-FOUND                   VALUE "00".
009600     88  WS-MASTER-EOF                          VALUE "10".
009700 77  WS-HIST-STATUS              PIC X(02)      VALUE SPACES.
009800     88  WS-HIST-FILE-FOUND                     VALUE "00".
009900 77  WS-COMP-STATUS              PIC X(02)      VALUE SPACES.
010000     88  WS-COMP-FILE-FOUND                     VALUE "00".
010100 77  WS-FER-STATUS               PIC X(02)      VALUE SPACES.
010200     88  WS-FER-FILE-FOUND                      VALUE "00".
010300 77  WS-PRV-STATUS               PIC X(02)      VALUE SPACES.
010400     88  WS-PRV-FILE-FOUND                      VALUE "00".
010500     88  WS-PRV-NOT-FOUND                       VALUE "35".
010600 77  WS-CONTROL-SWITCH           PIC X(01)      VALUE "N".
010700     88  WS-CONTROL-EXISTS                      VALUE "Y".
010800 77  WS-PRV-EXISTS-SWITCH        PIC X(01)      VALUE "N".
010900     88  WS-PRV-EXISTS                          VALUE "Y".
011000 77  WS-13-FINAL-SWITCH          PIC X(01)      VALUE "N".
011100     88  WS-13-FINAL-PAID                       VALUE "Y".
011200 77  WS-SCAN-END-SWITCH          PIC X(01)      VALUE "N".
011300     88  WS-SCAN-END                            VALUE "Y".
011400 77  WS-PERIOD-FOUND-SWITCH      PIC X(01)      VALUE "N".
011500     88  WS-PERIOD-FOUND                        VALUE "Y".
011600
011700*    ENCARGOS SOBRE A PROVISAO: INSS PATRONAL (MESMA ALIQUOTA DOS
011800*    LANCAMENTOS-CONTABEIS) E FGTS (MESMA ALIQUOTA DO CALCSAL).
011900 77  WS-CONST-PATRONAL-RATE      PIC 9V9(2)     VALUE 0,20.
012000 77  WS-CONST-FGTS-RATE          PIC 9V9(3)     VALUE 0,080.
012100*    MES DE ADMISSAO CONTA COMO AVO DO 13O QUANDO TRABALHADOS AO
012200*    MENOS 15 DIAS NELE.
012300 77  WS-AVO-MIN-DAYS             PIC 9(2)       VALUE 15.
012400
012500*    PRV-STATE (1) = SALDOS ANTES DA COMPETENCIA, (2) = DEPOIS.
012600 77  WS-OPENING                  PIC 9(1)       VALUE 1.
012700 77  WS-CLOSING                  PIC 9(1)       VALUE 2.
012800 77  WS-ITEM                     PIC 9(2)  COMP VALUE ZEROS.
012900 77  WS-ITEM-COUNT               PIC 9(2)  COMP VALUE 6.
013000 77  WS-BASE                     PIC 9(5)V9(2)  VALUE ZEROS.
013100 77  WS-PAID-AMOUNT              PIC 9(7)V9(2)  VALUE ZEROS.
013200 77  WS-13-FIRST-AMOUNT          PIC 9(5)V9(2)  VALUE ZEROS.
013300 77  WS-START-MONTH              PIC 9(2)       VALUE ZEROS.
013400 77  WS-AVOS                     PIC S9(3)      VALUE ZEROS.
013500 77  WS-PART-DAYS                PIC S9(3)      VALUE ZEROS.
013600 77  WS-FER-DAYS                 PIC S9(3)      VALUE ZEROS.
013700 77  WS-13-WORK                  PIC S9(7)V9(2) VALUE ZEROS.
013800 77  WS-PERIOD-AMOUNT            PIC 9(7)V9(2)  VALUE ZEROS.
013900 77  WS-FER-WORK                 PIC 9(7)V9(2)  VALUE ZEROS.
014000 77  WS-EMP-OPENING              PIC 9(7)V9(2)  VALUE ZEROS.
014100 77  WS-EMP-CLOSING              PIC 9(7)V9(2)  VALUE ZEROS.
014200 77  WS-EMP-CHARGES              PIC 9(7)V9(2)  VALUE ZEROS.
014300 77  WS-MONTH-LENGTH             PIC 9(2)       VALUE ZEROS.
014400 77  WS-YEAR-QUOTIENT            PIC 9(5)  COMP VALUE ZEROS.
014500 77  WS-LEAP-REMAINDER-4         PIC 9(3)  COMP VALUE ZEROS.
014600 77  WS-LEAP-REMAINDER-100       PIC 9(3)  COMP VALUE ZEROS.
014700 77  WS-LEAP-REMAINDER-400       PIC 9(3)  COMP VALUE ZEROS.
014800
014900 77  WS-MAX-CC-ENTRIES           PIC 9(3)  COMP VALUE 100.
015000 77  WS-CC-USED                  PIC 9(3)  COMP VALUE ZEROS.
015100 77  WS-CC-SUB                   PIC 9(3)  COMP VALUE ZEROS.
015200 77  WS-CC-FOUND-SUB             PIC 9(3)  COMP VALUE ZEROS.
015300 77  WS-SEARCH-CC                PIC 9(4)       VALUE ZEROS.
015400
015500 77  WS-DEBIT-ACCOUNT            PIC 9(5)       VALUE ZEROS.
015600 77  WS-CREDIT-ACCOUNT           PIC 9(5)       VALUE ZEROS.
015700 77  WS-ENTRY-AMOUNT             PIC 9(11)V9(2) VALUE ZEROS.
015800 77  WS-CC-LINE-ACCRUAL          PIC S9(11)V9(2) VALUE ZEROS.
015900 77  WS-CC-LINE-REVERSAL         PIC 9(11)V9(2) VALUE ZEROS.
016000 77  WS-TOTAL-OPENING            PIC 9(11)V9(2) VALUE ZEROS.
016100 77  WS-TOTAL-CLOSING            PIC 9(11)V9(2) VALUE ZEROS.
016200 77  WS-TOTAL-ACCRUAL            PIC S9(11)V9(2) VALUE ZEROS.
016300 77  WS-TOTAL-REVERSAL           PIC 9(11)V9(2) VALUE ZEROS.
016400 77  WS-JOURNAL-NET              PIC S9(11)V9(2) VALUE ZEROS.
016500 77  WS-TIE-CHECK                PIC S9(11)V9(2) VALUE ZEROS.
016600 77  WS-DEBIT-TOTAL              PIC 9(11)V9(2) VALUE ZEROS.
016700 77  WS-CREDIT-TOTAL             PIC 9(11)V9(2) VALUE ZEROS.
016800 77  WS-RECORDS-POSTED           PIC 9(5)  COMP VALUE ZEROS.
016900 77  WS-EMPLOYEES-POSTED         PIC 9(5)  COMP VALUE ZEROS.
017000 77  WS-NO-BASE-COUNT            PIC 9(5)  COMP VALUE ZEROS.
017100 77  WS-NO-PERIOD-COUNT          PIC 9(5)  COMP VALUE ZEROS.
017200
017300 01  WS-COMPETENCIA.
017400     05  WS-COMP-YEAR             PIC 9(4)      VALUE ZEROS.
017500     05  WS-COMP-MONTH            PIC 9(2)      VALUE ZEROS.
017600
017700*    ULTIMO DIA DA COMPETENCIA.
017800 01  WS-REF-DATE                 PIC 9(8)       VALUE ZEROS.
017900
018000 01  WS-DATE-WORK                PIC 9(8)       VALUE ZEROS.
018100 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
018200     05  WS-DATE-YEAR             PIC 9(4).
018300     05  WS-DATE-MONTH            PIC 9(2).
018400     05  WS-DATE-DAY              PIC 9(2).
018500
018600 01  WS-MONTH-DAYS-VALUES        PIC X(24)
018700     VALUE "312831303130313130313031".
018800 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
018900     05  WS-MONTH-DAYS            PIC 9(2)  OCCURS 12 TIMES.
019000
019100*    AS SEIS PARCELAS DA PROVISAO (MESMA ORDEM DE PRV-AMOUNT):
019200*    CONTA DE DESPESA, CONTA DA PROVISAO (PASSIVO) E NOME.
019300 01  WS-COMPONENT-VALUES.
019400     05  FILLER                   PIC X(26)
019500         VALUE "3120121201FERIAS + 1/3".
019600     05  FILLER                   PIC X(26)
019700         VALUE "3120221202FGTS S/ FERIAS".
019800     05  FILLER                   PIC X(26)
019900         VALUE "3120321203INSS S/ FERIAS".
020000     05  FILLER                   PIC X(26)
020100         VALUE "312112121113O SALARIO".
020200     05  FILLER                   PIC X(26)
020300         VALUE "3121221212FGTS S/ 13O".
020400     05  FILLER                   PIC X(26)
020500         VALUE "3121321213INSS S/ 13O".
020600 01  WS-COMPONENT-TABLE REDEFINES WS-COMPONENT-VALUES.
020700     05  WS-COMPONENT             OCCURS 6 TIMES.
020800         10  WS-EXPENSE-ACCOUNT   PIC 9(5).
020900         10  WS-PROVISION-ACCOUNT PIC 9(5).
021000         10  WS-COMPONENT-NAME    PIC X(16).
021100
021200*    ALVO (SALDO DEVIDO NO FIM DA COMPETENCIA), REVERSAO POR
021300*    PAGAMENTO E PROVISAO DO MES DE CADA PARCELA DO FUNCIONARIO.
021400 01  WS-EMP-TABLE.
021500     05  WS-EMP-ITEM              OCCURS 6 TIMES.
021600         10  WS-EMP-TARGET        PIC 9(7)V9(2).
021700         10  WS-EMP-REVERSAL      PIC 9(7)V9(2).
021800         10  WS-EMP-ACCRUAL       PIC S9(7)V9(2).
021900
022000*    TOTAIS POR CENTRO DE CUSTO.  CENTRO ZERO RECEBE OS
022100*    FUNCIONARIOS AINDA SEM CENTRO ATRIBUIDO.
022200 01  WS-CC-TABLE.
022300     05  WS-CC-ENTRY OCCURS 100 TIMES.
022400         10  WS-CC-CODE           PIC 9(4).
022500         10  WS-CC-COUNT          PIC 9(5)  COMP.
022600         10  WS-CC-AMOUNTS.
022700             15  WS-CC-ITEM       OCCURS 6 TIMES.
022800                 20  WS-CC-ACCRUAL  PIC S9(9)V9(2).
022900                 20  WS-CC-REVERSAL PIC 9(9)V9(2).
023000
023100 01  WS-CTB-DESCRIPTION.
023200     05  WS-CTB-DESC-PREFIX       PIC X(09).
023300     05  WS-CTB-DESC-NAME         PIC X(16).
023400
023500 01  WS-PROV-HEADER-LINE-1.
023600     05  FILLER                   PIC X(40)
023700         VALUE "EMPRESA EXEMPLO LTDA".
023800     05  FILLER                   PIC X(40)
023900         VALUE "PROVISAO DE FERIAS E 13O SALARIO".
024000
024100 01  WS-PROV-HEADER-LINE-2.
024200     05  FILLER                   PIC X(13) VALUE "Competencia: ".
024300     05  PVH-MONTH                PIC 99.
024400     05  FILLER                   PIC X(01) VALUE "/".
024500     05  PVH-YEAR                 PIC 9999.
024600     05  FILLER                   PIC X(60) VALUE SPACES.
024700
024800 01  WS-PROV-COLUMN-LINE.
024900     05  FILLER                   PIC X(40)
025000         VALUE "Pront Nome         C.C. Ferias+1/3 13o s".
025100     05  FILLER                   PIC X(40)
025200         VALUE "alar.   Encargos      Total    Variacao".
025300
025400 01  WS-PROV-DETAIL-LINE.
025500     05  PVD-EMPLOYEE-ID          PIC ZZZZ9.
025600     05  FILLER                   PIC X(01) VALUE SPACE.
025700     05  PVD-NAME                 PIC X(12).
025800     05  FILLER                   PIC X(01) VALUE SPACE.
025900     05  PVD-COST-CENTER          PIC 9999.
026000     05  FILLER                   PIC X(01) VALUE SPACE.
026100     05  PVD-FERIAS               PIC ZZZ.ZZ9,99.
026200     05  FILLER                   PIC X(01) VALUE SPACE.
026300     05  PVD-13                   PIC ZZZ.ZZ9,99.
026400     05  FILLER                   PIC X(01) VALUE SPACE.
026500     05  PVD-CHARGES              PIC ZZZ.ZZ9,99.
026600     05  FILLER                   PIC X(01) VALUE SPACE.
026700     05  PVD-TOTAL                PIC ZZZ.ZZ9,99.
026800     05  FILLER                   PIC X(01) VALUE SPACE.
026900     05  PVD-CHANGE               PIC -ZZZ.ZZ9,99.
027000     05  FILLER                   PIC X(01) VALUE SPACE.
027100
027200 01  WS-PROV-CC-LINE.
027300     05  FILLER                   PIC X(17)
027400         VALUE "Centro de custo: ".
027500     05  PVC-COST-CENTER          PIC 9999.
027600     05  FILLER                   PIC X(18)
027700         VALUE "  Provisao do mes:".
027800     05  PVC-ACCRUAL              PIC -ZZZ.ZZZ.ZZ9,99.
027900     05  FILLER                   PIC X(12) VALUE "  Reversoes:".
028000     05  PVC-REVERSAL             PIC ZZZ.ZZZ.ZZ9,99.
028100
028200 01  WS-PROV-TOTAL-LINE.
028300     05  PVT-LABEL                PIC X(40).
028400     05  PVT-AMOUNT               PIC -ZZZ.ZZZ.ZZ9,99.
028500     05  FILLER                   PIC X(25) VALUE SPACES.
028600
028700 01  WS-PROV-STATUS-LINE.
028800     05  FILLER                   PIC X(40)
028900         VALUE "SITUACAO SALDOS X DIARIO...............:".
029000     05  PVS-SITUATION            PIC X(12).
029100     05  FILLER                   PIC X(28) VALUE SPACES.
029200
029300 PROCEDURE DIVISION.
029400     0000-MAINLINE.
029500
029600     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
029700     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
029800         UNTIL WS-MASTER-EOF.
029900     PERFORM 3000-WRITE-JOURNAL    THRU 3000-EXIT.
030000     PERFORM 4000-TIE-BALANCES     THRU 4000-EXIT.
030100     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
030200
030300     STOP RUN.
030400
030500*--------------------------------------------------------------*
030600*  1000-INITIALIZE                                             *
030700*  ONLY A FECHADA COMPETENCIA IS PROVISIONED, AND ONLY AFTER   *
030800*  CONTROLE-FERIAS HAS POSTED IT, SO THE PERIODOS AQUISITIVOS  *
030900*  CARRY THE MONTH'S FALTAS AND AFASTAMENTO.  A COMPETENCIA    *
031000*  NOT AFTER THE ONE ON THE CONTROL RECORD IS REFUSED - ITS    *
031100*  CHANGE IS ALREADY IN THE BOOKS.                             *
031200*--------------------------------------------------------------*
031300     1000-INITIALIZE.
031400
031500     DISPLAY "PROVISAO DE FERIAS E 13O SALARIO".
031600     DISPLAY "Mes da competencia (MM): "
031700     ACCEPT WS-COMP-MONTH.
031800     DISPLAY "Ano da competencia (AAAA): "
031900     ACCEPT WS-COMP-YEAR.
032000     IF WS-COMP-MONTH < 01 OR WS-COMP-MONTH > 12
032100         OR WS-COMP-YEAR < 1900
032200         DISPLAY "Competencia invalida: " WS-COMP-MONTH "/"
032300             WS-COMP-YEAR
032400         STOP RUN
032500     END-IF.
032600
032700     OPEN INPUT COMPETENCIA-FILE.
032800     IF NOT WS-COMP-FILE-FOUND
032900         DISPLAY "Arquivo de competencias ausente"
033000         STOP RUN
033100     END-IF.
033200     MOVE WS-COMPETENCIA TO COMP-PERIOD.
033300     READ COMPETENCIA-FILE
033400         INVALID KEY
033500             DISPLAY "Competencia inexistente: " WS-COMP-MONTH
033600                 "/" WS-COMP-YEAR
033700             CLOSE COMPETENCIA-FILE
033800             STOP RUN
033900     END-READ.
034000     IF COMP-IS-OPEN
034100         DISPLAY "Competencia ainda nao fechada: " WS-COMP-MONTH
034200             "/" WS-COMP-YEAR
034300         CLOSE COMPETENCIA-FILE
034400         STOP RUN
034500     END-IF.
034600     CLOSE COMPETENCIA-FILE.
034700
034800     MOVE WS-COMP-YEAR  TO WS-DATE-YEAR.
034900     MOVE WS-COMP-MONTH TO WS-DATE-MONTH.
035000     PERFORM 8300-MONTH-LENGTH THRU 8300-EXIT.
035100     MOVE WS-MONTH-LENGTH TO WS-DATE-DAY.
035200     MOVE WS-DATE-WORK  TO WS-REF-DATE.
035300
035400     OPEN INPUT FERIAS-CONTROL-FILE.
035500     IF NOT WS-FER-FILE-FOUND
035600         DISPLAY "Controle de ferias ausente - "
035700             "rode o CONTROLE-FERIAS"
035800         STOP RUN
035900     END-IF.
036000     MOVE ZEROS TO FER-KEY.
036100     READ FERIAS-CONTROL-FILE
036200         INVALID KEY
036300             MOVE ZEROS TO FER-LAST-POSTED-PERIOD
036400     END-READ.
036500     IF FER-LAST-POSTED-PERIOD < WS-COMPETENCIA
036600         DISPLAY "Controle de ferias nao lancado para "
036700             WS-COMP-MONTH "/" WS-COMP-YEAR
036800             " - rode o CONTROLE-FERIAS antes"
036900         CLOSE FERIAS-CONTROL-FILE
037000         STOP RUN
037100     END-IF.
037200
037300     OPEN I-O PROVISAO-FILE.
037400     IF WS-PRV-NOT-FOUND
037500         OPEN OUTPUT PROVISAO-FILE
037600         CLOSE PROVISAO-FILE
037700         OPEN I-O PROVISAO-FILE
037800     END-IF.
037900     MOVE ZEROS TO PRV-EMPLOYEE-ID.
038000     READ PROVISAO-FILE
038100         INVALID KEY
038200             CONTINUE
038300         NOT INVALID KEY
038400             SET WS-CONTROL-EXISTS TO TRUE
038500     END-READ.
038600     IF WS-CONTROL-EXISTS
038700         AND PRV-LAST-PERIOD NOT < WS-COMPETENCIA
038800         DISPLAY "Provisao ja lancada ate " PRV-LAST-MONTH "/"
038900             PRV-LAST-YEAR
039000         CLOSE FERIAS-CONTROL-FILE
039100         CLOSE PROVISAO-FILE
039200         STOP RUN
039300     END-IF.
039400
039500     OPEN INPUT PAYROLL-HISTORY.
039600     IF NOT WS-HIST-FILE-FOUND
039700         DISPLAY "Historico de folha ausente"
039800         CLOSE FERIAS-CONTROL-FILE
039900         CLOSE PROVISAO-FILE
040000         STOP RUN
040100     END-IF.
040200     OPEN INPUT EMPLOYEE-MASTER.
040300     IF NOT WS-MASTER-FILE-FOUND
040400         DISPLAY "Cadastro de funcionarios ausente"
040500         CLOSE FERIAS-CONTROL-FILE
040600         CLOSE PROVISAO-FILE
040700         CLOSE PAYROLL-HISTORY
040800         STOP RUN
040900     END-IF.
041000     OPEN OUTPUT CONTABIL-FILE.
041100     OPEN OUTPUT PROVISAO-REPORT.
041200
041300     MOVE WS-PROV-HEADER-LINE-1 TO PROVISAO-LINE.
041400     WRITE PROVISAO-LINE.
041500     MOVE WS-COMP-MONTH TO PVH-MONTH.
041600     MOVE WS-COMP-YEAR  TO PVH-YEAR.
041700     MOVE WS-PROV-HEADER-LINE-2 TO PROVISAO-LINE.
041800     WRITE PROVISAO-LINE.
041900     MOVE SPACES TO PROVISAO-LINE.
042000     WRITE PROVISAO-LINE.
042100     MOVE WS-PROV-COLUMN-LINE TO PROVISAO-LINE.
042200     WRITE PROVISAO-LINE.
042300
042400     MOVE ZEROS TO EMPMST-ID.
042500     START EMPLOYEE-MASTER KEY NOT < EMPMST-ID
042600         INVALID KEY
042700             MOVE "10" TO WS-MASTER-STATUS
042800     END-START.
042900
043000     1000-EXIT.
043100         EXIT.
043200
043300*--------------------------------------------------------------*
043400*  2000-PROCESS-EMPLOYEE                                       *
043500*  THE PROVMST RECORD IS CREATED ON THE FIRST COMPETENCIA AN   *
043600*  EMPLOYEE IS PROVISIONED.  A RECORD ALREADY POSTED FOR THIS  *
043700*  COMPETENCIA (RUN INTERRUPTED AND STARTED AGAIN) STARTS FROM *
043800*  ITS OPENING BALANCES AGAIN.  A DESLIGADO KEEPS BEING READ   *
043900*  UNTIL THE RESCISAO HAS REVERSED THE BALANCES.               *
044000*--------------------------------------------------------------*
044100     2000-PROCESS-EMPLOYEE.
044200
044300     READ EMPLOYEE-MASTER NEXT RECORD
044400         AT END GO TO 2000-EXIT
044500     END-READ.
044600
044700     MOVE EMPMST-ID TO PRV-EMPLOYEE-ID.
044800     MOVE "Y" TO WS-PRV-EXISTS-SWITCH.
044900     READ PROVISAO-FILE
045000         INVALID KEY
045100             MOVE "N" TO WS-PRV-EXISTS-SWITCH
045200     END-READ.
045300     IF NOT WS-PRV-EXISTS
045400         IF EMPMST-TERMINATED
045500             GO TO 2000-EXIT
045600         END-IF
045700         IF EMPMST-ADMISSION-DATE NUMERIC
045800             AND EMPMST-ADMISSION-DATE > WS-REF-DATE
045900             GO TO 2000-EXIT
046000         END-IF
046100         MOVE ZEROS     TO PROVMST-RECORD
046200         MOVE EMPMST-ID TO PRV-EMPLOYEE-ID
046300     END-IF.
046400     IF PRV-LAST-PERIOD > WS-COMPETENCIA
046500         DISPLAY "Provisao ja lancada em competencia posterior: "
046600             EMPMST-ID
046700         GO TO 2000-EXIT
046800     END-IF.
046900
047000     MOVE EMPMST-COST-CENTER TO WS-SEARCH-CC.
047100     PERFORM 2700-FIND-CC-ENTRY THRU 2700-EXIT.
047200     IF WS-CC-FOUND-SUB = ZEROS
047300         DISPLAY "Tabela de centros de custo cheia - "
047400             "lancado no centro geral: " EMPMST-ID
047500         MOVE ZEROS TO WS-SEARCH-CC
047600         PERFORM 2700-FIND-CC-ENTRY THRU 2700-EXIT
047700     END-IF.
047800     IF WS-CC-FOUND-SUB = ZEROS
047900         GO TO 2000-EXIT
048000     END-IF.
048100
048200     IF PRV-LAST-PERIOD < WS-COMPETENCIA
048300         MOVE PRV-STATE (WS-CLOSING) TO PRV-STATE (WS-OPENING)
048400     END-IF.
048500     MOVE PRV-STATE (WS-OPENING) TO PRV-STATE (WS-CLOSING).
048600     MOVE ZEROS TO WS-EMP-TABLE.
048700
048800*    A REMUNERACAO E O BRUTO DA FOLHA MENSAL DA COMPETENCIA; SEM
048900*    FOLHA NO MES (AFASTAMENTO) VALE A ULTIMA CONHECIDA.
049000     MOVE EMPMST-ID     TO HIST-EMPLOYEE-ID.
049100     MOVE WS-COMP-YEAR  TO HIST-YEAR.
049200     MOVE WS-COMP-MONTH TO HIST-MONTH.
049300     READ PAYROLL-HISTORY
049400         NOT INVALID KEY
049500             IF HIST-SALARY-GROSS > ZEROS
049600                 MOVE HIST-SALARY-GROSS
049700                     TO PRV-BASE-AMOUNT (WS-CLOSING)
049800             END-IF
049900     END-READ.
050000     MOVE PRV-BASE-AMOUNT (WS-CLOSING) TO WS-BASE.
050100
050200     PERFORM 2100-CHECK-PAYMENTS THRU 2100-EXIT.
050300     IF NOT EMPMST-TERMINATED
050400         IF WS-BASE = ZEROS
050500             DISPLAY "Sem remuneracao no historico: " EMPMST-ID
050600             ADD 1 TO WS-NO-BASE-COUNT
050700         ELSE
050800             PERFORM 2200-TARGET-13      THRU 2200-EXIT
050900             PERFORM 2300-TARGET-FERIAS  THRU 2300-EXIT
051000             PERFORM 2400-TARGET-CHARGES THRU 2400-EXIT
051100         END-IF
051200     END-IF.
051300
051400     MOVE ZEROS TO WS-EMP-OPENING.
051500     MOVE ZEROS TO WS-EMP-CLOSING.
051600     PERFORM 2500-POST-ITEM THRU 2500-EXIT
051700         VARYING WS-ITEM FROM 1 BY 1
051800         UNTIL WS-ITEM > WS-ITEM-COUNT.
051900     ADD 1 TO WS-CC-COUNT (WS-CC-FOUND-SUB).
052000
052100     MOVE WS-COMPETENCIA     TO PRV-LAST-PERIOD.
052200     MOVE EMPMST-COST-CENTER TO PRV-COST-CENTER.
052300     IF WS-PRV-EXISTS
052400         REWRITE PROVMST-RECORD
052500     ELSE
052600         WRITE PROVMST-RECORD
052700     END-IF.
052800
052900     PERFORM 2600-PRINT-EMPLOYEE THRU 2600-EXIT.
053000
053100     2000-EXIT.
053200         EXIT.
053300
053400*--------------------------------------------------------------*
053500*  2100-CHECK-PAYMENTS                                         *
053600*  A PAYMENT REVERSES WHAT WAS PROVISIONED FOR IT, ONCE: THE   *
053700*  RESCISAO ALL OF IT, THE 13O SECOND PARCEL THE WHOLE 13O,    *
053800*  THE FIRST PARCEL AND THE FERIAS UP TO THE AMOUNT PAID.  THE *
053900*  YEARS ON PROVMST KEEP THE SAME PAYMENT FROM BEING REVERSED  *
054000*  AGAIN IN A LATER COMPETENCIA.                               *
054100*--------------------------------------------------------------*
054200     2100-CHECK-PAYMENTS.
054300
054400     MOVE "N"   TO WS-13-FINAL-SWITCH.
054500     MOVE ZEROS TO WS-13-FIRST-AMOUNT.
054600     MOVE EMPMST-ID TO HIST-EMPLOYEE-ID.
054700
054800     IF EMPMST-TERMINATED
054900         IF PRV-RESCISAO-REVERSED (WS-CLOSING)
055000             GO TO 2100-EXIT
055100         END-IF
055200         MOVE EMPMST-TERMINATION-DATE TO WS-DATE-WORK
055300         MOVE WS-DATE-YEAR TO HIST-YEAR
055400         MOVE 16           TO HIST-MONTH
055500         READ PAYROLL-HISTORY
055600             INVALID KEY
055700                 GO TO 2100-EXIT
055800         END-READ
055900         PERFORM 2110-REVERSE-ALL THRU 2110-EXIT
056000             VARYING WS-ITEM FROM 1 BY 1
056100             UNTIL WS-ITEM > WS-ITEM-COUNT
056200         SET PRV-RESCISAO-REVERSED (WS-CLOSING) TO TRUE
056300         GO TO 2100-EXIT
056400     END-IF.
056500
056600     MOVE WS-COMP-YEAR TO HIST-YEAR.
056700     MOVE 14           TO HIST-MONTH.
056800     READ PAYROLL-HISTORY
056900         INVALID KEY
057000             GO TO 2100-FIRST-PARCEL
057100     END-READ.
057200     SET WS-13-FINAL-PAID TO TRUE.
057300     IF PRV-13-FINAL-YEAR (WS-CLOSING) < WS-COMP-YEAR
057400         PERFORM 2110-REVERSE-ALL THRU 2110-EXIT
057500             VARYING WS-ITEM FROM 4 BY 1
057600             UNTIL WS-ITEM > WS-ITEM-COUNT
057700         MOVE WS-COMP-YEAR TO PRV-13-FINAL-YEAR (WS-CLOSING)
057800     END-IF.
057900     GO TO 2100-FERIAS.
058000
058100     2100-FIRST-PARCEL.
058200     MOVE 13 TO HIST-MONTH.
058300     READ PAYROLL-HISTORY
058400         INVALID KEY
058500             GO TO 2100-FERIAS
058600     END-READ.
058700     MOVE HIST-SALARY-GROSS TO WS-13-FIRST-AMOUNT.
058800     IF PRV-13-FIRST-YEAR (WS-CLOSING) < WS-COMP-YEAR
058900         MOVE 4 TO WS-ITEM
059000         MOVE WS-13-FIRST-AMOUNT TO WS-PAID-AMOUNT
059100         PERFORM 2120-REVERSE-PAID THRU 2120-EXIT
059200         MOVE WS-COMP-YEAR TO PRV-13-FIRST-YEAR (WS-CLOSING)
059300     END-IF.
059400
059500     2100-FERIAS.
059600     MOVE 15 TO HIST-MONTH.
059700     READ PAYROLL-HISTORY
059800         INVALID KEY
059900             GO TO 2100-EXIT
060000     END-READ.
060100     IF PRV-FERIAS-PAID-YEAR (WS-CLOSING) < WS-COMP-YEAR
060200         MOVE 1 TO WS-ITEM
060300         MOVE HIST-SALARY-GROSS TO WS-PAID-AMOUNT
060400         PERFORM 2120-REVERSE-PAID THRU 2120-EXIT
060500         MOVE WS-COMP-YEAR TO PRV-FERIAS-PAID-YEAR (WS-CLOSING)
060600     END-IF.
060700
060800     2100-EXIT.
060900         EXIT.
061000
061100*--------------------------------------------------------------*
061200*  2110-REVERSE-ALL                                            *
061300*--------------------------------------------------------------*
061400     2110-REVERSE-ALL.
061500
061600     MOVE PRV-AMOUNT (WS-OPENING, WS-ITEM)
061700         TO WS-EMP-REVERSAL (WS-ITEM).
061800
061900     2110-EXIT.
062000         EXIT.
062100
062200*--------------------------------------------------------------*
062300*  2120-REVERSE-PAID                                           *
062400*  WS-ITEM IS THE PROVISION PAID (1 FERIAS, 4 13O); ITS FGTS   *
062500*  AND INSS PATRONAL FOLLOW IT IN THE TABLE.  NO PARCEL IS     *
062600*  REVERSED BEYOND ITS BALANCE.                                *
062700*--------------------------------------------------------------*
062800     2120-REVERSE-PAID.
062900
063000     IF WS-PAID-AMOUNT > PRV-AMOUNT (WS-OPENING, WS-ITEM)
063100         MOVE PRV-AMOUNT (WS-OPENING, WS-ITEM) TO WS-PAID-AMOUNT
063200     END-IF.
063300     MOVE WS-PAID-AMOUNT TO WS-EMP-REVERSAL (WS-ITEM).
063400
063500     ADD 1 TO WS-ITEM.
063600     MULTIPLY WS-PAID-AMOUNT BY WS-CONST-FGTS-RATE
063700         GIVING WS-EMP-REVERSAL (WS-ITEM) ROUNDED.
063800     IF WS-EMP-REVERSAL (WS-ITEM)
063900         > PRV-AMOUNT (WS-OPENING, WS-ITEM)
064000         MOVE PRV-AMOUNT (WS-OPENING, WS-ITEM)
064100             TO WS-EMP-REVERSAL (WS-ITEM)
064200     END-IF.
064300
064400     ADD 1 TO WS-ITEM.
064500     MULTIPLY WS-PAID-AMOUNT BY WS-CONST-PATRONAL-RATE
064600         GIVING WS-EMP-REVERSAL (WS-ITEM) ROUNDED.
064700     IF WS-EMP-REVERSAL (WS-ITEM)
064800         > PRV-AMOUNT (WS-OPENING, WS-ITEM)
064900         MOVE PRV-AMOUNT (WS-OPENING, WS-ITEM)
065000             TO WS-EMP-REVERSAL (WS-ITEM)
065100     END-IF.
065200
065300     2120-EXIT.
065400         EXIT.
065500
065600*--------------------------------------------------------------*
065700*  2200-TARGET-13                                              *
065800*  ONE AVO PER MONTH OF THE YEAR UP TO THE COMPETENCIA, FROM   *
065900*  THE ADMISSION MONTH IF ADMITTED THIS YEAR (COUNTED WHEN AT  *
066000*  LEAST 15 DAYS WERE WORKED IN IT), LESS THE FIRST PARCEL     *
066100*  ALREADY PAID.  NOTHING AFTER THE SECOND PARCEL.             *
066200*--------------------------------------------------------------*
066300     2200-TARGET-13.
066400
066500     IF WS-13-FINAL-PAID
066600         GO TO 2200-EXIT
066700     END-IF.
066800
066900     MOVE 1 TO WS-START-MONTH.
067000     IF EMPMST-ADMISSION-DATE NUMERIC
067100         AND EMPMST-ADMISSION-DATE NOT = ZEROS
067200         MOVE EMPMST-ADMISSION-DATE TO WS-DATE-WORK
067300         IF WS-DATE-YEAR > WS-COMP-YEAR
067400             GO TO 2200-EXIT
067500         END-IF
067600         IF WS-DATE-YEAR = WS-COMP-YEAR
067700             MOVE WS-DATE-MONTH TO WS-START-MONTH
067800             PERFORM 8300-MONTH-LENGTH THRU 8300-EXIT
067900             COMPUTE WS-PART-DAYS =
068000                 WS-MONTH-LENGTH - WS-DATE-DAY + 1
068100             IF WS-PART-DAYS < WS-AVO-MIN-DAYS
068200                 ADD 1 TO WS-START-MONTH
068300             END-IF
068400         END-IF
068500     END-IF.
068600     COMPUTE WS-AVOS = WS-COMP-MONTH - WS-START-MONTH + 1.
068700     IF WS-AVOS NOT > ZEROS
068800         GO TO 2200-EXIT
068900     END-IF.
069000
069100     COMPUTE WS-13-WORK ROUNDED = WS-BASE * WS-AVOS / 12
069200         - WS-13-FIRST-AMOUNT.
069300     IF WS-13-WORK > ZEROS
069400         MOVE WS-13-WORK TO WS-EMP-TARGET (4)
069500     END-IF.
069600
069700     2200-EXIT.
069800         EXIT.
069900
070000*--------------------------------------------------------------*
070100*  2300-TARGET-FERIAS                                          *
070200*  EVERY ACQUIRED PERIOD ON FERCTL IS PROVISIONED FOR ITS DAYS *
070300*  STILL DUE, THE PERIOD IN COURSE FOR THE AVOS ELAPSED OF ITS *
070400*  DAYS EARNED; ALWAYS PLUS THE TERCO CONSTITUCIONAL.          *
070500*--------------------------------------------------------------*
070600     2300-TARGET-FERIAS.
070700
070800     MOVE ZEROS     TO WS-FER-WORK.
070900     MOVE "N"       TO WS-SCAN-END-SWITCH.
071000     MOVE "N"       TO WS-PERIOD-FOUND-SWITCH.
071100     MOVE EMPMST-ID TO FER-EMPLOYEE-ID.
071200     MOVE ZEROS     TO FER-PERIOD-START.
071300     START FERIAS-CONTROL-FILE KEY NOT < FER-KEY
071400         INVALID KEY
071500             SET WS-SCAN-END TO TRUE
071600     END-START.
071700     PERFORM 2310-ADD-PERIOD THRU 2310-EXIT
071800         UNTIL WS-SCAN-END.
071900
072000     IF NOT WS-PERIOD-FOUND
072100         DISPLAY "Sem periodo aquisitivo no FERCTL: " EMPMST-ID
072200         ADD 1 TO WS-NO-PERIOD-COUNT
072300     END-IF.
072400     MOVE WS-FER-WORK TO WS-EMP-TARGET (1).
072500
072600     2300-EXIT.
072700         EXIT.
072800
072900*--------------------------------------------------------------*
073000*  2310-ADD-PERIOD                                             *
073100*  DIA DE FERIAS = REMUNERACAO / 30; COM O TERCO, X 4/3.       *
073200*--------------------------------------------------------------*
073300     2310-ADD-PERIOD.
073400
073500     READ FERIAS-CONTROL-FILE NEXT RECORD
073600         AT END
073700             SET WS-SCAN-END TO TRUE
073800             GO TO 2310-EXIT
073900     END-READ.
074000     IF FER-EMPLOYEE-ID NOT = EMPMST-ID
074100         OR FER-PERIOD-START > WS-REF-DATE
074200         SET WS-SCAN-END TO TRUE
074300         GO TO 2310-EXIT
074400     END-IF.
074500     SET WS-PERIOD-FOUND TO TRUE.
074600
074700     IF FER-PERIOD-END < WS-REF-DATE
074800         COMPUTE WS-FER-DAYS = FER-DAYS-EARNED - FER-DAYS-TAKEN
074900             - FER-ABONO-DAYS
075000         IF WS-FER-DAYS > ZEROS
075100             COMPUTE WS-PERIOD-AMOUNT ROUNDED =
075200                 WS-BASE * WS-FER-DAYS * 4 / 90
075300             ADD WS-PERIOD-AMOUNT TO WS-FER-WORK
075400         END-IF
075500         GO TO 2310-EXIT
075600     END-IF.
075700
075800*    PERIODO EM CURSO: UM AVO POR MES CHEIO DESDE O INICIO, MAIS
075900*    O MES DA COMPETENCIA QUANDO TIVER AO MENOS 15 DIAS DELE.
076000     MOVE FER-PERIOD-START TO WS-DATE-WORK.
076100     COMPUTE WS-AVOS = (WS-COMP-YEAR - WS-DATE-YEAR) * 12
076200         + WS-COMP-MONTH - WS-DATE-MONTH.
076300     MOVE WS-REF-DATE TO WS-DATE-WORK.
076400     MOVE WS-DATE-DAY TO WS-PART-DAYS.
076500     MOVE FER-PERIOD-START TO WS-DATE-WORK.
076600     COMPUTE WS-PART-DAYS = WS-PART-DAYS - WS-DATE-DAY + 1.
076700     IF WS-PART-DAYS NOT < WS-AVO-MIN-DAYS
076800         ADD 1 TO WS-AVOS
076900     END-IF.
077000     IF WS-AVOS > 12
077100         MOVE 12 TO WS-AVOS
077200     END-IF.
077300     IF WS-AVOS > ZEROS
077400         COMPUTE WS-PERIOD-AMOUNT ROUNDED =
077500             WS-BASE * FER-DAYS-EARNED * WS-AVOS * 4 / 1080
077600         ADD WS-PERIOD-AMOUNT TO WS-FER-WORK
077700     END-IF.
077800
077900     2310-EXIT.
078000         EXIT.
078100
078200*--------------------------------------------------------------*
078300*  2400-TARGET-CHARGES                                         *
078400*--------------------------------------------------------------*
078500     2400-TARGET-CHARGES.
078600
078700     MULTIPLY WS-EMP-TARGET (1) BY WS-CONST-FGTS-RATE
078800         GIVING WS-EMP-TARGET (2) ROUNDED.
078900     MULTIPLY WS-EMP-TARGET (1) BY WS-CONST-PATRONAL-RATE
079000         GIVING WS-EMP-TARGET (3) ROUNDED.
079100     MULTIPLY WS-EMP-TARGET (4) BY WS-CONST-FGTS-RATE
079200         GIVING WS-EMP-TARGET (5) ROUNDED.
079300     MULTIPLY WS-EMP-TARGET (4) BY WS-CONST-PATRONAL-RATE
079400         GIVING WS-EMP-TARGET (6) ROUNDED.
079500
079600     2400-EXIT.
079700         EXIT.
079800
079900*--------------------------------------------------------------*
080000*  2500-POST-ITEM                                              *
080100*  PROVISAO DO MES = NEW BALANCE - (OLD BALANCE - REVERSAL).   *
080200*  IT IS NEGATIVE WHEN THE BALANCE FALLS WITHOUT A PAYMENT     *
080300*  (FALTAS, LOWER REMUNERATION, DESLIGADO WITHOUT RESCISAO).   *
080400*--------------------------------------------------------------*
080500     2500-POST-ITEM.
080600
080700     COMPUTE WS-EMP-ACCRUAL (WS-ITEM) = WS-EMP-TARGET (WS-ITEM)
080800         - PRV-AMOUNT (WS-OPENING, WS-ITEM)
080900         + WS-EMP-REVERSAL (WS-ITEM).
081000     MOVE WS-EMP-TARGET (WS-ITEM)
081100         TO PRV-AMOUNT (WS-CLOSING, WS-ITEM).
081200
081300     ADD WS-EMP-ACCRUAL (WS-ITEM)
081400         TO WS-CC-ACCRUAL (WS-CC-FOUND-SUB, WS-ITEM).
081500     ADD WS-EMP-REVERSAL (WS-ITEM)
081600         TO WS-CC-REVERSAL (WS-CC-FOUND-SUB, WS-ITEM).
081700     ADD WS-EMP-ACCRUAL (WS-ITEM)  TO WS-TOTAL-ACCRUAL.
081800     ADD WS-EMP-REVERSAL (WS-ITEM) TO WS-TOTAL-REVERSAL.
081900     ADD PRV-AMOUNT (WS-OPENING, WS-ITEM) TO WS-EMP-OPENING.
082000     ADD WS-EMP-TARGET (WS-ITEM) TO WS-EMP-CLOSING.
082100
082200     2500-EXIT.
082300         EXIT.
082400
082500*--------------------------------------------------------------*
082600*  2600-PRINT-EMPLOYEE                                         *
082700*--------------------------------------------------------------*
082800     2600-PRINT-EMPLOYEE.
082900
083000     ADD WS-EMP-OPENING TO WS-TOTAL-OPENING.
083100     ADD WS-EMP-CLOSING TO WS-TOTAL-CLOSING.
083200     IF WS-EMP-OPENING = ZEROS
083300         AND WS-EMP-CLOSING = ZEROS
083400         GO TO 2600-EXIT
083500     END-IF.
083600
083700     ADD PRV-AMOUNT (WS-CLOSING, 2) PRV-AMOUNT (WS-CLOSING, 3)
083800         PRV-AMOUNT (WS-CLOSING, 5) PRV-AMOUNT (WS-CLOSING, 6)
083900         GIVING WS-EMP-CHARGES.
084000     MOVE EMPMST-ID                 TO PVD-EMPLOYEE-ID.
084100     MOVE EMPMST-NAME               TO PVD-NAME.
084200     MOVE EMPMST-COST-CENTER        TO PVD-COST-CENTER.
084300     MOVE PRV-AMOUNT (WS-CLOSING, 1) TO PVD-FERIAS.
084400     MOVE PRV-AMOUNT (WS-CLOSING, 4) TO PVD-13.
084500     MOVE WS-EMP-CHARGES            TO PVD-CHARGES.
084600     MOVE WS-EMP-CLOSING            TO PVD-TOTAL.
084700     COMPUTE PVD-CHANGE = WS-EMP-CLOSING - WS-EMP-OPENING.
084800     MOVE WS-PROV-DETAIL-LINE TO PROVISAO-LINE.
084900     WRITE PROVISAO-LINE.
085000     ADD 1 TO WS-EMPLOYEES-POSTED.
085100
085200     2600-EXIT.
085300         EXIT.
085400
085500*--------------------------------------------------------------*
085600*  2700-FIND-CC-ENTRY                                          *
085700*  LINEAR SEARCH FOR THE CENTRO DE CUSTO, CREATING ITS ENTRY   *
085800*  ON FIRST SIGHT.  WS-CC-FOUND-SUB RETURNS ZERO ONLY WHEN     *
085900*  THE TABLE IS FULL.                                          *
086000*--------------------------------------------------------------*
086100     2700-FIND-CC-ENTRY.
086200
086300     MOVE ZEROS TO WS-CC-FOUND-SUB.
086400     PERFORM 2750-CHECK-CC-ENTRY THRU 2750-EXIT
086500         VARYING WS-CC-SUB FROM 1 BY 1
086600         UNTIL WS-CC-SUB > WS-CC-USED
086700         OR WS-CC-FOUND-SUB > ZEROS.
086800
086900     IF WS-CC-FOUND-SUB = ZEROS
087000         AND WS-CC-USED < WS-MAX-CC-ENTRIES
087100         ADD 1 TO WS-CC-USED
087200         MOVE WS-SEARCH-CC TO WS-CC-CODE (WS-CC-USED)
087300         MOVE ZEROS TO WS-CC-COUNT (WS-CC-USED)
087400         MOVE ZEROS TO WS-CC-AMOUNTS (WS-CC-USED)
087500         MOVE WS-CC-USED TO WS-CC-FOUND-SUB
087600     END-IF.
087700
087800     2700-EXIT.
087900         EXIT.
088000
088100*--------------------------------------------------------------*
088200*  2750-CHECK-CC-ENTRY                                         *
088300*--------------------------------------------------------------*
088400     2750-CHECK-CC-ENTRY.
088500
088600     IF WS-CC-CODE (WS-CC-SUB) = WS-SEARCH-CC
088700         MOVE WS-CC-SUB TO WS-CC-FOUND-SUB
088800     END-IF.
088900
089000     2750-EXIT.
089100         EXIT.
089200
089300*--------------------------------------------------------------*
089400*  3000-WRITE-JOURNAL                                          *
089500*  EVERY ENTRY IS A DEBIT AND A CREDIT OF THE SAME AMOUNT ON   *
089600*  THE SAME CENTRO DE CUSTO, SO THE JOURNAL ALWAYS BALANCES.   *
089700*--------------------------------------------------------------*
089800     3000-WRITE-JOURNAL.
089900
090000     PERFORM 3100-WRITE-CC-ENTRIES THRU 3100-EXIT
090100         VARYING WS-CC-SUB FROM 1 BY 1
090200         UNTIL WS-CC-SUB > WS-CC-USED.
090300
090400     3000-EXIT.
090500         EXIT.
090600
090700*--------------------------------------------------------------*
090800*  3100-WRITE-CC-ENTRIES                                       *
090900*--------------------------------------------------------------*
091000     3100-WRITE-CC-ENTRIES.
091100
091200     MOVE ZEROS TO WS-CC-LINE-ACCRUAL.
091300     MOVE ZEROS TO WS-CC-LINE-REVERSAL.
091400     PERFORM 3200-WRITE-ITEM-ENTRIES THRU 3200-EXIT
091500         VARYING WS-ITEM FROM 1 BY 1
091600         UNTIL WS-ITEM > WS-ITEM-COUNT.
091700
091800     IF WS-CC-SUB = 1
091900         MOVE SPACES TO PROVISAO-LINE
092000         WRITE PROVISAO-LINE
092100     END-IF.
092200     MOVE WS-CC-CODE (WS-CC-SUB) TO PVC-COST-CENTER.
092300     MOVE WS-CC-LINE-ACCRUAL     TO PVC-ACCRUAL.
092400     MOVE WS-CC-LINE-REVERSAL    TO PVC-REVERSAL.
092500     MOVE WS-PROV-CC-LINE TO PROVISAO-LINE.
092600     WRITE PROVISAO-LINE.
092700
092800     3100-EXIT.
092900         EXIT.
093000
093100*--------------------------------------------------------------*
093200*  3200-WRITE-ITEM-ENTRIES                                     *
093300*  PROVISION: DEBIT THE EXPENSE, CREDIT THE PROVISION (THE     *
093400*  OTHER WAY ROUND WHEN THE MONTH'S CHANGE IS NEGATIVE).       *
093500*  REVERSAL: DEBIT THE PROVISION, CREDIT THE EXPENSE.          *
093600*--------------------------------------------------------------*
093700     3200-WRITE-ITEM-ENTRIES.
093800
093900     MOVE WS-CC-CODE (WS-CC-SUB)        TO CTB-COST-CENTER.
094000     MOVE WS-COMPONENT-NAME (WS-ITEM)   TO WS-CTB-DESC-NAME.
094100     ADD WS-CC-ACCRUAL (WS-CC-SUB, WS-ITEM)
094200         TO WS-CC-LINE-ACCRUAL.
094300     ADD WS-CC-REVERSAL (WS-CC-SUB, WS-ITEM)
094400         TO WS-CC-LINE-REVERSAL.
094500
094600     IF WS-CC-ACCRUAL (WS-CC-SUB, WS-ITEM) > ZEROS
094700         MOVE "PROVISAO " TO WS-CTB-DESC-PREFIX
094800         MOVE WS-CC-ACCRUAL (WS-CC-SUB, WS-ITEM)
094900             TO WS-ENTRY-AMOUNT
095000         MOVE WS-EXPENSE-ACCOUNT (WS-ITEM) TO WS-DEBIT-ACCOUNT
095100         MOVE WS-PROVISION-ACCOUNT (WS-ITEM) TO WS-CREDIT-ACCOUNT
095200         PERFORM 3300-WRITE-ENTRY THRU 3300-EXIT
095300     END-IF.
095400     IF WS-CC-ACCRUAL (WS-CC-SUB, WS-ITEM) < ZEROS
095500         MOVE "AJUSTE   " TO WS-CTB-DESC-PREFIX
095600         COMPUTE WS-ENTRY-AMOUNT =
095700             ZEROS - WS-CC-ACCRUAL (WS-CC-SUB, WS-ITEM)
095800         MOVE WS-PROVISION-ACCOUNT (WS-ITEM) TO WS-DEBIT-ACCOUNT
095900         MOVE WS-EXPENSE-ACCOUNT (WS-ITEM) TO WS-CREDIT-ACCOUNT
096000         PERFORM 3300-WRITE-ENTRY THRU 3300-EXIT
096100     END-IF.
096200     IF WS-CC-REVERSAL (WS-CC-SUB, WS-ITEM) > ZEROS
096300         MOVE "REVERSAO " TO WS-CTB-DESC-PREFIX
096400         MOVE WS-CC-REVERSAL (WS-CC-SUB, WS-ITEM)
096500             TO WS-ENTRY-AMOUNT
096600         MOVE WS-PROVISION-ACCOUNT (WS-ITEM) TO WS-DEBIT-ACCOUNT
096700         MOVE WS-EXPENSE-ACCOUNT (WS-ITEM) TO WS-CREDIT-ACCOUNT
096800         PERFORM 3300-WRITE-ENTRY THRU 3300-EXIT
096900     END-IF.
097000
097100     3200-EXIT.
097200         EXIT.
097300
097400*--------------------------------------------------------------*
097500*  3300-WRITE-ENTRY                                            *
097600*  WS-JOURNAL-NET FOLLOWS THE PROVISION ACCOUNTS (CREDITS LESS *
097700*  DEBITS), WHICH MUST EXPLAIN THE CHANGE OF THE BALANCES.     *
097800*--------------------------------------------------------------*
097900     3300-WRITE-ENTRY.
098000
098100     MOVE WS-CTB-DESCRIPTION TO CTB-DESCRIPTION.
098200     MOVE WS-ENTRY-AMOUNT    TO CTB-AMOUNT.
098300
098400     MOVE WS-DEBIT-ACCOUNT   TO CTB-ACCOUNT.
098500     MOVE "D" TO CTB-DC.
098600     PERFORM 3500-WRITE-JOURNAL-RECORD THRU 3500-EXIT.
098700     IF WS-DEBIT-ACCOUNT = WS-PROVISION-ACCOUNT (WS-ITEM)
098800         SUBTRACT WS-ENTRY-AMOUNT FROM WS-JOURNAL-NET
098900     END-IF.
099000
099100     MOVE WS-CREDIT-ACCOUNT  TO CTB-ACCOUNT.
099200     MOVE "C" TO CTB-DC.
099300     PERFORM 3500-WRITE-JOURNAL-RECORD THRU 3500-EXIT.
099400     IF WS-CREDIT-ACCOUNT = WS-PROVISION-ACCOUNT (WS-ITEM)
099500         ADD WS-ENTRY-AMOUNT TO WS-JOURNAL-NET
099600     END-IF.
099700
099800     3300-EXIT.
099900         EXIT.
100000
100100*--------------------------------------------------------------*
100200*  3500-WRITE-JOURNAL-RECORD                                   *
100300*--------------------------------------------------------------*
100400     3500-WRITE-JOURNAL-RECORD.
100500
100600     MOVE WS-COMP-YEAR  TO CTB-COMP-YEAR.
100700     MOVE WS-COMP-MONTH TO CTB-COMP-MONTH.
100800     WRITE CONTABIL-RECORD.
100900     ADD 1 TO WS-RECORDS-POSTED.
101000     IF CTB-DEBIT
101100         ADD CTB-AMOUNT TO WS-DEBIT-TOTAL
101200     ELSE
101300         ADD CTB-AMOUNT TO WS-CREDIT-TOTAL
101400     END-IF.
101500
101600     3500-EXIT.
101700         EXIT.
101800
101900*--------------------------------------------------------------*
102000*  4000-TIE-BALANCES                                           *
102100*  SALDO ANTERIOR + NET OF THE PROVISION ACCOUNTS IN THE       *
102200*  JOURNAL MUST GIVE THE SALDO ATUAL OF THE EMPLOYEES LISTED.  *
102300*--------------------------------------------------------------*
102400     4000-TIE-BALANCES.
102500
102600     MOVE SPACES TO PROVISAO-LINE.
102700     WRITE PROVISAO-LINE.
102800     MOVE "SALDO ANTERIOR DAS PROVISOES...........:" TO PVT-LABEL.
102900     MOVE WS-TOTAL-OPENING TO PVT-AMOUNT.
103000     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
103100     MOVE "PROVISAO DO MES........................:" TO PVT-LABEL.
103200     MOVE WS-TOTAL-ACCRUAL TO PVT-AMOUNT.
103300     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
103400     MOVE "REVERSOES POR PAGAMENTO................:" TO PVT-LABEL.
103500     MOVE WS-TOTAL-REVERSAL TO PVT-AMOUNT.
103600     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
103700     MOVE "SALDO ATUAL DAS PROVISOES..............:" TO PVT-LABEL.
103800     MOVE WS-TOTAL-CLOSING TO PVT-AMOUNT.
103900     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
104000     MOVE "MOVIMENTO LIQUIDO DAS CONTAS NO DIARIO.:" TO PVT-LABEL.
104100     MOVE WS-JOURNAL-NET TO PVT-AMOUNT.
104200     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
104300     MOVE "TOTAL DE DEBITOS.......................:" TO PVT-LABEL.
104400     MOVE WS-DEBIT-TOTAL TO PVT-AMOUNT.
104500     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
104600     MOVE "TOTAL DE CREDITOS......................:" TO PVT-LABEL.
104700     MOVE WS-CREDIT-TOTAL TO PVT-AMOUNT.
104800     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
104900
105000     COMPUTE WS-TIE-CHECK = WS-TOTAL-OPENING + WS-JOURNAL-NET
105100         - WS-TOTAL-CLOSING.
105200     IF WS-TIE-CHECK = ZEROS
105300         AND WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
105400         MOVE "CONFERE"     TO PVS-SITUATION
105500     ELSE
105600         MOVE "NAO CONFERE" TO PVS-SITUATION
105700         DISPLAY "ATENCAO: saldos das provisoes nao conferem "
105800             "com o diario"
105900     END-IF.
106000     MOVE WS-PROV-STATUS-LINE TO PROVISAO-LINE.
106100     WRITE PROVISAO-LINE.
106200
106300     4000-EXIT.
106400         EXIT.
106500
106600*--------------------------------------------------------------*
106700*  4500-WRITE-TOTAL-LINE                                       *
106800*--------------------------------------------------------------*
106900     4500-WRITE-TOTAL-LINE.
107000
107100     MOVE WS-PROV-TOTAL-LINE TO PROVISAO-LINE.
107200     WRITE PROVISAO-LINE.
107300
107400     4500-EXIT.
107500         EXIT.
107600
107700*--------------------------------------------------------------*
107800*  8300-MONTH-LENGTH                                           *
107900*  DAYS IN THE MONTH OF WS-DATE-WORK, FEBRUARY 29 IN A LEAP    *
108000*  YEAR.                                                       *
108100*--------------------------------------------------------------*
108200     8300-MONTH-LENGTH.
108300
108400     MOVE WS-MONTH-DAYS (WS-DATE-MONTH) TO WS-MONTH-LENGTH.
108500     IF WS-DATE-MONTH NOT = 2
108600         GO TO 8300-EXIT
108700     END-IF.
108800     DIVIDE WS-DATE-YEAR BY 4 GIVING WS-YEAR-QUOTIENT
108900         REMAINDER WS-LEAP-REMAINDER-4.
109000     DIVIDE WS-DATE-YEAR BY 100 GIVING WS-YEAR-QUOTIENT
109100         REMAINDER WS-LEAP-REMAINDER-100.
109200     DIVIDE WS-DATE-YEAR BY 400 GIVING WS-YEAR-QUOTIENT
109300         REMAINDER WS-LEAP-REMAINDER-400.
109400     IF WS-LEAP-REMAINDER-4 = ZEROS
109500         AND (WS-LEAP-REMAINDER-100 NOT = ZEROS
109600             OR WS-LEAP-REMAINDER-400 = ZEROS)
109700         MOVE 29 TO WS-MONTH-LENGTH
109800     END-IF.
109900
110000     8300-EXIT.
110100         EXIT.
110200
110300*--------------------------------------------------------------*
110400*  9000-TERMINATE                                              *
110500*  THE CONTROL RECORD IS WRITTEN ONLY AT NORMAL END, SO AN     *
110600*  INTERRUPTED RUN CAN BE SUBMITTED AGAIN FOR THE SAME         *
110700*  COMPETENCIA.                                                *
110800*--------------------------------------------------------------*
110900     9000-TERMINATE.
111000
111100     MOVE ZEROS          TO PROVMST-RECORD.
111200     MOVE WS-COMPETENCIA TO PRV-LAST-PERIOD.
111300     IF WS-CONTROL-EXISTS
111400         REWRITE PROVMST-RECORD
111500     ELSE
111600         WRITE PROVMST-RECORD
111700     END-IF.
111800
111900     CLOSE EMPLOYEE-MASTER.
112000     CLOSE PAYROLL-HISTORY.
112100     CLOSE FERIAS-CONTROL-FILE.
112200     CLOSE PROVISAO-FILE.
112300     CLOSE CONTABIL-FILE.
112400     CLOSE PROVISAO-REPORT.
112500
112600     DISPLAY "Funcionarios com provisao: " WS-EMPLOYEES-POSTED.
112700     DISPLAY "Lancamentos gerados: " WS-RECORDS-POSTED.
112800     IF WS-NO-BASE-COUNT > ZEROS
112900         DISPLAY "Sem remuneracao no historico: " WS-NO-BASE-COUNT
113000     END-IF.
113100     IF WS-NO-PERIOD-COUNT > ZEROS
113200         DISPLAY "Sem periodo aquisitivo: " WS-NO-PERIOD-COUNT
113300     END-IF.
113400
113500     9000-EXIT.
113600         EXIT.
