000100*--------------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DISSIDIO.
000400 AUTHOR. RODRIGO REBELO DA COSTA.
000500 INSTALLATION. HOME.
000600 DATE-WRITTEN. 15/10/2026.
000700 DATE-COMPILED. 15/10/2026.
000800 SECURITY. CALCULANDO IRRF.
000900*--------------------------------------------------------------*
001000*  MODIFICATION HISTORY                                        *
001100*  15/10/2026  RRC  NEW PROGRAM.  APPLIES A DISSIDIO COLETIVO: *
001200*                   TAKES THE PERCENTAGE AND THE RETROACTIVE   *
001300*                   START COMPETENCIA (DATA-BASE), RECOMPUTES  *
001400*                   EVERY CLOSED MONTHLY FOLHA ON PAYHIST FROM *
001500*                   THEN ON AT THE INCREASED HOUR VALUE, WRITES*
001600*                   THE DIFFERENCES TO DISSDIF FOR THE BATCH   *
001700*                   DRIVER TO PAY IN THE OPEN FOLHA (CODE 203),*
001800*                   RAISES THE CONTRACTUAL HOUR VALUE ON EMPMST*
001900*                   WITH ITS SALHIST ENTRY AND PRINTS THE      *
002000*                   DEMONSTRATIVO OF THE DIFFERENCES PER MONTH *
002100*                   PER EMPLOYEE.                              *
002110*  15/10/2026  RRC  RESTART SAFE: AN EMPLOYEE WHOSE SALHIST    *
002120*                   ALREADY HOLDS THIS DISSIDIO (OR WHOSE      *
002130*                   HOUR VALUE ALREADY CHANGED AT THE          *
002140*                   DATA-BASE) IS NOT RAISED A SECOND TIME.    *
002150*  15/10/2026  RRC  A RUN IN A LATER COMPETENCIA DOES NOT      *
002160*                   PAY AGAIN: AN EMPLOYEE WITH THE SALHIST    *
002170*                   DISSIDIO IS NOT RECOMPUTED, AND A MONTH    *
002180*                   ALREADY ON DISSDIF OR PAID AT THE NEW HOUR *
002190*                   VALUE IS SKIPPED.                          *
002200*--------------------------------------------------------------*
002300
002400 ENVIRONMENT DIVISION.
002500     CONFIGURATION SECTION.
002600     SOURCE-COMPUTER. NOTE.
002700     OBJECT-COMPUTER. NOTE.
002800     SPECIAL-NAMES.
002900      DECIMAL-POINT IS COMMA.
003000
003100     INPUT-OUTPUT SECTION.
003200     FILE-CONTROL.
003300         SELECT DISSIDIO-FILE ASSIGN TO "DISSDIF"
003400             ORGANIZATION IS INDEXED
003500             ACCESS MODE IS DYNAMIC
003600             RECORD KEY IS DD-KEY
003700             FILE STATUS IS WS-DISS-STATUS.
003800         SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMST"
003900             ORGANIZATION IS INDEXED
004000             ACCESS MODE IS DYNAMIC
004100             RECORD KEY IS EMPMST-ID
004200             FILE STATUS IS WS-MASTER-STATUS.
004300         SELECT PAYROLL-HISTORY ASSIGN TO "PAYHIST"
004400             ORGANIZATION IS INDEXED
004500             ACCESS MODE IS DYNAMIC
004600             RECORD KEY IS HIST-KEY
004700             FILE STATUS IS WS-HIST-STATUS.
004800         SELECT SALARY-HISTORY ASSIGN TO "SALHIST"
004900             ORGANIZATION IS INDEXED
005000             ACCESS MODE IS RANDOM
005100             RECORD KEY IS SH-KEY
005200             FILE STATUS IS WS-SH-STATUS.
005300         SELECT COMPETENCIA-FILE ASSIGN TO "COMPCTL"
005400             ORGANIZATION IS INDEXED
005500             ACCESS MODE IS DYNAMIC
005600             RECORD KEY IS COMP-PERIOD
005700             FILE STATUS IS WS-COMP-STATUS.
005800         SELECT DISSIDIO-REPORT ASSIGN TO "DEMONST-DISS"
005900             ORGANIZATION IS LINE SEQUENTIAL.
006000
006100*--------------------------------------------------------------*
006200
006300 DATA DIVISION.
006400     FILE SECTION.
006500 FD  DISSIDIO-FILE.
006600     COPY DISSDIF.
006700
006800 FD  EMPLOYEE-MASTER.
006900     COPY EMPMST.
007000
007100 FD  PAYROLL-HISTORY.
007200     COPY PAYHIST.
007300
007400 FD  SALARY-HISTORY.
007500     COPY SALHIST.
007600
007700 FD  COMPETENCIA-FILE.
007800     COPY COMPCTL.
007900
008000 FD  DISSIDIO-REPORT
008100     RECORD CONTAINS 80 CHARACTERS.
008200     COPY DISLINE.
008300
008400     WORKING-STORAGE SECTION.
008500
008600 77  WS-DISS-STATUS              PIC X(02)      VALUE SPACES.
008700     88  WS-DISS-FILE-FOUND                     VALUE "00".
008800     88  WS-DISS-NOT-FOUND                      VALUE "35".
008900 77  WS-MASTER-STATUS            PIC X(02)      VALUE SPACES.
009000     88  WS-MASTER-FOUND                        VALUE "00".
009100     88  WS-MASTER-EOF                          VALUE "10".
009200 77  WS-HIST-STATUS              PIC X(02)      VALUE SPACES.
009300     88  WS-HIST-FILE-FOUND                     VALUE "00".
009400     88  WS-HIST-EOF                            VALUE "10".
009500 77  WS-SH-STATUS                PIC X(02)      VALUE SPACES.
009600     88  WS-SH-NOT-FOUND                        VALUE "35".
009700 77  WS-COMP-STATUS              PIC X(02)      VALUE SPACES.
009800     88  WS-COMP-FILE-FOUND                     VALUE "00".
009900     88  WS-COMP-EOF                            VALUE "10".
010000 77  WS-OPEN-FOUND-SWITCH        PIC X(01)      VALUE "N".
010100     88  WS-OPEN-COMP-FOUND                     VALUE "Y".
010200 77  WS-HIST-DONE-SWITCH         PIC X(01)      VALUE "N".
010300     88  WS-HIST-DONE                           VALUE "Y".
010310 77  WS-DISS-SCAN-END-SWITCH     PIC X(01)      VALUE "N".
010320     88  WS-DISS-SCAN-END                       VALUE "Y".
010330 77  WS-REF-DONE-SWITCH          PIC X(01)      VALUE "N".
010340     88  WS-REF-ALREADY-DONE                    VALUE "Y".
010400 77  WS-OPERATOR-ID              PIC X(08)      VALUE SPACES.
010500
010600*    MESMOS ADICIONAIS DE HORA EXTRA DO CALCSAL - O BRUTO DE CADA
010700*    MES E REFEITO PELA MESMA CONTA, SO TROCANDO O VALOR HORA.
010800 77  WS-DIS-RATE-50              PIC 9V9(2)     VALUE 1,50.
010900 77  WS-DIS-RATE-100             PIC 9V9(2)     VALUE 2,00.
011000 77  WS-DIS-PERCENT              PIC 9(2)V9(2)  VALUE ZEROS.
011100 77  WS-DIS-HOUR-VALUE           PIC 9(5)V9(2)  VALUE ZEROS.
011200 77  WS-DIS-NEW-HOUR-VALUE       PIC 9(5)V9(2)  VALUE ZEROS.
011300 77  WS-DIS-INCREASE             PIC 9(5)V9(2)  VALUE ZEROS.
011400 77  WS-DIS-WORK                 PIC 9(7)V9(4)  VALUE ZEROS.
011500 77  WS-DIS-REGULAR-PAY          PIC 9(5)V9(2)  VALUE ZEROS.
011600 77  WS-DIS-OVERTIME-50-PAY      PIC 9(5)V9(2)  VALUE ZEROS.
011700 77  WS-DIS-OVERTIME-100-PAY     PIC 9(5)V9(2)  VALUE ZEROS.
011800 77  WS-DIS-GROSS                PIC 9(5)V9(2)  VALUE ZEROS.
011900 77  WS-DIS-OLD-GROSS            PIC 9(5)V9(2)  VALUE ZEROS.
012000 77  WS-DIS-NEW-GROSS            PIC 9(5)V9(2)  VALUE ZEROS.
012100 77  WS-DIS-DIFFERENCE           PIC 9(5)V9(2)  VALUE ZEROS.
012200 77  WS-DIS-EMPLOYEE-TOTAL       PIC 9(7)V9(2)  VALUE ZEROS.
012300 77  WS-DIS-MONTHS               PIC 9(3)  COMP VALUE ZEROS.
012310*    VALOR HORA CONTRATUAL APOS O DISSIDIO: MES PAGO POR ELE OU
012320*    ACIMA JA ESTA REAJUSTADO.
012330 77  WS-DIS-CONTRACT-VALUE       PIC 9(5)V9(2)  VALUE ZEROS.
012400
012500 77  WS-EMPLOYEES-RAISED         PIC 9(5)  COMP VALUE ZEROS.
012600 77  WS-EMPLOYEES-WITH-DIFF      PIC 9(5)  COMP VALUE ZEROS.
012700 77  WS-SKIPPED-TERMINATED       PIC 9(5)  COMP VALUE ZEROS.
012800 77  WS-SKIPPED-NO-HOUR-VALUE    PIC 9(5)  COMP VALUE ZEROS.
012900 77  WS-DIS-TOTAL                PIC 9(9)V9(2)  VALUE ZEROS.
013000
013100 01  WS-CURRENT-DATE             PIC 9(8)       VALUE ZEROS.
013200
013300 01  WS-COMPETENCIA.
013400     05  WS-COMP-YEAR             PIC 9(4)      VALUE ZEROS.
013500     05  WS-COMP-MONTH            PIC 9(2)      VALUE ZEROS.
013600
013700*    COMPETENCIA DA DATA-BASE: PRIMEIRO MES COM O REAJUSTE.
013800 01  WS-START-PERIOD.
013900     05  WS-START-YEAR            PIC 9(4)      VALUE ZEROS.
014000     05  WS-START-MONTH           PIC 9(2)      VALUE ZEROS.
014100
014200 01  WS-START-DATE.
014300     05  WS-START-DATE-PERIOD     PIC 9(6)      VALUE ZEROS.
014400     05  WS-START-DATE-DAY        PIC 9(2)      VALUE 01.
014500
014600 01  WS-DISSIDIO-HEADER-LINE-1.
014700     05  FILLER                   PIC X(40)
014800         VALUE "EMPRESA EXEMPLO LTDA".
014900     05  FILLER                   PIC X(40)
015000         VALUE "DEMONSTRATIVO DE DIFERENCAS - DISSIDIO".
015100
015200 01  WS-DISSIDIO-HEADER-LINE-2.
015300     05  FILLER                   PIC X(22)
015400         VALUE "Periodo de referencia:".
015500     05  DSH-PERIOD-MONTH         PIC 99.
015600     05  FILLER                   PIC X(01) VALUE "/".
015700     05  DSH-PERIOD-YEAR          PIC 9999.
015800     05  FILLER                   PIC X(12) VALUE "  Reajuste: ".
015900     05  DSH-PERCENT              PIC Z9,99.
016000     05  FILLER                   PIC X(17)
016100         VALUE "%  desde a comp. ".
016200     05  DSH-START-MONTH          PIC 99.
016300     05  FILLER                   PIC X(01) VALUE "/".
016400     05  DSH-START-YEAR           PIC 9999.
016500     05  FILLER                   PIC X(10) VALUE SPACES.
016600
016700 01  WS-DISSIDIO-EMPLOYEE-LINE.
016800     05  FILLER                   PIC X(13) VALUE "Funcionario: ".
016900     05  DSE-EMPLOYEE-ID          PIC 9(5).
017000     05  FILLER                   PIC X(01) VALUE SPACES.
017100     05  DSE-NAME                 PIC X(20).
017200     05  FILLER                   PIC X(01) VALUE SPACES.
017300     05  DSE-LAST-NAME            PIC X(20).
017400     05  FILLER                   PIC X(20) VALUE SPACES.
017500
017600 01  WS-DISSIDIO-COLUMN-LINE.
017700     05  FILLER                   PIC X(40)
017800         VALUE "  Mes/Ano  Hora ant.  Hora nova  Brut.an".
017900     05  FILLER                   PIC X(40)
018000         VALUE "t.  Brut.novo  Diferenca".
018100
018200 01  WS-DISSIDIO-DETAIL-LINE.
018300     05  FILLER                   PIC X(02) VALUE SPACES.
018400     05  DSD-REF-MONTH            PIC 99.
018500     05  FILLER                   PIC X(01) VALUE "/".
018600     05  DSD-REF-YEAR             PIC 9999.
018700     05  FILLER                   PIC X(02) VALUE SPACES.
018800     05  DSD-OLD-HOUR-VALUE       PIC ZZ.ZZ9,99.
018900     05  FILLER                   PIC X(02) VALUE SPACES.
019000     05  DSD-NEW-HOUR-VALUE       PIC ZZ.ZZ9,99.
019100     05  FILLER                   PIC X(02) VALUE SPACES.
019200     05  DSD-OLD-GROSS            PIC ZZ.ZZ9,99.
019300     05  FILLER                   PIC X(02) VALUE SPACES.
019400     05  DSD-NEW-GROSS            PIC ZZ.ZZ9,99.
019500     05  FILLER                   PIC X(02) VALUE SPACES.
019600     05  DSD-DIFFERENCE           PIC ZZ.ZZ9,99.
019700     05  FILLER                   PIC X(16) VALUE SPACES.
019800
019900 01  WS-DISSIDIO-EMP-TOTAL-LINE.
020000     05  FILLER                   PIC X(52)
020100         VALUE "  Total de diferencas a pagar na competencia".
020200     05  DST-EMPLOYEE-TOTAL       PIC Z.ZZZ.ZZ9,99.
020300     05  FILLER                   PIC X(16) VALUE SPACES.
020400
020500 01  WS-DISSIDIO-NEW-VALUE-LINE.
020600     05  FILLER                   PIC X(52)
020700         VALUE "  Novo valor hora contratual".
020800     05  DSN-NEW-HOUR-VALUE       PIC ZZ.ZZ9,99.
020900     05  FILLER                   PIC X(19) VALUE SPACES.
021000
021100 01  WS-DISSIDIO-TOTAL-LINE.
021200     05  FILLER                   PIC X(25)
021300         VALUE "Funcionarios reajustados:".
021400     05  DSG-EMPLOYEES            PIC ZZZZ9.
021500     05  FILLER                   PIC X(22)
021600         VALUE "  Total de diferencas:".
021700     05  DSG-TOTAL                PIC ZZZ.ZZZ.ZZ9,99.
021800     05  FILLER                   PIC X(14) VALUE SPACES.
021900
022000 PROCEDURE DIVISION.
022100     0000-MAINLINE.
022200
022300     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
022400     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
022500         UNTIL WS-MASTER-EOF.
022600     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
022700
022800     STOP RUN.
022900
023000*--------------------------------------------------------------*
023100*  1000-INITIALIZE                                             *
023200*  THE DIFFERENCES ARE PAID IN THE COMPETENCIA OPEN ON COMPCTL.*
023300*  THE DATA-BASE MAY NOT BE LATER THAN IT, AND A SECOND        *
023400*  DISSIDIO FOR THE SAME OPEN COMPETENCIA IS REFUSED.          *
023500*--------------------------------------------------------------*
023600     1000-INITIALIZE.
023700
023800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
023900
024000     OPEN INPUT COMPETENCIA-FILE.
024100     IF WS-COMP-FILE-FOUND
024200         PERFORM 1200-FIND-OPEN-COMPETENCIA THRU 1200-EXIT
024300         CLOSE COMPETENCIA-FILE
024400     END-IF.
024500     IF NOT WS-OPEN-COMP-FOUND
024600         DISPLAY "Nenhuma competencia aberta no COMPCTL"
024700         STOP RUN
024800     END-IF.
024900     DISPLAY "Competencia aberta: " WS-COMP-MONTH "/"
025000         WS-COMP-YEAR.
025100
025200     DISPLAY "Identificacao do operador: "
025300     ACCEPT WS-OPERATOR-ID.
025400     IF WS-OPERATOR-ID = SPACES
025500         DISPLAY "Operador obrigatorio - encerrando"
025600         STOP RUN
025700     END-IF.
025800     DISPLAY "Percentual do dissidio (99,99): "
025900     ACCEPT WS-DIS-PERCENT.
026000     IF WS-DIS-PERCENT = ZEROS
026100         DISPLAY "Percentual invalido - encerrando"
026200         STOP RUN
026300     END-IF.
026400     DISPLAY "Mes da data-base (MM): "
026500     ACCEPT WS-START-MONTH.
026600     DISPLAY "Ano da data-base (AAAA): "
026700     ACCEPT WS-START-YEAR.
026800     IF WS-START-MONTH < 01 OR WS-START-MONTH > 12
026900         OR WS-START-YEAR < 1900
027000         DISPLAY "Data-base invalida: " WS-START-MONTH "/"
027100             WS-START-YEAR
027200         STOP RUN
027300     END-IF.
027400     IF WS-START-PERIOD > WS-COMPETENCIA
027500         DISPLAY "Data-base posterior a competencia aberta: "
027600             WS-START-MONTH "/" WS-START-YEAR
027700         STOP RUN
027800     END-IF.
027900     MOVE WS-START-PERIOD TO WS-START-DATE-PERIOD.
028000
028100     OPEN I-O DISSIDIO-FILE.
028200     IF WS-DISS-NOT-FOUND
028300         OPEN OUTPUT DISSIDIO-FILE
028400         CLOSE DISSIDIO-FILE
028500         OPEN I-O DISSIDIO-FILE
028600     END-IF.
028700     MOVE ZEROS          TO DD-EMPLOYEE-ID.
028800     MOVE WS-COMPETENCIA TO DD-PAY-PERIOD.
028900     MOVE ZEROS          TO DD-REF-PERIOD.
029000     READ DISSIDIO-FILE
029100         INVALID KEY
029200             GO TO 1000-OPEN-MASTERS
029300     END-READ.
029400     DISPLAY "Dissidio ja processado na competencia "
029500         WS-COMP-MONTH "/" WS-COMP-YEAR " em " DD-RUN-DATE
029600         " - execucao recusada".
029700     CLOSE DISSIDIO-FILE.
029800     STOP RUN.
029900
030000     1000-OPEN-MASTERS.
030100     OPEN I-O EMPLOYEE-MASTER.
030200     IF NOT WS-MASTER-FOUND
030300         DISPLAY "Cadastro de funcionarios ausente"
030400         CLOSE DISSIDIO-FILE
030500         STOP RUN
030600     END-IF.
030700     OPEN INPUT PAYROLL-HISTORY.
030800     IF NOT WS-HIST-FILE-FOUND
030900         DISPLAY "Historico de pagamentos ausente"
031000         CLOSE DISSIDIO-FILE
031100         CLOSE EMPLOYEE-MASTER
031200         STOP RUN
031300     END-IF.
031400     OPEN I-O SALARY-HISTORY.
031500     IF WS-SH-NOT-FOUND
031600         OPEN OUTPUT SALARY-HISTORY
031700         CLOSE SALARY-HISTORY
031800         OPEN I-O SALARY-HISTORY
031900     END-IF.
032000
032100     OPEN OUTPUT DISSIDIO-REPORT.
032200     MOVE WS-DISSIDIO-HEADER-LINE-1 TO DISSIDIO-LINE.
032300     WRITE DISSIDIO-LINE.
032400     MOVE WS-COMP-MONTH  TO DSH-PERIOD-MONTH.
032500     MOVE WS-COMP-YEAR   TO DSH-PERIOD-YEAR.
032600     MOVE WS-DIS-PERCENT TO DSH-PERCENT.
032700     MOVE WS-START-MONTH TO DSH-START-MONTH.
032800     MOVE WS-START-YEAR  TO DSH-START-YEAR.
032900     MOVE WS-DISSIDIO-HEADER-LINE-2 TO DISSIDIO-LINE.
033000     WRITE DISSIDIO-LINE.
033100     MOVE SPACES TO DISSIDIO-LINE.
033200     WRITE DISSIDIO-LINE.
033300
033400     MOVE ZEROS TO EMPMST-ID.
033500     START EMPLOYEE-MASTER KEY NOT < EMPMST-ID
033600         INVALID KEY
033700             SET WS-MASTER-EOF TO TRUE
033800     END-START.
033900
034000     1000-EXIT.
034100         EXIT.
034200
034300*--------------------------------------------------------------*
034400*  1200-FIND-OPEN-COMPETENCIA                                  *
034500*  SCANS COMPCTL FOR THE COMPETENCIA STILL OPEN AND SAVES IT   *
034600*  IN WS-COMPETENCIA.                                          *
034700*--------------------------------------------------------------*
034800     1200-FIND-OPEN-COMPETENCIA.
034900
035000     MOVE "N"   TO WS-OPEN-FOUND-SWITCH.
035100     MOVE ZEROS TO COMP-PERIOD.
035200     START COMPETENCIA-FILE KEY NOT < COMP-PERIOD
035300         INVALID KEY
035400             GO TO 1200-EXIT
035500     END-START.
035600
035700     PERFORM 1250-SCAN-COMPETENCIA THRU 1250-EXIT
035800         UNTIL WS-COMP-EOF OR WS-OPEN-COMP-FOUND.
035900
036000     1200-EXIT.
036100         EXIT.
036200
036300*--------------------------------------------------------------*
036400*  1250-SCAN-COMPETENCIA                                       *
036500*--------------------------------------------------------------*
036600     1250-SCAN-COMPETENCIA.
036700
036800     READ COMPETENCIA-FILE NEXT RECORD
036900         AT END GO TO 1250-EXIT
037000     END-READ.
037100
037200     IF COMP-IS-OPEN
037300         SET WS-OPEN-COMP-FOUND TO TRUE
037400         MOVE COMP-YEAR  TO WS-COMP-YEAR
037500         MOVE COMP-MONTH TO WS-COMP-MONTH
037600     END-IF.
037700
037800     1250-EXIT.
037900         EXIT.
038000
038100*--------------------------------------------------------------*
038200*  2000-PROCESS-EMPLOYEE                                       *
038300*  ONE EMPMST RECORD.  A DESLIGADO IS LEFT OUT (THE            *
038400*  EMPLOYEE'S RESCISAO IS ALREADY SETTLED) AND SO IS AN        *
038500*  EMPLOYEE WITHOUT A CONTRACTUAL HOUR VALUE ON THE CADASTRO,  *
038600*  LISTED SO IT IS KEYED FIRST.  EVERY CLOSED MONTHLY FOLHA    *
038700*  FROM THE DATA-BASE ON IS                                    *
038800*  RECOMPUTED AND THE CONTRACTUAL HOUR VALUE IS RAISED - ONCE: *
038810*  A RERUN AFTER AN INTERRUPTION FINDS THE SALHIST DISSIDIO    *
038820*  RECORD OF THE DATA-BASE AND ONLY COMPLETES WHAT IS MISSING. *
038830*  A MONTH PAID AT THE NEW HOUR VALUE OR ABOVE, OR ALREADY ON  *
038840*  DISSDIF UNDER ANOTHER COMPETENCIA, IS NOT RECOMPUTED, SO A  *
038850*  RUN IN A LATER COMPETENCIA DOES NOT PAY IT TWICE.           *
038900*--------------------------------------------------------------*
039000     2000-PROCESS-EMPLOYEE.
039100
039200     READ EMPLOYEE-MASTER NEXT RECORD
039300         AT END GO TO 2000-EXIT
039400     END-READ.
039500
039600     IF EMPMST-TERMINATED
039700         ADD 1 TO WS-SKIPPED-TERMINATED
039800         GO TO 2000-EXIT
039900     END-IF.
040000     IF EMPMST-HOUR-VALUE = ZEROS
040100         DISPLAY "Sem valor hora contratual no cadastro - "
040200             "dissidio nao aplicado: " EMPMST-ID
040300         ADD 1 TO WS-SKIPPED-NO-HOUR-VALUE
040400         GO TO 2000-EXIT
040500     END-IF.
040600
040700     MOVE EMPMST-ID        TO DSE-EMPLOYEE-ID.
040800     MOVE EMPMST-NAME      TO DSE-NAME.
040900     MOVE EMPMST-LAST-NAME TO DSE-LAST-NAME.
041000     MOVE WS-DISSIDIO-EMPLOYEE-LINE TO DISSIDIO-LINE.
041100     WRITE DISSIDIO-LINE.
041200     MOVE WS-DISSIDIO-COLUMN-LINE TO DISSIDIO-LINE.
041300     WRITE DISSIDIO-LINE.
041400
041500     MOVE ZEROS TO WS-DIS-EMPLOYEE-TOTAL.
041600     MOVE ZEROS TO WS-DIS-MONTHS.
041601
041602*    DISSIDIO JA APLICADO AO FUNCIONARIO (REINICIO OU NOVA
041603*    EXECUCAO): OS MESES NAO SAO RECALCULADOS.
041605     MOVE EMPMST-ID     TO SH-EMPLOYEE-ID.
041610     MOVE WS-START-DATE TO SH-EFFECTIVE-DATE.
041615     READ SALARY-HISTORY
041620         INVALID KEY
041625             GO TO 2000-SET-CONTRACT-VALUE
041630     END-READ.
041635     IF SH-DISSIDIO
041640         PERFORM 2050-LIST-DIFFERENCES THRU 2050-EXIT
041645         GO TO 2000-RAISE-CONTRACT
041650     END-IF.
041655
041660     2000-SET-CONTRACT-VALUE.
041665     MOVE EMPMST-HOUR-VALUE TO WS-DIS-CONTRACT-VALUE.
041670     IF EMPMST-HOUR-VALUE-DATE NOT = WS-START-DATE
041675         MOVE EMPMST-HOUR-VALUE     TO WS-DIS-HOUR-VALUE
041680         PERFORM 2300-APPLY-PERCENT THRU 2300-EXIT
041685         MOVE WS-DIS-NEW-HOUR-VALUE TO WS-DIS-CONTRACT-VALUE
041690     END-IF.
041695
041700     MOVE EMPMST-ID      TO HIST-EMPLOYEE-ID.
041800     MOVE WS-START-YEAR  TO HIST-YEAR.
041900     MOVE WS-START-MONTH TO HIST-MONTH.
042000     START PAYROLL-HISTORY KEY NOT < HIST-KEY
042100         INVALID KEY
042200             GO TO 2000-RAISE-CONTRACT
042300     END-START.
042400     MOVE "N" TO WS-HIST-DONE-SWITCH.
042500     PERFORM 2100-RECOMPUTE-MONTH THRU 2100-EXIT
042600         UNTIL WS-HIST-DONE.
042700
042800     2000-RAISE-CONTRACT.
042801*    REINICIO: O SALHIST DESTE DISSIDIO JA EXISTE - O REAJUSTE
042802*    FOI APLICADO; SO FALTA O EMPMST SE A QUEDA FOI ENTRE OS
042803*    DOIS.  VALOR HORA ALTERADO NA DATA-BASE PELO CADASTRO NAO
042804*    E REAJUSTADO DE NOVO - FICA PARA CONFERENCIA.
042805     MOVE EMPMST-ID     TO SH-EMPLOYEE-ID.
042806     MOVE WS-START-DATE TO SH-EFFECTIVE-DATE.
042807     READ SALARY-HISTORY
042808         INVALID KEY
042809             GO TO 2000-CHECK-CADASTRO
042810     END-READ.
042811     IF NOT SH-DISSIDIO
042812         GO TO 2000-ALREADY-CHANGED
042813     END-IF.
042814     MOVE SH-OLD-HOUR-VALUE TO WS-DIS-HOUR-VALUE.
042815     MOVE SH-NEW-HOUR-VALUE TO WS-DIS-NEW-HOUR-VALUE.
042816     IF EMPMST-HOUR-VALUE-DATE = WS-START-DATE
042817         GO TO 2000-COUNT-RAISE
042818     END-IF.
042819     GO TO 2000-UPDATE-MASTER.
042820
042821     2000-ALREADY-CHANGED.
042822     DISPLAY "Valor hora ja alterado na data-base - dissidio "
042823         "nao reaplicado: " EMPMST-ID.
042824     MOVE EMPMST-HOUR-VALUE TO WS-DIS-NEW-HOUR-VALUE.
042825     GO TO 2000-REPORT-TOTAL.
042826
042827     2000-CHECK-CADASTRO.
042828     IF EMPMST-HOUR-VALUE-DATE = WS-START-DATE
042829         GO TO 2000-ALREADY-CHANGED
042830     END-IF.
042900     MOVE EMPMST-HOUR-VALUE TO WS-DIS-HOUR-VALUE.
043000     PERFORM 2300-APPLY-PERCENT THRU 2300-EXIT.
043100
043200     MOVE EMPMST-ID             TO SH-EMPLOYEE-ID.
043300     MOVE WS-START-DATE         TO SH-EFFECTIVE-DATE.
043400     MOVE EMPMST-HOUR-VALUE     TO SH-OLD-HOUR-VALUE.
043500     MOVE WS-DIS-NEW-HOUR-VALUE TO SH-NEW-HOUR-VALUE.
043600     MOVE WS-DIS-PERCENT        TO SH-PERCENT.
043700     SET SH-DISSIDIO            TO TRUE.
043800     MOVE WS-CURRENT-DATE       TO SH-RECORD-DATE.
043900     MOVE WS-OPERATOR-ID        TO SH-OPERATOR.
044000     WRITE SALHIST-RECORD
044100         INVALID KEY
044200             REWRITE SALHIST-RECORD
044300     END-WRITE.
044400
044450     2000-UPDATE-MASTER.
044500     MOVE WS-DIS-NEW-HOUR-VALUE TO EMPMST-HOUR-VALUE.
044600     MOVE WS-START-DATE         TO EMPMST-HOUR-VALUE-DATE.
044700     REWRITE EMPMST-RECORD.
044750     2000-COUNT-RAISE.
044800     ADD 1 TO WS-EMPLOYEES-RAISED.
044900
044950     2000-REPORT-TOTAL.
045000     IF WS-DIS-MONTHS > ZEROS
045100         ADD 1 TO WS-EMPLOYEES-WITH-DIFF
045200     END-IF.
045300     MOVE WS-DIS-EMPLOYEE-TOTAL TO DST-EMPLOYEE-TOTAL.
045400     MOVE WS-DISSIDIO-EMP-TOTAL-LINE TO DISSIDIO-LINE.
045500     WRITE DISSIDIO-LINE.
045600     MOVE WS-DIS-NEW-HOUR-VALUE TO DSN-NEW-HOUR-VALUE.
045700     MOVE WS-DISSIDIO-NEW-VALUE-LINE TO DISSIDIO-LINE.
045800     WRITE DISSIDIO-LINE.
045900     MOVE SPACES TO DISSIDIO-LINE.
046000     WRITE DISSIDIO-LINE.
046100
046200     2000-EXIT.
046300         EXIT.
046400
046401*--------------------------------------------------------------*
046402*  2050-LIST-DIFFERENCES                                       *
046403*  THE DISSIDIO IS ALREADY ON THE EMPLOYEE'S SALHIST.  ON A    *
046404*  RESTART IN THE SAME COMPETENCIA THE DIFFERENCES WRITTEN     *
046405*  BEFORE THE INTERRUPTION ARE LISTED AND TOTALLED AGAIN FROM  *
046406*  DISSDIF; A DISSIDIO OF AN EARLIER COMPETENCIA LISTS NONE.   *
046407*--------------------------------------------------------------*
046408     2050-LIST-DIFFERENCES.
046409
046410     MOVE "N" TO WS-DISS-SCAN-END-SWITCH.
046411     MOVE EMPMST-ID      TO DD-EMPLOYEE-ID.
046412     MOVE WS-COMPETENCIA TO DD-PAY-PERIOD.
046413     MOVE ZEROS          TO DD-REF-PERIOD.
046414     START DISSIDIO-FILE KEY NOT < DD-KEY
046415         INVALID KEY
046416             GO TO 2050-EXIT
046417     END-START.
046418     PERFORM 2060-LIST-ONE-DIFFERENCE THRU 2060-EXIT
046419         UNTIL WS-DISS-SCAN-END.
046420
046421     2050-EXIT.
046422         EXIT.
046423
046424*--------------------------------------------------------------*
046425*  2060-LIST-ONE-DIFFERENCE                                    *
046426*--------------------------------------------------------------*
046427     2060-LIST-ONE-DIFFERENCE.
046428
046429     READ DISSIDIO-FILE NEXT RECORD
046430         AT END
046431             SET WS-DISS-SCAN-END TO TRUE
046432             GO TO 2060-EXIT
046433     END-READ.
046434     IF DD-EMPLOYEE-ID NOT = EMPMST-ID
046435         OR DD-PAY-PERIOD NOT = WS-COMPETENCIA
046436         SET WS-DISS-SCAN-END TO TRUE
046437         GO TO 2060-EXIT
046438     END-IF.
046439
046440     MOVE DD-REF-MONTH           TO DSD-REF-MONTH.
046441     MOVE DD-REF-YEAR            TO DSD-REF-YEAR.
046442     MOVE DD-OLD-HOUR-VALUE      TO DSD-OLD-HOUR-VALUE.
046443     MOVE DD-NEW-HOUR-VALUE      TO DSD-NEW-HOUR-VALUE.
046444     MOVE DD-OLD-GROSS           TO DSD-OLD-GROSS.
046445     MOVE DD-NEW-GROSS           TO DSD-NEW-GROSS.
046446     MOVE DD-DIFFERENCE          TO DSD-DIFFERENCE.
046447     MOVE WS-DISSIDIO-DETAIL-LINE TO DISSIDIO-LINE.
046448     WRITE DISSIDIO-LINE.
046449
046450     ADD DD-DIFFERENCE TO WS-DIS-EMPLOYEE-TOTAL.
046451     ADD DD-DIFFERENCE TO WS-DIS-TOTAL.
046452     ADD 1 TO WS-DIS-MONTHS.
046453
046454     2060-EXIT.
046455         EXIT.
046456
046500*--------------------------------------------------------------*
046600*  2100-RECOMPUTE-MONTH                                        *
046700*  ONE PAYHIST RECORD OF THE EMPLOYEE FROM THE DATA-BASE ON.   *
046800*  ONLY THE CLOSED MONTHLY FOLHAS (01-12, BEFORE THE OPEN      *
046900*  COMPETENCIA) ARE RECOMPUTED: THE SAME HOURS AT THE HOUR     *
047000*  VALUE PAID THAT MONTH INCREASED BY THE PERCENTAGE.  THE     *
047100*  PAYHIST RECORD ITSELF IS NOT CHANGED - THE DIFFERENCE IS    *
047200*  PAID IN THE OPEN FOLHA.                                     *
047300*--------------------------------------------------------------*
047400     2100-RECOMPUTE-MONTH.
047500
047600     READ PAYROLL-HISTORY NEXT RECORD
047700         AT END
047800             SET WS-HIST-DONE TO TRUE
047900             GO TO 2100-EXIT
048000     END-READ.
048100     IF HIST-EMPLOYEE-ID NOT = EMPMST-ID
048200         OR HIST-PERIOD NOT < WS-COMPETENCIA
048300         SET WS-HIST-DONE TO TRUE
048400         GO TO 2100-EXIT
048500     END-IF.
048600     IF HIST-MONTH > 12
048700         OR HIST-HOUR-VALUE = ZEROS
048800         GO TO 2100-EXIT
048900     END-IF.
048905
048910*    MES PAGO JA PELO VALOR HORA NOVO (FOLHA FECHADA DEPOIS DO
048920*    REAJUSTE) OU COM A DIFERENCA JA GERADA EM OUTRA COMPETENCIA
048930*    NAO E RECALCULADO.
048940     IF HIST-HOUR-VALUE NOT < WS-DIS-CONTRACT-VALUE
048950         GO TO 2100-EXIT
048960     END-IF.
048970     PERFORM 2150-FIND-REF-MONTH THRU 2150-EXIT.
048980     IF WS-REF-ALREADY-DONE
048990         GO TO 2100-EXIT
048995     END-IF.
049000
049100     MOVE HIST-HOUR-VALUE TO WS-DIS-HOUR-VALUE.
049200     PERFORM 2200-CALCULATE-GROSS THRU 2200-EXIT.
049300     MOVE WS-DIS-GROSS TO WS-DIS-OLD-GROSS.
049400     PERFORM 2300-APPLY-PERCENT THRU 2300-EXIT.
049500     MOVE WS-DIS-NEW-HOUR-VALUE TO WS-DIS-HOUR-VALUE.
049600     PERFORM 2200-CALCULATE-GROSS THRU 2200-EXIT.
049700     MOVE WS-DIS-GROSS TO WS-DIS-NEW-GROSS.
049800     IF WS-DIS-NEW-GROSS NOT > WS-DIS-OLD-GROSS
049900         GO TO 2100-EXIT
050000     END-IF.
050100     SUBTRACT WS-DIS-OLD-GROSS FROM WS-DIS-NEW-GROSS
050200         GIVING WS-DIS-DIFFERENCE.
050300
050400     MOVE EMPMST-ID              TO DD-EMPLOYEE-ID.
050500     MOVE WS-COMPETENCIA         TO DD-PAY-PERIOD.
050600     MOVE HIST-PERIOD            TO DD-REF-PERIOD.
050700     MOVE WS-DIS-PERCENT         TO DD-PERCENT.
050800     MOVE HIST-HOUR-VALUE        TO DD-OLD-HOUR-VALUE.
050900     MOVE WS-DIS-NEW-HOUR-VALUE  TO DD-NEW-HOUR-VALUE.
051000     MOVE HIST-REGULAR-HOURS     TO DD-REGULAR-HOURS.
051100     MOVE HIST-OVERTIME-50-HOURS TO DD-OVERTIME-50-HOURS.
051200     MOVE HIST-OVERTIME-100-HOURS
051300                                 TO DD-OVERTIME-100-HOURS.
051400     MOVE WS-DIS-OLD-GROSS       TO DD-OLD-GROSS.
051500     MOVE WS-DIS-NEW-GROSS       TO DD-NEW-GROSS.
051600     MOVE WS-DIS-DIFFERENCE      TO DD-DIFFERENCE.
051700     SET DD-PENDING              TO TRUE.
051800     MOVE WS-CURRENT-DATE        TO DD-RUN-DATE.
051810     MOVE ZEROS                  TO DD-PAID-PERIOD.
051900     MOVE ZEROS                  TO DD-START-PERIOD.
052000     MOVE ZEROS                  TO DD-EMPLOYEE-COUNT.
052100     MOVE ZEROS                  TO DD-TOTAL-DIFFERENCE.
052200     WRITE DISSDIF-RECORD
052300         INVALID KEY
052400             REWRITE DISSDIF-RECORD
052500     END-WRITE.
052600
052700     MOVE HIST-MONTH             TO DSD-REF-MONTH.
052800     MOVE HIST-YEAR              TO DSD-REF-YEAR.
052900     MOVE HIST-HOUR-VALUE        TO DSD-OLD-HOUR-VALUE.
053000     MOVE WS-DIS-NEW-HOUR-VALUE  TO DSD-NEW-HOUR-VALUE.
053100     MOVE WS-DIS-OLD-GROSS       TO DSD-OLD-GROSS.
053200     MOVE WS-DIS-NEW-GROSS       TO DSD-NEW-GROSS.
053300     MOVE WS-DIS-DIFFERENCE      TO DSD-DIFFERENCE.
053400     MOVE WS-DISSIDIO-DETAIL-LINE TO DISSIDIO-LINE.
053500     WRITE DISSIDIO-LINE.
053600
053700     ADD WS-DIS-DIFFERENCE TO WS-DIS-EMPLOYEE-TOTAL.
053800     ADD WS-DIS-DIFFERENCE TO WS-DIS-TOTAL.
053900     ADD 1 TO WS-DIS-MONTHS.
054000
054100     2100-EXIT.
054200         EXIT.
054300
054301*--------------------------------------------------------------*
054302*  2150-FIND-REF-MONTH                                         *
054303*  LOOKS FOR A DIFFERENCE OF THE EMPLOYEE FOR THE PAYHIST      *
054304*  MONTH UNDER ANY COMPETENCIA OF PAYMENT.  A PENDING ONE OF   *
054305*  THE OPEN COMPETENCIA IS THIS RUN'S OWN BEFORE A RESTART AND *
054306*  IS WRITTEN AGAIN; ANY OTHER ONE MEANS THE MONTH IS DONE.    *
054307*--------------------------------------------------------------*
054308     2150-FIND-REF-MONTH.
054309
054310     MOVE "N" TO WS-REF-DONE-SWITCH.
054311     MOVE "N" TO WS-DISS-SCAN-END-SWITCH.
054312     MOVE EMPMST-ID TO DD-EMPLOYEE-ID.
054313     MOVE ZEROS     TO DD-PERIODS.
054314     START DISSIDIO-FILE KEY NOT < DD-KEY
054315         INVALID KEY
054316             GO TO 2150-EXIT
054317     END-START.
054318     PERFORM 2160-CHECK-ONE-DIFFERENCE THRU 2160-EXIT
054319         UNTIL WS-DISS-SCAN-END OR WS-REF-ALREADY-DONE.
054320
054321     2150-EXIT.
054322         EXIT.
054323
054324*--------------------------------------------------------------*
054325*  2160-CHECK-ONE-DIFFERENCE                                   *
054326*--------------------------------------------------------------*
054327     2160-CHECK-ONE-DIFFERENCE.
054328
054329     READ DISSIDIO-FILE NEXT RECORD
054330         AT END
054331             SET WS-DISS-SCAN-END TO TRUE
054332             GO TO 2160-EXIT
054333     END-READ.
054334     IF DD-EMPLOYEE-ID NOT = EMPMST-ID
054335         SET WS-DISS-SCAN-END TO TRUE
054336         GO TO 2160-EXIT
054337     END-IF.
054338     IF DD-REF-PERIOD NOT = HIST-PERIOD
054339         GO TO 2160-EXIT
054340     END-IF.
054341     IF DD-PAY-PERIOD = WS-COMPETENCIA
054342         AND DD-PENDING
054343         GO TO 2160-EXIT
054344     END-IF.
054345
054346     DISPLAY "Diferenca do mes " DD-REF-MONTH "/" DD-REF-YEAR
054347         " ja gerada na competencia " DD-PAY-MONTH "/"
054348         DD-PAY-YEAR " - nao recalculada: " EMPMST-ID.
054349     SET WS-REF-ALREADY-DONE TO TRUE.
054350
054351     2160-EXIT.
054352         EXIT.
054353
054400*--------------------------------------------------------------*
054500*  2200-CALCULATE-GROSS                                        *
054600*  GROSS OF THE MONTH'S HOURS AT WS-DIS-HOUR-VALUE, WORKED OUT *
054700*  EXACTLY AS CALCSAL DOES (SEE 1000-CALCULATE-GROSS THERE).   *
054800*--------------------------------------------------------------*
054900     2200-CALCULATE-GROSS.
055000
055100     MULTIPLY WS-DIS-HOUR-VALUE BY HIST-REGULAR-HOURS
055200         GIVING WS-DIS-REGULAR-PAY.
055300
055400     MULTIPLY WS-DIS-HOUR-VALUE BY WS-DIS-RATE-50
055500         GIVING WS-DIS-OVERTIME-50-PAY.
055600     MULTIPLY WS-DIS-OVERTIME-50-PAY BY HIST-OVERTIME-50-HOURS
055700         GIVING WS-DIS-OVERTIME-50-PAY.
055800
055900     MULTIPLY WS-DIS-HOUR-VALUE BY WS-DIS-RATE-100
056000         GIVING WS-DIS-OVERTIME-100-PAY.
056100     MULTIPLY WS-DIS-OVERTIME-100-PAY BY HIST-OVERTIME-100-HOURS
056200         GIVING WS-DIS-OVERTIME-100-PAY.
056300
056400     ADD WS-DIS-REGULAR-PAY WS-DIS-OVERTIME-50-PAY
056500         WS-DIS-OVERTIME-100-PAY GIVING WS-DIS-GROSS.
056600
056700     2200-EXIT.
056800         EXIT.
056900
057000*--------------------------------------------------------------*
057100*  2300-APPLY-PERCENT                                          *
057200*  WS-DIS-NEW-HOUR-VALUE = WS-DIS-HOUR-VALUE PLUS THE DISSIDIO *
057300*  PERCENTAGE, ROUNDED TO THE CENTAVO.                         *
057400*--------------------------------------------------------------*
057500     2300-APPLY-PERCENT.
057600
057700     MULTIPLY WS-DIS-HOUR-VALUE BY WS-DIS-PERCENT
057800         GIVING WS-DIS-WORK.
057900     DIVIDE WS-DIS-WORK BY 100
058000         GIVING WS-DIS-INCREASE ROUNDED.
058100     ADD WS-DIS-HOUR-VALUE WS-DIS-INCREASE
058200         GIVING WS-DIS-NEW-HOUR-VALUE.
058300
058400     2300-EXIT.
058500         EXIT.
058600
058700*--------------------------------------------------------------*
058800*  9000-TERMINATE                                              *
058900*  THE CONTROL RECORD IS WRITTEN ONLY AT NORMAL END.           *
059000*--------------------------------------------------------------*
059100     9000-TERMINATE.
059200
059300     MOVE ZEROS                  TO DD-EMPLOYEE-ID.
059400     MOVE WS-COMPETENCIA         TO DD-PAY-PERIOD.
059500     MOVE ZEROS                  TO DD-REF-PERIOD.
059600     MOVE WS-DIS-PERCENT         TO DD-PERCENT.
059700     MOVE ZEROS                  TO DD-OLD-HOUR-VALUE.
059800     MOVE ZEROS                  TO DD-NEW-HOUR-VALUE.
059900     MOVE ZEROS                  TO DD-REGULAR-HOURS.
060000     MOVE ZEROS                  TO DD-OVERTIME-50-HOURS.
060100     MOVE ZEROS                  TO DD-OVERTIME-100-HOURS.
060200     MOVE ZEROS                  TO DD-OLD-GROSS.
060300     MOVE ZEROS                  TO DD-NEW-GROSS.
060400     MOVE ZEROS                  TO DD-DIFFERENCE.
060500     MOVE SPACES                 TO DD-STATUS.
060600     MOVE WS-CURRENT-DATE        TO DD-RUN-DATE.
060610     MOVE ZEROS                  TO DD-PAID-PERIOD.
060700     MOVE WS-START-PERIOD        TO DD-START-PERIOD.
060800     MOVE WS-EMPLOYEES-WITH-DIFF TO DD-EMPLOYEE-COUNT.
060900     MOVE WS-DIS-TOTAL           TO DD-TOTAL-DIFFERENCE.
061000     WRITE DISSDIF-RECORD
061100         INVALID KEY
061200             REWRITE DISSDIF-RECORD
061300     END-WRITE.
061400
061500     MOVE WS-EMPLOYEES-RAISED TO DSG-EMPLOYEES.
061600     MOVE WS-DIS-TOTAL        TO DSG-TOTAL.
061700     MOVE WS-DISSIDIO-TOTAL-LINE TO DISSIDIO-LINE.
061800     WRITE DISSIDIO-LINE.
061900
062000     CLOSE DISSIDIO-REPORT.
062100     CLOSE DISSIDIO-FILE.
062200     CLOSE EMPLOYEE-MASTER.
062300     CLOSE PAYROLL-HISTORY.
062400     CLOSE SALARY-HISTORY.
062500
062600     DISPLAY "Funcionarios reajustados: " WS-EMPLOYEES-RAISED.
062700     DISPLAY "Funcionarios com diferencas: "
062800         WS-EMPLOYEES-WITH-DIFF " total " WS-DIS-TOTAL.
062900     DISPLAY "Desligados: " WS-SKIPPED-TERMINATED
063000         "  Sem valor hora contratual: " WS-SKIPPED-NO-HOUR-VALUE.
063100     DISPLAY "Os timesheets da competencia " WS-COMP-MONTH "/"
063200         WS-COMP-YEAR " devem trazer o novo valor hora".
063300
063400     9000-EXIT.
063500         EXIT.
