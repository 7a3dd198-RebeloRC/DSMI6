000100*--------------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CONTROLE-FERIAS.
000400 AUTHOR. RODRIGO REBELO DA COSTA.
000500 INSTALLATION. HOME.
000600 DATE-WRITTEN. 15/10/2026.
000700 DATE-COMPILED. 15/10/2026.
000800 SECURITY. CALCULANDO IRRF.
000900*--------------------------------------------------------------*
001000*  MODIFICATION HISTORY                                        *
001100*  15/10/2026  RRC  NEW PROGRAM.  RUN ONCE A MONTH AFTER THE   *
001200*                   COMPETENCIA IS FECHADA: OPENS THE PERIODOS *
001300*                   AQUISITIVOS DE FERIAS (FERCTL) FROM THE    *
001400*                   ADMISSION DATE, POSTS THE MONTH'S FALTAS   *
001500*                   (CODE 102 ON MOVEMENT-FILE) WITH THE DAYS  *
001600*                   EARNED CUT PER THE CLT SCALE, PUSHES THE   *
001700*                   PERIOD OF AN EMPLOYEE ON AFASTAMENTO, AND  *
001800*                   LISTS THE PERIODS VENCIDOS OR ABOUT TO     *
001900*                   VENCER ON "FERVENC".                       *
001910*  15/10/2026  RRC  EACH PERIOD KEEPS THE LAST COMPETENCIA     *
001920*                   POSTED TO IT, SO A RERUN AFTER AN          *
001930*                   INTERRUPTION SKIPS WHAT WAS ALREADY        *
001940*                   POSTED; REFUSES TO POST ONCE THE NEXT      *
001950*                   COMPETENCIA IS OPEN IN COMPCTL.            *
002000*--------------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
002300     CONFIGURATION SECTION.
002400     SOURCE-COMPUTER. NOTE.
002500     OBJECT-COMPUTER. NOTE.
002600     SPECIAL-NAMES.
002700      DECIMAL-POINT IS COMMA.
002800
002900     INPUT-OUTPUT SECTION.
003000     FILE-CONTROL.
003100         SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMST"
003200             ORGANIZATION IS INDEXED
003300             ACCESS MODE IS DYNAMIC
003400             RECORD KEY IS EMPMST-ID
003500             FILE STATUS IS WS-MASTER-STATUS.
003600         SELECT FERIAS-CONTROL-FILE ASSIGN TO "FERCTL"
003700             ORGANIZATION IS INDEXED
003800             ACCESS MODE IS DYNAMIC
003900             RECORD KEY IS FER-KEY
004000             FILE STATUS IS WS-FER-STATUS.
004100         SELECT COMPETENCIA-FILE ASSIGN TO "COMPCTL"
004200             ORGANIZATION IS INDEXED
004300             ACCESS MODE IS RANDOM
004400             RECORD KEY IS COMP-PERIOD
004500             FILE STATUS IS WS-COMP-STATUS.
004600         SELECT PAYROLL-HISTORY ASSIGN TO "PAYHIST"
004700             ORGANIZATION IS INDEXED
004800             ACCESS MODE IS RANDOM
004900             RECORD KEY IS HIST-KEY
005000             FILE STATUS IS WS-HIST-STATUS.
005100         SELECT MOVEMENT-FILE ASSIGN TO "MOVEMENT-FILE"
005200             ORGANIZATION IS LINE SEQUENTIAL
005300             FILE STATUS IS WS-MOVEMENT-STATUS.
005400         SELECT VENCIMENTO-REPORT ASSIGN TO "FERVENC"
005500             ORGANIZATION IS LINE SEQUENTIAL.
005600
005700*--------------------------------------------------------------*
005800
005900 DATA DIVISION.
006000     FILE SECTION.
006100 FD  EMPLOYEE-MASTER.
006200     COPY EMPMST.
006300
006400 FD  FERIAS-CONTROL-FILE.
006500     COPY FERCTL.
006600
006700 FD  COMPETENCIA-FILE.
006800     COPY COMPCTL.
006900
007000 FD  PAYROLL-HISTORY.
007100     COPY PAYHIST.
007200
007300 FD  MOVEMENT-FILE
007400     RECORD CONTAINS 15 CHARACTERS.
007500     COPY MOVDETL.
007600
007700 FD  VENCIMENTO-REPORT
007800     RECORD CONTAINS 80 CHARACTERS.
007900     COPY FVNLINE.
008000
008100     WORKING-STORAGE SECTION.
008200
008300 77  WS-MASTER-STATUS            PIC X(02)      VALUE SPACES.
008400     88  WS-MASTER-FILE-FOUND                   VALUE "00".
008500     88  WS-MASTER-EOF                          VALUE "10".
008600 77  WS-FER-STATUS               PIC X(02)      VALUE SPACES.
008700     88  WS-FER-FILE-FOUND                      VALUE "00".
008800     88  WS-FER-NOT-FOUND                       VALUE "35".
008900 77  WS-COMP-STATUS              PIC X(02)      VALUE SPACES.
009000     88  WS-COMP-FILE-FOUND                     VALUE "00".
009100 77  WS-HIST-STATUS              PIC X(02)      VALUE SPACES.
009200     88  WS-HIST-FILE-FOUND                     VALUE "00".
009300 77  WS-MOVEMENT-STATUS          PIC X(02)      VALUE SPACES.
009400     88  WS-MOVEMENT-FILE-FOUND                 VALUE "00".
009500     88  WS-MOVEMENT-EOF                        VALUE "10".
009600 77  WS-HIST-OPEN-SWITCH         PIC X(01)      VALUE "N".
009700     88  WS-HIST-IS-OPEN                        VALUE "Y".
009800 77  WS-REPORT-ONLY-SWITCH       PIC X(01)      VALUE "N".
009900     88  WS-REPORT-ONLY                         VALUE "Y".
010000 77  WS-CONTROL-SWITCH           PIC X(01)      VALUE "N".
010100     88  WS-CONTROL-EXISTS                      VALUE "Y".
010200 77  WS-FIRST-LOAD-SWITCH        PIC X(01)      VALUE "N".
010300     88  WS-FIRST-LOAD                          VALUE "Y".
010400 77  WS-SCAN-END-SWITCH          PIC X(01)      VALUE "N".
010500     88  WS-SCAN-END                            VALUE "Y".
010600 77  WS-FALTA-FOUND-SWITCH       PIC X(01)      VALUE "N".
010700     88  WS-FALTA-FOUND                         VALUE "Y".
010710 77  WS-NEXT-MONTH-SWITCH        PIC X(01)      VALUE "N".
010720     88  WS-NEXT-MONTH-OPEN                     VALUE "Y".
010800
010900*    PRAZO DO ALERTA: PERIODOS CUJO LIMITE CAI ATE ESTE NUMERO DE
011000*    MESES APOS A COMPETENCIA SAEM COMO "A VENCER".
011100 77  WS-DEFAULT-ALERT-MONTHS     PIC 9(2)       VALUE 02.
011200 77  WS-ALERT-MONTHS             PIC 9(2)       VALUE ZEROS.
011300*    DIAS DE FERIAS DO PERIODO E JORNADA DIARIA (220 HORAS / 30
011400*    DIAS) USADA PARA CONVERTER O VALOR DA FALTA EM DIAS.
011500 77  WS-FULL-FERIAS-DAYS         PIC 9(2)       VALUE 30.
011600 77  WS-DAILY-HOURS              PIC 9(2)V9(2)  VALUE 7,33.
011700 77  WS-FALTA-CODE               PIC 9(3)       VALUE 102.
011800 77  WS-MAX-FALTA-ENTRIES        PIC 9(4)  COMP VALUE 500.
011900 77  WS-FALTA-USED               PIC 9(4)  COMP VALUE ZEROS.
012000 77  WS-FALTA-SUB                PIC 9(4)  COMP VALUE ZEROS.
012100 77  WS-HOUR-VALUE               PIC 9(5)V9(2)  VALUE ZEROS.
012200 77  WS-DAY-VALUE                PIC 9(5)V9(2)  VALUE ZEROS.
012300 77  WS-FALTA-DAYS               PIC 9(3)       VALUE ZEROS.
012400 77  WS-FALTA-SEARCH-ID          PIC 9(5)       VALUE ZEROS.
012500 77  WS-BALANCE                  PIC S9(3)      VALUE ZEROS.
012600 77  WS-NEXT-START               PIC 9(8)       VALUE ZEROS.
012700 77  WS-LAST-START               PIC 9(8)       VALUE ZEROS.
012800 77  WS-MONTHS-TO-ADD            PIC 9(3)  COMP VALUE ZEROS.
012900 77  WS-MONTH-WORK               PIC 9(5)  COMP VALUE ZEROS.
013000 77  WS-YEAR-QUOTIENT            PIC 9(5)  COMP VALUE ZEROS.
013100 77  WS-MONTH-REMAINDER          PIC 9(2)  COMP VALUE ZEROS.
013200 77  WS-LEAP-REMAINDER-4         PIC 9(3)  COMP VALUE ZEROS.
013300 77  WS-LEAP-REMAINDER-100       PIC 9(3)  COMP VALUE ZEROS.
013400 77  WS-LEAP-REMAINDER-400       PIC 9(3)  COMP VALUE ZEROS.
013500 77  WS-MONTH-LENGTH             PIC 9(2)       VALUE ZEROS.
013600 77  WS-EMPLOYEES-READ           PIC 9(6)  COMP VALUE ZEROS.
013700 77  WS-PERIODS-CREATED          PIC 9(6)  COMP VALUE ZEROS.
013800 77  WS-FALTA-DAYS-POSTED        PIC 9(6)  COMP VALUE ZEROS.
013900 77  WS-SUSPENSIONS              PIC 9(6)  COMP VALUE ZEROS.
014000 77  WS-EXPIRED-COUNT            PIC 9(6)  COMP VALUE ZEROS.
014100 77  WS-NEAR-COUNT               PIC 9(6)  COMP VALUE ZEROS.
014200 77  WS-NO-ADMISSION-COUNT       PIC 9(6)  COMP VALUE ZEROS.
014300 77  WS-NO-HOUR-COUNT            PIC 9(6)  COMP VALUE ZEROS.
014400 77  WS-TABLE-FULL-COUNT         PIC 9(6)  COMP VALUE ZEROS.
014500
014600 01  WS-CURRENT-DATE             PIC 9(8)       VALUE ZEROS.
014700
014800 01  WS-COMPETENCIA.
014900     05  WS-COMP-YEAR             PIC 9(4)      VALUE ZEROS.
015000     05  WS-COMP-MONTH            PIC 9(2)      VALUE ZEROS.
015100
015200*    PRIMEIRO E ULTIMO DIA DA COMPETENCIA E O LIMITE DO ALERTA.
015300 01  WS-REF-FIRST-DATE           PIC 9(8)       VALUE ZEROS.
015400 01  WS-REF-DATE                 PIC 9(8)       VALUE ZEROS.
015500 01  WS-ALERT-DATE               PIC 9(8)       VALUE ZEROS.
015600
015700 01  WS-DATE-WORK                PIC 9(8)       VALUE ZEROS.
015800 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
015900     05  WS-DATE-YEAR             PIC 9(4).
016000     05  WS-DATE-MONTH            PIC 9(2).
016100     05  WS-DATE-DAY              PIC 9(2).
016200
016300 01  WS-MONTH-DAYS-VALUES        PIC X(24)
016400     VALUE "312831303130313130313031".
016500 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
016600     05  WS-MONTH-DAYS            PIC 9(2)  OCCURS 12 TIMES.
016700
016800*    FALTAS DA COMPETENCIA (CODIGO 102) SOMADAS POR PRONTUARIO.
016900 01  WS-FALTA-TABLE.
017000     05  WS-FALTA-ENTRY           OCCURS 500 TIMES.
017100         10  WS-FALTA-EMPLOYEE-ID PIC 9(5).
017200         10  WS-FALTA-AMOUNT      PIC 9(7)V9(2).
017300
017400 01  WS-EDIT-DATE.
017500     05  WS-EDIT-DAY              PIC 99.
017600     05  FILLER                   PIC X(01) VALUE "/".
017700     05  WS-EDIT-MONTH            PIC 99.
017800     05  FILLER                   PIC X(01) VALUE "/".
017900     05  WS-EDIT-YEAR             PIC 9999.
018000
018100 01  WS-VENC-HEADER-LINE-1.
018200     05  FILLER                   PIC X(40)
018300         VALUE "EMPRESA EXEMPLO LTDA".
018400     05  FILLER                   PIC X(40)
018500         VALUE "VENCIMENTO DE PERIODOS DE FERIAS".
018600
018700 01  WS-VENC-HEADER-LINE-2.
018800     05  FILLER                   PIC X(13) VALUE "Competencia: ".
018900     05  VNH-MONTH                PIC 99.
019000     05  FILLER                   PIC X(01) VALUE "/".
019100     05  VNH-YEAR                 PIC 9999.
019200     05  FILLER                   PIC X(11) VALUE "   Alerta: ".
019300     05  VNH-ALERT-MONTHS         PIC Z9.
019400     05  FILLER                   PIC X(22)
019500         VALUE " meses de antecedencia".
019600     05  VNH-MODE                 PIC X(25) VALUE SPACES.
019700
019800 01  WS-VENC-COLUMN-LINE.
019900     05  FILLER                   PIC X(40)
020000         VALUE "Pront Nome                 Periodo aquis".
020100     05  FILLER                   PIC X(40)
020200         VALUE "itivo      Limite    Dias Situacao".
020300
020400 01  WS-VENC-DETAIL-LINE.
020500     05  VND-EMPLOYEE-ID          PIC ZZZZ9.
020600     05  FILLER                   PIC X(01) VALUE SPACE.
020700     05  VND-NAME                 PIC X(20).
020800     05  FILLER                   PIC X(01) VALUE SPACE.
020900     05  VND-START                PIC X(10).
021000     05  FILLER                   PIC X(03) VALUE " a ".
021100     05  VND-END                  PIC X(10).
021200     05  FILLER                   PIC X(01) VALUE SPACE.
021300     05  VND-DEADLINE             PIC X(10).
021400     05  FILLER                   PIC X(01) VALUE SPACE.
021500     05  VND-BALANCE              PIC Z9.
021600     05  FILLER                   PIC X(02) VALUE SPACES.
021700     05  VND-SITUATION            PIC X(14).
021800
021900 01  WS-VENC-TOTAL-LINE.
022000     05  VNT-LABEL                PIC X(40).
022100     05  VNT-COUNT                PIC ZZZZZ9.
022200     05  FILLER                   PIC X(34) VALUE SPACES.
022300
022400 PROCEDURE DIVISION.
022500     0000-MAINLINE.
022600
022700     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
022800     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
022900         UNTIL WS-MASTER-EOF.
023000     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
023100
023200     STOP RUN.
023300
023400*--------------------------------------------------------------*
023500*  1000-INITIALIZE                                             *
023600*  ONLY A FECHADA COMPETENCIA IS POSTED - ITS FALTAS AND       *
023700*  AFASTAMENTOS ARE FINAL.  A COMPETENCIA NOT AFTER THE ONE    *
023800*  ON THE CONTROL RECORD WAS ALREADY POSTED: THE RUN THEN      *
023900*  ONLY PRINTS THE REPORT, SO THE FALTAS ARE NEVER COUNTED     *
024000*  TWICE.  MOVEMENT-FILE MUST STILL HOLD THE COMPETENCIA'S     *
024100*  MOVEMENTS: ONCE THE NEXT COMPETENCIA IS OPEN IN COMPCTL     *
024110*  THEY ARE GONE AND THE POSTING IS REFUSED.                   *
024200*--------------------------------------------------------------*
024300     1000-INITIALIZE.
024400
024500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
024600
024700     DISPLAY "CONTROLE DE PERIODOS AQUISITIVOS DE FERIAS".
024800     DISPLAY "Mes da competencia (MM): "
024900     ACCEPT WS-COMP-MONTH.
025000     DISPLAY "Ano da competencia (AAAA): "
025100     ACCEPT WS-COMP-YEAR.
025200     IF WS-COMP-MONTH < 01 OR WS-COMP-MONTH > 12
025300         OR WS-COMP-YEAR < 1900
025400         DISPLAY "Competencia invalida: " WS-COMP-MONTH "/"
025500             WS-COMP-YEAR
025600         STOP RUN
025700     END-IF.
025800     DISPLAY "Meses de antecedencia do alerta (0 = "
025900         WS-DEFAULT-ALERT-MONTHS "): "
026000     ACCEPT WS-ALERT-MONTHS.
026100     IF WS-ALERT-MONTHS = ZEROS
026200         MOVE WS-DEFAULT-ALERT-MONTHS TO WS-ALERT-MONTHS
026300     END-IF.
026400
026500     OPEN INPUT COMPETENCIA-FILE.
026600     IF NOT WS-COMP-FILE-FOUND
026700         DISPLAY "Controle de competencias ausente"
026800         STOP RUN
026900     END-IF.
027000     MOVE WS-COMPETENCIA TO COMP-PERIOD.
027100     READ COMPETENCIA-FILE
027200         INVALID KEY
027300             DISPLAY "Competencia nao cadastrada: " WS-COMP-MONTH
027400                 "/" WS-COMP-YEAR
027500             CLOSE COMPETENCIA-FILE
027600             STOP RUN
027700     END-READ.
027800     IF COMP-IS-OPEN
027900         DISPLAY "Competencia ainda aberta - feche a folha antes"
028000         CLOSE COMPETENCIA-FILE
028100         STOP RUN
028200     END-IF.
028210*    COM A COMPETENCIA SEGUINTE JA ABERTA O MOVIMENTO DO MES NAO
028220*    ESTA MAIS NO MOVEMENT-FILE.
028230     MOVE WS-COMP-YEAR  TO WS-DATE-YEAR.
028240     MOVE WS-COMP-MONTH TO WS-DATE-MONTH.
028250     MOVE 01            TO WS-DATE-DAY.
028260     MOVE 1             TO WS-MONTHS-TO-ADD.
028270     PERFORM 8100-ADD-MONTHS THRU 8100-EXIT.
028275     MOVE WS-DATE-YEAR  TO COMP-YEAR.
028280     MOVE WS-DATE-MONTH TO COMP-MONTH.
028285     READ COMPETENCIA-FILE
028290         NOT INVALID KEY
028292             SET WS-NEXT-MONTH-OPEN TO TRUE
028294     END-READ.
028300     CLOSE COMPETENCIA-FILE.
028400
028500*    PRIMEIRO E ULTIMO DIA DA COMPETENCIA E O LIMITE DO ALERTA.
028600     MOVE WS-COMP-YEAR  TO WS-DATE-YEAR.
028700     MOVE WS-COMP-MONTH TO WS-DATE-MONTH.
028800     MOVE 01            TO WS-DATE-DAY.
028900     MOVE WS-DATE-WORK  TO WS-REF-FIRST-DATE.
029000     PERFORM 8300-MONTH-LENGTH THRU 8300-EXIT.
029100     MOVE WS-MONTH-LENGTH TO WS-DATE-DAY.
029200     MOVE WS-DATE-WORK  TO WS-REF-DATE.
029300     MOVE WS-ALERT-MONTHS TO WS-MONTHS-TO-ADD.
029400     PERFORM 8100-ADD-MONTHS THRU 8100-EXIT.
029500     MOVE WS-DATE-WORK  TO WS-ALERT-DATE.
029600
029700     OPEN INPUT EMPLOYEE-MASTER.
029800     IF NOT WS-MASTER-FILE-FOUND
029900         DISPLAY "Cadastro de funcionarios ausente"
030000         STOP RUN
030100     END-IF.
030200
030300     OPEN I-O FERIAS-CONTROL-FILE.
030400     IF WS-FER-NOT-FOUND
030500         OPEN OUTPUT FERIAS-CONTROL-FILE
030600         CLOSE FERIAS-CONTROL-FILE
030700         OPEN I-O FERIAS-CONTROL-FILE
030800     END-IF.
030900
031000     MOVE ZEROS TO FER-KEY.
031100     READ FERIAS-CONTROL-FILE
031200         INVALID KEY
031300             CONTINUE
031400         NOT INVALID KEY
031500             SET WS-CONTROL-EXISTS TO TRUE
031600     END-READ.
031700     IF WS-CONTROL-EXISTS
031800         IF FER-LAST-POSTED-PERIOD NOT < WS-COMPETENCIA
031900             SET WS-REPORT-ONLY TO TRUE
032000             DISPLAY "Competencia ja lancada no controle - "
032100                 "apenas o relatorio"
032200         END-IF
032300     END-IF.
032310     IF WS-NEXT-MONTH-OPEN
032320         AND NOT WS-REPORT-ONLY
032330         DISPLAY "Competencia seguinte ja aberta - movimento do "
032340             "mes nao disponivel para o controle"
032350         CLOSE EMPLOYEE-MASTER FERIAS-CONTROL-FILE
032360         STOP RUN
032370     END-IF.
032400
032500*    SEM O PAYHIST A FALTA SO E CONVERTIDA COM O VALOR HORA DO
032600*    CADASTRO.
032700     OPEN INPUT PAYROLL-HISTORY.
032800     IF WS-HIST-FILE-FOUND
032900         SET WS-HIST-IS-OPEN TO TRUE
033000     END-IF.
033100
033200     IF NOT WS-REPORT-ONLY
033300         PERFORM 1100-LOAD-FALTAS THRU 1100-EXIT
033400     END-IF.
033500
033600     OPEN OUTPUT VENCIMENTO-REPORT.
033700     MOVE WS-VENC-HEADER-LINE-1 TO FERVENC-LINE.
033800     WRITE FERVENC-LINE.
033900     MOVE WS-COMP-MONTH   TO VNH-MONTH.
034000     MOVE WS-COMP-YEAR    TO VNH-YEAR.
034100     MOVE WS-ALERT-MONTHS TO VNH-ALERT-MONTHS.
034200     IF WS-REPORT-ONLY
034300         MOVE "  (somente relatorio)" TO VNH-MODE
034400     END-IF.
034500     MOVE WS-VENC-HEADER-LINE-2 TO FERVENC-LINE.
034600     WRITE FERVENC-LINE.
034700     MOVE SPACES TO FERVENC-LINE.
034800     WRITE FERVENC-LINE.
034900     MOVE WS-VENC-COLUMN-LINE TO FERVENC-LINE.
035000     WRITE FERVENC-LINE.
035100
035200     MOVE ZEROS TO EMPMST-ID.
035300     START EMPLOYEE-MASTER KEY NOT < EMPMST-ID
035400         INVALID KEY
035500             MOVE "10" TO WS-MASTER-STATUS
035600     END-START.
035700
035800     1000-EXIT.
035900         EXIT.
036000
036100*--------------------------------------------------------------*
036200*  1100-LOAD-FALTAS                                            *
036300*  THE FALTAS ARE KEYED AS A MONEY AMOUNT (CODE 102); THEY ARE *
036400*  SUMMED PER EMPLOYEE HERE AND TURNED INTO DAYS WHEN THE      *
036500*  EMPLOYEE IS POSTED.                                         *
036600*--------------------------------------------------------------*
036700     1100-LOAD-FALTAS.
036800
036900     OPEN INPUT MOVEMENT-FILE.
037000     IF NOT WS-MOVEMENT-FILE-FOUND
037100         DISPLAY "Sem arquivo de movimentos - "
037200             "nenhuma falta lancada"
037300         GO TO 1100-EXIT
037400     END-IF.
037500     PERFORM 1200-LOAD-ONE-MOVEMENT THRU 1200-EXIT
037600         UNTIL WS-MOVEMENT-EOF.
037700     CLOSE MOVEMENT-FILE.
037800
037900     1100-EXIT.
038000         EXIT.
038100
038200*--------------------------------------------------------------*
038300*  1200-LOAD-ONE-MOVEMENT                                      *
038400*--------------------------------------------------------------*
038500     1200-LOAD-ONE-MOVEMENT.
038600
038700     READ MOVEMENT-FILE
038800         AT END GO TO 1200-EXIT
038900     END-READ.
039000     IF MV-CODE NOT = WS-FALTA-CODE
039100         GO TO 1200-EXIT
039200     END-IF.
039300
039400     MOVE "N" TO WS-FALTA-FOUND-SWITCH.
039500     MOVE MV-EMPLOYEE-ID TO WS-FALTA-SEARCH-ID.
039600     PERFORM 1300-FIND-FALTA THRU 1300-EXIT
039700         VARYING WS-FALTA-SUB FROM 1 BY 1
039800         UNTIL WS-FALTA-SUB > WS-FALTA-USED
039900         OR WS-FALTA-FOUND.
040000     IF WS-FALTA-FOUND
040100         SUBTRACT 1 FROM WS-FALTA-SUB
040200         ADD MV-AMOUNT TO WS-FALTA-AMOUNT (WS-FALTA-SUB)
040300         GO TO 1200-EXIT
040400     END-IF.
040500
040600     IF WS-FALTA-USED NOT < WS-MAX-FALTA-ENTRIES
040700         DISPLAY "Tabela de faltas cheia - ignorada para "
040800             MV-EMPLOYEE-ID
040900         ADD 1 TO WS-TABLE-FULL-COUNT
041000         GO TO 1200-EXIT
041100     END-IF.
041200     ADD 1 TO WS-FALTA-USED.
041300     MOVE MV-EMPLOYEE-ID TO WS-FALTA-EMPLOYEE-ID (WS-FALTA-USED).
041400     MOVE MV-AMOUNT      TO WS-FALTA-AMOUNT (WS-FALTA-USED).
041500
041600     1200-EXIT.
041700         EXIT.
041800
041900*--------------------------------------------------------------*
042000*  1300-FIND-FALTA                                             *
042100*  LEAVES WS-FALTA-SUB ONE PAST THE ENTRY FOUND.               *
042200*--------------------------------------------------------------*
042300     1300-FIND-FALTA.
042400
042500     IF WS-FALTA-EMPLOYEE-ID (WS-FALTA-SUB) = WS-FALTA-SEARCH-ID
042600         SET WS-FALTA-FOUND TO TRUE
042700     END-IF.
042800
042900     1300-EXIT.
043000         EXIT.
043100
043200*--------------------------------------------------------------*
043300*  2000-PROCESS-EMPLOYEE                                       *
043400*  A DESLIGADO HAS THE BALANCE PAID BY THE RESCISAO AND IS     *
043500*  LEFT ALONE.  AN EMPLOYEE WITHOUT ADMISSION DATE CANNOT      *
043600*  HAVE PERIODS AND IS LISTED FOR THE CADASTRO TO BE FIXED.    *
043700*--------------------------------------------------------------*
043800     2000-PROCESS-EMPLOYEE.
043900
044000     READ EMPLOYEE-MASTER NEXT RECORD
044100         AT END GO TO 2000-EXIT
044200     END-READ.
044300     IF EMPMST-TERMINATED
044400         GO TO 2000-EXIT
044500     END-IF.
044600     ADD 1 TO WS-EMPLOYEES-READ.
044700
044800     IF EMPMST-ADMISSION-DATE NOT NUMERIC
044900         OR EMPMST-ADMISSION-DATE = ZEROS
045000         MOVE SPACES         TO WS-VENC-DETAIL-LINE
045100         MOVE EMPMST-ID      TO VND-EMPLOYEE-ID
045200         MOVE EMPMST-NAME    TO VND-NAME
045300         MOVE "SEM ADMISSAO" TO VND-SITUATION
045400         MOVE WS-VENC-DETAIL-LINE TO FERVENC-LINE
045500         WRITE FERVENC-LINE
045600         ADD 1 TO WS-NO-ADMISSION-COUNT
045700         GO TO 2000-EXIT
045800     END-IF.
045900     IF EMPMST-ADMISSION-DATE > WS-REF-DATE
046000         GO TO 2000-EXIT
046100     END-IF.
046200
046300     PERFORM 2100-CREATE-PERIODS   THRU 2100-EXIT.
046400     IF NOT WS-REPORT-ONLY
046500         PERFORM 2200-POST-MONTH   THRU 2200-EXIT
046600     END-IF.
046700     PERFORM 2300-LIST-PERIODS     THRU 2300-EXIT.
046800
046900     2000-EXIT.
047000         EXIT.
047100
047200*--------------------------------------------------------------*
047300*  2100-CREATE-PERIODS                                         *
047400*  EACH PERIOD STARTS WHERE THE LAST ONE ENDED (12 MONTHS PLUS *
047500*  THE MONTHS SUSPENDED); THE FIRST ONE ON THE ADMISSION DATE. *
047600*  WHEN AN EMPLOYEE IS LOADED FOR THE FIRST TIME, PERIODS      *
047700*  WHOSE CONCESSIVO ENDED BEFORE THE COMPETENCIA ARE TAKEN AS  *
047800*  ALREADY GRANTED AND NOT CREATED.                            *
047900*--------------------------------------------------------------*
048000     2100-CREATE-PERIODS.
048100
048200     MOVE ZEROS TO WS-LAST-START.
048300     MOVE "N"   TO WS-FIRST-LOAD-SWITCH.
048400     MOVE "N"   TO WS-SCAN-END-SWITCH.
048500     MOVE EMPMST-ID TO FER-EMPLOYEE-ID.
048600     MOVE ZEROS     TO FER-PERIOD-START.
048700     START FERIAS-CONTROL-FILE KEY NOT < FER-KEY
048800         INVALID KEY
048900             SET WS-SCAN-END TO TRUE
049000     END-START.
049100     PERFORM 2110-FIND-LAST-PERIOD THRU 2110-EXIT
049200         UNTIL WS-SCAN-END.
049300
049400     IF WS-LAST-START = ZEROS
049500         MOVE EMPMST-ADMISSION-DATE TO WS-NEXT-START
049600         SET WS-FIRST-LOAD TO TRUE
049700     END-IF.
049800     PERFORM 2150-CREATE-ONE-PERIOD THRU 2150-EXIT
049900         UNTIL WS-NEXT-START > WS-REF-DATE.
050000
050100     2100-EXIT.
050200         EXIT.
050300
050400*--------------------------------------------------------------*
050500*  2110-FIND-LAST-PERIOD                                       *
050600*--------------------------------------------------------------*
050700     2110-FIND-LAST-PERIOD.
050800
050900     READ FERIAS-CONTROL-FILE NEXT RECORD
051000         AT END
051100             SET WS-SCAN-END TO TRUE
051200             GO TO 2110-EXIT
051300     END-READ.
051400     IF FER-EMPLOYEE-ID NOT = EMPMST-ID
051500         SET WS-SCAN-END TO TRUE
051600         GO TO 2110-EXIT
051700     END-IF.
051800
051900     MOVE FER-PERIOD-START TO WS-LAST-START.
052000     MOVE FER-PERIOD-START TO WS-DATE-WORK.
052100     ADD 12 FER-SUSPENDED-MONTHS GIVING WS-MONTHS-TO-ADD.
052200     PERFORM 8100-ADD-MONTHS THRU 8100-EXIT.
052300     MOVE WS-DATE-WORK TO WS-NEXT-START.
052400
052500     2110-EXIT.
052600         EXIT.
052700
052800*--------------------------------------------------------------*
052900*  2150-CREATE-ONE-PERIOD                                      *
053000*--------------------------------------------------------------*
053100     2150-CREATE-ONE-PERIOD.
053200
053300     MOVE ZEROS            TO FERCTL-RECORD.
053400     MOVE EMPMST-ID        TO FER-EMPLOYEE-ID.
053500     MOVE WS-NEXT-START    TO FER-PERIOD-START.
053600     PERFORM 2500-COMPUTE-END-DEADLINE THRU 2500-EXIT.
053700     MOVE WS-FULL-FERIAS-DAYS TO FER-DAYS-EARNED.
053800
053900     MOVE WS-NEXT-START    TO WS-DATE-WORK.
054000     MOVE 12               TO WS-MONTHS-TO-ADD.
054100     PERFORM 8100-ADD-MONTHS THRU 8100-EXIT.
054200     MOVE WS-DATE-WORK     TO WS-NEXT-START.
054300
054400     IF WS-FIRST-LOAD
054500         AND FER-DEADLINE < WS-REF-FIRST-DATE
054600         GO TO 2150-EXIT
054700     END-IF.
054800
054900     WRITE FERCTL-RECORD
055000         INVALID KEY
055100             DISPLAY "Periodo ja existe: " FER-EMPLOYEE-ID " "
055200                 FER-PERIOD-START
055300             GO TO 2150-EXIT
055400     END-WRITE.
055500     MOVE FER-PERIOD-START TO WS-LAST-START.
055600     ADD 1 TO WS-PERIODS-CREATED.
055700
055800     2150-EXIT.
055900         EXIT.
056000
056100*--------------------------------------------------------------*
056200*  2200-POST-MONTH                                             *
056300*  THE COMPETENCIA BELONGS TO THE PERIOD IN COURSE, THE LAST   *
056400*  ONE.  THE FALTAS ARE CONVERTED AT ONE DAY = THE HOUR VALUE  *
056500*  TIMES WS-DAILY-HOURS.  A COMPETENCIA SPENT ON AFASTAMENTO   *
056600*  (LEAVE STARTED IN AN EARLIER MONTH, SAME RULE THE FOLHA     *
056700*  USES TO SUPPRESS THE EMPLOYEE) DOES NOT COUNT TOWARDS THE   *
056800*  PERIOD; LICENCA MATERNIDADE COUNTS AS WORKED TIME.          *
056810*  A PERIOD ALREADY POSTED FOR THE COMPETENCIA IS LEFT AS IS.  *
056900*--------------------------------------------------------------*
057000     2200-POST-MONTH.
057100
057200     IF WS-LAST-START = ZEROS
057300         GO TO 2200-EXIT
057400     END-IF.
057500     MOVE EMPMST-ID     TO FER-EMPLOYEE-ID.
057600     MOVE WS-LAST-START TO FER-PERIOD-START.
057700     READ FERIAS-CONTROL-FILE
057800         INVALID KEY
057900             GO TO 2200-EXIT
058000     END-READ.
058010     IF FER-POSTED-PERIOD NOT < WS-COMPETENCIA
058020         GO TO 2200-EXIT
058030     END-IF.
058100
058200     MOVE "N" TO WS-FALTA-FOUND-SWITCH.
058300     MOVE EMPMST-ID TO WS-FALTA-SEARCH-ID.
058400     PERFORM 1300-FIND-FALTA THRU 1300-EXIT
058500         VARYING WS-FALTA-SUB FROM 1 BY 1
058600         UNTIL WS-FALTA-SUB > WS-FALTA-USED
058700         OR WS-FALTA-FOUND.
058800     IF WS-FALTA-FOUND
058900         SUBTRACT 1 FROM WS-FALTA-SUB
059000         PERFORM 2210-POST-FALTAS THRU 2210-EXIT
059100     END-IF.
059200
059300     IF EMPMST-ON-LEAVE
059400         AND NOT EMPMST-LEAVE-MATERNIDADE
059500         MOVE EMPMST-LEAVE-START TO WS-DATE-WORK
059600         IF WS-DATE-YEAR < WS-COMP-YEAR
059700             OR (WS-DATE-YEAR = WS-COMP-YEAR
059800                 AND WS-DATE-MONTH < WS-COMP-MONTH)
059900             ADD 1 TO FER-SUSPENDED-MONTHS
060000             PERFORM 2500-COMPUTE-END-DEADLINE THRU 2500-EXIT
060100             ADD 1 TO WS-SUSPENSIONS
060200         END-IF
060300     END-IF.
060400
060450     MOVE WS-COMPETENCIA TO FER-POSTED-PERIOD.
060500     REWRITE FERCTL-RECORD.
060600
060700     2200-EXIT.
060800         EXIT.
060900
061000*--------------------------------------------------------------*
061100*  2210-POST-FALTAS                                            *
061200*  THE HOUR VALUE IS THE CADASTRO'S; A RECORD THAT PREDATES IT *
061300*  USES THE ONE PAID IN THE COMPETENCIA'S FOLHA.               *
061400*--------------------------------------------------------------*
061500     2210-POST-FALTAS.
061600
061700     MOVE EMPMST-HOUR-VALUE TO WS-HOUR-VALUE.
061800     IF WS-HOUR-VALUE NOT NUMERIC
061900         MOVE ZEROS TO WS-HOUR-VALUE
062000     END-IF.
062100     IF WS-HOUR-VALUE = ZEROS
062200         AND WS-HIST-IS-OPEN
062300         MOVE EMPMST-ID     TO HIST-EMPLOYEE-ID
062400         MOVE WS-COMP-YEAR  TO HIST-YEAR
062500         MOVE WS-COMP-MONTH TO HIST-MONTH
062600         READ PAYROLL-HISTORY
062700             NOT INVALID KEY
062800                 MOVE HIST-HOUR-VALUE TO WS-HOUR-VALUE
062900         END-READ
063000     END-IF.
063100     IF WS-HOUR-VALUE = ZEROS
063200         MOVE SPACES         TO WS-VENC-DETAIL-LINE
063300         MOVE EMPMST-ID      TO VND-EMPLOYEE-ID
063400         MOVE EMPMST-NAME    TO VND-NAME
063500         MOVE "FALTA SEM HORA" TO VND-SITUATION
063600         MOVE WS-VENC-DETAIL-LINE TO FERVENC-LINE
063700         WRITE FERVENC-LINE
063800         ADD 1 TO WS-NO-HOUR-COUNT
063900         GO TO 2210-EXIT
064000     END-IF.
064100
064200     MULTIPLY WS-HOUR-VALUE BY WS-DAILY-HOURS
064300         GIVING WS-DAY-VALUE ROUNDED.
064400     DIVIDE WS-FALTA-AMOUNT (WS-FALTA-SUB) BY WS-DAY-VALUE
064500         GIVING WS-FALTA-DAYS ROUNDED.
064600     ADD WS-FALTA-DAYS TO FER-FALTAS.
064700     ADD WS-FALTA-DAYS TO WS-FALTA-DAYS-POSTED.
064800     PERFORM 2600-DAYS-EARNED THRU 2600-EXIT.
064900
065000     2210-EXIT.
065100         EXIT.
065200
065300*--------------------------------------------------------------*
065400*  2300-LIST-PERIODS                                           *
065500*  EVERY ACQUIRED PERIOD WITH A BALANCE WHOSE CONCESSIVO HAS   *
065600*  ENDED (FERIAS NOW DUE EM DOBRO) OR ENDS WITHIN THE ALERT    *
065700*  WINDOW.  THE PERIOD IN COURSE IS NOT LISTED.                *
065800*--------------------------------------------------------------*
065900     2300-LIST-PERIODS.
066000
066100     MOVE "N"       TO WS-SCAN-END-SWITCH.
066200     MOVE EMPMST-ID TO FER-EMPLOYEE-ID.
066300     MOVE ZEROS     TO FER-PERIOD-START.
066400     START FERIAS-CONTROL-FILE KEY NOT < FER-KEY
066500         INVALID KEY
066600             SET WS-SCAN-END TO TRUE
066700     END-START.
066800     PERFORM 2310-LIST-ONE-PERIOD THRU 2310-EXIT
066900         UNTIL WS-SCAN-END.
067000
067100     2300-EXIT.
067200         EXIT.
067300
067400*--------------------------------------------------------------*
067500*  2310-LIST-ONE-PERIOD                                        *
067600*--------------------------------------------------------------*
067700     2310-LIST-ONE-PERIOD.
067800
067900     READ FERIAS-CONTROL-FILE NEXT RECORD
068000         AT END
068100             SET WS-SCAN-END TO TRUE
068200             GO TO 2310-EXIT
068300     END-READ.
068400     IF FER-EMPLOYEE-ID NOT = EMPMST-ID
068500         SET WS-SCAN-END TO TRUE
068600         GO TO 2310-EXIT
068700     END-IF.
068800     IF FER-PERIOD-END NOT < WS-REF-DATE
068900         GO TO 2310-EXIT
069000     END-IF.
069100
069200     COMPUTE WS-BALANCE = FER-DAYS-EARNED - FER-DAYS-TAKEN
069300         - FER-ABONO-DAYS.
069400     IF WS-BALANCE NOT > ZEROS
069500         GO TO 2310-EXIT
069600     END-IF.
069700
069800     IF FER-DEADLINE < WS-REF-DATE
069900         MOVE "VENCIDO"  TO VND-SITUATION
070000         ADD 1 TO WS-EXPIRED-COUNT
070100     ELSE
070200         IF FER-DEADLINE NOT > WS-ALERT-DATE
070300             MOVE "A VENCER" TO VND-SITUATION
070400             ADD 1 TO WS-NEAR-COUNT
070500         ELSE
070600             GO TO 2310-EXIT
070700         END-IF
070800     END-IF.
070900     IF EMPMST-ON-LEAVE
071000         IF FER-DEADLINE < WS-REF-DATE
071100             MOVE "VENCIDO AFAST." TO VND-SITUATION
071200         ELSE
071300             MOVE "A VENCER AFAST" TO VND-SITUATION
071400         END-IF
071500     END-IF.
071600
071700     MOVE EMPMST-ID      TO VND-EMPLOYEE-ID.
071800     MOVE EMPMST-NAME    TO VND-NAME.
071900     MOVE FER-PERIOD-START TO WS-DATE-WORK.
072000     PERFORM 8400-EDIT-DATE THRU 8400-EXIT.
072100     MOVE WS-EDIT-DATE   TO VND-START.
072200     MOVE FER-PERIOD-END TO WS-DATE-WORK.
072300     PERFORM 8400-EDIT-DATE THRU 8400-EXIT.
072400     MOVE WS-EDIT-DATE   TO VND-END.
072500     MOVE FER-DEADLINE   TO WS-DATE-WORK.
072600     PERFORM 8400-EDIT-DATE THRU 8400-EXIT.
072700     MOVE WS-EDIT-DATE   TO VND-DEADLINE.
072800     MOVE WS-BALANCE     TO VND-BALANCE.
072900     MOVE WS-VENC-DETAIL-LINE TO FERVENC-LINE.
073000     WRITE FERVENC-LINE.
073100
073200     2310-EXIT.
073300         EXIT.
073400
073500*--------------------------------------------------------------*
073600*  2500-COMPUTE-END-DEADLINE                                   *
073700*  END = START + 12 MONTHS (PLUS THE MONTHS SUSPENDED) LESS    *
073800*  ONE DAY; THE CONCESSIVO RUNS 12 MONTHS MORE.                *
073900*--------------------------------------------------------------*
074000     2500-COMPUTE-END-DEADLINE.
074100
074200     MOVE FER-PERIOD-START TO WS-DATE-WORK.
074300     ADD 12 FER-SUSPENDED-MONTHS GIVING WS-MONTHS-TO-ADD.
074400     PERFORM 8100-ADD-MONTHS THRU 8100-EXIT.
074500     PERFORM 8200-SUBTRACT-ONE-DAY THRU 8200-EXIT.
074600     MOVE WS-DATE-WORK TO FER-PERIOD-END.
074700     MOVE 12 TO WS-MONTHS-TO-ADD.
074800     PERFORM 8100-ADD-MONTHS THRU 8100-EXIT.
074900     MOVE WS-DATE-WORK TO FER-DEADLINE.
075000
075100     2500-EXIT.
075200         EXIT.
075300
075400*--------------------------------------------------------------*
075500*  2600-DAYS-EARNED                                            *
075600*  CLT ART. 130: UP TO 5 FALTAS 30 DAYS, 6 TO 14 24 DAYS,      *
075700*  15 TO 23 18 DAYS, 24 TO 32 12 DAYS, MORE THAN 32 NONE.      *
075800*--------------------------------------------------------------*
075900     2600-DAYS-EARNED.
076000
076100     EVALUATE TRUE
076200         WHEN FER-FALTAS NOT > 5
076300             MOVE 30 TO FER-DAYS-EARNED
076400         WHEN FER-FALTAS NOT > 14
076500             MOVE 24 TO FER-DAYS-EARNED
076600         WHEN FER-FALTAS NOT > 23
076700             MOVE 18 TO FER-DAYS-EARNED
076800         WHEN FER-FALTAS NOT > 32
076900             MOVE 12 TO FER-DAYS-EARNED
077000         WHEN OTHER
077100             MOVE ZEROS TO FER-DAYS-EARNED
077200     END-EVALUATE.
077300
077400     2600-EXIT.
077500         EXIT.
077600
077700*--------------------------------------------------------------*
077800*  8100-ADD-MONTHS                                             *
077900*  ADDS WS-MONTHS-TO-ADD TO WS-DATE-WORK; A DAY PAST THE END   *
078000*  OF THE NEW MONTH BECOMES ITS LAST DAY.                      *
078100*--------------------------------------------------------------*
078200     8100-ADD-MONTHS.
078300
078400     ADD WS-DATE-MONTH WS-MONTHS-TO-ADD GIVING WS-MONTH-WORK.
078500     SUBTRACT 1 FROM WS-MONTH-WORK.
078600     DIVIDE WS-MONTH-WORK BY 12 GIVING WS-YEAR-QUOTIENT
078700         REMAINDER WS-MONTH-REMAINDER.
078800     ADD WS-YEAR-QUOTIENT TO WS-DATE-YEAR.
078900     ADD 1 WS-MONTH-REMAINDER GIVING WS-DATE-MONTH.
079000     PERFORM 8300-MONTH-LENGTH THRU 8300-EXIT.
079100     IF WS-DATE-DAY > WS-MONTH-LENGTH
079200         MOVE WS-MONTH-LENGTH TO WS-DATE-DAY
079300     END-IF.
079400
079500     8100-EXIT.
079600         EXIT.
079700
079800*--------------------------------------------------------------*
079900*  8200-SUBTRACT-ONE-DAY                                       *
080000*--------------------------------------------------------------*
080100     8200-SUBTRACT-ONE-DAY.
080200
080300     IF WS-DATE-DAY > 1
080400         SUBTRACT 1 FROM WS-DATE-DAY
080500         GO TO 8200-EXIT
080600     END-IF.
080700     IF WS-DATE-MONTH = 1
080800         MOVE 12 TO WS-DATE-MONTH
080900         SUBTRACT 1 FROM WS-DATE-YEAR
081000     ELSE
081100         SUBTRACT 1 FROM WS-DATE-MONTH
081200     END-IF.
081300     PERFORM 8300-MONTH-LENGTH THRU 8300-EXIT.
081400     MOVE WS-MONTH-LENGTH TO WS-DATE-DAY.
081500
081600     8200-EXIT.
081700         EXIT.
081800
081900*--------------------------------------------------------------*
082000*  8300-MONTH-LENGTH                                           *
082100*  DAYS IN THE MONTH OF WS-DATE-WORK, FEBRUARY 29 IN A LEAP    *
082200*  YEAR.                                                       *
082300*--------------------------------------------------------------*
082400     8300-MONTH-LENGTH.
082500
082600     MOVE WS-MONTH-DAYS (WS-DATE-MONTH) TO WS-MONTH-LENGTH.
082700     IF WS-DATE-MONTH NOT = 2
082800         GO TO 8300-EXIT
082900     END-IF.
083000     DIVIDE WS-DATE-YEAR BY 4 GIVING WS-YEAR-QUOTIENT
083100         REMAINDER WS-LEAP-REMAINDER-4.
083200     DIVIDE WS-DATE-YEAR BY 100 GIVING WS-YEAR-QUOTIENT
083300         REMAINDER WS-LEAP-REMAINDER-100.
083400     DIVIDE WS-DATE-YEAR BY 400 GIVING WS-YEAR-QUOTIENT
083500         REMAINDER WS-LEAP-REMAINDER-400.
083600     IF WS-LEAP-REMAINDER-4 = ZEROS
083700         AND (WS-LEAP-REMAINDER-100 NOT = ZEROS
083800             OR WS-LEAP-REMAINDER-400 = ZEROS)
083900         MOVE 29 TO WS-MONTH-LENGTH
084000     END-IF.
084100
084200     8300-EXIT.
084300         EXIT.
084400
084500*--------------------------------------------------------------*
084600*  8400-EDIT-DATE                                              *
084700*--------------------------------------------------------------*
084800     8400-EDIT-DATE.
084900
085000     MOVE WS-DATE-DAY   TO WS-EDIT-DAY.
085100     MOVE WS-DATE-MONTH TO WS-EDIT-MONTH.
085200     MOVE WS-DATE-YEAR  TO WS-EDIT-YEAR.
085300
085400     8400-EXIT.
085500         EXIT.
085600
085700*--------------------------------------------------------------*
085800*  9000-TERMINATE                                              *
085900*  THE CONTROL RECORD IS WRITTEN ONLY AT NORMAL END, SO AN     *
086000*  INTERRUPTED RUN CAN BE SUBMITTED AGAIN: EACH PERIOD ALREADY *
086010*  CARRIES THE COMPETENCIA IN FER-POSTED-PERIOD AND IS SKIPPED.*
086100*--------------------------------------------------------------*
086200     9000-TERMINATE.
086300
086400     IF NOT WS-REPORT-ONLY
086500         MOVE ZEROS          TO FERCTL-RECORD
086600         MOVE WS-COMPETENCIA TO FER-LAST-POSTED-PERIOD
086700         IF WS-CONTROL-EXISTS
086800             REWRITE FERCTL-RECORD
086900         ELSE
087000             WRITE FERCTL-RECORD
087100         END-IF
087200     END-IF.
087300
087400     MOVE SPACES TO FERVENC-LINE.
087500     WRITE FERVENC-LINE.
087600     MOVE "PERIODOS VENCIDOS.....................: " TO VNT-LABEL.
087700     MOVE WS-EXPIRED-COUNT TO VNT-COUNT.
087800     MOVE WS-VENC-TOTAL-LINE TO FERVENC-LINE.
087900     WRITE FERVENC-LINE.
088000     MOVE "PERIODOS A VENCER.....................: " TO VNT-LABEL.
088100     MOVE WS-NEAR-COUNT TO VNT-COUNT.
088200     MOVE WS-VENC-TOTAL-LINE TO FERVENC-LINE.
088300     WRITE FERVENC-LINE.
088400     MOVE "PERIODOS ABERTOS NESTA EXECUCAO.......: " TO VNT-LABEL.
088500     MOVE WS-PERIODS-CREATED TO VNT-COUNT.
088600     MOVE WS-VENC-TOTAL-LINE TO FERVENC-LINE.
088700     WRITE FERVENC-LINE.
088800     MOVE "DIAS DE FALTA LANCADOS................: " TO VNT-LABEL.
088900     MOVE WS-FALTA-DAYS-POSTED TO VNT-COUNT.
089000     MOVE WS-VENC-TOTAL-LINE TO FERVENC-LINE.
089100     WRITE FERVENC-LINE.
089200     MOVE "MESES SUSPENSOS POR AFASTAMENTO.......: " TO VNT-LABEL.
089300     MOVE WS-SUSPENSIONS TO VNT-COUNT.
089400     MOVE WS-VENC-TOTAL-LINE TO FERVENC-LINE.
089500     WRITE FERVENC-LINE.
089600     MOVE "FUNCIONARIOS SEM DATA DE ADMISSAO.....: " TO VNT-LABEL.
089700     MOVE WS-NO-ADMISSION-COUNT TO VNT-COUNT.
089800     MOVE WS-VENC-TOTAL-LINE TO FERVENC-LINE.
089900     WRITE FERVENC-LINE.
090000     MOVE "FALTAS SEM VALOR HORA.................: " TO VNT-LABEL.
090100     MOVE WS-NO-HOUR-COUNT TO VNT-COUNT.
090200     MOVE WS-VENC-TOTAL-LINE TO FERVENC-LINE.
090300     WRITE FERVENC-LINE.
090400
090500     DISPLAY "Funcionarios processados: " WS-EMPLOYEES-READ.
090600     DISPLAY "Periodos abertos: " WS-PERIODS-CREATED.
090700     DISPLAY "Periodos vencidos: " WS-EXPIRED-COUNT
090800         "  a vencer: " WS-NEAR-COUNT.
090900     IF WS-TABLE-FULL-COUNT > ZEROS
091000         DISPLAY "Faltas ignoradas (tabela cheia): "
091100             WS-TABLE-FULL-COUNT
091200     END-IF.
091300
091400     CLOSE VENCIMENTO-REPORT.
091500     CLOSE EMPLOYEE-MASTER.
091600     CLOSE FERIAS-CONTROL-FILE.
091700     IF WS-HIST-IS-OPEN
091800         CLOSE PAYROLL-HISTORY
091900     END-IF.
092000
092100     9000-EXIT.
092200         EXIT.
