000100*--------------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. IMPORTA-PONTO.
000400 AUTHOR. RODRIGO REBELO DA COSTA.
000500 INSTALLATION. HOME.
000600 DATE-WRITTEN. 15/10/2026.
000700 DATE-COMPILED. 15/10/2026.
000800 SECURITY. CALCULANDO IRRF.
000900*--------------------------------------------------------------*
001000*  MODIFICATION HISTORY                                        *
001100*  15/10/2026  RRC  NEW PROGRAM.  READS THE DAILY PUNCHES      *
001200*                   EXPORTED BY THE PONTO ELETRONICO CLOCK FOR *
001300*                   THE OPEN COMPETENCIA, APPLIES THE JORNADA  *
001400*                   RULES (STANDARD DAY, TOLERANCE, SUNDAYS AND*
001500*                   FERIADOS AT 100%) AND WRITES EMPLOYEE-FILE,*
001600*                   SO THE TIMESHEET NO LONGER HAS TO BE KEYED *
001700*                   FROM THE CLOCK PRINTOUTS.  PRINTS THE      *
001800*                   ESPELHO DE PONTO PER EMPLOYEE AND LISTS    *
001900*                   THE INCONSISTENT DAYS (ODD PUNCHES, DAYS   *
002000*                   WITHOUT PUNCHES) TO BE FIXED BEFORE        *
002100*                   CONCILIA-FOLHA.                            *
002110*  15/10/2026  RRC  THE HOUR VALUE NOW COMES FROM THE          *
002120*                   CONTRACTUAL VALUE ON EMPMST; THE LAST      *
002130*                   MONTHLY FOLHA ON PAYHIST IS ONLY USED      *
002140*                   WHILE THE CADASTRO DOES NOT CARRY IT.      *
002150*  15/10/2026  RRC  NO MISSING-PUNCH INCONSISTENCY BEFORE THE  *
002160*                   ADMISSAO OR THE RETURN FROM AFASTAMENTO    *
002170*                   WHEN THEY FALL IN THE COMPETENCIA.         *
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
003300         SELECT PONTO-FILE ASSIGN TO "PONTO"
003400             ORGANIZATION IS LINE SEQUENTIAL
003500             FILE STATUS IS WS-PONTO-STATUS.
003600         SELECT FERIADO-FILE ASSIGN TO "FERIADOS"
003700             ORGANIZATION IS LINE SEQUENTIAL
003800             FILE STATUS IS WS-FERIADO-STATUS.
003900         SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMST"
004000             ORGANIZATION IS INDEXED
004100             ACCESS MODE IS RANDOM
004200             RECORD KEY IS EMPMST-ID
004300             FILE STATUS IS WS-MASTER-STATUS.
004400         SELECT PAYROLL-HISTORY ASSIGN TO "PAYHIST"
004500             ORGANIZATION IS INDEXED
004600             ACCESS MODE IS DYNAMIC
004700             RECORD KEY IS HIST-KEY
004800             FILE STATUS IS WS-HIST-STATUS.
004900         SELECT COMPETENCIA-FILE ASSIGN TO "COMPCTL"
005000             ORGANIZATION IS INDEXED
005100             ACCESS MODE IS DYNAMIC
005200             RECORD KEY IS COMP-PERIOD
005300             FILE STATUS IS WS-COMP-STATUS.
005400         SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE-FILE"
005500             ORGANIZATION IS LINE SEQUENTIAL.
005600         SELECT ESPELHO-REPORT ASSIGN TO "ESPELHO-PONTO"
005700             ORGANIZATION IS LINE SEQUENTIAL.
005800         SELECT INCONS-REPORT ASSIGN TO "PONTO-INCONSIST"
005900             ORGANIZATION IS LINE SEQUENTIAL.
006000
006100*--------------------------------------------------------------*
006200
006300 DATA DIVISION.
006400     FILE SECTION.
006500 FD  PONTO-FILE
006600     RECORD CONTAINS 38 CHARACTERS.
006700     COPY PONTOREC.
006800
006900 FD  FERIADO-FILE
007000     RECORD CONTAINS 38 CHARACTERS.
007100     COPY FERIADO.
007200
007300 FD  EMPLOYEE-MASTER.
007400     COPY EMPMST.
007500
007600 FD  PAYROLL-HISTORY.
007700     COPY PAYHIST.
007800
007900 FD  COMPETENCIA-FILE.
008000     COPY COMPCTL.
008100
008200 FD  EMPLOYEE-FILE
008300     RECORD CONTAINS 27 CHARACTERS.
008400     COPY TSDETAIL.
008500
008600 FD  ESPELHO-REPORT
008700     RECORD CONTAINS 80 CHARACTERS.
008800     COPY ESPLINE.
008900
009000 FD  INCONS-REPORT
009100     RECORD CONTAINS 80 CHARACTERS.
009200     COPY INCLINE.
009300
009400     WORKING-STORAGE SECTION.
009500
009600 77  WS-PONTO-STATUS             PIC X(02)      VALUE SPACES.
009700     88  WS-PONTO-FILE-FOUND                    VALUE "00".
009800 77  WS-FERIADO-STATUS           PIC X(02)      VALUE SPACES.
009900     88  WS-FERIADO-FILE-FOUND                  VALUE "00".
010000 77  WS-MASTER-STATUS            PIC X(02)      VALUE SPACES.
010100     88  WS-MASTER-FOUND                        VALUE "00".
010200 77  WS-HIST-STATUS              PIC X(02)      VALUE SPACES.
010300     88  WS-HIST-FILE-FOUND                     VALUE "00".
010400     88  WS-HIST-EOF                            VALUE "10".
010500 77  WS-COMP-STATUS              PIC X(02)      VALUE SPACES.
010600     88  WS-COMP-FILE-FOUND                     VALUE "00".
010700     88  WS-COMP-EOF                            VALUE "10".
010800 77  WS-OPEN-FOUND-SWITCH        PIC X(01)      VALUE "N".
010900     88  WS-OPEN-COMP-FOUND                     VALUE "Y".
011000 77  WS-HIST-MISSING-SWITCH      PIC X(01)      VALUE "N".
011100     88  WS-HIST-MISSING                        VALUE "Y".
011200 77  WS-PONTO-EOF-SWITCH         PIC X(01)      VALUE "N".
011300     88  END-OF-PONTO-FILE                      VALUE "Y".
011400 77  WS-FERIADO-EOF-SWITCH       PIC X(01)      VALUE "N".
011500     88  END-OF-FERIADO-FILE                    VALUE "Y".
011600 77  WS-EMP-KNOWN-SWITCH         PIC X(01)      VALUE "N".
011700     88  WS-EMP-KNOWN                           VALUE "Y".
011800 77  WS-BAD-PUNCH-SWITCH         PIC X(01)      VALUE "N".
011900     88  WS-BAD-PUNCH                           VALUE "Y".
012000 77  WS-HIST-DONE-SWITCH         PIC X(01)      VALUE "N".
012100     88  WS-HIST-DONE                           VALUE "Y".
012200
012300 01  WS-COMPETENCIA.
012400     05  WS-COMP-YEAR             PIC 9(4)      VALUE ZEROS.
012500     05  WS-COMP-MONTH            PIC 9(2)      VALUE ZEROS.
012600
012700*    REGRAS DA JORNADA, EM MINUTOS: JORNADA DIARIA DE SEGUNDA A
012800*    SEXTA, MEIA JORNADA AO SABADO E A TOLERANCIA DIARIA (PARA
012900*    MAIS OU PARA MENOS) DENTRO DA QUAL O DIA VALE A JORNADA
013000*    CHEIA, SEM EXTRA E SEM ATRASO.  DOMINGO E FERIADO SAO 100%.
013100 77  WS-WEEKDAY-MINUTES          PIC 9(4)       VALUE 480.
013200 77  WS-SATURDAY-MINUTES         PIC 9(4)       VALUE 240.
013300 77  WS-TOLERANCE-MINUTES        PIC 9(4)       VALUE 10.
013400 77  WS-MINUTES-PER-DAY          PIC 9(4)       VALUE 1440.
013500
013600*    CALENDARIO DA COMPETENCIA.  O TIPO DO DIA SAI DO DIA DA
013700*    SEMANA (CONGRUENCIA DE ZELLER, 0 = SABADO) E DO ARQUIVO DE
013800*    FERIADOS: U = DIA UTIL, S = SABADO, D = DOMINGO, F = FERIADO.
013900 01  WS-MONTH-DAYS-VALUES.
014000     05  FILLER                   PIC X(24)
014100         VALUE "312831303130313130313031".
014200 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
014300     05  WS-MONTH-DAYS            PIC 9(2) OCCURS 12 TIMES.
014400
014500 01  WS-WEEKDAY-NAME-VALUES.
014600     05  FILLER                   PIC X(21)
014700         VALUE "SABDOMSEGTERQUAQUISEX".
014800 01  WS-WEEKDAY-NAME-TABLE REDEFINES WS-WEEKDAY-NAME-VALUES.
014900     05  WS-WEEKDAY-NAME          PIC X(3) OCCURS 7 TIMES.
015000
015100 01  WS-CALENDAR-TABLE.
015200     05  WS-CALENDAR-ENTRY OCCURS 31 TIMES.
015300         10  WS-CAL-DAY-TYPE      PIC X(1).
015400             88  WS-CAL-WEEKDAY                 VALUE "U".
015500             88  WS-CAL-SATURDAY                VALUE "S".
015600             88  WS-CAL-SUNDAY                  VALUE "D".
015700             88  WS-CAL-FERIADO                 VALUE "F".
015800         10  WS-CAL-DOW           PIC 9(1).
015900
016000 77  WS-DAYS-IN-MONTH            PIC 9(2)       VALUE ZEROS.
016100 77  WS-Z-MONTH                  PIC 9(2)       VALUE ZEROS.
016200 77  WS-Z-YEAR                   PIC 9(4)       VALUE ZEROS.
016300 77  WS-Z-CENTURY                PIC 9(2)       VALUE ZEROS.
016400 77  WS-Z-YEAR-OF-CENTURY        PIC 9(2)       VALUE ZEROS.
016500 77  WS-Z-TERM                   PIC 9(4)       VALUE ZEROS.
016600 77  WS-Z-SUM                    PIC 9(5)       VALUE ZEROS.
016700 77  WS-Z-QUOTIENT               PIC 9(5)       VALUE ZEROS.
016800 77  WS-Z-DOW                    PIC 9(1)       VALUE ZEROS.
016900 77  WS-REMAINDER                PIC 9(3)       VALUE ZEROS.
017000 77  WS-FERIADOS-LOADED          PIC 9(3)  COMP VALUE ZEROS.
017100
017200*    MARCACOES DO FUNCIONARIO CORRENTE, UMA ENTRADA POR DIA.
017300*    SITUACAO DO DIA: BRANCO = SEM MARCACAO, P = PAR DE MARCACOES
017400*    APURADO, I = NUMERO IMPAR, V = HORARIO INVALIDO.
017500 01  WS-DAY-TABLE.
017600     05  WS-DAY-ENTRY OCCURS 31 TIMES.
017700         10  WS-DAY-STATUS        PIC X(1).
017800             88  WS-DAY-NOT-SEEN                VALUE " ".
017900             88  WS-DAY-OK                      VALUE "P".
018000             88  WS-DAY-ODD                     VALUE "I".
018100             88  WS-DAY-INVALID                 VALUE "V".
018200         10  WS-DAY-PUNCH-COUNT   PIC 9(1).
018300         10  WS-DAY-PUNCH         OCCURS 6 TIMES.
018400             15  WS-DAY-PUNCH-HOUR   PIC 9(2).
018500             15  WS-DAY-PUNCH-MINUTE PIC 9(2).
018600         10  WS-DAY-WORKED-MIN    PIC 9(4)  COMP.
018700         10  WS-DAY-REGULAR-MIN   PIC 9(4)  COMP.
018800         10  WS-DAY-OT50-MIN      PIC 9(4)  COMP.
018900         10  WS-DAY-OT100-MIN     PIC 9(4)  COMP.
019000         10  WS-DAY-OCCURRENCE    PIC X(13).
019100
019200 77  WS-DAY-SUB                  PIC 9(2)  COMP VALUE ZEROS.
019300 77  WS-PUNCH-SUB                PIC 9(2)  COMP VALUE ZEROS.
019400 77  WS-NAME-SUB                 PIC 9(2)  COMP VALUE ZEROS.
019500 77  WS-CURRENT-ID               PIC 9(5)       VALUE ZEROS.
019600 77  WS-LAST-CHECK-DAY           PIC 9(2)       VALUE ZEROS.
019610 77  WS-FIRST-CHECK-DAY          PIC 9(2)       VALUE ZEROS.
019620 77  WS-FIRST-CHECK-TEXT         PIC X(13)      VALUE SPACES.
019630 77  WS-CHECK-TEXT               PIC X(13)      VALUE SPACES.
019700 77  WS-DAY-JORNADA              PIC 9(4)       VALUE ZEROS.
019800 77  WS-JORNADA-FLOOR            PIC 9(4)       VALUE ZEROS.
019900 77  WS-JORNADA-CEILING          PIC 9(4)       VALUE ZEROS.
020000 77  WS-ENTRY-MINUTES            PIC 9(4)       VALUE ZEROS.
020100 77  WS-EXIT-MINUTES             PIC 9(4)       VALUE ZEROS.
020200 77  WS-WORKED-MINUTES           PIC 9(4)       VALUE ZEROS.
020300 77  WS-EMP-REGULAR-MIN          PIC 9(5)  COMP VALUE ZEROS.
020400 77  WS-EMP-OT50-MIN             PIC 9(5)  COMP VALUE ZEROS.
020500 77  WS-EMP-OT100-MIN            PIC 9(5)  COMP VALUE ZEROS.
020600 77  WS-EMP-TOTAL-MIN            PIC 9(5)  COMP VALUE ZEROS.
020700 77  WS-HOUR-VALUE               PIC 9(5)V9(2)  VALUE ZEROS.
020800
020900 01  WS-WORK-DATE.
021000     05  WS-WORK-YEAR             PIC 9(4).
021100     05  WS-WORK-MONTH            PIC 9(2).
021200     05  WS-WORK-DAY              PIC 9(2).
021300
021400 77  WS-PUNCH-RECORDS-READ       PIC 9(7)  COMP VALUE ZEROS.
021500 77  WS-EMPLOYEES-READ           PIC 9(5)  COMP VALUE ZEROS.
021600 77  WS-TIMESHEETS-WRITTEN       PIC 9(5)  COMP VALUE ZEROS.
021700 77  WS-INCONSISTENCY-COUNT      PIC 9(5)  COMP VALUE ZEROS.
021800
021900 01  WS-PUNCH-EDIT.
022000     05  WS-PE-HOUR               PIC 99.
022100     05  FILLER                   PIC X(01) VALUE ":".
022200     05  WS-PE-MINUTE             PIC 99.
022300
022400 01  WS-DATE-EDIT.
022500     05  WS-DE-DAY                PIC 99.
022600     05  FILLER                   PIC X(01) VALUE "/".
022700     05  WS-DE-MONTH              PIC 99.
022800     05  FILLER                   PIC X(01) VALUE "/".
022900     05  WS-DE-YEAR               PIC 9999.
023000
023100 01  WS-ESPELHO-HEADER-LINE-1.
023200     05  FILLER                   PIC X(40)
023300         VALUE "EMPRESA EXEMPLO LTDA".
023400     05  FILLER                   PIC X(16)
023500         VALUE "ESPELHO DE PONTO".
023600     05  FILLER                   PIC X(24) VALUE SPACES.
023700
023800 01  WS-ESPELHO-HEADER-LINE-2.
023900     05  FILLER                   PIC X(22)
024000         VALUE "Periodo de referencia:".
024100     05  ESH-PERIOD-MONTH         PIC 99.
024200     05  FILLER                   PIC X(01) VALUE "/".
024300     05  ESH-PERIOD-YEAR          PIC 9999.
024400     05  FILLER                   PIC X(51) VALUE SPACES.
024500
024600 01  WS-ESPELHO-EMPLOYEE-LINE.
024700     05  FILLER                   PIC X(13)
024800         VALUE "Funcionario: ".
024900     05  ESE-EMPLOYEE-ID          PIC ZZZZ9.
025000     05  FILLER                   PIC X(01) VALUE SPACES.
025100     05  ESE-NAME                 PIC X(20).
025200     05  FILLER                   PIC X(01) VALUE SPACES.
025300     05  ESE-LAST-NAME            PIC X(20).
025400     05  FILLER                   PIC X(20) VALUE SPACES.
025500
025600 01  WS-ESPELHO-COLUMN-LINE.
025700     05  FILLER                   PIC X(10) VALUE "DATA  DIA ".
025800     05  FILLER                   PIC X(36)
025900         VALUE "MARCACOES".
026000     05  FILLER                   PIC X(21)
026100         VALUE "NORMAL  EXT50 EXT100 ".
026200     05  FILLER                   PIC X(13) VALUE "OCORRENCIA".
026300
026400 01  WS-ESPELHO-DAY-LINE.
026500     05  ESD-DAY                  PIC 99.
026600     05  FILLER                   PIC X(01) VALUE "/".
026700     05  ESD-MONTH                PIC 99.
026800     05  FILLER                   PIC X(01) VALUE SPACES.
026900     05  ESD-WEEKDAY              PIC X(03).
027000     05  FILLER                   PIC X(01) VALUE SPACES.
027100     05  ESD-PUNCH-SLOT           PIC X(06) OCCURS 6 TIMES.
027200     05  ESD-REGULAR              PIC ZZ9,99.
027300     05  FILLER                   PIC X(01) VALUE SPACES.
027400     05  ESD-OT50                 PIC ZZ9,99.
027500     05  FILLER                   PIC X(01) VALUE SPACES.
027600     05  ESD-OT100                PIC ZZ9,99.
027700     05  FILLER                   PIC X(01) VALUE SPACES.
027800     05  ESD-OCCURRENCE           PIC X(13).
027900
028000 01  WS-ESPELHO-TOTAL-LINE.
028100     05  FILLER                   PIC X(18)
028200         VALUE "Totais - Normais: ".
028300     05  EST-REGULAR              PIC ZZ9,99.
028400     05  FILLER                   PIC X(07) VALUE " Ext50:".
028500     05  EST-OT50                 PIC ZZ9,99.
028600     05  FILLER                   PIC X(08) VALUE " Ext100:".
028700     05  EST-OT100                PIC ZZ9,99.
028800     05  FILLER                   PIC X(12) VALUE " Valor hora:".
028900     05  EST-HOUR-VALUE           PIC ZZ.ZZ9,99.
029000     05  FILLER                   PIC X(08) VALUE SPACES.
029100
029200 01  WS-INCONS-HEADER-LINE-1.
029300     05  FILLER                   PIC X(40)
029400         VALUE "EMPRESA EXEMPLO LTDA".
029500     05  FILLER                   PIC X(24)
029600         VALUE "INCONSISTENCIAS DO PONTO".
029700     05  FILLER                   PIC X(16) VALUE SPACES.
029800
029900 01  WS-INCONS-HEADER-LINE-2.
030000     05  FILLER                   PIC X(22)
030100         VALUE "Periodo de referencia:".
030200     05  ICH-PERIOD-MONTH         PIC 99.
030300     05  FILLER                   PIC X(01) VALUE "/".
030400     05  ICH-PERIOD-YEAR          PIC 9999.
030500     05  FILLER                   PIC X(51) VALUE SPACES.
030600
030700 01  WS-INCONS-DETAIL-LINE.
030800     05  FILLER                   PIC X(07) VALUE "Pront: ".
030900     05  ICD-EMPLOYEE-ID          PIC ZZZZ9.
031000     05  FILLER                   PIC X(07) VALUE " Data: ".
031100     05  ICD-DATE                 PIC X(10).
031200     05  FILLER                   PIC X(01) VALUE SPACES.
031300     05  ICD-REASON               PIC X(40).
031400     05  FILLER                   PIC X(10) VALUE SPACES.
031500
031600 01  WS-INCONS-TOTAL-LINE.
031700     05  FILLER                   PIC X(32)
031800         VALUE "TOTAL DE INCONSISTENCIAS......: ".
031900     05  ICT-COUNT                PIC ZZZZZZ9.
032000     05  FILLER                   PIC X(41) VALUE SPACES.
032100
032200 PROCEDURE DIVISION.
032300     0000-MAINLINE.
032400
032500     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
032600     PERFORM 2000-PROCESS-EMPLOYEE  THRU 2000-EXIT
032700         UNTIL END-OF-PONTO-FILE.
032800     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
032900
033000     STOP RUN.
033100
033200*--------------------------------------------------------------*
033300*  1000-INITIALIZE                                             *
033400*  THE PUNCHES ARE ALWAYS IMPORTED INTO THE OPEN COMPETENCIA:  *
033500*  PUNCHES OF ANY OTHER MONTH ARE LISTED AND IGNORED.  THE     *
033600*  EMPLOYEE-FILE IS REBUILT FROM SCRATCH ON EVERY RUN.         *
033700*--------------------------------------------------------------*
033800     1000-INITIALIZE.
033900
034000     OPEN INPUT COMPETENCIA-FILE.
034100     IF NOT WS-COMP-FILE-FOUND
034200         DISPLAY "Nenhuma competencia aberta - "
034300             "rode ABRE-COMPETENCIA antes"
034400         STOP RUN
034500     END-IF.
034600     PERFORM 1100-FIND-OPEN-COMPETENCIA THRU 1100-EXIT.
034700     IF NOT WS-OPEN-COMP-FOUND
034800         DISPLAY "Nenhuma competencia aberta - "
034900             "rode ABRE-COMPETENCIA antes"
035000         CLOSE COMPETENCIA-FILE
035100         STOP RUN
035200     END-IF.
035300     CLOSE COMPETENCIA-FILE.
035400     DISPLAY "Importacao do ponto da competencia: " WS-COMP-MONTH
035500         "/" WS-COMP-YEAR.
035600
035700     OPEN INPUT PONTO-FILE.
035800     IF NOT WS-PONTO-FILE-FOUND
035900         DISPLAY "Arquivo de marcacoes do ponto ausente"
036000         STOP RUN
036100     END-IF.
036200     OPEN INPUT EMPLOYEE-MASTER.
036300     IF NOT WS-MASTER-FOUND
036400         DISPLAY "Cadastro de funcionarios ausente"
036500         CLOSE PONTO-FILE
036600         STOP RUN
036700     END-IF.
036800     OPEN INPUT PAYROLL-HISTORY.
036900     IF NOT WS-HIST-FILE-FOUND
037000         DISPLAY "Historico de folha ausente - "
037100             "valor hora nao sera preenchido"
037200         SET WS-HIST-MISSING TO TRUE
037300     END-IF.
037400
037500     PERFORM 1200-BUILD-CALENDAR THRU 1200-EXIT.
037600     PERFORM 1300-LOAD-FERIADOS  THRU 1300-EXIT.
037700
037800     OPEN OUTPUT EMPLOYEE-FILE.
037900     OPEN OUTPUT ESPELHO-REPORT.
038000     OPEN OUTPUT INCONS-REPORT.
038100
038200     MOVE WS-ESPELHO-HEADER-LINE-1 TO ESPELHO-LINE.
038300     WRITE ESPELHO-LINE.
038400     MOVE WS-COMP-MONTH TO ESH-PERIOD-MONTH.
038500     MOVE WS-COMP-YEAR  TO ESH-PERIOD-YEAR.
038600     MOVE WS-ESPELHO-HEADER-LINE-2 TO ESPELHO-LINE.
038700     WRITE ESPELHO-LINE.
038800     MOVE SPACES TO ESPELHO-LINE.
038900     WRITE ESPELHO-LINE.
039000
039100     MOVE WS-INCONS-HEADER-LINE-1 TO INCONS-LINE.
039200     WRITE INCONS-LINE.
039300     MOVE WS-COMP-MONTH TO ICH-PERIOD-MONTH.
039400     MOVE WS-COMP-YEAR  TO ICH-PERIOD-YEAR.
039500     MOVE WS-INCONS-HEADER-LINE-2 TO INCONS-LINE.
039600     WRITE INCONS-LINE.
039700     MOVE SPACES TO INCONS-LINE.
039800     WRITE INCONS-LINE.
039900
040000     READ PONTO-FILE
040100         AT END SET END-OF-PONTO-FILE TO TRUE
040200     END-READ.
040300
040400     1000-EXIT.
040500         EXIT.
040600
040700*--------------------------------------------------------------*
040800*  1100-FIND-OPEN-COMPETENCIA                                  *
040900*  SCANS COMPCTL FOR THE COMPETENCIA STILL OPEN AND SAVES IT   *
041000*  IN WS-COMPETENCIA.                                          *
041100*--------------------------------------------------------------*
041200     1100-FIND-OPEN-COMPETENCIA.
041300
041400     MOVE "N"   TO WS-OPEN-FOUND-SWITCH.
041500     MOVE ZEROS TO COMP-PERIOD.
041600     START COMPETENCIA-FILE KEY NOT < COMP-PERIOD
041700         INVALID KEY
041800             GO TO 1100-EXIT
041900     END-START.
042000
042100     PERFORM 1150-SCAN-COMPETENCIA THRU 1150-EXIT
042200         UNTIL WS-COMP-EOF OR WS-OPEN-COMP-FOUND.
042300
042400     1100-EXIT.
042500         EXIT.
042600
042700*--------------------------------------------------------------*
042800*  1150-SCAN-COMPETENCIA                                       *
042900*--------------------------------------------------------------*
043000     1150-SCAN-COMPETENCIA.
043100
043200     READ COMPETENCIA-FILE NEXT RECORD
043300         AT END GO TO 1150-EXIT
043400     END-READ.
043500
043600     IF COMP-IS-OPEN
043700         SET WS-OPEN-COMP-FOUND TO TRUE
043800         MOVE COMP-YEAR  TO WS-COMP-YEAR
043900         MOVE COMP-MONTH TO WS-COMP-MONTH
044000     END-IF.
044100
044200     1150-EXIT.
044300         EXIT.
044400
044500*--------------------------------------------------------------*
044600*  1200-BUILD-CALENDAR                                         *
044700*  NUMBER OF DAYS OF THE COMPETENCIA (FEBRUARY HAS 29 IN A     *
044800*  LEAP YEAR) AND THE WEEKDAY OF THE FIRST DAY, BY ZELLER'S    *
044900*  CONGRUENCE: JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14  *
045000*  OF THE PREVIOUS YEAR.  THE REST OF THE MONTH FOLLOWS.       *
045100*--------------------------------------------------------------*
045200     1200-BUILD-CALENDAR.
045300
045400     MOVE WS-MONTH-DAYS (WS-COMP-MONTH) TO WS-DAYS-IN-MONTH.
045500     IF WS-COMP-MONTH = 2
045600         DIVIDE WS-COMP-YEAR BY 4 GIVING WS-Z-QUOTIENT
045700             REMAINDER WS-REMAINDER
045800         IF WS-REMAINDER = ZEROS
045900             MOVE 29 TO WS-DAYS-IN-MONTH
046000             DIVIDE WS-COMP-YEAR BY 100 GIVING WS-Z-QUOTIENT
046100                 REMAINDER WS-REMAINDER
046200             IF WS-REMAINDER = ZEROS
046300                 MOVE 28 TO WS-DAYS-IN-MONTH
046400                 DIVIDE WS-COMP-YEAR BY 400 GIVING WS-Z-QUOTIENT
046500                     REMAINDER WS-REMAINDER
046600                 IF WS-REMAINDER = ZEROS
046700                     MOVE 29 TO WS-DAYS-IN-MONTH
046800                 END-IF
046900             END-IF
047000         END-IF
047100     END-IF.
047200
047300     MOVE WS-COMP-MONTH TO WS-Z-MONTH.
047400     MOVE WS-COMP-YEAR  TO WS-Z-YEAR.
047500     IF WS-Z-MONTH < 3
047600         ADD 12 TO WS-Z-MONTH
047700         SUBTRACT 1 FROM WS-Z-YEAR
047800     END-IF.
047900     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
048000         REMAINDER WS-Z-YEAR-OF-CENTURY.
048100
048200*    H = (1 + 13(M+1)/5 + K + K/4 + J/4 + 5J) MOD 7
048300     MOVE 1 TO WS-Z-SUM.
048400     ADD 1 TO WS-Z-MONTH GIVING WS-Z-TERM.
048500     MULTIPLY 13 BY WS-Z-TERM.
048600     DIVIDE WS-Z-TERM BY 5 GIVING WS-Z-QUOTIENT.
048700     ADD WS-Z-QUOTIENT TO WS-Z-SUM.
048800     ADD WS-Z-YEAR-OF-CENTURY TO WS-Z-SUM.
048900     DIVIDE WS-Z-YEAR-OF-CENTURY BY 4 GIVING WS-Z-QUOTIENT.
049000     ADD WS-Z-QUOTIENT TO WS-Z-SUM.
049100     DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-QUOTIENT.
049200     ADD WS-Z-QUOTIENT TO WS-Z-SUM.
049300     MULTIPLY WS-Z-CENTURY BY 5 GIVING WS-Z-TERM.
049400     ADD WS-Z-TERM TO WS-Z-SUM.
049500     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOTIENT
049600         REMAINDER WS-Z-DOW.
049700
049800     PERFORM 1250-SET-CALENDAR-DAY THRU 1250-EXIT
049900         VARYING WS-DAY-SUB FROM 1 BY 1
050000         UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH.
050100
050200     1200-EXIT.
050300         EXIT.
050400
050500*--------------------------------------------------------------*
050600*  1250-SET-CALENDAR-DAY                                       *
050700*--------------------------------------------------------------*
050800     1250-SET-CALENDAR-DAY.
050900
051000     MOVE WS-Z-DOW TO WS-CAL-DOW (WS-DAY-SUB).
051100     EVALUATE WS-Z-DOW
051200         WHEN 0
051300             MOVE "S" TO WS-CAL-DAY-TYPE (WS-DAY-SUB)
051400         WHEN 1
051500             MOVE "D" TO WS-CAL-DAY-TYPE (WS-DAY-SUB)
051600         WHEN OTHER
051700             MOVE "U" TO WS-CAL-DAY-TYPE (WS-DAY-SUB)
051800     END-EVALUATE.
051900
052000     IF WS-Z-DOW = 6
052100         MOVE ZEROS TO WS-Z-DOW
052200     ELSE
052300         ADD 1 TO WS-Z-DOW
052400     END-IF.
052500
052600     1250-EXIT.
052700         EXIT.
052800
052900*--------------------------------------------------------------*
053000*  1300-LOAD-FERIADOS                                          *
053100*  MARKS THE FERIADOS OF THE COMPETENCIA ON THE CALENDAR.      *
053200*  WITHOUT THE FILE ONLY SUNDAYS ARE PAID AT 100%.             *
053300*--------------------------------------------------------------*
053400     1300-LOAD-FERIADOS.
053500
053600     OPEN INPUT FERIADO-FILE.
053700     IF NOT WS-FERIADO-FILE-FOUND
053800         DISPLAY "Arquivo de feriados ausente - "
053900             "somente domingos serao tratados como 100%"
054000         GO TO 1300-EXIT
054100     END-IF.
054200
054300     PERFORM 1350-READ-FERIADO THRU 1350-EXIT
054400         UNTIL END-OF-FERIADO-FILE.
054500     CLOSE FERIADO-FILE.
054600     DISPLAY "Feriados na competencia: " WS-FERIADOS-LOADED.
054700
054800     1300-EXIT.
054900         EXIT.
055000
055100*--------------------------------------------------------------*
055200*  1350-READ-FERIADO                                           *
055300*--------------------------------------------------------------*
055400     1350-READ-FERIADO.
055500
055600     READ FERIADO-FILE
055700         AT END
055800             SET END-OF-FERIADO-FILE TO TRUE
055900             GO TO 1350-EXIT
056000     END-READ.
056100
056200     IF FRD-YEAR = WS-COMP-YEAR
056300         AND FRD-MONTH = WS-COMP-MONTH
056400         AND FRD-DAY > ZEROS
056500         AND FRD-DAY NOT > WS-DAYS-IN-MONTH
056600         MOVE "F" TO WS-CAL-DAY-TYPE (FRD-DAY)
056700         ADD 1 TO WS-FERIADOS-LOADED
056800     END-IF.
056900
057000     1350-EXIT.
057100         EXIT.
057200
057300*--------------------------------------------------------------*
057400*  2000-PROCESS-EMPLOYEE                                       *
057500*  ONE CONTROL BREAK PER PRONTUARIO: LOADS ALL OF ITS PUNCH    *
057600*  DAYS, APPLIES THE JORNADA DAY BY DAY, PRINTS THE ESPELHO AND*
057700*  WRITES THE TIMESHEET.  PUNCHES OF A PRONTUARIO NOT ON THE   *
057800*  CADASTRO ARE LISTED ONCE AND SKIPPED.                       *
057900*--------------------------------------------------------------*
058000     2000-PROCESS-EMPLOYEE.
058100
058200     MOVE PT-EMPLOYEE-ID TO WS-CURRENT-ID.
058300     ADD 1 TO WS-EMPLOYEES-READ.
058400     PERFORM 2050-CLEAR-DAY-ENTRY THRU 2050-EXIT
058500         VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 31.
058600     MOVE ZEROS TO WS-EMP-REGULAR-MIN WS-EMP-OT50-MIN
058700                   WS-EMP-OT100-MIN.
058800
058900     MOVE "N" TO WS-EMP-KNOWN-SWITCH.
059000     MOVE WS-CURRENT-ID TO EMPMST-ID.
059100     READ EMPLOYEE-MASTER
059200         INVALID KEY
059300             MOVE SPACES TO ICD-DATE
059400             MOVE "PRONTUARIO NAO CADASTRADO" TO ICD-REASON
059500             PERFORM 8000-WRITE-INCONSISTENCY THRU 8000-EXIT
059600         NOT INVALID KEY
059700             SET WS-EMP-KNOWN TO TRUE
059800     END-READ.
059900
060000     PERFORM 2100-LOAD-PUNCH-DAY THRU 2100-EXIT
060100         UNTIL END-OF-PONTO-FILE
060200             OR PT-EMPLOYEE-ID NOT = WS-CURRENT-ID.
060300
060400     IF NOT WS-EMP-KNOWN
060500         GO TO 2000-EXIT
060600     END-IF.
060700
060800     PERFORM 2250-SET-LAST-CHECK-DAY THRU 2250-EXIT.
060900     PERFORM 2300-APPLY-JORNADA THRU 2300-EXIT
061000         VARYING WS-DAY-SUB FROM 1 BY 1
061100         UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH.
061200     PERFORM 2500-FIND-HOUR-VALUE THRU 2500-EXIT.
061300     PERFORM 2600-PRINT-ESPELHO THRU 2600-EXIT.
061400     PERFORM 2700-WRITE-TIMESHEET THRU 2700-EXIT.
061500
061600     2000-EXIT.
061700         EXIT.
061800
061900*--------------------------------------------------------------*
062000*  2050-CLEAR-DAY-ENTRY                                        *
062100*--------------------------------------------------------------*
062200     2050-CLEAR-DAY-ENTRY.
062300
062400     MOVE SPACES TO WS-DAY-STATUS (WS-DAY-SUB).
062500     MOVE SPACES TO WS-DAY-OCCURRENCE (WS-DAY-SUB).
062600     MOVE ZEROS  TO WS-DAY-PUNCH-COUNT (WS-DAY-SUB).
062700     MOVE ZEROS  TO WS-DAY-WORKED-MIN (WS-DAY-SUB).
062800     MOVE ZEROS  TO WS-DAY-REGULAR-MIN (WS-DAY-SUB).
062900     MOVE ZEROS  TO WS-DAY-OT50-MIN (WS-DAY-SUB).
063000     MOVE ZEROS  TO WS-DAY-OT100-MIN (WS-DAY-SUB).
063100     PERFORM 2060-CLEAR-DAY-PUNCH THRU 2060-EXIT
063200         VARYING WS-PUNCH-SUB FROM 1 BY 1 UNTIL WS-PUNCH-SUB > 6.
063300
063400     2050-EXIT.
063500         EXIT.
063600
063700*--------------------------------------------------------------*
063800*  2060-CLEAR-DAY-PUNCH                                        *
063900*--------------------------------------------------------------*
064000     2060-CLEAR-DAY-PUNCH.
064100
064200     MOVE ZEROS TO WS-DAY-PUNCH-HOUR (WS-DAY-SUB WS-PUNCH-SUB).
064300     MOVE ZEROS TO WS-DAY-PUNCH-MINUTE (WS-DAY-SUB WS-PUNCH-SUB).
064400
064500     2060-EXIT.
064600         EXIT.
064700
064800*--------------------------------------------------------------*
064900*  2100-LOAD-PUNCH-DAY                                         *
065000*  STORES ONE DAY OF PUNCHES IN THE DAY TABLE.  A DAY OUTSIDE  *
065100*  THE COMPETENCIA OR KEYED TWICE BY THE CLOCK IS LISTED AT    *
065200*  ONCE AND IGNORED; AN ODD NUMBER OF PUNCHES OR AN IMPOSSIBLE *
065300*  TIME LEAVES THE DAY UNCOUNTED UNTIL IT IS FIXED.            *
065400*--------------------------------------------------------------*
065500     2100-LOAD-PUNCH-DAY.
065600
065700     ADD 1 TO WS-PUNCH-RECORDS-READ.
065800
065900     IF PT-YEAR NOT = WS-COMP-YEAR
066000         OR PT-MONTH NOT = WS-COMP-MONTH
066100         OR PT-DAY = ZEROS
066200         OR PT-DAY > WS-DAYS-IN-MONTH
066300         MOVE PT-DAY   TO WS-DE-DAY
066400         MOVE PT-MONTH TO WS-DE-MONTH
066500         MOVE PT-YEAR  TO WS-DE-YEAR
066600         MOVE WS-DATE-EDIT TO ICD-DATE
066700         MOVE "MARCACAO FORA DA COMPETENCIA" TO ICD-REASON
066800         PERFORM 8000-WRITE-INCONSISTENCY THRU 8000-EXIT
066900         GO TO 2100-READ-NEXT
067000     END-IF.
067100
067200     MOVE PT-DAY TO WS-DAY-SUB.
067300     IF NOT WS-DAY-NOT-SEEN (WS-DAY-SUB)
067400         MOVE PT-DAY   TO WS-DE-DAY
067500         MOVE PT-MONTH TO WS-DE-MONTH
067600         MOVE PT-YEAR  TO WS-DE-YEAR
067700         MOVE WS-DATE-EDIT TO ICD-DATE
067800         MOVE "DIA REPETIDO NO ARQUIVO - IGNORADO" TO ICD-REASON
067900         PERFORM 8000-WRITE-INCONSISTENCY THRU 8000-EXIT
068000         GO TO 2100-READ-NEXT
068100     END-IF.
068200
068300     MOVE "N" TO WS-BAD-PUNCH-SWITCH.
068400     IF PT-PUNCH-COUNT > 6
068500         SET WS-BAD-PUNCH TO TRUE
068600         MOVE 6 TO WS-DAY-PUNCH-COUNT (WS-DAY-SUB)
068700     ELSE
068800         MOVE PT-PUNCH-COUNT TO WS-DAY-PUNCH-COUNT (WS-DAY-SUB)
068900     END-IF.
069000     PERFORM 2150-STORE-PUNCH THRU 2150-EXIT
069100         VARYING WS-PUNCH-SUB FROM 1 BY 1
069200         UNTIL WS-PUNCH-SUB > WS-DAY-PUNCH-COUNT (WS-DAY-SUB).
069300
069400     IF WS-BAD-PUNCH
069500         MOVE "V" TO WS-DAY-STATUS (WS-DAY-SUB)
069600         GO TO 2100-READ-NEXT
069700     END-IF.
069800     DIVIDE PT-PUNCH-COUNT BY 2 GIVING WS-Z-QUOTIENT
069900         REMAINDER WS-REMAINDER.
070000     IF WS-REMAINDER NOT = ZEROS
070100         MOVE "I" TO WS-DAY-STATUS (WS-DAY-SUB)
070200         GO TO 2100-READ-NEXT
070300     END-IF.
070400
070500     MOVE "P"   TO WS-DAY-STATUS (WS-DAY-SUB).
070600     MOVE ZEROS TO WS-WORKED-MINUTES.
070700     PERFORM 2200-ADD-PUNCH-PAIR THRU 2200-EXIT
070800         VARYING WS-PUNCH-SUB FROM 1 BY 2
070900         UNTIL WS-PUNCH-SUB > PT-PUNCH-COUNT.
071000     MOVE WS-WORKED-MINUTES TO WS-DAY-WORKED-MIN (WS-DAY-SUB).
071100
071200     2100-READ-NEXT.
071300     READ PONTO-FILE
071400         AT END SET END-OF-PONTO-FILE TO TRUE
071500     END-READ.
071600
071700     2100-EXIT.
071800         EXIT.
071900
072000*--------------------------------------------------------------*
072100*  2150-STORE-PUNCH                                            *
072200*--------------------------------------------------------------*
072300     2150-STORE-PUNCH.
072400
072500     MOVE PT-PUNCH-HOUR (WS-PUNCH-SUB)
072600         TO WS-DAY-PUNCH-HOUR (WS-DAY-SUB WS-PUNCH-SUB).
072700     MOVE PT-PUNCH-MINUTE (WS-PUNCH-SUB)
072800         TO WS-DAY-PUNCH-MINUTE (WS-DAY-SUB WS-PUNCH-SUB).
072900     IF PT-PUNCH-HOUR (WS-PUNCH-SUB) > 23
073000         OR PT-PUNCH-MINUTE (WS-PUNCH-SUB) > 59
073100         SET WS-BAD-PUNCH TO TRUE
073200     END-IF.
073300
073400     2150-EXIT.
073500         EXIT.
073600
073700*--------------------------------------------------------------*
073800*  2200-ADD-PUNCH-PAIR                                         *
073900*  ONE ENTRADA/SAIDA PAIR.  A SAIDA BEFORE ITS ENTRADA IS THE  *
074000*  NEXT DAY (NIGHT SHIFT CROSSING MIDNIGHT).                   *
074100*--------------------------------------------------------------*
074200     2200-ADD-PUNCH-PAIR.
074300
074400     MULTIPLY PT-PUNCH-HOUR (WS-PUNCH-SUB) BY 60
074500         GIVING WS-ENTRY-MINUTES.
074600     ADD PT-PUNCH-MINUTE (WS-PUNCH-SUB) TO WS-ENTRY-MINUTES.
074700     MULTIPLY PT-PUNCH-HOUR (WS-PUNCH-SUB + 1) BY 60
074800         GIVING WS-EXIT-MINUTES.
074900     ADD PT-PUNCH-MINUTE (WS-PUNCH-SUB + 1) TO WS-EXIT-MINUTES.
075000     IF WS-EXIT-MINUTES < WS-ENTRY-MINUTES
075100         ADD WS-MINUTES-PER-DAY TO WS-EXIT-MINUTES
075200     END-IF.
075300     ADD WS-EXIT-MINUTES TO WS-WORKED-MINUTES.
075400     SUBTRACT WS-ENTRY-MINUTES FROM WS-WORKED-MINUTES.
075500
075600     2200-EXIT.
075700         EXIT.
075800
075900*--------------------------------------------------------------*
076000*  2250-SET-LAST-CHECK-DAY                                     *
076100*  DAYS OF THE MONTH ON WHICH A MISSING PUNCH IS AN            *
076110*  INCONSISTENCY: FROM THE ADMISSAO, OR THE RETURN FROM        *
076120*  AFASTAMENTO, WHEN IT FALLS IN THE COMPETENCIA; UP TO THE    *
076130*  DESLIGAMENTO OR THE DAY BEFORE THE AFASTAMENTO WHEN THEY    *
076140*  FALL IN THE COMPETENCIA, NONE WHEN THEY FALL BEFORE IT.     *
076500*--------------------------------------------------------------*
076600     2250-SET-LAST-CHECK-DAY.
076700
076800     MOVE WS-DAYS-IN-MONTH TO WS-LAST-CHECK-DAY.
076810     MOVE 1                TO WS-FIRST-CHECK-DAY.
076820     MOVE SPACES           TO WS-FIRST-CHECK-TEXT.
076900
077000     IF EMPMST-TERMINATED
077100         MOVE EMPMST-TERMINATION-DATE TO WS-WORK-DATE
077200         PERFORM 2260-LIMIT-CHECK-DAY THRU 2260-EXIT
077300     END-IF.
077400
077500     IF EMPMST-ADMISSION-DATE NUMERIC
077505         MOVE EMPMST-ADMISSION-DATE TO WS-WORK-DATE
077510         MOVE "ADMISSAO"            TO WS-CHECK-TEXT
077515         PERFORM 2270-RAISE-FIRST-CHECK-DAY THRU 2270-EXIT
077520     END-IF.
077525
077530     IF EMPMST-ON-LEAVE
077535         MOVE EMPMST-LEAVE-RETURN TO WS-WORK-DATE
077540         IF WS-WORK-YEAR = WS-COMP-YEAR
077545             AND WS-WORK-MONTH = WS-COMP-MONTH
077550             MOVE "AFAST/DESLIG." TO WS-CHECK-TEXT
077555             PERFORM 2270-RAISE-FIRST-CHECK-DAY THRU 2270-EXIT
077560             GO TO 2250-EXIT
077565         END-IF
077600         MOVE EMPMST-LEAVE-START TO WS-WORK-DATE
077700         IF WS-WORK-DAY > ZEROS
077800             SUBTRACT 1 FROM WS-WORK-DAY
077900         END-IF
078000         PERFORM 2260-LIMIT-CHECK-DAY THRU 2260-EXIT
078100     END-IF.
078200
078300     2250-EXIT.
078400         EXIT.
078500
078600*--------------------------------------------------------------*
078700*  2260-LIMIT-CHECK-DAY                                        *
078800*--------------------------------------------------------------*
078900     2260-LIMIT-CHECK-DAY.
079000
079100     IF WS-WORK-YEAR < WS-COMP-YEAR
079200         OR (WS-WORK-YEAR = WS-COMP-YEAR
079300             AND WS-WORK-MONTH < WS-COMP-MONTH)
079400         MOVE ZEROS TO WS-LAST-CHECK-DAY
079500         GO TO 2260-EXIT
079600     END-IF.
079700
079800     IF WS-WORK-YEAR = WS-COMP-YEAR
079900         AND WS-WORK-MONTH = WS-COMP-MONTH
080000         AND WS-WORK-DAY < WS-LAST-CHECK-DAY
080100         MOVE WS-WORK-DAY TO WS-LAST-CHECK-DAY
080200     END-IF.
080300
080400     2260-EXIT.
080500         EXIT.
080600
080603*--------------------------------------------------------------*
080606*  2270-RAISE-FIRST-CHECK-DAY                                  *
080609*  A DATE IN THE COMPETENCIA MOVES THE FIRST CHECKED DAY UP TO *
080612*  IT; ONE AFTER THE COMPETENCIA LEAVES NO DAY TO CHECK.       *
080615*--------------------------------------------------------------*
080618     2270-RAISE-FIRST-CHECK-DAY.
080621
080624     IF WS-WORK-YEAR > WS-COMP-YEAR
080627         OR (WS-WORK-YEAR = WS-COMP-YEAR
080630             AND WS-WORK-MONTH > WS-COMP-MONTH)
080633         ADD 1 WS-DAYS-IN-MONTH GIVING WS-FIRST-CHECK-DAY
080636         MOVE WS-CHECK-TEXT TO WS-FIRST-CHECK-TEXT
080639         GO TO 2270-EXIT
080642     END-IF.
080645
080648     IF WS-WORK-YEAR = WS-COMP-YEAR
080651         AND WS-WORK-MONTH = WS-COMP-MONTH
080654         AND WS-WORK-DAY > WS-FIRST-CHECK-DAY
080657         MOVE WS-WORK-DAY   TO WS-FIRST-CHECK-DAY
080660         MOVE WS-CHECK-TEXT TO WS-FIRST-CHECK-TEXT
080663     END-IF.
080666
080669     2270-EXIT.
080672         EXIT.
080675
080700*--------------------------------------------------------------*
080800*  2300-APPLY-JORNADA                                          *
080900*  SPLITS ONE DAY'S WORKED MINUTES.  SUNDAY OR FERIADO: ALL AT *
081000*  100%.  OTHERWISE UP TO THE JORNADA IS NORMAL AND THE EXCESS *
081100*  IS 50%; WITHIN THE TOLERANCE THE DAY IS THE JORNADA EXACTLY;*
081200*  A SHORTER DAY PAYS ONLY WHAT WAS WORKED.  DAYS WITH ODD OR  *
081300*  INVALID PUNCHES, AND WORKDAYS WITHOUT ANY, ARE LISTED,      *
081310*  EXCEPT BEFORE THE ADMISSAO OR THE RETURN FROM AFASTAMENTO   *
081320*  AND AFTER THE DESLIGAMENTO OR THE AFASTAMENTO.              *
081400*--------------------------------------------------------------*
081500     2300-APPLY-JORNADA.
081600
081700     MOVE WS-DAY-SUB    TO WS-DE-DAY.
081800     MOVE WS-COMP-MONTH TO WS-DE-MONTH.
081900     MOVE WS-COMP-YEAR  TO WS-DE-YEAR.
082000
082100     EVALUATE TRUE
082200         WHEN WS-DAY-ODD (WS-DAY-SUB)
082300             MOVE "MARC. IMPAR" TO WS-DAY-OCCURRENCE (WS-DAY-SUB)
082400             MOVE WS-DATE-EDIT TO ICD-DATE
082500             MOVE "NUMERO IMPAR DE MARCACOES" TO ICD-REASON
082600             PERFORM 8000-WRITE-INCONSISTENCY THRU 8000-EXIT
082700             GO TO 2300-EXIT
082800         WHEN WS-DAY-INVALID (WS-DAY-SUB)
082900             MOVE "MARC.INVALIDA" TO
083000                 WS-DAY-OCCURRENCE (WS-DAY-SUB)
083100             MOVE WS-DATE-EDIT TO ICD-DATE
083200             MOVE "HORARIO DE MARCACAO INVALIDO" TO ICD-REASON
083300             PERFORM 8000-WRITE-INCONSISTENCY THRU 8000-EXIT
083400             GO TO 2300-EXIT
083500         WHEN WS-DAY-NOT-SEEN (WS-DAY-SUB)
083600             IF WS-CAL-FERIADO (WS-DAY-SUB)
083700                 MOVE "FERIADO" TO WS-DAY-OCCURRENCE (WS-DAY-SUB)
083800                 GO TO 2300-EXIT
083900             END-IF
084000             IF WS-CAL-SUNDAY (WS-DAY-SUB)
084100                 GO TO 2300-EXIT
084200             END-IF
084300             IF WS-DAY-SUB > WS-LAST-CHECK-DAY
084400                 MOVE "AFAST/DESLIG." TO
084500                     WS-DAY-OCCURRENCE (WS-DAY-SUB)
084600                 GO TO 2300-EXIT
084700             END-IF
084710             IF WS-DAY-SUB < WS-FIRST-CHECK-DAY
084720                 MOVE WS-FIRST-CHECK-TEXT TO
084730                     WS-DAY-OCCURRENCE (WS-DAY-SUB)
084740                 GO TO 2300-EXIT
084750             END-IF
084800             MOVE "SEM MARCACAO" TO WS-DAY-OCCURRENCE (WS-DAY-SUB)
084900             MOVE WS-DATE-EDIT TO ICD-DATE
085000             MOVE "DIA SEM MARCACAO" TO ICD-REASON
085100             PERFORM 8000-WRITE-INCONSISTENCY THRU 8000-EXIT
085200             GO TO 2300-EXIT
085300     END-EVALUATE.
085400
085500     MOVE WS-DAY-WORKED-MIN (WS-DAY-SUB) TO WS-WORKED-MINUTES.
085600
085700     IF WS-CAL-SUNDAY (WS-DAY-SUB) OR WS-CAL-FERIADO (WS-DAY-SUB)
085800         MOVE WS-WORKED-MINUTES TO WS-DAY-OT100-MIN (WS-DAY-SUB)
085900         ADD WS-WORKED-MINUTES TO WS-EMP-OT100-MIN
086000         IF WS-CAL-FERIADO (WS-DAY-SUB)
086100             MOVE "FERIADO" TO WS-DAY-OCCURRENCE (WS-DAY-SUB)
086200         END-IF
086300         GO TO 2300-EXIT
086400     END-IF.
086500
086600     IF WS-CAL-SATURDAY (WS-DAY-SUB)
086700         MOVE WS-SATURDAY-MINUTES TO WS-DAY-JORNADA
086800     ELSE
086900         MOVE WS-WEEKDAY-MINUTES TO WS-DAY-JORNADA
087000     END-IF.
087100     ADD WS-DAY-JORNADA WS-TOLERANCE-MINUTES
087200         GIVING WS-JORNADA-CEILING.
087300     SUBTRACT WS-TOLERANCE-MINUTES FROM WS-DAY-JORNADA
087400         GIVING WS-JORNADA-FLOOR.
087500
087600     IF WS-WORKED-MINUTES > WS-JORNADA-CEILING
087700         MOVE WS-DAY-JORNADA TO WS-DAY-REGULAR-MIN (WS-DAY-SUB)
087800         SUBTRACT WS-DAY-JORNADA FROM WS-WORKED-MINUTES
087900             GIVING WS-DAY-OT50-MIN (WS-DAY-SUB)
088000     ELSE
088100         IF WS-WORKED-MINUTES < WS-JORNADA-FLOOR
088200             MOVE WS-WORKED-MINUTES TO
088300                 WS-DAY-REGULAR-MIN (WS-DAY-SUB)
088400             MOVE "JORN.INCOMPL." TO
088500                 WS-DAY-OCCURRENCE (WS-DAY-SUB)
088600         ELSE
088700             MOVE WS-DAY-JORNADA TO
088800                 WS-DAY-REGULAR-MIN (WS-DAY-SUB)
088900         END-IF
089000     END-IF.
089100     ADD WS-DAY-REGULAR-MIN (WS-DAY-SUB) TO WS-EMP-REGULAR-MIN.
089200     ADD WS-DAY-OT50-MIN (WS-DAY-SUB)    TO WS-EMP-OT50-MIN.
089300
089400     2300-EXIT.
089500         EXIT.
089600
089700*--------------------------------------------------------------*
089800*  2500-FIND-HOUR-VALUE                                        *
089900*  THE CLOCK DOES NOT KNOW THE HOUR VALUE: IT IS THE           *
090000*  CONTRACTUAL ONE ON EMPMST OR, WHILE THE CADASTRO DOES NOT   *
090100*  CARRY IT, THE ONE OF THE MOST RECENT MONTHLY FOLHA ON       *
090200*  PAYHIST.  AN EMPLOYEE WITH NEITHER GETS ZERO AND IS LISTED, *
090210*  SO THE VALUE IS KEYED AS EMPMST-HOUR-VALUE IN               *
090220*  CADASTRO-FUNCIONARIOS BEFORE THE RUN.                       *
090300*--------------------------------------------------------------*
090400     2500-FIND-HOUR-VALUE.
090500
090600     MOVE ZEROS TO WS-HOUR-VALUE.
090610     IF EMPMST-HOUR-VALUE > ZEROS
090620         MOVE EMPMST-HOUR-VALUE TO WS-HOUR-VALUE
090630         GO TO 2500-EXIT
090640     END-IF.
090700     IF WS-HIST-MISSING
090800         GO TO 2500-EXIT
090900     END-IF.
091000
091100     MOVE WS-CURRENT-ID TO HIST-EMPLOYEE-ID.
091200     MOVE ZEROS         TO HIST-PERIOD.
091300     START PAYROLL-HISTORY KEY NOT < HIST-KEY
091400         INVALID KEY
091500             GO TO 2500-EXIT
091600     END-START.
091700
091800     MOVE "N" TO WS-HIST-DONE-SWITCH.
091900     PERFORM 2550-READ-HISTORY THRU 2550-EXIT
092000         UNTIL WS-HIST-DONE.
092100
092200     2500-EXIT.
092300         EXIT.
092400
092500*--------------------------------------------------------------*
092600*  2550-READ-HISTORY                                           *
092700*--------------------------------------------------------------*
092800     2550-READ-HISTORY.
092900
093000     READ PAYROLL-HISTORY NEXT RECORD
093100         AT END
093200             SET WS-HIST-DONE TO TRUE
093300             GO TO 2550-EXIT
093400     END-READ.
093500
093600     IF HIST-EMPLOYEE-ID NOT = WS-CURRENT-ID
093700         SET WS-HIST-DONE TO TRUE
093800         GO TO 2550-EXIT
093900     END-IF.
094000
094100     IF HIST-MONTH NOT > 12
094200         AND HIST-HOUR-VALUE > ZEROS
094300         MOVE HIST-HOUR-VALUE TO WS-HOUR-VALUE
094400     END-IF.
094500
094600     2550-EXIT.
094700         EXIT.
094800
094900*--------------------------------------------------------------*
095000*  2600-PRINT-ESPELHO                                          *
095100*  ONE LINE PER CALENDAR DAY WITH THE PUNCHES AS MARKED, THE   *
095200*  HOURS CREDITED AND THE OCCURRENCE, THEN THE MONTH TOTALS.   *
095300*--------------------------------------------------------------*
095400     2600-PRINT-ESPELHO.
095500
095600     MOVE WS-CURRENT-ID    TO ESE-EMPLOYEE-ID.
095700     MOVE EMPMST-NAME      TO ESE-NAME.
095800     MOVE EMPMST-LAST-NAME TO ESE-LAST-NAME.
095900     MOVE WS-ESPELHO-EMPLOYEE-LINE TO ESPELHO-LINE.
096000     WRITE ESPELHO-LINE.
096100     MOVE WS-ESPELHO-COLUMN-LINE TO ESPELHO-LINE.
096200     WRITE ESPELHO-LINE.
096300
096400     PERFORM 2650-PRINT-DAY THRU 2650-EXIT
096500         VARYING WS-DAY-SUB FROM 1 BY 1
096600         UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH.
096700
096800     DIVIDE WS-EMP-REGULAR-MIN BY 60 GIVING EST-REGULAR ROUNDED.
096900     DIVIDE WS-EMP-OT50-MIN    BY 60 GIVING EST-OT50 ROUNDED.
097000     DIVIDE WS-EMP-OT100-MIN   BY 60 GIVING EST-OT100 ROUNDED.
097100     MOVE WS-HOUR-VALUE TO EST-HOUR-VALUE.
097200     MOVE WS-ESPELHO-TOTAL-LINE TO ESPELHO-LINE.
097300     WRITE ESPELHO-LINE.
097400     MOVE SPACES TO ESPELHO-LINE.
097500     WRITE ESPELHO-LINE.
097600
097700     2600-EXIT.
097800         EXIT.
097900
098000*--------------------------------------------------------------*
098100*  2650-PRINT-DAY                                              *
098200*--------------------------------------------------------------*
098300     2650-PRINT-DAY.
098400
098500     MOVE WS-DAY-SUB    TO ESD-DAY.
098600     MOVE WS-COMP-MONTH TO ESD-MONTH.
098700     ADD 1 WS-CAL-DOW (WS-DAY-SUB) GIVING WS-NAME-SUB.
098800     MOVE WS-WEEKDAY-NAME (WS-NAME-SUB) TO ESD-WEEKDAY.
098900     PERFORM 2660-EDIT-PUNCH THRU 2660-EXIT
099000         VARYING WS-PUNCH-SUB FROM 1 BY 1 UNTIL WS-PUNCH-SUB > 6.
099100
099200     IF WS-DAY-OK (WS-DAY-SUB)
099300         DIVIDE WS-DAY-REGULAR-MIN (WS-DAY-SUB) BY 60
099400             GIVING ESD-REGULAR ROUNDED
099500         DIVIDE WS-DAY-OT50-MIN (WS-DAY-SUB) BY 60
099600             GIVING ESD-OT50 ROUNDED
099700         DIVIDE WS-DAY-OT100-MIN (WS-DAY-SUB) BY 60
099800             GIVING ESD-OT100 ROUNDED
099900     ELSE
100000         MOVE ZEROS TO ESD-REGULAR ESD-OT50 ESD-OT100
100100     END-IF.
100200     MOVE WS-DAY-OCCURRENCE (WS-DAY-SUB) TO ESD-OCCURRENCE.
100300
100400     MOVE WS-ESPELHO-DAY-LINE TO ESPELHO-LINE.
100500     WRITE ESPELHO-LINE.
100600
100700     2650-EXIT.
100800         EXIT.
100900
101000*--------------------------------------------------------------*
101100*  2660-EDIT-PUNCH                                             *
101200*--------------------------------------------------------------*
101300     2660-EDIT-PUNCH.
101400
101500     IF WS-PUNCH-SUB > WS-DAY-PUNCH-COUNT (WS-DAY-SUB)
101600         MOVE SPACES TO ESD-PUNCH-SLOT (WS-PUNCH-SUB)
101700         GO TO 2660-EXIT
101800     END-IF.
101900
102000     MOVE WS-DAY-PUNCH-HOUR (WS-DAY-SUB WS-PUNCH-SUB)
102100         TO WS-PE-HOUR.
102200     MOVE WS-DAY-PUNCH-MINUTE (WS-DAY-SUB WS-PUNCH-SUB)
102300         TO WS-PE-MINUTE.
102400     MOVE WS-PUNCH-EDIT TO ESD-PUNCH-SLOT (WS-PUNCH-SUB).
102500
102600     2660-EXIT.
102700         EXIT.
102800
102900*--------------------------------------------------------------*
103000*  2700-WRITE-TIMESHEET                                        *
103100*  ONE TSDETAIL RECORD PER EMPLOYEE WITH THE MONTH'S HOURS.  AN*
103200*  EMPLOYEE WITH NO HOURS AT ALL IS LISTED INSTEAD, SO         *
103300*  CONCILIA-FOLHA REPORTS THE EMPLOYEE AS ACTIVE WITHOUT A     *
103400*  TIMESHEET.                                                  *
103500*--------------------------------------------------------------*
103600     2700-WRITE-TIMESHEET.
103700
103800     MOVE SPACES TO ICD-DATE.
103900     ADD WS-EMP-REGULAR-MIN WS-EMP-OT50-MIN WS-EMP-OT100-MIN
104000         GIVING WS-EMP-TOTAL-MIN.
104100     IF WS-EMP-TOTAL-MIN = ZEROS
104200         MOVE "NENHUMA HORA APURADA NO MES" TO ICD-REASON
104300         PERFORM 8000-WRITE-INCONSISTENCY THRU 8000-EXIT
104400         GO TO 2700-EXIT
104500     END-IF.
104600
104700     IF WS-HOUR-VALUE = ZEROS
104800         MOVE "SEM VALOR HORA NO CADASTRO/HISTORICO"
104900             TO ICD-REASON
105000         PERFORM 8000-WRITE-INCONSISTENCY THRU 8000-EXIT
105100     END-IF.
105200
105300     MOVE WS-CURRENT-ID TO TS-EMPLOYEE-ID.
105400     MOVE WS-HOUR-VALUE TO TS-HOUR-VALUE.
105500     DIVIDE WS-EMP-REGULAR-MIN BY 60
105600         GIVING TS-REGULAR-HOURS ROUNDED.
105700     DIVIDE WS-EMP-OT50-MIN BY 60
105800         GIVING TS-OVERTIME-50-HOURS ROUNDED.
105900     DIVIDE WS-EMP-OT100-MIN BY 60
106000         GIVING TS-OVERTIME-100-HOURS ROUNDED.
106100     WRITE TS-RECORD.
106200     ADD 1 TO WS-TIMESHEETS-WRITTEN.
106300
106400     2700-EXIT.
106500         EXIT.
106600
106700*--------------------------------------------------------------*
106800*  8000-WRITE-INCONSISTENCY                                    *
106900*  ICD-DATE AND ICD-REASON ARE SET BY THE CALLER.              *
107000*--------------------------------------------------------------*
107100     8000-WRITE-INCONSISTENCY.
107200
107300     MOVE WS-CURRENT-ID TO ICD-EMPLOYEE-ID.
107400     MOVE WS-INCONS-DETAIL-LINE TO INCONS-LINE.
107500     WRITE INCONS-LINE.
107600     ADD 1 TO WS-INCONSISTENCY-COUNT.
107700
107800     8000-EXIT.
107900         EXIT.
108000
108100*--------------------------------------------------------------*
108200*  9000-TERMINATE                                              *
108300*--------------------------------------------------------------*
108400     9000-TERMINATE.
108500
108600     MOVE SPACES TO INCONS-LINE.
108700     WRITE INCONS-LINE.
108800     MOVE WS-INCONSISTENCY-COUNT TO ICT-COUNT.
108900     MOVE WS-INCONS-TOTAL-LINE TO INCONS-LINE.
109000     WRITE INCONS-LINE.
109100
109200     CLOSE PONTO-FILE.
109300     CLOSE EMPLOYEE-MASTER.
109400     IF NOT WS-HIST-MISSING
109500         CLOSE PAYROLL-HISTORY
109600     END-IF.
109700     CLOSE EMPLOYEE-FILE.
109800     CLOSE ESPELHO-REPORT.
109900     CLOSE INCONS-REPORT.
110000
110100     DISPLAY "Registros de ponto lidos: " WS-PUNCH-RECORDS-READ.
110200     DISPLAY "Funcionarios no arquivo de ponto: "
110300         WS-EMPLOYEES-READ.
110400     DISPLAY "Timesheets gravados no EMPLOYEE-FILE: "
110500         WS-TIMESHEETS-WRITTEN.
110600     DISPLAY "Inconsistencias listadas: " WS-INCONSISTENCY-COUNT.
110700     IF WS-INCONSISTENCY-COUNT > ZEROS
110800         DISPLAY "Corrija as inconsistencias do ponto antes de "
110900             "rodar CONCILIA-FOLHA"
111000     END-IF.
111100
111200     9000-EXIT.
111300         EXIT.
