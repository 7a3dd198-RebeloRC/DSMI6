000100*--------------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. BANCO-HORAS.
000400 AUTHOR. RODRIGO REBELO DA COSTA.
000500 INSTALLATION. HOME.
000600 DATE-WRITTEN. 15/10/2026.
000700 DATE-COMPILED. 15/10/2026.
000800 SECURITY. CALCULANDO IRRF.
000900*--------------------------------------------------------------*
001000*  MODIFICATION HISTORY                                        *
001100*  15/10/2026  RRC  NEW PROGRAM.  MAINTAINS THE BANCO DE HORAS *
001200*                   (BANCOHRS) OF THE EMPLOYEES IN THE REGIME: *
001300*                   KEYS THE FOLGA HOURS TAKEN, WHICH THE      *
001400*                   BATCH DRIVER DEBITS FROM THE OLDEST        *
001500*                   CREDITS IN THE OPEN COMPETENCIA, SHOWS AN  *
001600*                   EMPLOYEE'S BALANCE CREDIT BY CREDIT, AND   *
001700*                   PRINTS THE MONTHLY EXTRATO OF BALANCES PER *
001800*                   EMPLOYEE.                                  *
001900*--------------------------------------------------------------*
002000
002100 ENVIRONMENT DIVISION.
002200     CONFIGURATION SECTION.
002300     SOURCE-COMPUTER. NOTE.
002400     OBJECT-COMPUTER. NOTE.
002500     SPECIAL-NAMES.
002600      DECIMAL-POINT IS COMMA.
002700
002800     INPUT-OUTPUT SECTION.
002900     FILE-CONTROL.
003000         SELECT BANCO-HORAS-FILE ASSIGN TO "BANCOHRS"
003100             ORGANIZATION IS INDEXED
003200             ACCESS MODE IS DYNAMIC
003300             RECORD KEY IS BH-EMPLOYEE-ID
003400             FILE STATUS IS WS-BH-STATUS.
003500         SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMST"
003600             ORGANIZATION IS INDEXED
003700             ACCESS MODE IS RANDOM
003800             RECORD KEY IS EMPMST-ID
003900             FILE STATUS IS WS-MASTER-STATUS.
004000         SELECT COMPETENCIA-FILE ASSIGN TO "COMPCTL"
004100             ORGANIZATION IS INDEXED
004200             ACCESS MODE IS DYNAMIC
004300             RECORD KEY IS COMP-PERIOD
004400             FILE STATUS IS WS-COMP-STATUS.
004500         SELECT EXTRATO-REPORT ASSIGN TO "EXTRATO-BH"
004600             ORGANIZATION IS LINE SEQUENTIAL.
004700
004800*--------------------------------------------------------------*
004900
005000 DATA DIVISION.
005100     FILE SECTION.
005200 FD  BANCO-HORAS-FILE.
005300     COPY BANCOHRS.
005400
005500 FD  EMPLOYEE-MASTER.
005600     COPY EMPMST.
005700
005800 FD  COMPETENCIA-FILE.
005900     COPY COMPCTL.
006000
006100 FD  EXTRATO-REPORT
006200     RECORD CONTAINS 80 CHARACTERS.
006300     COPY BHXLINE.
006400
006500     WORKING-STORAGE SECTION.
006600
006700 77  WS-BH-STATUS                PIC X(02)      VALUE SPACES.
006800     88  WS-BH-FILE-FOUND                       VALUE "00".
006900     88  WS-BH-NOT-FOUND                        VALUE "35".
007000     88  WS-BH-EOF                              VALUE "10".
007100 77  WS-MASTER-STATUS            PIC X(02)      VALUE SPACES.
007200     88  WS-MASTER-FOUND                        VALUE "00".
007300 77  WS-COMP-STATUS              PIC X(02)      VALUE SPACES.
007400     88  WS-COMP-FILE-FOUND                     VALUE "00".
007500     88  WS-COMP-EOF                            VALUE "10".
007600 77  WS-OPEN-FOUND-SWITCH        PIC X(01)      VALUE "N".
007700     88  WS-OPEN-COMP-FOUND                     VALUE "Y".
007800 77  WS-MENU-OPTION              PIC X(01)      VALUE SPACES.
007900     88  MENU-OPTION-FOLGA                      VALUE "1".
008000     88  MENU-OPTION-BALANCE                    VALUE "2".
008100     88  MENU-OPTION-EXTRATO                    VALUE "3".
008200     88  MENU-OPTION-EXIT                       VALUE "9".
008300 77  WS-ACTIONS-DONE             PIC 9(5)  COMP VALUE ZEROS.
008400 77  WS-BH-SUB                   PIC 9(2)  COMP VALUE ZEROS.
008500 77  WS-BH-BALANCE               PIC 9(5)V9(2)  VALUE ZEROS.
008600 77  WS-BH-FOLGA-TOTAL           PIC 9(5)V9(2)  VALUE ZEROS.
008700
008800*    EXTRATO: SO HA MOVIMENTO GUARDADO DA ULTIMA COMPETENCIA
008900*    POSTADA DE CADA FUNCIONARIO (CAMPOS BH-MONTH- DO BANCOHRS).
009000 77  WS-XT-EMPLOYEES             PIC 9(5)  COMP VALUE ZEROS.
009100 77  WS-XT-NOT-AVAILABLE         PIC 9(5)  COMP VALUE ZEROS.
009200 77  WS-XT-TOTAL-50              PIC 9(6)V9(2)  VALUE ZEROS.
009300 77  WS-XT-TOTAL-100             PIC 9(6)V9(2)  VALUE ZEROS.
009400
009500 01  WS-COMPETENCIA.
009600     05  WS-COMP-YEAR             PIC 9(4)      VALUE ZEROS.
009700     05  WS-COMP-MONTH            PIC 9(2)      VALUE ZEROS.
009800
009900 01  WS-EXTRATO-COMP.
010000     05  WS-XT-YEAR               PIC 9(4)      VALUE ZEROS.
010100     05  WS-XT-MONTH              PIC 9(2)      VALUE ZEROS.
010200
010300 01  WS-BANCO-INPUT.
010400     05  WS-INPUT-ID              PIC 9(5)      VALUE ZEROS.
010500     05  WS-INPUT-HOURS           PIC 9(3)V9(2) VALUE ZEROS.
010600
010700 01  WS-EXTRATO-HEADER-LINE-1.
010800     05  FILLER                   PIC X(40)
010900         VALUE "EMPRESA EXEMPLO LTDA".
011000     05  FILLER                   PIC X(40)
011100         VALUE "EXTRATO DO BANCO DE HORAS".
011200
011300 01  WS-EXTRATO-HEADER-LINE-2.
011400     05  FILLER                   PIC X(22)
011500         VALUE "Periodo de referencia:".
011600     05  XTH-PERIOD-MONTH         PIC 99.
011700     05  FILLER                   PIC X(01) VALUE "/".
011800     05  XTH-PERIOD-YEAR          PIC 9999.
011900     05  FILLER                   PIC X(51) VALUE SPACES.
012000
012100 01  WS-EXTRATO-EMPLOYEE-LINE.
012200     05  FILLER                   PIC X(13) VALUE "Funcionario: ".
012300     05  XTE-EMPLOYEE-ID          PIC 9(5).
012400     05  FILLER                   PIC X(01) VALUE SPACES.
012500     05  XTE-NAME                 PIC X(20).
012600     05  FILLER                   PIC X(01) VALUE SPACES.
012700     05  XTE-LAST-NAME            PIC X(20).
012800     05  FILLER                   PIC X(20) VALUE SPACES.
012900
013000 01  WS-EXTRATO-AMOUNT-LINE.
013100     05  FILLER                   PIC X(02) VALUE SPACES.
013200     05  XTA-LABEL                PIC X(29).
013300     05  FILLER                   PIC X(06) VALUE "  50%:".
013400     05  XTA-HOURS-50             PIC ZZZ9,99.
013500     05  FILLER                   PIC X(07) VALUE "  100%:".
013600     05  XTA-HOURS-100            PIC ZZZ9,99.
013700     05  FILLER                   PIC X(22) VALUE SPACES.
013800
013900 01  WS-EXTRATO-CREDIT-LINE.
014000     05  FILLER                   PIC X(12) VALUE "    Credito ".
014100     05  XTC-ORIGIN-MONTH         PIC 99.
014200     05  FILLER                   PIC X(01) VALUE "/".
014300     05  XTC-ORIGIN-YEAR          PIC 9999.
014400     05  FILLER                   PIC X(07) VALUE " vence ".
014500     05  XTC-EXPIRY-MONTH         PIC 99.
014600     05  FILLER                   PIC X(01) VALUE "/".
014700     05  XTC-EXPIRY-YEAR          PIC 9999.
014800     05  FILLER                   PIC X(06) VALUE "  50%:".
014900     05  XTC-HOURS-50             PIC ZZ9,99.
015000     05  FILLER                   PIC X(07) VALUE "  100%:".
015100     05  XTC-HOURS-100            PIC ZZ9,99.
015200     05  FILLER                   PIC X(22) VALUE SPACES.
015300
015400 01  WS-EXTRATO-FOLGA-LINE.
015500     05  FILLER                   PIC X(02) VALUE SPACES.
015600     05  FILLER                   PIC X(29)
015700         VALUE "Folga lancada a debitar".
015800     05  FILLER                   PIC X(06) VALUE "Horas:".
015900     05  XTF-HOURS                PIC ZZZ9,99.
016000     05  FILLER                   PIC X(36) VALUE SPACES.
016100
016200 01  WS-EXTRATO-TOTAL-LINE.
016300     05  FILLER                   PIC X(25)
016400         VALUE "Funcionarios no extrato: ".
016500     05  XTT-EMPLOYEES            PIC ZZZZ9.
016600     05  FILLER                   PIC X(50) VALUE SPACES.
016700
016800 01  WS-EXTRATO-TOTAL-HOURS-LINE.
016900     05  FILLER                   PIC X(31)
017000         VALUE "  Total dos saldos atuais".
017100     05  FILLER                   PIC X(06) VALUE "  50%:".
017200     05  XTT-HOURS-50             PIC ZZZZZ9,99.
017300     05  FILLER                   PIC X(07) VALUE "  100%:".
017400     05  XTT-HOURS-100            PIC ZZZZZ9,99.
017500     05  FILLER                   PIC X(18) VALUE SPACES.
017600
017700 PROCEDURE DIVISION.
017800     0000-MAINLINE.
017900
018000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
018100     PERFORM 2000-PROCESS-MENU    THRU 2000-EXIT
018200         UNTIL MENU-OPTION-EXIT.
018300     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
018400
018500     STOP RUN.
018600
018700*--------------------------------------------------------------*
018800*  1000-INITIALIZE                                             *
018900*  THE FOLGA IS KEYED AGAINST THE COMPETENCIA OPEN ON COMPCTL, *
019000*  THE ONE THE BATCH DRIVER WILL DEBIT IT IN.                  *
019100*--------------------------------------------------------------*
019200     1000-INITIALIZE.
019300
019400     OPEN I-O BANCO-HORAS-FILE.
019500     IF WS-BH-NOT-FOUND
019600         OPEN OUTPUT BANCO-HORAS-FILE
019700         CLOSE BANCO-HORAS-FILE
019800         OPEN I-O BANCO-HORAS-FILE
019900     END-IF.
020000     OPEN INPUT EMPLOYEE-MASTER.
020100     IF NOT WS-MASTER-FOUND
020200         DISPLAY "Cadastro de funcionarios ausente"
020300         CLOSE BANCO-HORAS-FILE
020400         STOP RUN
020500     END-IF.
020600
020700     OPEN INPUT COMPETENCIA-FILE.
020800     IF WS-COMP-FILE-FOUND
020900         PERFORM 1200-FIND-OPEN-COMPETENCIA THRU 1200-EXIT
021000         CLOSE COMPETENCIA-FILE
021100     END-IF.
021200     IF WS-OPEN-COMP-FOUND
021300         DISPLAY "Competencia aberta: " WS-COMP-MONTH "/"
021400             WS-COMP-YEAR
021500     ELSE
021600         DISPLAY "Nenhuma competencia aberta - "
021700             "lancamento de folga indisponivel"
021800     END-IF.
021900
022000     1000-EXIT.
022100         EXIT.
022200
022300*--------------------------------------------------------------*
022400*  1200-FIND-OPEN-COMPETENCIA                                  *
022500*  SCANS COMPCTL FOR THE COMPETENCIA STILL OPEN AND SAVES IT   *
022600*  IN WS-COMPETENCIA.                                          *
022700*--------------------------------------------------------------*
022800     1200-FIND-OPEN-COMPETENCIA.
022900
023000     MOVE "N"   TO WS-OPEN-FOUND-SWITCH.
023100     MOVE ZEROS TO COMP-PERIOD.
023200     START COMPETENCIA-FILE KEY NOT < COMP-PERIOD
023300         INVALID KEY
023400             GO TO 1200-EXIT
023500     END-START.
023600
023700     PERFORM 1250-SCAN-COMPETENCIA THRU 1250-EXIT
023800         UNTIL WS-COMP-EOF OR WS-OPEN-COMP-FOUND.
023900
024000     1200-EXIT.
024100         EXIT.
024200
024300*--------------------------------------------------------------*
024400*  1250-SCAN-COMPETENCIA                                       *
024500*--------------------------------------------------------------*
024600     1250-SCAN-COMPETENCIA.
024700
024800     READ COMPETENCIA-FILE NEXT RECORD
024900         AT END GO TO 1250-EXIT
025000     END-READ.
025100
025200     IF COMP-IS-OPEN
025300         SET WS-OPEN-COMP-FOUND TO TRUE
025400         MOVE COMP-YEAR  TO WS-COMP-YEAR
025500         MOVE COMP-MONTH TO WS-COMP-MONTH
025600     END-IF.
025700
025800     1250-EXIT.
025900         EXIT.
026000
026100*--------------------------------------------------------------*
026200*  2000-PROCESS-MENU                                           *
026300*--------------------------------------------------------------*
026400     2000-PROCESS-MENU.
026500
026600     DISPLAY " ".
026700     DISPLAY "BANCO DE HORAS".
026800     DISPLAY "1 - Lancar folga".
026900     DISPLAY "2 - Consultar saldo de um prontuario".
027000     DISPLAY "3 - Emitir extrato mensal".
027100     DISPLAY "9 - Encerrar".
027200     DISPLAY "Opcao: "
027300     ACCEPT WS-MENU-OPTION.
027400
027500     EVALUATE TRUE
027600         WHEN MENU-OPTION-FOLGA
027700             PERFORM 3000-KEY-FOLGA       THRU 3000-EXIT
027800         WHEN MENU-OPTION-BALANCE
027900             PERFORM 4000-SHOW-BALANCE    THRU 4000-EXIT
028000         WHEN MENU-OPTION-EXTRATO
028100             PERFORM 5000-PRINT-EXTRATO   THRU 5000-EXIT
028200         WHEN MENU-OPTION-EXIT
028300             CONTINUE
028400         WHEN OTHER
028500             DISPLAY "Opcao invalida: " WS-MENU-OPTION
028600     END-EVALUATE.
028700
028800     2000-EXIT.
028900         EXIT.
029000
029100*--------------------------------------------------------------*
029200*  3000-KEY-FOLGA                                              *
029300*  KEYS THE FOLGA HOURS AN EMPLOYEE TOOK IN THE OPEN           *
029400*  COMPETENCIA.  THE HOURS ADD TO ANY FOLGA STILL PENDING AND  *
029500*  CAN NEVER EXCEED THE BALANCE; ZERO HOURS CANCELS THE        *
029600*  PENDING FOLGA.  THE BATCH DRIVER DEBITS IT WHEN IT POSTS    *
029700*  THE COMPETENCIA.                                            *
029800*--------------------------------------------------------------*
029900     3000-KEY-FOLGA.
030000
030100     IF NOT WS-OPEN-COMP-FOUND
030200         DISPLAY "Nenhuma competencia aberta no COMPCTL"
030300         GO TO 3000-EXIT
030400     END-IF.
030500
030600     DISPLAY "Prontuario: "
030700     ACCEPT WS-INPUT-ID.
030800     MOVE WS-INPUT-ID TO EMPMST-ID.
030900     READ EMPLOYEE-MASTER
031000         INVALID KEY
031100             DISPLAY "Funcionario nao cadastrado: " WS-INPUT-ID
031200             GO TO 3000-EXIT
031300     END-READ.
031400     IF EMPMST-TERMINATED
031500         DISPLAY "Funcionario desligado: " WS-INPUT-ID
031600         GO TO 3000-EXIT
031700     END-IF.
031800     IF NOT EMPMST-IN-BANCO-HORAS
031900         DISPLAY "Funcionario fora do banco de horas: "
032000             WS-INPUT-ID
032100         GO TO 3000-EXIT
032200     END-IF.
032300
032400     MOVE WS-INPUT-ID TO BH-EMPLOYEE-ID.
032500     READ BANCO-HORAS-FILE
032600         INVALID KEY
032700             DISPLAY "Banco de horas sem saldo: " WS-INPUT-ID
032800             GO TO 3000-EXIT
032900     END-READ.
033000
033100*    A FOLHA DA COMPETENCIA JA POSTADA NO BANCO: A FOLGA SO
033200*    SERA DEBITADA NA PROXIMA COMPETENCIA.
033300     IF BH-MONTH-POSTED
033400         AND BH-MONTH-COMP = WS-COMPETENCIA
033500         DISPLAY "Competencia ja postada no banco - a folga sera "
033600             "debitada na proxima"
033700     END-IF.
033800
033900     DISPLAY "Horas de folga (0 cancela a folga pendente): "
034000     ACCEPT WS-INPUT-HOURS.
034100     IF WS-INPUT-HOURS = ZEROS
034200         MOVE ZEROS TO BH-FOLGA-PENDING
034300         MOVE ZEROS TO BH-FOLGA-COMP
034400         REWRITE BANCO-HORAS-RECORD
034500         ADD 1 TO WS-ACTIONS-DONE
034600         DISPLAY "Folga pendente cancelada: " WS-INPUT-ID
034700         GO TO 3000-EXIT
034800     END-IF.
034900
035000     ADD BH-BALANCE-50 BH-BALANCE-100 GIVING WS-BH-BALANCE.
035100     ADD BH-FOLGA-PENDING WS-INPUT-HOURS GIVING WS-BH-FOLGA-TOTAL.
035200     IF WS-BH-FOLGA-TOTAL > WS-BH-BALANCE
035300         DISPLAY "Folga acima do saldo do banco de horas - "
035400             "recusada.  Saldo: " WS-BH-BALANCE
035500             " pendente: " BH-FOLGA-PENDING
035600         GO TO 3000-EXIT
035700     END-IF.
035800
035900     MOVE WS-BH-FOLGA-TOTAL TO BH-FOLGA-PENDING.
036000     MOVE WS-COMPETENCIA    TO BH-FOLGA-COMP.
036100     REWRITE BANCO-HORAS-RECORD.
036200     ADD 1 TO WS-ACTIONS-DONE.
036300     DISPLAY "Folga lancada: " WS-INPUT-ID " total pendente "
036400         BH-FOLGA-PENDING.
036500
036600     3000-EXIT.
036700         EXIT.
036800
036900*--------------------------------------------------------------*
037000*  4000-SHOW-BALANCE                                           *
037100*--------------------------------------------------------------*
037200     4000-SHOW-BALANCE.
037300
037400     DISPLAY "Prontuario: "
037500     ACCEPT WS-INPUT-ID.
037600     MOVE WS-INPUT-ID TO BH-EMPLOYEE-ID.
037700     READ BANCO-HORAS-FILE
037800         INVALID KEY
037900             DISPLAY "Banco de horas nao encontrado: " WS-INPUT-ID
038000             GO TO 4000-EXIT
038100     END-READ.
038200
038300     DISPLAY "Saldo 50%: " BH-BALANCE-50
038400         "  Saldo 100%: " BH-BALANCE-100.
038500     DISPLAY "Folga pendente: " BH-FOLGA-PENDING.
038600     IF BH-MONTH-POSTED
038700         DISPLAY "Ultima competencia postada: " BH-MONTH-MONTH "/"
038800             BH-MONTH-YEAR
038900     END-IF.
039000     PERFORM 4100-SHOW-ONE-CREDIT THRU 4100-EXIT
039100         VARYING WS-BH-SUB FROM 1 BY 1
039200         UNTIL WS-BH-SUB > BH-CREDIT-COUNT.
039300
039400     4000-EXIT.
039500         EXIT.
039600
039700*--------------------------------------------------------------*
039800*  4100-SHOW-ONE-CREDIT                                        *
039900*--------------------------------------------------------------*
040000     4100-SHOW-ONE-CREDIT.
040100
040200     DISPLAY "Credito " BH-CR-ORIGIN-MONTH (WS-BH-SUB) "/"
040300         BH-CR-ORIGIN-YEAR (WS-BH-SUB)
040400         " vence " BH-CR-EXPIRY-MONTH (WS-BH-SUB) "/"
040500         BH-CR-EXPIRY-YEAR (WS-BH-SUB)
040600         " 50%: " BH-CR-HOURS-50 (WS-BH-SUB)
040700         " 100%: " BH-CR-HOURS-100 (WS-BH-SUB).
040800
040900     4100-EXIT.
041000         EXIT.
041100
041200*--------------------------------------------------------------*
041300*  5000-PRINT-EXTRATO                                          *
041400*  PRINTS THE EXTRATO OF ONE COMPETENCIA FOR EVERY EMPLOYEE    *
041500*  WITH A BALANCE OR A MOVEMENT IN IT: SALDO ANTERIOR,         *
041600*  CREDITS, FOLGAS, HOURS PAID, SALDO ATUAL AND THE OPEN       *
041700*  CREDITS WITH THEIR EXPIRY.  THE MOVEMENT KEPT ON BANCOHRS   *
041800*  IS THE LAST ONE POSTED, SO THE EXTRATO IS RUN AFTER EACH    *
041900*  FOLHA; AN EARLIER COMPETENCIA IS NO LONGER AVAILABLE.       *
042000*--------------------------------------------------------------*
042100     5000-PRINT-EXTRATO.
042200
042300     DISPLAY "Mes da competencia (MM): "
042400     ACCEPT WS-XT-MONTH.
042500     DISPLAY "Ano da competencia (AAAA): "
042600     ACCEPT WS-XT-YEAR.
042700     IF WS-XT-MONTH < 01 OR WS-XT-MONTH > 12
042800         OR WS-XT-YEAR < 1900
042900         DISPLAY "Competencia invalida: " WS-XT-MONTH "/"
043000             WS-XT-YEAR
043100         GO TO 5000-EXIT
043200     END-IF.
043300
043400     MOVE ZEROS TO WS-XT-EMPLOYEES.
043500     MOVE ZEROS TO WS-XT-NOT-AVAILABLE.
043600     MOVE ZEROS TO WS-XT-TOTAL-50.
043700     MOVE ZEROS TO WS-XT-TOTAL-100.
043800
043900     OPEN OUTPUT EXTRATO-REPORT.
044000     MOVE WS-EXTRATO-HEADER-LINE-1 TO EXTRATO-LINE.
044100     WRITE EXTRATO-LINE.
044200     MOVE WS-XT-MONTH TO XTH-PERIOD-MONTH.
044300     MOVE WS-XT-YEAR  TO XTH-PERIOD-YEAR.
044400     MOVE WS-EXTRATO-HEADER-LINE-2 TO EXTRATO-LINE.
044500     WRITE EXTRATO-LINE.
044600     MOVE SPACES TO EXTRATO-LINE.
044700     WRITE EXTRATO-LINE.
044800
044900     MOVE ZEROS TO BH-EMPLOYEE-ID.
045000     START BANCO-HORAS-FILE KEY NOT < BH-EMPLOYEE-ID
045100         INVALID KEY
045200             GO TO 5000-TOTALS
045300     END-START.
045400     PERFORM 5100-EXTRATO-ONE-EMPLOYEE THRU 5100-EXIT
045500         UNTIL WS-BH-EOF.
045600
045700     5000-TOTALS.
045800     MOVE WS-XT-EMPLOYEES TO XTT-EMPLOYEES.
045900     MOVE WS-EXTRATO-TOTAL-LINE TO EXTRATO-LINE.
046000     WRITE EXTRATO-LINE.
046100     MOVE WS-XT-TOTAL-50  TO XTT-HOURS-50.
046200     MOVE WS-XT-TOTAL-100 TO XTT-HOURS-100.
046300     MOVE WS-EXTRATO-TOTAL-HOURS-LINE TO EXTRATO-LINE.
046400     WRITE EXTRATO-LINE.
046500     CLOSE EXTRATO-REPORT.
046600
046700     DISPLAY "Extrato do banco de horas emitido: " WS-XT-EMPLOYEES
046800         " funcionarios".
046900     IF WS-XT-NOT-AVAILABLE > ZEROS
047000         DISPLAY "Funcionarios ja postados em competencia "
047100             "posterior (fora do extrato): " WS-XT-NOT-AVAILABLE
047200     END-IF.
047300
047400     5000-EXIT.
047500         EXIT.
047600
047700*--------------------------------------------------------------*
047800*  5100-EXTRATO-ONE-EMPLOYEE                                   *
047900*  A RECORD LAST POSTED BEFORE THE COMPETENCIA ASKED HAD NO    *
048000*  MOVEMENT IN IT: SALDO ANTERIOR = SALDO ATUAL.               *
048100*--------------------------------------------------------------*
048200     5100-EXTRATO-ONE-EMPLOYEE.
048300
048400     READ BANCO-HORAS-FILE NEXT RECORD
048500         AT END GO TO 5100-EXIT
048600     END-READ.
048700
048800     IF BH-MONTH-COMP > WS-EXTRATO-COMP
048900         ADD 1 TO WS-XT-NOT-AVAILABLE
049000         GO TO 5100-EXIT
049100     END-IF.
049200     IF BH-MONTH-COMP < WS-EXTRATO-COMP
049300         MOVE WS-EXTRATO-COMP TO BH-MONTH-COMP
049400         MOVE BH-BALANCE-50   TO BH-MONTH-OPEN-50
049500         MOVE BH-BALANCE-100  TO BH-MONTH-OPEN-100
049600         MOVE ZEROS           TO BH-MONTH-CREDIT-50
049700         MOVE ZEROS           TO BH-MONTH-CREDIT-100
049800         MOVE ZEROS           TO BH-MONTH-FOLGA-50
049900         MOVE ZEROS           TO BH-MONTH-FOLGA-100
050000         MOVE ZEROS           TO BH-MONTH-PAID-50
050100         MOVE ZEROS           TO BH-MONTH-PAID-100
050200     END-IF.
050300
050400     IF BH-MONTH-OPEN-50 = ZEROS AND BH-MONTH-OPEN-100 = ZEROS
050500         AND BH-BALANCE-50 = ZEROS AND BH-BALANCE-100 = ZEROS
050600         AND BH-MONTH-PAID-50 = ZEROS
050700         AND BH-MONTH-PAID-100 = ZEROS
050800         AND BH-FOLGA-PENDING = ZEROS
050900         GO TO 5100-EXIT
051000     END-IF.
051100
051200     MOVE BH-EMPLOYEE-ID TO EMPMST-ID.
051300     READ EMPLOYEE-MASTER
051400         INVALID KEY
051500             MOVE SPACES TO EMPMST-NAME
051600             MOVE SPACES TO EMPMST-LAST-NAME
051700     END-READ.
051800     MOVE BH-EMPLOYEE-ID   TO XTE-EMPLOYEE-ID.
051900     MOVE EMPMST-NAME      TO XTE-NAME.
052000     MOVE EMPMST-LAST-NAME TO XTE-LAST-NAME.
052100     MOVE WS-EXTRATO-EMPLOYEE-LINE TO EXTRATO-LINE.
052200     WRITE EXTRATO-LINE.
052300
052400     MOVE "Saldo anterior"    TO XTA-LABEL.
052500     MOVE BH-MONTH-OPEN-50    TO XTA-HOURS-50.
052600     MOVE BH-MONTH-OPEN-100   TO XTA-HOURS-100.
052700     PERFORM 5200-WRITE-AMOUNT-LINE THRU 5200-EXIT.
052800     MOVE "(+) Horas creditadas" TO XTA-LABEL.
052900     MOVE BH-MONTH-CREDIT-50  TO XTA-HOURS-50.
053000     MOVE BH-MONTH-CREDIT-100 TO XTA-HOURS-100.
053100     PERFORM 5200-WRITE-AMOUNT-LINE THRU 5200-EXIT.
053200     MOVE "(-) Folgas compensadas" TO XTA-LABEL.
053300     MOVE BH-MONTH-FOLGA-50   TO XTA-HOURS-50.
053400     MOVE BH-MONTH-FOLGA-100  TO XTA-HOURS-100.
053500     PERFORM 5200-WRITE-AMOUNT-LINE THRU 5200-EXIT.
053600     MOVE "(-) Horas pagas na folha" TO XTA-LABEL.
053700     MOVE BH-MONTH-PAID-50    TO XTA-HOURS-50.
053800     MOVE BH-MONTH-PAID-100   TO XTA-HOURS-100.
053900     PERFORM 5200-WRITE-AMOUNT-LINE THRU 5200-EXIT.
054000     MOVE "Saldo atual"       TO XTA-LABEL.
054100     MOVE BH-BALANCE-50       TO XTA-HOURS-50.
054200     MOVE BH-BALANCE-100      TO XTA-HOURS-100.
054300     PERFORM 5200-WRITE-AMOUNT-LINE THRU 5200-EXIT.
054400
054500     IF BH-FOLGA-PENDING > ZEROS
054600         MOVE BH-FOLGA-PENDING TO XTF-HOURS
054700         MOVE WS-EXTRATO-FOLGA-LINE TO EXTRATO-LINE
054800         WRITE EXTRATO-LINE
054900     END-IF.
055000     PERFORM 5300-WRITE-CREDIT-LINE THRU 5300-EXIT
055100         VARYING WS-BH-SUB FROM 1 BY 1
055200         UNTIL WS-BH-SUB > BH-CREDIT-COUNT.
055300     MOVE SPACES TO EXTRATO-LINE.
055400     WRITE EXTRATO-LINE.
055500
055600     ADD 1 TO WS-XT-EMPLOYEES.
055700     ADD BH-BALANCE-50  TO WS-XT-TOTAL-50.
055800     ADD BH-BALANCE-100 TO WS-XT-TOTAL-100.
055900
056000     5100-EXIT.
056100         EXIT.
056200
056300*--------------------------------------------------------------*
056400*  5200-WRITE-AMOUNT-LINE                                      *
056500*--------------------------------------------------------------*
056600     5200-WRITE-AMOUNT-LINE.
056700
056800     MOVE WS-EXTRATO-AMOUNT-LINE TO EXTRATO-LINE.
056900     WRITE EXTRATO-LINE.
057000
057100     5200-EXIT.
057200         EXIT.
057300
057400*--------------------------------------------------------------*
057500*  5300-WRITE-CREDIT-LINE                                      *
057600*--------------------------------------------------------------*
057700     5300-WRITE-CREDIT-LINE.
057800
057900     MOVE BH-CR-ORIGIN-MONTH (WS-BH-SUB) TO XTC-ORIGIN-MONTH.
058000     MOVE BH-CR-ORIGIN-YEAR (WS-BH-SUB)  TO XTC-ORIGIN-YEAR.
058100     MOVE BH-CR-EXPIRY-MONTH (WS-BH-SUB) TO XTC-EXPIRY-MONTH.
058200     MOVE BH-CR-EXPIRY-YEAR (WS-BH-SUB)  TO XTC-EXPIRY-YEAR.
058300     MOVE BH-CR-HOURS-50 (WS-BH-SUB)     TO XTC-HOURS-50.
058400     MOVE BH-CR-HOURS-100 (WS-BH-SUB)    TO XTC-HOURS-100.
058500     MOVE WS-EXTRATO-CREDIT-LINE TO EXTRATO-LINE.
058600     WRITE EXTRATO-LINE.
058700
058800     5300-EXIT.
058900         EXIT.
059000
059100*--------------------------------------------------------------*
059200*  9000-TERMINATE                                              *
059300*--------------------------------------------------------------*
059400     9000-TERMINATE.
059500
059600     CLOSE BANCO-HORAS-FILE.
059700     CLOSE EMPLOYEE-MASTER.
059800     DISPLAY "Acoes no banco de horas: " WS-ACTIONS-DONE.
059900
060000     9000-EXIT.
060100         EXIT.
