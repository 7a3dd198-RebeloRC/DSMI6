000100*--------------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. REPASSE-PENSAO.
000400 AUTHOR. RODRIGO REBELO DA COSTA.
000500 INSTALLATION. HOME.
000600 DATE-WRITTEN. 15/10/2026.
000700 DATE-COMPILED. 15/10/2026.
000800 SECURITY. CALCULANDO IRRF.
000900*--------------------------------------------------------------*
001000*  MODIFICATION HISTORY                                        *
001100*  15/10/2026  RRC  NEW PROGRAM.  OPTION 1 PASSES ON TO THE    *
001200*                   BENEFICIARIOS (BENEF) THE PENSAO           *
001300*                   ALIMENTICIA THE FOLHA ACTUALLY DISCOUNTED  *
001400*                   IN ONE PAYHIST PERIOD (PENSREP PENDENTE):  *
001500*                   A CREDIT REMITTANCE IN THE BANKREM LAYOUT  *
001600*                   (SERVICE "PENSAO") AND A REPORT PER        *
001700*                   BENEFICIARIO THAT TIES EACH EMPLOYEE'S     *
001800*                   PENSOES TO HIST-PENSAO-AMOUNT.  EACH ONE   *
001900*                   SENT IS MARKED REPASSADO WITH THE DATE AND *
002000*                   THE ACCOUNT.  OPTION 2 PRINTS THE EXTRATO  *
002100*                   OF ONE BENEFICIARIO FOR A YEAR - THE PROOF *
002200*                   OF PAYMENT SENT TO THE COURT.              *
002210*  15/10/2026  RRC  THE EXTRATO OF A PENSAO WHOSE BENEFICIARIO *
002220*                   IS NO LONGER ON BENEF STILL PRINTS THE     *
002230*                   HISTORY, SHOWING IT AS NOT REGISTERED.     *
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
003400         SELECT BENEF-FILE ASSIGN TO "BENEF"
003500             ORGANIZATION IS INDEXED
003600             ACCESS MODE IS RANDOM
003700             RECORD KEY IS BEN-KEY
003800             FILE STATUS IS WS-BEN-STATUS.
003900         SELECT PENSAO-REPASSE-FILE ASSIGN TO "PENSREP"
004000             ORGANIZATION IS INDEXED
004100             ACCESS MODE IS DYNAMIC
004200             RECORD KEY IS PR-KEY
004300             FILE STATUS IS WS-PR-STATUS.
004400         SELECT PAYROLL-HISTORY ASSIGN TO "PAYHIST"
004500             ORGANIZATION IS INDEXED
004600             ACCESS MODE IS RANDOM
004700             RECORD KEY IS HIST-KEY
004800             FILE STATUS IS WS-HIST-STATUS.
004900         SELECT REMITTANCE-FILE ASSIGN TO "PENREMIT"
005000             ORGANIZATION IS LINE SEQUENTIAL.
005100         SELECT REPASSE-REPORT ASSIGN TO "REPASSE-PENSAO"
005200             ORGANIZATION IS LINE SEQUENTIAL.
005300
005400*--------------------------------------------------------------*
005500
005600 DATA DIVISION.
005700     FILE SECTION.
005800 FD  BENEF-FILE.
005900     COPY BENEF.
006000
006100 FD  PENSAO-REPASSE-FILE.
006200     COPY PENSREP.
006300
006400 FD  PAYROLL-HISTORY.
006500     COPY PAYHIST.
006600
006700 FD  REMITTANCE-FILE
006800     RECORD CONTAINS 80 CHARACTERS.
006900     COPY BANKREM.
007000
007100 FD  REPASSE-REPORT
007200     RECORD CONTAINS 80 CHARACTERS.
007300     COPY REPLINE.
007400
007500     WORKING-STORAGE SECTION.
007600
007700 77  WS-BEN-STATUS               PIC X(02)      VALUE SPACES.
007800     88  WS-BEN-FILE-FOUND                      VALUE "00".
007900 77  WS-PR-STATUS                PIC X(02)      VALUE SPACES.
008000     88  WS-PR-FILE-FOUND                       VALUE "00".
008100     88  WS-PR-EOF                              VALUE "10".
008200 77  WS-HIST-STATUS              PIC X(02)      VALUE SPACES.
008300     88  WS-HIST-FILE-FOUND                     VALUE "00".
008400 77  WS-OPTION                   PIC X(01)      VALUE SPACES.
008500     88  OPTION-REPASSE                         VALUE "1".
008600     88  OPTION-EXTRATO                         VALUE "2".
008700 77  WS-REMIT-OPEN-SWITCH        PIC X(01)      VALUE "N".
008800     88  REMIT-FILE-IS-OPEN                     VALUE "Y".
008900 77  WS-EXTRATO-END-SWITCH       PIC X(01)      VALUE "N".
009000     88  WS-EXTRATO-END                         VALUE "Y".
009100 77  WS-INPUT-ID                 PIC 9(5)       VALUE ZEROS.
009200 77  WS-INPUT-CODE               PIC 9(3)       VALUE ZEROS.
009300 77  WS-PREV-EMPLOYEE-ID         PIC 9(5)       VALUE ZEROS.
009400 77  WS-EMP-PENSAO-SUM           PIC 9(5)V9(2)  VALUE ZEROS.
009500 77  WS-HIST-PENSAO              PIC 9(5)V9(2)  VALUE ZEROS.
009600 77  WS-REMIT-COUNT              PIC 9(6)  COMP VALUE ZEROS.
009700 77  WS-REMIT-TOTAL              PIC 9(13)V9(2) VALUE ZEROS.
009800 77  WS-NOT-SENT-COUNT           PIC 9(6)  COMP VALUE ZEROS.
009900 77  WS-NOT-SENT-TOTAL           PIC 9(9)V9(2)  VALUE ZEROS.
010000 77  WS-ALREADY-COUNT            PIC 9(6)  COMP VALUE ZEROS.
010100 77  WS-ALREADY-TOTAL            PIC 9(9)V9(2)  VALUE ZEROS.
010200 77  WS-DIVERGENT-COUNT          PIC 9(6)  COMP VALUE ZEROS.
010300 77  WS-EXT-PERIODS              PIC 9(6)  COMP VALUE ZEROS.
010400 77  WS-EXT-DISCOUNTED           PIC 9(9)V9(2)  VALUE ZEROS.
010500 77  WS-EXT-REMITTED-COUNT       PIC 9(6)  COMP VALUE ZEROS.
010600 77  WS-EXT-REMITTED             PIC 9(9)V9(2)  VALUE ZEROS.
010700 77  WS-EXT-PENDING-COUNT        PIC 9(6)  COMP VALUE ZEROS.
010800 77  WS-EXT-PENDING              PIC 9(9)V9(2)  VALUE ZEROS.
010900
011000 01  WS-CURRENT-DATE             PIC 9(8)       VALUE ZEROS.
011100
011200 01  WS-DATE-WORK                PIC 9(8)       VALUE ZEROS.
011300 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
011400     05  WS-DATE-YEAR             PIC 9(4).
011500     05  WS-DATE-MONTH            PIC 9(2).
011600     05  WS-DATE-DAY              PIC 9(2).
011700
011800*    PERIODO DO PAYHIST: MES 01-12 A FOLHA, 13/14 O 13O,
011900*    15 FERIAS, 16 RESCISAO.
012000 01  WS-REFERENCE.
012100     05  WS-REF-YEAR              PIC 9(4)      VALUE ZEROS.
012200     05  WS-REF-MONTH             PIC 9(2)      VALUE ZEROS.
012300
012400 01  WS-REPASSE-HEADER-LINE-1.
012500     05  FILLER                   PIC X(40)
012600         VALUE "EMPRESA EXEMPLO LTDA".
012700     05  RPH-TITLE                PIC X(40)     VALUE SPACES.
012800
012900 01  WS-REPASSE-HEADER-LINE-2.
013000     05  FILLER                   PIC X(22)
013100         VALUE "Periodo de referencia:".
013200     05  RPH-PERIOD-MONTH         PIC 99.
013300     05  FILLER                   PIC X(01) VALUE "/".
013400     05  RPH-PERIOD-YEAR          PIC 9999.
013500     05  FILLER                   PIC X(51)
013600         VALUE "  (13/14 = 13o, 15 = ferias, 16 = rescisao)".
013700
013800 01  WS-REPASSE-COLUMN-LINE.
013900     05  FILLER                   PIC X(40)
014000         VALUE "Pront Cod Beneficiario             Valor".
014100     05  FILLER                   PIC X(40)
014200         VALUE "  Situacao".
014300
014400 01  WS-REPASSE-DETAIL-LINE.
014500     05  RPD-EMPLOYEE-ID          PIC ZZZZ9.
014600     05  FILLER                   PIC X(01) VALUE SPACE.
014700     05  RPD-CODE                 PIC 999.
014800     05  FILLER                   PIC X(01) VALUE SPACE.
014900     05  RPD-BEN-NAME             PIC X(20).
015000     05  FILLER                   PIC X(01) VALUE SPACE.
015100     05  RPD-AMOUNT               PIC ZZ.ZZ9,99.
015200     05  FILLER                   PIC X(02) VALUE SPACES.
015300     05  RPD-SITUATION            PIC X(38).
015400
015500 01  WS-REPASSE-TIE-LINE.
015600     05  FILLER                   PIC X(10) VALUE SPACES.
015700     05  FILLER                   PIC X(22)
015800         VALUE "Pensoes do prontuario:".
015900     05  RPT-PENSREP-AMOUNT       PIC ZZ.ZZ9,99.
016000     05  FILLER                   PIC X(10) VALUE "  PAYHIST:".
016100     05  RPT-PAYHIST-AMOUNT       PIC ZZ.ZZ9,99.
016200     05  FILLER                   PIC X(02) VALUE SPACES.
016300     05  RPT-TIE-RESULT           PIC X(18).
016400
016500 01  WS-REPASSE-TOTAL-LINE.
016600     05  RTL-LABEL                PIC X(32).
016700     05  RTL-COUNT                PIC ZZZZZ9.
016800     05  FILLER                   PIC X(02) VALUE SPACES.
016900     05  RTL-AMOUNT               PIC ZZZ.ZZZ.ZZ9,99.
017000     05  FILLER                   PIC X(26) VALUE SPACES.
017100
017200 01  WS-EXTRATO-BENEF-LINE.
017300     05  FILLER                   PIC X(14)
017400         VALUE "Beneficiario: ".
017500     05  EXH-FIRST-NAME           PIC X(20).
017600     05  FILLER                   PIC X(01) VALUE SPACE.
017700     05  EXH-LAST-NAME            PIC X(20).
017800     05  FILLER                   PIC X(01) VALUE SPACE.
017900     05  FILLER                   PIC X(04) VALUE "CPF ".
018000     05  EXH-CPF                  PIC 9(11).
018100     05  FILLER                   PIC X(09) VALUE SPACES.
018200
018300 01  WS-EXTRATO-ACCOUNT-LINE.
018400     05  FILLER                   PIC X(07) VALUE "Banco: ".
018500     05  EXH-BANK                 PIC 999.
018600     05  FILLER                   PIC X(10) VALUE " Agencia: ".
018700     05  EXH-AGENCY               PIC 9(5).
018800     05  FILLER                   PIC X(08) VALUE " Conta: ".
018900     05  EXH-ACCOUNT              PIC 9(10).
019000     05  FILLER                   PIC X(14)
019100         VALUE "  Prontuario: ".
019200     05  EXH-EMPLOYEE-ID          PIC ZZZZ9.
019300     05  FILLER                   PIC X(07) VALUE " Cod.: ".
019400     05  EXH-CODE                 PIC 999.
019500     05  FILLER                   PIC X(08) VALUE SPACES.
019600
019700 01  WS-EXTRATO-YEAR-LINE.
019800     05  FILLER                   PIC X(19)
019900         VALUE "Ano de referencia: ".
020000     05  EXH-YEAR                 PIC 9999.
020100     05  FILLER                   PIC X(57)
020200         VALUE "  (13/14 = 13o, 15 = ferias, 16 = rescisao)".
020300
020400 01  WS-EXTRATO-COLUMN-LINE.
020500     05  FILLER                   PIC X(40)
020600         VALUE "Periodo   Desconto     PAYHIST   Situaca".
020700     05  FILLER                   PIC X(40)
020800         VALUE "o     Data       Conta creditada".
020900
021000 01  WS-EXTRATO-DETAIL-LINE.
021100     05  EXD-MONTH                PIC 99.
021200     05  FILLER                   PIC X(01) VALUE "/".
021300     05  EXD-YEAR                 PIC 9999.
021400     05  FILLER                   PIC X(02) VALUE SPACES.
021500     05  EXD-AMOUNT               PIC ZZ.ZZ9,99.
021600     05  FILLER                   PIC X(03) VALUE SPACES.
021700     05  EXD-HIST-AMOUNT          PIC ZZ.ZZ9,99.
021800     05  FILLER                   PIC X(03) VALUE SPACES.
021900     05  EXD-SITUATION            PIC X(12).
022000     05  FILLER                   PIC X(01) VALUE SPACE.
022100     05  EXD-REMIT-DATE.
022200         10  EXD-DAY              PIC 99.
022300         10  EXD-SLASH-1          PIC X(01).
022400         10  EXD-DATE-MONTH       PIC 99.
022500         10  EXD-SLASH-2          PIC X(01).
022600         10  EXD-DATE-YEAR        PIC 9999.
022700     05  FILLER                   PIC X(01) VALUE SPACE.
022800     05  EXD-BANK                 PIC 999.
022900     05  FILLER                   PIC X(01) VALUE SPACE.
023000     05  EXD-AGENCY               PIC 9(5).
023100     05  FILLER                   PIC X(01) VALUE SPACE.
023200     05  EXD-ACCOUNT              PIC 9(10).
023300     05  FILLER                   PIC X(03) VALUE SPACES.
023400
023500 PROCEDURE DIVISION.
023600     0000-MAINLINE.
023700
023800     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
023900     IF OPTION-REPASSE
024000         PERFORM 2000-REPASSE      THRU 2000-EXIT
024100     ELSE
024200         PERFORM 3000-EXTRATO      THRU 3000-EXIT
024300     END-IF.
024400     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
024500
024600     STOP RUN.
024700
024800*--------------------------------------------------------------*
024900*  1000-INITIALIZE                                             *
025000*  PENSREP IS WRITTEN BY THE FOLHA; WITHOUT IT NO PENSAO WAS   *
025100*  EVER DISCOUNTED FOR A BENEFICIARIO AND THERE IS NOTHING TO  *
025200*  PASS ON OR PROVE.                                           *
025300*--------------------------------------------------------------*
025400     1000-INITIALIZE.
025500
025600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
025700
025800     DISPLAY "REPASSE DE PENSAO ALIMENTICIA".
025900     DISPLAY "1 - Repasse de um periodo aos beneficiarios".
026000     DISPLAY "2 - Extrato anual de um beneficiario".
026100     DISPLAY "Opcao: "
026200     ACCEPT WS-OPTION.
026300     IF NOT OPTION-REPASSE AND NOT OPTION-EXTRATO
026400         DISPLAY "Opcao invalida: " WS-OPTION
026500         STOP RUN
026600     END-IF.
026700
026800     OPEN INPUT BENEF-FILE.
026900     IF NOT WS-BEN-FILE-FOUND
027000         DISPLAY "Cadastro de beneficiarios ausente"
027100         STOP RUN
027200     END-IF.
027300     OPEN I-O PENSAO-REPASSE-FILE.
027400     IF NOT WS-PR-FILE-FOUND
027500         DISPLAY "Nenhuma pensao registrada pela folha (PENSREP)"
027600         CLOSE BENEF-FILE
027700         STOP RUN
027800     END-IF.
027900     OPEN INPUT PAYROLL-HISTORY.
028000     IF NOT WS-HIST-FILE-FOUND
028100         DISPLAY "Historico de pagamentos ausente"
028200         CLOSE BENEF-FILE
028300         CLOSE PENSAO-REPASSE-FILE
028400         STOP RUN
028500     END-IF.
028600
028700     OPEN OUTPUT REPASSE-REPORT.
028800     IF OPTION-REPASSE
028900         MOVE "REPASSE DE PENSAO ALIMENTICIA" TO RPH-TITLE
029000     ELSE
029100         MOVE "EXTRATO DE PENSAO ALIMENTICIA" TO RPH-TITLE
029200     END-IF.
029300     MOVE WS-REPASSE-HEADER-LINE-1 TO REPASSE-LINE.
029400     WRITE REPASSE-LINE.
029500
029600     1000-EXIT.
029700         EXIT.
029800
029900*--------------------------------------------------------------*
030000*  2000-REPASSE                                                *
030100*  PENSREP IS IN PRONTUARIO ORDER, SO THE WHOLE FILE IS READ   *
030200*  AND ONLY THE PERIOD ASKED FOR IS TAKEN; THE PENSOES OF ONE  *
030300*  EMPLOYEE ARE TIED TO HIST-PENSAO-AMOUNT AT THE BREAK.       *
030400*--------------------------------------------------------------*
030500     2000-REPASSE.
030600
030700     DISPLAY "Mes do periodo (01-12 folha, 13/14 13o, 15 ferias, "
030800         "16 rescisao): "
030900     ACCEPT WS-REF-MONTH.
031000     DISPLAY "Ano do periodo (AAAA): "
031100     ACCEPT WS-REF-YEAR.
031200     IF WS-REF-MONTH < 01 OR WS-REF-MONTH > 16
031300         OR WS-REF-YEAR < 1900
031400         DISPLAY "Periodo invalido: " WS-REF-MONTH "/" WS-REF-YEAR
031500         GO TO 2000-EXIT
031600     END-IF.
031700
031800     OPEN OUTPUT REMITTANCE-FILE.
031900     SET REMIT-FILE-IS-OPEN TO TRUE.
032000     MOVE SPACES TO REMIT-HEADER-RECORD.
032100     MOVE "0"             TO RMH-TYPE.
032200     MOVE "REMESSA"       TO RMH-LITERAL.
032300     MOVE "PENSAO"        TO RMH-SERVICE.
032400     MOVE WS-REF-MONTH    TO RMH-PERIOD-MONTH.
032500     MOVE WS-REF-YEAR     TO RMH-PERIOD-YEAR.
032600     MOVE WS-CURRENT-DATE TO RMH-GENERATION-DATE.
032700     MOVE "EMPRESA EXEMPLO LTDA" TO RMH-COMPANY-NAME.
032800     WRITE REMIT-HEADER-RECORD.
032900
033000     MOVE WS-REF-MONTH TO RPH-PERIOD-MONTH.
033100     MOVE WS-REF-YEAR  TO RPH-PERIOD-YEAR.
033200     MOVE WS-REPASSE-HEADER-LINE-2 TO REPASSE-LINE.
033300     WRITE REPASSE-LINE.
033400     MOVE SPACES TO REPASSE-LINE.
033500     WRITE REPASSE-LINE.
033600     MOVE WS-REPASSE-COLUMN-LINE TO REPASSE-LINE.
033700     WRITE REPASSE-LINE.
033800
033900     MOVE ZEROS TO PR-KEY.
034000     START PENSAO-REPASSE-FILE KEY NOT < PR-KEY
034100         INVALID KEY
034200             MOVE "10" TO WS-PR-STATUS
034300     END-START.
034400     PERFORM 2100-PROCESS-PENSAO THRU 2100-EXIT
034500         UNTIL WS-PR-EOF.
034600     IF WS-PREV-EMPLOYEE-ID NOT = ZEROS
034700         PERFORM 2300-TIE-EMPLOYEE THRU 2300-EXIT
034800     END-IF.
034900
035000     MOVE SPACES TO REPASSE-LINE.
035100     WRITE REPASSE-LINE.
035200     MOVE "PENSOES REPASSADAS............: " TO RTL-LABEL.
035300     MOVE WS-REMIT-COUNT TO RTL-COUNT.
035400     MOVE WS-REMIT-TOTAL TO RTL-AMOUNT.
035500     MOVE WS-REPASSE-TOTAL-LINE TO REPASSE-LINE.
035600     WRITE REPASSE-LINE.
035700     MOVE "PENSOES NAO ENVIADAS..........: " TO RTL-LABEL.
035800     MOVE WS-NOT-SENT-COUNT TO RTL-COUNT.
035900     MOVE WS-NOT-SENT-TOTAL TO RTL-AMOUNT.
036000     MOVE WS-REPASSE-TOTAL-LINE TO REPASSE-LINE.
036100     WRITE REPASSE-LINE.
036200     MOVE "JA REPASSADAS ANTERIORMENTE...: " TO RTL-LABEL.
036300     MOVE WS-ALREADY-COUNT TO RTL-COUNT.
036400     MOVE WS-ALREADY-TOTAL TO RTL-AMOUNT.
036500     MOVE WS-REPASSE-TOTAL-LINE TO REPASSE-LINE.
036600     WRITE REPASSE-LINE.
036700     MOVE "PRONTUARIOS DIVERGENTES.......: " TO RTL-LABEL.
036800     MOVE WS-DIVERGENT-COUNT TO RTL-COUNT.
036900     MOVE ZEROS TO RTL-AMOUNT.
037000     MOVE WS-REPASSE-TOTAL-LINE TO REPASSE-LINE.
037100     WRITE REPASSE-LINE.
037200
037300     2000-EXIT.
037400         EXIT.
037500
037600*--------------------------------------------------------------*
037700*  2100-PROCESS-PENSAO                                         *
037800*--------------------------------------------------------------*
037900     2100-PROCESS-PENSAO.
038000
038100     READ PENSAO-REPASSE-FILE NEXT RECORD
038200         AT END GO TO 2100-EXIT
038300     END-READ.
038400     IF PR-YEAR NOT = WS-REF-YEAR
038500         OR PR-MONTH NOT = WS-REF-MONTH
038600         GO TO 2100-EXIT
038700     END-IF.
038800
038900     IF PR-EMPLOYEE-ID NOT = WS-PREV-EMPLOYEE-ID
039000         IF WS-PREV-EMPLOYEE-ID NOT = ZEROS
039100             PERFORM 2300-TIE-EMPLOYEE THRU 2300-EXIT
039200         END-IF
039300         MOVE PR-EMPLOYEE-ID TO WS-PREV-EMPLOYEE-ID
039400         MOVE ZEROS          TO WS-EMP-PENSAO-SUM
039500     END-IF.
039600     ADD PR-AMOUNT TO WS-EMP-PENSAO-SUM.
039700     PERFORM 2200-REMIT-ONE THRU 2200-EXIT.
039800
039900     2100-EXIT.
040000         EXIT.
040100
040200*--------------------------------------------------------------*
040300*  2200-REMIT-ONE                                              *
040400*  A PENSAO ALREADY REPASSADA IS LISTED BUT NOT SENT AGAIN.    *
040500*  ONE WITHOUT A BENEFICIARIO OR BANK DATA STAYS PENDENTE FOR  *
040600*  THE CADASTRO TO BE COMPLETED AND THIS PERIOD RUN AGAIN.     *
040700*--------------------------------------------------------------*
040800     2200-REMIT-ONE.
040900
041000     MOVE PR-EMPLOYEE-ID TO RPD-EMPLOYEE-ID.
041100     MOVE PR-CODE        TO RPD-CODE.
041200     MOVE PR-AMOUNT      TO RPD-AMOUNT.
041300     MOVE SPACES         TO RPD-BEN-NAME.
041400
041500     IF PR-REMITTED
041600         MOVE "JA REPASSADA ANTERIORMENTE" TO RPD-SITUATION
041700         ADD 1 TO WS-ALREADY-COUNT
041800         ADD PR-AMOUNT TO WS-ALREADY-TOTAL
041900         GO TO 2200-WRITE-LINE
042000     END-IF.
042100
042200     MOVE PR-EMPLOYEE-ID TO BEN-EMPLOYEE-ID.
042300     MOVE PR-CODE        TO BEN-CODE.
042400     READ BENEF-FILE
042500         INVALID KEY
042600             MOVE "SEM BENEFICIARIO - NAO ENVIADA"
042700                 TO RPD-SITUATION
042800             GO TO 2200-NOT-SENT
042900     END-READ.
043000     MOVE BEN-FIRST-NAME TO RPD-BEN-NAME.
043100     IF BEN-BANK NOT NUMERIC
043200         OR BEN-BANK = ZEROS
043300         OR BEN-ACCOUNT NOT NUMERIC
043400         OR BEN-ACCOUNT = ZEROS
043500         MOVE "SEM DADOS BANCARIOS - NAO ENVIADA" TO RPD-SITUATION
043600         GO TO 2200-NOT-SENT
043700     END-IF.
043800
043900     MOVE SPACES         TO REMIT-DETAIL-RECORD.
044000     MOVE "1"            TO RMD-TYPE.
044100     MOVE BEN-BANK       TO RMD-BANK.
044200     MOVE BEN-AGENCY     TO RMD-AGENCY.
044300     MOVE BEN-ACCOUNT    TO RMD-ACCOUNT.
044400     MOVE PR-EMPLOYEE-ID TO RMD-EMPLOYEE-ID.
044500     MOVE BEN-FIRST-NAME TO RMD-NAME.
044600     MOVE BEN-LAST-NAME  TO RMD-LAST-NAME.
044700     MOVE PR-AMOUNT      TO RMD-NET-AMOUNT.
044800     WRITE REMIT-DETAIL-RECORD.
044900     ADD 1 TO WS-REMIT-COUNT.
045000     ADD PR-AMOUNT TO WS-REMIT-TOTAL.
045100
045200     SET PR-REMITTED      TO TRUE.
045300     MOVE WS-CURRENT-DATE TO PR-REMIT-DATE.
045400     MOVE BEN-BANK        TO PR-BANK.
045500     MOVE BEN-AGENCY      TO PR-AGENCY.
045600     MOVE BEN-ACCOUNT     TO PR-ACCOUNT.
045700     REWRITE PENSREP-RECORD.
045800     MOVE "REPASSADA" TO RPD-SITUATION.
045900     GO TO 2200-WRITE-LINE.
046000
046100     2200-NOT-SENT.
046200     ADD 1 TO WS-NOT-SENT-COUNT.
046300     ADD PR-AMOUNT TO WS-NOT-SENT-TOTAL.
046400
046500     2200-WRITE-LINE.
046600     MOVE WS-REPASSE-DETAIL-LINE TO REPASSE-LINE.
046700     WRITE REPASSE-LINE.
046800
046900     2200-EXIT.
047000         EXIT.
047100
047200*--------------------------------------------------------------*
047300*  2300-TIE-EMPLOYEE                                           *
047400*  EVERY PENSAO OF THE EMPLOYEE IN THE PERIOD (REPASSADA OR    *
047500*  NOT) MUST ADD UP TO THE PENSAO DISCOUNTED ON THE EMPLOYEE'S *
047600*  PAYHIST RECORD OF THE SAME PERIOD.                          *
047700*--------------------------------------------------------------*
047800     2300-TIE-EMPLOYEE.
047900
048000     MOVE WS-PREV-EMPLOYEE-ID TO HIST-EMPLOYEE-ID.
048100     MOVE WS-REF-YEAR         TO HIST-YEAR.
048200     MOVE WS-REF-MONTH        TO HIST-MONTH.
048300     MOVE ZEROS               TO WS-HIST-PENSAO.
048400     READ PAYROLL-HISTORY
048500         INVALID KEY
048600             MOVE "SEM HISTORICO" TO RPT-TIE-RESULT
048700             ADD 1 TO WS-DIVERGENT-COUNT
048800             GO TO 2300-WRITE-LINE
048900     END-READ.
049000     MOVE HIST-PENSAO-AMOUNT TO WS-HIST-PENSAO.
049100     IF WS-HIST-PENSAO = WS-EMP-PENSAO-SUM
049200         MOVE "CONFERE" TO RPT-TIE-RESULT
049300     ELSE
049400         MOVE "DIVERGENTE" TO RPT-TIE-RESULT
049500         ADD 1 TO WS-DIVERGENT-COUNT
049600     END-IF.
049700
049800     2300-WRITE-LINE.
049900     MOVE WS-EMP-PENSAO-SUM TO RPT-PENSREP-AMOUNT.
050000     MOVE WS-HIST-PENSAO    TO RPT-PAYHIST-AMOUNT.
050100     MOVE WS-REPASSE-TIE-LINE TO REPASSE-LINE.
050200     WRITE REPASSE-LINE.
050300
050400     2300-EXIT.
050500         EXIT.
050600
050700*--------------------------------------------------------------*
050800*  3000-EXTRATO                                                *
050900*  ONE LINE PER PERIOD OF THE YEAR IN WHICH THE PENSAO WAS     *
051000*  DISCOUNTED: THE AMOUNT, THE EMPLOYEE'S PENSAO TOTAL ON      *
051100*  PAYHIST, AND WHEN AND TO WHICH ACCOUNT IT WAS REPASSADA.    *
051150*  A BENEFICIARIO DELETED SINCE (CADASTRO-RECORRENTES) DOES NOT*
051160*  HIDE THE HISTORY: THE HEADER SHOWS IT AS NOT REGISTERED.    *
051200*--------------------------------------------------------------*
051300     3000-EXTRATO.
051400
051500     DISPLAY "Prontuario: "
051600     ACCEPT WS-INPUT-ID.
051700     DISPLAY "Codigo da pensao: "
051800     ACCEPT WS-INPUT-CODE.
051900     DISPLAY "Ano (AAAA): "
052000     ACCEPT WS-REF-YEAR.
052100     MOVE WS-INPUT-ID   TO BEN-EMPLOYEE-ID.
052200     MOVE WS-INPUT-CODE TO BEN-CODE.
052300     READ BENEF-FILE
052400         INVALID KEY
052500             DISPLAY "Beneficiario nao cadastrado - extrato "
052550                 "so do historico: " WS-INPUT-ID " codigo "
052600                 WS-INPUT-CODE
052610             MOVE "BENEFICIARIO NAO" TO BEN-FIRST-NAME
052620             MOVE "CADASTRADO"       TO BEN-LAST-NAME
052630             MOVE ZEROS TO BEN-CPF BEN-BANK BEN-AGENCY
052640                 BEN-ACCOUNT
052800     END-READ.
052900
053000     MOVE BEN-FIRST-NAME TO EXH-FIRST-NAME.
053100     MOVE BEN-LAST-NAME  TO EXH-LAST-NAME.
053200     MOVE BEN-CPF        TO EXH-CPF.
053300     MOVE WS-EXTRATO-BENEF-LINE TO REPASSE-LINE.
053400     WRITE REPASSE-LINE.
053500     MOVE BEN-BANK       TO EXH-BANK.
053600     MOVE BEN-AGENCY     TO EXH-AGENCY.
053700     MOVE BEN-ACCOUNT    TO EXH-ACCOUNT.
053800     MOVE WS-INPUT-ID    TO EXH-EMPLOYEE-ID.
053900     MOVE WS-INPUT-CODE  TO EXH-CODE.
054000     MOVE WS-EXTRATO-ACCOUNT-LINE TO REPASSE-LINE.
054100     WRITE REPASSE-LINE.
054200     MOVE WS-REF-YEAR    TO EXH-YEAR.
054300     MOVE WS-EXTRATO-YEAR-LINE TO REPASSE-LINE.
054400     WRITE REPASSE-LINE.
054500     MOVE SPACES TO REPASSE-LINE.
054600     WRITE REPASSE-LINE.
054700     MOVE WS-EXTRATO-COLUMN-LINE TO REPASSE-LINE.
054800     WRITE REPASSE-LINE.
054900
055000     MOVE WS-INPUT-ID   TO PR-EMPLOYEE-ID.
055100     MOVE WS-INPUT-CODE TO PR-CODE.
055200     MOVE WS-REF-YEAR   TO PR-YEAR.
055300     MOVE ZEROS         TO PR-MONTH.
055400     START PENSAO-REPASSE-FILE KEY NOT < PR-KEY
055500         INVALID KEY
055600             SET WS-EXTRATO-END TO TRUE
055700     END-START.
055800     PERFORM 3100-EXTRATO-PERIOD THRU 3100-EXIT
055900         UNTIL WS-EXTRATO-END.
056000
056100     MOVE SPACES TO REPASSE-LINE.
056200     WRITE REPASSE-LINE.
056300     MOVE "TOTAL DESCONTADO NO ANO.......: " TO RTL-LABEL.
056400     MOVE WS-EXT-PERIODS    TO RTL-COUNT.
056500     MOVE WS-EXT-DISCOUNTED TO RTL-AMOUNT.
056600     MOVE WS-REPASSE-TOTAL-LINE TO REPASSE-LINE.
056700     WRITE REPASSE-LINE.
056800     MOVE "TOTAL REPASSADO...............: " TO RTL-LABEL.
056900     MOVE WS-EXT-REMITTED-COUNT TO RTL-COUNT.
057000     MOVE WS-EXT-REMITTED       TO RTL-AMOUNT.
057100     MOVE WS-REPASSE-TOTAL-LINE TO REPASSE-LINE.
057200     WRITE REPASSE-LINE.
057300     MOVE "PENDENTE DE REPASSE...........: " TO RTL-LABEL.
057400     MOVE WS-EXT-PENDING-COUNT TO RTL-COUNT.
057500     MOVE WS-EXT-PENDING       TO RTL-AMOUNT.
057600     MOVE WS-REPASSE-TOTAL-LINE TO REPASSE-LINE.
057700     WRITE REPASSE-LINE.
057800
057900     3000-EXIT.
058000         EXIT.
058100
058200*--------------------------------------------------------------*
058300*  3100-EXTRATO-PERIOD                                         *
058400*--------------------------------------------------------------*
058500     3100-EXTRATO-PERIOD.
058600
058700     READ PENSAO-REPASSE-FILE NEXT RECORD
058800         AT END
058900             SET WS-EXTRATO-END TO TRUE
059000             GO TO 3100-EXIT
059100     END-READ.
059200     IF PR-EMPLOYEE-ID NOT = WS-INPUT-ID
059300         OR PR-CODE NOT = WS-INPUT-CODE
059400         OR PR-YEAR NOT = WS-REF-YEAR
059500         SET WS-EXTRATO-END TO TRUE
059600         GO TO 3100-EXIT
059700     END-IF.
059800
059900     MOVE PR-EMPLOYEE-ID TO HIST-EMPLOYEE-ID.
060000     MOVE PR-YEAR        TO HIST-YEAR.
060100     MOVE PR-MONTH       TO HIST-MONTH.
060200     MOVE ZEROS          TO WS-HIST-PENSAO.
060300     READ PAYROLL-HISTORY
060400         NOT INVALID KEY
060500             MOVE HIST-PENSAO-AMOUNT TO WS-HIST-PENSAO
060600     END-READ.
060700
060800     MOVE PR-MONTH       TO EXD-MONTH.
060900     MOVE PR-YEAR        TO EXD-YEAR.
061000     MOVE PR-AMOUNT      TO EXD-AMOUNT.
061100     MOVE WS-HIST-PENSAO TO EXD-HIST-AMOUNT.
061200     ADD 1 TO WS-EXT-PERIODS.
061300     ADD PR-AMOUNT TO WS-EXT-DISCOUNTED.
061400     IF PR-REMITTED
061500         MOVE "REPASSADA"     TO EXD-SITUATION
061600         MOVE PR-REMIT-DATE   TO WS-DATE-WORK
061700         MOVE WS-DATE-DAY     TO EXD-DAY
061800         MOVE "/"             TO EXD-SLASH-1
061900         MOVE WS-DATE-MONTH   TO EXD-DATE-MONTH
062000         MOVE "/"             TO EXD-SLASH-2
062100         MOVE WS-DATE-YEAR    TO EXD-DATE-YEAR
062200         MOVE PR-BANK         TO EXD-BANK
062300         MOVE PR-AGENCY       TO EXD-AGENCY
062400         MOVE PR-ACCOUNT      TO EXD-ACCOUNT
062500         ADD 1 TO WS-EXT-REMITTED-COUNT
062600         ADD PR-AMOUNT TO WS-EXT-REMITTED
062700     ELSE
062800         MOVE "PENDENTE"      TO EXD-SITUATION
062900         MOVE SPACES          TO EXD-REMIT-DATE
063000         MOVE ZEROS           TO EXD-BANK EXD-AGENCY EXD-ACCOUNT
063100         ADD 1 TO WS-EXT-PENDING-COUNT
063200         ADD PR-AMOUNT TO WS-EXT-PENDING
063300     END-IF.
063400     MOVE WS-EXTRATO-DETAIL-LINE TO REPASSE-LINE.
063500     WRITE REPASSE-LINE.
063600
063700     3100-EXIT.
063800         EXIT.
063900
064000*--------------------------------------------------------------*
064100*  9000-TERMINATE                                              *
064200*--------------------------------------------------------------*
064300     9000-TERMINATE.
064400
064500     IF REMIT-FILE-IS-OPEN
064600         MOVE SPACES TO REMIT-TRAILER-RECORD
064700         MOVE "9"            TO RMT-TYPE
064800         MOVE WS-REMIT-COUNT TO RMT-RECORD-COUNT
064900         MOVE WS-REMIT-TOTAL TO RMT-TOTAL-NET
065000         WRITE REMIT-TRAILER-RECORD
065100         CLOSE REMITTANCE-FILE
065200         DISPLAY "Pensoes repassadas: " WS-REMIT-COUNT
065300             " total " WS-REMIT-TOTAL
065400         DISPLAY "Pensoes nao enviadas: " WS-NOT-SENT-COUNT
065500         IF WS-DIVERGENT-COUNT > ZEROS
065600             DISPLAY "Prontuarios divergentes do PAYHIST: "
065700                 WS-DIVERGENT-COUNT
065800         END-IF
065900     END-IF.
066000     IF OPTION-EXTRATO
066100         DISPLAY "Periodos no extrato: " WS-EXT-PERIODS
066200     END-IF.
066300
066400     CLOSE REPASSE-REPORT.
066500     CLOSE BENEF-FILE.
066600     CLOSE PENSAO-REPASSE-FILE.
066700     CLOSE PAYROLL-HISTORY.
066800
066900     9000-EXIT.
067000         EXIT.
