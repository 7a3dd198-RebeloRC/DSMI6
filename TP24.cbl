000100*--------------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CREDITOS-PENDENTES.
000400 AUTHOR. RODRIGO REBELO DA COSTA.
000500 INSTALLATION. HOME.
000600 DATE-WRITTEN. 15/10/2026.
000700 DATE-COMPILED. 15/10/2026.
000800 SECURITY. CALCULANDO IRRF.
000900*--------------------------------------------------------------*
001000*  MODIFICATION HISTORY                                        *
001100*  15/10/2026  RRC  NEW PROGRAM.  OPEN-ITEMS REPORT OF NET PAY *
001200*                   STILL NOT CREDITED: EVERY MONTHLY FOLHA ON *
001300*                   PAYHIST FROM THE COMPETENCIA GIVEN ON,     *
001400*                   WITH A LIQUIDO WHOSE CREDIT IS AGUARDANDO  *
001500*                   RETORNO, REJEITADO OR REENVIADO (SEE       *
001600*                   HIST-PAYMENT), WITH TOTALS PER SITUATION,  *
001700*                   SO NO ONE GOES UNPAID AT MONTH END.        *
001800*--------------------------------------------------------------*
001900
002000 ENVIRONMENT DIVISION.
002100     CONFIGURATION SECTION.
002200     SOURCE-COMPUTER. NOTE.
002300     OBJECT-COMPUTER. NOTE.
002400     SPECIAL-NAMES.
002500      DECIMAL-POINT IS COMMA.
002600
002700     INPUT-OUTPUT SECTION.
002800     FILE-CONTROL.
002900         SELECT PAYROLL-HISTORY ASSIGN TO "PAYHIST"
003000             ORGANIZATION IS INDEXED
003100             ACCESS MODE IS SEQUENTIAL
003200             RECORD KEY IS HIST-KEY
003300             FILE STATUS IS WS-HIST-STATUS.
003400         SELECT PENDING-CREDIT-REPORT ASSIGN TO "CREDPEND"
003500             ORGANIZATION IS LINE SEQUENTIAL.
003600
003700*--------------------------------------------------------------*
003800
003900 DATA DIVISION.
004000     FILE SECTION.
004100 FD  PAYROLL-HISTORY.
004200     COPY PAYHIST.
004300
004400 FD  PENDING-CREDIT-REPORT
004500     RECORD CONTAINS 80 CHARACTERS.
004600     COPY CRPLINE.
004700
004800     WORKING-STORAGE SECTION.
004900
005000 77  WS-HIST-STATUS              PIC X(02)      VALUE SPACES.
005100     88  WS-HIST-FILE-FOUND                     VALUE "00".
005200     88  WS-HIST-EOF                            VALUE "10".
005300 77  WS-AWAITING-COUNT           PIC 9(6)  COMP VALUE ZEROS.
005400 77  WS-AWAITING-TOTAL           PIC 9(9)V9(2)  VALUE ZEROS.
005500 77  WS-REJECTED-COUNT           PIC 9(6)  COMP VALUE ZEROS.
005600 77  WS-REJECTED-TOTAL           PIC 9(9)V9(2)  VALUE ZEROS.
005700 77  WS-RESENT-COUNT             PIC 9(6)  COMP VALUE ZEROS.
005800 77  WS-RESENT-TOTAL             PIC 9(9)V9(2)  VALUE ZEROS.
005900 77  WS-PENDING-COUNT            PIC 9(6)  COMP VALUE ZEROS.
006000 77  WS-PENDING-TOTAL            PIC 9(9)V9(2)  VALUE ZEROS.
006100
006200*    PRIMEIRA COMPETENCIA LISTADA: HISTORICO ANTERIOR AO
006300*    CONTROLE DOS CREDITOS FICA DE FORA.
006400 01  WS-START-PERIOD.
006500     05  WS-START-YEAR            PIC 9(4)      VALUE ZEROS.
006600     05  WS-START-MONTH           PIC 9(2)      VALUE ZEROS.
006700
006800 01  WS-PENDING-HEADER-LINE-1.
006900     05  FILLER                   PIC X(40)
007000         VALUE "EMPRESA EXEMPLO LTDA".
007100     05  FILLER                   PIC X(40)
007200         VALUE "LIQUIDOS AINDA NAO CREDITADOS".
007300
007400 01  WS-PENDING-HEADER-LINE-2.
007500     05  FILLER                   PIC X(22)
007600         VALUE "A partir da compet.: ".
007700     05  PDH-START-MONTH          PIC 99.
007800     05  FILLER                   PIC X(01) VALUE "/".
007900     05  PDH-START-YEAR           PIC 9999.
008000     05  FILLER                   PIC X(51) VALUE SPACES.
008100
008200 01  WS-PENDING-DETAIL-LINE.
008300     05  PDD-EMPLOYEE-ID          PIC ZZZZ9.
008400     05  FILLER                   PIC X(01) VALUE SPACE.
008500     05  PDD-NAME                 PIC X(20).
008600     05  FILLER                   PIC X(01) VALUE SPACE.
008700     05  PDD-MONTH                PIC 99.
008800     05  FILLER                   PIC X(01) VALUE "/".
008900     05  PDD-YEAR                 PIC 9999.
009000     05  FILLER                   PIC X(01) VALUE SPACE.
009100     05  PDD-AMOUNT               PIC ZZ.ZZ9,99.
009200     05  FILLER                   PIC X(01) VALUE SPACE.
009300     05  PDD-SITUATION            PIC X(18).
009400     05  FILLER                   PIC X(01) VALUE SPACE.
009500     05  PDD-OCCURRENCE           PIC X(02).
009600     05  FILLER                   PIC X(01) VALUE SPACE.
009700     05  PDD-DATE                 PIC 9(8).
009800     05  FILLER                   PIC X(05) VALUE SPACES.
009900
010000 01  WS-PENDING-TOTAL-LINE.
010100     05  PDT-LABEL                PIC X(32).
010200     05  PDT-COUNT                PIC ZZZZZ9.
010300     05  FILLER                   PIC X(02) VALUE SPACES.
010400     05  PDT-AMOUNT               PIC ZZZ.ZZZ.ZZ9,99.
010500     05  FILLER                   PIC X(26) VALUE SPACES.
010600
010700 PROCEDURE DIVISION.
010800     0000-MAINLINE.
010900
011000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
011100     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
011200         UNTIL WS-HIST-EOF.
011300     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
011400
011500     STOP RUN.
011600
011700*--------------------------------------------------------------*
011800*  1000-INITIALIZE                                             *
011900*--------------------------------------------------------------*
012000     1000-INITIALIZE.
012100
012200     DISPLAY "Listar a partir do mes (MM): "
012300     ACCEPT WS-START-MONTH.
012400     DISPLAY "Listar a partir do ano (AAAA): "
012500     ACCEPT WS-START-YEAR.
012600     IF WS-START-MONTH < 01 OR WS-START-MONTH > 12
012700         OR WS-START-YEAR < 1900
012800         DISPLAY "Competencia invalida: " WS-START-MONTH "/"
012900             WS-START-YEAR
013000         STOP RUN
013100     END-IF.
013200
013300     OPEN INPUT PAYROLL-HISTORY.
013400     IF NOT WS-HIST-FILE-FOUND
013500         DISPLAY "Historico de pagamentos ausente"
013600         STOP RUN
013700     END-IF.
013800
013900     OPEN OUTPUT PENDING-CREDIT-REPORT.
014000     MOVE WS-PENDING-HEADER-LINE-1 TO PENDING-CREDIT-LINE.
014100     WRITE PENDING-CREDIT-LINE.
014200     MOVE WS-START-MONTH TO PDH-START-MONTH.
014300     MOVE WS-START-YEAR  TO PDH-START-YEAR.
014400     MOVE WS-PENDING-HEADER-LINE-2 TO PENDING-CREDIT-LINE.
014500     WRITE PENDING-CREDIT-LINE.
014600     MOVE SPACES TO PENDING-CREDIT-LINE.
014700     WRITE PENDING-CREDIT-LINE.
014800
014900     1000-EXIT.
015000         EXIT.
015100
015200*--------------------------------------------------------------*
015300*  2000-PROCESS-HISTORY                                        *
015400*  13o, FERIAS AND RESCISAO (MONTHS 13-16) ARE NOT CREDITED    *
015500*  THROUGH THE SALARY REMITTANCE AND A ZERO LIQUIDO HAS        *
015600*  NOTHING TO CREDIT, SO ONLY THE MONTHLY FOLHAS COUNT.        *
015700*--------------------------------------------------------------*
015800     2000-PROCESS-HISTORY.
015900
016000     READ PAYROLL-HISTORY NEXT RECORD
016100         AT END GO TO 2000-EXIT
016200     END-READ.
016300
016400     IF HIST-MONTH > 12
016500         OR HIST-PERIOD < WS-START-PERIOD
016600         OR HIST-SALARY-NET = ZEROS
016700         OR HIST-PAY-CREDITED
016800         OR HIST-PAY-REPAID
016900         GO TO 2000-EXIT
017000     END-IF.
017100
017200     EVALUATE TRUE
017300         WHEN HIST-PAY-REJECTED
017400             MOVE "REJEITADO"          TO PDD-SITUATION
017500             ADD 1 TO WS-REJECTED-COUNT
017600             ADD HIST-SALARY-NET TO WS-REJECTED-TOTAL
017700         WHEN HIST-PAY-RESENT
017800             MOVE "REENVIADO"          TO PDD-SITUATION
017900             ADD 1 TO WS-RESENT-COUNT
018000             ADD HIST-SALARY-NET TO WS-RESENT-TOTAL
018100         WHEN OTHER
018200             MOVE "AGUARDANDO RETORNO" TO PDD-SITUATION
018300             ADD 1 TO WS-AWAITING-COUNT
018400             ADD HIST-SALARY-NET TO WS-AWAITING-TOTAL
018500     END-EVALUATE.
018600     ADD 1 TO WS-PENDING-COUNT.
018700     ADD HIST-SALARY-NET TO WS-PENDING-TOTAL.
018800
018900     MOVE HIST-EMPLOYEE-ID    TO PDD-EMPLOYEE-ID.
019000     MOVE HIST-EMPLOYEE-NAME  TO PDD-NAME.
019100     MOVE HIST-MONTH          TO PDD-MONTH.
019200     MOVE HIST-YEAR           TO PDD-YEAR.
019300     MOVE HIST-SALARY-NET     TO PDD-AMOUNT.
019400     IF HIST-PAY-AWAITING
019500         MOVE SPACES              TO PDD-OCCURRENCE
019600         MOVE ZEROS               TO PDD-DATE
019700     ELSE
019800         MOVE HIST-PAY-OCCURRENCE TO PDD-OCCURRENCE
019900         MOVE HIST-PAY-DATE       TO PDD-DATE
020000     END-IF.
020100     MOVE WS-PENDING-DETAIL-LINE TO PENDING-CREDIT-LINE.
020200     WRITE PENDING-CREDIT-LINE.
020300
020400     2000-EXIT.
020500         EXIT.
020600
020700*--------------------------------------------------------------*
020800*  9000-TERMINATE                                              *
020900*--------------------------------------------------------------*
021000     9000-TERMINATE.
021100
021200     MOVE SPACES TO PENDING-CREDIT-LINE.
021300     WRITE PENDING-CREDIT-LINE.
021400     MOVE "AGUARDANDO RETORNO DO BANCO...: " TO PDT-LABEL.
021500     MOVE WS-AWAITING-COUNT TO PDT-COUNT.
021600     MOVE WS-AWAITING-TOTAL TO PDT-AMOUNT.
021700     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
021800     MOVE "REJEITADOS A REENVIAR.........: " TO PDT-LABEL.
021900     MOVE WS-REJECTED-COUNT TO PDT-COUNT.
022000     MOVE WS-REJECTED-TOTAL TO PDT-AMOUNT.
022100     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
022200     MOVE "REENVIADOS SEM RETORNO........: " TO PDT-LABEL.
022300     MOVE WS-RESENT-COUNT   TO PDT-COUNT.
022400     MOVE WS-RESENT-TOTAL   TO PDT-AMOUNT.
022500     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
022600     MOVE "TOTAL NAO CREDITADO...........: " TO PDT-LABEL.
022700     MOVE WS-PENDING-COUNT  TO PDT-COUNT.
022800     MOVE WS-PENDING-TOTAL  TO PDT-AMOUNT.
022900     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
023000
023100     CLOSE PENDING-CREDIT-REPORT.
023200     CLOSE PAYROLL-HISTORY.
023300
023400     DISPLAY "Liquidos nao creditados: " WS-PENDING-COUNT
023500         " total " WS-PENDING-TOTAL.
023600     IF WS-REJECTED-COUNT > ZEROS
023700         DISPLAY "Rejeitados a reenviar: " WS-REJECTED-COUNT
023800     END-IF.
023900
024000     9000-EXIT.
024100         EXIT.
024200
024300*--------------------------------------------------------------*
024400*  9100-WRITE-TOTAL                                            *
024500*--------------------------------------------------------------*
024600     9100-WRITE-TOTAL.
024700
024800     MOVE WS-PENDING-TOTAL-LINE TO PENDING-CREDIT-LINE.
024900     WRITE PENDING-CREDIT-LINE.
025000
025100     9100-EXIT.
025200         EXIT.
