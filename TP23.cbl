000100*--------------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. REMESSA-COMPLEMENTAR.
000400 AUTHOR. RODRIGO REBELO DA COSTA.
000500 INSTALLATION. HOME.
000600 DATE-WRITTEN. 15/10/2026.
000700 DATE-COMPILED. 15/10/2026.
000800 SECURITY. CALCULANDO IRRF.
000900*--------------------------------------------------------------*
001000*  MODIFICATION HISTORY                                        *
001100*  15/10/2026  RRC  NEW PROGRAM.  FOR ONE COMPETENCIA, WRITES A*
001200*                   COMPLEMENTARY SALARY CREDIT REMITTANCE     *
001300*                   (BANKREM LAYOUT) WITH ONLY THE CREDITS THE *
001400*                   BANK REJECTED (HIST-PAY-STATUS "R" ON      *
001500*                   PAYHIST, SET BY RETORNO-BANCARIO) AND THE  *
001600*                   BANK DATA NOW ON EMPMST.  A CREDIT WHOSE   *
001700*                   ACCOUNT WAS NOT CORRECTED THROUGH CADASTRO-*
001800*                   FUNCIONARIOS SINCE THE REJECTION IS LISTED *
001900*                   AND LEFT REJEITADO.  EACH CREDIT RESENT IS *
002000*                   MARKED REENVIADO; ITS RETURN IS READ BY    *
002100*                   RETORNO-BANCARIO LIKE THE ORIGINAL ONE.    *
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
003300         SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMST"
003400             ORGANIZATION IS INDEXED
003500             ACCESS MODE IS DYNAMIC
003600             RECORD KEY IS EMPMST-ID
003700             FILE STATUS IS WS-MASTER-STATUS.
003800         SELECT PAYROLL-HISTORY ASSIGN TO "PAYHIST"
003900             ORGANIZATION IS INDEXED
004000             ACCESS MODE IS RANDOM
004100             RECORD KEY IS HIST-KEY
004200             FILE STATUS IS WS-HIST-STATUS.
004300         SELECT REMITTANCE-FILE ASSIGN TO "COMPREMIT"
004400             ORGANIZATION IS LINE SEQUENTIAL.
004500         SELECT REENVIO-REPORT ASSIGN TO "REENVIO-REPORT"
004600             ORGANIZATION IS LINE SEQUENTIAL.
004700
004800*--------------------------------------------------------------*
004900
005000 DATA DIVISION.
005100     FILE SECTION.
005200 FD  EMPLOYEE-MASTER.
005300     COPY EMPMST.
005400
005500 FD  PAYROLL-HISTORY.
005600     COPY PAYHIST.
005700
005800 FD  REMITTANCE-FILE
005900     RECORD CONTAINS 80 CHARACTERS.
006000     COPY BANKREM.
006100
006200 FD  REENVIO-REPORT
006300     RECORD CONTAINS 80 CHARACTERS.
006400     COPY REENLINE.
006500
006600     WORKING-STORAGE SECTION.
006700
006800 77  WS-MASTER-STATUS            PIC X(02)      VALUE SPACES.
006900     88  WS-MASTER-FOUND                        VALUE "00".
007000     88  WS-MASTER-EOF                          VALUE "10".
007100 77  WS-HIST-STATUS              PIC X(02)      VALUE SPACES.
007200     88  WS-HIST-FILE-FOUND                     VALUE "00".
007300 77  WS-REMIT-COUNT              PIC 9(6)  COMP VALUE ZEROS.
007400 77  WS-REMIT-TOTAL-NET          PIC 9(13)V9(2) VALUE ZEROS.
007500 77  WS-NOT-CORRECTED-COUNT      PIC 9(6)  COMP VALUE ZEROS.
007600 77  WS-NOT-CORRECTED-TOTAL      PIC 9(9)V9(2)  VALUE ZEROS.
007700 77  WS-NO-BANK-COUNT            PIC 9(6)  COMP VALUE ZEROS.
007800
007900 01  WS-CURRENT-DATE             PIC 9(8)       VALUE ZEROS.
008000
008100 01  WS-COMPETENCIA.
008200     05  WS-COMP-YEAR             PIC 9(4)      VALUE ZEROS.
008300     05  WS-COMP-MONTH            PIC 9(2)      VALUE ZEROS.
008400
008500 01  WS-REENVIO-HEADER-LINE-1.
008600     05  FILLER                   PIC X(40)
008700         VALUE "EMPRESA EXEMPLO LTDA".
008800     05  FILLER                   PIC X(40)
008900         VALUE "REMESSA COMPLEMENTAR DE SALARIOS".
009000
009100 01  WS-REENVIO-HEADER-LINE-2.
009200     05  FILLER                   PIC X(22)
009300         VALUE "Periodo de referencia:".
009400     05  RNH-PERIOD-MONTH         PIC 99.
009500     05  FILLER                   PIC X(01) VALUE "/".
009600     05  RNH-PERIOD-YEAR          PIC 9999.
009700     05  FILLER                   PIC X(51) VALUE SPACES.
009800
009900 01  WS-REENVIO-DETAIL-LINE.
010000     05  RND-EMPLOYEE-ID          PIC ZZZZ9.
010100     05  FILLER                   PIC X(01) VALUE SPACE.
010200     05  RND-NAME                 PIC X(20).
010300     05  FILLER                   PIC X(01) VALUE SPACE.
010400     05  RND-AMOUNT               PIC ZZ.ZZ9,99.
010500     05  FILLER                   PIC X(06) VALUE " Oc.: ".
010600     05  RND-OCCURRENCE           PIC X(02).
010700     05  FILLER                   PIC X(02) VALUE SPACES.
010800     05  RND-SITUATION            PIC X(34).
010900
011000 01  WS-REENVIO-TOTAL-LINE.
011100     05  RNT-LABEL                PIC X(32).
011200     05  RNT-COUNT                PIC ZZZZZ9.
011300     05  FILLER                   PIC X(02) VALUE SPACES.
011400     05  RNT-AMOUNT               PIC ZZZ.ZZZ.ZZ9,99.
011500     05  FILLER                   PIC X(26) VALUE SPACES.
011600
011700 PROCEDURE DIVISION.
011800     0000-MAINLINE.
011900
012000     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
012100     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
012200         UNTIL WS-MASTER-EOF.
012300     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
012400
012500     STOP RUN.
012600
012700*--------------------------------------------------------------*
012800*  1000-INITIALIZE                                             *
012900*  THE COMPLEMENTARY REMITTANCE CARRIES ONE COMPETENCIA, THE   *
013000*  ONE OF THE RETURN THAT REJECTED THE CREDITS, SO ITS OWN     *
013100*  RETURN UPDATES THE SAME PAYHIST RECORDS.                    *
013200*--------------------------------------------------------------*
013300     1000-INITIALIZE.
013400
013500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
013600
013700     DISPLAY "Mes da competencia (MM): "
013800     ACCEPT WS-COMP-MONTH.
013900     DISPLAY "Ano da competencia (AAAA): "
014000     ACCEPT WS-COMP-YEAR.
014100     IF WS-COMP-MONTH < 01 OR WS-COMP-MONTH > 12
014200         OR WS-COMP-YEAR < 1900
014300         DISPLAY "Competencia invalida: " WS-COMP-MONTH "/"
014400             WS-COMP-YEAR
014500         STOP RUN
014600     END-IF.
014700
014800     OPEN INPUT EMPLOYEE-MASTER.
014900     IF NOT WS-MASTER-FOUND
015000         DISPLAY "Cadastro de funcionarios ausente"
015100         STOP RUN
015200     END-IF.
015300     OPEN I-O PAYROLL-HISTORY.
015400     IF NOT WS-HIST-FILE-FOUND
015500         DISPLAY "Historico de pagamentos ausente"
015600         CLOSE EMPLOYEE-MASTER
015700         STOP RUN
015800     END-IF.
015900
016000     OPEN OUTPUT REMITTANCE-FILE.
016100     MOVE SPACES TO REMIT-HEADER-RECORD.
016200     MOVE "0"             TO RMH-TYPE.
016300     MOVE "REMESSA"       TO RMH-LITERAL.
016400     MOVE "SALARIOS"      TO RMH-SERVICE.
016500     MOVE WS-COMP-MONTH   TO RMH-PERIOD-MONTH.
016600     MOVE WS-COMP-YEAR    TO RMH-PERIOD-YEAR.
016700     MOVE WS-CURRENT-DATE TO RMH-GENERATION-DATE.
016800     MOVE "EMPRESA EXEMPLO LTDA" TO RMH-COMPANY-NAME.
016900     WRITE REMIT-HEADER-RECORD.
017000
017100     OPEN OUTPUT REENVIO-REPORT.
017200     MOVE WS-REENVIO-HEADER-LINE-1 TO REENVIO-LINE.
017300     WRITE REENVIO-LINE.
017400     MOVE WS-COMP-MONTH TO RNH-PERIOD-MONTH.
017500     MOVE WS-COMP-YEAR  TO RNH-PERIOD-YEAR.
017600     MOVE WS-REENVIO-HEADER-LINE-2 TO REENVIO-LINE.
017700     WRITE REENVIO-LINE.
017800     MOVE SPACES TO REENVIO-LINE.
017900     WRITE REENVIO-LINE.
018000
018100     MOVE ZEROS TO EMPMST-ID.
018200     START EMPLOYEE-MASTER KEY NOT < EMPMST-ID
018300         INVALID KEY
018400             SET WS-MASTER-EOF TO TRUE
018500     END-START.
018600
018700     1000-EXIT.
018800         EXIT.
018900
019000*--------------------------------------------------------------*
019100*  2000-PROCESS-EMPLOYEE                                       *
019200*  ONLY A CREDIT STILL REJEITADO IS RESENT.  IT GOES OUT WHEN  *
019300*  THE EMPLOYEE'S BANK DATA IS FILLED IN AND DIFFERS FROM THE  *
019400*  ACCOUNT THE BANK REJECTED; OTHERWISE IT IS LISTED FOR THE   *
019500*  CADASTRO TO BE CORRECTED FIRST.                             *
019600*--------------------------------------------------------------*
019700     2000-PROCESS-EMPLOYEE.
019800
019900     READ EMPLOYEE-MASTER NEXT RECORD
020000         AT END GO TO 2000-EXIT
020100     END-READ.
020200
020300     MOVE EMPMST-ID     TO HIST-EMPLOYEE-ID.
020400     MOVE WS-COMP-YEAR  TO HIST-YEAR.
020500     MOVE WS-COMP-MONTH TO HIST-MONTH.
020600     READ PAYROLL-HISTORY
020700         INVALID KEY
020800             GO TO 2000-EXIT
020900     END-READ.
021000     IF NOT HIST-PAY-REJECTED
021100         GO TO 2000-EXIT
021200     END-IF.
021300
021400     MOVE EMPMST-ID           TO RND-EMPLOYEE-ID.
021500     MOVE EMPMST-NAME         TO RND-NAME.
021600     MOVE HIST-SALARY-NET     TO RND-AMOUNT.
021700     MOVE HIST-PAY-OCCURRENCE TO RND-OCCURRENCE.
021800
021900     IF EMPMST-BANK NOT NUMERIC
022000         OR EMPMST-BANK = ZEROS
022100         OR EMPMST-ACCOUNT NOT NUMERIC
022200         OR EMPMST-ACCOUNT = ZEROS
022300         MOVE "SEM DADOS BANCARIOS - NAO ENVIADO" TO RND-SITUATION
022400         ADD 1 TO WS-NO-BANK-COUNT
022500         GO TO 2000-NOT-SENT
022600     END-IF.
022700     IF EMPMST-BANK = HIST-PAY-BANK
022800         AND EMPMST-AGENCY = HIST-PAY-AGENCY
022900         AND EMPMST-ACCOUNT = HIST-PAY-ACCOUNT
023000         MOVE "CONTA NAO CORRIGIDA - NAO ENVIADO" TO RND-SITUATION
023100         GO TO 2000-NOT-SENT
023200     END-IF.
023300
023400     MOVE SPACES           TO REMIT-DETAIL-RECORD.
023500     MOVE "1"              TO RMD-TYPE.
023600     MOVE EMPMST-BANK      TO RMD-BANK.
023700     MOVE EMPMST-AGENCY    TO RMD-AGENCY.
023800     MOVE EMPMST-ACCOUNT   TO RMD-ACCOUNT.
023900     MOVE EMPMST-ID        TO RMD-EMPLOYEE-ID.
024000     MOVE EMPMST-NAME      TO RMD-NAME.
024100     MOVE EMPMST-LAST-NAME TO RMD-LAST-NAME.
024200     MOVE HIST-SALARY-NET  TO RMD-NET-AMOUNT.
024300     WRITE REMIT-DETAIL-RECORD.
024400     ADD 1 TO WS-REMIT-COUNT.
024500     ADD HIST-SALARY-NET TO WS-REMIT-TOTAL-NET.
024600
024700     SET HIST-PAY-RESENT  TO TRUE.
024800     MOVE WS-CURRENT-DATE TO HIST-PAY-DATE.
024900     REWRITE PAYHIST-RECORD.
025000
025100     MOVE "REENVIADO" TO RND-SITUATION.
025200     MOVE WS-REENVIO-DETAIL-LINE TO REENVIO-LINE.
025300     WRITE REENVIO-LINE.
025400     GO TO 2000-EXIT.
025500
025600     2000-NOT-SENT.
025700     ADD 1 TO WS-NOT-CORRECTED-COUNT.
025800     ADD HIST-SALARY-NET TO WS-NOT-CORRECTED-TOTAL.
025900     MOVE WS-REENVIO-DETAIL-LINE TO REENVIO-LINE.
026000     WRITE REENVIO-LINE.
026100
026200     2000-EXIT.
026300         EXIT.
026400
026500*--------------------------------------------------------------*
026600*  9000-TERMINATE                                              *
026700*--------------------------------------------------------------*
026800     9000-TERMINATE.
026900
027000     MOVE SPACES TO REMIT-TRAILER-RECORD.
027100     MOVE "9"                TO RMT-TYPE.
027200     MOVE WS-REMIT-COUNT     TO RMT-RECORD-COUNT.
027300     MOVE WS-REMIT-TOTAL-NET TO RMT-TOTAL-NET.
027400     WRITE REMIT-TRAILER-RECORD.
027500     CLOSE REMITTANCE-FILE.
027600
027700     MOVE SPACES TO REENVIO-LINE.
027800     WRITE REENVIO-LINE.
027900     MOVE "CREDITOS REENVIADOS...........: " TO RNT-LABEL.
028000     MOVE WS-REMIT-COUNT     TO RNT-COUNT.
028100     MOVE WS-REMIT-TOTAL-NET TO RNT-AMOUNT.
028200     MOVE WS-REENVIO-TOTAL-LINE TO REENVIO-LINE.
028300     WRITE REENVIO-LINE.
028400     MOVE "CREDITOS AINDA REJEITADOS.....: " TO RNT-LABEL.
028500     MOVE WS-NOT-CORRECTED-COUNT TO RNT-COUNT.
028600     MOVE WS-NOT-CORRECTED-TOTAL TO RNT-AMOUNT.
028700     MOVE WS-REENVIO-TOTAL-LINE TO REENVIO-LINE.
028800     WRITE REENVIO-LINE.
028900     CLOSE REENVIO-REPORT.
029000
029100     CLOSE EMPLOYEE-MASTER.
029200     CLOSE PAYROLL-HISTORY.
029300
029400     DISPLAY "Creditos reenviados: " WS-REMIT-COUNT
029500         " total " WS-REMIT-TOTAL-NET.
029600     DISPLAY "Creditos ainda rejeitados: " WS-NOT-CORRECTED-COUNT.
029700     IF WS-NO-BANK-COUNT > ZEROS
029800         DISPLAY "Funcionarios sem dados bancarios: "
029900             WS-NO-BANK-COUNT
030000     END-IF.
030100     IF WS-REMIT-COUNT = ZEROS
030200         DISPLAY "Nenhum credito a reenviar na competencia "
030300             WS-COMP-MONTH "/" WS-COMP-YEAR
030400     END-IF.
030500
030600     9000-EXIT.
030700         EXIT.
